      * in the new file are counted and skipped, so the conversion
      * can be rerun safely. The old text files are left untouched.
      * The run also upgrades an already-converted MEMBERS.dat that
      * pre-dates the patron-type byte or the card expiry date: such
      * a file no longer opens under the current record length (file
      * status "39"), so it is unloaded through MEMBERS_UPG.txt under
      * whichever old layout it is in and rebuilt in place, keeping
      * each member's type where it had one (otherwise "S"). Members
      * converted or upgraded here get a card expiring one year from
      * the run, so nobody is locked out by the change. A MEMBERS.dat
      * already at the current length is left alone.
      * BOOKS.dat is upgraded the same way when it pre-dates the
      * branch fields: it is unloaded through BOOKS_UPG.txt and
      * rebuilt with every copy owned by, and standing at, the main
      * library (MAIN). Copies loaded from BOOKS.txt also start at
      * MAIN; staff move them with the branch screens afterwards.
      * A BOOKS.dat that has the branch fields but pre-dates the
      * course reserve fields is rebuilt the same way, keeping its
      * branches; every upgraded or converted copy starts as
      * ordinary stock (no course code, no short-loan hours or
      * hourly fine). BORROW.dat is likewise rebuilt through
      * BORROW_UPG.txt when it pre-dates the short-loan due time and
      * hourly fine rate, and every existing loan stays a whole-day
      * loan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Master-File-Convert.
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-SID-ID
       FILE STATUS IS WS-PRE-STATUS.
      *> ...and as it was after the type byte but before the card
      *> expiry date
       SELECT PRE-EXPIRY-MEMBER-FILE ASSIGN TO "MEMBERS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PX-SID-ID
       FILE STATUS IS WS-PREX-STATUS.
       SELECT UPG-WORK-FILE ASSIGN TO "MEMBERS_UPG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPG-STATUS.
      *> The book master as it was before the branch fields, used
      *> only by the in-place upgrade
       SELECT PRE-BRANCH-BOOK-FILE ASSIGN TO "BOOKS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PB-KEY
       FILE STATUS IS WS-PREB-STATUS.
      *> ...and as it was after the branch fields but before the
      *> course reserve fields
       SELECT PRE-COURSE-BOOK-FILE ASSIGN TO "BOOKS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PC-KEY
       FILE STATUS IS WS-PREC-STATUS.
       SELECT BOOK-UPG-WORK-FILE ASSIGN TO "BOOKS_UPG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPG-STATUS.
       SELECT OLD-BORROW-FILE ASSIGN TO "BORROW.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OLD-STATUS.
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS NW-BORROW-ID
       FILE STATUS IS WS-NEW-STATUS.
      *> The loan master as it was before the short-loan due time,
      *> used only by the in-place upgrade
       SELECT PRE-TIME-BORROW-FILE ASSIGN TO "BORROW.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PW-BORROW-ID
       FILE STATUS IS WS-PREW-STATUS.
       SELECT BORROW-UPG-WORK-FILE ASSIGN TO "BORROW_UPG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-UPG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NB-STATUS        PIC A.
           05 NB-HELD-FOR      PIC X(14).
           05 NB-PRICE         PIC 9(7).
           05 NB-HOME-BRANCH   PIC X(4).
           05 NB-CURR-BRANCH   PIC X(4).
           05 NB-TRANSIT-TO    PIC X(4).
           05 NB-COURSE-CODE   PIC X(10).
           05 NB-LOAN-HOURS    PIC 9(2).
           05 NB-HOUR-FINE     PIC 9(3).

      *> BOOKS.dat in its pre-branch record length
       FD  PRE-BRANCH-BOOK-FILE.
       01  PRE-BRANCH-BOOK-REC.
           05 PB-KEY.
               10 PB-ISBN      PIC X(17).
               10 PB-COPY-NO   PIC 9(3).
           05 PB-NAME          PIC X(55).
           05 PB-AUTHOR        PIC X(27).
           05 PB-CALL-NUM      PIC X(25).
           05 PB-CATEGORY      PIC X(22).
           05 PB-STATUS        PIC A.
           05 PB-HELD-FOR      PIC X(14).
           05 PB-PRICE         PIC 9(7).

      *> BOOKS.dat in its pre-course-reserve record length
       FD  PRE-COURSE-BOOK-FILE.
       01  PRE-COURSE-BOOK-REC.
           05 PC-KEY.
               10 PC-ISBN      PIC X(17).
               10 PC-COPY-NO   PIC 9(3).
           05 PC-NAME          PIC X(55).
           05 PC-AUTHOR        PIC X(27).
           05 PC-CALL-NUM      PIC X(25).
           05 PC-CATEGORY      PIC X(22).
           05 PC-STATUS        PIC A.
           05 PC-HELD-FOR      PIC X(14).
           05 PC-PRICE         PIC 9(7).
           05 PC-HOME-BRANCH   PIC X(4).
           05 PC-CURR-BRANCH   PIC X(4).
           05 PC-TRANSIT-TO    PIC X(4).

      *> Unload area for the book master upgrade: the pre-branch
      *> image with its branch fields filled in
       FD  BOOK-UPG-WORK-FILE.
       01  BOOK-UPG-WORK-REC.
           05 BU-PRE-BRANCH    PIC X(171).
           05 BU-HOME-BRANCH   PIC X(4).
           05 BU-CURR-BRANCH   PIC X(4).
           05 BU-TRANSIT-TO    PIC X(4).

       FD  OLD-MEMBER-FILE.
       01  OLD-MEMBER-REC.
           05 NM-PHONE         PIC X(10).
           05 NM-STATUS        PIC A.
           05 NM-TYPE          PIC A.
           05 NM-EXPIRY-DATE   PIC X(10).

      *> MEMBERS.dat in its pre-patron-type record length
       FD  PRE-TYPE-MEMBER-FILE.
           05 PM-PHONE         PIC X(10).
           05 PM-STATUS        PIC A.

      *> MEMBERS.dat in its pre-expiry record length
       FD  PRE-EXPIRY-MEMBER-FILE.
       01  PRE-EXPIRY-MEMBER-REC.
           05 PX-ID            PIC X(18).
           05 PX-SID-ID        PIC X(23).
           05 PX-NAME          PIC X(35).
           05 PX-PHONE         PIC X(10).
           05 PX-STATUS        PIC A.
           05 PX-TYPE          PIC A.

      *> Unload area for the in-place upgrade
       FD  UPG-WORK-FILE.
       01  UPG-WORK-REC.
           05 UW-NAME          PIC X(35).
           05 UW-PHONE         PIC X(10).
           05 UW-STATUS        PIC A.
           05 UW-TYPE          PIC A.

       FD  OLD-BORROW-FILE.
       01  OLD-BORROW-REC.
           05 NW-DUE-DATE      PIC X(10).
           05 NW-RENEW-COUNT   PIC 9(2).
           05 NW-DISPOSITION   PIC X.
           05 NW-DUE-TIME      PIC X(5).
           05 NW-HOUR-FINE     PIC 9(3).

      *> BORROW.dat in its pre-due-time record length
       FD  PRE-TIME-BORROW-FILE.
       01  PRE-TIME-BORROW-REC.
           05 PW-BORROW-ID     PIC X(15).
           05 PW-MEM-ID        PIC X(14).
           05 PW-BOOK-ISBN     PIC X(20).
           05 PW-DATE          PIC X(21).
           05 PW-RETURN-DATE   PIC X(10).
           05 PW-DUE-DATE      PIC X(10).
           05 PW-RENEW-COUNT   PIC 9(2).
           05 PW-DISPOSITION   PIC X.

      *> Unload area for the loan master upgrade
       FD  BORROW-UPG-WORK-FILE.
       01  BORROW-UPG-WORK-REC PIC X(93).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS        PIC XX     VALUE SPACES.
       01  WS-NEW-STATUS        PIC XX     VALUE SPACES.
       01  WS-PRE-STATUS        PIC XX     VALUE SPACES.
       01  WS-PREX-STATUS       PIC XX     VALUE SPACES.
       01  WS-UPG-STATUS        PIC XX     VALUE SPACES.
       01  WS-PREB-STATUS       PIC XX     VALUE SPACES.
       01  WS-PREC-STATUS       PIC XX     VALUE SPACES.
       01  WS-PREW-STATUS       PIC XX     VALUE SPACES.
       01  WS-UNLOADED          PIC A      VALUE "N".
       01  WS-UPGRADED          PIC 9(7)   VALUE 0.
       01  WS-UPGRADED-FMT      PIC ZZZZZZ9.

       01  WS-LOADED-FMT        PIC ZZZZZZ9.
       01  WS-SKIPPED-FMT       PIC ZZZZZZ9.

      *> Card term given to members converted or upgraded here
           77  UPGRADE-CARD-DAYS    PIC 9(4)   VALUE 365.
       01  WS-TODAY-YMD         PIC 9(8).
       01  WS-EXPIRY-YMD        PIC 9(8).
       01  WS-UPGRADE-EXPIRY    PIC X(10)  VALUE SPACES.

      *> Branch given to copies converted or upgraded here
           77  UPGRADE-BRANCH       PIC X(4)   VALUE "MAIN".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================="
           DISPLAY "        MASTER FILE CONVERSION TO KEYED"
           DISPLAY "==============================================="
           PERFORM COMPUTE-UPGRADE-EXPIRY
           PERFORM UPGRADE-BOOK-MASTER
           PERFORM CONVERT-BOOK-FILE
           PERFORM UPGRADE-MEMBER-MASTER
           PERFORM CONVERT-MEMBER-FILE
           PERFORM UPGRADE-BORROW-MASTER
           PERFORM CONVERT-BORROW-FILE
           DISPLAY "==============================================="
           STOP RUN.
               MOVE OB-HELD-FOR TO NB-HELD-FOR
           END-IF
           MOVE 0 TO NB-PRICE
           MOVE UPGRADE-BRANCH TO NB-HOME-BRANCH
           MOVE UPGRADE-BRANCH TO NB-CURR-BRANCH
           MOVE SPACES TO NB-TRANSIT-TO
           MOVE SPACES TO NB-COURSE-CODE
           MOVE 0 TO NB-LOAN-HOURS
           MOVE 0 TO NB-HOUR-FINE
           WRITE NEW-BOOK-REC
               INVALID KEY ADD 1 TO WS-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-LOADED
           END-WRITE.

      *> A BOOKS.dat written before the branch fields or the course
      *> reserve fields no longer opens under the current record
      *> length; as for the member master, only a "39" on the probe
      *> open triggers the unload and rebuild
       UPGRADE-BOOK-MASTER.
           OPEN INPUT NEW-BOOK-FILE
           EVALUATE WS-NEW-STATUS
             WHEN "00"
               CLOSE NEW-BOOK-FILE
             WHEN "35"
               CONTINUE
             WHEN "39"
               PERFORM REBUILD-BOOK-MASTER
             WHEN OTHER
               DISPLAY "BOOKS.dat open gave status " WS-NEW-STATUS
                       " - book master left untouched."
           END-EVALUATE.

       REBUILD-BOOK-MASTER.
           MOVE 0 TO WS-UPGRADED
           MOVE "N" TO WS-UNLOADED
           OPEN INPUT PRE-COURSE-BOOK-FILE
           IF WS-PREC-STATUS = "00"
               PERFORM UNLOAD-PRE-COURSE-BOOKS
           ELSE
               OPEN INPUT PRE-BRANCH-BOOK-FILE
               IF WS-PREB-STATUS = "00"
                   PERFORM UNLOAD-PRE-BRANCH-BOOKS
               ELSE
                   DISPLAY "BOOKS.dat is neither the current nor an"
                           " earlier layout (status " WS-PREB-STATUS
                           ") - book master left untouched."
               END-IF
           END-IF

           IF WS-UNLOADED = "Y"
               OPEN INPUT BOOK-UPG-WORK-FILE
               OPEN OUTPUT NEW-BOOK-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-UPG-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO NEW-BOOK-REC
                           MOVE BOOK-UPG-WORK-REC TO NEW-BOOK-REC(1:183)
                           MOVE SPACES TO NB-COURSE-CODE
                           MOVE 0 TO NB-LOAN-HOURS
                           MOVE 0 TO NB-HOUR-FINE
                           WRITE NEW-BOOK-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-UPGRADED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BOOK-UPG-WORK-FILE
               CLOSE NEW-BOOK-FILE

               MOVE WS-UPGRADED TO WS-UPGRADED-FMT
               DISPLAY "BOOKS upgraded in place: " WS-UPGRADED-FMT
                       " copies now carry branch and course reserve"
                       " fields."
           END-IF.

      *> Branch layout without the course reserve fields - the
      *> branches carry over
       UNLOAD-PRE-COURSE-BOOKS.
           OPEN OUTPUT BOOK-UPG-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ PRE-COURSE-BOOK-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BOOK-UPG-WORK-REC
                           FROM PRE-COURSE-BOOK-REC
               END-READ
           END-PERFORM
           CLOSE PRE-COURSE-BOOK-FILE
           CLOSE BOOK-UPG-WORK-FILE
           MOVE "Y" TO WS-UNLOADED.

      *> Layout before the branch fields - every copy is owned by,
      *> and standing at, the main library
       UNLOAD-PRE-BRANCH-BOOKS.
           OPEN OUTPUT BOOK-UPG-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ PRE-BRANCH-BOOK-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PRE-BRANCH-BOOK-REC TO BU-PRE-BRANCH
                       MOVE UPGRADE-BRANCH TO BU-HOME-BRANCH
                       MOVE UPGRADE-BRANCH TO BU-CURR-BRANCH
                       MOVE SPACES TO BU-TRANSIT-TO
                       WRITE BOOK-UPG-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PRE-BRANCH-BOOK-FILE
           CLOSE BOOK-UPG-WORK-FILE
           MOVE "Y" TO WS-UNLOADED.

      *> One year from today, as "YYYY-MM-DD"
       COMPUTE-UPGRADE-EXPIRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           COMPUTE WS-EXPIRY-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               + UPGRADE-CARD-DAYS)
           STRING WS-EXPIRY-YMD(1:4) "-" WS-EXPIRY-YMD(5:2) "-"
                  WS-EXPIRY-YMD(7:2)
               DELIMITED BY SIZE INTO WS-UPGRADE-EXPIRY
           END-STRING.

      *> A MEMBERS.dat written before the patron-type byte or the
      *> card expiry date no longer opens under the current record
      *> length; probe with the current layout first, and only when
      *> that open fails with "39" unload the file under its old
      *> layout and rebuild it in place. A file without types
      *> upgrades everyone as a student - the type byte can then be
      *> set per member from the MANAGE MEMBERS screen.
       UPGRADE-MEMBER-MASTER.
           OPEN INPUT NEW-MEMBER-FILE
           EVALUATE WS-NEW-STATUS

       REBUILD-MEMBER-MASTER.
           MOVE 0 TO WS-UPGRADED
           MOVE "N" TO WS-UNLOADED
           OPEN INPUT PRE-EXPIRY-MEMBER-FILE
           IF WS-PREX-STATUS = "00"
               PERFORM UNLOAD-PRE-EXPIRY-MEMBERS
           ELSE
               OPEN INPUT PRE-TYPE-MEMBER-FILE
               IF WS-PRE-STATUS = "00"
                   PERFORM UNLOAD-PRE-TYPE-MEMBERS
               ELSE
                   DISPLAY "MEMBERS.dat is neither the current nor an"
                           " earlier layout (status " WS-PRE-STATUS
                           ") - member master left untouched."
               END-IF
           END-IF

           IF WS-UNLOADED = "Y"
      *> Recreate the master at the current length from the unload
               OPEN INPUT UPG-WORK-FILE
               OPEN OUTPUT NEW-MEMBER-FILE
                           MOVE UW-NAME   TO NM-NAME
                           MOVE UW-PHONE  TO NM-PHONE
                           MOVE UW-STATUS TO NM-STATUS
                           MOVE UW-TYPE   TO NM-TYPE
                           MOVE WS-UPGRADE-EXPIRY TO NM-EXPIRY-DATE
                           WRITE NEW-MEMBER-REC
                               INVALID KEY
                                   CONTINUE

               MOVE WS-UPGRADED TO WS-UPGRADED-FMT
               DISPLAY "MEMBERS upgraded in place: " WS-UPGRADED-FMT
                       " members now carry a type and card expiry."
           END-IF.

      *> Typed layout without the expiry date - types carry over
       UNLOAD-PRE-EXPIRY-MEMBERS.
           OPEN OUTPUT UPG-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ PRE-EXPIRY-MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PX-ID     TO UW-ID
                       MOVE PX-SID-ID TO UW-SID-ID
                       MOVE PX-NAME   TO UW-NAME
                       MOVE PX-PHONE  TO UW-PHONE
                       MOVE PX-STATUS TO UW-STATUS
                       MOVE PX-TYPE   TO UW-TYPE
                       IF UW-TYPE = SPACE
                           MOVE "S" TO UW-TYPE
                       END-IF
                       WRITE UPG-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PRE-EXPIRY-MEMBER-FILE
           CLOSE UPG-WORK-FILE
           MOVE "Y" TO WS-UNLOADED.

      *> Oldest keyed layout, before the type byte - everyone "S"
       UNLOAD-PRE-TYPE-MEMBERS.
           OPEN OUTPUT UPG-WORK-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ PRE-TYPE-MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PM-ID     TO UW-ID
                       MOVE PM-SID-ID TO UW-SID-ID
                       MOVE PM-NAME   TO UW-NAME
                       MOVE PM-PHONE  TO UW-PHONE
                       MOVE PM-STATUS TO UW-STATUS
                       MOVE "S"       TO UW-TYPE
                       WRITE UPG-WORK-REC
               END-READ
           END-PERFORM
           CLOSE PRE-TYPE-MEMBER-FILE
           CLOSE UPG-WORK-FILE
           MOVE "Y" TO WS-UNLOADED.

       CONVERT-MEMBER-FILE.
           MOVE 0 TO WS-LOADED
           MOVE 0 TO WS-SKIPPED
      *> The old files pre-date patron types - everyone converts as
      *> a student
           MOVE "S"       TO NM-TYPE
           MOVE WS-UPGRADE-EXPIRY TO NM-EXPIRY-DATE
           WRITE NEW-MEMBER-REC
               INVALID KEY ADD 1 TO WS-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-LOADED
               MOVE 0 TO NW-RENEW-COUNT
           END-IF
           MOVE SPACE TO NW-DISPOSITION
           MOVE SPACES TO NW-DUE-TIME
           MOVE 0 TO NW-HOUR-FINE
           WRITE NEW-BORROW-REC
               INVALID KEY ADD 1 TO WS-SKIPPED
               NOT INVALID KEY ADD 1 TO WS-LOADED
           END-WRITE.

      *> A BORROW.dat written before the short-loan due time no
      *> longer opens under the current record length; the same
      *> "39" probe as the other masters decides whether to rebuild
       UPGRADE-BORROW-MASTER.
           OPEN INPUT NEW-BORROW-FILE
           EVALUATE WS-NEW-STATUS
             WHEN "00"
               CLOSE NEW-BORROW-FILE
             WHEN "35"
               CONTINUE
             WHEN "39"
               PERFORM REBUILD-BORROW-MASTER
             WHEN OTHER
               DISPLAY "BORROW.dat open gave status " WS-NEW-STATUS
                       " - loan master left untouched."
           END-EVALUATE.

      *> Every loan already on file is a whole-day loan: no due time
      *> and no hourly rate
       REBUILD-BORROW-MASTER.
           MOVE 0 TO WS-UPGRADED
           MOVE "N" TO WS-UNLOADED
           OPEN INPUT PRE-TIME-BORROW-FILE
           IF WS-PREW-STATUS = "00"
               OPEN OUTPUT BORROW-UPG-WORK-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ PRE-TIME-BORROW-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           WRITE BORROW-UPG-WORK-REC
                               FROM PRE-TIME-BORROW-REC
                   END-READ
               END-PERFORM
               CLOSE PRE-TIME-BORROW-FILE
               CLOSE BORROW-UPG-WORK-FILE
               MOVE "Y" TO WS-UNLOADED
           ELSE
               DISPLAY "BORROW.dat is neither the current nor an"
                       " earlier layout (status " WS-PREW-STATUS
                       ") - loan master left untouched."
           END-IF

           IF WS-UNLOADED = "Y"
               OPEN INPUT BORROW-UPG-WORK-FILE
               OPEN OUTPUT NEW-BORROW-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-UPG-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO NEW-BORROW-REC
                           MOVE BORROW-UPG-WORK-REC
                               TO NEW-BORROW-REC(1:93)
                           MOVE SPACES TO NW-DUE-TIME
                           MOVE 0 TO NW-HOUR-FINE
                           WRITE NEW-BORROW-REC
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-UPGRADED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BORROW-UPG-WORK-FILE
               CLOSE NEW-BORROW-FILE

               MOVE WS-UPGRADED TO WS-UPGRADED-FMT
               DISPLAY "BORROW upgraded in place: " WS-UPGRADED-FMT
                       " loans now carry a due time field."
           END-IF.

       END PROGRAM Master-File-Convert.
