      *   OVD3 final overdue notice, 30 days late, with the fine
      *        accrued so far at the daily rate
      *   HOLD a held book is ready for pickup
      *   EXPR the member's library card expires within 30 days
      * Every notice sent is remembered in NOTICELOG.txt (item, member
      * and tier), so the same member is not re-noticed at the same
      * tier on the next run; they move up only when the next tier is
      * whose loan has since been closed or whose hold has since been
      * picked up or released, which keeps the log bounded by what is
      * actually outstanding and lets a copy held for the same member
      * again later generate a fresh pickup notice. Card-expiry rows
      * are keyed on the expiry date, so a member is warned once per
      * card term; they drop out once that date has passed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Notice-Extract.
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  MEMBER-FILE.
       01  MEMBER-FILE-REC.
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

       FD  BOOK-FILE.
       01  BOOK-FILE-REC.
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

      *> One record per notice for the messaging vendor
       FD  NOTICE-FILE.
           05 POL-RENEW-LIMIT  PIC 9(2).
           05 POL-DAILY-FINE   PIC 9(3).
           05 POL-BLOCK-LIMIT  PIC 9(7).
           05 POL-FOUND-FEE    PIC 9(5).
           05 POL-CARD-DAYS    PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-BORROW-STATUS     PIC XX     VALUE SPACES.
           77  TIER1-DAYS       PIC 9(3) VALUE 3.
           77  TIER2-DAYS       PIC 9(3) VALUE 10.
           77  TIER3-DAYS       PIC 9(3) VALUE 30.
      *> How far ahead of a card's expiry the member is warned
           77  EXPIRY-NOTICE-DAYS PIC 9(3) VALUE 30.

      *> Notices already sent, loaded from NOTICELOG.txt with the
      *> rows for closed loans and released holds purged away
       01  WS-LOG-OVERFLOW      PIC A VALUE "N".
       01  WS-BORROW-OPEN-OK    PIC A VALUE "N".
       01  WS-BOOK-OPEN-OK      PIC A VALUE "N".
      *> A master that could not be scanned means notices were
      *> missed; the run ends with a non-zero return code
       01  WS-RUN-FAILED        PIC A VALUE "N".
       01  WS-PURGE-COUNT       PIC 9(5) VALUE 0.
       01  WS-PURGE-FMT         PIC ZZZZ9.


       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).
       01  WS-WARN-DATE         PIC X(10).
       01  WS-WARN-YMD          PIC 9(8).
       01  WS-EXPIRY-YMD        PIC 9(8).
       01  WS-EXPIRY-INT        PIC 9(9).

       01  WS-TIER              PIC 9.
       01  WS-NOTICE-REF        PIC X(20).
           PERFORM LOAD-NOTICE-LOG
           PERFORM SCAN-OPEN-LOANS
           PERFORM SCAN-HELD-BOOKS
           PERFORM SCAN-EXPIRING-CARDS
           PERFORM WRITE-RUN-TOTALS
           IF WS-RUN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-TODAY-DATE.
                  "-" DELIMITED BY SIZE
                  BRW-DD DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-TODAY-DATE-TIME(1:8) TO TODAY-YYYYMMDD
           COMPUTE INT-TODAY = FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

      *> Last expiry date that is close enough to warn about
           COMPUTE WS-WARN-YMD = FUNCTION DATE-OF-INTEGER(
               INT-TODAY + EXPIRY-NOTICE-DAYS)
           STRING WS-WARN-YMD(1:4) "-" WS-WARN-YMD(5:2) "-"
                  WS-WARN-YMD(7:2)
               DELIMITED BY SIZE INTO WS-WARN-DATE
           END-STRING.

      *> Load NOTICELOG.txt, dropping rows that no longer matter:

      *> Is this log row still suppressing anything? Hold rows stay
      *> only while the copy is still on the hold shelf for that
      *> member; card-expiry rows only until the expiry date they
      *> warned about has gone by; overdue rows stay only while the
      *> loan is open. When
      *> a master cannot be read the row is kept - purging blind
      *> would re-notice everyone.
       CHECK-LOG-ROW-ACTIVE.
           MOVE "Y" TO WS-ROW-ACTIVE
           IF NL-TIER = 8
               IF NL-REF(1:10) < WS-TODAY-DATE
                   MOVE "N" TO WS-ROW-ACTIVE
               END-IF
           ELSE
           IF NL-TIER = 9
               IF WS-BOOK-OPEN-OK = "Y"
                   MOVE NL-REF(1:17) TO BOOK-ISBN
                           END-IF
                   END-READ
               END-IF
           END-IF
           END-IF.

      *> Write the surviving rows back over NOTICELOG.txt
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
      *> No loan master yet simply means no loans
               IF WS-BORROW-STATUS NOT = "35"
                   DISPLAY "BORROW.dat could not be opened, status "
                           WS-BORROW-STATUS " - overdue notices skipped"
                   MOVE "Y" TO WS-RUN-FAILED
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BORROW-FILE NEXT
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BOOK-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
               DISPLAY "BOOKS.dat could not be opened, status "
                       WS-BOOK-STATUS " - hold notices skipped"
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BOOK-FILE NEXT
           PERFORM APPEND-NOTICE
           PERFORM APPEND-NOTICE-LOG.

      *> Every active member whose card runs out between today and
      *> the warning horizon gets a renewal reminder (once per
      *> expiry date, so renewing and nearing the new date warns
      *> again). Members with no expiry on file are never warned.
       SCAN-EXPIRING-CARDS.
           OPEN INPUT MEMBER-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
               DISPLAY "MEMBERS.dat could not be opened, status "
                       WS-MEMBER-STATUS " - expiry notices skipped"
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MEM-STATUS NOT = "I" AND
                          MEM-EXPIRY-DATE(1:4) NUMERIC AND
                          MEM-EXPIRY-DATE(6:2) NUMERIC AND
                          MEM-EXPIRY-DATE(9:2) NUMERIC AND
                          MEM-EXPIRY-DATE NOT < WS-TODAY-DATE AND
                          MEM-EXPIRY-DATE NOT > WS-WARN-DATE
                           MOVE 8 TO WS-TIER
                           MOVE SPACES TO WS-NOTICE-REF
                           MOVE MEM-EXPIRY-DATE TO WS-NOTICE-REF
                           MOVE MEM-ID(1:14) TO WS-NOTICE-MEM
                           PERFORM CHECK-ALREADY-SENT
                           IF ST-HIT = "N"
                               PERFORM WRITE-EXPIRY-NOTICE
                           ELSE
                               ADD 1 TO WS-SKIP-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEMBER-STATUS NOT = "35"
               CLOSE MEMBER-FILE
           END-IF.

      *> The member record is already in hand, so no LOOKUP-MEMBER;
      *> the days field carries the days left on the card
       WRITE-EXPIRY-NOTICE.
           STRING MEM-EXPIRY-DATE(1:4) MEM-EXPIRY-DATE(6:2)
                  MEM-EXPIRY-DATE(9:2)
               DELIMITED BY SIZE INTO WS-EXPIRY-YMD
           END-STRING
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YMD)
           MOVE "EXPR" TO NOTICE-TYPE
           MOVE WS-NOTICE-MEM TO NOTICE-MEM-ID
           MOVE MEM-NAME  TO NOTICE-NAME
           MOVE MEM-PHONE TO NOTICE-PHONE
           MOVE SPACES TO NOTICE-ISBN
           MOVE SPACES TO NOTICE-TITLE
           STRING "LIBRARY CARD EXPIRES " MEM-EXPIRY-DATE
               DELIMITED BY SIZE INTO NOTICE-TITLE
           END-STRING
           COMPUTE NOTICE-DAYS = WS-EXPIRY-INT - INT-TODAY
           MOVE 0 TO NOTICE-FINE
           MOVE WS-TODAY-DATE TO NOTICE-DATE

           PERFORM APPEND-NOTICE
           PERFORM APPEND-NOTICE-LOG.

       APPEND-NOTICE.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = "35"
