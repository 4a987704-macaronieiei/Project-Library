       SELECT FINE-FILE ASSIGN TO "FINES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FINE-STATUS.
       SELECT BRANCH-FILE ASSIGN TO "BRANCH.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BRANCH-STATUS.
       SELECT STAFF-FILE ASSIGN TO "STAFF.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STAFF-STATUS.
       SELECT RETURN-ARC-FILE ASSIGN TO "RETURN_ARCHIVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RARC-STATUS.
       SELECT MEMBER-EXPORT-FILE ASSIGN TO "MEMBER_EXPORT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

       FD  BOOK-FILE.
       01  BOOK-FILE-REC.
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
      *> The branch that owns the copy and the branch it is at now.
      *> Status "T" is a copy travelling between branches: it left
      *> BOOK-CURR-BRANCH for BOOK-TRANSIT-TO and is not on any
      *> shelf until the receiving branch checks it in (held for
      *> BOOK-HELD-FOR when a reservation sent it).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
      *> Course reserve stock: a copy lent only on short loans of
      *> BOOK-LOAN-HOURS hours for the course BOOK-COURSE-CODE, and
      *> fined BOOK-HOUR-FINE Baht for each hour or part of an hour
      *> it comes back late. A blank course code is ordinary stock.
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

       FD  BORROW-FILE.
       01  BORROW-FILE-REC.
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
      *> A short loan of course reserve stock falls due at a time
      *> of day ("HH:MM") and is fined by the hour at the rate the
      *> copy carried when it was lent; both stay blank / zero on
      *> ordinary whole-day loans.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  RETURN-FILE.
       01  RETURN-FILE-REC.
           05 RESERVE-BOOK-ISBN    PIC X(17).
           05 RESERVE-DATE-TIME    PIC X(21).
           05 RESERVE-STATUS       PIC A.
      *> Branch the member will collect from; rows written before
      *> branches read as spaces and mean the main library
           05 RESERVE-BRANCH       PIC X(4).

       FD  TEMP-RESERVE-FILE.
       01  TEMP-RESERVE-REC.
           05 TEMP-RESERVE-BOOK-ISBN   PIC X(17).
           05 TEMP-RESERVE-DATE-TIME   PIC X(21).
           05 TEMP-RESERVE-STATUS      PIC A.
           05 TEMP-RESERVE-BRANCH      PIC X(4).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.

      *> Per-member fines ledger: one "F" row per fine assessed at
      *> return time, one "P" row per payment taken at the desk.
      *> The staff byte carries who took a payment so
      *> Cash-Session-Report can balance each drawer; rows written
      *> before it read as spaces. Admin-approved entries carry a
      *> reason code and the approving staff id and are never cash:
      *>   "W" fine waived               (credit)
      *>   "A" balance adjusted down     (credit)
      *>   "D" balance adjusted up       (debit)
      *>   "C" lost copy found - replacement cost credited back
      *> The monthly bursar run posts its own rows, reason "BURS":
      *>   "T" balance transferred to the bursar    (credit)
      *>   "R" transfer reversed by the bursar      (debit)
      *> A member's outstanding balance is the debits ("F", "D",
      *> "R") less everything else.
       FD  FINE-FILE.
       01  FINE-FILE-REC.
           05 FINE-MEM-ID      PIC X(14).
           05 FINE-REF         PIC X(15).
           05 FINE-DATE-TIME   PIC X(21).
           05 FINE-STAFF-ID    PIC X(10).
           05 FINE-REASON      PIC X(4).
           05 FINE-APPROVER-ID PIC X(10).

      *> The library's branches, one row each: code and name. With
      *> no file there is only the main library.
       FD  BRANCH-FILE.
       01  BRANCH-FILE-REC.
           05 BR-CODE          PIC X(4).
           05 BR-NAME          PIC X(30).

      *> Staff accounts: the PIN is never stored, only its hash, and
      *> the role byte gates the administrative screens ("A" = admin,
      *> Loan policy by patron type ("S" student, "F" faculty, "E"
      *> external): loan days, borrow limit, renewal limit, daily
      *> fine rate, and the unpaid-fine threshold that blocks further
      *> borrowing, the processing fee kept back when a copy billed
      *> as lost turns up, and the number of days a card renewal
      *> adds to the membership. Maintained from the MANAGE LOAN
      *> POLICIES screen; a type with no row here gets the built-in
      *> defaults, and rows written before the fee or the card term
      *> read them as spaces.
       FD  POLICY-FILE.
       01  POLICY-FILE-REC.
           05 POL-TYPE         PIC A.
           05 POL-RENEW-LIMIT  PIC 9(2).
           05 POL-DAILY-FINE   PIC 9(3).
           05 POL-BLOCK-LIMIT  PIC 9(7).
           05 POL-FOUND-FEE    PIC 9(5).
           05 POL-CARD-DAYS    PIC 9(4).

      *> Loans and returns moved out of the live masters by the
      *> Archive-Purge utility: the live record image with the
           05 BA-RENEW-COUNT       PIC 9(2).
           05 BA-DISPOSITION       PIC X.
           05 BA-ARCHIVED          PIC X(10).
           05 BA-DUE-TIME          PIC X(5).
           05 BA-HOUR-FINE         PIC 9(3).

       FD  RETURN-ARC-FILE.
       01  RETURN-ARC-REC.
           05 RA-FINE-BAHT         PIC 9(7).
           05 RA-ARCHIVED          PIC X(10).

      *> Everything held on one member, written for a data-access
      *> request from MANAGE MEMBERS
       FD  MEMBER-EXPORT-FILE.
       01  MEMBER-EXPORT-REC      PIC X(160).

       WORKING-STORAGE SECTION.
       01  DUMMY PIC X.
       01  PROG-CONTROL.
               10 WS-HELD-COPY-NO  PIC 9(3).
               10 WS-BORROW-COPY-NO PIC 9(3).
               10 WS-BORROW-CATEGORY PIC X(22).
               10 WS-REMOTE-FOUND  PIC A   VALUE "N".
               10 WS-REMOTE-COPY-NO PIC 9(3).
               10 WS-REMOTE-BRANCH PIC X(4).
               10 WS-TRANSFER-SET  PIC A   VALUE "N".
               10 WS-HELD-ELSEWHERE PIC A  VALUE "N".
               10 WS-HELD-BRANCH   PIC X(4).
               10 WS-COPY-BRANCH   PIC X(4).
               10 WS-SHORT-FOUND   PIC A   VALUE "N".
               10 WS-SHORT-COPY-NO PIC 9(3).
               10 WS-SHORT-COURSE  PIC X(10).
               10 WS-SHORT-HOURS   PIC 9(2).
               10 WS-SHORT-FINE    PIC 9(3).
               10 WS-SHORT-LEFT    PIC A   VALUE "N".
               10 WS-SHORT-LOAN    PIC A   VALUE "N".

       01  RETURN-BOOK-SYS.
           05 RETURN-ISBN  PIC X(17).
           05 NOW-RETURN   PIC X(21) VALUE SPACES.
           05 WS-RETURN-COPY-NO PIC 9(3).
           05 WS-OTHER-COPY-FREE PIC A VALUE "N".
           05 WS-RETURN-TRANSIT-TO PIC X(4).

       01  RENEW-SYS.
           05 RENEW-ISBN           PIC X(17).
           05 WS-RESERVE-OPEN      PIC A   VALUE "N".
           05 WS-RENEW-CATEGORY    PIC X(22).
           05 WS-NEW-DUE-DATE      PIC X(10).
           05 WS-NEW-DUE-TIME      PIC X(5).
           05 WS-RENEW-COPY-NO     PIC 9(3).
           05 WS-RENEW-HOURS       PIC 9(2).
           05 WS-LOAN-LATE         PIC A   VALUE "N".
           05 RENEW-DATE-INT       PIC 9(9).
           05 RENEW-DUE-PRE        PIC X(8).
           05 RENEW-DUE-YYYY       PIC X(4).
           05 WS-OLDEST-MEM-ID      PIC X(14).
           05 WS-OLDEST-DATE-TIME   PIC X(21).
           05 WS-RESERVE-FOUND      PIC A   VALUE "N".
           05 WS-OLDEST-BRANCH      PIC X(4).
           05 WS-RESERVE-STATUS-NEW PIC A   VALUE "O".

       01  WS-DATE-CALC.
           05 BRW-YYYY        PIC 9(4).
           05 WS-CALLNO     PIC X(25).
           05 WS-CATEGORY   PIC X(22).
           05 WS-STATUS     PIC X.
           05 WS-BOOK-BRANCH PIC X(4).
           05 STRING-BOOK-LIST  PIC X(170).

       01  WS-BOOK-COUNT    PIC 9(3) VALUE 0.
           77  WS-RESERVE-STATUS PIC XX    VALUE SPACES.
           77  WS-FINE-STATUS   PIC XX     VALUE SPACES.
           77  FINE-BLOCK-LIMIT PIC 9(7)   VALUE 100.
           77  FOUND-FEE-DEFAULT PIC 9(5)  VALUE 50.
           77  CARD-DAYS-DEFAULT PIC 9(4)  VALUE 365.
           77  RCP-TMP-ID       PIC 9(10).
           77  WS-STAFF-STATUS  PIC XX     VALUE SPACES.
           77  WS-BRANCH-STATUS PIC XX     VALUE SPACES.
           77  DEFAULT-BRANCH   PIC X(4)   VALUE "MAIN".
           77  WS-GEN1-STATUS   PIC XX     VALUE SPACES.
           77  WS-BKPLOG-STATUS PIC XX     VALUE SPACES.
           77  WS-MEMBER-STATUS PIC XX     VALUE SPACES.
           05 WS-POL-RENEW-LIMIT   PIC 9(2) VALUE 02.
           05 WS-POL-DAILY-FINE    PIC 9(3) VALUE 05.
           05 WS-POL-BLOCK-LIMIT   PIC 9(7) VALUE 100.
           05 WS-POL-FOUND-FEE     PIC 9(5) VALUE 50.
           05 WS-POL-CARD-DAYS     PIC 9(4) VALUE 365.
           05 WS-MEMBER-EXPIRY     PIC X(10) VALUE SPACES.

      *> Membership card expiry: a card is good up to and including
      *> its expiry date, and no loan may fall due after it
       01  CARD-EXPIRY-SYS.
           05 EXP-CHECK-DATE       PIC X(10).
           05 EXP-TODAY-DATE       PIC X(10).
           05 EXP-EXPIRED          PIC A    VALUE "N".
           05 EXP-CAPPED           PIC A    VALUE "N".
           05 EXP-YMD              PIC 9(8).
           05 EXP-INT              PIC 9(9).
           05 EXP-TODAY-INT        PIC 9(9).
           05 EXP-NEW-DATE         PIC X(10).

       01  MANAGE-POLICY-SYS.
           05 WS-POLICY-CHOICE PIC 9.
           05 MP-RENEW-LIMIT   PIC 9(2).
           05 MP-DAILY-FINE    PIC 9(3).
           05 MP-BLOCK-LIMIT   PIC 9(7).
           05 MP-FOUND-FEE     PIC 9(5).
           05 MP-CARD-DAYS     PIC 9(4).
           05 MP-FOUND         PIC A.
           05 MP-I             PIC 9(2).

               10 PT-RENEW-LIMIT   PIC 9(2).
               10 PT-DAILY-FINE    PIC 9(3).
               10 PT-BLOCK-LIMIT   PIC 9(7).
               10 PT-FOUND-FEE     PIC 9(5).
               10 PT-CARD-DAYS     PIC 9(4).
       01  PT-COUNT            PIC 9(2) VALUE 0.

       01  WS-RETURN-FLAGS.
           05 WS-RETURN-DENIED            PIC A   VALUE "N".
           05 CURRENT-BORROW-ID           PIC X(15).
           05 CURRENT-DUE-DATE            PIC X(10).
           05 CURRENT-DUE-TIME            PIC X(5).
           05 CURRENT-HOUR-FINE           PIC 9(3).

      *> Short-loan clock arithmetic: a day integer plus a minute of
      *> the day, moved on by whole hours, and how far past its due
      *> time a short loan is now
       01  SHORT-LOAN-SYS.
           05 HR-NOW               PIC X(21).
           05 HR-BASE-INT          PIC 9(9).
           05 HR-BASE-MINUTE       PIC 9(4).
           05 HR-ADD-HOURS         PIC 9(2).
           05 HR-TOTAL-MINUTE      PIC 9(6).
           05 HR-DAYS              PIC 9(3).
           05 HR-DUE-INT           PIC 9(9).
           05 HR-DUE-MINUTE        PIC 9(4).
           05 HR-DUE-YMD           PIC 9(8).
           05 HR-HH                PIC 9(2).
           05 HR-MI                PIC 9(2).
           05 HR-NOW-HH            PIC 9(2).
           05 HR-NOW-MI            PIC 9(2).
           05 HR-DUE-DATE          PIC X(10).
           05 HR-DUE-TIME          PIC X(5).
           05 HR-LATE-MINUTES      PIC S9(9).
           05 HR-LATE-HOURS        PIC 9(5).

      *> Course reserve list maintenance: the course being worked
      *> on and the copy being added or taken off its list
       01  COURSE-RESERVE-SYS.
           05 CR-CHOICE            PIC 9.
           05 CR-COURSE            PIC X(10).
           05 CR-ISBN              PIC X(17).
           05 CR-COPY-NO           PIC 9(3).
           05 CR-HOURS             PIC 9(2).
           05 CR-FINE              PIC 9(3).
           05 CR-FOUND             PIC A   VALUE "N".
           05 CR-CONFIRM           PIC A.
           05 CR-COUNT             PIC 9(4) VALUE 0.
           05 CR-COUNT-FMT         PIC ZZZ9.
           05 CR-HOURS-FMT         PIC Z9.
           05 CR-FINE-FMT          PIC ZZ9.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.
           05 WS-ACTING-STAFF-ID   PIC X(10) VALUE SPACES.
           05 WS-ACTING-STAFF-ROLE PIC A    VALUE SPACE.

      *> The branch this terminal is working at. Chosen by the staff
      *> member who signs on; until then the main library.
       01  BRANCH-SYS.
           05 WS-SESSION-BRANCH    PIC X(4) VALUE "MAIN".
           05 WS-BRANCH-ENTRY      PIC X(4).
           05 WS-BRANCH-OK         PIC A.
           05 BRT-COUNT            PIC 9(2) VALUE 0.
           05 BRT-IDX              PIC 9(2).
           05 BRT-ENTRY OCCURS 20 TIMES.
               10 BRT-CODE         PIC X(4).
               10 BRT-NAME         PIC X(30).
               10 BRT-OVERDUE      PIC 9(3).
           05 WS-BRANCH-FILTER     PIC X(4).
           05 WS-OVERDUE-BRANCH    PIC X(4).
           05 WS-OVERDUE-OTHER     PIC 9(3).

       01  PAY-FINES-SYS.
           05 FIN-CURRENT-DATE-TIME PIC X(21).
           05 FIN-YEAR         PIC 9(4).
           05 WS-FINE-POST-TYPE PIC A.
           05 WS-FINE-POST-AMOUNT PIC 9(7).
           05 WS-FINE-POST-REF PIC X(15).
           05 WS-FINE-POST-REASON PIC X(4).
           05 WS-FINE-POST-APPROVER PIC X(10).
           05 WS-FINE-BAL-MEM-ID PIC X(14).

      *> Staff check-in of book-drop returns by ISBN and copy number
       01  DESK-CHECKIN-SYS.
           05 CI-ISBN          PIC X(17).
           05 CI-COPY-NO       PIC 9(3).
           05 CI-LOAN-COPY     PIC 9(3).
           05 CI-FOUND         PIC A   VALUE "N".
           05 CI-MEM-ID        PIC X(14).
           05 CI-MEM-TYPE      PIC A.
           05 CI-SAVE-TYPE     PIC A.
           05 CI-LAST-OPEN-INT PIC 9(9).
           05 CI-LAST-OPEN-YMD PIC 9(8).
           05 CI-LAST-OPEN-FMT PIC X(10).
           05 CI-COUNT         PIC 9(3) VALUE 0.
           05 CI-DONE          PIC A   VALUE "N".
           05 CI-TRANSIT       PIC A   VALUE "N".

      *> Admin ledger corrections: waivers, adjustments and the
      *> credit given back when a copy billed as lost is found
       01  FINE-ADJUST-SYS.
           05 WS-ADJUST-CHOICE PIC 9.
           05 FA-SID-ID        PIC X(10).
           05 FA-MEM-ID        PIC X(14).
           05 FA-MEM-NAME      PIC X(35).
           05 FA-MEM-TYPE      PIC A.
           05 FA-SAVE-TYPE     PIC A.
           05 FA-FOUND         PIC A   VALUE "N".
           05 FA-DIRECTION     PIC A.
           05 FA-TYPE          PIC A.
           05 FA-AMOUNT        PIC 9(7).
           05 FA-AMOUNT-FMT    PIC Z,ZZZ,ZZ9.
           05 FA-REASON        PIC X(4).
           05 FA-REASON-OK     PIC A.
           05 FA-REF           PIC X(15).
           05 FA-ISBN          PIC X(17).
           05 FA-COPY-NO       PIC 9(3).
           05 FA-BORROW-ID     PIC X(15).
           05 FA-BILLED        PIC 9(7).
           05 FA-CREDITED      PIC 9(7).
           05 FA-FEE           PIC 9(5).
           05 FA-CREDIT        PIC 9(7).

       01  MANAGE-BOOKS-SYS.
           05 WS-MANAGE-CHOICE PIC 9.
           05 MM-FOUND         PIC A   VALUE "N".
           05 MM-NEW-STATUS    PIC A.
           05 MM-TYPE          PIC X.
           05 MM-SAVE-TYPE     PIC A.

      *> Member data export: the member being exported and the row
      *> count for each section of MEMBER_EXPORT.txt
       01  MEMBER-EXPORT-SYS.
           05 MX-MEM-ID        PIC X(14).
           05 MX-STUDENT-ID    PIC X(10).
           05 MX-TODAY-DATE    PIC X(10).
           05 MX-SECTION-COUNT PIC 9(5) VALUE 0.
           05 MX-TOTAL-COUNT   PIC 9(6) VALUE 0.
           05 MX-TALLY         PIC 9(3) VALUE 0.
           05 MX-RUN-BALANCE   PIC S9(7) VALUE 0.
           05 MX-COUNT-FMT     PIC ZZZZ9.
           05 MX-TOTAL-FMT     PIC ZZZZZ9.
           05 MX-RENEW-FMT     PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM MENU-LOOP UNTIL WS-CHOICE = 20.
           STOP RUN.

      *>  MENU
       MENU-LOOP.
           DISPLAY "===============================================".
           DISPLAY "            LIBRARY SYSTEM - MENU".
           DISPLAY "            Branch : " WS-SESSION-BRANCH.
           DISPLAY "===============================================".
           DISPLAY " 1. LOGIN".
           DISPLAY " 2. REGISTER".
           DISPLAY "14. AUDIT LOG INQUIRY".
           DISPLAY "15. MEMBER ACCOUNT STATEMENT".
           DISPLAY "16. MANAGE CLOSED DAYS".
           DISPLAY "17. FINE WAIVERS / ADJUSTMENTS".
           DISPLAY "18. DESK CHECK-IN (BOOK DROP)".
           DISPLAY "19. COURSE RESERVE LISTS".
           DISPLAY "20. EXIT PROGRAM".
           DISPLAY "===============================================".
           DISPLAY "Enter Your Choice :"
           ACCEPT WS-CHOICE.
             WHEN 14 PERFORM AUDIT-INQUIRY
             WHEN 15 PERFORM ACCOUNT-STATEMENT
             WHEN 16 PERFORM MANAGE-CALENDAR
             WHEN 17 PERFORM MANAGE-FINE-ADJUSTMENTS
             WHEN 18 PERFORM DESK-CHECK-IN
             WHEN 19 PERFORM MANAGE-COURSE-RESERVES
             WHEN 20 PERFORM EXIT-PROGRAM
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-ID
                       MOVE MEM-EXPIRY-DATE TO EXP-CHECK-DATE
                       PERFORM CHECK-CARD-EXPIRED
                       IF MEM-STATUS = "I"
                           DISPLAY "This membership has been"
                               " deactivated. Contact the library."
                           MOVE "DENIED - MEMBERSHIP DEACTIVATED"
                               TO WS-AUDIT-OUTCOME
                           PERFORM WRITE-AUDIT-LOG
                       ELSE
                       IF EXP-EXPIRED = "Y"
                           DISPLAY "This library card expired on "
                               MEM-EXPIRY-DATE ". Please renew it at"
                               " the desk."
                           MOVE STD-ID TO WS-AUDIT-MEM-ID
                           MOVE "LOGIN" TO WS-AUDIT-ACTION
                           MOVE "DENIED - MEMBERSHIP EXPIRED"
                               TO WS-AUDIT-OUTCOME
                           PERFORM WRITE-AUDIT-LOG
                       ELSE
                           DISPLAY "Login Successful. Welcome, "
                                   MEM-NAME
                           MOVE MEM-ID TO USER-MEM-ID
                           MOVE MEM-EXPIRY-DATE TO WS-MEMBER-EXPIRY
                           IF MEM-EXPIRY-DATE NOT = SPACES
                               DISPLAY "Card valid until : "
                                       MEM-EXPIRY-DATE
                           END-IF
      *> Members registered before patron types carry a blank type
      *> byte and are treated as students
                           IF MEM-TYPE = "S" OR MEM-TYPE = "F" OR
                           END-IF
                           PERFORM LOAD-MEMBER-POLICY
                       END-IF
                       END-IF
               END-READ
               CLOSE MEMBER-FILE
           END-IF
               MOVE "A"       TO MEM-STATUS
               MOVE STD-TYPE  TO MEM-TYPE

      *> A new card runs for the student card term from today
               MOVE STD-TYPE TO WS-MEMBER-TYPE
               PERFORM LOAD-MEMBER-POLICY
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
               COMPUTE EXP-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
                   + WS-POL-CARD-DAYS
               PERFORM FORMAT-EXPIRY-DATE
               MOVE EXP-NEW-DATE TO MEM-EXPIRY-DATE

               OPEN I-O MEMBER-FILE
               IF WS-MEMBER-STATUS = "35"
                   OPEN OUTPUT MEMBER-FILE
               DISPLAY "==============================================="
               DISPLAY "Registration completed successfully!!!"
               DISPLAY "Your Library Member ID is : "STD-MEM-ID
               DISPLAY "Card valid until          : " EXP-NEW-DATE
               DISPLAY "==============================================="
               MOVE STD-MEM-ID TO USER-MEM-ID
               MOVE EXP-NEW-DATE TO WS-MEMBER-EXPIRY
               MOVE STD-TYPE TO WS-MEMBER-TYPE
               PERFORM LOAD-MEMBER-POLICY
               END-IF
               DISPLAY "Please enter book ISBN number : "
               ACCEPT BORROW-ISBN

               MOVE WS-MEMBER-EXPIRY TO EXP-CHECK-DATE
               PERFORM CHECK-CARD-EXPIRED
               PERFORM COUNT-MEMBER-BORROWS

               IF EXP-EXPIRED = "Y"
                   DISPLAY "Sorry, your library card expired on "
                           WS-MEMBER-EXPIRY ". Please renew it at"
                           " the desk before borrowing."
                   MOVE USER-MEM-ID TO WS-AUDIT-MEM-ID
                   MOVE "BORROW" TO WS-AUDIT-ACTION
                   MOVE "DENIED - MEMBERSHIP EXPIRED"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-LOG
               ELSE
               IF WS-MEMBER-BORROW-COUNT NOT < WS-POL-BORROW-LIMIT
                   DISPLAY "Sorry, you already have "
                           WS-POL-BORROW-LIMIT
               OPEN INPUT BOOK-FILE

      *> Read just the copies of the requested ISBN by starting at
      *> its first key: remember the first free copy here, the first
      *> free copy at another branch, and any copy already being
      *> held for this member (here, elsewhere, or on its way).
      *> Course reserve copies are kept apart: one is lent, on a
      *> short loan, only when no ordinary copy is free here, and
      *> they are never sent between branches or held.
               MOVE "N" TO WS-FOUND-ISBN
               MOVE "N" TO WS-AVAIL-FOUND
               MOVE "N" TO WS-HELD-FOUND
               MOVE "N" TO WS-REMOTE-FOUND
               MOVE "N" TO WS-HELD-ELSEWHERE
               MOVE "N" TO WS-CIRC-COPY-LEFT
               MOVE "N" TO WS-SHORT-FOUND
               MOVE "N" TO WS-SHORT-LEFT
               MOVE "N" TO WS-SHORT-LOAN
               MOVE "N" TO WS-EOF-FLAG
               IF WS-BOOK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
                                   MOVE BOOK-CATEGORY
                                       TO WS-BORROW-CATEGORY
                               END-IF
                               MOVE BOOK-CURR-BRANCH TO WS-COPY-BRANCH
                               IF WS-COPY-BRANCH = SPACES
                                   MOVE DEFAULT-BRANCH TO WS-COPY-BRANCH
                               END-IF
                               IF BOOK-COURSE-CODE NOT = SPACES
                                   PERFORM NOTE-SHORT-LOAN-COPY
                               ELSE
                               IF BOOK-STATUS = "A" OR
                                  BOOK-STATUS = "B" OR
                                  BOOK-STATUS = "H" OR
                                  BOOK-STATUS = "T"
                                   MOVE "Y" TO WS-CIRC-COPY-LEFT
                               END-IF
                               IF BOOK-STATUS = "A" AND
                                  WS-AVAIL-FOUND = "N" AND
                                  WS-COPY-BRANCH = WS-SESSION-BRANCH
                                   MOVE "Y" TO WS-AVAIL-FOUND
                                   MOVE BOOK-COPY-NO
                                       TO WS-AVAIL-COPY-NO
                               END-IF
                               IF BOOK-STATUS = "A" AND
                                  WS-REMOTE-FOUND = "N" AND
                                  WS-COPY-BRANCH NOT = WS-SESSION-BRANCH
                                   MOVE "Y" TO WS-REMOTE-FOUND
                                   MOVE BOOK-COPY-NO
                                       TO WS-REMOTE-COPY-NO
                                   MOVE WS-COPY-BRANCH
                                       TO WS-REMOTE-BRANCH
                               END-IF
                               IF BOOK-STATUS = "H" AND
                                  BOOK-HELD-FOR = USER-MEM-ID AND
                                  WS-HELD-FOUND = "N"
                                   MOVE BOOK-COPY-NO
                                       TO WS-HELD-COPY-NO
                                   IF WS-COPY-BRANCH = WS-SESSION-BRANCH
                                       MOVE "Y" TO WS-HELD-FOUND
                                   ELSE
                                       MOVE "Y" TO WS-HELD-ELSEWHERE
                                       MOVE WS-COPY-BRANCH
                                           TO WS-HELD-BRANCH
                                   END-IF
                               END-IF
                               IF BOOK-STATUS = "T" AND
                                  BOOK-HELD-FOR = USER-MEM-ID AND
                                  WS-HELD-FOUND = "N" AND
                                  WS-HELD-ELSEWHERE = "N"
                                   MOVE BOOK-COPY-NO
                                       TO WS-HELD-COPY-NO
                                   MOVE "T" TO WS-HELD-ELSEWHERE
                                   MOVE BOOK-TRANSIT-TO
                                       TO WS-HELD-BRANCH
                               END-IF
                               END-IF
                           END-IF
                   END-READ
                           PERFORM ADD-BORROW
                           PERFORM UPDATE-BOOK-STATUS-TO-BORROWED
                       ELSE
                       IF WS-SHORT-FOUND = "Y"
                           DISPLAY "Copy " WS-SHORT-COPY-NO
                                   " is course reserve stock for "
                                   WS-SHORT-COURSE
                                   " - lent on a short loan."
                           MOVE "Y" TO WS-SHORT-LOAN
                           MOVE WS-SHORT-COPY-NO TO WS-BORROW-COPY-NO
                           MOVE BORROW-ISBN TO NOW-BORROW
                           PERFORM ADD-BORROW
                           PERFORM UPDATE-BOOK-STATUS-TO-BORROWED
                       ELSE
                           PERFORM BORROW-NO-LOCAL-COPY
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> A course reserve copy seen in the BORROW-BOOK scan: the
      *> first one free at this branch is the short-loan candidate
       NOTE-SHORT-LOAN-COPY.
           IF BOOK-STATUS = "A" OR BOOK-STATUS = "B" OR
              BOOK-STATUS = "T"
               MOVE "Y" TO WS-SHORT-LEFT
           END-IF
           IF BOOK-STATUS = "A" AND
              WS-SHORT-FOUND = "N" AND
              WS-COPY-BRANCH = WS-SESSION-BRANCH
               MOVE "Y" TO WS-SHORT-FOUND
               MOVE BOOK-COPY-NO     TO WS-SHORT-COPY-NO
               MOVE BOOK-COURSE-CODE TO WS-SHORT-COURSE
               MOVE BOOK-LOAN-HOURS  TO WS-SHORT-HOURS
               MOVE BOOK-HOUR-FINE   TO WS-SHORT-FINE
           END-IF.

      *> No copy is on the shelf at this branch for the member: say
      *> where their held copy is, send a free copy over from another
      *> branch, or fall back to the reservation queue
       BORROW-NO-LOCAL-COPY.
           MOVE USER-MEM-ID TO WS-AUDIT-MEM-ID
           MOVE "BORROW" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OUTCOME
           IF WS-HELD-ELSEWHERE = "Y"
               DISPLAY "Copy " WS-HELD-COPY-NO " is being held for"
                       " you at branch " WS-HELD-BRANCH
                       ". Please collect it there."
               STRING "DENIED - HELD AT BRANCH " WS-HELD-BRANCH
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
           IF WS-HELD-ELSEWHERE = "T"
               DISPLAY "Copy " WS-HELD-COPY-NO " is already on its"
                       " way to branch " WS-HELD-BRANCH " for you."
               STRING "DENIED - IN TRANSIT TO " WS-HELD-BRANCH
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
           IF WS-REMOTE-FOUND = "Y"
               PERFORM REQUEST-BRANCH-TRANSFER
               IF WS-TRANSFER-SET = "Y"
                   STRING "DENIED - SENT FROM BRANCH " WS-REMOTE-BRANCH
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               ELSE
                   MOVE "DENIED - NOT AVAILABLE, RESERVED"
                       TO WS-AUDIT-OUTCOME
               END-IF
           ELSE
           IF WS-CIRC-COPY-LEFT = "N" AND WS-SHORT-LEFT = "Y"
      *> Only course reserve copies are left and none is free here;
      *> they come back within hours and are never held, so there
      *> is nothing to queue for
               DISPLAY "Every copy of this title is on course reserve"
                       " and none is free here. Please ask again"
                       " later."
               MOVE "DENIED - RESERVE COPIES ALL OUT"
                   TO WS-AUDIT-OUTCOME
           ELSE
           IF WS-CIRC-COPY-LEFT = "N"
      *> Every copy is lost or withdrawn - reserving would wait
      *> forever, so say so instead
               DISPLAY "This title has been withdrawn"
                       " from circulation."
               MOVE "DENIED - TITLE WITHDRAWN" TO WS-AUDIT-OUTCOME
           ELSE
               DISPLAY "Sorry, every copy of this"
                       " book is currently not"
                       " available."
               MOVE "O" TO WS-RESERVE-STATUS-NEW
               PERFORM ADD-RESERVATION
               MOVE "DENIED - NOT AVAILABLE, RESERVED"
                   TO WS-AUDIT-OUTCOME
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-LOG.

      *> Nothing on the shelf here but a copy is free at another
      *> branch: put it in transit to this branch, held for the
      *> member, and record the request as a reservation already
      *> met so it shows on the member's statement. If the copy
      *> cannot be marked in transit the member is queued instead.
       REQUEST-BRANCH-TRANSFER.
           MOVE "N" TO WS-TRANSFER-SET
           OPEN I-O BOOK-FILE
           MOVE BORROW-ISBN TO BOOK-ISBN
           MOVE WS-REMOTE-COPY-NO TO BOOK-COPY-NO
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "Book copy record not found for update."
               NOT INVALID KEY
                   MOVE "T" TO BOOK-STATUS
                   MOVE USER-MEM-ID TO BOOK-HELD-FOR
                   MOVE WS-SESSION-BRANCH TO BOOK-TRANSIT-TO
                   REWRITE BOOK-FILE-REC
                   MOVE "Y" TO WS-TRANSFER-SET
           END-READ
           CLOSE BOOK-FILE
           IF WS-TRANSFER-SET = "Y"
               MOVE "F" TO WS-RESERVE-STATUS-NEW
               PERFORM ADD-RESERVATION
               DISPLAY "No copy is on the shelf here, but copy "
                       WS-REMOTE-COPY-NO " is at branch "
                       WS-REMOTE-BRANCH "."
               DISPLAY "It is being sent to " WS-SESSION-BRANCH
                       " and will be held for you when it arrives."
           ELSE
               DISPLAY "Sorry, every copy of this"
                       " book is currently not"
                       " available."
               MOVE "O" TO WS-RESERVE-STATUS-NEW
               PERFORM ADD-RESERVATION
           END-IF.

      *> Count this member's currently outstanding (not yet returned)
           MOVE USER-MEM-ID  TO RESERVE-MEM-ID
           MOVE BORROW-ISBN  TO RESERVE-BOOK-ISBN
           MOVE NOW-RESERVE  TO RESERVE-DATE-TIME
           MOVE WS-RESERVE-STATUS-NEW TO RESERVE-STATUS
           MOVE WS-SESSION-BRANCH TO RESERVE-BRANCH

           OPEN EXTEND RESERVE-FILE
           WRITE RESERVE-FILE-REC
           CLOSE RESERVE-FILE

           IF WS-RESERVE-STATUS-NEW = "O"
               DISPLAY "You have been added to the reservation queue "
                       "for this book (collect at branch "
                       WS-SESSION-BRANCH ")."
           END-IF
           MOVE "O" TO WS-RESERVE-STATUS-NEW

      *> Append one line to the transaction audit log, capturing an
      *> attempted action and its outcome (used for denied/failed
           WRITE CTL-FILE-REC
           CLOSE CTL-FILE.

      *> Sum the fines ledger for the logged-in member. A missing
      *> ledger file (first run) simply means a zero balance.
       COMPUTE-FINE-BALANCE.
           MOVE USER-MEM-ID TO WS-FINE-BAL-MEM-ID
           PERFORM COMPUTE-MEMBER-BALANCE.

      *> Balance for any member in WS-FINE-BAL-MEM-ID: debits ("F"
      *> fines, "D" upward adjustments, "R" bursar reversals) less
      *> payments, every admin credit and bursar transfers
       COMPUTE-MEMBER-BALANCE.
           MOVE 0 TO WS-FINE-BALANCE
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS = "35"
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = WS-FINE-BAL-MEM-ID
                               IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT TO WS-FINE-BALANCE
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM WS-FINE-BALANCE
                               END-IF
           MOVE RENEW-LIMIT       TO WS-POL-RENEW-LIMIT
           MOVE DAILY-FINE        TO WS-POL-DAILY-FINE
           MOVE FINE-BLOCK-LIMIT  TO WS-POL-BLOCK-LIMIT
           MOVE FOUND-FEE-DEFAULT TO WS-POL-FOUND-FEE
           MOVE CARD-DAYS-DEFAULT TO WS-POL-CARD-DAYS
           MOVE "N" TO WS-POL-FOUND

           OPEN INPUT POLICY-FILE
                                   TO WS-POL-DAILY-FINE
                               MOVE POL-BLOCK-LIMIT
                                   TO WS-POL-BLOCK-LIMIT
                               IF POL-FOUND-FEE NUMERIC
                                   MOVE POL-FOUND-FEE
                                       TO WS-POL-FOUND-FEE
                               END-IF
                               IF POL-CARD-DAYS NUMERIC
                                   MOVE POL-CARD-DAYS
                                       TO WS-POL-CARD-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

      *> Has the card whose expiry is in EXP-CHECK-DATE run out? A
      *> card is good through its expiry date; a member written
      *> before cards carried one has no expiry at all.
       CHECK-CARD-EXPIRED.
           MOVE "N" TO EXP-EXPIRED
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           MOVE SPACES TO EXP-TODAY-DATE
           STRING TODAY-YYYYMMDD(1:4) "-" TODAY-YYYYMMDD(5:2) "-"
                  TODAY-YYYYMMDD(7:2)
               DELIMITED BY SIZE INTO EXP-TODAY-DATE
           END-STRING
           IF EXP-CHECK-DATE NOT = SPACES
               IF EXP-CHECK-DATE < EXP-TODAY-DATE
                   MOVE "Y" TO EXP-EXPIRED
               END-IF
           END-IF.

      *> Pull the due day in WS-ROLL-INT back to the logged-in
      *> member's card expiry when it would fall after it, stepping
      *> back over closed days but never to before today.
      *> EXP-CAPPED tells the caller the date was brought forward.
       CAP-DUE-AT-EXPIRY.
           MOVE "N" TO EXP-CAPPED
           IF WS-MEMBER-EXPIRY(1:4) NUMERIC AND
              WS-MEMBER-EXPIRY(6:2) NUMERIC AND
              WS-MEMBER-EXPIRY(9:2) NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
               COMPUTE EXP-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
               STRING WS-MEMBER-EXPIRY(1:4) WS-MEMBER-EXPIRY(6:2)
                      WS-MEMBER-EXPIRY(9:2)
                   DELIMITED BY SIZE INTO EXP-YMD
               END-STRING
               COMPUTE EXP-INT = FUNCTION INTEGER-OF-DATE(EXP-YMD)
               IF WS-ROLL-INT > EXP-INT
                   MOVE "Y" TO EXP-CAPPED
                   MOVE EXP-INT TO WS-ROLL-INT
                   MOVE WS-ROLL-INT TO WS-CHECK-INT
                   PERFORM CHECK-DAY-CLOSED
                   PERFORM UNTIL CD-HIT = "N"
                           OR WS-ROLL-INT NOT > EXP-TODAY-INT
                       SUBTRACT 1 FROM WS-ROLL-INT
                       MOVE WS-ROLL-INT TO WS-CHECK-INT
                       PERFORM CHECK-DAY-CLOSED
                   END-PERFORM
               END-IF
           END-IF.

      *> Turn the day integer in EXP-INT into a "YYYY-MM-DD" card
      *> expiry date in EXP-NEW-DATE
       FORMAT-EXPIRY-DATE.
           COMPUTE EXP-YMD = FUNCTION DATE-OF-INTEGER(EXP-INT)
           MOVE SPACES TO EXP-NEW-DATE
           STRING EXP-YMD(1:4) "-" EXP-YMD(5:2) "-" EXP-YMD(7:2)
               DELIMITED BY SIZE INTO EXP-NEW-DATE
           END-STRING.

      *> Append one row to the fines ledger. The caller sets the
      *> WS-FINE-POST fields first ("F" = fine assessed at return,
      *> "P" = payment taken at the desk, "W"/"A"/"D"/"C" = admin
      *> credits and debits, which also set the reason and approver;
      *> those two are cleared once the row is written).
       POST-FINE-TO-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO FIN-CURRENT-DATE-TIME
           MOVE FIN-CURRENT-DATE-TIME(1:4) TO FIN-YEAR
           MOVE WS-FINE-POST-REF    TO FINE-REF
           MOVE NOW-FINE            TO FINE-DATE-TIME
           MOVE WS-ACTING-STAFF-ID  TO FINE-STAFF-ID
           MOVE WS-FINE-POST-REASON TO FINE-REASON
           MOVE WS-FINE-POST-APPROVER TO FINE-APPROVER-ID

           OPEN EXTEND FINE-FILE
           WRITE FINE-FILE-REC
           CLOSE FINE-FILE

           MOVE SPACES TO WS-FINE-POST-REASON
           MOVE SPACES TO WS-FINE-POST-APPROVER.

      *>  6. Pay fines - show the member's outstanding balance and
      *>  record a full or partial payment with a receipt number
           CLOSE BOOK-FILE.

      *> Does any copy of LD-ISBN still circulate (available,
      *> borrowed, held, or in transit between branches)?
       CHECK-CIRCULATING-COPY.
           MOVE "N" TO WS-CIRC-COPY-LEFT
           OPEN INPUT BOOK-FILE
                       ELSE
                           IF BOOK-STATUS = "A" OR
                              BOOK-STATUS = "B" OR
                              BOOK-STATUS = "H" OR
                              BOOK-STATUS = "T"
                               MOVE "Y" TO WS-CIRC-COPY-LEFT
                           END-IF
                       END-IF
                               TO TEMP-RESERVE-BOOK-ISBN
                           MOVE RESERVE-DATE-TIME
                               TO TEMP-RESERVE-DATE-TIME
                           MOVE RESERVE-BRANCH TO TEMP-RESERVE-BRANCH
                           IF RESERVE-BOOK-ISBN = LD-ISBN AND
                              RESERVE-STATUS = "O"
                               MOVE "C" TO TEMP-RESERVE-STATUS
                                   TO RESERVE-DATE-TIME
                               MOVE TEMP-RESERVE-STATUS
                                   TO RESERVE-STATUS
                               MOVE TEMP-RESERVE-BRANCH
                                   TO RESERVE-BRANCH
                               WRITE RESERVE-FILE-REC
                       END-READ
                   END-PERFORM
                                   TO CURRENT-BORROW-ID
                               MOVE BORROW-DUE-DATE
                                   TO CURRENT-DUE-DATE
                               MOVE BORROW-DUE-TIME
                                   TO CURRENT-DUE-TIME
                               IF BORROW-BOOK-ISBN(18:3) NUMERIC
                                   MOVE BORROW-BOOK-ISBN(18:3)
                                       TO WS-RENEW-COPY-NO
                               ELSE
                                   MOVE 1 TO WS-RENEW-COPY-NO
                               END-IF
                               IF BORROW-RENEW-COUNT NUMERIC
                                   MOVE BORROW-RENEW-COUNT
                                       TO CURRENT-RENEW-COUNT
                   DISPLAY "Press Enter to continue..."
                   ACCEPT DUMMY
               ELSE
                   MOVE 0 TO WS-RENEW-HOURS
                   IF CURRENT-DUE-TIME NOT = SPACES
                       PERFORM FIND-RENEW-COPY-HOURS
                   END-IF
                   PERFORM CHECK-RENEW-REFUSALS
                   IF WS-RENEW-DENIED = "N"
      *> A short loan runs on by the copy's hours; one whose copy
      *> has since come off course reserve renews as a whole-day
      *> loan
                       IF WS-RENEW-HOURS > 0
                           PERFORM EXTEND-SHORT-LOAN
                       ELSE
                           PERFORM EXTEND-DUE-DATE
                       END-IF
                       PERFORM UPDATE-BORROW-RENEWAL
                       MOVE USER-MEM-ID TO WS-AUDIT-MEM-ID
                       MOVE "RENEW" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-OUTCOME
                       STRING "RENEWED - NEW DUE " WS-NEW-DUE-DATE
                              " " WS-NEW-DUE-TIME
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "======================================="
                       DISPLAY "Borrow ID    : " CURRENT-BORROW-ID
                       DISPLAY "New Due Date : " WS-NEW-DUE-DATE
                       IF WS-NEW-DUE-TIME NOT = SPACES
                           DISPLAY "New Due Time : " WS-NEW-DUE-TIME
                       END-IF
                       IF EXP-CAPPED = "Y"
                           DISPLAY "               (brought forward"
                                   " to your card expiry)"
                       END-IF
                       ADD 1 TO CURRENT-RENEW-COUNT
                       DISPLAY "Renewals Used: " CURRENT-RENEW-COUNT
                               " of " WS-POL-RENEW-LIMIT
           END-IF.

      *> A renewal is refused when another member is waiting on an
      *> outstanding reservation, when the loan is already overdue
      *> (past its due time, for a short loan), or when the renewal
      *> limit has been used up
       CHECK-RENEW-REFUSALS.
           MOVE "N" TO WS-RENEW-DENIED

           MOVE WS-MEMBER-EXPIRY TO EXP-CHECK-DATE
           PERFORM CHECK-CARD-EXPIRED
           PERFORM CHECK-OPEN-RESERVATION
           IF EXP-EXPIRED = "Y"
               DISPLAY "Your library card expired on "
                       WS-MEMBER-EXPIRY ". Please renew it at the"
                       " desk before renewing loans."
               MOVE "Y" TO WS-RENEW-DENIED
               MOVE USER-MEM-ID TO WS-AUDIT-MEM-ID
               MOVE "RENEW" TO WS-AUDIT-ACTION
               MOVE "DENIED - MEMBERSHIP EXPIRED"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
           ELSE
           IF WS-RESERVE-OPEN = "Y"
               DISPLAY "This book has an outstanding reservation"
                       " and cannot be renewed."
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
           ELSE
               PERFORM CHECK-LOAN-LATE
               IF WS-LOAN-LATE = "Y"
                   DISPLAY "This loan is already overdue and cannot"
                           " be renewed. Please return the book."
                   MOVE "Y" TO WS-RENEW-DENIED
               END-IF
           END-IF.

      *> Is the loan being renewed past due? A whole-day loan is late
      *> from the day after its due date, a short loan from the
      *> minute after its due time
       CHECK-LOAN-LATE.
           MOVE "N" TO WS-LOAN-LATE
           IF CURRENT-DUE-TIME NOT = SPACES
               PERFORM COMPUTE-MINUTES-LATE
               IF HR-LATE-MINUTES > 0
                   MOVE "Y" TO WS-LOAN-LATE
               END-IF
           ELSE
               PERFORM COMPUTE-DAYS-OVERDUE
               IF DAYS-DIFF > 0
                   MOVE "Y" TO WS-LOAN-LATE
               END-IF
           END-IF.

      *> Loan hours of the course reserve copy on the loan being
      *> renewed; zero when the copy is no longer reserve stock
       FIND-RENEW-COPY-HOURS.
           MOVE 0 TO WS-RENEW-HOURS
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE RENEW-ISBN TO BOOK-ISBN
               MOVE WS-RENEW-COPY-NO TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-COURSE-CODE NOT = SPACES
                           MOVE BOOK-LOAN-HOURS TO WS-RENEW-HOURS
                       END-IF
               END-READ
               CLOSE BOOK-FILE
           END-IF.

      *> Move a short loan's due date and time on by the copy's loan
      *> hours, into WS-NEW-DUE-DATE / WS-NEW-DUE-TIME
       EXTEND-SHORT-LOAN.
           MOVE "N" TO EXP-CAPPED
           MOVE CURRENT-DUE-DATE(1:4) TO BRW-YYYY
           MOVE CURRENT-DUE-DATE(6:2) TO BRW-MM
           MOVE CURRENT-DUE-DATE(9:2) TO BRW-DD
           COMPUTE BRW-YYYYMMDD = BRW-YYYY * 10000
                                 + BRW-MM * 100
                                 + BRW-DD
           COMPUTE HR-BASE-INT = FUNCTION INTEGER-OF-DATE(BRW-YYYYMMDD)
           MOVE CURRENT-DUE-TIME(1:2) TO HR-HH
           MOVE CURRENT-DUE-TIME(4:2) TO HR-MI
           COMPUTE HR-BASE-MINUTE = HR-HH * 60 + HR-MI
           MOVE WS-RENEW-HOURS TO HR-ADD-HOURS
           PERFORM ADD-LOAN-HOURS
           PERFORM CAP-SHORT-DUE-AT-EXPIRY
           MOVE HR-DUE-DATE TO WS-NEW-DUE-DATE
           MOVE HR-DUE-TIME TO WS-NEW-DUE-TIME.

      *> Is there an outstanding "O" reservation for RENEW-ISBN?
       CHECK-OPEN-RESERVATION.
           MOVE "N" TO WS-RESERVE-OPEN
      *> ADD-BORROW uses, leaving the result in WS-NEW-DUE-DATE
       EXTEND-DUE-DATE.
           MOVE SPACES TO WS-RENEW-CATEGORY
           MOVE SPACES TO WS-NEW-DUE-TIME
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE RENEW-ISBN TO BOOK-ISBN
                                       + WS-POL-LOAN-DAYS
           END-IF

      *> Never let a renewal fall due on a day the building is shut,
      *> nor after the member's card runs out
           MOVE RENEW-DATE-INT TO WS-ROLL-INT
           PERFORM ROLL-PAST-CLOSED-DAYS
           PERFORM CAP-DUE-AT-EXPIRY
           MOVE WS-ROLL-INT TO RENEW-DATE-INT

           MOVE FUNCTION DATE-OF-INTEGER(RENEW-DATE-INT)
                  INTO WS-NEW-DUE-DATE
           END-STRING.

      *> Stamp the renewed due date (and time) and renewal count onto
      *> the loan
       UPDATE-BORROW-RENEWAL.
           OPEN I-O BORROW-FILE
           MOVE CURRENT-BORROW-ID TO BORROW-ID-FILE
                   DISPLAY "Borrow record not found for update."
               NOT INVALID KEY
                   MOVE WS-NEW-DUE-DATE TO BORROW-DUE-DATE
                   MOVE WS-NEW-DUE-TIME TO BORROW-DUE-TIME
                   IF WS-NEW-DUE-TIME = SPACES
                       MOVE 0 TO BORROW-HOUR-FINE
                   END-IF
                   COMPUTE BORROW-RENEW-COUNT =
                       CURRENT-RENEW-COUNT + 1
                   REWRITE BORROW-FILE-REC

                             MOVE BORROW-ID-FILE TO CURRENT-BORROW-ID
                             MOVE BORROW-DUE-DATE TO CURRENT-DUE-DATE
                             MOVE BORROW-DUE-TIME TO CURRENT-DUE-TIME
                             IF BORROW-HOUR-FINE NUMERIC
                                 MOVE BORROW-HOUR-FINE
                                     TO CURRENT-HOUR-FINE
                             ELSE
                                 MOVE 0 TO CURRENT-HOUR-FINE
                             END-IF
      *> The copy number rides in the last 3 positions of the
      *> loan's ISBN field (older loans pre-date copy numbers)
                             IF BORROW-BOOK-ISBN(18:3) NUMERIC

      *> Compute late fee owed on the book being returned
       COMPUTE-FINE.
           IF CURRENT-DUE-TIME NOT = SPACES
               PERFORM COMPUTE-HOURLY-FINE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
               COMPUTE INT-RTN =
                   FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
               PERFORM COMPUTE-FINE-TO-DATE
           END-IF.

      *> Late fee on CURRENT-DUE-DATE counted up to the day integer
      *> in INT-RTN (today at the counter, the last open day for a
      *> book-drop check-in)
       COMPUTE-FINE-TO-DATE.
           MOVE CURRENT-DUE-DATE(1:4) TO BRW-YYYY
           MOVE CURRENT-DUE-DATE(6:2) TO BRW-MM
           MOVE CURRENT-DUE-DATE(9:2) TO BRW-DD
                                 + BRW-DD
           COMPUTE INT-BRW = FUNCTION INTEGER-OF-DATE(BRW-YYYYMMDD)

           COMPUTE DAYS-DIFF = INT-RTN - INT-BRW
           IF DAYS-DIFF > 0
               MOVE DAYS-DIFF TO DAYS-USED
      *> Update the returned copy to available (A), or to held (H)
      *> for the oldest outstanding reservation on this ISBN - but
      *> only hold this copy when no other copy of the title is free
      *> at the branch the reservation is to be collected from.
      *> The copy is now at this terminal's branch; when it must be
      *> somewhere else - the reserving member's branch, or its own
      *> home branch when nobody is waiting - it goes in transit (T)
      *> instead, and the receiving branch checks it in. A course
      *> reserve copy is never held for a reservation: it goes
      *> straight back to the reserve shelf at its home branch.
       UPDATE-BOOK-STATUS-TO-AVAILABLE.
           PERFORM FIND-OLDEST-RESERVATION
           PERFORM CHECK-OTHER-COPY-AVAILABLE
           MOVE SPACES TO WS-RETURN-TRANSIT-TO

           OPEN I-O BOOK-FILE
           MOVE RETURN-ISBN TO BOOK-ISBN
               INVALID KEY
                   DISPLAY "Book copy record not found for update."
               NOT INVALID KEY
                   IF BOOK-HOME-BRANCH = SPACES
                       MOVE DEFAULT-BRANCH TO BOOK-HOME-BRANCH
                   END-IF
                   MOVE WS-SESSION-BRANCH TO BOOK-CURR-BRANCH
                   MOVE SPACES TO BOOK-TRANSIT-TO
                   IF BOOK-COURSE-CODE NOT = SPACES
                       MOVE "N" TO WS-RESERVE-FOUND
                   END-IF
                   IF WS-RESERVE-FOUND = "Y" AND
                      WS-OTHER-COPY-FREE = "N"
                       MOVE WS-OLDEST-MEM-ID TO BOOK-HELD-FOR
                       IF WS-OLDEST-BRANCH = WS-SESSION-BRANCH
                           MOVE "H" TO BOOK-STATUS
                       ELSE
                           MOVE "T" TO BOOK-STATUS
                           MOVE WS-OLDEST-BRANCH TO BOOK-TRANSIT-TO
                       END-IF
                   ELSE
                       MOVE SPACES TO BOOK-HELD-FOR
                       IF BOOK-HOME-BRANCH = WS-SESSION-BRANCH
                           MOVE "A" TO BOOK-STATUS
                       ELSE
                           MOVE "T" TO BOOK-STATUS
                           MOVE BOOK-HOME-BRANCH TO BOOK-TRANSIT-TO
                       END-IF
                   END-IF
                   MOVE BOOK-TRANSIT-TO TO WS-RETURN-TRANSIT-TO
                   REWRITE BOOK-FILE-REC
           END-READ
           CLOSE BOOK-FILE
               PERFORM FULFILL-OLDEST-RESERVATION
               DISPLAY "This copy is now being held for member "
                       WS-OLDEST-MEM-ID
           END-IF
           IF WS-RETURN-TRANSIT-TO NOT = SPACES
               DISPLAY "*** IN TRANSIT - send this copy to branch "
                       WS-RETURN-TRANSIT-TO
           END-IF.

      *> See whether some other copy of RETURN-ISBN is already free
      *> at the reservation's collection branch; if one is, a
      *> returned copy need not be held for a reservation because
      *> the member can borrow that copy now (course reserve copies
      *> do not count - they are only lent on short loans)
       CHECK-OTHER-COPY-AVAILABLE.
           MOVE "N" TO WS-OTHER-COPY-FREE
           OPEN INPUT BOOK-FILE
                       IF BOOK-ISBN NOT = RETURN-ISBN
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           MOVE BOOK-CURR-BRANCH TO WS-COPY-BRANCH
                           IF WS-COPY-BRANCH = SPACES
                               MOVE DEFAULT-BRANCH TO WS-COPY-BRANCH
                           END-IF
                           IF BOOK-COPY-NO NOT = WS-RETURN-COPY-NO
                              AND BOOK-STATUS = "A"
                              AND WS-COPY-BRANCH = WS-OLDEST-BRANCH
                              AND BOOK-COURSE-CODE = SPACES
                               MOVE "Y" TO WS-OTHER-COPY-FREE
                           END-IF
                       END-IF
       FIND-OLDEST-RESERVATION.
           MOVE "N" TO WS-RESERVE-FOUND
           MOVE SPACES TO WS-OLDEST-MEM-ID
           MOVE WS-SESSION-BRANCH TO WS-OLDEST-BRANCH
           MOVE ALL "9" TO WS-OLDEST-DATE-TIME

           OPEN INPUT RESERVE-FILE
                               MOVE RESERVE-DATE-TIME
                                   TO WS-OLDEST-DATE-TIME
                               MOVE RESERVE-MEM-ID TO WS-OLDEST-MEM-ID
                               MOVE RESERVE-BRANCH TO WS-OLDEST-BRANCH
                               IF WS-OLDEST-BRANCH = SPACES
                                   MOVE DEFAULT-BRANCH
                                       TO WS-OLDEST-BRANCH
                               END-IF
                               MOVE "Y" TO WS-RESERVE-FOUND
                           END-IF
                   END-READ
                           TO TEMP-RESERVE-BOOK-ISBN
                       MOVE RESERVE-DATE-TIME
                           TO TEMP-RESERVE-DATE-TIME
                       MOVE RESERVE-BRANCH TO TEMP-RESERVE-BRANCH
                       IF RESERVE-BOOK-ISBN = RETURN-ISBN AND
                          RESERVE-MEM-ID = WS-OLDEST-MEM-ID AND
                          RESERVE-DATE-TIME = WS-OLDEST-DATE-TIME AND
                       MOVE TEMP-RESERVE-DATE-TIME
                           TO RESERVE-DATE-TIME
                       MOVE TEMP-RESERVE-STATUS TO RESERVE-STATUS
                       MOVE TEMP-RESERVE-BRANCH TO RESERVE-BRANCH
                       WRITE RESERVE-FILE-REC
               END-READ
           END-PERFORM
           DISPLAY "ISBN      : " RETURN-BOOK-ISBN
           DISPLAY "Borrowed  : " BORROW-DATE-R
           DISPLAY "Returned  : " RETURN-DATE-R
           IF CURRENT-DUE-TIME NOT = SPACES
               DISPLAY "Hours Late: " HR-LATE-HOURS
           ELSE
               DISPLAY "Days Late : " LATE-DAYS
           END-IF
           DISPLAY "Fine Owed : " FINE-BAHT " Baht"
           DISPLAY "==============================================="
           DISPLAY "Press Enter to continue..."
                                        + WS-POL-LOAN-DAYS
           END-IF

           *> Never let a book fall due on a day the building is shut,
           *> nor after the member's card runs out
           MOVE BORROW-DATE-INT TO WS-ROLL-INT
           PERFORM ROLL-PAST-CLOSED-DAYS
           PERFORM CAP-DUE-AT-EXPIRY
           MOVE WS-ROLL-INT TO BORROW-DATE-INT

           MOVE FUNCTION DATE-OF-INTEGER(BORROW-DATE-INT)
                  RETURN-DAY-PRE DELIMITED BY SIZE
                  INTO BORROW-DUE-DATE
           END-STRING
           MOVE SPACES TO BORROW-DUE-TIME
           MOVE 0 TO BORROW-HOUR-FINE
           *> A course reserve copy is lent for its own number of
           *> hours from now instead, and carries its hourly rate
           IF WS-SHORT-LOAN = "Y"
               COMPUTE HR-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(BORROW-YEAR * 10000
                                            + BORROW-MONTH * 100
                                            + BORROW-DAY)
               COMPUTE HR-BASE-MINUTE = BORROW-HOUR * 60
                                      + BORROW-MINUTE
               MOVE WS-SHORT-HOURS TO HR-ADD-HOURS
               PERFORM ADD-LOAN-HOURS
               PERFORM CAP-SHORT-DUE-AT-EXPIRY
               MOVE HR-DUE-DATE TO BORROW-DUE-DATE
               MOVE HR-DUE-TIME TO BORROW-DUE-TIME
               MOVE WS-SHORT-FINE TO BORROW-HOUR-FINE
           END-IF
           *> Write borrow record: the loan carries the ISBN in the
           *> first 17 positions and the copy number in the last 3,
           *> so each physical copy circulates independently
           DISPLAY "Borrowed Date : " BORROW-DATE(1:10)
           DISPLAY "Borrowed Time : " BORROW-DATE(12:8)
           DISPLAY "Reture Date   : " BORROW-DUE-DATE
           IF WS-SHORT-LOAN = "Y"
               MOVE WS-SHORT-HOURS TO CR-HOURS-FMT
               MOVE WS-SHORT-FINE TO CR-FINE-FMT
               DISPLAY "Due Back At   : " BORROW-DUE-TIME
               DISPLAY "Short Loan    : " CR-HOURS-FMT " hours, course "
                       WS-SHORT-COURSE
               DISPLAY "Late Fee      : " CR-FINE-FMT
                       " Baht per hour or part of an hour"
               IF EXP-CAPPED = "Y"
                   DISPLAY "               (brought forward to your"
                           " card expiry)"
               END-IF
           ELSE
           IF EXP-CAPPED = "Y"
               DISPLAY "               (brought forward to your card"
                       " expiry)"
           END-IF
           END-IF
           DISPLAY "Book Status   : Changed to 'Borrowed (B)'"
           DISPLAY "==============================================="
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Move the day HR-BASE-INT, minute of the day HR-BASE-MINUTE,
      *> on by HR-ADD-HOURS hours, leaving the short-loan due date
      *> in HR-DUE-DATE ("YYYY-MM-DD") and time in HR-DUE-TIME
      *> ("HH:MM")
       ADD-LOAN-HOURS.
           COMPUTE HR-TOTAL-MINUTE = HR-BASE-MINUTE + HR-ADD-HOURS * 60
           DIVIDE HR-TOTAL-MINUTE BY 1440 GIVING HR-DAYS
               REMAINDER HR-DUE-MINUTE
           COMPUTE HR-DUE-INT = HR-BASE-INT + HR-DAYS
           COMPUTE HR-DUE-YMD = FUNCTION DATE-OF-INTEGER(HR-DUE-INT)
           DIVIDE HR-DUE-MINUTE BY 60 GIVING HR-HH REMAINDER HR-MI
           MOVE SPACES TO HR-DUE-DATE
           STRING HR-DUE-YMD(1:4) "-" HR-DUE-YMD(5:2) "-"
                  HR-DUE-YMD(7:2)
               DELIMITED BY SIZE INTO HR-DUE-DATE
           END-STRING
           MOVE SPACES TO HR-DUE-TIME
           STRING HR-HH ":" HR-MI
               DELIMITED BY SIZE INTO HR-DUE-TIME
           END-STRING.

      *> The short-loan counterpart of CAP-DUE-AT-EXPIRY: a due
      *> time in HR-DUE-DATE / HR-DUE-TIME that falls after the
      *> logged-in member's card expiry day is brought back to the
      *> end of that day. EXP-CAPPED tells the caller.
       CAP-SHORT-DUE-AT-EXPIRY.
           MOVE "N" TO EXP-CAPPED
           IF WS-MEMBER-EXPIRY(1:4) NUMERIC AND
              WS-MEMBER-EXPIRY(6:2) NUMERIC AND
              WS-MEMBER-EXPIRY(9:2) NUMERIC
               IF HR-DUE-DATE > WS-MEMBER-EXPIRY
                   MOVE "Y" TO EXP-CAPPED
                   MOVE WS-MEMBER-EXPIRY TO HR-DUE-DATE
                   MOVE "23:59" TO HR-DUE-TIME
               END-IF
           END-IF.

      *> Minutes the loan in CURRENT-DUE-DATE / CURRENT-DUE-TIME is
      *> past its due time as of now (zero or less when not yet due)
       COMPUTE-MINUTES-LATE.
           MOVE CURRENT-DUE-DATE(1:4) TO BRW-YYYY
           MOVE CURRENT-DUE-DATE(6:2) TO BRW-MM
           MOVE CURRENT-DUE-DATE(9:2) TO BRW-DD
           COMPUTE BRW-YYYYMMDD = BRW-YYYY * 10000
                                 + BRW-MM * 100
                                 + BRW-DD
           COMPUTE INT-BRW = FUNCTION INTEGER-OF-DATE(BRW-YYYYMMDD)
           MOVE CURRENT-DUE-TIME(1:2) TO HR-HH
           MOVE CURRENT-DUE-TIME(4:2) TO HR-MI

           MOVE FUNCTION CURRENT-DATE TO HR-NOW
           MOVE HR-NOW(1:8) TO TODAY-YYYYMMDD
           COMPUTE INT-RTN = FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           MOVE HR-NOW(9:2) TO HR-NOW-HH
           MOVE HR-NOW(11:2) TO HR-NOW-MI

           COMPUTE HR-LATE-MINUTES = (INT-RTN - INT-BRW) * 1440
                                   + HR-NOW-HH * 60 + HR-NOW-MI
                                   - HR-HH * 60 - HR-MI.

      *> Late fee on a short loan: each hour or part of an hour past
      *> the due time, at the hourly rate the loan was made at.
      *> Counted to the moment the copy is checked in - reserve
      *> stock is for use in the building, so closed days and the
      *> book-drop allowance do not come into it.
       COMPUTE-HOURLY-FINE.
           PERFORM COMPUTE-MINUTES-LATE
           MOVE 0 TO DAYS-USED
           MOVE 0 TO LATE-DAYS
           IF HR-LATE-MINUTES > 0
               COMPUTE HR-LATE-HOURS = (HR-LATE-MINUTES + 59) / 60
           ELSE
               MOVE 0 TO HR-LATE-HOURS
           END-IF
           COMPUTE FINE-BAHT = HR-LATE-HOURS * CURRENT-HOUR-FINE.

       FORMAT-DATE-TIME.
           *> Get current date and time
           MOVE FUNCTION CURRENT-DATE TO BORROW-CURRENT-DATE-TIME.
           DISPLAY "No ISBN               Copy Title                 "
           "                            Author "
           "                     Call Number   "
           "     Category            Status Branch"
           DISPLAY "================================================="
           "=========================================================="
           "============================================="
                           MOVE BOOK-ISBN      TO WS-ISBN
                           MOVE BOOK-COPY-NO   TO WS-COPY
                           MOVE BOOK-STATUS    TO WS-STATUS
                           MOVE BOOK-CURR-BRANCH TO WS-BOOK-BRANCH
                           IF WS-BOOK-BRANCH = SPACES
                               MOVE DEFAULT-BRANCH TO WS-BOOK-BRANCH
                           END-IF
                           PERFORM TALLY-TITLE-COPIES

              STRING
              WS-CATEGORY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-STATUS DELIMITED BY SIZE
              "      " DELIMITED BY SIZE
              WS-BOOK-BRANCH DELIMITED BY SIZE
              INTO STRING-BOOK-LIST
           END-STRING
                           DISPLAY STRING-BOOK-LIST
                                   TO WS-AUDIT-ACTION
                               MOVE "GRANTED" TO WS-AUDIT-OUTCOME
                               PERFORM WRITE-AUDIT-LOG
                               PERFORM CHOOSE-SESSION-BRANCH
                           ELSE
                               DISPLAY "Incorrect PIN."
                               MOVE SL-ID TO WS-AUDIT-MEM-ID
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *> The staff member signing on says which branch this terminal
      *> is at; borrows, returns and check-ins are worked out
      *> against it for the rest of the session
       CHOOSE-SESSION-BRANCH.
           PERFORM LOAD-BRANCH-TABLE
           IF BRT-COUNT = 1
               MOVE BRT-CODE(1) TO WS-SESSION-BRANCH
           ELSE
               DISPLAY "Branches :"
               PERFORM VARYING BRT-IDX FROM 1 BY 1
                       UNTIL BRT-IDX > BRT-COUNT
                   DISPLAY "  " BRT-CODE(BRT-IDX) " "
                           BRT-NAME(BRT-IDX)
               END-PERFORM
               MOVE "N" TO WS-BRANCH-OK
               PERFORM UNTIL WS-BRANCH-OK = "Y"
                   DISPLAY "Branch you are working at (blank = "
                           WS-SESSION-BRANCH ") : "
                   MOVE SPACES TO WS-BRANCH-ENTRY
                   ACCEPT WS-BRANCH-ENTRY
                   IF WS-BRANCH-ENTRY = SPACES
                       MOVE WS-SESSION-BRANCH TO WS-BRANCH-ENTRY
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-BRANCH-ENTRY)
                       TO WS-BRANCH-ENTRY
                   PERFORM CHECK-BRANCH-CODE
                   IF WS-BRANCH-OK = "N"
                       DISPLAY "Unknown branch code."
                   END-IF
               END-PERFORM
               MOVE WS-BRANCH-ENTRY TO WS-SESSION-BRANCH
           END-IF
           DISPLAY "Working at branch : " WS-SESSION-BRANCH
           MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
           MOVE "STAFF BRANCH" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "WORKING AT " WS-SESSION-BRANCH
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

      *> Branch list from BRANCH.txt; without it, the main library
      *> alone
       LOAD-BRANCH-TABLE.
           MOVE 0 TO BRT-COUNT
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BRANCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BR-CODE NOT = SPACES AND BRT-COUNT < 20
                               ADD 1 TO BRT-COUNT
                               MOVE BR-CODE TO BRT-CODE(BRT-COUNT)
                               MOVE BR-NAME TO BRT-NAME(BRT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           IF BRT-COUNT = 0
               MOVE 1 TO BRT-COUNT
               MOVE DEFAULT-BRANCH TO BRT-CODE(1)
               MOVE "MAIN LIBRARY" TO BRT-NAME(1)
           END-IF.

      *> Is WS-BRANCH-ENTRY one of the loaded branch codes?
       CHECK-BRANCH-CODE.
           MOVE "N" TO WS-BRANCH-OK
           PERFORM VARYING BRT-IDX FROM 1 BY 1
                   UNTIL BRT-IDX > BRT-COUNT OR WS-BRANCH-OK = "Y"
               IF BRT-CODE(BRT-IDX) = WS-BRANCH-ENTRY
                   MOVE "Y" TO WS-BRANCH-OK
               END-IF
           END-PERFORM.

      *> Hash the 6-digit PIN in SL-PIN into SL-HASH. Multiplicative
      *> rolling hash reduced modulo a large prime; not reversible,
      *> so STAFF.txt never holds a usable PIN.
               MOVE "A"          TO BOOK-STATUS
               MOVE SPACES       TO BOOK-HELD-FOR
               MOVE MB-PRICE     TO BOOK-PRICE
               MOVE WS-SESSION-BRANCH TO BOOK-HOME-BRANCH
               MOVE WS-SESSION-BRANCH TO BOOK-CURR-BRANCH
               MOVE SPACES       TO BOOK-TRANSIT-TO
               MOVE SPACES       TO BOOK-COURSE-CODE
               MOVE 0            TO BOOK-LOAN-HOURS
               MOVE 0            TO BOOK-HOUR-FINE
               WRITE BOOK-FILE-REC
                   INVALID KEY
                       DISPLAY "Duplicate copy key " BOOK-KEY
           END-PERFORM
           CLOSE BOOK-FILE

           DISPLAY MB-COPIES " copies added successfully at branch "
                   WS-SESSION-BRANCH "."

           MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
           MOVE "ADD BOOK" TO WS-AUDIT-ACTION
           DISPLAY "==============================================="
           DISPLAY " 1. EDIT MEMBER"
           DISPLAY " 2. DEACTIVATE / REACTIVATE MEMBER"
           DISPLAY " 3. RENEW MEMBERSHIP CARD"
           DISPLAY " 4. EXPORT MEMBER DATA"
           DISPLAY " 5. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT WS-MEMBER-CHOICE
           EVALUATE WS-MEMBER-CHOICE
             WHEN 1  PERFORM EDIT-MEMBER
             WHEN 2  PERFORM TOGGLE-MEMBER-STATUS
             WHEN 3  PERFORM RENEW-MEMBER-CARD
             WHEN 4  PERFORM EXPORT-MEMBER-DATA
             WHEN 5  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
                   DISPLAY "Current Name  : " MEM-NAME
                   DISPLAY "Current Phone : " MEM-PHONE
                   DISPLAY "Current Type  : " MEM-TYPE
                   DISPLAY "Card Expires  : " MEM-EXPIRY-DATE
                   DISPLAY "Enter New Name : "
                   ACCEPT MM-NAME
                   DISPLAY "Enter New Phone : "
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Extend a member's card by the card term on their patron
      *> type's policy row. The term runs from the current expiry
      *> if the card is still good, otherwise from today, so renewing
      *> early never loses days and a lapsed card restarts fresh.
       RENEW-MEMBER-CARD.
           DISPLAY "Enter Student ID of member to renew : "
           ACCEPT MM-SID-ID
           MOVE "N" TO MM-FOUND

           PERFORM BACKUP-MEMBER-FILE

           OPEN I-O MEMBER-FILE
           MOVE MM-SID-ID TO MEM-SID-ID
           READ MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MM-FOUND
                   DISPLAY "Member        : " MEM-NAME
                   DISPLAY "Card Expires  : " MEM-EXPIRY-DATE
      *> Card term comes from the member's own type, not the
      *> logged-in session's
                   MOVE WS-MEMBER-TYPE TO MM-SAVE-TYPE
                   MOVE MEM-TYPE TO WS-MEMBER-TYPE
                   IF WS-MEMBER-TYPE = SPACE
                       MOVE "S" TO WS-MEMBER-TYPE
                   END-IF
                   PERFORM LOAD-MEMBER-POLICY
                   MOVE MEM-EXPIRY-DATE TO EXP-CHECK-DATE
                   PERFORM CHECK-CARD-EXPIRED
                   COMPUTE EXP-INT =
                       FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
                   IF EXP-EXPIRED = "N" AND
                      MEM-EXPIRY-DATE(1:4) NUMERIC AND
                      MEM-EXPIRY-DATE(6:2) NUMERIC AND
                      MEM-EXPIRY-DATE(9:2) NUMERIC
                       STRING MEM-EXPIRY-DATE(1:4)
                              MEM-EXPIRY-DATE(6:2)
                              MEM-EXPIRY-DATE(9:2)
                           DELIMITED BY SIZE INTO EXP-YMD
                       END-STRING
                       COMPUTE EXP-INT =
                           FUNCTION INTEGER-OF-DATE(EXP-YMD)
                   END-IF
                   ADD WS-POL-CARD-DAYS TO EXP-INT
                   PERFORM FORMAT-EXPIRY-DATE
                   MOVE EXP-NEW-DATE TO MEM-EXPIRY-DATE
                   REWRITE MEMBER-FILE-REC
                   MOVE MM-SAVE-TYPE TO WS-MEMBER-TYPE
                   PERFORM LOAD-MEMBER-POLICY
           END-READ
           CLOSE MEMBER-FILE

           IF MM-FOUND = "Y"
               DISPLAY "Card renewed. New expiry : " EXP-NEW-DATE
      *> Renewing the card of whoever is logged in takes effect now
               IF USER-MEM-ID NOT = SPACES AND
                  USER-MEM-ID(4:10) = MM-SID-ID(1:10)
                   MOVE EXP-NEW-DATE TO WS-MEMBER-EXPIRY
               END-IF
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "RENEW CARD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "RENEWED " MM-SID-ID(1:14) " TO " EXP-NEW-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Member with Student ID " MM-SID-ID " not found."
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Answer a member's data-access request: everything the
      *> system holds on them - the member record, loans and returns
      *> (current and archived), the fines ledger, reservations and
      *> audit rows - in one readable file, MEMBER_EXPORT.txt. Audit
      *> rows count when they are under the member's id or quote
      *> the student id in the outcome (staff maintenance entries).
      *> Rows the retention run has anonymised no longer carry the
      *> member id and so are not in the export.
       EXPORT-MEMBER-DATA.
           DISPLAY "Enter Student ID of member to export : "
           ACCEPT MM-SID-ID
           MOVE "N" TO MM-FOUND

           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE MM-SID-ID TO MEM-SID-ID
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MM-FOUND
               END-READ
           END-IF

           IF MM-FOUND = "Y"
               MOVE MEM-ID(1:14) TO MX-MEM-ID
               MOVE MM-SID-ID(1:10) TO MX-STUDENT-ID
               MOVE 0 TO MX-TOTAL-COUNT
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
               MOVE TODAY-YYYYMMDD(1:4) TO MX-TODAY-DATE(1:4)
               MOVE "-" TO MX-TODAY-DATE(5:1)
               MOVE TODAY-YYYYMMDD(5:2) TO MX-TODAY-DATE(6:2)
               MOVE "-" TO MX-TODAY-DATE(8:1)
               MOVE TODAY-YYYYMMDD(7:2) TO MX-TODAY-DATE(9:2)

               OPEN OUTPUT MEMBER-EXPORT-FILE
               MOVE ALL "=" TO MEMBER-EXPORT-REC
               WRITE MEMBER-EXPORT-REC
               MOVE SPACES TO MEMBER-EXPORT-REC
               STRING "MEMBER DATA EXPORT - " MX-TODAY-DATE
                      " - prepared by " WS-ACTING-STAFF-ID
                   DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
               END-STRING
               WRITE MEMBER-EXPORT-REC
               MOVE ALL "=" TO MEMBER-EXPORT-REC
               WRITE MEMBER-EXPORT-REC

               PERFORM EXPORT-MEMBER-RECORD
               CLOSE MEMBER-FILE
               PERFORM EXPORT-MEMBER-LOANS
               PERFORM EXPORT-MEMBER-RETURNS
               PERFORM EXPORT-MEMBER-LEDGER
               PERFORM EXPORT-MEMBER-RESERVATIONS
               PERFORM EXPORT-MEMBER-AUDIT

               MOVE MX-TOTAL-COUNT TO MX-TOTAL-FMT
               MOVE SPACES TO MEMBER-EXPORT-REC
               WRITE MEMBER-EXPORT-REC
               MOVE ALL "=" TO MEMBER-EXPORT-REC
               WRITE MEMBER-EXPORT-REC
               MOVE SPACES TO MEMBER-EXPORT-REC
               STRING "END OF EXPORT - " MX-TOTAL-FMT
                      " rows besides the member record"
                   DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
               END-STRING
               WRITE MEMBER-EXPORT-REC
               MOVE ALL "=" TO MEMBER-EXPORT-REC
               WRITE MEMBER-EXPORT-REC
               CLOSE MEMBER-EXPORT-FILE

               DISPLAY "Member data written to MEMBER_EXPORT.txt"
               DISPLAY "Rows exported : " MX-TOTAL-FMT
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "MEMBER EXPORT" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "EXPORTED " MX-STUDENT-ID " " MX-TOTAL-FMT
                      " ROWS"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               IF WS-MEMBER-STATUS = "00"
                   CLOSE MEMBER-FILE
               END-IF
               DISPLAY "Member with Student ID " MM-SID-ID " not found."
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

       EXPORT-MEMBER-RECORD.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "MEMBER RECORD" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Member ID    : " MX-MEM-ID
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Student ID   : " MX-STUDENT-ID
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Name         : " MEM-NAME
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Phone        : " MEM-PHONE
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Status       : " MEM-STATUS
                  "   (A active, I inactive)"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Patron Type  : " MEM-TYPE
                  "   (S student, F faculty, E external)"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Card Expires : " MEM-EXPIRY-DATE
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC.

      *> Loans still on BORROW.dat, then those moved to the archive
       EXPORT-MEMBER-LOANS.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "LOANS" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "Borrow ID       ISBN                 Borrowed   "
                  "           Returned   Due Date   Due   Ren Where"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC

           MOVE 0 TO MX-SECTION-COUNT
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BORROW-MEM-ID = MX-MEM-ID
                           ADD 1 TO MX-SECTION-COUNT
                           MOVE BORROW-RENEW-COUNT TO MX-RENEW-FMT
                           MOVE SPACES TO MEMBER-EXPORT-REC
                           STRING BORROW-ID-FILE " "
                                  BORROW-BOOK-ISBN " "
                                  BORROW-DATE " "
                                  RETURN-DATE " "
                                  BORROW-DUE-DATE " "
                                  BORROW-DUE-TIME " "
                                  MX-RENEW-FMT "  CURRENT"
                               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
                           END-STRING
                           WRITE MEMBER-EXPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BORROW-STATUS NOT = "35"
               CLOSE BORROW-FILE
           END-IF

           OPEN INPUT BORROW-ARC-FILE
           IF WS-BARC-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BA-MEM-ID = MX-MEM-ID
                               ADD 1 TO MX-SECTION-COUNT
                               MOVE BA-RENEW-COUNT TO MX-RENEW-FMT
                               MOVE SPACES TO MEMBER-EXPORT-REC
                               STRING BA-BORROW-ID " "
                                      BA-BOOK-ISBN " "
                                      BA-BORROW-DATE " "
                                      BA-RETURN-DATE " "
                                      BA-DUE-DATE " "
                                      BA-DUE-TIME " "
                                      MX-RENEW-FMT "  ARCHIVED "
                                      BA-ARCHIVED
                                   DELIMITED BY SIZE
                                   INTO MEMBER-EXPORT-REC
                               END-STRING
                               WRITE MEMBER-EXPORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROW-ARC-FILE
           END-IF
           PERFORM EXPORT-SECTION-COUNT.

      *> Returns from RETURN.txt, then the archived ones
       EXPORT-MEMBER-RETURNS.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "RETURNS" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "Return ID       Borrow ID       ISBN              "
                  "   Returned              Fine     Where"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC

           MOVE 0 TO MX-SECTION-COUNT
           OPEN INPUT RETURN-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RETURN-MEM-ID = MX-MEM-ID
                           ADD 1 TO MX-SECTION-COUNT
                           MOVE RETURN-FINE-BAHT TO ST-AMT-FMT
                           MOVE SPACES TO MEMBER-EXPORT-REC
                           STRING RETURN-ID-FILE " "
                                  BORROW-ID-R " "
                                  RETURN-BOOK-ISBN " "
                                  RETURN-DATE-R " "
                                  ST-AMT-FMT " CURRENT"
                               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
                           END-STRING
                           WRITE MEMBER-EXPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE

           OPEN INPUT RETURN-ARC-FILE
           IF WS-RARC-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RA-MEM-ID = MX-MEM-ID
                               ADD 1 TO MX-SECTION-COUNT
                               MOVE RA-FINE-BAHT TO ST-AMT-FMT
                               MOVE SPACES TO MEMBER-EXPORT-REC
                               STRING RA-RETURN-ID " "
                                      RA-BORROW-ID " "
                                      RA-BOOK-ISBN " "
                                      RA-RETURN-DATE " "
                                      ST-AMT-FMT " ARCHIVED "
                                      RA-ARCHIVED
                                   DELIMITED BY SIZE
                                   INTO MEMBER-EXPORT-REC
                               END-STRING
                               WRITE MEMBER-EXPORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-ARC-FILE
           END-IF
           PERFORM EXPORT-SECTION-COUNT.

      *> Every ledger row, with the running balance the desk sees
       EXPORT-MEMBER-LEDGER.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "FINES LEDGER" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "Type Amount     Reference        Date        "
                  "         Balance   Reason Staff      Approver"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC

           MOVE 0 TO MX-SECTION-COUNT
           MOVE 0 TO MX-RUN-BALANCE
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = MX-MEM-ID
                               ADD 1 TO MX-SECTION-COUNT
                               IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT TO MX-RUN-BALANCE
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM MX-RUN-BALANCE
                               END-IF
                               MOVE FINE-AMOUNT TO ST-AMT-FMT
                               MOVE MX-RUN-BALANCE TO ST-BAL-FMT
                               MOVE SPACES TO MEMBER-EXPORT-REC
                               STRING FINE-TYPE "    "
                                      ST-AMT-FMT "  "
                                      FINE-REF " "
                                      FINE-DATE-TIME " "
                                      ST-BAL-FMT " "
                                      FINE-REASON "   "
                                      FINE-STAFF-ID " "
                                      FINE-APPROVER-ID
                                   DELIMITED BY SIZE
                                   INTO MEMBER-EXPORT-REC
                               END-STRING
                               WRITE MEMBER-EXPORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF
           PERFORM EXPORT-SECTION-COUNT
           MOVE MX-RUN-BALANCE TO ST-BAL-FMT
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  Balance Due : " ST-BAL-FMT " Baht"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC.

      *> Every reservation row, whatever its status
       EXPORT-MEMBER-RESERVATIONS.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "RESERVATIONS" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "ISBN              Reserved              Status "
                  "Branch"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC

           MOVE 0 TO MX-SECTION-COUNT
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESERVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RESERVE-MEM-ID = MX-MEM-ID
                               ADD 1 TO MX-SECTION-COUNT
                               MOVE SPACES TO MEMBER-EXPORT-REC
                               STRING RESERVE-BOOK-ISBN " "
                                      RESERVE-DATE-TIME " "
                                      RESERVE-STATUS "      "
                                      RESERVE-BRANCH
                                   DELIMITED BY SIZE
                                   INTO MEMBER-EXPORT-REC
                               END-STRING
                               WRITE MEMBER-EXPORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF
           PERFORM EXPORT-SECTION-COUNT.

      *> Archived months first, then the live log, as the inquiry
      *> screen lists them
       EXPORT-MEMBER-AUDIT.
           MOVE SPACES TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE "AUDIT LOG" TO MEMBER-EXPORT-REC
           WRITE MEMBER-EXPORT-REC
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "Timestamp             Member         Action      "
                  "         Outcome                        "
                  "                    Staff"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC

           MOVE 0 TO MX-SECTION-COUNT
           OPEN INPUT AUDIT-ARC-FILE
           IF WS-AARC-STATUS = "35"
               CONTINUE
                           MOVE AA-ACTION    TO AQ-W-ACTION
                           MOVE AA-OUTCOME   TO AQ-W-OUTCOME
                           MOVE AA-STAFF-ID  TO AQ-W-STAFF-ID
                           PERFORM EXPORT-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARC-FILE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-TIMESTAMP  TO AQ-W-TIMESTAMP
                           MOVE AUDIT-MEM-ID-F   TO AQ-W-MEM-ID
                           MOVE AUDIT-ACTION-F   TO AQ-W-ACTION
                           MOVE AUDIT-OUTCOME-F  TO AQ-W-OUTCOME
                           MOVE AUDIT-STAFF-ID-F TO AQ-W-STAFF-ID
                           PERFORM EXPORT-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM EXPORT-SECTION-COUNT.

       EXPORT-AUDIT-ROW.
           MOVE 0 TO MX-TALLY
           IF AQ-W-MEM-ID NOT = MX-MEM-ID
               INSPECT AQ-W-OUTCOME TALLYING MX-TALLY
                   FOR ALL MX-STUDENT-ID
           END-IF
           IF AQ-W-MEM-ID = MX-MEM-ID OR MX-TALLY > 0
               ADD 1 TO MX-SECTION-COUNT
               MOVE SPACES TO MEMBER-EXPORT-REC
               STRING AQ-W-TIMESTAMP " "
                      AQ-W-MEM-ID " "
                      AQ-W-ACTION " "
                      AQ-W-OUTCOME " "
                      AQ-W-STAFF-ID
                   DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
               END-STRING
               WRITE MEMBER-EXPORT-REC
           END-IF.

       EXPORT-SECTION-COUNT.
           ADD MX-SECTION-COUNT TO MX-TOTAL-COUNT
           MOVE MX-SECTION-COUNT TO MX-COUNT-FMT
           MOVE SPACES TO MEMBER-EXPORT-REC
           STRING "  (" MX-COUNT-FMT " rows)"
               DELIMITED BY SIZE INTO MEMBER-EXPORT-REC
           END-STRING
           WRITE MEMBER-EXPORT-REC.

      *> Loan-policy maintenance menu (staff admin only): one row per
      *> patron type in POLICY.txt drives loan days, borrow limit,
      *> renewal limit, daily fine, the fine-block threshold, the
      *> found-copy processing fee and the card renewal term
       MANAGE-POLICIES.
           PERFORM REQUIRE-ADMIN-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
           DISPLAY "==============================================="
           DISPLAY "        MANAGE LOAN POLICIES - PATRON TYPES"
           DISPLAY "==============================================="
           DISPLAY " 1. LIST POLICIES"
           DISPLAY " 2. ADD / UPDATE POLICY"
           DISPLAY " 3. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT WS-POLICY-CHOICE
           EVALUATE WS-POLICY-CHOICE
             WHEN 1  PERFORM LIST-POLICIES
             WHEN 2  PERFORM EDIT-POLICY
             WHEN 3  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
           END-EVALUATE
           END-IF.

      *> Read every policy row into POLICY-TABLE
       LOAD-POLICY-TABLE.
           MOVE 0 TO PT-COUNT
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ POLICY-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PT-COUNT < 10
                               ADD 1 TO PT-COUNT
                               MOVE POL-TYPE
                                   TO PT-TYPE(PT-COUNT)
                               MOVE POL-LOAN-DAYS
                                   TO PT-LOAN-DAYS(PT-COUNT)
                               MOVE POL-BORROW-LIMIT
                                   TO PT-BORROW-LIMIT(PT-COUNT)
                               MOVE POL-RENEW-LIMIT
                                   TO PT-RENEW-LIMIT(PT-COUNT)
                               MOVE POL-DAILY-FINE
                                   TO PT-DAILY-FINE(PT-COUNT)
                               MOVE POL-BLOCK-LIMIT
                                   TO PT-BLOCK-LIMIT(PT-COUNT)
                               IF POL-FOUND-FEE NUMERIC
                                   MOVE POL-FOUND-FEE
                                       TO PT-FOUND-FEE(PT-COUNT)
                               ELSE
                                   MOVE FOUND-FEE-DEFAULT
                                       TO PT-FOUND-FEE(PT-COUNT)
                               END-IF
                               IF POL-CARD-DAYS NUMERIC
                                   MOVE POL-CARD-DAYS
                                       TO PT-CARD-DAYS(PT-COUNT)
                               ELSE
                                   MOVE CARD-DAYS-DEFAULT
                                       TO PT-CARD-DAYS(PT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       LIST-POLICIES.
           PERFORM LOAD-POLICY-TABLE
           DISPLAY "==============================================="
           DISPLAY "Type Loan-Days Borrow Renew Fine/Day Block-At"
                   " Found-Fee Card-Days"
           DISPLAY "==============================================="
           IF PT-COUNT = 0
               DISPLAY "No policy rows - every type uses the"
                       " built-in defaults:"
               DISPLAY "   " LOAN-DAYS-DEFAULT " days, "
                       BORROW-LIMIT " books, "
                       RENEW-LIMIT " renewals, "
                       DAILY-FINE " Baht/day, block at "
                       FINE-BLOCK-LIMIT " Baht, found-copy fee "
                       FOUND-FEE-DEFAULT " Baht, card term "
                       CARD-DAYS-DEFAULT " days"
           END-IF
           PERFORM VARYING MP-I FROM 1 BY 1 UNTIL MP-I > PT-COUNT
               DISPLAY PT-TYPE(MP-I) "    "
                       PT-LOAN-DAYS(MP-I) "       "
                       PT-BORROW-LIMIT(MP-I) "     "
                       PT-RENEW-LIMIT(MP-I) "    "
                       PT-DAILY-FINE(MP-I) "      "
                       PT-BLOCK-LIMIT(MP-I) "   "
                       PT-FOUND-FEE(MP-I) "     "
                       PT-CARD-DAYS(MP-I)
           END-PERFORM
           DISPLAY "==============================================="
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Add a policy row for a patron type, or overwrite the one it
      *> already has, then rewrite POLICY.txt in full (it only ever
      *> holds a handful of rows, like CTL-FILE)
       EDIT-POLICY.
           DISPLAY "Patron type to set (S=Student, F=Faculty,"
                   " E=External) : "
           ACCEPT MP-TYPE
           IF MP-TYPE NOT = "S" AND MP-TYPE NOT = "F" AND
              MP-TYPE NOT = "E"
               DISPLAY "Please enter S, F or E. Nothing changed."
               DISPLAY "Press Enter to continue..."
               ACCEPT DUMMY
           ELSE
               DISPLAY "Loan period in days : "
               ACCEPT MP-LOAN-DAYS
               DISPLAY "Borrow limit (books) : "
               ACCEPT MP-BORROW-LIMIT
               DISPLAY "Renewal limit : "
               ACCEPT MP-RENEW-LIMIT
               DISPLAY "Daily fine (Baht) : "
               ACCEPT MP-DAILY-FINE
               DISPLAY "Fine-block threshold (Baht) : "
               ACCEPT MP-BLOCK-LIMIT
               DISPLAY "Processing fee kept when a lost copy is"
                       " found (Baht) : "
               ACCEPT MP-FOUND-FEE
               DISPLAY "Card renewal term (days) : "
               ACCEPT MP-CARD-DAYS

               PERFORM LOAD-POLICY-TABLE
               MOVE "N" TO MP-FOUND
               PERFORM VARYING MP-I FROM 1 BY 1
                       UNTIL MP-I > PT-COUNT OR MP-FOUND = "Y"
                   IF PT-TYPE(MP-I) = MP-TYPE
                       MOVE "Y" TO MP-FOUND
                       PERFORM STORE-POLICY-ENTRY
                   END-IF
               END-PERFORM
               IF MP-FOUND = "N" AND PT-COUNT < 10
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT TO MP-I
                   PERFORM STORE-POLICY-ENTRY
               END-IF
               PERFORM SAVE-POLICY-TABLE

      *> Re-read the policy in case the logged-in member's own type
      *> was just changed
               PERFORM LOAD-MEMBER-POLICY

               DISPLAY "Policy for type " MP-TYPE " saved."
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "EDIT POLICY" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "SET TYPE " MP-TYPE " LOAN " MP-LOAN-DAYS
                      " LIMIT " MP-BORROW-LIMIT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Press Enter to continue..."
               ACCEPT DUMMY
           END-IF.

       STORE-POLICY-ENTRY.
           MOVE MP-TYPE         TO PT-TYPE(MP-I)
           MOVE MP-LOAN-DAYS    TO PT-LOAN-DAYS(MP-I)
           MOVE MP-BORROW-LIMIT TO PT-BORROW-LIMIT(MP-I)
           MOVE MP-RENEW-LIMIT  TO PT-RENEW-LIMIT(MP-I)
           MOVE MP-DAILY-FINE   TO PT-DAILY-FINE(MP-I)
           MOVE MP-BLOCK-LIMIT  TO PT-BLOCK-LIMIT(MP-I)
           MOVE MP-FOUND-FEE    TO PT-FOUND-FEE(MP-I)
           MOVE MP-CARD-DAYS    TO PT-CARD-DAYS(MP-I).

       SAVE-POLICY-TABLE.
           OPEN OUTPUT POLICY-FILE
           PERFORM VARYING MP-I FROM 1 BY 1 UNTIL MP-I > PT-COUNT
               MOVE PT-TYPE(MP-I)         TO POL-TYPE
               MOVE PT-LOAN-DAYS(MP-I)    TO POL-LOAN-DAYS
               MOVE PT-BORROW-LIMIT(MP-I) TO POL-BORROW-LIMIT
               MOVE PT-RENEW-LIMIT(MP-I)  TO POL-RENEW-LIMIT
               MOVE PT-DAILY-FINE(MP-I)   TO POL-DAILY-FINE
               MOVE PT-BLOCK-LIMIT(MP-I)  TO POL-BLOCK-LIMIT
               MOVE PT-FOUND-FEE(MP-I)    TO POL-FOUND-FEE
               MOVE PT-CARD-DAYS(MP-I)    TO POL-CARD-DAYS
               WRITE POLICY-FILE-REC
           END-PERFORM
           CLOSE POLICY-FILE.

      *> Closed-days calendar maintenance menu (staff admin only)
       MANAGE-CALENDAR.
           PERFORM REQUIRE-ADMIN-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
           DISPLAY "==============================================="
           DISPLAY "        MANAGE CLOSED DAYS - CALENDAR"
           DISPLAY "==============================================="
           DISPLAY " 1. LIST CLOSED DAYS"
           DISPLAY " 2. ADD CLOSED DAY"
           DISPLAY " 3. REMOVE CLOSED DAY"
           DISPLAY " 4. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT WS-CAL-CHOICE
           EVALUATE WS-CAL-CHOICE
             WHEN 1  PERFORM LIST-CLOSED-DAYS
             WHEN 2  PERFORM ADD-CLOSED-DAY
             WHEN 3  PERFORM REMOVE-CLOSED-DAY
             WHEN 4  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
           END-EVALUATE
           END-IF.

       LIST-CLOSED-DAYS.
           MOVE 0 TO MC-LIST-COUNT
           DISPLAY "==============================================="
           DISPLAY "Date       Description"
           DISPLAY "==============================================="
           OPEN INPUT CLOSED-DAYS-FILE
           IF WS-CLOSED-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ CLOSED-DAYS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO MC-LIST-COUNT
                           DISPLAY CAL-DATE " " CAL-DESC
                   END-READ
               END-PERFORM
               CLOSE CLOSED-DAYS-FILE
           END-IF
           IF MC-LIST-COUNT = 0
               DISPLAY "No closed days on the calendar."
           END-IF
           MOVE MC-LIST-COUNT TO MC-LIST-FMT
           DISPLAY "==============================================="
           DISPLAY "Closed Days : " MC-LIST-FMT
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

       ADD-CLOSED-DAY.
           DISPLAY "Date to close (YYYY-MM-DD) : "
           ACCEPT MC-DATE
           IF MC-DATE(1:4) NUMERIC AND MC-DATE(6:2) NUMERIC AND
              MC-DATE(9:2) NUMERIC
               DISPLAY "Description (e.g. SONGKRAN HOLIDAY) : "
               ACCEPT MC-DESC

      *> Refuse a duplicate so the calendar stays one row per day
               MOVE "N" TO MC-FOUND
               OPEN INPUT CLOSED-DAYS-FILE
               IF WS-CLOSED-STATUS NOT = "35"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-END-OF-FILE OR MC-FOUND = "Y"
                       READ CLOSED-DAYS-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF CAL-DATE = MC-DATE
                                   MOVE "Y" TO MC-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLOSED-DAYS-FILE
               END-IF

               IF MC-FOUND = "Y"
                   DISPLAY "That date is already on the calendar."
               ELSE
                   MOVE MC-DATE TO CAL-DATE
                   MOVE MC-DESC TO CAL-DESC
                   OPEN EXTEND CLOSED-DAYS-FILE
                   IF WS-CLOSED-STATUS = "35"
                       OPEN OUTPUT CLOSED-DAYS-FILE
                   END-IF
                   WRITE CLOSED-DAYS-REC
                   CLOSE CLOSED-DAYS-FILE
                   MOVE "N" TO WS-CAL-LOADED
                   DISPLAY "Closed day added."
                   MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
                   MOVE "EDIT CALENDAR" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "CLOSED " MC-DATE " " MC-DESC
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           ELSE
               DISPLAY "Please enter the date as YYYY-MM-DD."
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Take a date off the calendar by rewriting the file through
      *> the TEMP file the way the reservation maintenance does
       REMOVE-CLOSED-DAY.
           DISPLAY "Date to reopen (YYYY-MM-DD) : "
           ACCEPT MC-DATE
           MOVE "N" TO MC-FOUND

           OPEN INPUT CLOSED-DAYS-FILE
           IF WS-CLOSED-STATUS = "35"
               DISPLAY "No closed days on the calendar."
           ELSE
               OPEN OUTPUT TEMP-CLOSED-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ CLOSED-DAYS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CAL-DATE = MC-DATE
                               MOVE "Y" TO MC-FOUND
                           ELSE
                               WRITE TEMP-CLOSED-REC
                                   FROM CLOSED-DAYS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-DAYS-FILE
               CLOSE TEMP-CLOSED-FILE

               IF MC-FOUND = "Y"
                   OPEN INPUT TEMP-CLOSED-FILE
                   OPEN OUTPUT CLOSED-DAYS-FILE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-END-OF-FILE
                       READ TEMP-CLOSED-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               WRITE CLOSED-DAYS-REC
                                   FROM TEMP-CLOSED-REC
                       END-READ
                   END-PERFORM
                   CLOSE TEMP-CLOSED-FILE
                   CLOSE CLOSED-DAYS-FILE
                   MOVE "N" TO WS-CAL-LOADED
                   DISPLAY "Closed day removed."
                   MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
                   MOVE "EDIT CALENDAR" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "REOPENED " MC-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG
               ELSE
                   DISPLAY "That date is not on the calendar."
               END-IF
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Audit log inquiry menu (staff admin only): search the log
      *> the way the desk needs to when a member disputes a denial,
      *> and roll completed months out so the file stays bounded
       AUDIT-INQUIRY.
           PERFORM REQUIRE-ADMIN-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
           DISPLAY "==============================================="
           DISPLAY "              AUDIT LOG INQUIRY"
           DISPLAY "==============================================="
           DISPLAY " 1. SEARCH THE LOG"
           DISPLAY " 2. MONTHLY ROLLOVER"
           DISPLAY " 3. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT AQ-CHOICE
           EVALUATE AQ-CHOICE
             WHEN 1  PERFORM SEARCH-AUDIT-LOG
             WHEN 2  PERFORM ROLLOVER-AUDIT-LOG
             WHEN 3  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
           END-EVALUATE
           END-IF.

      *> Filtered, paged walk of the audit log; a blank filter means
      *> "any". The archive rolled out by option 2 can be included so
      *> last quarter's dispute is still one screen away.
       SEARCH-AUDIT-LOG.
           DISPLAY "Member ID filter (blank = all) : "
           ACCEPT AQ-MEM
           DISPLAY "Action filter, e.g. BORROW (blank = all) : "
           ACCEPT AQ-ACTION
           DISPLAY "Staff ID filter (blank = all) : "
           ACCEPT AQ-STAFF
           DISPLAY "From date YYYY-MM-DD (blank = open) : "
           ACCEPT AQ-FROM-DATE
           DISPLAY "To date   YYYY-MM-DD (blank = open) : "
           ACCEPT AQ-TO-DATE
           DISPLAY "Include archived months? (Y/N) : "
           ACCEPT AQ-INCLUDE-ARC

           IF AQ-FROM-DATE = SPACES
               MOVE "0000-00-00" TO AQ-FROM-DATE
           END-IF
           IF AQ-TO-DATE = SPACES
               MOVE "9999-99-99" TO AQ-TO-DATE
           END-IF

           MOVE 0 TO AQ-MATCH-COUNT
           MOVE 0 TO AQ-LINE-COUNT

           DISPLAY "==============================================="
           DISPLAY "Timestamp             Member         Action"
           DISPLAY "   Outcome / Staff"
           DISPLAY "==============================================="

           IF AQ-INCLUDE-ARC = "Y" OR AQ-INCLUDE-ARC = "y"
               PERFORM SEARCH-AUDIT-ARCHIVE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-TIMESTAMP  TO AQ-W-TIMESTAMP
                           MOVE AUDIT-MEM-ID-F   TO AQ-W-MEM-ID
                           MOVE AUDIT-ACTION-F   TO AQ-W-ACTION
                           MOVE AUDIT-OUTCOME-F  TO AQ-W-OUTCOME
                           MOVE AUDIT-STAFF-ID-F TO AQ-W-STAFF-ID
                           PERFORM MATCH-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           MOVE AQ-MATCH-COUNT TO AQ-MATCH-FMT
           DISPLAY "==============================================="
           DISPLAY "Matching Entries : " AQ-MATCH-FMT
           DISPLAY "==============================================="
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> The archive holds older months, so it is searched first to
      *> keep the listing in rough date order
       SEARCH-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARC-FILE
           IF WS-AARC-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AA-TIMESTAMP TO AQ-W-TIMESTAMP
                           MOVE AA-MEM-ID    TO AQ-W-MEM-ID
                           MOVE AA-ACTION    TO AQ-W-ACTION
                           MOVE AA-OUTCOME   TO AQ-W-OUTCOME
                           MOVE AA-STAFF-ID  TO AQ-W-STAFF-ID
                           PERFORM MATCH-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARC-FILE
           END-IF.

       MATCH-AUDIT-ROW.
           MOVE "Y" TO AQ-MATCH
           IF AQ-MEM NOT = SPACES AND AQ-W-MEM-ID NOT = AQ-MEM
               MOVE "N" TO AQ-MATCH
           END-IF
           IF AQ-ACTION NOT = SPACES AND AQ-W-ACTION NOT = AQ-ACTION
               MOVE "N" TO AQ-MATCH
           END-IF
           IF AQ-STAFF NOT = SPACES AND AQ-W-STAFF-ID NOT = AQ-STAFF
               MOVE "N" TO AQ-MATCH
           END-IF
           IF AQ-W-TIMESTAMP(1:10) < AQ-FROM-DATE OR
              AQ-W-TIMESTAMP(1:10) > AQ-TO-DATE
               MOVE "N" TO AQ-MATCH
           END-IF
           IF AQ-MATCH = "Y"
               ADD 1 TO AQ-MATCH-COUNT
               DISPLAY AQ-W-TIMESTAMP " " AQ-W-MEM-ID " "
                       AQ-W-ACTION
               DISPLAY "   " AQ-W-OUTCOME " " AQ-W-STAFF-ID
               ADD 2 TO AQ-LINE-COUNT
               IF AQ-LINE-COUNT NOT < 30
                   MOVE 0 TO AQ-LINE-COUNT
                   DISPLAY "-- Press Enter for more --"
                   ACCEPT DUMMY
               END-IF
           END-IF.

      *> Move every entry from a month before the current one into
      *> AUDITLOG_ARCHIVE.txt, rewriting the live log through the
      *> TEMP file the way the reservation maintenance does
       ROLLOVER-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           MOVE AUDIT-CURRENT-DATE-TIME(1:4) TO AQ-CUR-MONTH(1:4)
           MOVE "-" TO AQ-CUR-MONTH(5:1)
           MOVE AUDIT-CURRENT-DATE-TIME(5:2) TO AQ-CUR-MONTH(6:2)

           MOVE 0 TO AQ-MOVED-COUNT
           MOVE 0 TO AQ-KEPT-COUNT

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No audit log to roll over."
           ELSE
               OPEN OUTPUT TEMP-AUDIT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AUDIT-TIMESTAMP(1:7) < AQ-CUR-MONTH
                               PERFORM ROLL-ONE-AUDIT-ROW
                           ELSE
                               ADD 1 TO AQ-KEPT-COUNT
                               WRITE TEMP-AUDIT-REC
                                   FROM AUDIT-FILE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               CLOSE TEMP-AUDIT-FILE

               IF AQ-MOVED-COUNT > 0
                   PERFORM COPY-TEMP-AUDIT-BACK
               END-IF

               MOVE AQ-MOVED-COUNT TO AQ-MOVED-FMT
               MOVE AQ-KEPT-COUNT  TO AQ-KEPT-FMT
               DISPLAY "Rolled " AQ-MOVED-FMT " entries into the"
                       " archive, " AQ-KEPT-FMT " kept live."

               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "AUDIT ROLLOVER" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "ARCHIVED " AQ-MOVED-FMT " ROWS BEFORE "
                      AQ-CUR-MONTH
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

       ROLL-ONE-AUDIT-ROW.
           ADD 1 TO AQ-MOVED-COUNT
           MOVE AUDIT-TIMESTAMP  TO AA-TIMESTAMP
           MOVE AUDIT-MEM-ID-F   TO AA-MEM-ID
           MOVE AUDIT-ACTION-F   TO AA-ACTION
           MOVE AUDIT-OUTCOME-F  TO AA-OUTCOME
           MOVE AUDIT-STAFF-ID-F TO AA-STAFF-ID
           OPEN EXTEND AUDIT-ARC-FILE
           IF WS-AARC-STATUS = "35"
               OPEN OUTPUT AUDIT-ARC-FILE
           END-IF
           WRITE AUDIT-ARC-REC
           CLOSE AUDIT-ARC-FILE.

       COPY-TEMP-AUDIT-BACK.
           OPEN INPUT TEMP-AUDIT-FILE
           OPEN OUTPUT AUDIT-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TEMP-AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE AUDIT-FILE-REC FROM TEMP-AUDIT-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-AUDIT-FILE
           CLOSE AUDIT-FILE.

      *> 15. One printable statement answering "what do I have out
      *> and what do I owe?": open loans with due dates, open
      *> reservations with queue position, and the full fines ledger
      *> with a running balance. The balance line is the same figure
      *> COMPUTE-FINE-BALANCE enforces at borrow time.
       ACCOUNT-STATEMENT.
           IF USER-MEM-ID = SPACES
               DISPLAY "You must login first !!!"
               PERFORM LOGIN
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
               MOVE TODAY-YYYYMMDD(1:4) TO ST-TODAY-DATE(1:4)
               MOVE "-" TO ST-TODAY-DATE(5:1)
               MOVE TODAY-YYYYMMDD(5:2) TO ST-TODAY-DATE(6:2)
               MOVE "-" TO ST-TODAY-DATE(8:1)
               MOVE TODAY-YYYYMMDD(7:2) TO ST-TODAY-DATE(9:2)

      *> The member id is built as "200" + student id + check digit,
      *> so the student id key is carried in positions 4-13
               MOVE SPACES TO ST-MEMBER-NAME
               OPEN INPUT MEMBER-FILE
               IF WS-MEMBER-STATUS = "00"
                   MOVE SPACES TO MEM-SID-ID
                   MOVE USER-MEM-ID(4:10) TO MEM-SID-ID(1:10)
                   READ MEMBER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MEM-NAME TO ST-MEMBER-NAME
                   END-READ
                   CLOSE MEMBER-FILE
               END-IF

               OPEN OUTPUT STATEMENT-FILE
               MOVE "===============================================" TO
                   STATEMENT-REC
               WRITE STATEMENT-REC
               MOVE SPACES TO STATEMENT-REC
               STRING "MEMBER ACCOUNT STATEMENT - " ST-TODAY-DATE
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
               MOVE SPACES TO STATEMENT-REC
               STRING "Member : " USER-MEM-ID " " ST-MEMBER-NAME
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
               MOVE "===============================================" TO
                   STATEMENT-REC
               WRITE STATEMENT-REC

               PERFORM STATEMENT-OPEN-LOANS
               PERFORM STATEMENT-RESERVATIONS
               PERFORM STATEMENT-LEDGER

               MOVE "===============================================" TO
                   STATEMENT-REC
               WRITE STATEMENT-REC
               CLOSE STATEMENT-FILE

               DISPLAY "Statement written to STATEMENT.txt"
               DISPLAY "Press Enter to continue..."
               ACCEPT DUMMY
           END-IF.

       STATEMENT-OPEN-LOANS.
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE "BOOKS ON LOAN" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "Borrow ID       ISBN                 Borrowed   "
                  "           Due Date"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC

           MOVE 0 TO ST-LOAN-COUNT
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BORROW-MEM-ID = USER-MEM-ID AND
                          RETURN-DATE(1:4) = "NULL"
                           ADD 1 TO ST-LOAN-COUNT
                           MOVE SPACES TO STATEMENT-REC
                           STRING BORROW-ID-FILE " "
                                  BORROW-BOOK-ISBN " "
                                  BORROW-DATE " "
                                  BORROW-DUE-DATE " "
                                  BORROW-DUE-TIME
                               DELIMITED BY SIZE INTO STATEMENT-REC
                           END-STRING
                           WRITE STATEMENT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BORROW-STATUS NOT = "35"
               CLOSE BORROW-FILE
           END-IF

           IF ST-LOAN-COUNT = 0
               MOVE "  (no books on loan)" TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.

      *> Gather the member's open reservations, then make one more
      *> pass over the queue file counting the older open rows for
      *> the same ISBN: that count plus one is the queue position
       STATEMENT-RESERVATIONS.
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE "RESERVATIONS WAITING" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "ISBN              Reserved              Queue"
                  " Position"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC

           MOVE 0 TO ST-RES-COUNT
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESERVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RESERVE-MEM-ID = USER-MEM-ID AND
                              RESERVE-STATUS = "O" AND
                              ST-RES-COUNT < 20
                               ADD 1 TO ST-RES-COUNT
                               MOVE RESERVE-BOOK-ISBN
                                   TO SR-ISBN(ST-RES-COUNT)
                               MOVE RESERVE-DATE-TIME
                                   TO SR-DATE-TIME(ST-RES-COUNT)
                               MOVE 1 TO SR-POSITION(ST-RES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF

           IF ST-RES-COUNT > 0
               OPEN INPUT RESERVE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESERVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RESERVE-STATUS = "O"
                               PERFORM VARYING ST-IDX FROM 1 BY 1
                                       UNTIL ST-IDX > ST-RES-COUNT
                                   IF SR-ISBN(ST-IDX) =
                                          RESERVE-BOOK-ISBN AND
                                      RESERVE-DATE-TIME <
                                          SR-DATE-TIME(ST-IDX)
                                       ADD 1 TO SR-POSITION(ST-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE

               PERFORM VARYING ST-IDX FROM 1 BY 1
                       UNTIL ST-IDX > ST-RES-COUNT
                   MOVE SR-POSITION(ST-IDX) TO ST-POS-FMT
                   MOVE SPACES TO STATEMENT-REC
                   STRING SR-ISBN(ST-IDX) " "
                          SR-DATE-TIME(ST-IDX) "      "
                          ST-POS-FMT
                       DELIMITED BY SIZE INTO STATEMENT-REC
                   END-STRING
                   WRITE STATEMENT-REC
               END-PERFORM
           ELSE
               MOVE "  (no reservations waiting)" TO STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF.

       STATEMENT-LEDGER.
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE "FINES AND PAYMENTS" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE "(F fine, P payment, W waived, A/D adjusted down/up,"
               TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE " C lost copy found - credit, T sent to bursar,"
               TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE " R returned by bursar)" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "Type Amount     Reference        Date        "
                  "         Balance   Reason"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC

           MOVE 0 TO ST-LEDGER-COUNT
           MOVE 0 TO ST-RUN-BALANCE
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = USER-MEM-ID
                               ADD 1 TO ST-LEDGER-COUNT
                               IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT TO ST-RUN-BALANCE
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM ST-RUN-BALANCE
                               END-IF
                               MOVE FINE-AMOUNT TO ST-AMT-FMT
                               MOVE ST-RUN-BALANCE TO ST-BAL-FMT
                               MOVE SPACES TO STATEMENT-REC
                               STRING FINE-TYPE "    "
                                      ST-AMT-FMT "  "
                                      FINE-REF " "
                                      FINE-DATE-TIME " "
                                      ST-BAL-FMT " "
                                      FINE-REASON
                                   DELIMITED BY SIZE
                                   INTO STATEMENT-REC
                               END-STRING
                               WRITE STATEMENT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF

           IF ST-LEDGER-COUNT = 0
               MOVE "  (no fines or payments on record)" TO
                   STATEMENT-REC
               WRITE STATEMENT-REC
           END-IF

           PERFORM COMPUTE-FINE-BALANCE
           MOVE WS-FINE-BALANCE TO ST-BAL-FMT
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "BALANCE DUE : " ST-BAL-FMT " Baht"
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC.

      *> History - Show borrow and return history
       HISTORY.
          IF USER-MEM-ID = SPACES
              DISPLAY "You must login first !!!"
              PERFORM LOGIN
          ELSE
              DISPLAY "======================================"
              "======================================"
              DISPLAY
              "                         BORROW & RETURN HISTORY"
              DISPLAY "======================================"
              "======================================"
              DISPLAY "Member ID : " USER-MEM-ID
              DISPLAY "Include archived records? (Y/N) : "
              ACCEPT WS-INCLUDE-ARCHIVE

              MOVE 0 TO WS-HISTORY-COUNTER

              DISPLAY "BORROW RECORDS:"
              DISPLAY "======================================"
              "======================================"
              DISPLAY
              "Borrow ID       ISBN                 Date Borrowed"
              "         Return Status"
              DISPLAY "======================================"
              "======================================"

              OPEN INPUT BORROW-FILE
              MOVE "N" TO WS-EOF-FLAG
              IF WS-BORROW-STATUS NOT = "00"
                  MOVE "Y" TO WS-EOF-FLAG
              END-IF

              PERFORM UNTIL WS-END-OF-FILE
                  READ BORROW-FILE NEXT
                      AT END MOVE "Y" TO WS-EOF-FLAG
                      NOT AT END
                          IF BORROW-MEM-ID = USER-MEM-ID
                              ADD 1 TO WS-HISTORY-COUNTER
                              IF RETURN-DATE(1:4) = "NULL"
                                  DISPLAY BORROW-ID-FILE " "
                                        BORROW-BOOK-ISBN " "
                                        BORROW-DATE " " "NOT RETURNED"
                              ELSE
                                  EVALUATE BORROW-DISPOSITION
                                    WHEN "L"
                                      DISPLAY BORROW-ID-FILE " "
                                            BORROW-BOOK-ISBN " "
                                            BORROW-DATE " " "LOST"
                                    WHEN "D"
                                      DISPLAY BORROW-ID-FILE " "
                                            BORROW-BOOK-ISBN " "
                                            BORROW-DATE " " "DAMAGED"
                                    WHEN OTHER
                                      DISPLAY BORROW-ID-FILE " "
                                            BORROW-BOOK-ISBN " "
                                            BORROW-DATE " " "RETURNED"
                                  END-EVALUATE
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM

              CLOSE BORROW-FILE

              IF WS-INCLUDE-ARCHIVE = "Y" OR WS-INCLUDE-ARCHIVE = "y"
                  PERFORM SCAN-ARCHIVED-BORROWS
              END-IF

              DISPLAY " "
              DISPLAY "RETURN RECORDS:"
              DISPLAY "======================================"
              "======================================"
              DISPLAY "Return ID       Borrow ID       ISBN            "
              "      Date Returned"
              DISPLAY "======================================"
              "======================================"

              OPEN INPUT RETURN-FILE
              MOVE "N" TO WS-EOF-FLAG

               PERFORM UNTIL WS-END-OF-FILE
            READ RETURN-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
                NOT AT END
                    IF RETURN-MEM-ID = USER-MEM-ID
                        ADD 1 TO RTN-SEQ-NUM
                        DISPLAY RETURN-ID-FILE " "
                              BORROW-ID-R " "
                              RETURN-BOOK-ISBN " "
                              RETURN-DATE-R
                    END-IF
            END-READ
        END-PERFORM

        CLOSE RETURN-FILE

        IF WS-INCLUDE-ARCHIVE = "Y" OR WS-INCLUDE-ARCHIVE = "y"
            PERFORM SCAN-ARCHIVED-RETURNS
        END-IF

        IF RTN-SEQ-NUM = 0
            DISPLAY "No return records found."
        END-IF

        MOVE WS-HISTORY-COUNTER TO WS-HIS-CNT-FORMAT
        MOVE RTN-SEQ-NUM TO WS-TOTAL-RET-FORMAT
        DISPLAY " "
        DISPLAY "======================================"
              "======================================"
        DISPLAY "Total Borrow Records: " WS-HIS-CNT-FORMAT
        DISPLAY "Total Return Records: " WS-TOTAL-RET-FORMAT
        DISPLAY "======================================"
              "======================================"
        DISPLAY "Press Enter to continue..."
        ACCEPT DUMMY
       END-IF.

      *> Old loans moved out by Archive-Purge, shown when the member
      *> asks for them (a disputed fine usually lives back here)
       SCAN-ARCHIVED-BORROWS.
           OPEN INPUT BORROW-ARC-FILE
           IF WS-BARC-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BA-MEM-ID = USER-MEM-ID
                               ADD 1 TO WS-HISTORY-COUNTER
                               EVALUATE BA-DISPOSITION
                                 WHEN "L"
                                   DISPLAY BA-BORROW-ID " "
                                         BA-BOOK-ISBN " "
                                         BA-BORROW-DATE " "
                                         "LOST (ARCHIVED)"
                                 WHEN "D"
                                   DISPLAY BA-BORROW-ID " "
                                         BA-BOOK-ISBN " "
                                         BA-BORROW-DATE " "
                                         "DAMAGED (ARCHIVED)"
                                 WHEN OTHER
                                   DISPLAY BA-BORROW-ID " "
                                         BA-BOOK-ISBN " "
                                         BA-BORROW-DATE " "
                                         "RETURNED (ARCHIVED)"
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROW-ARC-FILE
           END-IF.

       SCAN-ARCHIVED-RETURNS.
           OPEN INPUT RETURN-ARC-FILE
           IF WS-RARC-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RA-MEM-ID = USER-MEM-ID
                               ADD 1 TO RTN-SEQ-NUM
                               DISPLAY RA-RETURN-ID " "
                                     RA-BORROW-ID " "
                                     RA-BOOK-ISBN " "
                                     RA-RETURN-DATE " (ARCHIVED)"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-ARC-FILE
           END-IF.

      *> List every borrowed book that is past its due date, with how
      *> many days overdue it currently is (staff only)
      *> The branch of a loan is the current branch of the copy lent
      *> out, i.e. the branch that issued it. Staff may limit the
      *> report to one branch; totals are given per branch.
       OVERDUE-REPORT.
           PERFORM REQUIRE-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
           PERFORM LOAD-BRANCH-TABLE
           DISPLAY "Branch to report (blank = all branches) : "
           ACCEPT WS-BRANCH-FILTER
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-FILTER)
               TO WS-BRANCH-FILTER
           PERFORM VARYING BRT-IDX FROM 1 BY 1 UNTIL BRT-IDX > 20
               MOVE 0 TO BRT-OVERDUE(BRT-IDX)
           END-PERFORM
           MOVE 0 TO WS-OVERDUE-OTHER
           DISPLAY "======================================"
                 "======================================"
           DISPLAY "                    OVERDUE BOOKS REPORT"
           IF WS-BRANCH-FILTER NOT = SPACES
               DISPLAY "                    Branch : " WS-BRANCH-FILTER
           END-IF
           DISPLAY "======================================"
                 "======================================"
           DISPLAY "Borrow ID       Member ID       ISBN            "
                 "      Days Overdue Branch"
           DISPLAY "======================================"
                 "======================================"

           MOVE 0 TO WS-OVERDUE-COUNT

           OPEN INPUT BOOK-FILE
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RETURN-DATE(1:4) = "NULL"
                           MOVE BORROW-DUE-DATE TO CURRENT-DUE-DATE
                           PERFORM COMPUTE-DAYS-OVERDUE
                           IF WS-OPEN-LATE-DAYS > 0
                               PERFORM FIND-OVERDUE-BRANCH
                           END-IF
                           IF WS-OPEN-LATE-DAYS > 0 AND
                              (WS-BRANCH-FILTER = SPACES OR
                               WS-BRANCH-FILTER = WS-OVERDUE-BRANCH)
                               ADD 1 TO WS-OVERDUE-COUNT
                               PERFORM COUNT-OVERDUE-BRANCH
                               MOVE WS-OPEN-LATE-DAYS
                                   TO WS-DAYS-OVERDUE-DISP
                               DISPLAY BORROW-ID-FILE " "
                                     BORROW-MEM-ID " "
                                     BORROW-BOOK-ISBN " "
                                     WS-DAYS-OVERDUE-DISP "        "
                                     WS-OVERDUE-BRANCH
                           END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BORROW-FILE
           IF WS-BOOK-STATUS = "00"
               CLOSE BOOK-FILE
           END-IF

           IF WS-OVERDUE-COUNT = 0
               DISPLAY "No overdue books found."
           END-IF

           DISPLAY "======================================"
                 "======================================"
           PERFORM VARYING BRT-IDX FROM 1 BY 1
                   UNTIL BRT-IDX > BRT-COUNT
               IF BRT-OVERDUE(BRT-IDX) > 0
                   DISPLAY "Branch " BRT-CODE(BRT-IDX) " "
                           BRT-NAME(BRT-IDX) " : "
                           BRT-OVERDUE(BRT-IDX)
               END-IF
           END-PERFORM
           IF WS-OVERDUE-OTHER > 0
               DISPLAY "Other branch codes"
                       "                   : " WS-OVERDUE-OTHER
           END-IF
           DISPLAY "Total Overdue Books: " WS-OVERDUE-COUNT
           DISPLAY "======================================"
                 "======================================"
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY
           END-IF.

      *> Branch of the copy on loan BORROW-BOOK-ISBN, from the book
      *> master; a copy with no branch recorded belongs to MAIN
       FIND-OVERDUE-BRANCH.
           MOVE DEFAULT-BRANCH TO WS-OVERDUE-BRANCH
           IF WS-BOOK-STATUS = "00"
               MOVE BORROW-BOOK-ISBN(1:17) TO BOOK-ISBN
               MOVE BORROW-BOOK-ISBN(18:3) TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-CURR-BRANCH NOT = SPACES
                           MOVE BOOK-CURR-BRANCH TO WS-OVERDUE-BRANCH
                       END-IF
               END-READ
           END-IF.

      *> Add one to the overdue total of WS-OVERDUE-BRANCH
       COUNT-OVERDUE-BRANCH.
           MOVE WS-OVERDUE-BRANCH TO WS-BRANCH-ENTRY
           PERFORM CHECK-BRANCH-CODE
           IF WS-BRANCH-OK = "Y"
               SUBTRACT 1 FROM BRT-IDX
               ADD 1 TO BRT-OVERDUE(BRT-IDX)
           ELSE
               ADD 1 TO WS-OVERDUE-OTHER
           END-IF.

      *> Compute how many days a still-outstanding loan is past its
      *> due date (CURRENT-DUE-DATE): DAYS-DIFF is the raw calendar
      *> count, WS-OPEN-LATE-DAYS the chargeable count with closed
      *> days skipped (what the overdue report shows)
       COMPUTE-DAYS-OVERDUE.
           MOVE CURRENT-DUE-DATE(1:4) TO BRW-YYYY
           MOVE CURRENT-DUE-DATE(6:2) TO BRW-MM
           MOVE CURRENT-DUE-DATE(9:2) TO BRW-DD
           COMPUTE BRW-YYYYMMDD = BRW-YYYY * 10000
                                 + BRW-MM * 100
                                 + BRW-DD
           COMPUTE INT-BRW = FUNCTION INTEGER-OF-DATE(BRW-YYYYMMDD)

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           COMPUTE INT-RTN = FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)

           COMPUTE DAYS-DIFF = INT-RTN - INT-BRW
           IF DAYS-DIFF > 0
               MOVE INT-BRW TO WS-OPEN-LATE-FROM
               MOVE INT-RTN TO WS-OPEN-LATE-TO
               PERFORM COUNT-OPEN-LATE-DAYS
           ELSE
               MOVE 0 TO WS-OPEN-LATE-DAYS
           END-IF.

      *> Fine waiver / adjustment menu (staff admin only). Every entry
      *> posted here carries a reason code and the approving admin's
      *> staff id, and none of it is cash - Cash-Session-Report only
      *> ever counts "P" payment rows.
       MANAGE-FINE-ADJUSTMENTS.
           PERFORM REQUIRE-ADMIN-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
           DISPLAY "==============================================="
           DISPLAY "        FINE WAIVERS / ADJUSTMENTS"
           DISPLAY "==============================================="
           DISPLAY " 1. WAIVE A FINE"
           DISPLAY " 2. ADJUST A MEMBER BALANCE"
           DISPLAY " 3. LOST COPY FOUND - CREDIT REPLACEMENT COST"
           DISPLAY " 4. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT WS-ADJUST-CHOICE
           EVALUATE WS-ADJUST-CHOICE
             WHEN 1  PERFORM WAIVE-FINE
             WHEN 2  PERFORM ADJUST-FINE-BALANCE
             WHEN 3  PERFORM FOUND-LOST-COPY
             WHEN 4  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
           END-EVALUATE
           END-IF.

      *> Look the member up by Student ID and show the balance the
      *> correction will be made against
       LOOKUP-ADJUST-MEMBER.
           DISPLAY "Enter Student ID of member (10 digits) : "
           ACCEPT FA-SID-ID
           MOVE "N" TO FA-FOUND
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE FA-SID-ID TO MEM-SID-ID
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO FA-FOUND
                       MOVE MEM-ID TO FA-MEM-ID
                       MOVE MEM-NAME TO FA-MEM-NAME
               END-READ
               CLOSE MEMBER-FILE
           END-IF

           IF FA-FOUND = "N"
               DISPLAY "Member with Student ID " FA-SID-ID " not found."
           ELSE
               MOVE FA-MEM-ID TO WS-FINE-BAL-MEM-ID
               PERFORM COMPUTE-MEMBER-BALANCE
               MOVE WS-FINE-BALANCE TO WS-FINE-BAL-FMT
               DISPLAY "Member  : " FA-MEM-ID " " FA-MEM-NAME
               DISPLAY "Balance : " WS-FINE-BAL-FMT " Baht"
           END-IF.

      *> The reason codes an admin may give for a waiver or an
      *> adjustment ("FND" is kept for found-copy credits)
       ACCEPT-ADJUST-REASON.
           DISPLAY "Reason code - HARD hardship, ERR posted in error,"
           DISPLAY "  GOOD goodwill, SYS system fault, OTH other : "
           ACCEPT FA-REASON
           MOVE FUNCTION UPPER-CASE(FA-REASON) TO FA-REASON
           IF FA-REASON = "HARD" OR FA-REASON = "ERR" OR
              FA-REASON = "GOOD" OR FA-REASON = "SYS" OR
              FA-REASON = "OTH"
               MOVE "Y" TO FA-REASON-OK
           ELSE
               MOVE "N" TO FA-REASON-OK
           END-IF.

      *> Forgive all or part of a member's outstanding fines with a
      *> "W" row, instead of the fake payment the desk used to take
       WAIVE-FINE.
           PERFORM LOOKUP-ADJUST-MEMBER
           IF FA-FOUND = "Y"
               IF WS-FINE-BALANCE NOT > 0
                   DISPLAY "This member has no outstanding fines."
               ELSE
                   DISPLAY "Borrow ID of the fine being waived"
                           " (blank = whole balance) : "
                   ACCEPT FA-REF
                   DISPLAY "Amount to waive (0 to cancel) : "
                   ACCEPT FA-AMOUNT
                   IF FA-AMOUNT = 0
                       DISPLAY "Waiver cancelled."
                   ELSE
                       IF FA-AMOUNT > WS-FINE-BALANCE
                           MOVE WS-FINE-BALANCE TO FA-AMOUNT
                           DISPLAY "Waiver reduced to the outstanding"
                                   " balance."
                       END-IF
                       PERFORM ACCEPT-ADJUST-REASON
                       IF FA-REASON-OK = "N"
                           DISPLAY "Unknown reason code. Nothing"
                                   " changed."
                       ELSE
                           MOVE "W" TO FA-TYPE
                           PERFORM POST-FINE-ADJUSTMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Correct a balance that was posted wrongly: "A" takes the
      *> balance down (never below zero), "D" puts it up
       ADJUST-FINE-BALANCE.
           PERFORM LOOKUP-ADJUST-MEMBER
           IF FA-FOUND = "Y"
               DISPLAY "Adjust balance Up or Down ? (U/D) : "
               ACCEPT FA-DIRECTION
               MOVE FUNCTION UPPER-CASE(FA-DIRECTION) TO FA-DIRECTION
               IF FA-DIRECTION NOT = "U" AND FA-DIRECTION NOT = "D"
                   DISPLAY "Please enter U or D. Nothing changed."
               ELSE
                   DISPLAY "Reference (borrow ID, blank = none) : "
                   ACCEPT FA-REF
                   DISPLAY "Adjustment amount (0 to cancel) : "
                   ACCEPT FA-AMOUNT
                   IF FA-DIRECTION = "D" AND
                      FA-AMOUNT > WS-FINE-BALANCE
                       IF WS-FINE-BALANCE > 0
                           MOVE WS-FINE-BALANCE TO FA-AMOUNT
                       ELSE
                           MOVE 0 TO FA-AMOUNT
                       END-IF
                       DISPLAY "Adjustment limited to the outstanding"
                               " balance."
                   END-IF
                   IF FA-AMOUNT = 0
                       DISPLAY "Adjustment cancelled."
                   ELSE
                       PERFORM ACCEPT-ADJUST-REASON
                       IF FA-REASON-OK = "N"
                           DISPLAY "Unknown reason code. Nothing"
                                   " changed."
                       ELSE
                           IF FA-DIRECTION = "U"
                               MOVE "D" TO FA-TYPE
                           ELSE
                               MOVE "A" TO FA-TYPE
                           END-IF
                           PERFORM POST-FINE-ADJUSTMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> Write the FA-TYPE ledger row with its reason and approver,
      *> audit it against the member, and show the new balance
       POST-FINE-ADJUSTMENT.
           IF FA-REF = SPACES
               MOVE "BALANCE" TO FA-REF
           END-IF
           MOVE FA-MEM-ID          TO WS-FINE-POST-MEM-ID
           MOVE FA-TYPE            TO WS-FINE-POST-TYPE
           MOVE FA-AMOUNT          TO WS-FINE-POST-AMOUNT
           MOVE FA-REF             TO WS-FINE-POST-REF
           MOVE FA-REASON          TO WS-FINE-POST-REASON
           MOVE WS-ACTING-STAFF-ID TO WS-FINE-POST-APPROVER
           PERFORM POST-FINE-TO-LEDGER

           MOVE FA-MEM-ID TO WS-AUDIT-MEM-ID
           IF FA-TYPE = "W"
               MOVE "WAIVE FINE" TO WS-AUDIT-ACTION
           ELSE
               MOVE "ADJUST FINE" TO WS-AUDIT-ACTION
           END-IF
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING FA-TYPE " " FA-AMOUNT " " FA-REASON " REF " FA-REF
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT-LOG

           MOVE FA-MEM-ID TO WS-FINE-BAL-MEM-ID
           PERFORM COMPUTE-MEMBER-BALANCE
           MOVE FA-AMOUNT TO FA-AMOUNT-FMT
           MOVE WS-FINE-BALANCE TO WS-FINE-BAL-FMT
           DISPLAY "======================================"
           DISPLAY "Ledger entry " FA-TYPE " posted : " FA-AMOUNT-FMT
                   " Baht"
           DISPLAY "Reason / Approved by : " FA-REASON " / "
                   WS-ACTING-STAFF-ID
           DISPLAY "New Balance : " WS-FINE-BAL-FMT " Baht"
           DISPLAY "======================================".

      *> A copy REPORT-LOST-DAMAGED marked "L" has turned up: put it
      *> back into circulation (or on the hold shelf for the oldest
      *> reservation) and credit the borrower the replacement cost
      *> billed against that loan, less the processing fee set for
      *> the borrower's patron type in POLICY.txt
       FOUND-LOST-COPY.
           DISPLAY "Enter ISBN of the copy found : "
           ACCEPT FA-ISBN
           DISPLAY "Enter copy number : "
           ACCEPT FA-COPY-NO

           MOVE "N" TO FA-FOUND
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE FA-ISBN TO BOOK-ISBN
               MOVE FA-COPY-NO TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-STATUS = "L"
                           MOVE "Y" TO FA-FOUND
                       END-IF
               END-READ
               CLOSE BOOK-FILE
           END-IF

           IF FA-FOUND = "N"
               DISPLAY "That copy is not recorded as lost."
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "LOST COPY FOUND" TO WS-AUDIT-ACTION
               MOVE "DENIED - COPY NOT LOST" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-LOG
           ELSE
               PERFORM FIND-LOST-LOAN
               IF FA-BORROW-ID = SPACES
                   DISPLAY "No loan closed as lost was found for this"
                           " copy - returning it to circulation with"
                           " no credit."
                   MOVE 0 TO FA-BILLED
                   MOVE 0 TO FA-CREDITED
                   MOVE 0 TO FA-FEE
                   MOVE 0 TO FA-CREDIT
               ELSE
                   PERFORM SUM-LOST-BILLING
                   PERFORM LOAD-BORROWER-FOUND-FEE
                   IF FA-CREDITED > 0
                       DISPLAY "A found-copy credit was already given"
                               " for borrow " FA-BORROW-ID "."
                       MOVE 0 TO FA-CREDIT
                   ELSE
                       IF FA-BILLED > FA-FEE
                           COMPUTE FA-CREDIT = FA-BILLED - FA-FEE
                       ELSE
                           MOVE 0 TO FA-CREDIT
                       END-IF
                   END-IF
               END-IF

               MOVE FA-ISBN TO RETURN-ISBN
               MOVE FA-COPY-NO TO WS-RETURN-COPY-NO
               PERFORM UPDATE-BOOK-STATUS-TO-AVAILABLE

               IF FA-CREDIT > 0
                   MOVE FA-MEM-ID          TO WS-FINE-POST-MEM-ID
                   MOVE "C"                TO WS-FINE-POST-TYPE
                   MOVE FA-CREDIT          TO WS-FINE-POST-AMOUNT
                   MOVE FA-BORROW-ID       TO WS-FINE-POST-REF
                   MOVE "FND"              TO WS-FINE-POST-REASON
                   MOVE WS-ACTING-STAFF-ID TO WS-FINE-POST-APPROVER
                   PERFORM POST-FINE-TO-LEDGER
               END-IF

               IF FA-BORROW-ID = SPACES
                   MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               ELSE
                   MOVE FA-MEM-ID TO WS-AUDIT-MEM-ID
               END-IF
               MOVE "LOST COPY FOUND" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING FA-ISBN " COPY " FA-COPY-NO
                      " CREDIT " FA-CREDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG

               MOVE FA-BILLED TO WS-LD-PRICE-FMT
               MOVE FA-CREDIT TO FA-AMOUNT-FMT
               DISPLAY "======================================"
               DISPLAY "        COPY RETURNED TO CIRCULATION"
               DISPLAY "======================================"
               DISPLAY "Copy             : " FA-ISBN " " FA-COPY-NO
               DISPLAY "Borrow ID        : " FA-BORROW-ID
               DISPLAY "Member ID        : " FA-MEM-ID
               DISPLAY "Replacement Cost : " WS-LD-PRICE-FMT " Baht"
               DISPLAY "Processing Fee   : " FA-FEE " Baht"
               DISPLAY "Credited Back    : " FA-AMOUNT-FMT " Baht"
               DISPLAY "======================================"
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> The most recent loan of FA-ISBN/FA-COPY-NO closed with a
      *> lost disposition (borrow ids ascend, so the last one read)
       FIND-LOST-LOAN.
           MOVE SPACES TO FA-BORROW-ID
           MOVE SPACES TO FA-MEM-ID
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BORROW-BOOK-ISBN(1:17) = FA-ISBN AND
                          BORROW-DISPOSITION = "L"
                           IF BORROW-BOOK-ISBN(18:3) NUMERIC
                               MOVE BORROW-BOOK-ISBN(18:3)
                                   TO LD-COPY-NO
                           ELSE
                               MOVE 1 TO LD-COPY-NO
                           END-IF
                           IF LD-COPY-NO = FA-COPY-NO
                               MOVE BORROW-ID-FILE TO FA-BORROW-ID
                               MOVE BORROW-MEM-ID TO FA-MEM-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BORROW-STATUS NOT = "35"
               CLOSE BORROW-FILE
           END-IF.

      *> What the ledger billed against FA-BORROW-ID, and whether a
      *> found-copy credit has already been given for it
       SUM-LOST-BILLING.
           MOVE 0 TO FA-BILLED
           MOVE 0 TO FA-CREDITED
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = FA-MEM-ID AND
                              FINE-REF = FA-BORROW-ID
                               IF FINE-TYPE = "F"
                                   ADD FINE-AMOUNT TO FA-BILLED
                               END-IF
                               IF FINE-TYPE = "C"
                                   ADD FINE-AMOUNT TO FA-CREDITED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF.

      *> The processing fee comes from the borrower's own patron
      *> type; the session's member policy is put back afterwards
       LOAD-BORROWER-FOUND-FEE.
           MOVE "S" TO FA-MEM-TYPE
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE SPACES TO MEM-SID-ID
               MOVE FA-MEM-ID(4:10) TO MEM-SID-ID(1:10)
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEM-TYPE = "F" OR MEM-TYPE = "E"
                           MOVE MEM-TYPE TO FA-MEM-TYPE
                       END-IF
               END-READ
               CLOSE MEMBER-FILE
           END-IF

           MOVE WS-MEMBER-TYPE TO FA-SAVE-TYPE
           MOVE FA-MEM-TYPE TO WS-MEMBER-TYPE
           PERFORM LOAD-MEMBER-POLICY
           MOVE WS-POL-FOUND-FEE TO FA-FEE
           MOVE FA-SAVE-TYPE TO WS-MEMBER-TYPE
           PERFORM LOAD-MEMBER-POLICY.

      *> Desk check-in for the book-drop bin (staff). Each copy is
      *> scanned by ISBN and copy number and its open loan is closed
      *> whoever borrowed it. Late fees stop at the last day the
      *> building was open, so nobody pays for the nights the bin sat
      *> locked, and a copy wanted for a reservation is called out
      *> for the hold shelf before it can go back on the stacks.
       DESK-CHECK-IN.
           PERFORM REQUIRE-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
               DISPLAY "==============================================="
               DISPLAY "        DESK CHECK-IN - BOOK DROP RETURNS"
               DISPLAY "==============================================="
               PERFORM FIND-LAST-OPEN-DAY
               DISPLAY "Late fees are charged up to the last open"
                       " day : " CI-LAST-OPEN-FMT
               MOVE 0 TO CI-COUNT
               MOVE "N" TO CI-DONE
               PERFORM CHECK-IN-ONE-COPY UNTIL CI-DONE = "Y"
               DISPLAY "==============================================="
               DISPLAY "Copies checked in : " CI-COUNT
               DISPLAY "==============================================="
               DISPLAY "Press Enter to continue..."
               ACCEPT DUMMY
           END-IF.

      *> The last day before today the building was open
       FIND-LAST-OPEN-DAY.
           PERFORM LOAD-CLOSED-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YYYYMMDD
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD) - 1
           PERFORM CHECK-DAY-CLOSED
           PERFORM UNTIL CD-HIT = "N"
               SUBTRACT 1 FROM WS-CHECK-INT
               PERFORM CHECK-DAY-CLOSED
           END-PERFORM
           MOVE WS-CHECK-INT TO CI-LAST-OPEN-INT
           COMPUTE CI-LAST-OPEN-YMD =
               FUNCTION DATE-OF-INTEGER(CI-LAST-OPEN-INT)
           MOVE CI-LAST-OPEN-YMD(1:4) TO CI-LAST-OPEN-FMT(1:4)
           MOVE "-" TO CI-LAST-OPEN-FMT(5:1)
           MOVE CI-LAST-OPEN-YMD(5:2) TO CI-LAST-OPEN-FMT(6:2)
           MOVE "-" TO CI-LAST-OPEN-FMT(8:1)
           MOVE CI-LAST-OPEN-YMD(7:2) TO CI-LAST-OPEN-FMT(9:2).

       CHECK-IN-ONE-COPY.
           DISPLAY "Scan ISBN (blank to finish) : "
           MOVE SPACES TO CI-ISBN
           ACCEPT CI-ISBN
           IF CI-ISBN = SPACES
               MOVE "Y" TO CI-DONE
           ELSE
               DISPLAY "Copy number : "
               ACCEPT CI-COPY-NO
               PERFORM FIND-CHECKIN-LOAN
               IF CI-FOUND = "N"
                   PERFORM RECEIVE-TRANSIT-COPY
               END-IF
               IF CI-FOUND = "N" AND CI-TRANSIT = "N"
                   DISPLAY "No open loan for " CI-ISBN " copy "
                           CI-COPY-NO " - check the copy by hand."
                   MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
                   MOVE "DESK CHECK-IN" TO WS-AUDIT-ACTION
                   MOVE "DENIED - NO OPEN LOAN FOR COPY"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               IF CI-FOUND = "Y"
                   PERFORM CHECK-IN-LOAN
               END-IF
           END-IF.

      *> A copy with no open loan may be arriving from another
      *> branch. If it is addressed here it goes onto the hold shelf
      *> (when a reservation sent it) or back on the shelves;
      *> addressed elsewhere, it is sent on.
       RECEIVE-TRANSIT-COPY.
           MOVE "N" TO CI-TRANSIT
           OPEN I-O BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE CI-ISBN TO BOOK-ISBN
               MOVE CI-COPY-NO TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-STATUS = "T"
                           MOVE "Y" TO CI-TRANSIT
                           MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
                           MOVE "TRANSFER RECEIVED" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-OUTCOME
                           IF BOOK-TRANSIT-TO = WS-SESSION-BRANCH
                               MOVE WS-SESSION-BRANCH
                                   TO BOOK-CURR-BRANCH
                               MOVE SPACES TO BOOK-TRANSIT-TO
                               IF BOOK-HELD-FOR NOT = SPACES
                                   MOVE "H" TO BOOK-STATUS
                                   DISPLAY "*******************"
                                           "********************"
                                   DISPLAY "*** TRANSFER IN - PUT"
                                           " THIS COPY ON THE HOLD"
                                           " SHELF"
                                   DISPLAY "*** Held for member : "
                                           BOOK-HELD-FOR
                                   DISPLAY "*******************"
                                           "********************"
                               ELSE
                                   MOVE "A" TO BOOK-STATUS
                                   DISPLAY "Transfer received - back"
                                           " to the stacks."
                               END-IF
                               REWRITE BOOK-FILE-REC
                               STRING CI-ISBN " COPY " CI-COPY-NO
                                      " AT " WS-SESSION-BRANCH
                                      " " BOOK-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-OUTCOME
                               END-STRING
                               ADD 1 TO CI-COUNT
                           ELSE
                               DISPLAY "This copy is in transit to"
                                       " branch " BOOK-TRANSIT-TO
                                       " - send it on."
                               STRING "DENIED - IN TRANSIT TO "
                                      BOOK-TRANSIT-TO
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-OUTCOME
                               END-STRING
                           END-IF
                           PERFORM WRITE-AUDIT-LOG
                       END-IF
               END-READ
               CLOSE BOOK-FILE
           END-IF.

      *> The open loan for CI-ISBN / CI-COPY-NO, whoever holds it
       FIND-CHECKIN-LOAN.
           MOVE "N" TO CI-FOUND
           MOVE SPACES TO CURRENT-BORROW-ID
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-END-OF-FILE OR CI-FOUND = "Y"
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BORROW-BOOK-ISBN(1:17) = CI-ISBN AND
                          RETURN-DATE(1:4) = "NULL"
                           IF BORROW-BOOK-ISBN(18:3) NUMERIC
                               MOVE BORROW-BOOK-ISBN(18:3)
                                   TO CI-LOAN-COPY
                           ELSE
                               MOVE 1 TO CI-LOAN-COPY
                           END-IF
                           IF CI-LOAN-COPY = CI-COPY-NO
                               MOVE "Y" TO CI-FOUND
                               MOVE BORROW-ID-FILE
                                   TO CURRENT-BORROW-ID
                               MOVE BORROW-DUE-DATE
                                   TO CURRENT-DUE-DATE
                               MOVE BORROW-DUE-TIME
                                   TO CURRENT-DUE-TIME
                               IF BORROW-HOUR-FINE NUMERIC
                                   MOVE BORROW-HOUR-FINE
                                       TO CURRENT-HOUR-FINE
                               ELSE
                                   MOVE 0 TO CURRENT-HOUR-FINE
                               END-IF
                               MOVE BORROW-MEM-ID TO CI-MEM-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BORROW-STATUS NOT = "35"
               CLOSE BORROW-FILE
           END-IF.

      *> Close the loan with the borrower's own fine rate, then put
      *> the session's member policy back
       CHECK-IN-LOAN.
           PERFORM LOAD-CHECKIN-BORROWER-POLICY

           IF CURRENT-DUE-TIME NOT = SPACES
               PERFORM COMPUTE-HOURLY-FINE
           ELSE
               MOVE CI-LAST-OPEN-INT TO INT-RTN
               PERFORM COMPUTE-FINE-TO-DATE
           END-IF

           MOVE CI-ISBN TO RETURN-ISBN
           MOVE CI-COPY-NO TO WS-RETURN-COPY-NO
           PERFORM UPDATE-BORROW-STATUS
           PERFORM UPDATE-BOOK-STATUS-TO-AVAILABLE

      *> a copy going in transit has had its message already
           IF WS-RETURN-TRANSIT-TO = SPACES
               IF WS-RESERVE-FOUND = "Y" AND WS-OTHER-COPY-FREE = "N"
                   DISPLAY "*******************************************"
                           "****"
                   DISPLAY "*** RESERVED - PUT THIS COPY ON THE HOLD"
                           " SHELF"
                   DISPLAY "*** Held for member : " WS-OLDEST-MEM-ID
                   DISPLAY "*******************************************"
                           "****"
               ELSE
                   DISPLAY "No reservation waiting - back to the"
                           " stacks."
               END-IF
           END-IF

           MOVE CI-MEM-ID TO WS-AUDIT-MEM-ID
           MOVE "DESK CHECK-IN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OUTCOME
           IF WS-RETURN-TRANSIT-TO NOT = SPACES
               STRING CI-ISBN " COPY " CI-COPY-NO " FINE " FINE-BAHT
                      " TO " WS-RETURN-TRANSIT-TO
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               IF WS-RESERVE-FOUND = "Y" AND WS-OTHER-COPY-FREE = "N"
                   STRING CI-ISBN " COPY " CI-COPY-NO " FINE "
                          FINE-BAHT " HOLD"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               ELSE
                   STRING CI-ISBN " COPY " CI-COPY-NO " FINE "
                          FINE-BAHT
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               END-IF
           END-IF
           PERFORM WRITE-AUDIT-LOG

           PERFORM ADD-RETURN
           ADD 1 TO CI-COUNT

           MOVE CI-SAVE-TYPE TO WS-MEMBER-TYPE
           PERFORM LOAD-MEMBER-POLICY.

      *> Load the loan policy of the member who borrowed the copy
       LOAD-CHECKIN-BORROWER-POLICY.
           MOVE "S" TO CI-MEM-TYPE
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE SPACES TO MEM-SID-ID
               MOVE CI-MEM-ID(4:10) TO MEM-SID-ID(1:10)
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MEM-TYPE = "F" OR MEM-TYPE = "E"
                           MOVE MEM-TYPE TO CI-MEM-TYPE
                       END-IF
               END-READ
               CLOSE MEMBER-FILE
           END-IF
           MOVE WS-MEMBER-TYPE TO CI-SAVE-TYPE
           MOVE CI-MEM-TYPE TO WS-MEMBER-TYPE
           PERFORM LOAD-MEMBER-POLICY.

      *> Course reserve lists. A lecturer's set texts for a course are
      *> the copies carrying its course code: staff add copies to the
      *> list at the start of term, with the loan hours and hourly
      *> fine the lecturer asks for, and take them off - one at a
      *> time, or the whole list - at the end of term
       MANAGE-COURSE-RESERVES.
           PERFORM REQUIRE-STAFF
           IF WS-STAFF-AUTH-OK = "Y"
               DISPLAY "==============================================="
               DISPLAY "            COURSE RESERVE LISTS"
               DISPLAY "==============================================="
               DISPLAY "Enter Course Code : "
               MOVE SPACES TO CR-COURSE
               ACCEPT CR-COURSE
               MOVE FUNCTION UPPER-CASE(CR-COURSE) TO CR-COURSE
               IF CR-COURSE = SPACES
                   DISPLAY "No course code entered."
                   DISPLAY "Press Enter to continue..."
                   ACCEPT DUMMY
               ELSE
                   MOVE 0 TO CR-CHOICE
                   PERFORM COURSE-RESERVE-MENU UNTIL CR-CHOICE = 4
               END-IF
           END-IF.

       COURSE-RESERVE-MENU.
           PERFORM LIST-COURSE-RESERVES
           DISPLAY " 1. ADD A COPY TO THIS LIST"
           DISPLAY " 2. REMOVE A COPY FROM THIS LIST"
           DISPLAY " 3. CLEAR THE WHOLE LIST (END OF TERM)"
           DISPLAY " 4. BACK TO MAIN MENU"
           DISPLAY "==============================================="
           DISPLAY "Enter Your Choice :"
           ACCEPT CR-CHOICE
           EVALUATE CR-CHOICE
             WHEN 1  PERFORM ADD-COURSE-RESERVE
             WHEN 2  PERFORM REMOVE-COURSE-RESERVE
             WHEN 3  PERFORM CLEAR-COURSE-RESERVES
             WHEN 4  CONTINUE
             WHEN OTHER DISPLAY "Invalid choice "
             ",Press Enter To Try Again !"
             ACCEPT DUMMY
           END-EVALUATE.

      *> Every copy on CR-COURSE's list, wherever it is
       LIST-COURSE-RESERVES.
           DISPLAY "==============================================="
           DISPLAY "Reserve list for course " CR-COURSE
           DISPLAY "ISBN              Copy Title                     "
                   "       Hrs Fine St Branch"
           MOVE 0 TO CR-COUNT
           OPEN INPUT BOOK-FILE
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BOOK-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BOOK-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF BOOK-COURSE-CODE = CR-COURSE
                           ADD 1 TO CR-COUNT
                           MOVE BOOK-LOAN-HOURS TO CR-HOURS-FMT
                           MOVE BOOK-HOUR-FINE TO CR-FINE-FMT
                           DISPLAY BOOK-ISBN " " BOOK-COPY-NO "  "
                                   BOOK-NAME(1:34) " " CR-HOURS-FMT
                                   "  " CR-FINE-FMT "  " BOOK-STATUS
                                   "  " BOOK-CURR-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BOOK-STATUS NOT = "35"
               CLOSE BOOK-FILE
           END-IF
           IF CR-COUNT = 0
               DISPLAY "  (no copies on this list)"
           ELSE
               MOVE CR-COUNT TO CR-COUNT-FMT
               DISPLAY "Copies on list : " CR-COUNT-FMT
           END-IF
           DISPLAY "===============================================".

      *> Put one copy on the list, or change the hours and fine of a
      *> copy already on it. A copy out on an ordinary loan may be
      *> added - it becomes reserve stock when it comes back - but
      *> one held for a member or in transit must reach the shelf
      *> first.
       ADD-COURSE-RESERVE.
           DISPLAY "Enter ISBN : "
           ACCEPT CR-ISBN
           DISPLAY "Enter copy number : "
           ACCEPT CR-COPY-NO
           DISPLAY "Loan period in hours (1-24) : "
           ACCEPT CR-HOURS
           DISPLAY "Fine per hour late (Baht) : "
           ACCEPT CR-FINE

           MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
           MOVE "COURSE RESERVE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OUTCOME
           IF CR-HOURS = 0 OR CR-HOURS > 24
               DISPLAY "The loan period must be from 1 to 24 hours."
           ELSE
               PERFORM BACKUP-BOOK-FILE
               MOVE "N" TO CR-FOUND
               OPEN I-O BOOK-FILE
               IF WS-BOOK-STATUS = "00"
                   MOVE CR-ISBN TO BOOK-ISBN
                   MOVE CR-COPY-NO TO BOOK-COPY-NO
                   READ BOOK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CR-FOUND
                           PERFORM SET-COURSE-RESERVE
                   END-READ
                   CLOSE BOOK-FILE
               END-IF
               IF CR-FOUND = "N"
                   DISPLAY "Book " CR-ISBN " copy " CR-COPY-NO
                           " not found."
               ELSE
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> The copy just read for ADD-COURSE-RESERVE: flag it, or say
      *> why it cannot go on the list
       SET-COURSE-RESERVE.
           IF BOOK-COURSE-CODE NOT = SPACES AND
              BOOK-COURSE-CODE NOT = CR-COURSE
               DISPLAY "This copy is already on reserve for course "
                       BOOK-COURSE-CODE "."
               STRING "DENIED - ON RESERVE FOR " BOOK-COURSE-CODE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
           IF BOOK-STATUS = "W" OR BOOK-STATUS = "L"
               DISPLAY "This copy is withdrawn or lost and cannot go"
                       " on reserve."
               MOVE "DENIED - COPY WITHDRAWN OR LOST"
                   TO WS-AUDIT-OUTCOME
           ELSE
           IF BOOK-STATUS = "H" OR BOOK-STATUS = "T"
               DISPLAY "This copy is held for a member or in transit."
                       " Add it once it is back on the shelf."
               MOVE "DENIED - COPY HELD OR IN TRANSIT"
                   TO WS-AUDIT-OUTCOME
           ELSE
               MOVE CR-COURSE TO BOOK-COURSE-CODE
               MOVE CR-HOURS  TO BOOK-LOAN-HOURS
               MOVE CR-FINE   TO BOOK-HOUR-FINE
               REWRITE BOOK-FILE-REC
               DISPLAY "Copy " CR-COPY-NO " of " BOOK-NAME(1:40)
               DISPLAY "is now on reserve for " CR-COURSE "."
               IF BOOK-STATUS = "B"
                   DISPLAY "It is out on loan - put it on the reserve"
                           " shelf when it comes back."
               END-IF
               STRING "ADDED " CR-ISBN " COPY " CR-COPY-NO " TO "
                      CR-COURSE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF
           END-IF
           END-IF.

      *> Take one copy off the list; it goes back to ordinary stock.
      *> A short loan already out runs on to its own due time.
       REMOVE-COURSE-RESERVE.
           DISPLAY "Enter ISBN : "
           ACCEPT CR-ISBN
           DISPLAY "Enter copy number : "
           ACCEPT CR-COPY-NO

           PERFORM BACKUP-BOOK-FILE
           MOVE "N" TO CR-FOUND
           OPEN I-O BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE CR-ISBN TO BOOK-ISBN
               MOVE CR-COPY-NO TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-COURSE-CODE = CR-COURSE
                           MOVE "Y" TO CR-FOUND
                           MOVE SPACES TO BOOK-COURSE-CODE
                           MOVE 0 TO BOOK-LOAN-HOURS
                           MOVE 0 TO BOOK-HOUR-FINE
                           REWRITE BOOK-FILE-REC
                       END-IF
               END-READ
               CLOSE BOOK-FILE
           END-IF

           IF CR-FOUND = "Y"
               DISPLAY "Copy " CR-COPY-NO " taken off the list for "
                       CR-COURSE " - back to ordinary stock."
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "COURSE RESERVE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REMOVED " CR-ISBN " COPY " CR-COPY-NO " FROM "
                      CR-COURSE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "That copy is not on the list for " CR-COURSE
                       "."
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *> End of term: every copy on the list back to ordinary stock
       CLEAR-COURSE-RESERVES.
           DISPLAY "Take every copy off the list for " CR-COURSE
                   " (Y/N) ? "
           ACCEPT CR-CONFIRM
           IF CR-CONFIRM = "Y" OR CR-CONFIRM = "y"
               PERFORM BACKUP-BOOK-FILE
               MOVE 0 TO CR-COUNT
               OPEN I-O BOOK-FILE
               MOVE "N" TO WS-EOF-FLAG
               IF WS-BOOK-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BOOK-COURSE-CODE = CR-COURSE
                               MOVE SPACES TO BOOK-COURSE-CODE
                               MOVE 0 TO BOOK-LOAN-HOURS
                               MOVE 0 TO BOOK-HOUR-FINE
                               REWRITE BOOK-FILE-REC
                               ADD 1 TO CR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BOOK-STATUS NOT = "35"
                   CLOSE BOOK-FILE
               END-IF
               MOVE CR-COUNT TO CR-COUNT-FMT
               DISPLAY CR-COUNT-FMT " copies taken off the list for "
                       CR-COURSE "."
               MOVE WS-ACTING-STAFF-ID TO WS-AUDIT-MEM-ID
               MOVE "COURSE RESERVE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "CLEARED " CR-COUNT-FMT " COPIES FROM " CR-COURSE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT-LOG
           END-IF
           DISPLAY "Press Enter to continue..."
           ACCEPT DUMMY.

      *>  exit program. The loan master is updated record-at-a-time
      *>  with no maintenance screen of its own, so its backup
