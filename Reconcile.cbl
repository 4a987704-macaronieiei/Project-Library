      * FINES) and writes one line per inconsistency, with the record
      * keys and a rule code, to RECONCILE-REPORT.txt:
      *   R101 book copy status "B" with no open loan for it
      *   R102 book copy status "H" (or "T" sent for a member) with
      *        no reservation row for the held-for member on that ISBN
      *   R103 return row whose borrow id is not in the loan master
      *   R104 open loan for an ISBN/copy not in the book master
      *   R105 CTLFILE borrow sequence behind the highest borrow id
      *   R106 CTLFILE return sequence behind the highest return id
      *   R107 open loan for a member not in the member master
      *   R108 fines ledger balance negative for a member (debits
      *        "F"/"D"/"R" less payments, waivers, adjustments,
      *        found-copy credits and bursar transfers)
      *   R109 waiver, adjustment, found-copy credit or bursar
      *        transfer row with no reason code or approving staff id
      *   R110 book copy in transit ("T") with no destination branch
      *   W001 a work table filled up - results are partial
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

       FD  MEMBER-FILE.
       01  MEMBER-FILE-REC.
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

       FD  BORROW-FILE.
       01  BORROW-FILE-REC.
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  RETURN-FILE.
       01  RETURN-FILE-REC.
           05 RESERVE-BOOK-ISBN    PIC X(17).
           05 RESERVE-DATE-TIME    PIC X(21).
           05 RESERVE-STATUS       PIC A.
           05 RESERVE-BRANCH       PIC X(4).

       FD  CTL-FILE.
       01  CTL-FILE-REC.
           05 FINE-REF         PIC X(15).
           05 FINE-DATE-TIME   PIC X(21).
           05 FINE-STAFF-ID    PIC X(10).
           05 FINE-REASON      PIC X(4).
           05 FINE-APPROVER-ID PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(132).
               10 BT-KEY        PIC X(20).
               10 BT-STATUS     PIC A.
               10 BT-HELD-FOR   PIC X(14).
               10 BT-TRANSIT-TO PIC X(4).
       01  BT-COUNT             PIC 9(5) VALUE 0.
       01  BT-IDX               PIC 9(5).

       01  WS-HIT               PIC A.
       01  WS-BORROW-OPEN-OK    PIC A.
       01  WS-TABLE-OVERFLOW    PIC A VALUE "N".
      *> A file that exists but cannot be opened (locked, wrong
      *> format) leaves its checks undone: the run is reported as
      *> incomplete and ends with a non-zero return code
       01  WS-OPEN-FILE         PIC X(12).
       01  WS-OPEN-STATUS       PIC XX.
       01  WS-OPEN-REQUIRED     PIC A.
       01  WS-RUN-FAILED        PIC A VALUE "N".

       01  WS-CTL-BORROW-SEQ    PIC 9(9) VALUE 0.
       01  WS-CTL-RETURN-SEQ    PIC 9(9) VALUE 0.
           PERFORM CHECK-FINE-BALANCES
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           IF WS-RUN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A missing line-sequential file just means nothing of that
      *> kind yet; the book and member masters must always be there
       CHECK-OPEN-STATUS.
           IF WS-OPEN-STATUS NOT = "00"
               IF WS-OPEN-STATUS NOT = "35" OR WS-OPEN-REQUIRED = "Y"
                   MOVE "Y" TO WS-RUN-FAILED
                   MOVE SPACES TO REPORT-REC
                   STRING "E001 " WS-OPEN-FILE " COULD NOT BE OPENED,"
                          " STATUS " WS-OPEN-STATUS
                          " - ITS CHECKS WERE NOT RUN"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   DISPLAY WS-OPEN-FILE " could not be opened, status "
                           WS-OPEN-STATUS
               END-IF
           END-IF.

       OPEN-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME
           MOVE WS-TODAY-DATE-TIME(1:4) TO RPT-YYYY

       LOAD-BOOK-TABLE.
           OPEN INPUT BOOK-FILE
           MOVE "BOOKS.dat" TO WS-OPEN-FILE
           MOVE WS-BOOK-STATUS TO WS-OPEN-STATUS
           MOVE "Y" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-BOOK-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE
                                   TO BT-STATUS(BT-COUNT)
                               MOVE BOOK-HELD-FOR
                                   TO BT-HELD-FOR(BT-COUNT)
                               MOVE BOOK-TRANSIT-TO
                                   TO BT-TRANSIT-TO(BT-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           END-IF

       LOAD-MEMBER-TABLE.
           OPEN INPUT MEMBER-FILE
           MOVE "MEMBERS.dat" TO WS-OPEN-FILE
           MOVE WS-MEMBER-STATUS TO WS-OPEN-STATUS
           MOVE "Y" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-MEMBER-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ MEMBER-FILE

       LOAD-BORROW-TABLES.
           OPEN INPUT BORROW-FILE
           MOVE "BORROW.dat" TO WS-OPEN-FILE
           MOVE WS-BORROW-STATUS TO WS-OPEN-STATUS
           MOVE "N" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-BORROW-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-FILE NEXT

       LOAD-RESERVE-TABLE.
           OPEN INPUT RESERVE-FILE
           MOVE "RESERVE.txt" TO WS-OPEN-FILE
           MOVE WS-RESERVE-STATUS TO WS-OPEN-STATUS
           MOVE "N" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-RESERVE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESERVE-FILE

       LOAD-FINE-BALANCES.
           OPEN INPUT FINE-FILE
           MOVE "FINES.txt" TO WS-OPEN-FILE
           MOVE WS-FINE-STATUS TO WS-OPEN-STATUS
           MOVE "N" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-FINE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM POST-FINE-TO-BALANCE
                           PERFORM CHECK-FINE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
                   UNTIL FB-IDX > FB-COUNT OR WS-HIT = "Y"
               IF FB-MEM(FB-IDX) = FINE-MEM-ID
                   MOVE "Y" TO WS-HIT
                   IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                      FINE-TYPE = "R"
                       ADD FINE-AMOUNT TO FB-BAL(FB-IDX)
                   ELSE
                       SUBTRACT FINE-AMOUNT FROM FB-BAL(FB-IDX)
                   END-IF
               END-IF
                   ADD 1 TO FB-COUNT
                   MOVE FINE-MEM-ID TO FB-MEM(FB-COUNT)
                   MOVE 0 TO FB-BAL(FB-COUNT)
                   IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                      FINE-TYPE = "R"
                       ADD FINE-AMOUNT TO FB-BAL(FB-COUNT)
                   ELSE
                       SUBTRACT FINE-AMOUNT FROM FB-BAL(FB-COUNT)
                   END-IF
               ELSE
               END-IF
           END-IF.

      *> R109: a ledger credit or debit that is neither a fine nor a
      *> cash payment must say why and which admin approved it
       CHECK-FINE-APPROVAL.
           IF FINE-TYPE NOT = "F" AND FINE-TYPE NOT = "P"
              AND (FINE-REASON = SPACES OR FINE-APPROVER-ID = SPACES)
               MOVE SPACES TO REPORT-REC
               STRING "R109 MEMBER " FINE-MEM-ID
                      " LEDGER " FINE-TYPE " " FINE-DATE-TIME
                      " REF " FINE-REF
                      " NO REASON OR APPROVER"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *> R101: a copy flagged borrowed must have an open loan.
      *> R102: a copy flagged held must have a reservation row for
      *> the member it is being held for - so must a copy in transit
      *> to a branch for a member.
      *> R110: a copy in transit must say which branch it is going to.
       CHECK-BOOK-STATUSES.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-COUNT
               IF BT-STATUS(BT-IDX) = "B"
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
               IF BT-STATUS(BT-IDX) = "T" AND
                  BT-TRANSIT-TO(BT-IDX) = SPACES
                   MOVE SPACES TO REPORT-REC
                   STRING "R110 BOOK " BT-KEY(BT-IDX)
                          " IN TRANSIT WITH NO DESTINATION BRANCH"
                       DELIMITED BY SIZE INTO REPORT-REC
                   WRITE REPORT-REC
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               IF BT-STATUS(BT-IDX) = "H" OR
                  (BT-STATUS(BT-IDX) = "T" AND
                   BT-HELD-FOR(BT-IDX) NOT = SPACES)
                   MOVE "N" TO WS-HIT
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                           UNTIL RT-IDX > RT-COUNT OR WS-HIT = "Y"
               MOVE "N" TO WS-BORROW-OPEN-OK
           END-IF
           OPEN INPUT RETURN-FILE
           MOVE "RETURN.txt" TO WS-OPEN-FILE
           MOVE WS-RETURN-STATUS TO WS-OPEN-STATUS
           MOVE "N" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-RETURN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-FILE
      *> reuse an id
       CHECK-CTL-SEQUENCES.
           OPEN INPUT CTL-FILE
           MOVE "CTLFILE.txt" TO WS-OPEN-FILE
           MOVE WS-CTL-STATUS TO WS-OPEN-STATUS
           MOVE "N" TO WS-OPEN-REQUIRED
           PERFORM CHECK-OPEN-STATUS
           IF WS-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ CTL-FILE
           MOVE "===============================================" TO
               REPORT-REC
           WRITE REPORT-REC
           IF WS-RUN-FAILED = "Y"
               MOVE "RUN INCOMPLETE - SEE E001 LINES ABOVE" TO
                   REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-EXCEPTION-COUNT = 0 AND WS-RUN-FAILED = "N"
               MOVE "NO EXCEPTIONS FOUND - ALL FILES CONSISTENT" TO
                   REPORT-REC
               WRITE REPORT-REC
