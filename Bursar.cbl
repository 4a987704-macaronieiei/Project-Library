      ******************************************************************
      * Author:
      * Date:
      * Purpose:Library - Monthly Transfer of Aged Fines to Bursar
      ******************************************************************
      * Monthly batch. Unpaid fines that have sat on the ledger too
      * long are handed to the university bursar to collect through
      * the student account, and the library balance is cleared.
      *   1. BURSARRET.txt, the bursar's file of transfers it has
      *      reversed or rejected, is applied first: each row puts
      *      the amount back on the member's ledger as an "R" debit
      *      against the original transfer reference. A transfer is
      *      only ever reinstated once, so the same return file can
      *      be fed in again safely.
      *   2. Every member's balance is worked out from FINES.txt, and
      *      its age is the date of the oldest debit that credits
      *      have not yet paid off (credits settle the oldest debits
      *      first). A balance at least BP-AGE-DAYS old and over
      *      BP-MIN-AMOUNT Baht is written to the fixed-format
      *      transfer file BURSAROUT.txt (header, one detail per
      *      member, trailer with count and total) and a matching
      *      "T" credit is posted to the member's ledger, so the
      *      library balance drops to zero.
      * The two thresholds come from BURSARPARM.txt (age in days,
      * minimum in Baht); without it the built-in defaults apply.
      * Ledger rows posted here carry reason "BURS" and staff and
      * approver id BATCH. The control-total report BURSARRPT.txt
      * gives records and amounts sent and returned and the net
      * transferred, for finance to sign off, and lists any return
      * row that could not be applied.
      * Transfer references run on from the highest "BT" reference
      * already on the ledger for today, so a second run on the same
      * day never reuses one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bursar-Transfer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "BURSARPARM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
       SELECT FINE-FILE ASSIGN TO "FINES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FINE-STATUS.
       SELECT MEMBER-FILE ASSIGN TO "MEMBERS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MEM-SID-ID
       FILE STATUS IS WS-MEMBER-STATUS.
       SELECT TRANSFER-FILE ASSIGN TO "BURSAROUT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TRANSFER-STATUS.
       SELECT RETURN-IN-FILE ASSIGN TO "BURSARRET.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURN-STATUS.
       SELECT CONTROL-REPORT-FILE ASSIGN TO "BURSARRPT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Run thresholds: minimum age in days and minimum balance
       FD  PARM-FILE.
       01  PARM-REC.
           05 BP-AGE-DAYS      PIC 9(4).
           05 BP-MIN-AMOUNT    PIC 9(7).

      *> Layouts duplicated from LibraryProject.cbl - this program has
      *> no copybook to share them from.
       FD  FINE-FILE.
       01  FINE-FILE-REC.
           05 FINE-MEM-ID      PIC X(14).
           05 FINE-TYPE        PIC A.
           05 FINE-AMOUNT      PIC 9(7).
           05 FINE-REF         PIC X(15).
           05 FINE-DATE-TIME   PIC X(21).
           05 FINE-STAFF-ID    PIC X(10).
           05 FINE-REASON      PIC X(4).
           05 FINE-APPROVER-ID PIC X(10).

       FD  MEMBER-FILE.
       01  MEMBER-FILE-REC.
           05 MEM-ID       PIC X(18).
           05 MEM-SID-ID   PIC X(23).
           05 MEM-NAME     PIC X(35).
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

      *> Fixed-format transfer file for the bursar's student-account
      *> system: one header, one detail per member, one trailer. All
      *> three share the 100-byte record area.
       FD  TRANSFER-FILE.
       01  TRANSFER-HEADER-REC.
           05 TH-REC-TYPE      PIC X.
           05 TH-SOURCE        PIC X(10).
           05 TH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(81).
       01  TRANSFER-DETAIL-REC.
           05 TD-REC-TYPE      PIC X.
           05 TD-STUDENT-ID    PIC X(10).
           05 TD-MEM-ID        PIC X(14).
           05 TD-REF           PIC X(15).
           05 TD-AMOUNT        PIC 9(7).
           05 TD-OLDEST-DATE   PIC 9(8).
           05 TD-NAME          PIC X(35).
           05 FILLER           PIC X(10).
       01  TRANSFER-TRAILER-REC.
           05 TT-REC-TYPE      PIC X.
           05 TT-COUNT         PIC 9(7).
           05 TT-TOTAL         PIC 9(11).
           05 FILLER           PIC X(81).

      *> Transfers the bursar reversed (RV) or rejected (RJ). A blank
      *> or zero amount means the whole transfer; any other amount
      *> that is not seven digits is not applied.
       FD  RETURN-IN-FILE.
       01  RETURN-IN-REC.
           05 BR-REF           PIC X(15).
           05 BR-MEM-ID        PIC X(14).
           05 BR-AMOUNT        PIC X(7).
           05 BR-CODE          PIC X(2).
           05 BR-NOTE          PIC X(30).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-REC  PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-MEM-ID-F      PIC X(14).
           05 AUDIT-ACTION-F      PIC X(20).
           05 AUDIT-OUTCOME-F     PIC X(50).
           05 AUDIT-STAFF-ID-F    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX     VALUE SPACES.
       01  WS-FINE-STATUS       PIC XX     VALUE SPACES.
       01  WS-MEMBER-STATUS     PIC XX     VALUE SPACES.
       01  WS-TRANSFER-STATUS   PIC XX     VALUE SPACES.
       01  WS-RETURN-STATUS     PIC XX     VALUE SPACES.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.
       01  WS-SUB-EOF-FLAG      PIC A(1)    VALUE 'N'.
           88 WS-SUB-END-OF-FILE           VALUE 'Y'.

      *> Defaults when BURSARPARM.txt is missing or unreadable
           77  AGE-DAYS-DEFAULT  PIC 9(4) VALUE 180.
           77  MIN-AMOUNT-DEFAULT PIC 9(7) VALUE 500.
           77  BATCH-STAFF-ID    PIC X(10) VALUE "BATCH".
           77  BURSAR-REASON     PIC X(4)  VALUE "BURS".

       01  BURSAR-PARMS.
           05 WS-AGE-DAYS       PIC 9(4).
           05 WS-MIN-AMOUNT     PIC 9(7).

      *> Every member with ledger rows: balance, total credits, and
      *> the date of the oldest debit the credits have not covered
       01  BALANCE-TABLE.
           05 BM-ENTRY OCCURS 5000 TIMES.
               10 BM-MEM        PIC X(14).
               10 BM-BALANCE    PIC S9(9).
               10 BM-CREDITS    PIC 9(9).
               10 BM-REMAIN     PIC 9(9).
               10 BM-OLDEST     PIC X(10).
       01  BM-COUNT             PIC 9(5) VALUE 0.
       01  BM-IDX               PIC 9(5).
       01  BM-FOUND-IDX         PIC 9(5).
       01  BM-OVERFLOW          PIC A VALUE "N".

      *> The return row being applied
       01  RETURN-SYS.
           05 RT-TRANSFER-FOUND PIC A.
           05 RT-ALREADY-BACK   PIC A.
           05 RT-TRANSFER-AMT   PIC 9(7).
           05 RT-AMOUNT         PIC 9(7).
           05 RT-REJECT-REASON  PIC X(30).

       01  FINE-POST-SYS.
           05 WS-FINE-POST-MEM-ID PIC X(14).
           05 WS-FINE-POST-TYPE   PIC A.
           05 WS-FINE-POST-AMOUNT PIC 9(7).
           05 WS-FINE-POST-REF    PIC X(15).

       01  WS-DATE-CALC.
           05 OLD-YYYYMMDD    PIC 9(8).
           05 TODAY-YYYYMMDD  PIC 9(8).
           05 INT-OLD         PIC 9(9).
           05 INT-TODAY       PIC 9(9).
           05 DAYS-DIFF       PIC S9(7).

       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).
       01  NOW-STAMP            PIC X(21).

       01  WS-TRANSFER-SEQ      PIC 9(5) VALUE 0.
       01  WS-REF-SEQ-SEEN      PIC 9(5).
       01  WS-TRANSFER-REF      PIC X(15).

      *> Control totals
       01  WS-SENT-COUNT        PIC 9(7)  VALUE 0.
       01  WS-SENT-TOTAL        PIC 9(11) VALUE 0.
       01  WS-RET-COUNT         PIC 9(7)  VALUE 0.
       01  WS-RET-TOTAL         PIC 9(11) VALUE 0.
       01  WS-RET-REJECTED      PIC 9(7)  VALUE 0.
       01  WS-NET-TOTAL         PIC S9(11) VALUE 0.
       01  WS-COUNT-FMT         PIC Z(6)9.
       01  WS-AMOUNT-FMT        PIC Z(10)9.
       01  WS-NET-FMT           PIC -(10)9.
       01  WS-LINE-AMT-FMT      PIC Z(6)9.

       01  AUDIT-SYS.
           05 WS-AUDIT-MEM-ID  PIC X(14).
           05 WS-AUDIT-ACTION  PIC X(20).
           05 WS-AUDIT-OUTCOME PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM OPEN-CONTROL-REPORT
           PERFORM PROCESS-BURSAR-RETURNS
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM AGE-LEDGER-BALANCES
           PERFORM WRITE-TRANSFER-FILE
           PERFORM CLOSE-CONTROL-REPORT
           PERFORM WRITE-RUN-AUDIT
           STOP RUN.

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME
           MOVE WS-TODAY-DATE-TIME(1:8) TO TODAY-YYYYMMDD
           COMPUTE INT-TODAY =
               FUNCTION INTEGER-OF-DATE(TODAY-YYYYMMDD)
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-DATE-TIME(1:4) "-"
                  WS-TODAY-DATE-TIME(5:2) "-"
                  WS-TODAY-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE SPACES TO NOW-STAMP
           STRING WS-TODAY-DATE " "
                  WS-TODAY-DATE-TIME(9:2) ":"
                  WS-TODAY-DATE-TIME(11:2) ":"
                  WS-TODAY-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO NOW-STAMP
           END-STRING.

       LOAD-PARAMETERS.
           MOVE AGE-DAYS-DEFAULT   TO WS-AGE-DAYS
           MOVE MIN-AMOUNT-DEFAULT TO WS-MIN-AMOUNT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-AGE-DAYS NUMERIC
                           MOVE BP-AGE-DAYS TO WS-AGE-DAYS
                       END-IF
                       IF BP-MIN-AMOUNT NUMERIC
                           MOVE BP-MIN-AMOUNT TO WS-MIN-AMOUNT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       OPEN-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE ALL "=" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "BURSAR TRANSFER CONTROL REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE WS-AGE-DAYS TO WS-COUNT-FMT
           MOVE WS-MIN-AMOUNT TO WS-LINE-AMT-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Selecting balances at least " WS-COUNT-FMT
                  " days old and over " WS-LINE-AMT-FMT " Baht"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE ALL "=" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC.

      *> ---------------- BURSAR RETURNS ----------------
       PROCESS-BURSAR-RETURNS.
           OPEN INPUT RETURN-IN-FILE
           IF WS-RETURN-STATUS NOT = "00"
               MOVE "No bursar return file this run." TO
                   CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BR-REF NOT = SPACES
                               PERFORM APPLY-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-IN-FILE
           END-IF.

      *> Match the return to the "T" row it reverses and put the
      *> amount back, unless it has been put back already
       APPLY-ONE-RETURN.
           MOVE SPACES TO RT-REJECT-REASON
           PERFORM FIND-TRANSFER-ROW

           MOVE 0 TO RT-AMOUNT
           IF BR-AMOUNT NUMERIC
               MOVE BR-AMOUNT TO RT-AMOUNT
           END-IF
           IF RT-AMOUNT = 0
               MOVE RT-TRANSFER-AMT TO RT-AMOUNT
           END-IF

           IF BR-AMOUNT NOT NUMERIC AND BR-AMOUNT NOT = SPACES
               MOVE "AMOUNT NOT NUMERIC" TO RT-REJECT-REASON
           ELSE
           IF RT-TRANSFER-FOUND = "N"
               MOVE "NO MATCHING TRANSFER" TO RT-REJECT-REASON
           ELSE
               IF RT-ALREADY-BACK = "Y"
                   MOVE "ALREADY REINSTATED" TO RT-REJECT-REASON
               ELSE
                   IF RT-AMOUNT > RT-TRANSFER-AMT
                       MOVE "AMOUNT OVER TRANSFER" TO
                           RT-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           END-IF

           IF RT-REJECT-REASON = SPACES
               MOVE BR-MEM-ID TO WS-FINE-POST-MEM-ID
               MOVE "R"       TO WS-FINE-POST-TYPE
               MOVE RT-AMOUNT TO WS-FINE-POST-AMOUNT
               MOVE BR-REF    TO WS-FINE-POST-REF
               PERFORM POST-FINE-TO-LEDGER
               ADD 1 TO WS-RET-COUNT
               ADD RT-AMOUNT TO WS-RET-TOTAL
               MOVE RT-AMOUNT TO WS-LINE-AMT-FMT
               MOVE SPACES TO CONTROL-REPORT-REC
               STRING "RETURNED  " BR-REF " " BR-MEM-ID " "
                      WS-LINE-AMT-FMT " " BR-CODE " " BR-NOTE
                   DELIMITED BY SIZE INTO CONTROL-REPORT-REC
               END-STRING
               WRITE CONTROL-REPORT-REC
           ELSE
               ADD 1 TO WS-RET-REJECTED
               MOVE SPACES TO CONTROL-REPORT-REC
               STRING "NOT APPLIED " BR-REF " " BR-MEM-ID " "
                      BR-AMOUNT " " BR-CODE " - " RT-REJECT-REASON
                   DELIMITED BY SIZE INTO CONTROL-REPORT-REC
               END-STRING
               WRITE CONTROL-REPORT-REC
           END-IF.

      *> The transfer row for BR-REF / BR-MEM-ID, and whether an "R"
      *> row for it is already on the ledger
       FIND-TRANSFER-ROW.
           MOVE "N" TO RT-TRANSFER-FOUND
           MOVE "N" TO RT-ALREADY-BACK
           MOVE 0 TO RT-TRANSFER-AMT
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS = "00"
               MOVE "N" TO WS-SUB-EOF-FLAG
               PERFORM UNTIL WS-SUB-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-SUB-EOF-FLAG
                       NOT AT END
                           IF FINE-REF = BR-REF AND
                              FINE-MEM-ID = BR-MEM-ID
                               IF FINE-TYPE = "T"
                                   MOVE "Y" TO RT-TRANSFER-FOUND
                                   MOVE FINE-AMOUNT
                                       TO RT-TRANSFER-AMT
                               END-IF
                               IF FINE-TYPE = "R"
                                   MOVE "Y" TO RT-ALREADY-BACK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF.

      *> ---------------- SELECTION ----------------
      *> Pass one: balance and total credits per member, and the
      *> highest transfer reference already issued today
       LOAD-LEDGER-BALANCES.
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-TODAYS-TRANSFER-REF
                           PERFORM FIND-BALANCE-ROW
                           IF BM-FOUND-IDX > 0
                               PERFORM POST-ROW-TO-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF.

      *> An earlier run today left "BT" + today + sequence refs on
      *> the ledger; new transfers are numbered on from the highest
       NOTE-TODAYS-TRANSFER-REF.
           IF FINE-REF(1:2) = "BT" AND
              FINE-REF(3:8) = WS-TODAY-DATE-TIME(1:8) AND
              FINE-REF(11:5) NUMERIC
               MOVE FINE-REF(11:5) TO WS-REF-SEQ-SEEN
               IF WS-REF-SEQ-SEEN > WS-TRANSFER-SEQ
                   MOVE WS-REF-SEQ-SEEN TO WS-TRANSFER-SEQ
               END-IF
           END-IF.

       FIND-BALANCE-ROW.
           MOVE 0 TO BM-FOUND-IDX
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > BM-COUNT OR BM-FOUND-IDX > 0
               IF BM-MEM(BM-IDX) = FINE-MEM-ID
                   MOVE BM-IDX TO BM-FOUND-IDX
               END-IF
           END-PERFORM
           IF BM-FOUND-IDX = 0
               IF BM-COUNT < 5000
                   ADD 1 TO BM-COUNT
                   MOVE FINE-MEM-ID TO BM-MEM(BM-COUNT)
                   MOVE 0 TO BM-BALANCE(BM-COUNT)
                   MOVE 0 TO BM-CREDITS(BM-COUNT)
                   MOVE 0 TO BM-REMAIN(BM-COUNT)
                   MOVE SPACES TO BM-OLDEST(BM-COUNT)
                   MOVE BM-COUNT TO BM-FOUND-IDX
               ELSE
                   MOVE "Y" TO BM-OVERFLOW
               END-IF
           END-IF.

       POST-ROW-TO-BALANCE.
           IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
              FINE-TYPE = "R"
               ADD FINE-AMOUNT TO BM-BALANCE(BM-FOUND-IDX)
           ELSE
               SUBTRACT FINE-AMOUNT FROM BM-BALANCE(BM-FOUND-IDX)
               ADD FINE-AMOUNT TO BM-CREDITS(BM-FOUND-IDX)
           END-IF.

      *> Pass two: credits pay off debits oldest first; the first
      *> debit they cannot cover in full dates the balance
       AGE-LEDGER-BALANCES.
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               MOVE BM-CREDITS(BM-IDX) TO BM-REMAIN(BM-IDX)
           END-PERFORM
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                              FINE-TYPE = "R"
                               PERFORM AGE-ONE-DEBIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF.

       AGE-ONE-DEBIT.
           MOVE 0 TO BM-FOUND-IDX
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > BM-COUNT OR BM-FOUND-IDX > 0
               IF BM-MEM(BM-IDX) = FINE-MEM-ID
                   MOVE BM-IDX TO BM-FOUND-IDX
               END-IF
           END-PERFORM
           IF BM-FOUND-IDX > 0
               IF BM-OLDEST(BM-FOUND-IDX) = SPACES
                   IF BM-REMAIN(BM-FOUND-IDX) NOT < FINE-AMOUNT
                       SUBTRACT FINE-AMOUNT
                           FROM BM-REMAIN(BM-FOUND-IDX)
                   ELSE
                       MOVE 0 TO BM-REMAIN(BM-FOUND-IDX)
                       MOVE FINE-DATE-TIME(1:10)
                           TO BM-OLDEST(BM-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Header, one detail and one "T" ledger credit per selected
      *> member, trailer
       WRITE-TRANSFER-FILE.
           OPEN OUTPUT TRANSFER-FILE
           MOVE SPACES TO TRANSFER-HEADER-REC
           MOVE "H" TO TH-REC-TYPE
           MOVE "LIBRARY" TO TH-SOURCE
           MOVE TODAY-YYYYMMDD TO TH-RUN-DATE
           WRITE TRANSFER-HEADER-REC

           OPEN INPUT MEMBER-FILE
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               IF BM-BALANCE(BM-IDX) > WS-MIN-AMOUNT AND
                  BM-OLDEST(BM-IDX)(1:4) NUMERIC AND
                  BM-OLDEST(BM-IDX)(6:2) NUMERIC AND
                  BM-OLDEST(BM-IDX)(9:2) NUMERIC
                   MOVE BM-OLDEST(BM-IDX)(1:4) TO OLD-YYYYMMDD(1:4)
                   MOVE BM-OLDEST(BM-IDX)(6:2) TO OLD-YYYYMMDD(5:2)
                   MOVE BM-OLDEST(BM-IDX)(9:2) TO OLD-YYYYMMDD(7:2)
                   COMPUTE INT-OLD =
                       FUNCTION INTEGER-OF-DATE(OLD-YYYYMMDD)
                   COMPUTE DAYS-DIFF = INT-TODAY - INT-OLD
                   IF DAYS-DIFF NOT < WS-AGE-DAYS
                       PERFORM TRANSFER-ONE-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBER-STATUS = "00"
               CLOSE MEMBER-FILE
           END-IF

           MOVE SPACES TO TRANSFER-TRAILER-REC
           MOVE "T" TO TT-REC-TYPE
           MOVE WS-SENT-COUNT TO TT-COUNT
           MOVE WS-SENT-TOTAL TO TT-TOTAL
           WRITE TRANSFER-TRAILER-REC
           CLOSE TRANSFER-FILE.

       TRANSFER-ONE-BALANCE.
           ADD 1 TO WS-TRANSFER-SEQ
           MOVE SPACES TO WS-TRANSFER-REF
           STRING "BT" TODAY-YYYYMMDD WS-TRANSFER-SEQ
               DELIMITED BY SIZE INTO WS-TRANSFER-REF
           END-STRING

           MOVE SPACES TO TRANSFER-DETAIL-REC
           MOVE "D" TO TD-REC-TYPE
           MOVE BM-MEM(BM-IDX)(4:10) TO TD-STUDENT-ID
           MOVE BM-MEM(BM-IDX) TO TD-MEM-ID
           MOVE WS-TRANSFER-REF TO TD-REF
           MOVE BM-BALANCE(BM-IDX) TO TD-AMOUNT
           MOVE OLD-YYYYMMDD TO TD-OLDEST-DATE
           MOVE "UNKNOWN" TO TD-NAME
           IF WS-MEMBER-STATUS = "00" OR WS-MEMBER-STATUS = "23"
               MOVE SPACES TO MEM-SID-ID
               MOVE BM-MEM(BM-IDX)(4:10) TO MEM-SID-ID(1:10)
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEM-NAME TO TD-NAME
               END-READ
           END-IF
           WRITE TRANSFER-DETAIL-REC

           MOVE BM-MEM(BM-IDX)     TO WS-FINE-POST-MEM-ID
           MOVE "T"                TO WS-FINE-POST-TYPE
           MOVE BM-BALANCE(BM-IDX) TO WS-FINE-POST-AMOUNT
           MOVE WS-TRANSFER-REF    TO WS-FINE-POST-REF
           PERFORM POST-FINE-TO-LEDGER

           ADD 1 TO WS-SENT-COUNT
           ADD BM-BALANCE(BM-IDX) TO WS-SENT-TOTAL
           MOVE BM-BALANCE(BM-IDX) TO WS-LINE-AMT-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "SENT      " WS-TRANSFER-REF " " BM-MEM(BM-IDX) " "
                  WS-LINE-AMT-FMT " OLDEST " BM-OLDEST(BM-IDX)
                  " " TD-NAME
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC.

      *> Append one bursar row to the fines ledger, the way the desk
      *> posts its admin rows: reason code and approving id filled in
       POST-FINE-TO-LEDGER.
           MOVE WS-FINE-POST-MEM-ID TO FINE-MEM-ID
           MOVE WS-FINE-POST-TYPE   TO FINE-TYPE
           MOVE WS-FINE-POST-AMOUNT TO FINE-AMOUNT
           MOVE WS-FINE-POST-REF    TO FINE-REF
           MOVE NOW-STAMP           TO FINE-DATE-TIME
           MOVE BATCH-STAFF-ID      TO FINE-STAFF-ID
           MOVE BURSAR-REASON       TO FINE-REASON
           MOVE BATCH-STAFF-ID      TO FINE-APPROVER-ID
           OPEN EXTEND FINE-FILE
           IF WS-FINE-STATUS = "35"
               OPEN OUTPUT FINE-FILE
           END-IF
           WRITE FINE-FILE-REC
           CLOSE FINE-FILE.

      *> Control totals for finance sign-off
       CLOSE-CONTROL-REPORT.
           COMPUTE WS-NET-TOTAL = WS-SENT-TOTAL - WS-RET-TOTAL
           MOVE ALL "=" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC
           MOVE "CONTROL TOTALS" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC
           MOVE WS-SENT-COUNT TO WS-COUNT-FMT
           MOVE WS-SENT-TOTAL TO WS-AMOUNT-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Records Sent     : " WS-COUNT-FMT
                  "   Amount Sent     : " WS-AMOUNT-FMT " Baht"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE WS-RET-COUNT TO WS-COUNT-FMT
           MOVE WS-RET-TOTAL TO WS-AMOUNT-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Records Returned : " WS-COUNT-FMT
                  "   Amount Returned : " WS-AMOUNT-FMT " Baht"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE WS-RET-REJECTED TO WS-COUNT-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Returns Not Applied : " WS-COUNT-FMT
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE WS-NET-TOTAL TO WS-NET-FMT
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Net Transferred  : " WS-NET-FMT " Baht"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           IF BM-OVERFLOW = "Y"
               MOVE "WARNING: member balance table full - some"
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
               MOVE "balances were not considered this run."
                   TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
           END-IF
           MOVE SPACES TO CONTROL-REPORT-REC
           STRING "Signed off (Finance) : ____________________"
                  "   Date : __________"
               DELIMITED BY SIZE INTO CONTROL-REPORT-REC
           END-STRING
           WRITE CONTROL-REPORT-REC
           MOVE ALL "=" TO CONTROL-REPORT-REC
           WRITE CONTROL-REPORT-REC
           CLOSE CONTROL-REPORT-FILE

           DISPLAY "==============================================="
           DISPLAY "           BURSAR TRANSFER SUMMARY"
           DISPLAY "==============================================="
           MOVE WS-SENT-COUNT TO WS-COUNT-FMT
           MOVE WS-SENT-TOTAL TO WS-AMOUNT-FMT
           DISPLAY "Records Sent     : " WS-COUNT-FMT
                   "  Amount : " WS-AMOUNT-FMT
           MOVE WS-RET-COUNT TO WS-COUNT-FMT
           MOVE WS-RET-TOTAL TO WS-AMOUNT-FMT
           DISPLAY "Records Returned : " WS-COUNT-FMT
                   "  Amount : " WS-AMOUNT-FMT
           MOVE WS-RET-REJECTED TO WS-COUNT-FMT
           DISPLAY "Returns Rejected : " WS-COUNT-FMT
           DISPLAY "Net Transferred  : " WS-NET-FMT
           DISPLAY "Transfer file BURSAROUT.txt, report BURSARRPT.txt"
           DISPLAY "===============================================".

       WRITE-RUN-AUDIT.
           MOVE NOW-STAMP        TO AUDIT-TIMESTAMP
           MOVE BATCH-STAFF-ID   TO AUDIT-MEM-ID-F
           MOVE "BURSAR TRANSFER" TO AUDIT-ACTION-F
           MOVE SPACES           TO AUDIT-OUTCOME-F
           MOVE WS-SENT-COUNT TO WS-COUNT-FMT
           MOVE WS-NET-TOTAL TO WS-NET-FMT
           STRING "SENT " WS-COUNT-FMT " NET " WS-NET-FMT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
           END-STRING
           MOVE BATCH-STAFF-ID   TO AUDIT-STAFF-ID-F
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-FILE-REC
           CLOSE AUDIT-FILE.

       END PROGRAM Bursar-Transfer.
