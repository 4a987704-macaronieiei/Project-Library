      ******************************************************************
      * Author:
      * Date:
      * Purpose:Library - Personal-Data Retention Run
      ******************************************************************
      * Run monthly. Under the personal data protection rules a
      * member's reading history may only be kept for a limited
      * period, but the archives Archive-Purge and the audit rollover
      * write are otherwise kept for ever. This run goes through
      *   BORROW_ARCHIVE.txt    dated by the loan's return date,
      *   RETURN_ARCHIVE.txt    dated by the return date,
      *   AUDITLOG_ARCHIVE.txt  dated by the audit timestamp,
      * and on every row older than the retention period replaces
      * the member id with the fixed token ANONYMISED. Rows are
      * never deleted and nothing but the member id changes, so the
      * loan, return, renewal and fine figures the reports count
      * from these files come out the same afterwards. On audit rows
      * a member's 10-digit student id quoted in the outcome text
      * (the staff member-maintenance entries) is masked the same
      * way.
      * A member who still has an open loan in BORROW.dat or an
      * unpaid balance on FINES.txt is skipped altogether - their
      * history is what the desk needs to settle the account - and
      * is picked up by a later run once the account is clear. If
      * the member tables fill, or BORROW.dat or FINES.txt cannot be
      * opened, nobody can be shown to be clear, so nothing is
      * changed and the report says why.
      * The retention period in days comes from RETAINPARM.txt;
      * without it the built-in default applies. Each archive is
      * rewritten through TEMP_RETAIN.txt the way the audit rollover
      * rewrites the live log. RETAINRPT.txt has the counts per file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Data-Retention.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "RETAINPARM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
       SELECT BORROW-FILE  ASSIGN TO "BORROW.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS BORROW-ID-FILE
       FILE STATUS IS WS-BORROW-STATUS.
       SELECT MEMBER-FILE ASSIGN TO "MEMBERS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MEM-SID-ID
       FILE STATUS IS WS-MEMBER-STATUS.
       SELECT FINE-FILE ASSIGN TO "FINES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FINE-STATUS.
       SELECT BORROW-ARC-FILE ASSIGN TO "BORROW_ARCHIVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BARC-STATUS.
       SELECT RETURN-ARC-FILE ASSIGN TO "RETURN_ARCHIVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RARC-STATUS.
       SELECT AUDIT-ARC-FILE ASSIGN TO "AUDITLOG_ARCHIVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-AARC-STATUS.
       SELECT TEMP-ARC-FILE ASSIGN TO "TEMP_RETAIN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TEMP-STATUS.
       SELECT RETAIN-REPORT-FILE ASSIGN TO "RETAINRPT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Retention period in days
       FD  PARM-FILE.
       01  PARM-REC.
           05 RP-RETAIN-DAYS   PIC 9(5).

      *> Layouts duplicated from LibraryProject.cbl - this program has
      *> no copybook to share them from.
       FD  BORROW-FILE.
       01  BORROW-FILE-REC.
           05 BORROW-ID-FILE       PIC X(15).
           05 BORROW-MEM-ID        PIC X(14).
           05 BORROW-BOOK-ISBN     PIC X(20).
           05 BORROW-DATE          PIC X(21).
           05 RETURN-DATE          PIC X(10).
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  MEMBER-FILE.
       01  MEMBER-FILE-REC.
           05 MEM-ID       PIC X(18).
           05 MEM-SID-ID   PIC X(23).
           05 MEM-NAME     PIC X(35).
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

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

       FD  BORROW-ARC-FILE.
       01  BORROW-ARC-REC.
           05 BA-BORROW-ID         PIC X(15).
           05 BA-MEM-ID            PIC X(14).
           05 BA-BOOK-ISBN         PIC X(20).
           05 BA-BORROW-DATE       PIC X(21).
           05 BA-RETURN-DATE       PIC X(10).
           05 BA-DUE-DATE          PIC X(10).
           05 BA-RENEW-COUNT       PIC 9(2).
           05 BA-DISPOSITION       PIC X.
           05 BA-ARCHIVED          PIC X(10).
           05 BA-DUE-TIME          PIC X(5).
           05 BA-HOUR-FINE         PIC 9(3).

       FD  RETURN-ARC-FILE.
       01  RETURN-ARC-REC.
           05 RA-RETURN-ID         PIC X(15).
           05 RA-BORROW-ID         PIC X(15).
           05 RA-MEM-ID            PIC X(14).
           05 RA-BOOK-ISBN         PIC X(20).
           05 RA-BORROW-DATE       PIC X(21).
           05 RA-RETURN-DATE       PIC X(21).
           05 RA-FINE-BAHT         PIC 9(7).
           05 RA-ARCHIVED          PIC X(10).

       FD  AUDIT-ARC-FILE.
       01  AUDIT-ARC-REC.
           05 AA-TIMESTAMP        PIC X(21).
           05 AA-MEM-ID           PIC X(14).
           05 AA-ACTION           PIC X(20).
           05 AA-OUTCOME          PIC X(50).
           05 AA-STAFF-ID         PIC X(10).

       FD  TEMP-ARC-FILE.
       01  TEMP-ARC-REC           PIC X(200).

       FD  RETAIN-REPORT-FILE.
       01  RETAIN-REPORT-REC      PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-MEM-ID-F      PIC X(14).
           05 AUDIT-ACTION-F      PIC X(20).
           05 AUDIT-OUTCOME-F     PIC X(50).
           05 AUDIT-STAFF-ID-F    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX     VALUE SPACES.
       01  WS-BORROW-STATUS     PIC XX     VALUE SPACES.
       01  WS-MEMBER-STATUS     PIC XX     VALUE SPACES.
       01  WS-FINE-STATUS       PIC XX     VALUE SPACES.
       01  WS-BARC-STATUS       PIC XX     VALUE SPACES.
       01  WS-RARC-STATUS       PIC XX     VALUE SPACES.
       01  WS-AARC-STATUS       PIC XX     VALUE SPACES.
       01  WS-TEMP-STATUS       PIC XX     VALUE SPACES.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.

      *> Default retention when RETAINPARM.txt is missing: two years
           77  RETAIN-DAYS-DEFAULT PIC 9(5) VALUE 730.
           77  BATCH-STAFF-ID     PIC X(10) VALUE "BATCH".
      *> What an anonymised row carries in place of the member id
           77  ANON-TOKEN         PIC X(14) VALUE "ANONYMISED".

       01  WS-RETAIN-DAYS       PIC 9(5).
       01  WS-CUTOFF-DATE       PIC X(10).

      *> Every member with ledger rows and their balance
       01  BALANCE-TABLE.
           05 BM-ENTRY OCCURS 5000 TIMES.
               10 BM-MEM        PIC X(14).
               10 BM-BALANCE    PIC S9(9).
       01  BM-COUNT             PIC 9(5) VALUE 0.
       01  BM-IDX               PIC 9(5).
       01  BM-FOUND-IDX         PIC 9(5).
       01  BM-OVERFLOW          PIC A VALUE "N".

      *> Members whose history must stay as it is this run: an open
      *> loan, or a balance still owed
       01  PROTECTED-TABLE.
           05 PT-MEM OCCURS 10000 TIMES PIC X(14).
       01  PT-COUNT             PIC 9(5) VALUE 0.
       01  PT-IDX               PIC 9(5).
       01  PT-HIT               PIC A.
       01  PT-OVERFLOW          PIC A VALUE "N".
       01  WS-CHECK-MEM-ID      PIC X(14).

      *> The row being looked at
       01  RETAIN-ROW-SYS.
           05 RR-ROW-DATE       PIC X(10).
           05 RR-CHANGED        PIC A.
           05 RR-POS            PIC 9(2).
           05 RR-BEFORE         PIC X.
           05 RR-AFTER          PIC X.
           05 RR-STUDENT-ID     PIC X(10).

      *> Counts for the archive being processed, then per file
       01  RETAIN-COUNTS.
           05 RC-READ           PIC 9(7).
           05 RC-ANONYMISED     PIC 9(7).
           05 RC-PROTECTED      PIC 9(7).
           05 RC-ALREADY        PIC 9(7).
           05 RC-RECENT         PIC 9(7).
           05 RC-STAFF          PIC 9(7).
       01  WS-TOTAL-ANONYMISED  PIC 9(7) VALUE 0.
       01  WS-FILE-NAME         PIC X(20).
       01  WS-MEMBER-OPEN-OK    PIC A VALUE "N".
       01  WS-RUN-REFUSED       PIC A VALUE "N".
       01  WS-FAILED-FILE       PIC X(10) VALUE SPACES.
       01  WS-FAILED-STATUS     PIC XX     VALUE SPACES.

       01  WS-DATE-CALC.
           05 TODAY-YYYYMMDD    PIC 9(8).
           05 INT-TODAY         PIC 9(9).
           05 CUTOFF-YYYYMMDD   PIC 9(8).
           05 INT-CUTOFF        PIC 9(9).

       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).
       01  NOW-STAMP            PIC X(21).

       01  WS-COUNT-FMT         PIC Z(6)9.
       01  WS-READ-FMT          PIC Z(6)9.
       01  WS-ANON-FMT          PIC Z(6)9.
       01  WS-PROT-FMT          PIC Z(6)9.
       01  WS-ALREADY-FMT       PIC Z(6)9.
       01  WS-RECENT-FMT        PIC Z(6)9.
       01  WS-STAFF-FMT         PIC Z(6)9.
       01  WS-DAYS-FMT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM OPEN-RETAIN-REPORT
           PERFORM LOAD-OPEN-LOAN-MEMBERS
           PERFORM LOAD-LEDGER-BALANCES
           PERFORM PROTECT-OWING-MEMBERS
           IF BM-OVERFLOW = "Y" OR PT-OVERFLOW = "Y"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF
           IF WS-RUN-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RETAIN-BORROW-ARCHIVE
               PERFORM RETAIN-RETURN-ARCHIVE
               PERFORM RETAIN-AUDIT-ARCHIVE
           END-IF
           PERFORM CLOSE-RETAIN-REPORT
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

      *> Retention period, and the date rows must be older than
       LOAD-PARAMETERS.
           MOVE RETAIN-DAYS-DEFAULT TO WS-RETAIN-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-RETAIN-DAYS NUMERIC AND
                          RP-RETAIN-DAYS > 0
                           MOVE RP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE INT-CUTOFF = INT-TODAY - WS-RETAIN-DAYS
           COMPUTE CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(INT-CUTOFF)
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING CUTOFF-YYYYMMDD(1:4) "-" CUTOFF-YYYYMMDD(5:2) "-"
                  CUTOFF-YYYYMMDD(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           END-STRING.

       OPEN-RETAIN-REPORT.
           OPEN OUTPUT RETAIN-REPORT-FILE
           MOVE ALL "=" TO RETAIN-REPORT-REC
           WRITE RETAIN-REPORT-REC
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING "PERSONAL-DATA RETENTION RUN - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           MOVE WS-RETAIN-DAYS TO WS-DAYS-FMT
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING "Retention " WS-DAYS-FMT " days - anonymising rows"
                  " dated before " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           MOVE ALL "=" TO RETAIN-REPORT-REC
           WRITE RETAIN-REPORT-REC.

      *> ---------------- MEMBERS TO SKIP ----------------
       LOAD-OPEN-LOAN-MEMBERS.
           OPEN INPUT BORROW-FILE
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE "BORROW.dat" TO WS-FAILED-FILE
               MOVE WS-BORROW-STATUS TO WS-FAILED-STATUS
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RETURN-DATE(1:4) = "NULL"
                               MOVE BORROW-MEM-ID TO WS-CHECK-MEM-ID
                               PERFORM ADD-PROTECTED-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROW-FILE
           END-IF.

      *> Balance per member, debits ("F", "D", "R") less everything
      *> else - the same figure the desk and the bursar run use
       LOAD-LEDGER-BALANCES.
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00" AND WS-FINE-STATUS NOT = "35"
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE "FINES.txt" TO WS-FAILED-FILE
               MOVE WS-FINE-STATUS TO WS-FAILED-STATUS
           END-IF
           IF WS-FINE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM FIND-BALANCE-ROW
                           IF BM-FOUND-IDX > 0
                               IF FINE-TYPE = "F" OR
                                  FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT
                                       TO BM-BALANCE(BM-FOUND-IDX)
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM BM-BALANCE(BM-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
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
                   MOVE BM-COUNT TO BM-FOUND-IDX
               ELSE
                   MOVE "Y" TO BM-OVERFLOW
               END-IF
           END-IF.

       PROTECT-OWING-MEMBERS.
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               IF BM-BALANCE(BM-IDX) > 0
                   MOVE BM-MEM(BM-IDX) TO WS-CHECK-MEM-ID
                   PERFORM ADD-PROTECTED-MEMBER
               END-IF
           END-PERFORM.

       ADD-PROTECTED-MEMBER.
           PERFORM CHECK-PROTECTED-MEMBER
           IF PT-HIT = "N"
               IF PT-COUNT < 10000
                   ADD 1 TO PT-COUNT
                   MOVE WS-CHECK-MEM-ID TO PT-MEM(PT-COUNT)
               ELSE
                   MOVE "Y" TO PT-OVERFLOW
               END-IF
           END-IF.

      *> Is WS-CHECK-MEM-ID one of the members to skip?
       CHECK-PROTECTED-MEMBER.
           MOVE "N" TO PT-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-COUNT OR PT-HIT = "Y"
               IF PT-MEM(PT-IDX) = WS-CHECK-MEM-ID
                   MOVE "Y" TO PT-HIT
               END-IF
           END-PERFORM.

      *> ---------------- ARCHIVES ----------------
       RETAIN-BORROW-ARCHIVE.
           MOVE "BORROW_ARCHIVE.txt" TO WS-FILE-NAME
           INITIALIZE RETAIN-COUNTS
           OPEN INPUT BORROW-ARC-FILE
           IF WS-BARC-STATUS = "00"
               OPEN OUTPUT TEMP-ARC-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO RC-READ
                           MOVE BA-RETURN-DATE TO RR-ROW-DATE
                           MOVE BA-MEM-ID TO WS-CHECK-MEM-ID
                           PERFORM GRADE-MEMBER-ROW
                           IF RR-CHANGED = "Y"
                               MOVE ANON-TOKEN TO BA-MEM-ID
                           END-IF
                           WRITE TEMP-ARC-REC FROM BORROW-ARC-REC
                   END-READ
               END-PERFORM
               CLOSE BORROW-ARC-FILE
               CLOSE TEMP-ARC-FILE
               IF RC-ANONYMISED > 0
                   PERFORM COPY-TEMP-TO-BORROW-ARCHIVE
               END-IF
           END-IF
           PERFORM REPORT-FILE-COUNTS.

       RETAIN-RETURN-ARCHIVE.
           MOVE "RETURN_ARCHIVE.txt" TO WS-FILE-NAME
           INITIALIZE RETAIN-COUNTS
           OPEN INPUT RETURN-ARC-FILE
           IF WS-RARC-STATUS = "00"
               OPEN OUTPUT TEMP-ARC-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO RC-READ
                           MOVE RA-RETURN-DATE(1:10) TO RR-ROW-DATE
                           MOVE RA-MEM-ID TO WS-CHECK-MEM-ID
                           PERFORM GRADE-MEMBER-ROW
                           IF RR-CHANGED = "Y"
                               MOVE ANON-TOKEN TO RA-MEM-ID
                           END-IF
                           WRITE TEMP-ARC-REC FROM RETURN-ARC-REC
                   END-READ
               END-PERFORM
               CLOSE RETURN-ARC-FILE
               CLOSE TEMP-ARC-FILE
               IF RC-ANONYMISED > 0
                   PERFORM COPY-TEMP-TO-RETURN-ARCHIVE
               END-IF
           END-IF
           PERFORM REPORT-FILE-COUNTS.

      *> Audit rows carry a member id only when a member did
      *> something; staff, BATCH and KIOSK rows carry the acting id
      *> there, which is left alone, but any member's student id
      *> quoted in the outcome is still masked
       RETAIN-AUDIT-ARCHIVE.
           MOVE "AUDITLOG_ARCHIVE.txt" TO WS-FILE-NAME
           INITIALIZE RETAIN-COUNTS
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               MOVE "Y" TO WS-MEMBER-OPEN-OK
           END-IF
           OPEN INPUT AUDIT-ARC-FILE
           IF WS-AARC-STATUS = "00"
               OPEN OUTPUT TEMP-ARC-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO RC-READ
                           PERFORM RETAIN-ONE-AUDIT-ROW
                           WRITE TEMP-ARC-REC FROM AUDIT-ARC-REC
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARC-FILE
               CLOSE TEMP-ARC-FILE
               IF RC-ANONYMISED > 0
                   PERFORM COPY-TEMP-TO-AUDIT-ARCHIVE
               END-IF
           END-IF
           IF WS-MEMBER-OPEN-OK = "Y"
               CLOSE MEMBER-FILE
           END-IF
           PERFORM REPORT-FILE-COUNTS.

       RETAIN-ONE-AUDIT-ROW.
           MOVE AA-TIMESTAMP(1:10) TO RR-ROW-DATE
           IF AA-MEM-ID IS NUMERIC
               MOVE AA-MEM-ID TO WS-CHECK-MEM-ID
               PERFORM GRADE-MEMBER-ROW
               IF RR-CHANGED = "Y"
                   MOVE AA-MEM-ID(4:10) TO RR-STUDENT-ID
                   INSPECT AA-OUTCOME REPLACING ALL RR-STUDENT-ID
                       BY ANON-TOKEN(1:10)
                   MOVE ANON-TOKEN TO AA-MEM-ID
               END-IF
           ELSE
               IF AA-MEM-ID = ANON-TOKEN
                   ADD 1 TO RC-ALREADY
               ELSE
                   IF RR-ROW-DATE NOT < WS-CUTOFF-DATE
                       ADD 1 TO RC-RECENT
                   ELSE
                       PERFORM RETAIN-STAFF-AUDIT-ROW
                   END-IF
               END-IF
           END-IF.

      *> Old row under a staff, BATCH or KIOSK id
       RETAIN-STAFF-AUDIT-ROW.
           MOVE "N" TO RR-CHANGED
           IF WS-MEMBER-OPEN-OK = "Y"
               PERFORM MASK-OUTCOME-STUDENT-IDS
           END-IF
           IF RR-CHANGED = "Y"
               ADD 1 TO RC-ANONYMISED
               ADD 1 TO WS-TOTAL-ANONYMISED
           ELSE
               ADD 1 TO RC-STAFF
           END-IF.

      *> Decide one member row: kept because it is recent, kept
      *> because the member is skipped, already anonymous, or to be
      *> anonymised (RR-CHANGED "Y")
       GRADE-MEMBER-ROW.
           MOVE "N" TO RR-CHANGED
           IF WS-CHECK-MEM-ID = ANON-TOKEN
               ADD 1 TO RC-ALREADY
           ELSE
               IF RR-ROW-DATE NOT < WS-CUTOFF-DATE
                   ADD 1 TO RC-RECENT
               ELSE
                   PERFORM CHECK-PROTECTED-MEMBER
                   IF PT-HIT = "Y"
                       ADD 1 TO RC-PROTECTED
                   ELSE
                       MOVE "Y" TO RR-CHANGED
                       ADD 1 TO RC-ANONYMISED
                       ADD 1 TO WS-TOTAL-ANONYMISED
                   END-IF
               END-IF
           END-IF.

      *> Any run of exactly 10 digits in the outcome that is a
      *> member's student id, for a member not being skipped
       MASK-OUTCOME-STUDENT-IDS.
           PERFORM VARYING RR-POS FROM 1 BY 1 UNTIL RR-POS > 41
               MOVE SPACE TO RR-BEFORE
               MOVE SPACE TO RR-AFTER
               IF RR-POS > 1
                   MOVE AA-OUTCOME(RR-POS - 1:1) TO RR-BEFORE
               END-IF
               IF RR-POS < 41
                   MOVE AA-OUTCOME(RR-POS + 10:1) TO RR-AFTER
               END-IF
               IF AA-OUTCOME(RR-POS:10) IS NUMERIC AND
                  RR-BEFORE IS NOT NUMERIC AND
                  RR-AFTER IS NOT NUMERIC
                   PERFORM MASK-ONE-STUDENT-ID
               END-IF
           END-PERFORM.

       MASK-ONE-STUDENT-ID.
           MOVE SPACES TO MEM-SID-ID
           MOVE AA-OUTCOME(RR-POS:10) TO MEM-SID-ID(1:10)
           READ MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEM-ID(1:14) TO WS-CHECK-MEM-ID
                   PERFORM CHECK-PROTECTED-MEMBER
                   IF PT-HIT = "N"
                       MOVE ANON-TOKEN(1:10)
                           TO AA-OUTCOME(RR-POS:10)
                       MOVE "Y" TO RR-CHANGED
                   END-IF
           END-READ.

      *> Put the rewritten archive back over the original
       COPY-TEMP-TO-BORROW-ARCHIVE.
           OPEN INPUT TEMP-ARC-FILE
           OPEN OUTPUT BORROW-ARC-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TEMP-ARC-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BORROW-ARC-REC FROM TEMP-ARC-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-ARC-FILE
           CLOSE BORROW-ARC-FILE.

       COPY-TEMP-TO-RETURN-ARCHIVE.
           OPEN INPUT TEMP-ARC-FILE
           OPEN OUTPUT RETURN-ARC-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TEMP-ARC-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE RETURN-ARC-REC FROM TEMP-ARC-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-ARC-FILE
           CLOSE RETURN-ARC-FILE.

       COPY-TEMP-TO-AUDIT-ARCHIVE.
           OPEN INPUT TEMP-ARC-FILE
           OPEN OUTPUT AUDIT-ARC-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TEMP-ARC-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       WRITE AUDIT-ARC-REC FROM TEMP-ARC-REC
               END-READ
           END-PERFORM
           CLOSE TEMP-ARC-FILE
           CLOSE AUDIT-ARC-FILE.

      *> ---------------- REPORT ----------------
       REPORT-FILE-COUNTS.
           MOVE RC-READ       TO WS-READ-FMT
           MOVE RC-ANONYMISED TO WS-ANON-FMT
           MOVE RC-PROTECTED  TO WS-PROT-FMT
           MOVE RC-ALREADY    TO WS-ALREADY-FMT
           MOVE RC-RECENT     TO WS-RECENT-FMT
           MOVE RC-STAFF      TO WS-STAFF-FMT
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING WS-FILE-NAME " Rows Read : " WS-READ-FMT
                  "   Anonymised : " WS-ANON-FMT
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING "    Within Period : " WS-RECENT-FMT
                  "   Member Skipped : " WS-PROT-FMT
                  "   Already Anonymous : " WS-ALREADY-FMT
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           IF RC-STAFF > 0
               MOVE SPACES TO RETAIN-REPORT-REC
               STRING "    Staff Rows, No Member Named : " WS-STAFF-FMT
                   DELIMITED BY SIZE INTO RETAIN-REPORT-REC
               END-STRING
               WRITE RETAIN-REPORT-REC
           END-IF.

       CLOSE-RETAIN-REPORT.
           MOVE ALL "=" TO RETAIN-REPORT-REC
           WRITE RETAIN-REPORT-REC
           IF WS-FAILED-FILE NOT = SPACES
               MOVE SPACES TO RETAIN-REPORT-REC
               STRING "NOTHING CHANGED: " WS-FAILED-FILE
                      " could not be opened, file status "
                      WS-FAILED-STATUS ", so"
                   DELIMITED BY SIZE INTO RETAIN-REPORT-REC
               END-STRING
               WRITE RETAIN-REPORT-REC
           ELSE
           IF WS-RUN-REFUSED = "Y"
               MOVE "NOTHING CHANGED: the member tables filled, so"
                   TO RETAIN-REPORT-REC
               WRITE RETAIN-REPORT-REC
           END-IF
           END-IF
           IF WS-RUN-REFUSED = "Y"
               MOVE "members with open loans or balances could not"
                   TO RETAIN-REPORT-REC
               WRITE RETAIN-REPORT-REC
               MOVE "all be identified." TO RETAIN-REPORT-REC
               WRITE RETAIN-REPORT-REC
           END-IF
           MOVE PT-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING "Members Skipped (open loan or balance) : "
                  WS-COUNT-FMT
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           MOVE WS-TOTAL-ANONYMISED TO WS-COUNT-FMT
           MOVE SPACES TO RETAIN-REPORT-REC
           STRING "Rows Anonymised : " WS-COUNT-FMT
               DELIMITED BY SIZE INTO RETAIN-REPORT-REC
           END-STRING
           WRITE RETAIN-REPORT-REC
           MOVE ALL "=" TO RETAIN-REPORT-REC
           WRITE RETAIN-REPORT-REC
           CLOSE RETAIN-REPORT-FILE

           DISPLAY "==============================================="
           DISPLAY "        PERSONAL-DATA RETENTION RUN"
           DISPLAY "==============================================="
           IF WS-RUN-REFUSED = "Y"
               IF WS-FAILED-FILE NOT = SPACES
                   DISPLAY WS-FAILED-FILE " could not be opened"
                           " (status " WS-FAILED-STATUS
                           ") - nothing was changed."
               ELSE
                   DISPLAY "Member tables full - nothing was changed."
               END-IF
           END-IF
           DISPLAY "Rows dated before : " WS-CUTOFF-DATE
           MOVE WS-TOTAL-ANONYMISED TO WS-COUNT-FMT
           DISPLAY "Rows Anonymised   : " WS-COUNT-FMT
           MOVE PT-COUNT TO WS-COUNT-FMT
           DISPLAY "Members Skipped   : " WS-COUNT-FMT
           DISPLAY "Report RETAINRPT.txt"
           DISPLAY "===============================================".

       WRITE-RUN-AUDIT.
           MOVE NOW-STAMP         TO AUDIT-TIMESTAMP
           MOVE BATCH-STAFF-ID    TO AUDIT-MEM-ID-F
           MOVE "DATA RETENTION"  TO AUDIT-ACTION-F
           MOVE SPACES            TO AUDIT-OUTCOME-F
           IF WS-RUN-REFUSED = "Y"
               IF WS-FAILED-FILE NOT = SPACES
                   STRING "NOT RUN - " WS-FAILED-FILE " STATUS "
                          WS-FAILED-STATUS
                       DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
                   END-STRING
               ELSE
                   MOVE "NOT RUN - MEMBER TABLES FULL"
                       TO AUDIT-OUTCOME-F
               END-IF
           ELSE
               MOVE WS-TOTAL-ANONYMISED TO WS-COUNT-FMT
               STRING "ANONYMISED " WS-COUNT-FMT " ROWS BEFORE "
                      WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
               END-STRING
           END-IF
           MOVE BATCH-STAFF-ID    TO AUDIT-STAFF-ID-F
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-FILE-REC
           CLOSE AUDIT-FILE.

       END PROGRAM Data-Retention.
