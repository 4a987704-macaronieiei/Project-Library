      ******************************************************************
      * Author:
      * Date:
      * Purpose:Library - Monthly Purchase-Demand Report
      ******************************************************************
      * Monthly batch for acquisitions. Checkout counts alone miss the
      * demand that shows up as members waiting, so every title is
      * scored on:
      *   - its open reservation queue in RESERVE.txt (status "O")
      *     and how long, on average, those members have waited so
      *     far,
      *   - its circulating copies in BOOKS.dat - copies on the
      *     shelf, on loan, held or in transit; withdrawn and lost
      *     copies and course reserve stock are not counted, as none
      *     of them can serve the queue,
      *   - its loans and renewals opened in the last DP-LOAN-DAYS
      *     days, from the loan master BORROW.dat and the closed
      *     loans moved to BORROW_ARCHIVE.txt.
      * A title is listed when it has members waiting and either the
      * holds per circulating copy go over DP-HOLD-RATIO or the
      * average wait goes over DP-WAIT-DAYS (a title with a queue
      * and no circulating copy at all is always listed). The
      * suggestion is enough extra copies to bring the queue down to
      * DP-HOLD-RATIO per copy, and at least one, costed at the
      * title's BOOK-PRICE. Thresholds come from DEMANDPARM.txt;
      * without it the built-in defaults apply.
      * DEMAND.txt is the printed report, most holds per copy first.
      * DEMANDORD.txt carries the same titles as pipe-delimited rows
      * in the vendor shipment layout with an "ADD" row type:
      *   ISBN|TITLE|AUTHOR|CALLNUM|CATEGORY|COPIES|PRICE|ADD
      * Once the order arrives, with COPIES corrected to what was
      * delivered, it is fed to Bulk-Import as VENDORIN.txt and the
      * copies are added to the titles already on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Purchase-Demand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARM-FILE ASSIGN TO "DEMANDPARM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.
       SELECT BOOK-FILE ASSIGN TO "BOOKS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BOOK-KEY
       FILE STATUS IS WS-BOOK-STATUS.
       SELECT RESERVE-FILE ASSIGN TO "RESERVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESERVE-STATUS.
       SELECT BORROW-FILE  ASSIGN TO "BORROW.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS BORROW-ID-FILE
       FILE STATUS IS WS-BORROW-STATUS.
       SELECT BORROW-ARC-FILE ASSIGN TO "BORROW_ARCHIVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BARC-STATUS.
       SELECT DEMAND-REPORT-FILE ASSIGN TO "DEMAND.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ORDER-FILE ASSIGN TO "DEMANDORD.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Run thresholds: holds per circulating copy (two decimals,
      *> "0150" = 1.50), average wait in days, and how many days
      *> back a loan counts as recent
       FD  PARM-FILE.
       01  PARM-REC.
           05 DP-HOLD-RATIO    PIC 9(2)V9(2).
           05 DP-WAIT-DAYS     PIC 9(4).
           05 DP-LOAN-DAYS     PIC 9(4).

      *> Layouts duplicated from LibraryProject.cbl - this program has
      *> no copybook to share them from.
       FD  BOOK-FILE.
       01  BOOK-FILE-REC.
           05 BOOK-KEY.
               10 BOOK-ISBN    PIC X(17).
               10 BOOK-COPY-NO PIC 9(3).
           05 BOOK-NAME        PIC X(55).
           05 BOOK-AUTHOR      PIC X(27).
           05 BOOK-CALL-NUM    PIC X(25).
           05 BOOK-CATEGORY    PIC X(22).
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

       FD  RESERVE-FILE.
       01  RESERVE-FILE-REC.
           05 RESERVE-MEM-ID       PIC X(14).
           05 RESERVE-BOOK-ISBN    PIC X(17).
           05 RESERVE-DATE-TIME    PIC X(21).
           05 RESERVE-STATUS       PIC A.
           05 RESERVE-BRANCH       PIC X(4).

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

       FD  DEMAND-REPORT-FILE.
       01  DEMAND-REPORT-REC   PIC X(120).

       FD  ORDER-FILE.
       01  ORDER-REC           PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-MEM-ID-F      PIC X(14).
           05 AUDIT-ACTION-F      PIC X(20).
           05 AUDIT-OUTCOME-F     PIC X(50).
           05 AUDIT-STAFF-ID-F    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC XX     VALUE SPACES.
       01  WS-BOOK-STATUS       PIC XX     VALUE SPACES.
       01  WS-RESERVE-STATUS    PIC XX     VALUE SPACES.
       01  WS-BORROW-STATUS     PIC XX     VALUE SPACES.
       01  WS-BARC-STATUS       PIC XX     VALUE SPACES.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.

      *> Defaults when DEMANDPARM.txt is missing or unreadable
           77  HOLD-RATIO-DEFAULT PIC 9(2)V9(2) VALUE 1.00.
           77  WAIT-DAYS-DEFAULT  PIC 9(4) VALUE 14.
           77  LOAN-DAYS-DEFAULT  PIC 9(4) VALUE 90.
           77  BATCH-STAFF-ID     PIC X(10) VALUE "BATCH".
      *> Sorts a title with a queue and no circulating copy first
           77  NO-COPY-RATIO      PIC 9(3)V9(2) VALUE 999.99.

       01  DEMAND-PARMS.
           05 WS-HOLD-RATIO     PIC 9(2)V9(2).
           05 WS-WAIT-DAYS      PIC 9(4).
           05 WS-LOAN-DAYS      PIC 9(4).

      *> One entry per title in the catalog, in ISBN order as the
      *> book master is read
       01  DEMAND-TITLE-TABLE.
           05 DT-ENTRY OCCURS 20000 TIMES.
               10 DT-ISBN       PIC X(17).
               10 DT-COPIES     PIC 9(4).
               10 DT-PRICE      PIC 9(7).
               10 DT-HOLDS      PIC 9(5).
               10 DT-WAIT-TOTAL PIC 9(9).
               10 DT-LOANS      PIC 9(7).
               10 DT-RENEWALS   PIC 9(7).
       01  DT-COUNT             PIC 9(5) VALUE 0.
       01  DT-IDX               PIC 9(5).
       01  DT-FOUND-IDX         PIC 9(5).
       01  DT-OVERFLOW          PIC A VALUE "N".
       01  WS-LOOK-ISBN         PIC X(17).

      *> Titles that made the list, with their figures
       01  DEMAND-LIST-TABLE.
           05 DL-ENTRY OCCURS 2000 TIMES.
               10 DL-TITLE-IDX  PIC 9(5).
               10 DL-RATIO      PIC 9(3)V9(2).
               10 DL-AVG-WAIT   PIC 9(5).
               10 DL-EXTRA      PIC 9(4).
               10 DL-COST       PIC 9(9).
       01  DL-COUNT             PIC 9(4) VALUE 0.
       01  DL-IDX               PIC 9(4).
       01  DL-SCAN              PIC 9(4).
       01  DL-BEST              PIC 9(4).
       01  DL-OVERFLOW          PIC A VALUE "N".

      *> Selection-sort swap work area for the demand list
       01  DL-SWAP-ENTRY.
           05 DL-SWAP-TITLE-IDX PIC 9(5).
           05 DL-SWAP-RATIO     PIC 9(3)V9(2).
           05 DL-SWAP-AVG-WAIT  PIC 9(5).
           05 DL-SWAP-EXTRA     PIC 9(4).
           05 DL-SWAP-COST      PIC 9(9).

      *> Scoring work fields for one title
       01  DEMAND-CALC.
           05 DC-RATIO          PIC 9(3)V9(2).
           05 DC-AVG-WAIT       PIC 9(5).
           05 DC-LISTED         PIC A.
           05 DC-NEED-EXACT     PIC 9(7)V9(2).
           05 DC-NEED           PIC 9(7).
           05 DC-EXTRA          PIC S9(7).

       01  WS-DATE-CALC.
           05 TODAY-YYYYMMDD    PIC 9(8).
           05 INT-TODAY         PIC 9(9).
           05 RES-YYYYMMDD      PIC 9(8).
           05 INT-RES           PIC 9(9).
           05 WINDOW-YYYYMMDD   PIC 9(8).
           05 INT-WINDOW        PIC 9(9).
           05 DAYS-WAITED       PIC S9(7).

       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).
       01  WS-WINDOW-DATE       PIC X(10).
       01  NOW-STAMP            PIC X(21).

      *> Catalog details of the title being written out
       01  ORDER-TITLE.
           05 OT-NAME           PIC X(55).
           05 OT-AUTHOR         PIC X(27).
           05 OT-CALL-NUM       PIC X(25).
           05 OT-CATEGORY       PIC X(22).

      *> Run totals
       01  WS-UNKNOWN-HOLDS     PIC 9(7)  VALUE 0.
       01  WS-TOTAL-HOLDS       PIC 9(7)  VALUE 0.
       01  WS-TOTAL-EXTRA       PIC 9(7)  VALUE 0.
       01  WS-TOTAL-COST        PIC 9(11) VALUE 0.

       01  WS-COUNT-FMT         PIC Z(6)9.
       01  WS-AMOUNT-FMT        PIC Z(10)9.
       01  WS-COPIES-FMT        PIC Z,ZZ9.
       01  WS-HOLDS-FMT         PIC ZZZZ9.
       01  WS-RATIO-FMT         PIC ZZ9.99.
       01  WS-RATIO-TEXT        PIC X(6).
       01  WS-WAIT-FMT          PIC ZZZZ9.
       01  WS-LOANS-FMT         PIC ZZZZ9.
       01  WS-RENEW-FMT         PIC ZZZZ9.
       01  WS-EXTRA-FMT         PIC ZZZ9.
       01  WS-COST-FMT          PIC ZZ,ZZZ,ZZ9.
       01  WS-PRICE-FMT         PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-CATALOG-TITLES
           PERFORM COUNT-OPEN-QUEUES
           PERFORM COUNT-RECENT-LOANS
           PERFORM COUNT-ARCHIVED-LOANS
           PERFORM SELECT-DEMAND-TITLES
           PERFORM SORT-DEMAND-LIST
           PERFORM WRITE-DEMAND-OUTPUT
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

      *> Thresholds, then the first day a loan counts as recent
       LOAD-PARAMETERS.
           MOVE HOLD-RATIO-DEFAULT TO WS-HOLD-RATIO
           MOVE WAIT-DAYS-DEFAULT  TO WS-WAIT-DAYS
           MOVE LOAN-DAYS-DEFAULT  TO WS-LOAN-DAYS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-HOLD-RATIO NUMERIC
                           MOVE DP-HOLD-RATIO TO WS-HOLD-RATIO
                       END-IF
                       IF DP-WAIT-DAYS NUMERIC
                           MOVE DP-WAIT-DAYS TO WS-WAIT-DAYS
                       END-IF
                       IF DP-LOAN-DAYS NUMERIC
                           MOVE DP-LOAN-DAYS TO WS-LOAN-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
      *> A zero ratio would list every title with a queue and leave
      *> nothing to divide the suggestion by
           IF WS-HOLD-RATIO = 0
               MOVE HOLD-RATIO-DEFAULT TO WS-HOLD-RATIO
           END-IF

           COMPUTE INT-WINDOW = INT-TODAY - WS-LOAN-DAYS
           COMPUTE WINDOW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(INT-WINDOW)
           MOVE SPACES TO WS-WINDOW-DATE
           STRING WINDOW-YYYYMMDD(1:4) "-" WINDOW-YYYYMMDD(5:2) "-"
                  WINDOW-YYYYMMDD(7:2)
               DELIMITED BY SIZE INTO WS-WINDOW-DATE
           END-STRING.

      *> ---------------- CATALOG ----------------
      *> One table entry per ISBN, counting the copies that can serve
      *> a queue; the price of the newest priced copy stands for the
      *> title
       LOAD-CATALOG-TITLES.
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BOOK-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-CATALOG-COPY
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF.

       TALLY-CATALOG-COPY.
           IF DT-COUNT = 0 OR DT-ISBN(DT-COUNT) NOT = BOOK-ISBN
               IF DT-COUNT < 20000
                   ADD 1 TO DT-COUNT
                   MOVE BOOK-ISBN TO DT-ISBN(DT-COUNT)
                   MOVE 0 TO DT-COPIES(DT-COUNT)
                   MOVE 0 TO DT-PRICE(DT-COUNT)
                   MOVE 0 TO DT-HOLDS(DT-COUNT)
                   MOVE 0 TO DT-WAIT-TOTAL(DT-COUNT)
                   MOVE 0 TO DT-LOANS(DT-COUNT)
                   MOVE 0 TO DT-RENEWALS(DT-COUNT)
               ELSE
                   MOVE "Y" TO DT-OVERFLOW
               END-IF
           END-IF
           IF DT-COUNT > 0 AND DT-ISBN(DT-COUNT) = BOOK-ISBN
               IF (BOOK-STATUS = "A" OR BOOK-STATUS = "B" OR
                   BOOK-STATUS = "H" OR BOOK-STATUS = "T") AND
                  BOOK-COURSE-CODE = SPACES
                   ADD 1 TO DT-COPIES(DT-COUNT)
               END-IF
               IF BOOK-PRICE NUMERIC AND BOOK-PRICE > 0
                   MOVE BOOK-PRICE TO DT-PRICE(DT-COUNT)
               END-IF
           END-IF.

      *> Table entry for WS-LOOK-ISBN, zero when not in the catalog
       FIND-DEMAND-TITLE.
           MOVE 0 TO DT-FOUND-IDX
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-COUNT OR DT-FOUND-IDX > 0
               IF DT-ISBN(DT-IDX) = WS-LOOK-ISBN
                   MOVE DT-IDX TO DT-FOUND-IDX
               END-IF
           END-PERFORM.

      *> ---------------- QUEUES ----------------
      *> Members still waiting, and how many days each has waited
       COUNT-OPEN-QUEUES.
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RESERVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RESERVE-STATUS = "O"
                               PERFORM TALLY-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF.

       TALLY-ONE-HOLD.
           ADD 1 TO WS-TOTAL-HOLDS
           MOVE RESERVE-BOOK-ISBN TO WS-LOOK-ISBN
           PERFORM FIND-DEMAND-TITLE
           IF DT-FOUND-IDX = 0
               ADD 1 TO WS-UNKNOWN-HOLDS
           ELSE
               ADD 1 TO DT-HOLDS(DT-FOUND-IDX)
               IF RESERVE-DATE-TIME(1:4) NUMERIC AND
                  RESERVE-DATE-TIME(6:2) NUMERIC AND
                  RESERVE-DATE-TIME(9:2) NUMERIC
                   MOVE RESERVE-DATE-TIME(1:4) TO RES-YYYYMMDD(1:4)
                   MOVE RESERVE-DATE-TIME(6:2) TO RES-YYYYMMDD(5:2)
                   MOVE RESERVE-DATE-TIME(9:2) TO RES-YYYYMMDD(7:2)
                   COMPUTE INT-RES =
                       FUNCTION INTEGER-OF-DATE(RES-YYYYMMDD)
                   COMPUTE DAYS-WAITED = INT-TODAY - INT-RES
                   IF DAYS-WAITED > 0
                       ADD DAYS-WAITED TO DT-WAIT-TOTAL(DT-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *> ---------------- LOAN HISTORY ----------------
      *> Loans opened since the window date, open or returned
       COUNT-RECENT-LOANS.
           OPEN INPUT BORROW-FILE
           IF WS-BORROW-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BORROW-DATE(1:10) NOT < WS-WINDOW-DATE
                               MOVE BORROW-BOOK-ISBN(1:17)
                                   TO WS-LOOK-ISBN
                               PERFORM FIND-DEMAND-TITLE
                               IF DT-FOUND-IDX > 0
                                   ADD 1 TO DT-LOANS(DT-FOUND-IDX)
                                   IF BORROW-RENEW-COUNT NUMERIC
                                       ADD BORROW-RENEW-COUNT
                                         TO DT-RENEWALS(DT-FOUND-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROW-FILE
           END-IF.

      *> Closed loans Loan-Archive has already moved out of the master
      *> still count if they were opened inside the window
       COUNT-ARCHIVED-LOANS.
           OPEN INPUT BORROW-ARC-FILE
           IF WS-BARC-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-ARC-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BA-BORROW-DATE(1:10) NOT < WS-WINDOW-DATE
                               MOVE BA-BOOK-ISBN(1:17) TO WS-LOOK-ISBN
                               PERFORM FIND-DEMAND-TITLE
                               IF DT-FOUND-IDX > 0
                                   ADD 1 TO DT-LOANS(DT-FOUND-IDX)
                                   IF BA-RENEW-COUNT NUMERIC
                                       ADD BA-RENEW-COUNT
                                         TO DT-RENEWALS(DT-FOUND-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BORROW-ARC-FILE
           END-IF.

      *> ---------------- SELECTION ----------------
       SELECT-DEMAND-TITLES.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-COUNT
               IF DT-HOLDS(DT-IDX) > 0
                   PERFORM SCORE-ONE-TITLE
               END-IF
           END-PERFORM.

      *> Holds per copy and average wait against the thresholds, and
      *> the copies it would take to bring the queue down to the
      *> holds-per-copy threshold
       SCORE-ONE-TITLE.
           MOVE "N" TO DC-LISTED
           COMPUTE DC-AVG-WAIT =
               DT-WAIT-TOTAL(DT-IDX) / DT-HOLDS(DT-IDX)
           IF DT-COPIES(DT-IDX) = 0
               MOVE NO-COPY-RATIO TO DC-RATIO
               MOVE "Y" TO DC-LISTED
           ELSE
               COMPUTE DC-RATIO ROUNDED =
                   DT-HOLDS(DT-IDX) / DT-COPIES(DT-IDX)
               IF DC-RATIO > WS-HOLD-RATIO OR
                  DC-AVG-WAIT > WS-WAIT-DAYS
                   MOVE "Y" TO DC-LISTED
               END-IF
           END-IF

           IF DC-LISTED = "Y"
               COMPUTE DC-NEED-EXACT = DT-HOLDS(DT-IDX) / WS-HOLD-RATIO
               MOVE DC-NEED-EXACT TO DC-NEED
               IF DC-NEED < DC-NEED-EXACT
                   ADD 1 TO DC-NEED
               END-IF
               COMPUTE DC-EXTRA = DC-NEED - DT-COPIES(DT-IDX)
               IF DC-EXTRA < 1
                   MOVE 1 TO DC-EXTRA
               END-IF
               IF DL-COUNT < 2000
                   ADD 1 TO DL-COUNT
                   MOVE DT-IDX      TO DL-TITLE-IDX(DL-COUNT)
                   MOVE DC-RATIO    TO DL-RATIO(DL-COUNT)
                   MOVE DC-AVG-WAIT TO DL-AVG-WAIT(DL-COUNT)
                   MOVE DC-EXTRA    TO DL-EXTRA(DL-COUNT)
                   COMPUTE DL-COST(DL-COUNT) =
                       DC-EXTRA * DT-PRICE(DT-IDX)
                   ADD DL-EXTRA(DL-COUNT) TO WS-TOTAL-EXTRA
                   ADD DL-COST(DL-COUNT)  TO WS-TOTAL-COST
               ELSE
                   MOVE "Y" TO DL-OVERFLOW
               END-IF
           END-IF.

      *> Selection sort, most holds per copy first, longest average
      *> wait first among equals
       SORT-DEMAND-LIST.
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-COUNT
               MOVE DL-IDX TO DL-BEST
               PERFORM VARYING DL-SCAN FROM DL-IDX BY 1
                       UNTIL DL-SCAN > DL-COUNT
                   IF DL-RATIO(DL-SCAN) > DL-RATIO(DL-BEST) OR
                      (DL-RATIO(DL-SCAN) = DL-RATIO(DL-BEST) AND
                       DL-AVG-WAIT(DL-SCAN) > DL-AVG-WAIT(DL-BEST))
                       MOVE DL-SCAN TO DL-BEST
                   END-IF
               END-PERFORM
               IF DL-BEST NOT = DL-IDX
                   MOVE DL-ENTRY(DL-IDX)  TO DL-SWAP-ENTRY
                   MOVE DL-ENTRY(DL-BEST) TO DL-ENTRY(DL-IDX)
                   MOVE DL-SWAP-ENTRY     TO DL-ENTRY(DL-BEST)
               END-IF
           END-PERFORM.

      *> ---------------- OUTPUT ----------------
       WRITE-DEMAND-OUTPUT.
           OPEN OUTPUT DEMAND-REPORT-FILE
           OPEN OUTPUT ORDER-FILE
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT BOOK-FILE
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-COUNT
               MOVE DL-TITLE-IDX(DL-IDX) TO DT-IDX
               PERFORM READ-ORDER-TITLE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-ORDER-ROW
           END-PERFORM
           IF WS-BOOK-STATUS NOT = "35"
               CLOSE BOOK-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE ORDER-FILE
           CLOSE DEMAND-REPORT-FILE

           MOVE DL-COUNT TO WS-COUNT-FMT
           DISPLAY "==============================================="
           DISPLAY "          PURCHASE-DEMAND REPORT"
           DISPLAY "==============================================="
           DISPLAY "Titles Listed    : " WS-COUNT-FMT
           MOVE WS-TOTAL-EXTRA TO WS-COUNT-FMT
           DISPLAY "Copies Suggested : " WS-COUNT-FMT
           MOVE WS-TOTAL-COST TO WS-AMOUNT-FMT
           DISPLAY "Estimated Cost   : " WS-AMOUNT-FMT " Baht"
           DISPLAY "Report DEMAND.txt, order file DEMANDORD.txt"
           DISPLAY "===============================================".

       WRITE-REPORT-HEADING.
           MOVE ALL "=" TO DEMAND-REPORT-REC
           WRITE DEMAND-REPORT-REC
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "PURCHASE-DEMAND REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE WS-HOLD-RATIO TO WS-RATIO-FMT
           MOVE WS-WAIT-DAYS TO WS-WAIT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Listing titles with more than " WS-RATIO-FMT
                  " holds per circulating copy or an average wait"
                  " over " WS-WAIT-FMT " days"
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE WS-LOAN-DAYS TO WS-WAIT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Loans and renewals counted from " WS-WINDOW-DATE
                  " (last " WS-WAIT-FMT " days)"
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE ALL "=" TO DEMAND-REPORT-REC
           WRITE DEMAND-REPORT-REC
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "ISBN              Title                          "
                  " Cpys Holds  /Copy  Wait Loans Renew Extra"
                  "       Cost"
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC.

      *> Title, author, call number and category from the lowest
      *> numbered copy of the title
       READ-ORDER-TITLE.
           MOVE "(TITLE NO LONGER IN CATALOG)" TO OT-NAME
           MOVE SPACES TO OT-AUTHOR OT-CALL-NUM OT-CATEGORY
           IF WS-BOOK-STATUS NOT = "35"
               MOVE DT-ISBN(DT-IDX) TO BOOK-ISBN
               MOVE 0 TO BOOK-COPY-NO
               START BOOK-FILE KEY NOT < BOOK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BOOK-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BOOK-ISBN = DT-ISBN(DT-IDX)
                                   MOVE BOOK-NAME     TO OT-NAME
                                   MOVE BOOK-AUTHOR   TO OT-AUTHOR
                                   MOVE BOOK-CALL-NUM TO OT-CALL-NUM
                                   MOVE BOOK-CATEGORY TO OT-CATEGORY
                               END-IF
                       END-READ
               END-START
           END-IF.

       WRITE-REPORT-LINE.
           MOVE DT-COPIES(DT-IDX)    TO WS-COPIES-FMT
           MOVE DT-HOLDS(DT-IDX)     TO WS-HOLDS-FMT
           IF DT-COPIES(DT-IDX) = 0
               MOVE "  NONE" TO WS-RATIO-TEXT
           ELSE
               MOVE DL-RATIO(DL-IDX) TO WS-RATIO-FMT
               MOVE WS-RATIO-FMT TO WS-RATIO-TEXT
           END-IF
           MOVE DL-AVG-WAIT(DL-IDX)  TO WS-WAIT-FMT
           MOVE DT-LOANS(DT-IDX)     TO WS-LOANS-FMT
           MOVE DT-RENEWALS(DT-IDX)  TO WS-RENEW-FMT
           MOVE DL-EXTRA(DL-IDX)     TO WS-EXTRA-FMT
           MOVE DL-COST(DL-IDX)      TO WS-COST-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING DT-ISBN(DT-IDX) " " OT-NAME(1:30) " "
                  WS-COPIES-FMT " " WS-HOLDS-FMT " " WS-RATIO-TEXT
                  WS-WAIT-FMT " " WS-LOANS-FMT " " WS-RENEW-FMT
                  "  " WS-EXTRA-FMT " " WS-COST-FMT
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC.

      *> The same title as a Bulk-Import "ADD" row: copies to add and
      *> the catalog price per copy
       WRITE-ORDER-ROW.
           MOVE DL-EXTRA(DL-IDX) TO WS-EXTRA-FMT
           MOVE DT-PRICE(DT-IDX) TO WS-PRICE-FMT
           MOVE SPACES TO ORDER-REC
           STRING FUNCTION TRIM(DT-ISBN(DT-IDX)) "|"
                  FUNCTION TRIM(OT-NAME) "|"
                  FUNCTION TRIM(OT-AUTHOR) "|"
                  FUNCTION TRIM(OT-CALL-NUM) "|"
                  FUNCTION TRIM(OT-CATEGORY) "|"
                  FUNCTION TRIM(WS-EXTRA-FMT) "|"
                  FUNCTION TRIM(WS-PRICE-FMT) "|"
                  "ADD"
               DELIMITED BY SIZE INTO ORDER-REC
           END-STRING
           WRITE ORDER-REC.

       WRITE-REPORT-TOTALS.
           MOVE ALL "=" TO DEMAND-REPORT-REC
           WRITE DEMAND-REPORT-REC
           IF DL-COUNT = 0
               MOVE "No title is over either threshold this month."
                   TO DEMAND-REPORT-REC
               WRITE DEMAND-REPORT-REC
           END-IF
           MOVE DL-COUNT TO WS-COUNT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Titles Listed    : " WS-COUNT-FMT
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE WS-TOTAL-EXTRA TO WS-COUNT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Copies Suggested : " WS-COUNT-FMT
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE WS-TOTAL-COST TO WS-AMOUNT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Estimated Cost   : " WS-AMOUNT-FMT " Baht"
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           MOVE WS-TOTAL-HOLDS TO WS-COUNT-FMT
           MOVE SPACES TO DEMAND-REPORT-REC
           STRING "Open Holds Read  : " WS-COUNT-FMT
               DELIMITED BY SIZE INTO DEMAND-REPORT-REC
           END-STRING
           WRITE DEMAND-REPORT-REC
           IF WS-UNKNOWN-HOLDS > 0
               MOVE WS-UNKNOWN-HOLDS TO WS-COUNT-FMT
               MOVE SPACES TO DEMAND-REPORT-REC
               STRING "  of which for titles not in the catalog : "
                      WS-COUNT-FMT
                   DELIMITED BY SIZE INTO DEMAND-REPORT-REC
               END-STRING
               WRITE DEMAND-REPORT-REC
           END-IF
           IF DT-OVERFLOW = "Y"
               MOVE "WARNING: title table full - some titles were not"
                   TO DEMAND-REPORT-REC
               WRITE DEMAND-REPORT-REC
               MOVE "considered this run." TO DEMAND-REPORT-REC
               WRITE DEMAND-REPORT-REC
           END-IF
           IF DL-OVERFLOW = "Y"
               MOVE "WARNING: demand list full - the list is partial."
                   TO DEMAND-REPORT-REC
               WRITE DEMAND-REPORT-REC
           END-IF
           MOVE ALL "=" TO DEMAND-REPORT-REC
           WRITE DEMAND-REPORT-REC.

       WRITE-RUN-AUDIT.
           MOVE NOW-STAMP         TO AUDIT-TIMESTAMP
           MOVE BATCH-STAFF-ID    TO AUDIT-MEM-ID-F
           MOVE "PURCHASE DEMAND" TO AUDIT-ACTION-F
           MOVE SPACES            TO AUDIT-OUTCOME-F
           MOVE DL-COUNT TO WS-COUNT-FMT
           MOVE WS-TOTAL-EXTRA TO WS-AMOUNT-FMT
           STRING "TITLES " WS-COUNT-FMT " COPIES " WS-AMOUNT-FMT
               DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
           END-STRING
           MOVE BATCH-STAFF-ID    TO AUDIT-STAFF-ID-F
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-FILE-REC
           CLOSE AUDIT-FILE.

       END PROGRAM Purchase-Demand.
