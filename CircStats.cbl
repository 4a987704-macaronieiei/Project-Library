      * book master for its category and title, and the report file
      * CIRC-STATS.txt gets:
      *   - checkout counts per BOOK-CATEGORY,
      *   - checkout counts per branch, and per category within each
      *     branch - a loan counts for the home branch of the copy
      *     lent (the loan record keeps no branch of its own, and the
      *     copy's current branch moves on once it is returned),
      *   - a top-borrowed-titles list with per-title checkout and
      *     renewal totals (BORROW-RENEW-COUNT), most borrowed first,
      * so the committee can see both what circulates and which
           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

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

       FD  STATS-FILE.
       01  STATS-FILE-REC      PIC X(120).
       01  WS-BOOK-OPEN-OK      PIC A VALUE "N".
       01  WS-LOAN-CATEGORY     PIC X(22).
       01  WS-LOAN-TITLE        PIC X(55).
       01  WS-LOAN-BRANCH       PIC X(4).

      *> A copy with no branch recorded belongs to the main library
           77  DEFAULT-BRANCH   PIC X(4) VALUE "MAIN".

      *> Checkout count per branch, and per branch and category
       01  BRANCH-TABLE.
           05 BT-ENTRY OCCURS 20 TIMES.
               10 BT-BRANCH     PIC X(4).
               10 BT-COUNT      PIC 9(7).
       01  BT-COUNT-USED        PIC 9(2) VALUE 0.
       01  BT-IDX               PIC 9(2).
       01  BT-HIT               PIC A.
       01  BT-OVERFLOW          PIC A VALUE "N".
       01  BRANCH-CATEGORY-TABLE.
           05 BC-ENTRY OCCURS 500 TIMES.
               10 BC-BRANCH     PIC X(4).
               10 BC-CATEGORY   PIC X(22).
               10 BC-COUNT      PIC 9(7).
       01  BC-COUNT-USED        PIC 9(3) VALUE 0.
       01  BC-IDX               PIC 9(3).
       01  BC-HIT               PIC A.
       01  BC-OVERFLOW          PIC A VALUE "N".

      *> Checkout count per category seen in the range
       01  CATEGORY-TABLE.
           ADD 1 TO WS-TOTAL-LOANS
           PERFORM LOOKUP-LOAN-BOOK
           PERFORM TALLY-CATEGORY
           PERFORM TALLY-BRANCH
           PERFORM TALLY-BRANCH-CATEGORY
           PERFORM TALLY-TITLE.

      *> The loan carries the ISBN in positions 1-17 and the copy
       LOOKUP-LOAN-BOOK.
           MOVE "(UNKNOWN)" TO WS-LOAN-CATEGORY
           MOVE "(TITLE NO LONGER IN CATALOG)" TO WS-LOAN-TITLE
           MOVE "????" TO WS-LOAN-BRANCH
           IF WS-BOOK-OPEN-OK = "Y"
               MOVE BORROW-BOOK-ISBN(1:17) TO BOOK-ISBN
               IF BORROW-BOOK-ISBN(18:3) NUMERIC
                   NOT INVALID KEY
                       MOVE BOOK-CATEGORY TO WS-LOAN-CATEGORY
                       MOVE BOOK-NAME     TO WS-LOAN-TITLE
                       MOVE BOOK-HOME-BRANCH TO WS-LOAN-BRANCH
                       IF WS-LOAN-BRANCH = SPACES
                           MOVE DEFAULT-BRANCH TO WS-LOAN-BRANCH
                       END-IF
               END-READ
           END-IF.

               END-IF
           END-IF.

       TALLY-BRANCH.
           MOVE "N" TO BT-HIT
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT-USED OR BT-HIT = "Y"
               IF BT-BRANCH(BT-IDX) = WS-LOAN-BRANCH
                   MOVE "Y" TO BT-HIT
                   ADD 1 TO BT-COUNT(BT-IDX)
               END-IF
           END-PERFORM
           IF BT-HIT = "N"
               IF BT-COUNT-USED < 20
                   ADD 1 TO BT-COUNT-USED
                   MOVE WS-LOAN-BRANCH TO BT-BRANCH(BT-COUNT-USED)
                   MOVE 1 TO BT-COUNT(BT-COUNT-USED)
               ELSE
                   MOVE "Y" TO BT-OVERFLOW
               END-IF
           END-IF.

       TALLY-BRANCH-CATEGORY.
           MOVE "N" TO BC-HIT
           PERFORM VARYING BC-IDX FROM 1 BY 1
                   UNTIL BC-IDX > BC-COUNT-USED OR BC-HIT = "Y"
               IF BC-BRANCH(BC-IDX) = WS-LOAN-BRANCH AND
                  BC-CATEGORY(BC-IDX) = WS-LOAN-CATEGORY
                   MOVE "Y" TO BC-HIT
                   ADD 1 TO BC-COUNT(BC-IDX)
               END-IF
           END-PERFORM
           IF BC-HIT = "N"
               IF BC-COUNT-USED < 500
                   ADD 1 TO BC-COUNT-USED
                   MOVE WS-LOAN-BRANCH TO BC-BRANCH(BC-COUNT-USED)
                   MOVE WS-LOAN-CATEGORY
                       TO BC-CATEGORY(BC-COUNT-USED)
                   MOVE 1 TO BC-COUNT(BC-COUNT-USED)
               ELSE
                   MOVE "Y" TO BC-OVERFLOW
               END-IF
           END-IF.

       TALLY-TITLE.
           MOVE "N" TO TT-HIT
           PERFORM VARYING TT-IDX FROM 1 BY 1
               WRITE STATS-FILE-REC
           END-IF

           MOVE SPACES TO STATS-FILE-REC
           WRITE STATS-FILE-REC
           MOVE "CHECKOUTS BY BRANCH (HOME BRANCH OF THE COPY)"
               TO STATS-FILE-REC
           WRITE STATS-FILE-REC
           MOVE "===============================================" TO
               STATS-FILE-REC
           WRITE STATS-FILE-REC
           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-COUNT-USED
               MOVE BT-COUNT(BT-IDX) TO WS-CNT-FMT
               MOVE SPACES TO STATS-FILE-REC
               STRING BT-BRANCH(BT-IDX) "                    "
                      WS-CNT-FMT
                   DELIMITED BY SIZE INTO STATS-FILE-REC
               END-STRING
               WRITE STATS-FILE-REC
               PERFORM VARYING BC-IDX FROM 1 BY 1
                       UNTIL BC-IDX > BC-COUNT-USED
                   IF BC-BRANCH(BC-IDX) = BT-BRANCH(BT-IDX)
                       MOVE BC-COUNT(BC-IDX) TO WS-CNT-FMT
                       MOVE SPACES TO STATS-FILE-REC
                       STRING "  " BC-CATEGORY(BC-IDX) WS-CNT-FMT
                           DELIMITED BY SIZE INTO STATS-FILE-REC
                       END-STRING
                       WRITE STATS-FILE-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           IF BT-OVERFLOW = "Y" OR BC-OVERFLOW = "Y"
               MOVE "WARNING: branch table full - counts partial."
                   TO STATS-FILE-REC
               WRITE STATS-FILE-REC
           END-IF

           MOVE SPACES TO STATS-FILE-REC
           WRITE STATS-FILE-REC
           MOVE "TOP BORROWED TITLES" TO STATS-FILE-REC
