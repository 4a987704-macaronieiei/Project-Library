      *              never scanned
      *   UNEXPECTED copy was scanned but its status says it should
      *              not be on the shelf (on loan "B", held "H",
      *              lost "L", withdrawn "W" or in transit "T")
      *   UNKNOWN    scanned key that is not in the master at all
      * MISSING and UNEXPECTED rows are grouped by BOOK-CALL-NUM so a
      * shelver can walk the range in order, and the report closes
      * with per-category counts so the size of the shrinkage is
      * plain. Duplicate scans of the same key are counted once.
      * Each discrepancy shows the branch the copy is recorded at,
      * the counts are repeated per branch, and copies in transit
      * ("T") between branches - on no shelf at all - are listed
      * with the branch they left and the one they are going to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stocktake-Report.
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

       FD  STOCKTAKE-FILE.
       01  STOCKTAKE-REC       PIC X(120).
               10 DS-KEY        PIC X(20).
               10 DS-TYPE       PIC X(10).
               10 DS-TITLE      PIC X(40).
               10 DS-BRANCH     PIC X(4).
       01  DS-COUNT             PIC 9(5) VALUE 0.
       01  DS-IDX               PIC 9(5).
       01  DS-SCAN              PIC 9(5).
           05 DS-SWAP-KEY       PIC X(20).
           05 DS-SWAP-TYPE      PIC X(10).
           05 DS-SWAP-TITLE     PIC X(40).
           05 DS-SWAP-BRANCH    PIC X(4).

      *> Shrinkage counts per category
       01  CATEGORY-TABLE.
       01  CG-HIT               PIC A.
       01  CG-OVERFLOW          PIC A VALUE "N".

      *> The same counts per branch, by the copy's current branch
       01  BRANCH-TABLE.
           05 BG-ENTRY OCCURS 20 TIMES.
               10 BG-BRANCH     PIC X(4).
               10 BG-SHELVABLE  PIC 9(5).
               10 BG-MISSING    PIC 9(5).
               10 BG-UNEXPECTED PIC 9(5).
               10 BG-TRANSIT    PIC 9(5).
       01  BG-COUNT             PIC 9(2) VALUE 0.
       01  BG-IDX               PIC 9(2).
       01  BG-HIT               PIC A.
       01  BG-OVERFLOW          PIC A VALUE "N".
       01  WS-COPY-BRANCH       PIC X(4).
       01  WS-TRANSIT-FMT       PIC ZZZZ9.

      *> A copy with no branch recorded belongs to the main library
           77  DEFAULT-BRANCH   PIC X(4) VALUE "MAIN".

      *> Copies in transit, for their own listing
       01  TRANSIT-TABLE.
           05 TR-ENTRY OCCURS 2000 TIMES.
               10 TR-KEY        PIC X(20).
               10 TR-FROM       PIC X(4).
               10 TR-TO         PIC X(4).
               10 TR-TITLE      PIC X(40).
       01  TR-COUNT             PIC 9(4) VALUE 0.
       01  TR-IDX               PIC 9(4).
       01  TR-OVERFLOW          PIC A VALUE "N".

       01  WS-MISSING-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNEXPECTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
           END-PERFORM

           PERFORM FIND-CATEGORY-SLOT
           PERFORM FIND-BRANCH-SLOT
           IF BOOK-STATUS = "A" AND CG-IDX > 0
               ADD 1 TO CG-SHELVABLE(CG-IDX)
           END-IF
           IF BOOK-STATUS = "A" AND BG-IDX > 0
               ADD 1 TO BG-SHELVABLE(BG-IDX)
           END-IF

           IF BOOK-STATUS = "A" AND SN-HIT = "N"
               ADD 1 TO WS-MISSING-COUNT
               IF CG-IDX > 0
                   ADD 1 TO CG-MISSING(CG-IDX)
               END-IF
               IF BG-IDX > 0
                   ADD 1 TO BG-MISSING(BG-IDX)
               END-IF
               MOVE "MISSING" TO DS-SWAP-TYPE
               PERFORM NOTE-DISCREPANCY
           END-IF
               IF CG-IDX > 0
                   ADD 1 TO CG-UNEXPECTED(CG-IDX)
               END-IF
               IF BG-IDX > 0
                   ADD 1 TO BG-UNEXPECTED(BG-IDX)
               END-IF
               MOVE "UNEXPECTED" TO DS-SWAP-TYPE
               PERFORM NOTE-DISCREPANCY
           END-IF

           IF BOOK-STATUS = "T"
               IF BG-IDX > 0
                   ADD 1 TO BG-TRANSIT(BG-IDX)
               END-IF
               PERFORM NOTE-TRANSIT-COPY
           END-IF.

      *> Branch slot for the copy's current branch, added on first
      *> sight like the category slots
       FIND-BRANCH-SLOT.
           MOVE BOOK-CURR-BRANCH TO WS-COPY-BRANCH
           IF WS-COPY-BRANCH = SPACES
               MOVE DEFAULT-BRANCH TO WS-COPY-BRANCH
           END-IF
           MOVE "N" TO BG-HIT
           MOVE 0 TO BG-IDX
           PERFORM VARYING BG-IDX FROM 1 BY 1
                   UNTIL BG-IDX > BG-COUNT OR BG-HIT = "Y"
               IF BG-BRANCH(BG-IDX) = WS-COPY-BRANCH
                   MOVE "Y" TO BG-HIT
               END-IF
           END-PERFORM
           IF BG-HIT = "Y"
               SUBTRACT 1 FROM BG-IDX
           ELSE
               IF BG-COUNT < 20
                   ADD 1 TO BG-COUNT
                   MOVE BG-COUNT TO BG-IDX
                   MOVE WS-COPY-BRANCH TO BG-BRANCH(BG-IDX)
                   MOVE 0 TO BG-SHELVABLE(BG-IDX)
                   MOVE 0 TO BG-MISSING(BG-IDX)
                   MOVE 0 TO BG-UNEXPECTED(BG-IDX)
                   MOVE 0 TO BG-TRANSIT(BG-IDX)
               ELSE
                   MOVE "Y" TO BG-OVERFLOW
                   MOVE 0 TO BG-IDX
               END-IF
           END-IF.

       NOTE-TRANSIT-COPY.
           IF TR-COUNT < 2000
               ADD 1 TO TR-COUNT
               MOVE BOOK-KEY        TO TR-KEY(TR-COUNT)
               MOVE WS-COPY-BRANCH  TO TR-FROM(TR-COUNT)
               MOVE BOOK-TRANSIT-TO TO TR-TO(TR-COUNT)
               MOVE BOOK-NAME       TO TR-TITLE(TR-COUNT)
           ELSE
               MOVE "Y" TO TR-OVERFLOW
           END-IF.

       FIND-CATEGORY-SLOT.
               MOVE BOOK-KEY       TO DS-KEY(DS-COUNT)
               MOVE DS-SWAP-TYPE   TO DS-TYPE(DS-COUNT)
               MOVE BOOK-NAME      TO DS-TITLE(DS-COUNT)
               MOVE WS-COPY-BRANCH TO DS-BRANCH(DS-COUNT)
           ELSE
               MOVE "Y" TO DS-OVERFLOW
           END-IF.
                       MOVE SN-KEY(SN-IDX) TO DS-KEY(DS-COUNT)
                       MOVE "UNKNOWN" TO DS-TYPE(DS-COUNT)
                       MOVE SPACES TO DS-TITLE(DS-COUNT)
                       MOVE SPACES TO DS-BRANCH(DS-COUNT)
                   ELSE
                       MOVE "Y" TO DS-OVERFLOW
                   END-IF

           MOVE SPACES TO STOCKTAKE-REC
           STRING "Call Number               Type       ISBN/Copy  "
                  "           Title                                    "
                  "Branch"
               DELIMITED BY SIZE INTO STOCKTAKE-REC
           END-STRING
           WRITE STOCKTAKE-REC
               STRING DS-CALL-NUM(DS-IDX) " "
                      DS-TYPE(DS-IDX) " "
                      DS-KEY(DS-IDX) " "
                      DS-TITLE(DS-IDX) " "
                      DS-BRANCH(DS-IDX)
                   DELIMITED BY SIZE INTO STOCKTAKE-REC
               END-STRING
               WRITE STOCKTAKE-REC
               WRITE STOCKTAKE-REC
           END-PERFORM

           MOVE SPACES TO STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE "SHRINKAGE BY BRANCH" TO STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE "===============================================" TO
               STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE SPACES TO STOCKTAKE-REC
           STRING "Branch   On-Shelf Missing Unexpected In-Transit"
               DELIMITED BY SIZE INTO STOCKTAKE-REC
           END-STRING
           WRITE STOCKTAKE-REC
           PERFORM VARYING BG-IDX FROM 1 BY 1 UNTIL BG-IDX > BG-COUNT
               MOVE BG-SHELVABLE(BG-IDX)  TO WS-SHELV-FMT
               MOVE BG-MISSING(BG-IDX)    TO WS-MISSING-FMT
               MOVE BG-UNEXPECTED(BG-IDX) TO WS-UNEXP-FMT
               MOVE BG-TRANSIT(BG-IDX)    TO WS-TRANSIT-FMT
               MOVE SPACES TO STOCKTAKE-REC
               STRING BG-BRANCH(BG-IDX) "        " WS-SHELV-FMT
                      "   " WS-MISSING-FMT "     " WS-UNEXP-FMT
                      "      " WS-TRANSIT-FMT
                   DELIMITED BY SIZE INTO STOCKTAKE-REC
               END-STRING
               WRITE STOCKTAKE-REC
           END-PERFORM

           MOVE SPACES TO STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE "COPIES IN TRANSIT BETWEEN BRANCHES" TO STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE "===============================================" TO
               STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE SPACES TO STOCKTAKE-REC
           STRING "ISBN/Copy            From To   Title"
               DELIMITED BY SIZE INTO STOCKTAKE-REC
           END-STRING
           WRITE STOCKTAKE-REC
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-COUNT
               MOVE SPACES TO STOCKTAKE-REC
               STRING TR-KEY(TR-IDX) " " TR-FROM(TR-IDX) " "
                      TR-TO(TR-IDX) " " TR-TITLE(TR-IDX)
                   DELIMITED BY SIZE INTO STOCKTAKE-REC
               END-STRING
               WRITE STOCKTAKE-REC
           END-PERFORM
           IF TR-COUNT = 0
               MOVE "NONE." TO STOCKTAKE-REC
               WRITE STOCKTAKE-REC
           END-IF

           MOVE SPACES TO STOCKTAKE-REC
           WRITE STOCKTAKE-REC
           MOVE SN-COUNT           TO WS-SCANNED-FMT
                   TO STOCKTAKE-REC
               WRITE STOCKTAKE-REC
           END-IF
           IF BG-OVERFLOW = "Y"
               MOVE "WARNING: branch table full - counts partial."
                   TO STOCKTAKE-REC
               WRITE STOCKTAKE-REC
           END-IF
           IF TR-OVERFLOW = "Y"
               MOVE "WARNING: transit table full - list partial."
                   TO STOCKTAKE-REC
               WRITE STOCKTAKE-REC
           END-IF

           MOVE "===============================================" TO
               STOCKTAKE-REC
