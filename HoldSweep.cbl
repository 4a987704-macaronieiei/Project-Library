      *     available ("A") when the queue is empty. The expired
      *     member's fulfilled ("F") reservation row is marked "E" so
      *     the queue history shows the hold lapsed.
      *   - a copy offered to a member collecting at another branch,
      *     or released while away from its home branch, goes in
      *     transit ("T") to that branch instead.
      * Every expiry is written to HOLDCLEAR.txt, the morning pull
      * list for the desk: RELEASED copies come off the hold shelf,
      * REOFFERED copies stay but must be relabelled for the next
      * member, TRANSFER copies go in the bin for the branch shown.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hold-Sweep.
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
           05 RESERVE-BOOK-ISBN    PIC X(17).
           05 RESERVE-DATE-TIME    PIC X(21).
           05 RESERVE-STATUS       PIC A.
           05 RESERVE-BRANCH       PIC X(4).

       FD  TEMP-RESERVE-FILE.
       01  TEMP-RESERVE-REC.
           05 TEMP-RESERVE-BOOK-ISBN   PIC X(17).
           05 TEMP-RESERVE-DATE-TIME   PIC X(21).
           05 TEMP-RESERVE-STATUS      PIC A.
           05 TEMP-RESERVE-BRANCH      PIC X(4).

      *> One row per copy currently on the hold shelf: which member
      *> it is held for and the date the sweep first saw it held
       01  SH-FOUND-IDX         PIC 9(5).
       01  SH-HIT               PIC A.
       01  WS-LOG-OVERFLOW      PIC A VALUE "N".
       01  WS-RUN-FAILED        PIC A VALUE "N".
       01  WS-BOOK-OPEN-OK      PIC A VALUE "N".

       01  WS-DATE-CALC.
           05 WS-NEXT-MEM-ID        PIC X(14).
           05 WS-NEXT-DATE-TIME     PIC X(21).
           05 WS-NEXT-FOUND         PIC A   VALUE "N".
           05 WS-NEXT-BRANCH        PIC X(4).
           05 WS-HOLD-BRANCH        PIC X(4).
           05 WS-HOME-BRANCH        PIC X(4).
           05 WS-LAPSED-DATE-TIME   PIC X(21).
           05 WS-LAPSED-FOUND       PIC A   VALUE "N".

       01  WS-REOFFER-COUNT     PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT     PIC 9(5) VALUE 0.
       01  WS-PURGE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TRANSIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-NEW-FMT           PIC ZZZZ9.
       01  WS-REOFFER-FMT       PIC ZZZZ9.
       01  WS-RELEASE-FMT       PIC ZZZZ9.
       01  WS-PURGE-FMT         PIC ZZZZ9.
       01  WS-TRANSIT-FMT       PIC ZZZZ9.

      *> A copy or reservation with no branch recorded belongs to
      *> the main library
           77  DEFAULT-BRANCH   PIC X(4) VALUE "MAIN".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLOSE-CLEAR-LIST
           PERFORM REWRITE-SHELF-LOG
           PERFORM WRITE-RUN-TOTALS
           IF WS-RUN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-TODAY-DATE.
           MOVE "N" TO WS-EOF-FLAG
           IF WS-BOOK-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
               DISPLAY "BOOKS.dat could not be opened, status "
                       WS-BOOK-STATUS " - no holds swept"
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BOOK-FILE NEXT
           MOVE BOOK-KEY TO WS-EXP-KEY
           MOVE BOOK-ISBN TO WS-EXP-ISBN
           MOVE BOOK-HELD-FOR TO WS-EXP-MEM
           MOVE BOOK-CURR-BRANCH TO WS-HOLD-BRANCH
           IF WS-HOLD-BRANCH = SPACES
               MOVE DEFAULT-BRANCH TO WS-HOLD-BRANCH
           END-IF
           MOVE BOOK-HOME-BRANCH TO WS-HOME-BRANCH
           IF WS-HOME-BRANCH = SPACES
               MOVE DEFAULT-BRANCH TO WS-HOME-BRANCH
           END-IF

           PERFORM FIND-NEXT-RESERVATION
           PERFORM FIND-LAPSED-RESERVATION

           IF WS-NEXT-FOUND = "Y" AND
              WS-NEXT-BRANCH NOT = WS-HOLD-BRANCH
               PERFORM SEND-HOLD-TO-BRANCH
           ELSE
               IF WS-NEXT-FOUND = "N" AND
                  WS-HOME-BRANCH NOT = WS-HOLD-BRANCH
                   PERFORM SEND-COPY-HOME
               ELSE
                   PERFORM REOFFER-OR-RESHELVE
               END-IF
           END-IF

           PERFORM UPDATE-RESERVE-ROWS.

      *> The copy stays at this branch: relabel it for the next
      *> member, or put it back on the shelves
       REOFFER-OR-RESHELVE.
           IF WS-NEXT-FOUND = "Y"
               MOVE WS-NEXT-MEM-ID TO BOOK-HELD-FOR
               REWRITE BOOK-FILE-REC
                   DELIMITED BY SIZE INTO CLEAR-LIST-REC
               END-STRING
               WRITE CLEAR-LIST-REC
           END-IF.

      *> The next member collects at another branch: the copy leaves
      *> this hold shelf in transit, still held for that member
       SEND-HOLD-TO-BRANCH.
           MOVE "T" TO BOOK-STATUS
           MOVE WS-NEXT-MEM-ID TO BOOK-HELD-FOR
           MOVE WS-NEXT-BRANCH TO BOOK-TRANSIT-TO
           REWRITE BOOK-FILE-REC
           MOVE SPACES TO SH-KEY(SH-FOUND-IDX)
           ADD 1 TO WS-REOFFER-COUNT
           ADD 1 TO WS-TRANSIT-COUNT
           MOVE SPACES TO CLEAR-LIST-REC
           STRING "TRANSFER " WS-EXP-KEY " " BOOK-NAME(1:40)
                  " WAS " WS-EXP-MEM " NOW " WS-NEXT-MEM-ID
                  " TO " WS-NEXT-BRANCH
               DELIMITED BY SIZE INTO CLEAR-LIST-REC
           END-STRING
           WRITE CLEAR-LIST-REC.

      *> Nobody is waiting and the copy is away from its home branch:
      *> it goes back there in transit rather than onto these shelves
       SEND-COPY-HOME.
           MOVE "T" TO BOOK-STATUS
           MOVE SPACES TO BOOK-HELD-FOR
           MOVE WS-HOME-BRANCH TO BOOK-TRANSIT-TO
           REWRITE BOOK-FILE-REC
           MOVE SPACES TO SH-KEY(SH-FOUND-IDX)
           ADD 1 TO WS-RELEASE-COUNT
           ADD 1 TO WS-TRANSIT-COUNT
           MOVE SPACES TO CLEAR-LIST-REC
           STRING "TRANSFER " WS-EXP-KEY " " BOOK-NAME(1:40)
                  " WAS " WS-EXP-MEM " - HOME TO " WS-HOME-BRANCH
               DELIMITED BY SIZE INTO CLEAR-LIST-REC
           END-STRING
           WRITE CLEAR-LIST-REC.

      *> Oldest open reservation for the expired ISBN from a member
      *> other than the one who let the hold lapse
       FIND-NEXT-RESERVATION.
           MOVE "N" TO WS-NEXT-FOUND
           MOVE SPACES TO WS-NEXT-MEM-ID
           MOVE SPACES TO WS-NEXT-BRANCH
           MOVE ALL "9" TO WS-NEXT-DATE-TIME

           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "00" AND
              WS-RESERVE-STATUS NOT = "35"
               DISPLAY "RESERVE.txt could not be opened, status "
                       WS-RESERVE-STATUS
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           IF WS-RESERVE-STATUS = "00"
               MOVE "N" TO WS-RES-EOF-FLAG
               PERFORM UNTIL WS-RES-END-OF-FILE
                   READ RESERVE-FILE
                               MOVE RESERVE-DATE-TIME
                                   TO WS-NEXT-DATE-TIME
                               MOVE RESERVE-MEM-ID TO WS-NEXT-MEM-ID
                               MOVE RESERVE-BRANCH TO WS-NEXT-BRANCH
                               IF WS-NEXT-BRANCH = SPACES
                                   MOVE DEFAULT-BRANCH
                                       TO WS-NEXT-BRANCH
                               END-IF
                               MOVE "Y" TO WS-NEXT-FOUND
                           END-IF
                   END-READ
           MOVE RESERVE-BOOK-ISBN TO TEMP-RESERVE-BOOK-ISBN
           MOVE RESERVE-DATE-TIME TO TEMP-RESERVE-DATE-TIME
           MOVE RESERVE-STATUS    TO TEMP-RESERVE-STATUS
           MOVE RESERVE-BRANCH    TO TEMP-RESERVE-BRANCH
           IF WS-LAPSED-FOUND = "Y" AND
              RESERVE-BOOK-ISBN = WS-EXP-ISBN AND
              RESERVE-MEM-ID = WS-EXP-MEM AND
                       MOVE TEMP-RESERVE-DATE-TIME
                           TO RESERVE-DATE-TIME
                       MOVE TEMP-RESERVE-STATUS TO RESERVE-STATUS
                       MOVE TEMP-RESERVE-BRANCH TO RESERVE-BRANCH
                       WRITE RESERVE-FILE-REC
               END-READ
           END-PERFORM
           MOVE WS-REOFFER-COUNT TO WS-REOFFER-FMT
           MOVE WS-RELEASE-COUNT TO WS-RELEASE-FMT
           MOVE WS-PURGE-COUNT   TO WS-PURGE-FMT
           MOVE WS-TRANSIT-COUNT TO WS-TRANSIT-FMT
           DISPLAY "==============================================="
           DISPLAY "            HOLD SHELF SWEEP SUMMARY"
           DISPLAY "==============================================="
           DISPLAY "Holds Passed Along   : " WS-REOFFER-FMT
           DISPLAY "Holds Released       : " WS-RELEASE-FMT
           DISPLAY "Stale Log Rows Purged: " WS-PURGE-FMT
           DISPLAY "Sent To Other Branch : " WS-TRANSIT-FMT
           IF WS-RUN-FAILED = "Y"
               DISPLAY "RUN FAILED - a master file could not be read"
           END-IF
           IF WS-LOG-OVERFLOW = "Y"
               DISPLAY "WARNING: shelf-log table full - the log was"
                       " not compacted and new holds were not all"
