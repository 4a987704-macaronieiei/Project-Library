           05 BORROW-DUE-DATE      PIC X(10).
           05 BORROW-RENEW-COUNT   PIC 9(2).
           05 BORROW-DISPOSITION   PIC X.
           05 BORROW-DUE-TIME      PIC X(5).
           05 BORROW-HOUR-FINE     PIC 9(3).

       FD  RETURN-FILE.
       01  RETURN-FILE-REC.
       01  WS-RETURNED-TODAY    PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT     PIC 9(5) VALUE 0.
       01  WS-FINES-TODAY       PIC 9(9) VALUE 0.
       01  WS-RUN-FAILED        PIC A VALUE "N".

       01  WS-BORROWED-FMT      PIC ZZZZ9.
       01  WS-RETURNED-FMT      PIC ZZZZ9.
           PERFORM GET-TODAY-DATE
           PERFORM SCAN-BORROW-FILE
           PERFORM SCAN-RETURN-FILE
      *> Counts from a file that could not be read would be wrong, so
      *> no summary is written and the nightly stream sees a failure
           IF WS-RUN-FAILED = "Y"
               DISPLAY "Daily summary not written."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-SUMMARY-REPORT
           END-IF
           STOP RUN.

      *> Get today's date once, in the same YYYY-MM-DD form the rest
      *> Tally books borrowed today and books currently overdue
       SCAN-BORROW-FILE.
           OPEN INPUT BORROW-FILE
           IF WS-BORROW-STATUS NOT = "00" AND
              WS-BORROW-STATUS NOT = "35"
               DISPLAY "BORROW.dat could not be opened, status "
                       WS-BORROW-STATUS
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           IF WS-BORROW-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ BORROW-FILE
      *> Tally books returned today and fines collected today
       SCAN-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00" AND
              WS-RETURN-STATUS NOT = "35"
               DISPLAY "RETURN.txt could not be opened, status "
                       WS-RETURN-STATUS
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           IF WS-RETURN-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETURN-FILE
