      * Tectonics: cobc
      ******************************************************************
      * Reads a pipe-delimited vendor shipment file (VENDORIN.txt):
      *   ISBN|TITLE|AUTHOR|CALLNUM|CATEGORY|COPIES|PRICE|ROWTYPE
      * Validates every row, appends the good ones to the keyed book
      * master (BOOKS.dat) as available ("A") copy records, and writes
      * the bad ones with a reason code to REJECTS.txt for fix-up and
      * resubmission. Shipments are received at the main library, so
      * new copies are owned by and shelved at MAIN.
      * A row with no row type is a new title and is rejected if the
      * ISBN is already on file. Row type "ADD" (the order file
      * Purchase-Demand writes) is extra copies of a title: when the
      * ISBN is on file the copies are numbered on from its highest
      * copy number; when it is not, the row is loaded as a new title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bulk-Import.
           05 BOOK-STATUS      PIC A.
           05 BOOK-HELD-FOR    PIC X(14).
           05 BOOK-PRICE       PIC 9(7).
           05 BOOK-HOME-BRANCH PIC X(4).
           05 BOOK-CURR-BRANCH PIC X(4).
           05 BOOK-TRANSIT-TO  PIC X(4).
           05 BOOK-COURSE-CODE PIC X(10).
           05 BOOK-LOAN-HOURS  PIC 9(2).
           05 BOOK-HOUR-FINE   PIC 9(3).

       FD  REJECT-FILE.
       01  REJECT-REC.
           05 V-COPIES-NUM      PIC 9(3).
           05 V-PRICE           PIC X(12).
           05 V-PRICE-NUM       PIC 9(7).
           05 V-ROW-TYPE        PIC X(10).
           05 V-ADD-COPIES      PIC A.
           05 V-LAST-COPY       PIC 9(4).
           05 V-COPY-EOF        PIC A.
           05 V-REASON          PIC X(3).
           05 V-LEN             PIC 9(3).

       01  WS-WRITE-FAILED      PIC A.

       01  WS-COPY-I            PIC 9(4).

      *> Branch that receives vendor shipments
           77  RECEIVING-BRANCH     PIC X(4) VALUE "MAIN".
       01  WS-ACCEPTED          PIC 9(5) VALUE 0.
       01  WS-ADDED-TO-TITLES   PIC 9(5) VALUE 0.
       01  WS-REJECTED          PIC 9(5) VALUE 0.
       01  WS-RECORDS-OUT       PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-FMT      PIC ZZZZ9.
       01  WS-ADDED-FMT         PIC ZZZZ9.
       01  WS-REJECTED-FMT      PIC ZZZZ9.
       01  WS-RECORDS-FMT       PIC ZZZZ9.

      *>   R01 ISBN missing          R04 unknown category
      *>   R02 ISBN already on file  R05 field longer than the
      *>   R03 title missing             catalog record allows
      *>   R08 row type not known    R06 copy count not 1-999, or
      *>                                 past copy 999 on an ADD row
      *>                             R07 replacement price invalid
       VALIDATE-VENDOR-ROW.
           MOVE SPACES TO V-ISBN V-TITLE V-AUTHOR V-CALL
                          V-CAT V-COPIES V-PRICE V-ROW-TYPE V-REASON
           MOVE "N" TO V-ADD-COPIES
           MOVE 0 TO V-LAST-COPY
           UNSTRING VENDOR-REC DELIMITED BY "|"
               INTO V-ISBN V-TITLE V-AUTHOR V-CALL V-CAT V-COPIES
                    V-PRICE V-ROW-TYPE
           END-UNSTRING

           IF V-ISBN = SPACES
               MOVE "R01" TO V-REASON
           END-IF

           IF V-REASON = SPACES AND V-ROW-TYPE NOT = SPACES AND
              V-ROW-TYPE NOT = "ADD"
               MOVE "R08" TO V-REASON
           END-IF

      *> Grade over-long fields before the duplicate check: an ISBN
      *> longer than the catalog field would otherwise be truncated
      *> into the lookup and could grade as "already on file"
               MOVE V-ISBN(1:17) TO BOOK-ISBN
               PERFORM CHECK-KNOWN-ISBN
               IF KNOWN-HIT = "Y"
                   IF V-ROW-TYPE = "ADD"
                       MOVE "Y" TO V-ADD-COPIES
                   ELSE
                       MOVE "R02" TO V-REASON
                   END-IF
               END-IF
           END-IF

               END-IF
           END-IF

      *> Extra copies are numbered on from the title's highest copy,
      *> and the copy number cannot go past 999
           IF V-REASON = SPACES AND V-ADD-COPIES = "Y"
               PERFORM FIND-LAST-COPY-NO
               IF V-LAST-COPY + V-COPIES-NUM > 999
                   MOVE "R06" TO V-REASON
               END-IF
           END-IF

           IF V-REASON = SPACES
               IF V-PRICE = SPACES
                   MOVE 0 TO V-PRICE-NUM
               END-IF
           END-IF.

      *> Highest copy number on file for the row's ISBN
       FIND-LAST-COPY-NO.
           MOVE 0 TO V-LAST-COPY
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE V-ISBN(1:17) TO BOOK-ISBN
               MOVE 0 TO BOOK-COPY-NO
               MOVE "N" TO V-COPY-EOF
               START BOOK-FILE KEY NOT < BOOK-KEY
                   INVALID KEY MOVE "Y" TO V-COPY-EOF
               END-START
               PERFORM UNTIL V-COPY-EOF = "Y"
                   READ BOOK-FILE NEXT
                       AT END MOVE "Y" TO V-COPY-EOF
                       NOT AT END
                           IF BOOK-ISBN NOT = V-ISBN(1:17)
                               MOVE "Y" TO V-COPY-EOF
                           ELSE
                               MOVE BOOK-COPY-NO TO V-LAST-COPY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF.

      *> A field longer than its BOOK-FILE-REC picture would be
      *> silently truncated on the shelf list, so reject the row
       CHECK-FIELD-LENGTHS.

      *> Append one available copy record per ordered copy and add
      *> the ISBN to the known table so a second shipment row for
      *> the same title in this run is caught as a duplicate (or,
      *> on an ADD row, numbered on from the copies just written)
       ACCEPT-VENDOR-ROW.
           MOVE "N" TO WS-WRITE-FAILED
           OPEN I-O BOOK-FILE
                   UNTIL WS-COPY-I > V-COPIES-NUM
                      OR WS-WRITE-FAILED = "Y"
               MOVE V-ISBN(1:17)  TO BOOK-ISBN
               COMPUTE BOOK-COPY-NO = V-LAST-COPY + WS-COPY-I
               MOVE V-TITLE(1:55) TO BOOK-NAME
               MOVE V-AUTHOR(1:27) TO BOOK-AUTHOR
               MOVE V-CALL(1:25)  TO BOOK-CALL-NUM
               MOVE "A"           TO BOOK-STATUS
               MOVE SPACES        TO BOOK-HELD-FOR
               MOVE V-PRICE-NUM   TO BOOK-PRICE
               MOVE RECEIVING-BRANCH TO BOOK-HOME-BRANCH
               MOVE RECEIVING-BRANCH TO BOOK-CURR-BRANCH
               MOVE SPACES        TO BOOK-TRANSIT-TO
               MOVE SPACES        TO BOOK-COURSE-CODE
               MOVE 0             TO BOOK-LOAN-HOURS
               MOVE 0             TO BOOK-HOUR-FINE
               WRITE BOOK-FILE-REC
      *> A key collision means the title is already on file and
      *> slipped past the duplicate check (for instance after the
               PERFORM REJECT-VENDOR-ROW
           ELSE
               ADD 1 TO WS-ACCEPTED
               IF V-ADD-COPIES = "Y"
                   ADD 1 TO WS-ADDED-TO-TITLES
               ELSE
                   IF KNOWN-COUNT < 20000
                       ADD 1 TO KNOWN-COUNT
                       MOVE V-ISBN(1:17) TO KNOWN-ISBN(KNOWN-COUNT)
                   END-IF
               END-IF
           END-IF.

           DISPLAY "          BULK CATALOG IMPORT SUMMARY"
           DISPLAY "==============================================="
           DISPLAY "Rows Accepted   : " WS-ACCEPTED-FMT
           MOVE WS-ADDED-TO-TITLES TO WS-ADDED-FMT
           DISPLAY "  Of Which Titles On File : " WS-ADDED-FMT
           DISPLAY "Rows Rejected   : " WS-REJECTED-FMT
           IF KNOWN-OVERFLOW = "Y"
               DISPLAY "WARNING: known-ISBN table full -"
