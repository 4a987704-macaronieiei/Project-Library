      ******************************************************************
      * Author:
      * Date:
      * Purpose:Library - Registrar Feed Graduation Clearance Run
      ******************************************************************
      * Run each semester when the registrar sends the list of
      * graduating and withdrawn students (REGFEED.txt, one student
      * per line: student id, G = graduating / W = withdrawn, name).
      * Each student is matched to the member master on student id
      * and checked for anything still owed to the library:
      *   - open loans in the loan master,
      *   - an unpaid balance on the fines ledger,
      *   - open ("O") reservations.
      * One clearance certificate per student is written to
      * CLEARANCE.txt for printing: CLEARED, or BLOCKED with every
      * open loan, the unpaid balance and every open reservation
      * listed. A cleared member is deactivated ("I") on the member
      * master so the card stops working. A student with no member
      * record owes nothing and is cleared as such.
      * Blocked students are carried on the follow-up list
      * (CLEARFOLLOW.txt) with the date they were first blocked.
      * Every run - with or without a new feed - checks each student
      * still on the follow-up list again, issues their certificate,
      * and drops them from the list once they clear.
      * A student can only be cleared on records that could be read.
      * If the member master or the loan master cannot be opened at
      * the start, the run stops with an error on CLEARANCE.txt and
      * nothing - follow-up list included - is changed. If a file
      * cannot be read part-way through, that student is BLOCKED as
      * records unavailable and stays on the follow-up list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registrar-Clearance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REG-FEED-FILE ASSIGN TO "REGFEED.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEED-STATUS.
       SELECT MEMBER-FILE ASSIGN TO "MEMBERS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MEM-SID-ID
       FILE STATUS IS WS-MEMBER-STATUS.
       SELECT BOOK-FILE ASSIGN TO "BOOKS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BOOK-KEY
       FILE STATUS IS WS-BOOK-STATUS.
       SELECT BORROW-FILE ASSIGN TO "BORROW.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BORROW-ID-FILE
       FILE STATUS IS WS-BORROW-STATUS.
       SELECT RESERVE-FILE ASSIGN TO "RESERVE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RESERVE-STATUS.
       SELECT FINE-FILE ASSIGN TO "FINES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FINE-STATUS.
       SELECT FOLLOW-UP-FILE ASSIGN TO "CLEARFOLLOW.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FOLLOW-STATUS.
       SELECT CLEARANCE-FILE ASSIGN TO "CLEARANCE.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One leaving student per line, as sent by the registrar
       FD  REG-FEED-FILE.
       01  REG-FEED-REC.
           05 RF-STUDENT-ID    PIC X(10).
           05 RF-LEAVE-CODE    PIC X.
           05 RF-NAME          PIC X(35).

      *> Layouts duplicated from LibraryProject.cbl - this program has
      *> no copybook to share them from.
       FD  MEMBER-FILE.
       01  MEMBER-FILE-REC.
           05 MEM-ID       PIC X(18).
           05 MEM-SID-ID   PIC X(23).
           05 MEM-NAME     PIC X(35).
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

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

       FD  RESERVE-FILE.
       01  RESERVE-FILE-REC.
           05 RESERVE-MEM-ID       PIC X(14).
           05 RESERVE-BOOK-ISBN    PIC X(17).
           05 RESERVE-DATE-TIME    PIC X(21).
           05 RESERVE-STATUS       PIC A.
           05 RESERVE-BRANCH       PIC X(4).

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

      *> Students still blocked: who, why they are leaving, and the
      *> date of the run that first blocked them
       FD  FOLLOW-UP-FILE.
       01  FOLLOW-UP-REC.
           05 FU-STUDENT-ID    PIC X(10).
           05 FU-LEAVE-CODE    PIC X.
           05 FU-NAME          PIC X(35).
           05 FU-FIRST-DATE    PIC X(10).
           05 FU-LAST-DATE     PIC X(10).

      *> Printable clearance certificates
       FD  CLEARANCE-FILE.
       01  CLEARANCE-REC       PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-MEM-ID-F      PIC X(14).
           05 AUDIT-ACTION-F      PIC X(20).
           05 AUDIT-OUTCOME-F     PIC X(50).
           05 AUDIT-STAFF-ID-F    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS       PIC XX     VALUE SPACES.
       01  WS-MEMBER-STATUS     PIC XX     VALUE SPACES.
       01  WS-BOOK-STATUS       PIC XX     VALUE SPACES.
       01  WS-BORROW-STATUS     PIC XX     VALUE SPACES.
       01  WS-RESERVE-STATUS    PIC XX     VALUE SPACES.
       01  WS-FINE-STATUS       PIC XX     VALUE SPACES.
       01  WS-FOLLOW-STATUS     PIC XX     VALUE SPACES.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.
       01  WS-SUB-EOF-FLAG      PIC A(1)    VALUE 'N'.
           88 WS-SUB-END-OF-FILE           VALUE 'Y'.

           77  BATCH-STAFF-ID   PIC X(10) VALUE "BATCH".

      *> The follow-up list, loaded at the start of the run. Rows
      *> stay on it (FT-KEEP "Y") until a check clears the student;
      *> FT-CHECKED marks the ones already handled from this run's
      *> feed so they are not checked twice.
       01  FOLLOW-TABLE.
           05 FT-ENTRY OCCURS 5000 TIMES.
               10 FT-STUDENT-ID PIC X(10).
               10 FT-LEAVE-CODE PIC X.
               10 FT-NAME       PIC X(35).
               10 FT-FIRST-DATE PIC X(10).
               10 FT-LAST-DATE  PIC X(10).
               10 FT-KEEP       PIC A.
               10 FT-CHECKED    PIC A.
       01  FT-COUNT             PIC 9(5) VALUE 0.
       01  FT-IDX               PIC 9(5).
       01  FT-SCAN              PIC 9(5).
       01  FT-FOUND-IDX         PIC 9(5).
       01  FT-OVERFLOW          PIC A VALUE "N".

      *> The student being cleared
       01  CLEAR-SYS.
           05 CL-STUDENT-ID     PIC X(10).
           05 CL-LEAVE-CODE     PIC X.
           05 CL-NAME           PIC X(35).
           05 CL-SOURCE         PIC X(14).
           05 CL-MEMBER-FOUND   PIC A.
           05 CL-MEM-ID         PIC X(14).
           05 CL-MEM-STATUS     PIC A.
           05 CL-BALANCE        PIC S9(7).
           05 CL-BLOCKED        PIC A.
           05 CL-DEACTIVATED    PIC A.
           05 CL-UNAVAILABLE    PIC A.

      *> What is still outstanding for that student
       01  CL-LOAN-TABLE.
           05 CL-LOAN-ENTRY OCCURS 50 TIMES.
               10 CL-LOAN-ID    PIC X(15).
               10 CL-LOAN-ISBN  PIC X(20).
               10 CL-LOAN-DUE   PIC X(10).
       01  CL-LOAN-COUNT        PIC 9(3) VALUE 0.
       01  CL-RES-TABLE.
           05 CL-RES-ENTRY OCCURS 50 TIMES.
               10 CL-RES-ISBN   PIC X(17).
               10 CL-RES-DATE   PIC X(21).
       01  CL-RES-COUNT         PIC 9(3) VALUE 0.
       01  CL-IDX               PIC 9(3).
       01  CL-TITLE             PIC X(55).
       01  CL-LOOKUP-ISBN       PIC X(17).

       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).

       01  WS-AMOUNT-FMT        PIC Z(6)9.
       01  WS-COUNT-FMT         PIC ZZZZ9.

       01  WS-FEED-READ         PIC 9(5) VALUE 0.
       01  WS-RECHECKED         PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT     PIC 9(5) VALUE 0.
       01  WS-BLOCKED-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-MEMBER-COUNT   PIC 9(5) VALUE 0.
       01  WS-DEACTIVATE-COUNT  PIC 9(5) VALUE 0.
       01  WS-FOLLOW-LEFT       PIC 9(5) VALUE 0.
       01  WS-UNAVAIL-COUNT     PIC 9(5) VALUE 0.
       01  WS-RUN-REFUSED       PIC A VALUE "N".

       01  AUDIT-SYS.
           05 WS-AUDIT-MEM-ID  PIC X(14).
           05 WS-AUDIT-ACTION  PIC X(20).
           05 WS-AUDIT-OUTCOME PIC X(50).
           05 NOW-AUDIT        PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-FOLLOW-UP-LIST
           OPEN OUTPUT CLEARANCE-FILE
           PERFORM CHECK-MASTER-FILES
           IF WS-RUN-REFUSED = "Y"
               CLOSE CLEARANCE-FILE
               DISPLAY "Member or loan master unavailable - run"
                       " stopped, nothing cleared."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROCESS-REGISTRAR-FEED
           PERFORM RECHECK-FOLLOW-UPS
           CLOSE CLEARANCE-FILE
           PERFORM REWRITE-FOLLOW-UP-LIST
           PERFORM WRITE-RUN-TOTALS
           STOP RUN.

       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-DATE-TIME(1:4) "-"
                  WS-TODAY-DATE-TIME(5:2) "-"
                  WS-TODAY-DATE-TIME(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE SPACES TO NOW-AUDIT
           STRING WS-TODAY-DATE " "
                  WS-TODAY-DATE-TIME(9:2) ":"
                  WS-TODAY-DATE-TIME(11:2) ":"
                  WS-TODAY-DATE-TIME(13:2)
               DELIMITED BY SIZE INTO NOW-AUDIT
           END-STRING.

      *> Nobody may be cleared against a master that cannot be
      *> read: a missing or locked member or loan master stops the
      *> run before any certificate is issued
       CHECK-MASTER-FILES.
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               CLOSE MEMBER-FILE
           ELSE
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE SPACES TO CLEARANCE-REC
               STRING "RUN STOPPED - MEMBERS.dat COULD NOT BE OPENED,"
                      " FILE STATUS " WS-MEMBER-STATUS
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
               WRITE CLEARANCE-REC
           END-IF
           OPEN INPUT BORROW-FILE
           IF WS-BORROW-STATUS = "00"
               CLOSE BORROW-FILE
           ELSE
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE SPACES TO CLEARANCE-REC
               STRING "RUN STOPPED - BORROW.dat COULD NOT BE OPENED,"
                      " FILE STATUS " WS-BORROW-STATUS
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
               WRITE CLEARANCE-REC
           END-IF.

      *> Students blocked on earlier runs
       LOAD-FOLLOW-UP-LIST.
           OPEN INPUT FOLLOW-UP-FILE
           IF WS-FOLLOW-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ FOLLOW-UP-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FU-STUDENT-ID NOT = SPACES
                               PERFORM ADD-FOLLOW-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLLOW-UP-FILE
           END-IF.

       ADD-FOLLOW-ROW.
           IF FT-COUNT < 5000
               ADD 1 TO FT-COUNT
               MOVE FU-STUDENT-ID TO FT-STUDENT-ID(FT-COUNT)
               MOVE FU-LEAVE-CODE TO FT-LEAVE-CODE(FT-COUNT)
               MOVE FU-NAME       TO FT-NAME(FT-COUNT)
               MOVE FU-FIRST-DATE TO FT-FIRST-DATE(FT-COUNT)
               MOVE FU-LAST-DATE  TO FT-LAST-DATE(FT-COUNT)
               MOVE "Y" TO FT-KEEP(FT-COUNT)
               MOVE "N" TO FT-CHECKED(FT-COUNT)
           ELSE
               MOVE "Y" TO FT-OVERFLOW
           END-IF.

      *> Is CL-STUDENT-ID already on the follow-up list?
       FIND-FOLLOW-ROW.
           MOVE 0 TO FT-FOUND-IDX
           PERFORM VARYING FT-SCAN FROM 1 BY 1
                   UNTIL FT-SCAN > FT-COUNT OR FT-FOUND-IDX > 0
               IF FT-STUDENT-ID(FT-SCAN) = CL-STUDENT-ID
                   MOVE FT-SCAN TO FT-FOUND-IDX
               END-IF
           END-PERFORM.

      *> This semester's list from the registrar; a missing feed just
      *> means the run only rechecks the follow-up list
       PROCESS-REGISTRAR-FEED.
           OPEN INPUT REG-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "REGFEED.txt not found - rechecking the"
                       " follow-up list only."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ REG-FEED-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RF-STUDENT-ID NOT = SPACES
                               ADD 1 TO WS-FEED-READ
                               MOVE RF-STUDENT-ID TO CL-STUDENT-ID
                               MOVE RF-LEAVE-CODE TO CL-LEAVE-CODE
                               MOVE RF-NAME       TO CL-NAME
                               MOVE "REGISTRAR FEED" TO CL-SOURCE
                               PERFORM CLEAR-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FEED-FILE
           END-IF.

      *> Everyone still on the follow-up list who was not in this
      *> run's feed is checked again
       RECHECK-FOLLOW-UPS.
           PERFORM VARYING FT-IDX FROM 1 BY 1 UNTIL FT-IDX > FT-COUNT
               IF FT-CHECKED(FT-IDX) = "N"
                   ADD 1 TO WS-RECHECKED
                   MOVE FT-STUDENT-ID(FT-IDX) TO CL-STUDENT-ID
                   MOVE FT-LEAVE-CODE(FT-IDX) TO CL-LEAVE-CODE
                   MOVE FT-NAME(FT-IDX)       TO CL-NAME
                   MOVE "FOLLOW-UP"           TO CL-SOURCE
                   PERFORM CLEAR-ONE-STUDENT
               END-IF
           END-PERFORM.

      *> Check one student, print the certificate, deactivate when
      *> cleared, and keep the follow-up list in step
       CLEAR-ONE-STUDENT.
           MOVE "N" TO CL-BLOCKED
           MOVE "N" TO CL-DEACTIVATED
           MOVE "N" TO CL-UNAVAILABLE
           MOVE 0 TO CL-BALANCE
           MOVE 0 TO CL-LOAN-COUNT
           MOVE 0 TO CL-RES-COUNT

           PERFORM LOOKUP-MEMBER
           IF CL-MEMBER-FOUND = "Y"
               PERFORM COLLECT-OPEN-LOANS
               PERFORM COMPUTE-LEDGER-BALANCE
               PERFORM COLLECT-OPEN-RESERVATIONS
               IF CL-LOAN-COUNT > 0 OR CL-BALANCE > 0 OR
                  CL-RES-COUNT > 0
                   MOVE "Y" TO CL-BLOCKED
               END-IF
           ELSE
               IF CL-UNAVAILABLE = "N"
                   ADD 1 TO WS-NO-MEMBER-COUNT
               END-IF
           END-IF
           IF CL-UNAVAILABLE = "Y"
               MOVE "Y" TO CL-BLOCKED
               ADD 1 TO WS-UNAVAIL-COUNT
           END-IF

           IF CL-BLOCKED = "N" AND CL-MEMBER-FOUND = "Y"
               PERFORM DEACTIVATE-MEMBER
           END-IF

           PERFORM WRITE-CERTIFICATE
           PERFORM UPDATE-FOLLOW-UP

           IF CL-BLOCKED = "Y"
               ADD 1 TO WS-BLOCKED-COUNT
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

      *> The student id is the member master key (positions 1-10)
       LOOKUP-MEMBER.
           MOVE "N" TO CL-MEMBER-FOUND
           MOVE SPACES TO CL-MEM-ID
           MOVE SPACE TO CL-MEM-STATUS
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "Y" TO CL-UNAVAILABLE
           ELSE
               MOVE SPACES TO MEM-SID-ID
               MOVE CL-STUDENT-ID TO MEM-SID-ID(1:10)
               READ MEMBER-FILE
                   INVALID KEY
                       IF WS-MEMBER-STATUS NOT = "23"
                           MOVE "Y" TO CL-UNAVAILABLE
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO CL-MEMBER-FOUND
                       MOVE MEM-ID(1:14) TO CL-MEM-ID
                       MOVE MEM-STATUS TO CL-MEM-STATUS
                       IF CL-NAME = SPACES
                           MOVE MEM-NAME TO CL-NAME
                       END-IF
               END-READ
               CLOSE MEMBER-FILE
           END-IF.

      *> Every loan for the member not yet returned
       COLLECT-OPEN-LOANS.
           OPEN INPUT BORROW-FILE
           MOVE "N" TO WS-SUB-EOF-FLAG
           IF WS-BORROW-STATUS NOT = "00"
               MOVE "Y" TO WS-SUB-EOF-FLAG
               MOVE "Y" TO CL-UNAVAILABLE
           END-IF
           PERFORM UNTIL WS-SUB-END-OF-FILE
               READ BORROW-FILE NEXT
                   AT END MOVE "Y" TO WS-SUB-EOF-FLAG
                   NOT AT END
                       IF BORROW-MEM-ID = CL-MEM-ID AND
                          RETURN-DATE(1:4) = "NULL"
                           IF CL-LOAN-COUNT < 50
                               ADD 1 TO CL-LOAN-COUNT
                               MOVE BORROW-ID-FILE
                                   TO CL-LOAN-ID(CL-LOAN-COUNT)
                               MOVE BORROW-BOOK-ISBN
                                   TO CL-LOAN-ISBN(CL-LOAN-COUNT)
                               MOVE BORROW-DUE-DATE
                                   TO CL-LOAN-DUE(CL-LOAN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BORROW-STATUS NOT = "35"
               CLOSE BORROW-FILE
           END-IF.

      *> Ledger balance the way the desk computes it: fines and
      *> upward adjustments less payments and credits
       COMPUTE-LEDGER-BALANCE.
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               IF WS-FINE-STATUS NOT = "35"
                   MOVE "Y" TO CL-UNAVAILABLE
               END-IF
           ELSE
               MOVE "N" TO WS-SUB-EOF-FLAG
               PERFORM UNTIL WS-SUB-END-OF-FILE
                   READ FINE-FILE
                       AT END MOVE "Y" TO WS-SUB-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = CL-MEM-ID
                               IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT TO CL-BALANCE
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM CL-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF.

       COLLECT-OPEN-RESERVATIONS.
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "00"
               IF WS-RESERVE-STATUS NOT = "35"
                   MOVE "Y" TO CL-UNAVAILABLE
               END-IF
           ELSE
               MOVE "N" TO WS-SUB-EOF-FLAG
               PERFORM UNTIL WS-SUB-END-OF-FILE
                   READ RESERVE-FILE
                       AT END MOVE "Y" TO WS-SUB-EOF-FLAG
                       NOT AT END
                           IF RESERVE-MEM-ID = CL-MEM-ID AND
                              RESERVE-STATUS = "O"
                               IF CL-RES-COUNT < 50
                                   ADD 1 TO CL-RES-COUNT
                                   MOVE RESERVE-BOOK-ISBN
                                       TO CL-RES-ISBN(CL-RES-COUNT)
                                   MOVE RESERVE-DATE-TIME
                                       TO CL-RES-DATE(CL-RES-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-FILE
           END-IF.

      *> A cleared member's card is switched off. One already
      *> inactive is left as it is.
       DEACTIVATE-MEMBER.
           IF CL-MEM-STATUS NOT = "I"
               OPEN I-O MEMBER-FILE
               IF WS-MEMBER-STATUS = "00"
                   MOVE SPACES TO MEM-SID-ID
                   MOVE CL-STUDENT-ID TO MEM-SID-ID(1:10)
                   READ MEMBER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "I" TO MEM-STATUS
                           REWRITE MEMBER-FILE-REC
                           MOVE "Y" TO CL-DEACTIVATED
                   END-READ
                   CLOSE MEMBER-FILE
               END-IF
               IF CL-DEACTIVATED = "Y"
                   ADD 1 TO WS-DEACTIVATE-COUNT
                   MOVE CL-MEM-ID TO WS-AUDIT-MEM-ID
                   MOVE "CLEARANCE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   IF CL-LEAVE-CODE = "W"
                       MOVE "DEACTIVATED - CLEARED, WITHDRAWN"
                           TO WS-AUDIT-OUTCOME
                   ELSE
                       MOVE "DEACTIVATED - CLEARED, GRADUATING"
                           TO WS-AUDIT-OUTCOME
                   END-IF
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

      *> One certificate per student
       WRITE-CERTIFICATE.
           MOVE ALL "=" TO CLEARANCE-REC
           WRITE CLEARANCE-REC
           MOVE SPACES TO CLEARANCE-REC
           STRING "LIBRARY CLEARANCE CERTIFICATE" DELIMITED BY SIZE
                  "                              " DELIMITED BY SIZE
                  "DATE " WS-TODAY-DATE DELIMITED BY SIZE
               INTO CLEARANCE-REC
           END-STRING
           WRITE CLEARANCE-REC
           MOVE ALL "=" TO CLEARANCE-REC
           WRITE CLEARANCE-REC

           MOVE SPACES TO CLEARANCE-REC
           STRING "Student ID : " CL-STUDENT-ID
                  "     Member ID : " CL-MEM-ID
               DELIMITED BY SIZE INTO CLEARANCE-REC
           END-STRING
           WRITE CLEARANCE-REC
           MOVE SPACES TO CLEARANCE-REC
           STRING "Name       : " CL-NAME
               DELIMITED BY SIZE INTO CLEARANCE-REC
           END-STRING
           WRITE CLEARANCE-REC
           MOVE SPACES TO CLEARANCE-REC
           IF CL-LEAVE-CODE = "W"
               STRING "Leaving    : WITHDRAWN      Source : "
                      CL-SOURCE
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
           ELSE
               STRING "Leaving    : GRADUATING     Source : "
                      CL-SOURCE
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
           END-IF
           WRITE CLEARANCE-REC
           MOVE SPACES TO CLEARANCE-REC
           WRITE CLEARANCE-REC

           MOVE SPACES TO CLEARANCE-REC
           IF CL-BLOCKED = "N"
               IF CL-MEMBER-FOUND = "N"
                   STRING "RESULT     : CLEARED - "
                          "NO LIBRARY MEMBERSHIP ON FILE"
                       DELIMITED BY SIZE INTO CLEARANCE-REC
                   END-STRING
               ELSE
                   IF CL-DEACTIVATED = "Y"
                       STRING "RESULT     : CLEARED - NOTHING OWED, "
                              "MEMBERSHIP DEACTIVATED"
                           DELIMITED BY SIZE INTO CLEARANCE-REC
                       END-STRING
                   ELSE
                       STRING "RESULT     : CLEARED - NOTHING OWED, "
                              "MEMBERSHIP ALREADY INACTIVE"
                           DELIMITED BY SIZE INTO CLEARANCE-REC
                       END-STRING
                   END-IF
               END-IF
               WRITE CLEARANCE-REC
           ELSE
           IF CL-UNAVAILABLE = "Y"
               STRING "RESULT     : BLOCKED - LIBRARY RECORDS "
                      "UNAVAILABLE, RECHECKED ON THE NEXT RUN"
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
               WRITE CLEARANCE-REC
           ELSE
               STRING "RESULT     : BLOCKED - "
                      "THE FOLLOWING MUST BE SETTLED"
                   DELIMITED BY SIZE INTO CLEARANCE-REC
               END-STRING
               WRITE CLEARANCE-REC
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-LOAN-COUNT
                   PERFORM WRITE-LOAN-LINE
               END-PERFORM
               IF CL-BALANCE > 0
                   MOVE CL-BALANCE TO WS-AMOUNT-FMT
                   MOVE SPACES TO CLEARANCE-REC
                   STRING "  UNPAID BALANCE   " WS-AMOUNT-FMT " Baht"
                       DELIMITED BY SIZE INTO CLEARANCE-REC
                   END-STRING
                   WRITE CLEARANCE-REC
               END-IF
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-RES-COUNT
                   PERFORM WRITE-RESERVATION-LINE
               END-PERFORM
           END-IF
           END-IF
           MOVE SPACES TO CLEARANCE-REC
           WRITE CLEARANCE-REC.

       WRITE-LOAN-LINE.
           MOVE CL-LOAN-ISBN(CL-IDX)(1:17) TO BOOK-ISBN
           IF CL-LOAN-ISBN(CL-IDX)(18:3) NUMERIC
               MOVE CL-LOAN-ISBN(CL-IDX)(18:3) TO BOOK-COPY-NO
           ELSE
               MOVE 1 TO BOOK-COPY-NO
           END-IF
           MOVE BOOK-ISBN TO CL-LOOKUP-ISBN
           PERFORM LOOKUP-TITLE
           MOVE SPACES TO CLEARANCE-REC
           STRING "  OPEN LOAN        " CL-LOAN-ID(CL-IDX)(1:11)
                  " " BOOK-ISBN " COPY " BOOK-COPY-NO
                  " DUE " CL-LOAN-DUE(CL-IDX)
                  " " CL-TITLE(1:40)
               DELIMITED BY SIZE INTO CLEARANCE-REC
           END-STRING
           WRITE CLEARANCE-REC.

       WRITE-RESERVATION-LINE.
           MOVE CL-RES-ISBN(CL-IDX) TO BOOK-ISBN
           MOVE 1 TO BOOK-COPY-NO
           MOVE BOOK-ISBN TO CL-LOOKUP-ISBN
           PERFORM LOOKUP-TITLE
           MOVE SPACES TO CLEARANCE-REC
           STRING "  OPEN RESERVATION " CL-RES-ISBN(CL-IDX)
                  " PLACED " CL-RES-DATE(CL-IDX)(1:10)
                  "          " CL-TITLE(1:40)
               DELIMITED BY SIZE INTO CLEARANCE-REC
           END-STRING
           WRITE CLEARANCE-REC.

      *> Title for BOOK-KEY; a reservation names only the ISBN, so
      *> any copy of it will do
       LOOKUP-TITLE.
           MOVE "UNKNOWN TITLE" TO CL-TITLE
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               START BOOK-FILE KEY IS NOT LESS THAN BOOK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BOOK-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BOOK-ISBN = CL-LOOKUP-ISBN
                                   MOVE BOOK-NAME TO CL-TITLE
                               END-IF
                       END-READ
               END-START
               CLOSE BOOK-FILE
           END-IF.

      *> Blocked students go on (or stay on) the follow-up list;
      *> cleared ones come off it
       UPDATE-FOLLOW-UP.
           PERFORM FIND-FOLLOW-ROW
           IF FT-FOUND-IDX > 0
               MOVE "Y" TO FT-CHECKED(FT-FOUND-IDX)
               MOVE WS-TODAY-DATE TO FT-LAST-DATE(FT-FOUND-IDX)
               IF CL-BLOCKED = "Y"
                   MOVE "Y" TO FT-KEEP(FT-FOUND-IDX)
               ELSE
                   MOVE "N" TO FT-KEEP(FT-FOUND-IDX)
               END-IF
           ELSE
               IF CL-BLOCKED = "Y"
                   IF FT-COUNT < 5000
                       ADD 1 TO FT-COUNT
                       MOVE CL-STUDENT-ID TO FT-STUDENT-ID(FT-COUNT)
                       MOVE CL-LEAVE-CODE TO FT-LEAVE-CODE(FT-COUNT)
                       MOVE CL-NAME       TO FT-NAME(FT-COUNT)
                       MOVE WS-TODAY-DATE TO FT-FIRST-DATE(FT-COUNT)
                       MOVE WS-TODAY-DATE TO FT-LAST-DATE(FT-COUNT)
                       MOVE "Y" TO FT-KEEP(FT-COUNT)
                       MOVE "Y" TO FT-CHECKED(FT-COUNT)
                   ELSE
                       MOVE "Y" TO FT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *> Write the still-blocked students back over CLEARFOLLOW.txt.
      *> If the table filled, the old list is left as it was so no
      *> blocked student silently drops off it.
       REWRITE-FOLLOW-UP-LIST.
           MOVE 0 TO WS-FOLLOW-LEFT
           IF FT-OVERFLOW = "Y"
               CONTINUE
           ELSE
               OPEN OUTPUT FOLLOW-UP-FILE
               PERFORM VARYING FT-IDX FROM 1 BY 1
                       UNTIL FT-IDX > FT-COUNT
                   IF FT-KEEP(FT-IDX) = "Y"
                       MOVE FT-STUDENT-ID(FT-IDX) TO FU-STUDENT-ID
                       MOVE FT-LEAVE-CODE(FT-IDX) TO FU-LEAVE-CODE
                       MOVE FT-NAME(FT-IDX)       TO FU-NAME
                       MOVE FT-FIRST-DATE(FT-IDX) TO FU-FIRST-DATE
                       MOVE FT-LAST-DATE(FT-IDX)  TO FU-LAST-DATE
                       WRITE FOLLOW-UP-REC
                       ADD 1 TO WS-FOLLOW-LEFT
                   END-IF
               END-PERFORM
               CLOSE FOLLOW-UP-FILE
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE NOW-AUDIT        TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-MEM-ID  TO AUDIT-MEM-ID-F
           MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION-F
           MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME-F
           MOVE BATCH-STAFF-ID   TO AUDIT-STAFF-ID-F
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-FILE-REC
           CLOSE AUDIT-FILE.

       WRITE-RUN-TOTALS.
           DISPLAY "==============================================="
           DISPLAY "          GRADUATION CLEARANCE SUMMARY"
           DISPLAY "==============================================="
           MOVE WS-FEED-READ TO WS-COUNT-FMT
           DISPLAY "Registrar Rows Read  : " WS-COUNT-FMT
           MOVE WS-RECHECKED TO WS-COUNT-FMT
           DISPLAY "Follow-Ups Rechecked : " WS-COUNT-FMT
           MOVE WS-CLEARED-COUNT TO WS-COUNT-FMT
           DISPLAY "Cleared              : " WS-COUNT-FMT
           MOVE WS-NO-MEMBER-COUNT TO WS-COUNT-FMT
           DISPLAY "  (no member record) : " WS-COUNT-FMT
           MOVE WS-DEACTIVATE-COUNT TO WS-COUNT-FMT
           DISPLAY "Members Deactivated  : " WS-COUNT-FMT
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-FMT
           DISPLAY "Blocked              : " WS-COUNT-FMT
           MOVE WS-UNAVAIL-COUNT TO WS-COUNT-FMT
           DISPLAY "  (records unavail.) : " WS-COUNT-FMT
           IF FT-OVERFLOW = "Y"
               DISPLAY "WARNING: follow-up table full - the"
                       " follow-up list was left unchanged."
           ELSE
               MOVE WS-FOLLOW-LEFT TO WS-COUNT-FMT
               DISPLAY "On Follow-Up List    : " WS-COUNT-FMT
           END-IF
           DISPLAY "Certificates written to CLEARANCE.txt"
           DISPLAY "===============================================".

       END PROGRAM Registrar-Clearance.
