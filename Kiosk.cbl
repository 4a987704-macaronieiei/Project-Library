      * Nightly batch. The self-check kiosk cannot drive the console
      * menus; it drops one transaction per line into KIOSKIN.txt:
      *   member id (14), ISBN (17), type B=borrow R=return,
      *   timestamp (21, YYYY-MM-DD HH:MM:SS), branch code of the
      *   kiosk (4, blank = MAIN for kiosks set up before branches)
      * Each transaction is posted under exactly the rules the desk
      * screens apply: an active member, the patron-type borrow
      * limit and fine-block threshold from POLICY.txt, held-copy
      * fines ledger on returns (at the member's policy daily rate,
      * using the kiosk timestamp as the return date). The kiosk
      * cannot place reservations, so a title with no free copy is
      * refused rather than queued. Only copies standing at the
      * kiosk's branch can be lent; a returned copy that belongs at
      * another branch (its home, or a reserving member's branch) is
      * put in transit ("T") exactly as at the desk.
      * Course reserve copies are lent and taken back only at the
      * desk, against their hourly due times, so a kiosk borrow of a
      * title whose only copy here is on reserve, and a kiosk return
      * of a reserve copy or a short loan, are refused outright.
      * Every refused transaction goes to KIOSKEX.txt with the
      * reason, for the desk to sort out next morning, and is also
      * written to the audit log under staff id KIOSK the way the
      * screens log their denials.
      * After each line is dealt with, its line number and text are
      * saved in KIOSKCKPT.txt. If a run stops part way, the next run
      * finds that same line at that same position in KIOSKIN.txt and
      * carries on from the line after it, so nothing is posted
      * twice. A new day's file will not match, so it is posted from
      * the top.
      * If the member or book master cannot be opened the run posts
      * nothing, and if the member master goes unavailable part way
      * the run stops at that line without checkpointing it; either
      * way it ends with return code 8 so the nightly stream marks
      * the step failed and a rerun picks up where this one stopped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kiosk-Post.
       SELECT KIOSK-IN-FILE ASSIGN TO "KIOSKIN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-KIOSK-STATUS.
       SELECT KIOSK-CKPT-FILE ASSIGN TO "KIOSKCKPT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CKPT-STATUS.
       SELECT KIOSK-EX-FILE ASSIGN TO "KIOSKEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-KEX-STATUS.
           05 KI-ISBN          PIC X(17).
           05 KI-TYPE          PIC A.
           05 KI-DATE-TIME     PIC X(21).
           05 KI-BRANCH        PIC X(4).

      *> The last KIOSKIN.txt line dealt with: its position and text
       FD  KIOSK-CKPT-FILE.
       01  KIOSK-CKPT-REC.
           05 CK-LINE-NO       PIC 9(7).
           05 CK-LAST-REC      PIC X(57).

      *> One refused transaction per line, with the reason
       FD  KIOSK-EX-FILE.
           05 KX-TYPE          PIC A.
           05 KX-DATE-TIME     PIC X(21).
           05 KX-REASON        PIC X(40).
           05 KX-BRANCH        PIC X(4).

      *> Layouts duplicated from LibraryProject.cbl - this program has
      *> no copybook to share them from.
           05 MEM-PHONE    PIC X(10).
           05 MEM-STATUS   PIC A.
           05 MEM-TYPE     PIC A.
           05 MEM-EXPIRY-DATE PIC X(10).

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

       FD  TEMP-RESERVE-FILE.
       01  TEMP-RESERVE-REC.
           05 TEMP-RESERVE-BOOK-ISBN   PIC X(17).
           05 TEMP-RESERVE-DATE-TIME   PIC X(21).
           05 TEMP-RESERVE-STATUS      PIC A.
           05 TEMP-RESERVE-BRANCH      PIC X(4).

       FD  FINE-FILE.
       01  FINE-FILE-REC.
           05 FINE-REF         PIC X(15).
           05 FINE-DATE-TIME   PIC X(21).
           05 FINE-STAFF-ID    PIC X(10).
           05 FINE-REASON      PIC X(4).
           05 FINE-APPROVER-ID PIC X(10).

       FD  CTL-FILE.
       01  CTL-FILE-REC.
           05 POL-RENEW-LIMIT  PIC 9(2).
           05 POL-DAILY-FINE   PIC 9(3).
           05 POL-BLOCK-LIMIT  PIC 9(7).
           05 POL-FOUND-FEE    PIC 9(5).
           05 POL-CARD-DAYS    PIC 9(4).

       FD  CLOSED-DAYS-FILE.
       01  CLOSED-DAYS-REC.
       WORKING-STORAGE SECTION.
       01  WS-KIOSK-STATUS      PIC XX     VALUE SPACES.
       01  WS-KEX-STATUS        PIC XX     VALUE SPACES.
       01  WS-CKPT-STATUS       PIC XX     VALUE SPACES.
       01  WS-MEMBER-STATUS     PIC XX     VALUE SPACES.
       01  WS-BOOK-STATUS       PIC XX     VALUE SPACES.
       01  WS-BORROW-STATUS     PIC XX     VALUE SPACES.
           77  LOAN-DAYS-DEFAULT  PIC 9(3) VALUE 14.
           77  FINE-BLOCK-LIMIT   PIC 9(7) VALUE 100.
           77  KIOSK-STAFF-ID     PIC X(10) VALUE "KIOSK".
           77  DEFAULT-BRANCH     PIC X(4)  VALUE "MAIN".

       01  POLICY-SYS.
           05 WS-MEMBER-TYPE       PIC A    VALUE "S".
           05 WS-TXN-ISBN       PIC X(17).
           05 WS-TXN-TYPE       PIC A.
           05 WS-TXN-DATE-TIME  PIC X(21).
           05 WS-TXN-BRANCH     PIC X(4).
           05 WS-TXN-OK         PIC A.
           05 WS-REFUSE-REASON  PIC X(40).
           05 WS-TXN-EXPIRY     PIC X(10).
           05 WS-EXPIRY-YMD     PIC 9(8).
           05 WS-EXPIRY-INT     PIC 9(9).
           05 WS-TXN-DAY-INT    PIC 9(9).

       01  BORROW-LOOKUP-SYS.
           05 WS-FOUND-ISBN     PIC A.
           05 WS-AVAIL-FOUND    PIC A.
           05 WS-HELD-FOUND     PIC A.
           05 WS-ELSEWHERE-FOUND PIC A.
           05 WS-COURSE-FOUND   PIC A.
           05 WS-COPY-BRANCH    PIC X(4).
           05 WS-CIRC-COPY-LEFT PIC A.
           05 WS-AVAIL-COPY-NO  PIC 9(3).
           05 WS-HELD-COPY-NO   PIC 9(3).
           05 WS-FOUND-BORROW   PIC A.
           05 CURRENT-BORROW-ID PIC X(15).
           05 CURRENT-DUE-DATE  PIC X(10).
           05 CURRENT-DUE-TIME  PIC X(5).
           05 WS-RETURN-COPY-NO PIC 9(3).
           05 WS-RETURN-COURSE  PIC X(10).
           05 WS-OTHER-COPY-FREE PIC A.
           05 WS-RESERVE-FOUND  PIC A.
           05 WS-OLDEST-MEM-ID  PIC X(14).
           05 WS-OLDEST-DATE-TIME PIC X(21).
           05 WS-OLDEST-BRANCH  PIC X(4).
           05 WS-RETURN-TRANSIT-TO PIC X(4).
           05 WS-SAVED-BORROW-DATE PIC X(21).

       01  WS-DATE-CALC.

       01  WS-BORROWS-POSTED    PIC 9(5) VALUE 0.
       01  WS-RETURNS-POSTED    PIC 9(5) VALUE 0.
       01  WS-TRANSIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-TRANSIT-FMT       PIC ZZZZ9.
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
       01  WS-BORROWS-FMT       PIC ZZZZ9.
       01  WS-RETURNS-FMT       PIC ZZZZ9.
       01  WS-EXCEPT-FMT        PIC ZZZZ9.
       01  WS-SKIPPED-FMT       PIC ZZZZZZ9.

      *> Restart point: the checkpoint as found at the start of the
      *> run, and how many lines of KIOSKIN.txt it covers
       01  CKPT-SYS.
           05 WS-LINE-NO        PIC 9(7) VALUE 0.
           05 WS-CKPT-LINE-NO   PIC 9(7) VALUE 0.
           05 WS-CKPT-REC       PIC X(57) VALUE SPACES.
           05 WS-SKIP-TO        PIC 9(7) VALUE 0.
           05 WS-RUN-ABORT      PIC A VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-CLOSED-DAYS
           PERFORM FIND-RESTART-POINT
           PERFORM CHECK-MASTER-FILES
           IF WS-RUN-ABORT = "N"
               OPEN INPUT KIOSK-IN-FILE
           END-IF
           IF WS-RUN-ABORT = "Y"
               CONTINUE
           ELSE
           IF WS-KIOSK-STATUS = "35"
               DISPLAY "KIOSKIN.txt not found - nothing to post."
           ELSE
           IF WS-KIOSK-STATUS NOT = "00"
               DISPLAY "KIOSKIN.txt could not be opened, status "
                       WS-KIOSK-STATUS " - nothing posted."
               MOVE "Y" TO WS-RUN-ABORT
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO WS-LINE-NO
               PERFORM UNTIL WS-END-OF-FILE
                   READ KIOSK-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > WS-SKIP-TO
                               PERFORM PROCESS-ONE-TXN
                               IF WS-RUN-ABORT = "Y"
                                   MOVE "Y" TO WS-EOF-FLAG
                               ELSE
                                   PERFORM WRITE-CHECKPOINT
                               END-IF
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIOSK-IN-FILE
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-RUN-TOTALS
           IF WS-RUN-ABORT = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Posting needs the member and book masters. The loan master
      *> may be missing on a new system - the first borrow creates it.
       CHECK-MASTER-FILES.
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               CLOSE MEMBER-FILE
           ELSE
               DISPLAY "MEMBERS.dat could not be opened, status "
                       WS-MEMBER-STATUS " - nothing posted."
               MOVE "Y" TO WS-RUN-ABORT
           END-IF
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               CLOSE BOOK-FILE
           ELSE
               DISPLAY "BOOKS.dat could not be opened, status "
                       WS-BOOK-STATUS " - nothing posted."
               MOVE "Y" TO WS-RUN-ABORT
           END-IF
           OPEN INPUT BORROW-FILE
           IF WS-BORROW-STATUS = "00"
               CLOSE BORROW-FILE
           ELSE
               IF WS-BORROW-STATUS NOT = "35"
                   DISPLAY "BORROW.dat could not be opened, status "
                           WS-BORROW-STATUS " - nothing posted."
                   MOVE "Y" TO WS-RUN-ABORT
               END-IF
           END-IF.

      *> Lines up to the checkpoint were posted by an earlier run,
      *> provided KIOSKIN.txt still holds the checkpointed line at
      *> the checkpointed position; otherwise it is a new file
       FIND-RESTART-POINT.
           MOVE 0 TO WS-SKIP-TO
           OPEN INPUT KIOSK-CKPT-FILE
           IF WS-CKPT-STATUS = "00"
               READ KIOSK-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-LINE-NO NUMERIC
                           MOVE CK-LINE-NO  TO WS-CKPT-LINE-NO
                           MOVE CK-LAST-REC TO WS-CKPT-REC
                       END-IF
               END-READ
               CLOSE KIOSK-CKPT-FILE
           END-IF
           IF WS-CKPT-LINE-NO > 0
               OPEN INPUT KIOSK-IN-FILE
               IF WS-KIOSK-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   MOVE 0 TO WS-LINE-NO
                   PERFORM UNTIL WS-END-OF-FILE OR
                           WS-LINE-NO = WS-CKPT-LINE-NO
                       READ KIOSK-IN-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-LINE-NO
                       END-READ
                   END-PERFORM
                   IF WS-LINE-NO = WS-CKPT-LINE-NO AND
                      KIOSK-IN-REC = WS-CKPT-REC
                       MOVE WS-CKPT-LINE-NO TO WS-SKIP-TO
                   END-IF
                   CLOSE KIOSK-IN-FILE
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-LINE-NO   TO CK-LINE-NO
           MOVE KIOSK-IN-REC TO CK-LAST-REC
           OPEN OUTPUT KIOSK-CKPT-FILE
           WRITE KIOSK-CKPT-REC
           CLOSE KIOSK-CKPT-FILE.

       PROCESS-ONE-TXN.
           MOVE KI-MEM-ID    TO WS-TXN-MEM-ID
           MOVE KI-ISBN      TO WS-TXN-ISBN
           MOVE KI-TYPE      TO WS-TXN-TYPE
           MOVE KI-DATE-TIME TO WS-TXN-DATE-TIME
           MOVE KI-BRANCH    TO WS-TXN-BRANCH
           IF WS-TXN-BRANCH = SPACES
               MOVE DEFAULT-BRANCH TO WS-TXN-BRANCH
           END-IF
           MOVE "Y" TO WS-TXN-OK
           MOVE SPACES TO WS-REFUSE-REASON


      *> The kiosk has no login step, so the member check the LOGIN
      *> screen does happens here: the member must exist and be
      *> active, and their patron type picks the policy. The card
      *> expiry is kept for the borrow checks - an expired card can
      *> still hand books back.
       CHECK-MEMBER.
           MOVE SPACES TO WS-TXN-EXPIRY
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "N" TO WS-TXN-OK
               MOVE "Y" TO WS-RUN-ABORT
               DISPLAY "Member master unavailable, status "
                       WS-MEMBER-STATUS " - posting stopped at line "
                       WS-LINE-NO
           ELSE
               MOVE SPACES TO MEM-SID-ID
               MOVE WS-TXN-MEM-ID(4:10) TO MEM-SID-ID(1:10)
                               TO WS-REFUSE-REASON
                           MOVE "N" TO WS-TXN-OK
                       ELSE
                           MOVE MEM-EXPIRY-DATE TO WS-TXN-EXPIRY
                           IF MEM-TYPE = "S" OR MEM-TYPE = "F" OR
                              MEM-TYPE = "E"
                               MOVE MEM-TYPE TO WS-MEMBER-TYPE
      *> ---------------- BORROW POSTING ----------------
       POST-BORROW.
           PERFORM COUNT-MEMBER-BORROWS
           IF WS-TXN-EXPIRY NOT = SPACES AND
              WS-TXN-EXPIRY < WS-TXN-DATE-TIME(1:10)
               MOVE "MEMBERSHIP EXPIRED" TO WS-REFUSE-REASON
               PERFORM WRITE-EXCEPTION
               MOVE "DENIED - MEMBERSHIP EXPIRED"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-DENIAL-AUDIT
           ELSE
           IF WS-MEMBER-BORROW-COUNT NOT < WS-POL-BORROW-LIMIT
               MOVE "BORROW LIMIT REACHED" TO WS-REFUSE-REASON
               PERFORM WRITE-EXCEPTION
                       PERFORM PICK-BORROW-COPY
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> Held-copy priority first, then the first free copy; a title
      *> with nothing to lend is refused (the kiosk cannot reserve),
      *> and one whose only copy on the shelf here is course reserve
      *> stock is sent to the desk
       PICK-BORROW-COPY.
           IF WS-HELD-FOUND = "Y"
               MOVE WS-HELD-COPY-NO TO WS-BORROW-COPY-NO
                   PERFORM ADD-BORROW-RECORD
                   PERFORM UPDATE-BOOK-TO-BORROWED
               ELSE
                   IF WS-COURSE-FOUND = "Y"
                       MOVE "COURSE RESERVE - DESK ONLY"
                           TO WS-REFUSE-REASON
                       PERFORM WRITE-EXCEPTION
                       MOVE "DENIED - COURSE RESERVE COPY"
                           TO WS-AUDIT-OUTCOME
                       PERFORM WRITE-DENIAL-AUDIT
                   ELSE
                   IF WS-CIRC-COPY-LEFT = "N"
                       MOVE "TITLE WITHDRAWN" TO WS-REFUSE-REASON
                       PERFORM WRITE-EXCEPTION
                           TO WS-AUDIT-OUTCOME
                       PERFORM WRITE-DENIAL-AUDIT
                   ELSE
                       IF WS-ELSEWHERE-FOUND = "Y"
                           MOVE "NO COPY AT THIS BRANCH"
                               TO WS-REFUSE-REASON
                           MOVE "DENIED - NO COPY AT THIS BRANCH"
                               TO WS-AUDIT-OUTCOME
                       ELSE
                           MOVE "NO COPY AVAILABLE"
                               TO WS-REFUSE-REASON
                           MOVE "DENIED - NO COPY AVAILABLE"
                               TO WS-AUDIT-OUTCOME
                       END-IF
                       PERFORM WRITE-EXCEPTION
                       PERFORM WRITE-DENIAL-AUDIT
                   END-IF
                   END-IF
               END-IF
           END-IF.

                       AT END MOVE "Y" TO WS-SUB-EOF-FLAG
                       NOT AT END
                           IF FINE-MEM-ID = WS-TXN-MEM-ID
                               IF FINE-TYPE = "F" OR FINE-TYPE = "D" OR
                                  FINE-TYPE = "R"
                                   ADD FINE-AMOUNT TO WS-FINE-BALANCE
                               ELSE
                                   SUBTRACT FINE-AMOUNT
                                       FROM WS-FINE-BALANCE
                               END-IF

      *> Read just the copies of the requested ISBN by starting at
      *> its first key: remember the first free copy and any copy
      *> already being held for this member at the kiosk's branch,
      *> and whether one is free or held only at another branch.
      *> Course reserve copies are never lent here; one free on the
      *> shelf at this branch is only noted so the refusal can say so.
       FIND-BORROW-COPY.
           MOVE "N" TO WS-FOUND-ISBN
           MOVE "N" TO WS-AVAIL-FOUND
           MOVE "N" TO WS-HELD-FOUND
           MOVE "N" TO WS-ELSEWHERE-FOUND
           MOVE "N" TO WS-COURSE-FOUND
           MOVE "N" TO WS-CIRC-COPY-LEFT
           OPEN INPUT BOOK-FILE
           MOVE "N" TO WS-SUB-EOF-FLAG
                       ELSE
                           MOVE "Y" TO WS-FOUND-ISBN
                           MOVE BOOK-CATEGORY TO WS-BORROW-CATEGORY
                           MOVE BOOK-CURR-BRANCH TO WS-COPY-BRANCH
                           IF WS-COPY-BRANCH = SPACES
                               MOVE DEFAULT-BRANCH TO WS-COPY-BRANCH
                           END-IF
                           IF BOOK-STATUS = "A" OR
                              BOOK-STATUS = "B" OR
                              BOOK-STATUS = "H" OR
                              BOOK-STATUS = "T"
                               MOVE "Y" TO WS-CIRC-COPY-LEFT
                           END-IF
                           IF BOOK-COURSE-CODE NOT = SPACES
                               IF BOOK-STATUS = "A" AND
                                  WS-COPY-BRANCH = WS-TXN-BRANCH
                                   MOVE "Y" TO WS-COURSE-FOUND
                               END-IF
                           ELSE
                           IF WS-COPY-BRANCH NOT = WS-TXN-BRANCH
                               IF BOOK-STATUS = "A" OR
                                  (BOOK-STATUS = "H" AND
                                   BOOK-HELD-FOR = WS-TXN-MEM-ID)
                                   MOVE "Y" TO WS-ELSEWHERE-FOUND
                               END-IF
                           ELSE
                               IF BOOK-STATUS = "A" AND
                                  WS-AVAIL-FOUND = "N"
                                   MOVE "Y" TO WS-AVAIL-FOUND
                                   MOVE BOOK-COPY-NO
                                       TO WS-AVAIL-COPY-NO
                               END-IF
                               IF BOOK-STATUS = "H" AND
                                  BOOK-HELD-FOR = WS-TXN-MEM-ID AND
                                  WS-HELD-FOUND = "N"
                                   MOVE "Y" TO WS-HELD-FOUND
                                   MOVE BOOK-COPY-NO
                                       TO WS-HELD-COPY-NO
                               END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
           PERFORM ROLL-PAST-CLOSED-DAYS
           MOVE WS-ROLL-INT TO INT-BRW

      *> nor after the member's card runs out - pull it back to the
      *> expiry, then back off any closed day, but not before the
      *> day of the loan itself
           IF WS-TXN-EXPIRY(1:4) NUMERIC AND
              WS-TXN-EXPIRY(6:2) NUMERIC AND
              WS-TXN-EXPIRY(9:2) NUMERIC
               STRING WS-TXN-EXPIRY(1:4) WS-TXN-EXPIRY(6:2)
                      WS-TXN-EXPIRY(9:2)
                   DELIMITED BY SIZE INTO WS-EXPIRY-YMD
               END-STRING
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YMD)
               COMPUTE WS-TXN-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(BRW-YYYYMMDD)
               IF INT-BRW > WS-EXPIRY-INT
                   MOVE WS-EXPIRY-INT TO INT-BRW
                   MOVE INT-BRW TO WS-CHECK-INT
                   PERFORM CHECK-DAY-CLOSED
                   PERFORM UNTIL CD-HIT = "N"
                           OR INT-BRW NOT > WS-TXN-DAY-INT
                       SUBTRACT 1 FROM INT-BRW
                       MOVE INT-BRW TO WS-CHECK-INT
                       PERFORM CHECK-DAY-CLOSED
                   END-PERFORM
               END-IF
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(INT-BRW) TO DUE-DATE-PRE

           MOVE WS-NEW-BORROW-ID TO BORROW-ID-FILE
           END-STRING
           MOVE 0 TO BORROW-RENEW-COUNT
           MOVE SPACE TO BORROW-DISPOSITION
           MOVE SPACES TO BORROW-DUE-TIME
           MOVE 0 TO BORROW-HOUR-FINE

           OPEN I-O BORROW-FILE
           IF WS-BORROW-STATUS = "35"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-DENIAL-AUDIT
           ELSE
               PERFORM FIND-RETURN-COPY-COURSE
               IF CURRENT-DUE-TIME NOT = SPACES OR
                  WS-RETURN-COURSE NOT = SPACES
                   MOVE "COURSE RESERVE - RETURN AT DESK"
                       TO WS-REFUSE-REASON
                   PERFORM WRITE-EXCEPTION
                   MOVE "DENIED - COURSE RESERVE COPY"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-DENIAL-AUDIT
               ELSE
               PERFORM COMPUTE-RETURN-FINE
               PERFORM CLOSE-OPEN-LOAN
               PERFORM ADD-RETURN-RECORD
               PERFORM UPDATE-BOOK-AFTER-RETURN
               ADD 1 TO WS-RETURNS-POSTED
               IF WS-RETURN-TRANSIT-TO NOT = SPACES
                   ADD 1 TO WS-TRANSIT-COUNT
               END-IF
               END-IF
           END-IF.

      *> Course code of the copy on the loan just found (blank when
      *> it is ordinary stock or no longer on file)
       FIND-RETURN-COPY-COURSE.
           MOVE SPACES TO WS-RETURN-COURSE
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
               MOVE WS-TXN-ISBN TO BOOK-ISBN
               MOVE WS-RETURN-COPY-NO TO BOOK-COPY-NO
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOOK-COURSE-CODE TO WS-RETURN-COURSE
               END-READ
               CLOSE BOOK-FILE
           END-IF.

       FIND-OPEN-LOAN.
                           MOVE "Y" TO WS-FOUND-BORROW
                           MOVE BORROW-ID-FILE TO CURRENT-BORROW-ID
                           MOVE BORROW-DUE-DATE TO CURRENT-DUE-DATE
                           MOVE BORROW-DUE-TIME TO CURRENT-DUE-TIME
                           MOVE BORROW-DATE
                               TO WS-SAVED-BORROW-DATE
      *> The copy number rides in the last 3 positions of the
           MOVE WS-FINE-POST-REF    TO FINE-REF
           MOVE WS-TXN-DATE-TIME    TO FINE-DATE-TIME
           MOVE KIOSK-STAFF-ID      TO FINE-STAFF-ID
           MOVE SPACES              TO FINE-REASON
           MOVE SPACES              TO FINE-APPROVER-ID
           OPEN EXTEND FINE-FILE
           IF WS-FINE-STATUS = "35"
               OPEN OUTPUT FINE-FILE

      *> Returned copy goes back on the shelf, or onto the hold
      *> shelf for the oldest outstanding reservation when no other
      *> copy of the title is already free at the reservation's
      *> branch. A copy that must end up at another branch goes in
      *> transit there instead, the same as a desk return.
       UPDATE-BOOK-AFTER-RETURN.
           PERFORM FIND-OLDEST-RESERVATION
           PERFORM CHECK-OTHER-COPY-AVAILABLE
           MOVE SPACES TO WS-RETURN-TRANSIT-TO

           OPEN I-O BOOK-FILE
           MOVE WS-TXN-ISBN TO BOOK-ISBN
               INVALID KEY
                   DISPLAY "Book copy record not found for update."
               NOT INVALID KEY
                   IF BOOK-HOME-BRANCH = SPACES
                       MOVE DEFAULT-BRANCH TO BOOK-HOME-BRANCH
                   END-IF
                   MOVE WS-TXN-BRANCH TO BOOK-CURR-BRANCH
                   MOVE SPACES TO BOOK-TRANSIT-TO
                   IF WS-RESERVE-FOUND = "Y" AND
                      WS-OTHER-COPY-FREE = "N"
                       MOVE WS-OLDEST-MEM-ID TO BOOK-HELD-FOR
                       IF WS-OLDEST-BRANCH = WS-TXN-BRANCH
                           MOVE "H" TO BOOK-STATUS
                       ELSE
                           MOVE "T" TO BOOK-STATUS
                           MOVE WS-OLDEST-BRANCH TO BOOK-TRANSIT-TO
                       END-IF
                   ELSE
                       MOVE SPACES TO BOOK-HELD-FOR
                       IF BOOK-HOME-BRANCH = WS-TXN-BRANCH
                           MOVE "A" TO BOOK-STATUS
                       ELSE
                           MOVE "T" TO BOOK-STATUS
                           MOVE BOOK-HOME-BRANCH TO BOOK-TRANSIT-TO
                       END-IF
                   END-IF
                   MOVE BOOK-TRANSIT-TO TO WS-RETURN-TRANSIT-TO
                   REWRITE BOOK-FILE-REC
           END-READ
           CLOSE BOOK-FILE
                       IF BOOK-ISBN NOT = WS-TXN-ISBN
                           MOVE "Y" TO WS-SUB-EOF-FLAG
                       ELSE
                           MOVE BOOK-CURR-BRANCH TO WS-COPY-BRANCH
                           IF WS-COPY-BRANCH = SPACES
                               MOVE DEFAULT-BRANCH TO WS-COPY-BRANCH
                           END-IF
                           IF BOOK-COPY-NO NOT = WS-RETURN-COPY-NO
                              AND BOOK-STATUS = "A"
                              AND WS-COPY-BRANCH = WS-OLDEST-BRANCH
                               MOVE "Y" TO WS-OTHER-COPY-FREE
                           END-IF
                       END-IF
       FIND-OLDEST-RESERVATION.
           MOVE "N" TO WS-RESERVE-FOUND
           MOVE SPACES TO WS-OLDEST-MEM-ID
           MOVE WS-TXN-BRANCH TO WS-OLDEST-BRANCH
           MOVE ALL "9" TO WS-OLDEST-DATE-TIME
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "35"
                                   TO WS-OLDEST-DATE-TIME
                               MOVE RESERVE-MEM-ID
                                   TO WS-OLDEST-MEM-ID
                               MOVE RESERVE-BRANCH
                                   TO WS-OLDEST-BRANCH
                               IF WS-OLDEST-BRANCH = SPACES
                                   MOVE DEFAULT-BRANCH
                                       TO WS-OLDEST-BRANCH
                               END-IF
                               MOVE "Y" TO WS-RESERVE-FOUND
                           END-IF
                   END-READ
                           TO TEMP-RESERVE-BOOK-ISBN
                       MOVE RESERVE-DATE-TIME
                           TO TEMP-RESERVE-DATE-TIME
                       MOVE RESERVE-BRANCH TO TEMP-RESERVE-BRANCH
                       IF RESERVE-BOOK-ISBN = WS-TXN-ISBN AND
                          RESERVE-MEM-ID = WS-OLDEST-MEM-ID AND
                          RESERVE-DATE-TIME = WS-OLDEST-DATE-TIME
                       MOVE TEMP-RESERVE-DATE-TIME
                           TO RESERVE-DATE-TIME
                       MOVE TEMP-RESERVE-STATUS TO RESERVE-STATUS
                       MOVE TEMP-RESERVE-BRANCH TO RESERVE-BRANCH
                       WRITE RESERVE-FILE-REC
               END-READ
           END-PERFORM
           MOVE WS-TXN-TYPE      TO KX-TYPE
           MOVE WS-TXN-DATE-TIME TO KX-DATE-TIME
           MOVE WS-REFUSE-REASON TO KX-REASON
           MOVE WS-TXN-BRANCH    TO KX-BRANCH
           OPEN EXTEND KIOSK-EX-FILE
           IF WS-KEX-STATUS = "35"
               OPEN OUTPUT KIOSK-EX-FILE
           DISPLAY "==============================================="
           DISPLAY "Borrows Posted : " WS-BORROWS-FMT
           DISPLAY "Returns Posted : " WS-RETURNS-FMT
           IF WS-TRANSIT-COUNT > 0
               MOVE WS-TRANSIT-COUNT TO WS-TRANSIT-FMT
               DISPLAY "  In Transit   : " WS-TRANSIT-FMT
                       " (to other branches)"
           END-IF
           DISPLAY "Exceptions     : " WS-EXCEPT-FMT
           IF WS-RUN-ABORT = "Y"
               DISPLAY "RUN STOPPED - rerun to post the rest"
           END-IF
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-FMT
               DISPLAY "Already Posted : " WS-SKIPPED-FMT
                       " (skipped on restart)"
           END-IF
           DISPLAY "===============================================".

       END PROGRAM Kiosk-Post.
