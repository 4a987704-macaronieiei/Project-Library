      ******************************************************************
      * Author:
      * Date:
      * Purpose:Library - Nightly Job-Stream Driver
      ******************************************************************
      * Runs the nightly batch steps in their fixed order:
      *   1 Kiosk-Post            (Kiosk)
      *   2 Daily-Summary-Report  (DailySummary)
      *   3 Reconcile-Report      (Reconcile)
      *   4 Notice-Extract        (Notices)
      *   5 Hold-Sweep            (HoldSweep)
      * Kiosk-Post goes first so the summary, the reconciliation and
      * the notices all see the kiosk's borrows and returns; the
      * hold sweep goes last so today's new holds are noticed before
      * any are expired.
      * Each step is run as its own program. Its start and end time
      * and completion code are kept in the run-control file
      * RUNCTL.txt, one row per step, rewritten as each step starts
      * and ends, and each finished step is also appended to the
      * running history in RUNLOG.txt.
      * A step that ends with a non-zero code is marked F and the
      * stream stops there. The next run of this driver finds that
      * row (or an R row left by a run that died mid-step), skips
      * the steps already marked C and restarts at that step. When
      * every step is C the next run starts a fresh stream from
      * step 1.
      * A restart only resumes a stream begun today. An unfinished
      * stream from an earlier night is abandoned - its unfinished
      * steps go to RUNLOG.txt as A - and a fresh full stream is
      * run, so that night's kiosk file and every other step still
      * get their turn.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Nightly-Run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUNCTL-STATUS.
       SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUNLOG-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One row per step of the current stream.
      *> Status P pending, R running, C complete, F failed.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05 RC-RUN-DATE      PIC X(10).
           05 RC-STEP-NO       PIC 9(2).
           05 RC-STEP-NAME     PIC X(20).
           05 RC-STATUS        PIC A.
           05 RC-START         PIC X(21).
           05 RC-END           PIC X(21).
           05 RC-CODE          PIC 9(4).

      *> Every finished step, success or not, oldest first; A marks
      *> a step of an earlier night's stream that was never finished
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05 RL-RUN-DATE      PIC X(10).
           05 RL-STEP-NO       PIC 9(2).
           05 RL-STEP-NAME     PIC X(20).
           05 RL-STATUS        PIC A.
           05 RL-START         PIC X(21).
           05 RL-END           PIC X(21).
           05 RL-CODE          PIC 9(4).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC.
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-MEM-ID-F      PIC X(14).
           05 AUDIT-ACTION-F      PIC X(20).
           05 AUDIT-OUTCOME-F     PIC X(50).
           05 AUDIT-STAFF-ID-F    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS     PIC XX     VALUE SPACES.
       01  WS-RUNLOG-STATUS     PIC XX     VALUE SPACES.

       01  WS-EOF-FLAG          PIC A(1)    VALUE 'N'.
           88 WS-END-OF-FILE               VALUE 'Y'.

           77  BATCH-STAFF-ID    PIC X(10) VALUE "BATCH".
           77  STEP-COUNT        PIC 9(2)  VALUE 5.

      *> The stream, in run order: program name, then the command
      *> that runs it
       01  STEP-DEFINITION-TABLE.
           05 FILLER PIC X(20) VALUE "Kiosk-Post".
           05 FILLER PIC X(40) VALUE "./Kiosk".
           05 FILLER PIC X(20) VALUE "Daily-Summary-Report".
           05 FILLER PIC X(40) VALUE "./DailySummary".
           05 FILLER PIC X(20) VALUE "Reconcile-Report".
           05 FILLER PIC X(40) VALUE "./Reconcile".
           05 FILLER PIC X(20) VALUE "Notice-Extract".
           05 FILLER PIC X(40) VALUE "./Notices".
           05 FILLER PIC X(20) VALUE "Hold-Sweep".
           05 FILLER PIC X(40) VALUE "./HoldSweep".
       01  STEP-DEFINITION-R REDEFINES STEP-DEFINITION-TABLE.
           05 SD-ENTRY OCCURS 5 TIMES.
               10 SD-NAME       PIC X(20).
               10 SD-COMMAND    PIC X(40).

      *> State of each step in the current stream
       01  STEP-STATE-TABLE.
           05 SS-ENTRY OCCURS 5 TIMES.
               10 SS-STATUS     PIC A.
               10 SS-START      PIC X(21).
               10 SS-END        PIC X(21).
               10 SS-CODE       PIC 9(4).
       01  SS-IDX               PIC 9(2).
       01  WS-FIRST-STEP        PIC 9(2).
       01  WS-RUN-DATE          PIC X(10).
       01  WS-RESTARTING        PIC A VALUE "N".
       01  WS-ABANDON-DATE      PIC X(10) VALUE SPACES.
       01  WS-STREAM-FAILED     PIC A VALUE "N".
       01  WS-STEP-RC           PIC S9(9).

       01  WS-TODAY-DATE-TIME   PIC X(21).
       01  WS-TODAY-DATE        PIC X(10).
       01  NOW-STAMP            PIC X(21).
       01  WS-STEP-NO-FMT       PIC Z9.
       01  WS-CODE-FMT          PIC ZZZ9.

       01  AUDIT-SYS.
           05 WS-AUDIT-MEM-ID  PIC X(14).
           05 WS-AUDIT-ACTION  PIC X(20).
           05 WS-AUDIT-OUTCOME PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-NOW-STAMP
           PERFORM LOAD-RUN-CONTROL
           PERFORM FIND-FIRST-STEP
           DISPLAY "==============================================="
           DISPLAY "           NIGHTLY JOB STREAM " WS-RUN-DATE
           DISPLAY "==============================================="
           IF WS-RESTARTING = "Y"
               MOVE WS-FIRST-STEP TO WS-STEP-NO-FMT
               DISPLAY "Restarting at step " WS-STEP-NO-FMT " "
                       SD-NAME(WS-FIRST-STEP)
           END-IF
           PERFORM VARYING SS-IDX FROM WS-FIRST-STEP BY 1
                   UNTIL SS-IDX > STEP-COUNT OR WS-STREAM-FAILED = "Y"
               PERFORM RUN-ONE-STEP
           END-PERFORM
           PERFORM WRITE-RUN-AUDIT
           DISPLAY "==============================================="
           IF WS-STREAM-FAILED = "Y"
               DISPLAY "STREAM STOPPED - rerun to restart at the "
                       "failed step."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STREAM COMPLETE"
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================="
           STOP RUN.

       GET-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE-TIME
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

      *> Pick up the state left by the last run, if any
       LOAD-RUN-CONTROL.
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > STEP-COUNT
               MOVE "P"    TO SS-STATUS(SS-IDX)
               MOVE SPACES TO SS-START(SS-IDX)
               MOVE SPACES TO SS-END(SS-IDX)
               MOVE 0      TO SS-CODE(SS-IDX)
           END-PERFORM
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RC-STEP-NO NUMERIC AND
                              RC-STEP-NO > 0 AND
                              RC-STEP-NO NOT > STEP-COUNT
                               MOVE RC-STEP-NO TO SS-IDX
                               MOVE RC-STATUS TO SS-STATUS(SS-IDX)
                               MOVE RC-START  TO SS-START(SS-IDX)
                               MOVE RC-END    TO SS-END(SS-IDX)
                               MOVE RC-CODE   TO SS-CODE(SS-IDX)
                               MOVE RC-RUN-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> Restart at the first step not complete; if every step is
      *> complete (or nothing is on file) this is a fresh stream
       FIND-FIRST-STEP.
           MOVE 0 TO WS-FIRST-STEP
           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > STEP-COUNT OR WS-FIRST-STEP > 0
               IF SS-STATUS(SS-IDX) NOT = "C"
                   MOVE SS-IDX TO WS-FIRST-STEP
               END-IF
           END-PERFORM
           IF WS-FIRST-STEP > 0 AND WS-RUN-DATE NOT = WS-TODAY-DATE
               PERFORM ABANDON-OLD-STREAM
               MOVE 0 TO WS-FIRST-STEP
           END-IF
           IF WS-FIRST-STEP = 0 OR
              (WS-FIRST-STEP = 1 AND SS-STATUS(1) = "P")
               MOVE 1 TO WS-FIRST-STEP
               MOVE "N" TO WS-RESTARTING
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
               PERFORM VARYING SS-IDX FROM 1 BY 1
                       UNTIL SS-IDX > STEP-COUNT
                   MOVE "P"    TO SS-STATUS(SS-IDX)
                   MOVE SPACES TO SS-START(SS-IDX)
                   MOVE SPACES TO SS-END(SS-IDX)
                   MOVE 0      TO SS-CODE(SS-IDX)
               END-PERFORM
           ELSE
               MOVE "Y" TO WS-RESTARTING
           END-IF.

      *> An unfinished stream left from an earlier night: log each
      *> step it never completed as abandoned before starting over
       ABANDON-OLD-STREAM.
           MOVE WS-RUN-DATE TO WS-ABANDON-DATE
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > STEP-COUNT
               IF SS-STATUS(SS-IDX) NOT = "C"
                   MOVE "A" TO SS-STATUS(SS-IDX)
                   PERFORM APPEND-RUN-LOG
               END-IF
           END-PERFORM
           DISPLAY "Unfinished stream of " WS-ABANDON-DATE
                   " abandoned - starting a fresh stream".

      *> Mark the step running, run it, record how it ended
       RUN-ONE-STEP.
           PERFORM GET-NOW-STAMP
           MOVE "R"       TO SS-STATUS(SS-IDX)
           MOVE NOW-STAMP TO SS-START(SS-IDX)
           MOVE SPACES    TO SS-END(SS-IDX)
           MOVE 0         TO SS-CODE(SS-IDX)
           PERFORM REWRITE-RUN-CONTROL
           MOVE SS-IDX TO WS-STEP-NO-FMT
           DISPLAY "Step " WS-STEP-NO-FMT " " SD-NAME(SS-IDX)
                   " started  " NOW-STAMP

      *> The shell hands back the wait status: the program's own
      *> exit code sits in the high byte
           CALL "SYSTEM" USING SD-COMMAND(SS-IDX)
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF

           PERFORM GET-NOW-STAMP
           MOVE NOW-STAMP TO SS-END(SS-IDX)
           IF WS-STEP-RC = 0
               MOVE "C" TO SS-STATUS(SS-IDX)
               MOVE 0   TO SS-CODE(SS-IDX)
           ELSE
               MOVE "F" TO SS-STATUS(SS-IDX)
               IF WS-STEP-RC < 0 OR WS-STEP-RC > 9999
                   MOVE 9999 TO SS-CODE(SS-IDX)
               ELSE
                   MOVE WS-STEP-RC TO SS-CODE(SS-IDX)
               END-IF
               MOVE "Y" TO WS-STREAM-FAILED
           END-IF
           PERFORM REWRITE-RUN-CONTROL
           PERFORM APPEND-RUN-LOG
           MOVE SS-CODE(SS-IDX) TO WS-CODE-FMT
           DISPLAY "Step " WS-STEP-NO-FMT " " SD-NAME(SS-IDX)
                   " ended    " NOW-STAMP " code " WS-CODE-FMT
                   " status " SS-STATUS(SS-IDX).

       REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-FIRST-STEP FROM 1 BY 1
                   UNTIL WS-FIRST-STEP > STEP-COUNT
               MOVE WS-RUN-DATE               TO RC-RUN-DATE
               MOVE WS-FIRST-STEP             TO RC-STEP-NO
               MOVE SD-NAME(WS-FIRST-STEP)    TO RC-STEP-NAME
               MOVE SS-STATUS(WS-FIRST-STEP)  TO RC-STATUS
               MOVE SS-START(WS-FIRST-STEP)   TO RC-START
               MOVE SS-END(WS-FIRST-STEP)     TO RC-END
               MOVE SS-CODE(WS-FIRST-STEP)    TO RC-CODE
               WRITE RUN-CONTROL-REC
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       APPEND-RUN-LOG.
           MOVE WS-RUN-DATE       TO RL-RUN-DATE
           MOVE SS-IDX            TO RL-STEP-NO
           MOVE SD-NAME(SS-IDX)   TO RL-STEP-NAME
           MOVE SS-STATUS(SS-IDX) TO RL-STATUS
           MOVE SS-START(SS-IDX)  TO RL-START
           MOVE SS-END(SS-IDX)    TO RL-END
           MOVE SS-CODE(SS-IDX)   TO RL-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE.

       WRITE-RUN-AUDIT.
           PERFORM GET-NOW-STAMP
           MOVE NOW-STAMP       TO AUDIT-TIMESTAMP
           MOVE BATCH-STAFF-ID  TO AUDIT-MEM-ID-F
           MOVE "NIGHTLY RUN"   TO AUDIT-ACTION-F
           MOVE SPACES          TO AUDIT-OUTCOME-F
           IF WS-STREAM-FAILED = "Y"
               SUBTRACT 1 FROM SS-IDX
               MOVE SS-CODE(SS-IDX) TO WS-CODE-FMT
               STRING "FAILED AT " SD-NAME(SS-IDX) " CODE "
                      WS-CODE-FMT
                   DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
               END-STRING
           ELSE
               IF WS-RESTARTING = "Y"
                   MOVE "COMPLETE AFTER RESTART" TO AUDIT-OUTCOME-F
               ELSE
               IF WS-ABANDON-DATE NOT = SPACES
                   STRING "COMPLETE - STREAM OF " WS-ABANDON-DATE
                          " ABANDONED"
                       DELIMITED BY SIZE INTO AUDIT-OUTCOME-F
                   END-STRING
               ELSE
                   MOVE "COMPLETE" TO AUDIT-OUTCOME-F
               END-IF
               END-IF
           END-IF
           MOVE BATCH-STAFF-ID  TO AUDIT-STAFF-ID-F
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-FILE-REC
           CLOSE AUDIT-FILE.

       END PROGRAM Nightly-Run.
