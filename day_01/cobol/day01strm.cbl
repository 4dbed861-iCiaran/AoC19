       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.

      *============================================================*
      *  Nightly job stream controller.                            *
      *  Runs the steps of the job stream definition file in step  *
      *  number order - SUPLCONV, the main run, CORRDELT,          *
      *  EXTCONSOL, STAGERPT, ACKRECON, TRENDRPT, BDGTVAR,         *
      *  DEPOTLDG, the EXTRLSE release gate, ARCHIVE - and stops   *
      *  the stream at the first step that ends over its           *
      *  maximum return code.  Every step is logged with its start *
      *  and end times and return code.  A stopped stream leaves a *
      *  restart record naming the failed step; the next           *
      *  submission bypasses the steps that already completed and  *
      *  resumes at that step, so a failure late in the night does *
      *  not mean rerunning the manifest run.  A completed stream  *
      *  removes the restart record.  One end-of-stream summary is *
      *  written for the morning shift.                            *
      *  Return code: 0 stream complete, 4 complete with step      *
      *  warnings, 8 stopped on a failed step, 12 stream           *
      *  definition missing or empty.                              *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STREAM-FILE ASSIGN TO "../inputs/job_stream.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS STREAM-FILE-STATUS.

       SELECT STREAM-RESTART-FILE
             ASSIGN TO "../outputs/job_stream_restart.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS STREAM-RESTART-STATUS.

       SELECT STEP-LOG-FILE
             ASSIGN TO "../outputs/job_stream_log.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS STEP-LOG-STATUS.

       SELECT STREAM-SUMMARY-FILE
             ASSIGN TO "../outputs/job_stream_summary.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS STREAM-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STREAM-FILE.
           COPY JOBSTEP.

       FD STREAM-RESTART-FILE.
           COPY JOBRSTR.

       FD STEP-LOG-FILE.
       01 STEP-LOG-RECORD PIC X(100).

       FD STREAM-SUMMARY-FILE.
       01 STREAM-SUMMARY-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 STREAM-FILE-STATUS PIC 99.
          88 STREAM-FILE-IS-OK VALUE 0.
          88 STREAM-FILE-EOF   VALUE 10.

       01 STREAM-RESTART-STATUS PIC 99.
          88 STREAM-RESTART-IS-OK VALUE 0.

       01 STEP-LOG-STATUS PIC 99.
          88 STEP-LOG-IS-OK VALUE 0.

       01 STREAM-SUMMARY-STATUS PIC 99.
          88 STREAM-SUMMARY-IS-OK VALUE 0.

      * The stream's steps in step number order, with what became
      * of each one this submission.
       01 STEP-TABLE.
          05 ST-COUNT            PIC 9(2) VALUE ZEROES.
          05 ST-ENTRY OCCURS 50 TIMES.
             10 ST-STEP-SEQ      PIC 9(3).
             10 ST-STEP-NAME     PIC X(10).
             10 ST-MAX-RC        PIC 9(2).
             10 ST-COMMAND       PIC X(60).
             10 ST-STARTED       PIC X(19).
             10 ST-ENDED         PIC X(19).
             10 ST-STEP-RC       PIC 9(3).
             10 ST-RESULT        PIC X(1).
                88 ST-NOT-RUN      VALUE "N".
                88 ST-BYPASSED     VALUE "B".
                88 ST-ENDED-OK     VALUE "K".
                88 ST-ENDED-WARN   VALUE "W".
                88 ST-FAILED       VALUE "F".

       01 WS-ST-SUB          PIC 9(2) VALUE ZEROES.
       01 WS-ST-SUB2         PIC 9(2) VALUE ZEROES.
       01 WS-SWAP-ENTRY      PIC X(117) VALUE SPACES.

       01 WS-RESTART-PENDING PIC X(1) VALUE "N".
          88 RESTART-IS-PENDING VALUE "Y".
       01 WS-RESTART-SEQ     PIC 9(3) VALUE ZEROES.
       01 WS-RESTART-NAME    PIC X(10) VALUE SPACES.
       01 WS-RESTART-RC      PIC 9(3) VALUE ZEROES.
       01 WS-RESTART-FAILED-AT PIC X(19) VALUE SPACES.

       01 WS-STREAM-STARTED  PIC X(19) VALUE SPACES.
       01 WS-STREAM-ENDED    PIC X(19) VALUE SPACES.
       01 WS-STREAM-STOPPED  PIC X(1) VALUE "N".
          88 STREAM-HAS-STOPPED VALUE "Y".
       01 WS-FAILED-SUB      PIC 9(2) VALUE ZEROES.

      * CALL "SYSTEM" hands back the shell's wait status: the
      * step's exit code in the high byte, any signal that killed
      * it in the low byte.  A killed step is reported as 999.
       01 WS-SYSTEM-STATUS   PIC S9(9) VALUE ZEROES.
       01 WS-EXIT-CODE       PIC 9(9) VALUE ZEROES.
       01 WS-SIGNAL-PART     PIC 9(9) VALUE ZEROES.
       01 WS-STEP-COMMAND    PIC X(61) VALUE SPACES.

       01 STEPS-RUN-COUNT    PIC 9(2) VALUE ZEROES.
       01 STEPS-BYPASSED     PIC 9(2) VALUE ZEROES.
       01 STEPS-WARNED       PIC 9(2) VALUE ZEROES.

       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 WS-RESTART-PATH    PIC X(60)
             VALUE "../outputs/job_stream_restart.dat".

       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-RUN-TIMESTAMP.
          05 WS-RUN-DATE.
             10 WS-RUN-YYYY   PIC 9(4).
             10 FILLER        PIC X VALUE "-".
             10 WS-RUN-MM     PIC 9(2).
             10 FILLER        PIC X VALUE "-".
             10 WS-RUN-DD     PIC 9(2).
          05 FILLER           PIC X VALUE SPACES.
          05 WS-RUN-TIME.
             10 WS-RUN-HH     PIC 9(2).
             10 FILLER        PIC X VALUE ":".
             10 WS-RUN-MIN    PIC 9(2).
             10 FILLER        PIC X VALUE ":".
             10 WS-RUN-SS     PIC 9(2).

      * Step log line, one per step per submission.
       01 STEP-LOG-LINE.
          05 SL-STREAM-STARTED    PIC X(19).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SL-STEP-SEQ          PIC 9(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SL-STEP-NAME         PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SL-STARTED           PIC X(19).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SL-ENDED             PIC X(19).
          05 FILLER               PIC X(4)  VALUE " RC ".
          05 SL-STEP-RC           PIC ZZ9.
          05 SL-STEP-RC-X REDEFINES SL-STEP-RC PIC X(3).
          05 FILLER               PIC X(5)  VALUE " MAX ".
          05 SL-MAX-RC            PIC Z9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SL-RESULT            PIC X(8).

       01 SUMMARY-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "NIGHTLY JOB STREAM SUMMARY      ".

       01 SUMMARY-TIME-LINE.
          05 FILLER               PIC X(9)  VALUE "STARTED: ".
          05 SU-STARTED           PIC X(19).
          05 FILLER               PIC X(9)  VALUE "  ENDED: ".
          05 SU-ENDED             PIC X(19).

       01 SUMMARY-RESTART-LINE.
          05 FILLER               PIC X(17)
             VALUE "RESTARTED AT STEP".
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SR-STEP-SEQ          PIC 9(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SR-STEP-NAME         PIC X(10).
          05 FILLER               PIC X(11) VALUE " - FAILED: ".
          05 SR-FAILED-AT         PIC X(19).
          05 FILLER               PIC X(4)  VALUE " RC ".
          05 SR-STEP-RC           PIC ZZ9.

       01 SUMMARY-COLUMN-LINE.
          05 FILLER               PIC X(4)  VALUE "STEP".
          05 FILLER               PIC X(11) VALUE " PROGRAM   ".
          05 FILLER               PIC X(20) VALUE "STARTED".
          05 FILLER               PIC X(20) VALUE "ENDED".
          05 FILLER               PIC X(4)  VALUE " RC ".
          05 FILLER               PIC X(4)  VALUE "MAX ".
          05 FILLER               PIC X(17) VALUE "RESULT".

       01 SUMMARY-STEP-LINE.
          05 SS-STEP-SEQ          PIC 9(3).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SS-STEP-NAME         PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SS-STARTED           PIC X(19).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SS-ENDED             PIC X(19).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 SS-STEP-RC           PIC ZZ9.
          05 SS-STEP-RC-X REDEFINES SS-STEP-RC PIC X(3).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 SS-MAX-RC            PIC Z9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 SS-RESULT            PIC X(17).

       01 SUMMARY-STATUS-LINE.
          05 FILLER               PIC X(15)
             VALUE "STREAM STATUS: ".
          05 SX-STATUS            PIC X(70).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           MOVE WS-RUN-TIMESTAMP TO WS-STREAM-STARTED.
           PERFORM LOAD-STREAM THRU LOAD-STREAM-FN.
           PERFORM LOAD-RESTART THRU LOAD-RESTART-FN.
           PERFORM RUN-STREAM THRU RUN-STREAM-FN.
           PERFORM RESTART-RECORD-UPDATE
              THRU RESTART-RECORD-UPDATE-FN.
           PERFORM STREAM-SUMMARY-WRITE
              THRU STREAM-SUMMARY-WRITE-FN.
           PERFORM STREAM-SUMMARY THRU STREAM-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-STREAM.
      *-------------*
           OPEN INPUT STREAM-FILE.
           IF NOT STREAM-FILE-IS-OK
              DISPLAY "Job stream definition could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-STREAM-FN
           END-IF.

           PERFORM UNTIL STREAM-FILE-EOF
              READ STREAM-FILE
              IF NOT STREAM-FILE-EOF
                 AND JSD-STEP-NAME NOT = SPACES
                 PERFORM LOAD-ONE-STEP THRU LOAD-ONE-STEP-FN
              END-IF
           END-PERFORM.
           CLOSE STREAM-FILE.

           IF ST-COUNT = ZEROES
              DISPLAY "Job stream definition has no steps"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-STREAM-FN
           END-IF.

      * Steps run in step number order whatever order the file
      * lists them in; the table is small, so a simple exchange
      * sort does.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB >= ST-COUNT
              PERFORM VARYING WS-ST-SUB2 FROM WS-ST-SUB BY 1
                    UNTIL WS-ST-SUB2 > ST-COUNT
                 IF ST-STEP-SEQ(WS-ST-SUB2) < ST-STEP-SEQ(WS-ST-SUB)
                    MOVE ST-ENTRY(WS-ST-SUB) TO WS-SWAP-ENTRY
                    MOVE ST-ENTRY(WS-ST-SUB2) TO ST-ENTRY(WS-ST-SUB)
                    MOVE WS-SWAP-ENTRY TO ST-ENTRY(WS-ST-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM.

       LOAD-STREAM-FN.
      *----------------*
           EXIT.

       LOAD-ONE-STEP.
      *---------------*
           IF JSD-STEP-SEQ IS NOT NUMERIC OR JSD-COMMAND = SPACES
              DISPLAY "Step " JSD-STEP-NAME
                 " has no step number or command - ignored"
              GO TO LOAD-ONE-STEP-FN
           END-IF.
           IF ST-COUNT >= 50
              DISPLAY "Step table full - " JSD-STEP-NAME " ignored"
              GO TO LOAD-ONE-STEP-FN
           END-IF.

           ADD 1 TO ST-COUNT.
           MOVE JSD-STEP-SEQ TO ST-STEP-SEQ(ST-COUNT).
           MOVE JSD-STEP-NAME TO ST-STEP-NAME(ST-COUNT).
      * A blank maximum means the step must end clean.
           IF JSD-MAX-RC IS NUMERIC
              MOVE JSD-MAX-RC TO ST-MAX-RC(ST-COUNT)
           ELSE
              MOVE ZEROES TO ST-MAX-RC(ST-COUNT)
           END-IF.
           MOVE JSD-COMMAND TO ST-COMMAND(ST-COUNT).
           MOVE SPACES TO ST-STARTED(ST-COUNT).
           MOVE SPACES TO ST-ENDED(ST-COUNT).
           MOVE ZEROES TO ST-STEP-RC(ST-COUNT).
           MOVE "N" TO ST-RESULT(ST-COUNT).

       LOAD-ONE-STEP-FN.
      *------------------*
           EXIT.

       LOAD-RESTART.
      *--------------*
      * No restart record means the last stream completed (or
      * the operator removed it to force a full rerun): start at
      * the top.
           IF RUN-HAS-FAILED
              GO TO LOAD-RESTART-FN
           END-IF.

           OPEN INPUT STREAM-RESTART-FILE.
           IF NOT STREAM-RESTART-IS-OK
              GO TO LOAD-RESTART-FN
           END-IF.
           READ STREAM-RESTART-FILE.
           IF STREAM-RESTART-IS-OK
              AND JRS-RESTART-SEQ IS NUMERIC
              MOVE "Y" TO WS-RESTART-PENDING
              MOVE JRS-RESTART-SEQ TO WS-RESTART-SEQ
              MOVE JRS-STEP-NAME TO WS-RESTART-NAME
              MOVE JRS-FAILED-AT TO WS-RESTART-FAILED-AT
              IF JRS-STEP-RC IS NUMERIC
                 MOVE JRS-STEP-RC TO WS-RESTART-RC
              END-IF
           END-IF.
           CLOSE STREAM-RESTART-FILE.
           IF NOT RESTART-IS-PENDING
              GO TO LOAD-RESTART-FN
           END-IF.

      * The failed step must still be in the stream (or a step
      * after it, if it was renumbered out); otherwise the
      * definition has changed under the restart and the stream
      * runs from the top.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB > ST-COUNT
                    OR ST-STEP-SEQ(WS-ST-SUB) >= WS-RESTART-SEQ
              CONTINUE
           END-PERFORM.
           IF WS-ST-SUB > ST-COUNT
              DISPLAY "Restart step " WS-RESTART-SEQ " "
                 WS-RESTART-NAME " is not in the stream - "
                 "running from the top"
              MOVE "N" TO WS-RESTART-PENDING
              GO TO LOAD-RESTART-FN
           END-IF.
           DISPLAY "Resuming at step " WS-RESTART-SEQ " "
              WS-RESTART-NAME.

       LOAD-RESTART-FN.
      *-----------------*
           EXIT.

       RUN-STREAM.
      *------------*
           IF RUN-HAS-FAILED
              GO TO RUN-STREAM-FN
           END-IF.

           OPEN EXTEND STEP-LOG-FILE.
           IF NOT STEP-LOG-IS-OK
              CLOSE STEP-LOG-FILE
              OPEN OUTPUT STEP-LOG-FILE
           END-IF.

           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB > ST-COUNT
                    OR STREAM-HAS-STOPPED
              PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-FN
           END-PERFORM.
           CLOSE STEP-LOG-FILE.

       RUN-STREAM-FN.
      *---------------*
           EXIT.

       RUN-ONE-STEP.
      *--------------*
           IF RESTART-IS-PENDING
              AND ST-STEP-SEQ(WS-ST-SUB) < WS-RESTART-SEQ
              MOVE "B" TO ST-RESULT(WS-ST-SUB)
              ADD 1 TO STEPS-BYPASSED
              PERFORM STEP-LOG-WRITE THRU STEP-LOG-WRITE-FN
              GO TO RUN-ONE-STEP-FN
           END-IF.

           DISPLAY "Step " ST-STEP-SEQ(WS-ST-SUB) " "
              ST-STEP-NAME(WS-ST-SUB) " starting".
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           MOVE WS-RUN-TIMESTAMP TO ST-STARTED(WS-ST-SUB).

           MOVE SPACES TO WS-STEP-COMMAND.
           MOVE ST-COMMAND(WS-ST-SUB) TO WS-STEP-COMMAND.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE ZEROES TO RETURN-CODE.

           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           MOVE WS-RUN-TIMESTAMP TO ST-ENDED(WS-ST-SUB).
           ADD 1 TO STEPS-RUN-COUNT.

           IF WS-SYSTEM-STATUS < ZEROES
              MOVE 999 TO ST-STEP-RC(WS-ST-SUB)
           ELSE
              DIVIDE WS-SYSTEM-STATUS BY 256
                 GIVING WS-EXIT-CODE REMAINDER WS-SIGNAL-PART
              IF WS-SIGNAL-PART NOT = ZEROES
                 MOVE 999 TO ST-STEP-RC(WS-ST-SUB)
              ELSE
                 MOVE WS-EXIT-CODE TO ST-STEP-RC(WS-ST-SUB)
              END-IF
           END-IF.

           IF ST-STEP-RC(WS-ST-SUB) > ST-MAX-RC(WS-ST-SUB)
              MOVE "F" TO ST-RESULT(WS-ST-SUB)
              MOVE "Y" TO WS-STREAM-STOPPED
              MOVE WS-ST-SUB TO WS-FAILED-SUB
              MOVE 8 TO WS-RETURN-SEVERITY
           ELSE
              IF ST-STEP-RC(WS-ST-SUB) > ZEROES
                 MOVE "W" TO ST-RESULT(WS-ST-SUB)
                 ADD 1 TO STEPS-WARNED
                 IF WS-RETURN-SEVERITY < 4
                    MOVE 4 TO WS-RETURN-SEVERITY
                 END-IF
              ELSE
                 MOVE "K" TO ST-RESULT(WS-ST-SUB)
              END-IF
           END-IF.
           DISPLAY "Step " ST-STEP-SEQ(WS-ST-SUB) " "
              ST-STEP-NAME(WS-ST-SUB) " ended RC "
              ST-STEP-RC(WS-ST-SUB).
           PERFORM STEP-LOG-WRITE THRU STEP-LOG-WRITE-FN.

       RUN-ONE-STEP-FN.
      *-----------------*
           EXIT.

       STEP-LOG-WRITE.
      *----------------*
           MOVE WS-STREAM-STARTED TO SL-STREAM-STARTED.
           MOVE ST-STEP-SEQ(WS-ST-SUB) TO SL-STEP-SEQ.
           MOVE ST-STEP-NAME(WS-ST-SUB) TO SL-STEP-NAME.
           MOVE ST-STARTED(WS-ST-SUB) TO SL-STARTED.
           MOVE ST-ENDED(WS-ST-SUB) TO SL-ENDED.
           MOVE ST-STEP-RC(WS-ST-SUB) TO SL-STEP-RC.
           IF ST-BYPASSED(WS-ST-SUB)
              MOVE SPACES TO SL-STEP-RC-X
           END-IF.
           MOVE ST-MAX-RC(WS-ST-SUB) TO SL-MAX-RC.
           EVALUATE TRUE
              WHEN ST-BYPASSED(WS-ST-SUB)
                 MOVE "BYPASSED" TO SL-RESULT
              WHEN ST-FAILED(WS-ST-SUB)
                 MOVE "FAILED" TO SL-RESULT
              WHEN ST-ENDED-WARN(WS-ST-SUB)
                 MOVE "WARNING" TO SL-RESULT
              WHEN OTHER
                 MOVE "OK" TO SL-RESULT
           END-EVALUATE.
           MOVE STEP-LOG-LINE TO STEP-LOG-RECORD.
           WRITE STEP-LOG-RECORD.

       STEP-LOG-WRITE-FN.
      *-------------------*
           EXIT.

       RESTART-RECORD-UPDATE.
      *-----------------------*
      * A stopped stream records where to resume; a completed one
      * removes the record so the next night starts at the top.
           IF RUN-HAS-FAILED
              GO TO RESTART-RECORD-UPDATE-FN
           END-IF.

           IF NOT STREAM-HAS-STOPPED
              CALL "CBL_DELETE_FILE" USING WS-RESTART-PATH
              GO TO RESTART-RECORD-UPDATE-FN
           END-IF.

           MOVE SPACES TO JOB-RESTART-RECORD.
           MOVE ST-STEP-SEQ(WS-FAILED-SUB) TO JRS-RESTART-SEQ.
           MOVE ST-STEP-NAME(WS-FAILED-SUB) TO JRS-STEP-NAME.
           MOVE ST-STEP-RC(WS-FAILED-SUB) TO JRS-STEP-RC.
           MOVE ST-ENDED(WS-FAILED-SUB) TO JRS-FAILED-AT.
           MOVE WS-STREAM-STARTED TO JRS-STREAM-START.
           OPEN OUTPUT STREAM-RESTART-FILE.
           WRITE JOB-RESTART-RECORD.
           CLOSE STREAM-RESTART-FILE.

       RESTART-RECORD-UPDATE-FN.
      *--------------------------*
           EXIT.

       STREAM-SUMMARY-WRITE.
      *----------------------*
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           MOVE WS-RUN-TIMESTAMP TO WS-STREAM-ENDED.

           OPEN OUTPUT STREAM-SUMMARY-FILE.
           MOVE SUMMARY-TITLE-LINE TO STREAM-SUMMARY-RECORD.
           WRITE STREAM-SUMMARY-RECORD.
           MOVE WS-STREAM-STARTED TO SU-STARTED.
           MOVE WS-STREAM-ENDED TO SU-ENDED.
           MOVE SUMMARY-TIME-LINE TO STREAM-SUMMARY-RECORD.
           WRITE STREAM-SUMMARY-RECORD.

           IF RUN-HAS-FAILED
              MOVE "NOT RUN - JOB STREAM DEFINITION MISSING OR EMPTY"
                 TO SX-STATUS
              MOVE SUMMARY-STATUS-LINE TO STREAM-SUMMARY-RECORD
              WRITE STREAM-SUMMARY-RECORD
              CLOSE STREAM-SUMMARY-FILE
              GO TO STREAM-SUMMARY-WRITE-FN
           END-IF.

           IF RESTART-IS-PENDING
              MOVE WS-RESTART-SEQ TO SR-STEP-SEQ
              MOVE WS-RESTART-NAME TO SR-STEP-NAME
              MOVE WS-RESTART-FAILED-AT TO SR-FAILED-AT
              MOVE WS-RESTART-RC TO SR-STEP-RC
              MOVE SUMMARY-RESTART-LINE TO STREAM-SUMMARY-RECORD
              WRITE STREAM-SUMMARY-RECORD
           END-IF.

           MOVE SUMMARY-COLUMN-LINE TO STREAM-SUMMARY-RECORD.
           WRITE STREAM-SUMMARY-RECORD.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                 UNTIL WS-ST-SUB > ST-COUNT
              MOVE ST-STEP-SEQ(WS-ST-SUB) TO SS-STEP-SEQ
              MOVE ST-STEP-NAME(WS-ST-SUB) TO SS-STEP-NAME
              MOVE ST-STARTED(WS-ST-SUB) TO SS-STARTED
              MOVE ST-ENDED(WS-ST-SUB) TO SS-ENDED
              MOVE ST-STEP-RC(WS-ST-SUB) TO SS-STEP-RC
              IF ST-BYPASSED(WS-ST-SUB) OR ST-NOT-RUN(WS-ST-SUB)
                 MOVE SPACES TO SS-STEP-RC-X
              END-IF
              MOVE ST-MAX-RC(WS-ST-SUB) TO SS-MAX-RC
              EVALUATE TRUE
                 WHEN ST-BYPASSED(WS-ST-SUB)
                    MOVE "COMPLETED EARLIER" TO SS-RESULT
                 WHEN ST-FAILED(WS-ST-SUB)
                    MOVE "FAILED" TO SS-RESULT
                 WHEN ST-ENDED-WARN(WS-ST-SUB)
                    MOVE "OK - WARNING" TO SS-RESULT
                 WHEN ST-ENDED-OK(WS-ST-SUB)
                    MOVE "OK" TO SS-RESULT
                 WHEN OTHER
                    MOVE "NOT RUN" TO SS-RESULT
              END-EVALUATE
              MOVE SUMMARY-STEP-LINE TO STREAM-SUMMARY-RECORD
              WRITE STREAM-SUMMARY-RECORD
           END-PERFORM.

           MOVE SPACES TO SX-STATUS.
           IF STREAM-HAS-STOPPED
              STRING "STOPPED AT STEP " DELIMITED BY SIZE
                 ST-STEP-SEQ(WS-FAILED-SUB) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ST-STEP-NAME(WS-FAILED-SUB) DELIMITED BY SPACE
                 " - RESUBMIT TO RESUME AT THIS STEP"
                    DELIMITED BY SIZE
                 INTO SX-STATUS
           ELSE
              IF STEPS-WARNED > ZEROES
                 MOVE "COMPLETE WITH WARNINGS" TO SX-STATUS
              ELSE
                 MOVE "COMPLETE" TO SX-STATUS
              END-IF
           END-IF.
           MOVE SUMMARY-STATUS-LINE TO STREAM-SUMMARY-RECORD.
           WRITE STREAM-SUMMARY-RECORD.
           CLOSE STREAM-SUMMARY-FILE.

       STREAM-SUMMARY-WRITE-FN.
      *-------------------------*
           EXIT.

       GET-RUN-TIMESTAMP.
      *-------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-RUN-YYYY.
           MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-TIMESTAMP(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-RUN-HH.
           MOVE WS-CURRENT-TIMESTAMP(11:2) TO WS-RUN-MIN.
           MOVE WS-CURRENT-TIMESTAMP(13:2) TO WS-RUN-SS.

       GET-RUN-TIMESTAMP-FN.
      *----------------------*
           EXIT.

       STREAM-SUMMARY.
      *----------------*
           DISPLAY "==================================".
           DISPLAY "Nightly job stream".
           DISPLAY "Steps defined     : " ST-COUNT.
           DISPLAY "Steps bypassed    : " STEPS-BYPASSED.
           DISPLAY "Steps run         : " STEPS-RUN-COUNT.
           DISPLAY "Steps with warning: " STEPS-WARNED.
           IF STREAM-HAS-STOPPED
              DISPLAY "Stopped at step   : "
                 ST-STEP-SEQ(WS-FAILED-SUB) " "
                 ST-STEP-NAME(WS-FAILED-SUB)
           END-IF.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       STREAM-SUMMARY-FN.
      *-------------------*
           EXIT.
