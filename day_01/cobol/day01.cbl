             RECORD KEY HX-HIST-KEY
             FILE STATUS MODULE-HISTORY-STATUS.

       SELECT EXCEPTION-REGISTER-FILE
             ASSIGN TO "../outputs/exception_register.idx"
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY EXR-KEY
             FILE STATUS EXCEPTION-REGISTER-STATUS.

       SELECT REWEIGH-ORDERS-FILE
             ASSIGN TO "../outputs/reweigh_orders.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS REWEIGH-ORDERS-STATUS.

       SELECT MISASSIGN-FILE
             ASSIGN TO "../outputs/vehicle_misassign.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS MISASSIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       FD MODULE-HISTORY-FILE.
           COPY MODHIST.

       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       FD REWEIGH-ORDERS-FILE.
       01 REWEIGH-ORDERS-RECORD PIC X(100).

       FD MISASSIGN-FILE.
       01 MISASSIGN-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.
             10 MF-A-REJECTS    PIC 9(6).
             10 MF-B-REJECTS    PIC 9(6).
             10 MF-DUPS         PIC 9(6).
             10 MF-MISASSIGNS   PIC 9(6).

       01 WS-MANIFEST-NO     PIC 9(2) VALUE ZEROES.
       01 WS-MANIFEST-ID     PIC X(8)  VALUE SPACES.
          88 HISTORY-NOT-FOUND    VALUE 23.
          88 HISTORY-FILE-ABSENT  VALUE 35.

       01 EXCEPTION-REGISTER-STATUS PIC 99.
          88 EXCEPTION-REGISTER-IS-OK VALUE 0.
          88 REGISTER-NOT-FOUND     VALUE 23.
          88 REGISTER-FILE-ABSENT   VALUE 35.

       01 REWEIGH-ORDERS-STATUS PIC 99.
          88 REWEIGH-ORDERS-IS-OK VALUE 0.
          88 REWEIGH-ORDERS-EOF   VALUE 10.
       01 WS-HISTORY-AVAILABLE PIC X(1) VALUE "N".
          88 HISTORY-IS-AVAILABLE VALUE "Y".
       01 WS-HISTORY-TIMESTAMP PIC X(19) VALUE SPACES.
       01 WS-REGISTER-AVAILABLE PIC X(1) VALUE "N".
          88 REGISTER-IS-AVAILABLE VALUE "Y".
       01 WS-PRIOR-FOUND     PIC X(1) VALUE "N".
          88 PRIOR-MASS-FOUND  VALUE "Y".
       01 WS-PRIOR-MASS      PIC 9(10) VALUE ZEROES.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RW-DEV-PCT           PIC Z(12)9.

      *============================================================*
      *  Vehicle assignment check.  Each record's module master     *
      *  vehicle is compared with the vehicle the control file      *
      *  says its manifest loads, and at the end of each manifest   *
      *  every module going downstream is checked against the      *
      *  vehicles earlier manifests of the campaign sent it to, so  *
      *  a module booked for two vehicles is caught before both     *
      *  pads fuel it.  Both kinds land on the misassignment        *
      *  report; the per-manifest and campaign counts feed the      *
      *  campaign summary and the run-status grading.              *
      *============================================================*
       01 MISASSIGN-FILE-STATUS PIC 99.
          88 MISASSIGN-FILE-IS-OK VALUE 0.
          88 MISASSIGN-FILE-EOF   VALUE 10.

       01 MISASSIGN-COUNT    PIC 9(6)  VALUE ZEROES.
       01 CAMPAIGN-MISASSIGN-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-MISASSIGN-LINES-WRITTEN PIC 9(7) VALUE ZEROES.
       01 MISASSIGN-WORK-LINE PIC X(100) VALUE SPACES.

       01 MISASSIGN-BUFFER.
          05 MB-COUNT        PIC 9(4) VALUE ZEROES.
          05 MB-LINE OCCURS 1100 TIMES PIC X(100).

      * One entry per distinct module sent downstream so far this
      * campaign, with the vehicle and manifest that first took
      * it.  Chains hang off their own heads (keyed on module id)
      * and link through CV-NEXT; zero means end of chain.  A
      * resumed run rebuilds it from the completed manifests'
      * records on the extract.
       01 CAMPAIGN-VEHICLE-TABLE.
          05 CV-COUNT        PIC 9(6) VALUE ZEROES.
          05 CV-ENTRY OCCURS 250000 TIMES.
             10 CV-MODULE-ID    PIC X(10).
             10 CV-VEHICLE      PIC X(10).
             10 CV-MANIFEST-ID  PIC X(8).
             10 CV-NEXT         PIC 9(6).
       01 CAMPAIGN-VEHICLE-HASH.
          05 CVH-HEAD OCCURS 49999 TIMES PIC 9(6).
       01 WS-CV-SUB          PIC 9(6) VALUE ZEROES.
       01 WS-CV-FOUND        PIC X(1) VALUE "N".
          88 CV-ENTRY-FOUND    VALUE "Y".
       01 WS-CV-OVERFLOW     PIC X(1) VALUE "N".
          88 CV-TABLE-OVERFLOWED VALUE "Y".
       01 WS-CV-MODULE-ID    PIC X(10) VALUE SPACES.
       01 WS-CV-VEHICLE      PIC X(10) VALUE SPACES.
       01 WS-CV-MANIFEST-ID  PIC X(8)  VALUE SPACES.

       01 MISASSIGN-HEADER-LINE.
          05 FILLER               PIC X(8)  VALUE "MANIFEST".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "  LINE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "MODULE-ID ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "MASTER-VEH".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE "MANIFEST-VEH".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(30) VALUE "PROBLEM".

       01 MISASSIGN-DETAIL-LINE.
          05 MA-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MA-LINE-NO           PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MA-MODULE-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MA-MASTER-VEHICLE    PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MA-MANIFEST-VEHICLE  PIC X(10).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 MA-PROBLEM           PIC X(40).

       01 WS-MASTER-AVAILABLE PIC X(1) VALUE "N".
          88 MASTER-IS-AVAILABLE VALUE "Y".
       01 WS-MASTER-HIT      PIC X(1) VALUE "N".

      *============================================================*
      *  Graded condition code for the scheduler:                  *
      *    00 clean  04 rejects over limit or vehicle             *
      *    misassignments  08 reconciliation discrepancy           *
      *    12 file failure / unusable restart state.               *
      *  The machine-readable run-status record mirrors it so the  *
      *  night operators and downstream jobs can test the run      *
      *  before consuming the logistics extract.                   *
          05 RS-B-REJECTS         PIC 9(7).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 RS-RECON-RESULT      PIC X(4).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 RS-MISASSIGNS        PIC 9(7).

       01 EXCEPTION-DETAIL-LINE.
          05 EX-LINE-COUNT        PIC ZZZZZ9.
          05 FILLER               PIC X(9)  VALUE "REJECTS-B".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "DUPS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "MISASSIGN".

       01 CAMPAIGN-DATA-LINE.
          05 CD-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 CD-B-REJECTS         PIC ZZZZZ9.
          05 CD-DUPS              PIC ZZZZZ9.
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 CD-MISASSIGNS        PIC ZZZZZ9.

       01 CAMPAIGN-TOTAL-LINE.
          05 FILLER               PIC X(20)
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 CT-B-REJECTS         PIC ZZZZZZ9.
          05 CT-DUPS              PIC ZZZZZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 CT-MISASSIGNS        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-CONTROL-PARAMETERS
              PERFORM EXTRACT-PRESERVE-PRIOR
                 THRU EXTRACT-PRESERVE-PRIOR-FN
           END-IF.
           PERFORM CAMPAIGN-VEHICLE-REBUILD
              THRU CAMPAIGN-VEHICLE-REBUILD-FN.
           PERFORM RUN-OPEN-REPORTS THRU RUN-OPEN-REPORTS-FN.
           PERFORM PROCESS-ONE-MANIFEST THRU PROCESS-ONE-MANIFEST-FN
              VARYING WS-MANIFEST-NO FROM WS-START-MANIFEST BY 1
              MOVE 1 TO START-LINE
              MOVE ZEROES TO TOTAL RECURSIVE-TOTAL REJECT-COUNT
                 WS-RECORD-COUNT WS-EXPECTED-RECORD-COUNT
                 DUPLICATE-COUNT MISASSIGN-COUNT
              MOVE "N" TO WS-TRAILER-FOUND
           END-IF.

           DISPLAY "Part B: " PART-B-TOTAL.
           DISPLAY "Rejected records: " REJECT-COUNT.
           DISPLAY "Duplicate modules: " DUPLICATE-COUNT.
           DISPLAY "Vehicle misassignments: " MISASSIGN-COUNT.

           MOVE PART-A-TOTAL TO MF-PART-A-TOTAL(WS-MANIFEST-NO).
           MOVE PART-B-TOTAL TO MF-PART-B-TOTAL(WS-MANIFEST-NO).
           MOVE PART-A-REJECT-COUNT TO MF-A-REJECTS(WS-MANIFEST-NO).
           MOVE PART-B-REJECT-COUNT TO MF-B-REJECTS(WS-MANIFEST-NO).
           MOVE DUPLICATE-COUNT TO MF-DUPS(WS-MANIFEST-NO).
           MOVE MISASSIGN-COUNT TO MF-MISASSIGNS(WS-MANIFEST-NO).

           ADD PART-A-TOTAL TO CAMPAIGN-A-TOTAL
              GIVING CAMPAIGN-A-TOTAL.
              GIVING CAMPAIGN-B-REJECTS.
           ADD DUPLICATE-COUNT TO CAMPAIGN-DUP-COUNT
              GIVING CAMPAIGN-DUP-COUNT.
           ADD MISASSIGN-COUNT TO CAMPAIGN-MISASSIGN-COUNT
              GIVING CAMPAIGN-MISASSIGN-COUNT.

      * Manifest complete - point the checkpoint at the next
      * manifest with the per-manifest state cleared, so a restart
      * begins it from its first line.
           MOVE ZEROES TO TOTAL RECURSIVE-TOTAL REJECT-COUNT
              WS-RECORD-COUNT WS-EXPECTED-RECORD-COUNT
              DUPLICATE-COUNT MISASSIGN-COUNT.
           MOVE "N" TO WS-TRAILER-FOUND.
           COMPUTE WS-CKPT-MANIFEST = WS-MANIFEST-NO + 1.
           MOVE ZEROES TO WS-CKPT-LINE.
              MOVE ZEROES TO MF-A-REJECTS(WS-MF-SUB)
              MOVE ZEROES TO MF-B-REJECTS(WS-MF-SUB)
              MOVE ZEROES TO MF-DUPS(WS-MF-SUB)
              MOVE ZEROES TO MF-MISASSIGNS(WS-MF-SUB)
           END-PERFORM.

           OPEN INPUT CONTROL-FILE.
              MOVE CKPT-PLAN-LINES TO WS-PLAN-LINES-WRITTEN
              MOVE CKPT-REWEIGH-LINES TO WS-REWEIGH-LINES-WRITTEN
              MOVE CKPT-REWEIGH-COUNT TO REWEIGH-COUNT
              MOVE CKPT-MISASSIGN-COUNT TO MISASSIGN-COUNT
              MOVE CKPT-CAMPAIGN-MISASSIGNS
                 TO CAMPAIGN-MISASSIGN-COUNT
              MOVE CKPT-MISASSIGN-LINES
                 TO WS-MISASSIGN-LINES-WRITTEN
      * The resumed run keeps the original run timestamp, so its
      * history entries stay under one key and the prior-mass
      * filter never treats pre-crash entries as an earlier run.
                    TO MF-B-REJECTS(WS-MF-SUB)
                 MOVE CKPT-MF-DUPS(WS-MF-SUB)
                    TO MF-DUPS(WS-MF-SUB)
                 MOVE CKPT-MF-MISASSIGNS(WS-MF-SUB)
                    TO MF-MISASSIGNS(WS-MF-SUB)
              END-PERFORM
              DISPLAY "Resuming campaign at manifest "
                 WS-START-MANIFEST " line " START-LINE
           OPEN EXTEND LOGISTICS-EXTRACT-FILE.
           CLOSE REWEIGH-ORDERS-FILE.
           OPEN EXTEND REWEIGH-ORDERS-FILE.
           CLOSE MISASSIGN-FILE.
           OPEN EXTEND MISASSIGN-FILE.
           IF WS-TANKER-CAPACITY > 0
              CLOSE TANKER-PLAN-FILE
              OPEN EXTEND TANKER-PLAN-FILE
           MOVE WS-PLAN-LINES-WRITTEN TO CKPT-PLAN-LINES.
           MOVE WS-REWEIGH-LINES-WRITTEN TO CKPT-REWEIGH-LINES.
           MOVE REWEIGH-COUNT TO CKPT-REWEIGH-COUNT.
           MOVE MISASSIGN-COUNT TO CKPT-MISASSIGN-COUNT.
           MOVE CAMPAIGN-MISASSIGN-COUNT TO CKPT-CAMPAIGN-MISASSIGNS.
           MOVE WS-MISASSIGN-LINES-WRITTEN TO CKPT-MISASSIGN-LINES.
           MOVE WS-HISTORY-TIMESTAMP TO CKPT-RUN-TIMESTAMP.
           MOVE CAMPAIGN-A-TOTAL TO CKPT-CAMPAIGN-A-TOTAL.
           MOVE CAMPAIGN-B-TOTAL TO CKPT-CAMPAIGN-B-TOTAL.
                 TO CKPT-MF-B-REJECTS(WS-MF-SUB)
              MOVE MF-DUPS(WS-MF-SUB)
                 TO CKPT-MF-DUPS(WS-MF-SUB)
              MOVE MF-MISASSIGNS(WS-MF-SUB)
                 TO CKPT-MF-MISASSIGNS(WS-MF-SUB)
           END-PERFORM.

           OPEN OUTPUT RESTART-FILE.
      * the buffered lines are discarded instead of written.
           IF SIMULATION-MODE
              MOVE ZEROES TO DB-COUNT EB-COUNT UB-COUNT DPB-COUNT
                 RW-COUNT TB-COUNT MB-COUNT
              GO TO BUFFER-FLUSH-FN
           END-IF.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
              GIVING WS-REWEIGH-LINES-WRITTEN.
           MOVE ZEROES TO RW-COUNT.

           PERFORM MISASSIGN-FLUSH THRU MISASSIGN-FLUSH-FN.
           PERFORM TANKER-FLUSH THRU TANKER-FLUSH-FN.

       BUFFER-FLUSH-FN.
           CLOSE SCRATCH-FILE.
           CLOSE REWEIGH-ORDERS-FILE.

           OPEN INPUT MISASSIGN-FILE.
           OPEN OUTPUT SCRATCH-FILE.
           IF NOT MISASSIGN-FILE-IS-OK
              OR NOT SCRATCH-FILE-IS-OK
              CLOSE MISASSIGN-FILE
              CLOSE SCRATCH-FILE
              MOVE "Y" TO WS-REPAIR-STATE
              GO TO RESUME-REPAIR-FN
           END-IF.
           MOVE ZEROES TO TRIM-COUNT.
           PERFORM UNTIL MISASSIGN-FILE-EOF
                 OR TRIM-COUNT >= WS-MISASSIGN-LINES-WRITTEN
              READ MISASSIGN-FILE
              IF NOT MISASSIGN-FILE-EOF
                 ADD 1 TO TRIM-COUNT
                 MOVE MISASSIGN-RECORD TO SCRATCH-RECORD
                 WRITE SCRATCH-RECORD
              END-IF
           END-PERFORM.
           CLOSE MISASSIGN-FILE.
           CLOSE SCRATCH-FILE.
           IF TRIM-COUNT < WS-MISASSIGN-LINES-WRITTEN
              MOVE "Y" TO WS-REPAIR-STATE
              GO TO RESUME-REPAIR-FN
           END-IF.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT MISASSIGN-FILE.
           IF NOT SCRATCH-FILE-IS-OK
              OR NOT MISASSIGN-FILE-IS-OK
              CLOSE SCRATCH-FILE
              CLOSE MISASSIGN-FILE
              MOVE "Y" TO WS-REPAIR-STATE
              GO TO RESUME-REPAIR-FN
           END-IF.
           PERFORM UNTIL SCRATCH-FILE-EOF
              READ SCRATCH-FILE
              IF NOT SCRATCH-FILE-EOF
                 MOVE SCRATCH-RECORD TO MISASSIGN-RECORD
                 WRITE MISASSIGN-RECORD
              END-IF
           END-PERFORM.
           CLOSE SCRATCH-FILE.
           CLOSE MISASSIGN-FILE.

           IF WS-TANKER-CAPACITY = 0
              GO TO RESUME-REPAIR-FN
           END-IF.
              END-IF
           END-IF.

      * The open-exception register carries over the same way.
           OPEN I-O EXCEPTION-REGISTER-FILE.
           IF EXCEPTION-REGISTER-IS-OK
              MOVE "Y" TO WS-REGISTER-AVAILABLE
           ELSE
              IF REGISTER-FILE-ABSENT
                 OPEN OUTPUT EXCEPTION-REGISTER-FILE
                 CLOSE EXCEPTION-REGISTER-FILE
                 OPEN I-O EXCEPTION-REGISTER-FILE
                 IF EXCEPTION-REGISTER-IS-OK
                    MOVE "Y" TO WS-REGISTER-AVAILABLE
                 END-IF
              END-IF
              IF NOT REGISTER-IS-AVAILABLE
                 DISPLAY "Exception register not available - status "
                    EXCEPTION-REGISTER-STATUS
                 DISPLAY "Rejects are not registered this run"
              END-IF
           END-IF.

           IF RESUMING-RUN
      * Resuming a checkpointed run - append to the reports already
      * on disk instead of truncating the records written before
              OPEN EXTEND DUPLICATES-FILE
              OPEN EXTEND LOGISTICS-EXTRACT-FILE
              OPEN EXTEND REWEIGH-ORDERS-FILE
              OPEN EXTEND MISASSIGN-FILE
              IF WS-TANKER-CAPACITY > 0
                 OPEN EXTEND TANKER-PLAN-FILE
              END-IF
              MOVE REWEIGH-HEADER-LINE TO REWEIGH-ORDERS-RECORD
              WRITE REWEIGH-ORDERS-RECORD
              MOVE 1 TO WS-REWEIGH-LINES-WRITTEN
              OPEN OUTPUT MISASSIGN-FILE
              MOVE MISASSIGN-HEADER-LINE TO MISASSIGN-RECORD
              WRITE MISASSIGN-RECORD
              MOVE 1 TO WS-MISASSIGN-LINES-WRITTEN
              IF WS-TANKER-CAPACITY > 0
                 OPEN OUTPUT TANKER-PLAN-FILE
                 MOVE WS-TANKER-CAPACITY TO TT-CAPACITY
           CLOSE UNKNOWN-MODULES-FILE.
           CLOSE DUPLICATES-FILE.
           CLOSE REWEIGH-ORDERS-FILE.
           CLOSE MISASSIGN-FILE.
           IF MASTER-IS-AVAILABLE
              CLOSE MODULE-MASTER-FILE
           END-IF.
           IF HISTORY-IS-AVAILABLE
              CLOSE MODULE-HISTORY-FILE
           END-IF.
           IF REGISTER-IS-AVAILABLE
              CLOSE EXCEPTION-REGISTER-FILE
           END-IF.
           IF RUN-HAS-FAILED
              CLOSE LOGISTICS-EXTRACT-FILE
              IF WS-TANKER-CAPACITY > 0
              MOVE WS-MANIFEST-ID TO EX-MANIFEST-ID
              ADD 1 TO EB-COUNT
              MOVE EXCEPTION-DETAIL-LINE TO EB-LINE(EB-COUNT)
              PERFORM EXCEPTION-REGISTER-APPLY
                 THRU EXCEPTION-REGISTER-APPLY-FN
              GO TO MANIFEST-RECORD-PROCESS-FN
           END-IF.

              MOVE SN-RECURSIVE-FUEL(WS-SEEN-SUB)
                 TO LX-RECURSIVE-FUEL
              MOVE SPACES TO LX-MODULE-CLASS
              MOVE SPACES TO MA-MASTER-VEHICLE
              IF MASTER-IS-AVAILABLE
                 MOVE SN-MODULE-ID(WS-SEEN-SUB) TO MM-MODULE-ID
                 READ MODULE-MASTER-FILE
                 IF MODULE-MASTER-IS-OK
                    MOVE MM-MODULE-CLASS TO LX-MODULE-CLASS
                    MOVE MM-VEHICLE TO MA-MASTER-VEHICLE
                 END-IF
              END-IF
              MOVE SN-MODULE-ID(WS-SEEN-SUB) TO WS-CV-MODULE-ID
              MOVE WS-MANIFEST-VEHICLE TO WS-CV-VEHICLE
              MOVE WS-MANIFEST-ID TO WS-CV-MANIFEST-ID
              PERFORM CAMPAIGN-VEHICLE-CHECK
                 THRU CAMPAIGN-VEHICLE-CHECK-FN
              IF CV-ENTRY-FOUND
                 AND WS-MANIFEST-VEHICLE NOT = SPACES
                 AND CV-VEHICLE(WS-CV-SUB) NOT = SPACES
                 AND CV-VEHICLE(WS-CV-SUB) NOT = WS-MANIFEST-VEHICLE
                 ADD 1 TO MISASSIGN-COUNT
                 MOVE WS-MANIFEST-ID TO MA-MANIFEST-ID
                 MOVE SN-LINE-NO(WS-SEEN-SUB) TO MA-LINE-NO
                 MOVE SN-MODULE-ID(WS-SEEN-SUB) TO MA-MODULE-ID
                 MOVE WS-MANIFEST-VEHICLE TO MA-MANIFEST-VEHICLE
                 MOVE SPACES TO MA-PROBLEM
                 STRING "ALSO ON " DELIMITED BY SIZE
                    CV-MANIFEST-ID(WS-CV-SUB) DELIMITED BY SPACE
                    " FOR " DELIMITED BY SIZE
                    CV-VEHICLE(WS-CV-SUB) DELIMITED BY SPACE
                    INTO MA-PROBLEM
                 MOVE MISASSIGN-DETAIL-LINE TO MISASSIGN-WORK-LINE
                 PERFORM MISASSIGN-LINE-ADD
                    THRU MISASSIGN-LINE-ADD-FN
              END-IF
              MOVE LX-MODULE-CLASS TO WS-RESERVE-CLASS
              MOVE SN-RECURSIVE-FUEL(WS-SEEN-SUB)
                 TO RECURSIVE-FUEL
      *-----------------*
           EXIT.

       MISASSIGN-LINE-ADD.
      *--------------------*
      * A manifest loaded against the wrong vehicle can flag every
      * module on it, so a full buffer flushes early, as the tanker
      * plan does.
           IF MB-COUNT >= 1100
              PERFORM MISASSIGN-FLUSH THRU MISASSIGN-FLUSH-FN
           END-IF.
           ADD 1 TO MB-COUNT.
           MOVE MISASSIGN-WORK-LINE TO MB-LINE(MB-COUNT).

       MISASSIGN-LINE-ADD-FN.
      *-----------------------*
           EXIT.

       MISASSIGN-FLUSH.
      *-----------------*
           IF SIMULATION-MODE
              MOVE ZEROES TO MB-COUNT
              GO TO MISASSIGN-FLUSH-FN
           END-IF.
           PERFORM VARYING BUF-IDX FROM 1 BY 1
                 UNTIL BUF-IDX > MB-COUNT
              MOVE MB-LINE(BUF-IDX) TO MISASSIGN-RECORD
              WRITE MISASSIGN-RECORD
           END-PERFORM.
           ADD MB-COUNT TO WS-MISASSIGN-LINES-WRITTEN
              GIVING WS-MISASSIGN-LINES-WRITTEN.
           MOVE ZEROES TO MB-COUNT.

       MISASSIGN-FLUSH-FN.
      *--------------------*
           EXIT.

       CAMPAIGN-VEHICLE-CHECK.
      *------------------------*
      * Looks WS-CV-MODULE-ID up in the campaign vehicle table.  A
      * hit leaves WS-CV-SUB on the entry; a miss registers the
      * module against WS-CV-VEHICLE / WS-CV-MANIFEST-ID.
           MOVE "N" TO WS-CV-FOUND.
           MOVE 49999 TO WS-HASH-MODULUS.
           MOVE WS-CV-MODULE-ID TO WS-HASH-KEY.
           PERFORM COMPUTE-HASH THRU COMPUTE-HASH-FN.
           MOVE CVH-HEAD(HASH-SUB) TO WS-CV-SUB.
           PERFORM UNTIL WS-CV-SUB = ZEROES
                 OR CV-ENTRY-FOUND
              IF CV-MODULE-ID(WS-CV-SUB) = WS-CV-MODULE-ID
                 MOVE "Y" TO WS-CV-FOUND
              ELSE
                 MOVE CV-NEXT(WS-CV-SUB) TO WS-CV-SUB
              END-IF
           END-PERFORM.
           IF CV-ENTRY-FOUND
              GO TO CAMPAIGN-VEHICLE-CHECK-FN
           END-IF.
           IF CV-COUNT >= 250000
              IF NOT CV-TABLE-OVERFLOWED
                 DISPLAY "Campaign vehicle table full - later "
                    "modules not checked across manifests"
                 MOVE "Y" TO WS-CV-OVERFLOW
              END-IF
              GO TO CAMPAIGN-VEHICLE-CHECK-FN
           END-IF.
           ADD 1 TO CV-COUNT.
           MOVE WS-CV-MODULE-ID TO CV-MODULE-ID(CV-COUNT).
           MOVE WS-CV-VEHICLE TO CV-VEHICLE(CV-COUNT).
           MOVE WS-CV-MANIFEST-ID TO CV-MANIFEST-ID(CV-COUNT).
           MOVE CVH-HEAD(HASH-SUB) TO CV-NEXT(CV-COUNT).
           MOVE CV-COUNT TO CVH-HEAD(HASH-SUB).

       CAMPAIGN-VEHICLE-CHECK-FN.
      *---------------------------*
           EXIT.

       CAMPAIGN-VEHICLE-REBUILD.
      *--------------------------*
      * The table starts empty on a fresh run.  A resumed run
      * re-registers the modules the completed manifests already
      * put on the (repositioned) extract, so a module the resumed
      * manifests send to another vehicle is still caught.
           MOVE ZEROES TO CV-COUNT.
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
                 UNTIL WS-CV-SUB > 49999
              MOVE ZEROES TO CVH-HEAD(WS-CV-SUB)
           END-PERFORM.
           IF NOT RESUMING-RUN
              GO TO CAMPAIGN-VEHICLE-REBUILD-FN
           END-IF.
           OPEN INPUT LOGISTICS-EXTRACT-FILE.
           IF NOT LOGISTICS-EXTRACT-IS-OK
              GO TO CAMPAIGN-VEHICLE-REBUILD-FN
           END-IF.
           PERFORM UNTIL LOGISTICS-EXTRACT-EOF
              READ LOGISTICS-EXTRACT-FILE
              IF NOT LOGISTICS-EXTRACT-EOF
                 MOVE LOGISTICS-EXTRACT-RECORD TO LX-PARSE-LINE
                 PERFORM LX-OLD-FORMAT-REMAP
                    THRU LX-OLD-FORMAT-REMAP-FN
                 IF LXP-REC-TYPE = "D"
                    MOVE SPACES TO WS-CV-VEHICLE
                    PERFORM VARYING MF-IDX FROM 1 BY 1
                          UNTIL MF-IDX > MF-COUNT
                       IF MF-ID(MF-IDX) = LXP-MANIFEST-ID
                          MOVE MF-VEHICLE(MF-IDX) TO WS-CV-VEHICLE
                       END-IF
                    END-PERFORM
                    MOVE LXP-MODULE-ID TO WS-CV-MODULE-ID
                    MOVE LXP-MANIFEST-ID TO WS-CV-MANIFEST-ID
                    PERFORM CAMPAIGN-VEHICLE-CHECK
                       THRU CAMPAIGN-VEHICLE-CHECK-FN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LOGISTICS-EXTRACT-FILE.

       CAMPAIGN-VEHICLE-REBUILD-FN.
      *-----------------------------*
           EXIT.

       TANKER-PLAN-FINISH.
      *--------------------*
           IF WS-TANKER-CAPACITY = 0
           READ MODULE-MASTER-FILE.
           IF MODULE-MASTER-IS-OK
              MOVE "Y" TO WS-MASTER-HIT
      * A module the master assigns to another vehicle than the
      * one this manifest loads is booked on the wrong pad.
      * Either side blank means no assignment to contradict.
              IF MM-VEHICLE NOT = SPACES
                 AND WS-MANIFEST-VEHICLE NOT = SPACES
                 AND MM-VEHICLE NOT = WS-MANIFEST-VEHICLE
                 ADD 1 TO MISASSIGN-COUNT
                 MOVE WS-MANIFEST-ID TO MA-MANIFEST-ID
                 MOVE LINE-COUNT TO MA-LINE-NO
                 MOVE MODULE-ID TO MA-MODULE-ID
                 MOVE MM-VEHICLE TO MA-MASTER-VEHICLE
                 MOVE WS-MANIFEST-VEHICLE TO MA-MANIFEST-VEHICLE
                 MOVE "MASTER ASSIGNS ANOTHER VEHICLE"
                    TO MA-PROBLEM
                 MOVE MISASSIGN-DETAIL-LINE TO MISASSIGN-WORK-LINE
                 PERFORM MISASSIGN-LINE-ADD
                    THRU MISASSIGN-LINE-ADD-FN
              END-IF
           ELSE
              IF MODULE-NOT-ON-MASTER
                 ADD 1 TO WS-UNKNOWN-COUNT
      *------------------*
           EXIT.

       EXCEPTION-REGISTER-APPLY.
      *--------------------------*
      * The rejected record is in hand.  A new module/manifest pair
      * opens an entry; an open entry is bumped once per run - the
      * run timestamp (restored from the checkpoint on a resume)
      * keeps a replayed or duplicated reject from counting twice.
      * A closed entry rejected again re-opens as a fresh item.
           IF NOT REGISTER-IS-AVAILABLE
              GO TO EXCEPTION-REGISTER-APPLY-FN
           END-IF.

           MOVE MODULE-ID TO EXR-MODULE-ID.
           MOVE WS-MANIFEST-ID TO EXR-MANIFEST-ID.
           READ EXCEPTION-REGISTER-FILE.
           IF EXCEPTION-REGISTER-IS-OK AND EXR-IS-OPEN
              IF EXR-LAST-SEEN NOT = WS-HISTORY-TIMESTAMP
                 ADD 1 TO EXR-TIMES-REJECTED
                 MOVE WS-HISTORY-TIMESTAMP TO EXR-LAST-SEEN
              END-IF
              MOVE MASS-TEXT TO EXR-RAW-DATA
              MOVE LINE-COUNT TO EXR-LINE-NO
              REWRITE EXCEPTION-REGISTER-RECORD
           ELSE
              MOVE "O" TO EXR-STATUS
              MOVE WS-HISTORY-TIMESTAMP TO EXR-FIRST-SEEN
              MOVE WS-HISTORY-TIMESTAMP TO EXR-LAST-SEEN
              MOVE 1 TO EXR-TIMES-REJECTED
              MOVE MASS-TEXT TO EXR-RAW-DATA
              MOVE LINE-COUNT TO EXR-LINE-NO
              MOVE SPACES TO EXR-CLOSED-RUN
              MOVE SPACES TO EXR-CORRECTED-MASS
              IF EXCEPTION-REGISTER-IS-OK
                 REWRITE EXCEPTION-REGISTER-RECORD
              ELSE
                 WRITE EXCEPTION-REGISTER-RECORD
              END-IF
           END-IF.
           IF NOT EXCEPTION-REGISTER-IS-OK
              DISPLAY "Exception register update failed - status "
                 EXCEPTION-REGISTER-STATUS
              DISPLAY "Rejects are not registered for the rest "
                 "of the run"
              MOVE "N" TO WS-REGISTER-AVAILABLE
              CLOSE EXCEPTION-REGISTER-FILE
           END-IF.

       EXCEPTION-REGISTER-APPLY-FN.
      *-----------------------------*
           EXIT.

       RECONCILIATION-CHECK.
      *-----------------*
           IF TRAILER-WAS-FOUND
              DISPLAY "Duplicate modules : " CAMPAIGN-DUP-COUNT
              DISPLAY "Unknown modules   : " WS-UNKNOWN-COUNT
              DISPLAY "Re-weigh flags    : " REWEIGH-COUNT
              DISPLAY "Vehicle misassign : " CAMPAIGN-MISASSIGN-COUNT
              DISPLAY "=================================="
           END-IF.

              MOVE MF-A-REJECTS(MF-IDX) TO CD-A-REJECTS
              MOVE MF-B-REJECTS(MF-IDX) TO CD-B-REJECTS
              MOVE MF-DUPS(MF-IDX) TO CD-DUPS
              MOVE MF-MISASSIGNS(MF-IDX) TO CD-MISASSIGNS
              MOVE CAMPAIGN-DATA-LINE TO CAMPAIGN-SUMMARY-RECORD
              WRITE CAMPAIGN-SUMMARY-RECORD
           END-PERFORM.
           MOVE CAMPAIGN-A-REJECTS TO CT-A-REJECTS.
           MOVE CAMPAIGN-B-REJECTS TO CT-B-REJECTS.
           MOVE CAMPAIGN-DUP-COUNT TO CT-DUPS.
           MOVE CAMPAIGN-MISASSIGN-COUNT TO CT-MISASSIGNS.
           MOVE CAMPAIGN-TOTAL-LINE TO CAMPAIGN-SUMMARY-RECORD.
           WRITE CAMPAIGN-SUMMARY-RECORD.

              AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.
      * Modules booked against the wrong vehicle still fuel, but
      * the pads must sort them out before the extract is used.
           IF CAMPAIGN-MISASSIGN-COUNT > 0
              AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           MOVE WS-RUN-DATE TO RS-TIMESTAMP(1:10).
           MOVE CAMPAIGN-RECORD-COUNT TO RS-RECORD-COUNT.
           MOVE CAMPAIGN-A-REJECTS TO RS-A-REJECTS.
           MOVE CAMPAIGN-B-REJECTS TO RS-B-REJECTS.
           MOVE CAMPAIGN-MISASSIGN-COUNT TO RS-MISASSIGNS.
           IF RECON-FAILED
              MOVE "FAIL" TO RS-RECON-RESULT
           ELSE
