       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSWEEP.

      *============================================================*
      *  Module master integrity sweep.                            *
      *  Walks the indexed module master and the module history    *
      *  side by side in module order - both files are keyed       *
      *  module-major - and lists everything on the master that    *
      *  the campaign no longer uses or cannot use properly:       *
      *   - master modules that never appear on the history, or    *
      *     whose latest history entry is older than the control   *
      *     file's dormant-days limit;                             *
      *   - history modules that are no longer on the master;      *
      *   - master modules with a blank class, hangar bay or       *
      *     vehicle;                                               *
      *   - module classes with no reserve parameter record.       *
      *  Besides the report, each flagged module is written to a   *
      *  clean-up deck in the MSTTRAN layout for the hangar        *
      *  office's monthly maintenance deck: a D record for a       *
      *  dormant or never-used module, an A record for a history   *
      *  module missing from the master and a C record for a       *
      *  module with blank fields or a class with no reserve       *
      *  parameter record.  A and C records carry the key          *
      *  only - the office fills in the fields, and drops any D    *
      *  it wants to keep, before the deck goes to MSTMAINT.       *
      *  Return code: 0 clean, 4 findings listed, 12 master or     *
      *  history file unusable.                                    *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-FILE ASSIGN TO "../inputs/control.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CONTROL-FILE-STATUS.

       SELECT RESERVE-FILE ASSIGN TO "../inputs/reserve_pct.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RESERVE-FILE-STATUS.

       SELECT MODULE-MASTER-FILE
             ASSIGN TO "../inputs/module_master.idx"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MM-MODULE-ID
             FILE STATUS MODULE-MASTER-STATUS.

       SELECT MODULE-HISTORY-FILE
             ASSIGN TO "../outputs/module_history.idx"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY HX-HIST-KEY
             FILE STATUS MODULE-HISTORY-STATUS.

       SELECT SWEEP-REPORT-FILE
             ASSIGN TO "../outputs/master_sweep_report.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS SWEEP-REPORT-STATUS.

       SELECT CLEANUP-DECK-FILE
             ASSIGN TO "../outputs/master_cleanup_trans.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CLEANUP-DECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY CTLPARM.

       FD RESERVE-FILE.
           COPY RSVPARM.

       FD MODULE-MASTER-FILE.
           COPY MODMAST.

       FD MODULE-HISTORY-FILE.
           COPY MODHIST.

       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD PIC X(100).

       FD CLEANUP-DECK-FILE.
           COPY MSTTRAN.

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.
          88 CONTROL-FILE-EOF   VALUE 10.

       01 RESERVE-FILE-STATUS PIC 99.
          88 RESERVE-FILE-IS-OK VALUE 0.
          88 RESERVE-FILE-EOF   VALUE 10.

       01 MODULE-MASTER-STATUS PIC 99.
          88 MODULE-MASTER-IS-OK VALUE 0.
          88 MODULE-MASTER-EOF   VALUE 10.
          88 MODULE-NOT-ON-MASTER VALUE 23.

       01 MODULE-HISTORY-STATUS PIC 99.
          88 MODULE-HISTORY-IS-OK VALUE 0.
          88 MODULE-HISTORY-EOF   VALUE 10.
          88 HISTORY-NOT-FOUND    VALUE 23.

       01 SWEEP-REPORT-STATUS PIC 99.
          88 SWEEP-REPORT-IS-OK VALUE 0.

       01 CLEANUP-DECK-STATUS PIC 99.
          88 CLEANUP-DECK-IS-OK VALUE 0.

       01 RESERVE-TABLE.
          05 RV-COUNT           PIC 9(2) VALUE ZEROES.
          05 RV-ENTRY OCCURS 20 TIMES
                INDEXED BY RV-IDX.
             10 RV-MODULE-CLASS PIC X(4).

      * One entry per non-blank class found on the master with no
      * reserve parameter record, with the number of modules that
      * carry it.
       01 CLASS-GAP-TABLE.
          05 CG-COUNT           PIC 9(3) VALUE ZEROES.
          05 CG-ENTRY OCCURS 200 TIMES
                INDEXED BY CG-IDX.
             10 CG-MODULE-CLASS PIC X(4).
             10 CG-MODULE-COUNT PIC 9(7).

      * Current key on each side of the match.  HIGH-VALUES marks
      * a side as exhausted, so the other side drains naturally.
       01 WS-MASTER-KEY      PIC X(10) VALUE SPACES.
       01 WS-HISTORY-KEY     PIC X(10) VALUE SPACES.

      * The history record read ahead of the current module group,
      * and what the group told us: entry count and the latest run
      * timestamp on any of its entries.
       01 WS-HISTORY-DONE    PIC X(1) VALUE "N".
          88 HISTORY-IS-DONE   VALUE "Y".
       01 WS-HG-ENTRIES      PIC 9(7) VALUE ZEROES.
       01 WS-HG-LATEST       PIC X(19) VALUE SPACES.
      * Latest history timestamp for the master module in hand;
      * spaces when the module has no history.  Kept apart from
      * WS-HG-LATEST, which belongs to the group read ahead.
       01 WS-MASTER-LAST-SEEN PIC X(19) VALUE SPACES.

       01 WS-DORMANT-DAYS    PIC 9(4) VALUE 180.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TODAY-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAYS      PIC 9(7) VALUE ZEROES.
       01 WS-LAST-SEEN-DATE  PIC 9(8) VALUE ZEROES.
       01 WS-LAST-SEEN-X REDEFINES WS-LAST-SEEN-DATE.
          05 WS-LAST-SEEN-YYYY PIC X(4).
          05 WS-LAST-SEEN-MM   PIC X(2).
          05 WS-LAST-SEEN-DD   PIC X(2).
       01 WS-DAYS-IDLE       PIC S9(7) VALUE ZEROES.

       01 WS-CLASS-FOUND     PIC X(1) VALUE "N".
          88 CLASS-WAS-FOUND   VALUE "Y".
       01 WS-DECK-ACTION     PIC X(1) VALUE SPACES.

       01 MASTER-COUNT       PIC 9(7) VALUE ZEROES.
       01 HISTORY-MODULE-COUNT PIC 9(7) VALUE ZEROES.
       01 NEVER-USED-COUNT   PIC 9(7) VALUE ZEROES.
       01 DORMANT-COUNT      PIC 9(7) VALUE ZEROES.
       01 ORPHAN-COUNT       PIC 9(7) VALUE ZEROES.
       01 BLANK-FIELD-COUNT  PIC 9(7) VALUE ZEROES.
       01 CLASS-GAP-MODULES  PIC 9(7) VALUE ZEROES.
       01 DECK-COUNT         PIC 9(7) VALUE ZEROES.

       01 WS-FILES-OPEN      PIC X(1) VALUE "N".
          88 SWEEP-FILES-ARE-OPEN VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 SWEEP-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE "MODULE MASTER INTEGRITY SWEEP     ".
          05 FILLER PIC X(14) VALUE "DORMANT AFTER ".
          05 ST-DORMANT-DAYS      PIC ZZZ9.
          05 FILLER PIC X(5)  VALUE " DAYS".

       01 SWEEP-COLUMN-LINE.
          05 FILLER               PIC X(10) VALUE "MODULE-ID ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "CLASS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "BAY ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "VEHICLE   ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "LAST-SEEN ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "ACTION".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(30) VALUE "PROBLEM".

       01 SWEEP-DETAIL-LINE.
          05 SD-MODULE-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 SD-MODULE-CLASS      PIC X(4).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 SD-HANGAR-BAY        PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 SD-VEHICLE           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 SD-LAST-SEEN         PIC X(10).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 SD-ACTION            PIC X(1).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 SD-PROBLEM           PIC X(40).

       01 SWEEP-IDLE-TEXT.
          05 FILLER               PIC X(14) VALUE "NOT SEEN FOR  ".
          05 SI-DAYS-IDLE         PIC ZZZZZZ9.
          05 FILLER               PIC X(5)  VALUE " DAYS".

       01 CLASS-GAP-TITLE-LINE.
          05 FILLER PIC X(40)
             VALUE "CLASSES WITH NO RESERVE PARAMETER RECORD".

       01 CLASS-GAP-DETAIL-LINE.
          05 FILLER               PIC X(6)  VALUE "CLASS ".
          05 CG-PRINT-CLASS       PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CG-PRINT-COUNT       PIC Z(6)9.
          05 FILLER               PIC X(8)  VALUE " MODULES".

       01 SWEEP-COUNT-LINE-1.
          05 FILLER PIC X(16) VALUE "MASTER MODULES: ".
          05 SC-MASTER-COUNT      PIC Z(6)9.
          05 FILLER PIC X(20) VALUE "  HISTORY MODULES:  ".
          05 SC-HISTORY-COUNT     PIC Z(6)9.

       01 SWEEP-COUNT-LINE-2.
          05 FILLER PIC X(16) VALUE "NEVER USED:     ".
          05 SC-NEVER-USED        PIC Z(6)9.
          05 FILLER PIC X(20) VALUE "  DORMANT:          ".
          05 SC-DORMANT           PIC Z(6)9.
          05 FILLER PIC X(20) VALUE "  NOT ON MASTER:    ".
          05 SC-ORPHANS           PIC Z(6)9.

       01 SWEEP-COUNT-LINE-3.
          05 FILLER PIC X(16) VALUE "BLANK FIELDS:   ".
          05 SC-BLANK-FIELDS      PIC Z(6)9.
          05 FILLER PIC X(20) VALUE "  CLASS NO RESERVE: ".
          05 SC-CLASS-GAPS        PIC Z(6)9.
          05 FILLER PIC X(20) VALUE "  DECK RECORDS:     ".
          05 SC-DECK-COUNT        PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM LOAD-SWEEP-PARAMETERS
              THRU LOAD-SWEEP-PARAMETERS-FN.
           PERFORM LOAD-RESERVE-CLASSES THRU LOAD-RESERVE-CLASSES-FN.
           PERFORM SWEEP-OPEN-FILES THRU SWEEP-OPEN-FILES-FN.
           PERFORM MASTER-HISTORY-MATCH THRU MASTER-HISTORY-MATCH-FN.
           PERFORM CLASS-GAP-REPORT THRU CLASS-GAP-REPORT-FN.
           PERFORM SWEEP-CLOSE-FILES THRU SWEEP-CLOSE-FILES-FN.
           PERFORM SWEEP-SUMMARY THRU SWEEP-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-SWEEP-PARAMETERS.
      *-----------------------*
      * Only the first control record matters here - it carries
      * the dormant-days limit.  No control file, or a blank
      * field, keeps the default.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-IS-OK
              READ CONTROL-FILE
              IF CONTROL-FILE-IS-OK
                 IF CTL-DORMANT-DAYS IS NUMERIC
                    AND CTL-DORMANT-DAYS NOT = ZEROES
                    MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS
                 END-IF
              END-IF
              CLOSE CONTROL-FILE
           END-IF.
           MOVE WS-DORMANT-DAYS TO ST-DORMANT-DAYS.

       LOAD-SWEEP-PARAMETERS-FN.
      *--------------------------*
           EXIT.

       LOAD-RESERVE-CLASSES.
      *----------------------*
      * A missing reserve file leaves the table empty, so every
      * class on the master is listed as having no record - which
      * is exactly how the main run would treat it.
           OPEN INPUT RESERVE-FILE.
           IF NOT RESERVE-FILE-IS-OK
              DISPLAY "Reserve parameter file not available - "
                 "every class will be listed"
              GO TO LOAD-RESERVE-CLASSES-FN
           END-IF.
           PERFORM UNTIL RESERVE-FILE-EOF
              READ RESERVE-FILE
              IF NOT RESERVE-FILE-EOF
                 IF RSV-MODULE-CLASS NOT = SPACES
                    AND RSV-RESERVE-PCT IS NUMERIC
                    IF RV-COUNT < 20
                       ADD 1 TO RV-COUNT
                       MOVE RSV-MODULE-CLASS
                          TO RV-MODULE-CLASS(RV-COUNT)
                    ELSE
                       DISPLAY "Reserve table full - class "
                          RSV-MODULE-CLASS " ignored"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE RESERVE-FILE.

       LOAD-RESERVE-CLASSES-FN.
      *-------------------------*
           EXIT.

       SWEEP-OPEN-FILES.
      *------------------*
      * Both keyed files are read only.  Without either one the
      * match would list every module on the other as a problem,
      * so the sweep stops instead.
           OPEN INPUT MODULE-MASTER-FILE.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Module master could not be opened - status "
                 MODULE-MASTER-STATUS
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO SWEEP-OPEN-FILES-FN
           END-IF.
           OPEN INPUT MODULE-HISTORY-FILE.
           IF NOT MODULE-HISTORY-IS-OK
              DISPLAY "Module history could not be opened - status "
                 MODULE-HISTORY-STATUS
              CLOSE MODULE-MASTER-FILE
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO SWEEP-OPEN-FILES-FN
           END-IF.

           OPEN OUTPUT SWEEP-REPORT-FILE.
           MOVE SWEEP-TITLE-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE SWEEP-COLUMN-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           OPEN OUTPUT CLEANUP-DECK-FILE.
           MOVE "Y" TO WS-FILES-OPEN.

       SWEEP-OPEN-FILES-FN.
      *---------------------*
           EXIT.

       MASTER-HISTORY-MATCH.
      *----------------------*
      * Classic two-file match on module id.  A master key below
      * the history key has no history at all; equal keys are
      * checked for dormancy; a history key below the master key
      * is a module the master no longer carries.
           IF RUN-HAS-FAILED
              GO TO MASTER-HISTORY-MATCH-FN
           END-IF.

           MOVE LOW-VALUES TO MM-MODULE-ID.
           START MODULE-MASTER-FILE KEY NOT < MM-MODULE-ID.
           IF MODULE-MASTER-IS-OK
              PERFORM MASTER-READ-NEXT THRU MASTER-READ-NEXT-FN
           ELSE
              MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-IF.

           MOVE LOW-VALUES TO HX-HIST-KEY.
           START MODULE-HISTORY-FILE KEY NOT < HX-HIST-KEY.
           IF MODULE-HISTORY-IS-OK
              PERFORM HISTORY-READ-NEXT THRU HISTORY-READ-NEXT-FN
           ELSE
              MOVE "Y" TO WS-HISTORY-DONE
           END-IF.
           PERFORM HISTORY-GROUP-NEXT THRU HISTORY-GROUP-NEXT-FN.

           PERFORM UNTIL RUN-HAS-FAILED
                 OR (WS-MASTER-KEY = HIGH-VALUES
                    AND WS-HISTORY-KEY = HIGH-VALUES)
              EVALUATE TRUE
                 WHEN WS-MASTER-KEY < WS-HISTORY-KEY
                    MOVE SPACES TO WS-MASTER-LAST-SEEN
                    PERFORM MASTER-MODULE-CHECK
                       THRU MASTER-MODULE-CHECK-FN
                    PERFORM MASTER-READ-NEXT
                       THRU MASTER-READ-NEXT-FN
                 WHEN WS-MASTER-KEY = WS-HISTORY-KEY
                    MOVE WS-HG-LATEST TO WS-MASTER-LAST-SEEN
                    PERFORM MASTER-MODULE-CHECK
                       THRU MASTER-MODULE-CHECK-FN
                    PERFORM MASTER-READ-NEXT
                       THRU MASTER-READ-NEXT-FN
                    PERFORM HISTORY-GROUP-NEXT
                       THRU HISTORY-GROUP-NEXT-FN
                 WHEN OTHER
                    PERFORM HISTORY-ORPHAN-REPORT
                       THRU HISTORY-ORPHAN-REPORT-FN
                    PERFORM HISTORY-GROUP-NEXT
                       THRU HISTORY-GROUP-NEXT-FN
              END-EVALUATE
           END-PERFORM.

       MASTER-HISTORY-MATCH-FN.
      *-------------------------*
           EXIT.

       MASTER-READ-NEXT.
      *------------------*
           READ MODULE-MASTER-FILE NEXT RECORD.
           IF MODULE-MASTER-IS-OK
              MOVE MM-MODULE-ID TO WS-MASTER-KEY
              ADD 1 TO MASTER-COUNT
           ELSE
              MOVE HIGH-VALUES TO WS-MASTER-KEY
              IF NOT MODULE-MASTER-EOF
                 DISPLAY "Module master read failed - status "
                    MODULE-MASTER-STATUS
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
              END-IF
           END-IF.

       MASTER-READ-NEXT-FN.
      *---------------------*
           EXIT.

       HISTORY-READ-NEXT.
      *-------------------*
           READ MODULE-HISTORY-FILE NEXT RECORD.
           IF NOT MODULE-HISTORY-IS-OK
              MOVE "Y" TO WS-HISTORY-DONE
              IF NOT MODULE-HISTORY-EOF
                 DISPLAY "Module history read failed - status "
                    MODULE-HISTORY-STATUS
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
              END-IF
           END-IF.

       HISTORY-READ-NEXT-FN.
      *----------------------*
           EXIT.

       HISTORY-GROUP-NEXT.
      *--------------------*
      * Gathers every entry for the module in hand.  Within a
      * module the entries sort manifest-major, not by time, so
      * the whole group is scanned for the greatest timestamp.
           IF HISTORY-IS-DONE
              MOVE HIGH-VALUES TO WS-HISTORY-KEY
              GO TO HISTORY-GROUP-NEXT-FN
           END-IF.
           MOVE HX-MODULE-ID TO WS-HISTORY-KEY.
           MOVE ZEROES TO WS-HG-ENTRIES.
           MOVE SPACES TO WS-HG-LATEST.
           ADD 1 TO HISTORY-MODULE-COUNT.
           PERFORM UNTIL HISTORY-IS-DONE
                 OR HX-MODULE-ID NOT = WS-HISTORY-KEY
              ADD 1 TO WS-HG-ENTRIES
              IF HX-RUN-TIMESTAMP > WS-HG-LATEST
                 MOVE HX-RUN-TIMESTAMP TO WS-HG-LATEST
              END-IF
              PERFORM HISTORY-READ-NEXT THRU HISTORY-READ-NEXT-FN
           END-PERFORM.

       HISTORY-GROUP-NEXT-FN.
      *-----------------------*
           EXIT.

       MASTER-MODULE-CHECK.
      *---------------------*
      * One master module, with WS-MASTER-LAST-SEEN holding its
      * latest history timestamp (spaces when it has none).  A
      * module can earn several report lines but only one deck
      * record: a delete outranks a change.
           MOVE SPACES TO WS-DECK-ACTION.
           MOVE MM-MODULE-ID TO SD-MODULE-ID.
           MOVE MM-MODULE-CLASS TO SD-MODULE-CLASS.
           MOVE MM-HANGAR-BAY TO SD-HANGAR-BAY.
           MOVE MM-VEHICLE TO SD-VEHICLE.
           MOVE WS-MASTER-LAST-SEEN(1:10) TO SD-LAST-SEEN.

           IF WS-MASTER-LAST-SEEN = SPACES
              MOVE "NEVER" TO SD-LAST-SEEN
              ADD 1 TO NEVER-USED-COUNT
              MOVE "D" TO WS-DECK-ACTION
              MOVE "NEVER ON MODULE HISTORY" TO SD-PROBLEM
              PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN
           ELSE
              PERFORM DORMANCY-CHECK THRU DORMANCY-CHECK-FN
           END-IF.

           IF MM-MODULE-CLASS = SPACES
              OR MM-HANGAR-BAY = SPACES
              OR MM-VEHICLE = SPACES
              ADD 1 TO BLANK-FIELD-COUNT
              IF WS-DECK-ACTION = SPACES
                 MOVE "C" TO WS-DECK-ACTION
              END-IF
           END-IF.
           IF MM-MODULE-CLASS = SPACES
              MOVE "BLANK MODULE CLASS" TO SD-PROBLEM
              PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN
           ELSE
              PERFORM CLASS-RESERVE-CHECK
                 THRU CLASS-RESERVE-CHECK-FN
           END-IF.
           IF MM-HANGAR-BAY = SPACES
              MOVE "BLANK HANGAR BAY" TO SD-PROBLEM
              PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN
           END-IF.
           IF MM-VEHICLE = SPACES
              MOVE "BLANK VEHICLE" TO SD-PROBLEM
              PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN
           END-IF.

           IF WS-DECK-ACTION NOT = SPACES
              MOVE MM-MODULE-ID TO TRX-MODULE-ID
              PERFORM CLEANUP-DECK-WRITE THRU CLEANUP-DECK-WRITE-FN
           END-IF.

       MASTER-MODULE-CHECK-FN.
      *------------------------*
           EXIT.

       DORMANCY-CHECK.
      *----------------*
      * The history timestamp is YYYY-MM-DD HH:MM:SS; the date
      * part is repacked as YYYYMMDD for the day count.  A
      * timestamp that does not repack is left alone.
           MOVE WS-MASTER-LAST-SEEN(1:4) TO WS-LAST-SEEN-YYYY.
           MOVE WS-MASTER-LAST-SEEN(6:2) TO WS-LAST-SEEN-MM.
           MOVE WS-MASTER-LAST-SEEN(9:2) TO WS-LAST-SEEN-DD.
           IF WS-LAST-SEEN-DATE IS NOT NUMERIC
              GO TO DORMANCY-CHECK-FN
           END-IF.
           COMPUTE WS-DAYS-IDLE = WS-TODAY-DAYS
              - FUNCTION INTEGER-OF-DATE(WS-LAST-SEEN-DATE).
           IF WS-DAYS-IDLE > WS-DORMANT-DAYS
              ADD 1 TO DORMANT-COUNT
              MOVE "D" TO WS-DECK-ACTION
              MOVE WS-DAYS-IDLE TO SI-DAYS-IDLE
              MOVE SWEEP-IDLE-TEXT TO SD-PROBLEM
              PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN
           END-IF.

       DORMANCY-CHECK-FN.
      *-------------------*
           EXIT.

       CLASS-RESERVE-CHECK.
      *---------------------*
      * A class with no reserve parameter record silently books no
      * contingency reserve.  Each module of such a class is
      * listed and goes on the deck as a change, so the office can
      * reclass it; the class is also listed once at the end with
      * its module count.
           MOVE "N" TO WS-CLASS-FOUND.
           PERFORM VARYING RV-IDX FROM 1 BY 1
                 UNTIL RV-IDX > RV-COUNT
                    OR CLASS-WAS-FOUND
              IF RV-MODULE-CLASS(RV-IDX) = MM-MODULE-CLASS
                 MOVE "Y" TO WS-CLASS-FOUND
              END-IF
           END-PERFORM.
           IF CLASS-WAS-FOUND
              GO TO CLASS-RESERVE-CHECK-FN
           END-IF.

           MOVE "CLASS HAS NO RESERVE RECORD" TO SD-PROBLEM.
           PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN.
           IF WS-DECK-ACTION = SPACES
              MOVE "C" TO WS-DECK-ACTION
           END-IF.
           ADD 1 TO CLASS-GAP-MODULES.
           PERFORM VARYING CG-IDX FROM 1 BY 1
                 UNTIL CG-IDX > CG-COUNT
                    OR CLASS-WAS-FOUND
              IF CG-MODULE-CLASS(CG-IDX) = MM-MODULE-CLASS
                 MOVE "Y" TO WS-CLASS-FOUND
                 ADD 1 TO CG-MODULE-COUNT(CG-IDX)
              END-IF
           END-PERFORM.
           IF CLASS-WAS-FOUND
              GO TO CLASS-RESERVE-CHECK-FN
           END-IF.
           IF CG-COUNT >= 200
              DISPLAY "Class table full - class " MM-MODULE-CLASS
                 " not listed"
              GO TO CLASS-RESERVE-CHECK-FN
           END-IF.
           ADD 1 TO CG-COUNT.
           MOVE MM-MODULE-CLASS TO CG-MODULE-CLASS(CG-COUNT).
           MOVE 1 TO CG-MODULE-COUNT(CG-COUNT).

       CLASS-RESERVE-CHECK-FN.
      *------------------------*
           EXIT.

       HISTORY-ORPHAN-REPORT.
      *-----------------------*
      * The runs still carry a module the master has lost; the
      * master needs it back before its descriptions, class and
      * reserve can be applied again.
           ADD 1 TO ORPHAN-COUNT.
           MOVE WS-HISTORY-KEY TO SD-MODULE-ID.
           MOVE SPACES TO SD-MODULE-CLASS SD-HANGAR-BAY SD-VEHICLE.
           MOVE WS-HG-LATEST(1:10) TO SD-LAST-SEEN.
           MOVE "A" TO WS-DECK-ACTION.
           MOVE "ON MODULE HISTORY, NOT ON MASTER" TO SD-PROBLEM.
           PERFORM SWEEP-LINE-WRITE THRU SWEEP-LINE-WRITE-FN.
           MOVE WS-HISTORY-KEY TO TRX-MODULE-ID.
           PERFORM CLEANUP-DECK-WRITE THRU CLEANUP-DECK-WRITE-FN.

       HISTORY-ORPHAN-REPORT-FN.
      *--------------------------*
           EXIT.

       SWEEP-LINE-WRITE.
      *------------------*
           MOVE WS-DECK-ACTION TO SD-ACTION.
           MOVE SWEEP-DETAIL-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.

       SWEEP-LINE-WRITE-FN.
      *---------------------*
           EXIT.

       CLEANUP-DECK-WRITE.
      *--------------------*
      * TRX-MODULE-ID is set by the caller; every other field goes
      * out blank for the hangar office to complete.
           MOVE WS-DECK-ACTION TO TRX-ACTION.
           MOVE SPACES TO TRX-DESCRIPTION TRX-MODULE-CLASS
              TRX-HANGAR-BAY TRX-VEHICLE.
           WRITE MAINT-TRANSACTION-RECORD.
           ADD 1 TO DECK-COUNT.

       CLEANUP-DECK-WRITE-FN.
      *-----------------------*
           EXIT.

       CLASS-GAP-REPORT.
      *------------------*
           IF RUN-HAS-FAILED
              GO TO CLASS-GAP-REPORT-FN
           END-IF.
           MOVE SPACES TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE CLASS-GAP-TITLE-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           PERFORM VARYING CG-IDX FROM 1 BY 1
                 UNTIL CG-IDX > CG-COUNT
              MOVE CG-MODULE-CLASS(CG-IDX) TO CG-PRINT-CLASS
              MOVE CG-MODULE-COUNT(CG-IDX) TO CG-PRINT-COUNT
              MOVE CLASS-GAP-DETAIL-LINE TO SWEEP-REPORT-RECORD
              WRITE SWEEP-REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE MASTER-COUNT TO SC-MASTER-COUNT.
           MOVE HISTORY-MODULE-COUNT TO SC-HISTORY-COUNT.
           MOVE SWEEP-COUNT-LINE-1 TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE NEVER-USED-COUNT TO SC-NEVER-USED.
           MOVE DORMANT-COUNT TO SC-DORMANT.
           MOVE ORPHAN-COUNT TO SC-ORPHANS.
           MOVE SWEEP-COUNT-LINE-2 TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE BLANK-FIELD-COUNT TO SC-BLANK-FIELDS.
           MOVE CG-COUNT TO SC-CLASS-GAPS.
           MOVE DECK-COUNT TO SC-DECK-COUNT.
           MOVE SWEEP-COUNT-LINE-3 TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.

       CLASS-GAP-REPORT-FN.
      *---------------------*
           EXIT.

       SWEEP-CLOSE-FILES.
      *-------------------*
      * SWEEP-OPEN-FILES leaves nothing open when it fails.
           IF NOT SWEEP-FILES-ARE-OPEN
              GO TO SWEEP-CLOSE-FILES-FN
           END-IF.
           CLOSE MODULE-MASTER-FILE.
           CLOSE MODULE-HISTORY-FILE.
           CLOSE SWEEP-REPORT-FILE.
           CLOSE CLEANUP-DECK-FILE.

           IF NOT RUN-HAS-FAILED
              AND (NEVER-USED-COUNT > 0 OR DORMANT-COUNT > 0
                 OR ORPHAN-COUNT > 0 OR BLANK-FIELD-COUNT > 0
                 OR CG-COUNT > 0)
              AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

       SWEEP-CLOSE-FILES-FN.
      *----------------------*
           EXIT.

       SWEEP-SUMMARY.
      *---------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Master integrity sweep failed."
              DISPLAY "=================================="
              GO TO SWEEP-SUMMARY-FN
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Module master integrity sweep".
           DISPLAY "Master modules    : " MASTER-COUNT.
           DISPLAY "History modules   : " HISTORY-MODULE-COUNT.
           DISPLAY "Never used        : " NEVER-USED-COUNT.
           DISPLAY "Dormant           : " DORMANT-COUNT.
           DISPLAY "Not on master     : " ORPHAN-COUNT.
           DISPLAY "Blank fields      : " BLANK-FIELD-COUNT.
           DISPLAY "Classes no reserve: " CG-COUNT.
           DISPLAY "Clean-up deck recs: " DECK-COUNT.
           DISPLAY "==================================".

       SWEEP-SUMMARY-FN.
      *------------------*
           EXIT.
