       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDGTVAR.

      *============================================================*
      *  Vehicle fuel budget variance report.                      *
      *  Reads the vehicle budget file and the logistics extract   *
      *  and rolls each module's recursive and reserve fuel up to  *
      *  the vehicle its manifest loads, through the manifest      *
      *  list on the control file.  One line per vehicle shows     *
      *  the budget, the computed requirement, the variance        *
      *  (budget less requirement - negative is an overrun) and    *
      *  the percent of budget used, so the program office sees    *
      *  an overrun before the tankers are booked rather than on   *
      *  the invoice.  A vehicle with fuel but no budget record,   *
      *  or a manifest the control file does not map to a          *
      *  vehicle, reports with no budget and counts as over.       *
      *  Return code: 0 clean, 4 one or more vehicles over budget, *
      *  12 budget file or extract missing or incomplete.          *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-FILE ASSIGN TO "../inputs/control.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CONTROL-FILE-STATUS.

       SELECT BUDGET-FILE ASSIGN TO "../inputs/vehicle_budget.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS BUDGET-FILE-STATUS.

       SELECT EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS EXTRACT-FILE-STATUS.

       SELECT MERGED-EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract_merged.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS MERGED-EXTRACT-STATUS.

       SELECT VARIANCE-REPORT-FILE
             ASSIGN TO "../outputs/budget_variance.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS VARIANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY CTLPARM.

       FD BUDGET-FILE.
           COPY VEHBDGT.

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(72).

       FD MERGED-EXTRACT-FILE.
       01 MERGED-EXTRACT-RECORD PIC X(72).

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.
          88 CONTROL-FILE-EOF   VALUE 10.

       01 BUDGET-FILE-STATUS PIC 99.
          88 BUDGET-FILE-IS-OK VALUE 0.
          88 BUDGET-FILE-EOF   VALUE 10.

       01 EXTRACT-FILE-STATUS PIC 99.
          88 EXTRACT-FILE-IS-OK VALUE 0.
          88 EXTRACT-END-OF-FILE VALUE 10.

       01 MERGED-EXTRACT-STATUS PIC 99.
          88 MERGED-EXTRACT-IS-OK VALUE 0.
          88 MERGED-EXTRACT-EOF   VALUE 10.

       01 VARIANCE-REPORT-STATUS PIC 99.
          88 VARIANCE-REPORT-IS-OK VALUE 0.

       01 WS-MERGED-COMPLETE PIC X(1) VALUE "N".
          88 MERGED-EXTRACT-COMPLETE VALUE "Y".
       01 WS-EXTRACT-IMAGE   PIC X(72) VALUE SPACES.
       01 WS-OLD-FMT-CLASS   PIC X(4)  VALUE SPACES.
       01 WS-OLD-FMT-MANIFEST PIC X(8) VALUE SPACES.

       01 LX-PARSE-LINE.
          05 LXP-REC-TYPE         PIC X(1).
          05 LXP-MODULE-ID        PIC X(10).
          05 LXP-MASS             PIC 9(10).
          05 LXP-SIMPLE-FUEL      PIC 9(10).
          05 LXP-RECURSIVE-FUEL   PIC 9(12).
          05 LXP-RESERVE-FUEL     PIC 9(12).
          05 LXP-MODULE-CLASS     PIC X(4).
          05 LXP-MANIFEST-ID      PIC X(8).

      * Manifest-to-vehicle map from the control file's manifest
      * list, the same list the main run processed.
       01 MANIFEST-VEHICLE-TABLE.
          05 MV-COUNT            PIC 9(2) VALUE ZEROES.
          05 MV-ENTRY OCCURS 20 TIMES.
             10 MV-MANIFEST-ID   PIC X(8).
             10 MV-VEHICLE       PIC X(10).

      * One entry per vehicle: budget vehicles in budget file order,
      * then any vehicle the extract charges fuel to that has no
      * budget record.  A manifest with no vehicle mapping is
      * charged to the blank vehicle, which reports as UNASSIGNED.
       01 VEHICLE-TABLE.
          05 VT-COUNT            PIC 9(3) VALUE ZEROES.
          05 VT-ENTRY OCCURS 100 TIMES.
             10 VT-VEHICLE       PIC X(10).
             10 VT-HAS-BUDGET    PIC X(1).
             10 VT-BUDGET        PIC 9(13).
             10 VT-REQUIREMENT   PIC 9(13).
             10 VT-MODULE-COUNT  PIC 9(6).

       01 WS-MV-SUB          PIC 9(2) VALUE ZEROES.
       01 WS-VT-SUB          PIC 9(3) VALUE ZEROES.
       01 WS-WORK-VEHICLE    PIC X(10) VALUE SPACES.
       01 WS-VEHICLE-FOUND   PIC X(1) VALUE "N".
          88 VEHICLE-WAS-FOUND VALUE "Y".
       01 WS-MODULE-FUEL     PIC 9(13) VALUE ZEROES.
       01 WS-VARIANCE        PIC S9(13) VALUE ZEROES.
       01 WS-PCT-USED        PIC 9(5)V9 VALUE ZEROES.

       01 WS-TRAILER-SEEN    PIC X(1) VALUE "N".
          88 TRAILER-WAS-SEEN  VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 BUDGET-COUNT       PIC 9(6)  VALUE ZEROES.
       01 MODULE-COUNT       PIC 9(6)  VALUE ZEROES.
       01 OVER-BUDGET-COUNT  PIC 9(3)  VALUE ZEROES.
       01 TOTAL-BUDGET       PIC 9(13) VALUE ZEROES.
       01 TOTAL-REQUIREMENT  PIC 9(13) VALUE ZEROES.

       01 VARIANCE-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "VEHICLE FUEL BUDGET VARIANCE    ".

       01 VARIANCE-COLUMN-LINE.
          05 FILLER               PIC X(10) VALUE "VEHICLE   ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "  MODS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "        BUDGET".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "   REQUIREMENT".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE "       VARIANCE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE "  %USED".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE "STATUS".

       01 VARIANCE-DETAIL-LINE.
          05 VD-VEHICLE           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-MODULE-COUNT      PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-BUDGET            PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-REQUIREMENT       PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-VARIANCE          PIC +(14)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-PCT-USED          PIC ZZZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VD-STATUS            PIC X(11).

       01 VARIANCE-TOTAL-LINE.
          05 FILLER               PIC X(10) VALUE "TOTALS    ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VT2-MODULE-COUNT     PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VT2-BUDGET           PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VT2-REQUIREMENT      PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 VT2-VARIANCE         PIC +(14)9.

      * The release gate reads this line to learn whether the
      * campaign is inside its fuel budget - keep the label fixed.
       01 VARIANCE-COUNT-LINE.
          05 FILLER               PIC X(22)
             VALUE "VEHICLES OVER BUDGET: ".
          05 VC-OVER-COUNT        PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-MANIFEST-MAP THRU LOAD-MANIFEST-MAP-FN.
           PERFORM LOAD-BUDGETS THRU LOAD-BUDGETS-FN.
           PERFORM LOAD-EXTRACT THRU LOAD-EXTRACT-FN.
           PERFORM VARIANCE-REPORT-WRITE
              THRU VARIANCE-REPORT-WRITE-FN.
           PERFORM VARIANCE-SUMMARY THRU VARIANCE-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-MANIFEST-MAP.
      *-------------------*
      * The first control record carries the formula parameters;
      * every record after it names one manifest and its vehicle.
      * Without the control file every manifest is unassigned.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-IS-OK
              DISPLAY "Control file not available - "
                 "manifests cannot be mapped to vehicles"
              GO TO LOAD-MANIFEST-MAP-FN
           END-IF.

           READ CONTROL-FILE.
           PERFORM UNTIL CONTROL-FILE-EOF
              READ CONTROL-FILE
              IF NOT CONTROL-FILE-EOF
                 IF CTL-MF-PATH NOT = SPACES
                    IF MV-COUNT < 20
                       ADD 1 TO MV-COUNT
                       MOVE CTL-MF-ID TO MV-MANIFEST-ID(MV-COUNT)
                       MOVE CTL-MF-VEHICLE TO MV-VEHICLE(MV-COUNT)
                    ELSE
                       DISPLAY "Manifest list full - " CTL-MF-ID
                          " ignored"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CONTROL-FILE.

       LOAD-MANIFEST-MAP-FN.
      *----------------------*
           EXIT.

       LOAD-BUDGETS.
      *--------------*
           OPEN INPUT BUDGET-FILE.
           IF NOT BUDGET-FILE-IS-OK
              DISPLAY "Vehicle budget file could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-BUDGETS-FN
           END-IF.

           PERFORM UNTIL BUDGET-FILE-EOF
              READ BUDGET-FILE
              IF NOT BUDGET-FILE-EOF
                 IF BGT-VEHICLE NOT = SPACES
                    PERFORM LOAD-ONE-BUDGET THRU LOAD-ONE-BUDGET-FN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE BUDGET-FILE.

       LOAD-BUDGETS-FN.
      *-----------------*
           EXIT.

       LOAD-ONE-BUDGET.
      *-----------------*
           IF BGT-FUEL-BUDGET IS NOT NUMERIC
              DISPLAY "Budget for " BGT-VEHICLE
                 " is not numeric - ignored"
              GO TO LOAD-ONE-BUDGET-FN
           END-IF.

           MOVE BGT-VEHICLE TO WS-WORK-VEHICLE.
           PERFORM VEHICLE-FIND THRU VEHICLE-FIND-FN.
           IF WS-VT-SUB = ZEROES
              GO TO LOAD-ONE-BUDGET-FN
           END-IF.
      * A vehicle budgeted twice carries the sum of its records.
           MOVE "Y" TO VT-HAS-BUDGET(WS-VT-SUB).
           ADD BGT-FUEL-BUDGET TO VT-BUDGET(WS-VT-SUB)
              GIVING VT-BUDGET(WS-VT-SUB).
           ADD 1 TO BUDGET-COUNT.

       LOAD-ONE-BUDGET-FN.
      *--------------------*
           EXIT.

       VEHICLE-FIND.
      *--------------*
      * Returns the vehicle's table slot in WS-VT-SUB, adding the
      * vehicle when it is new; zero means the table is full.
           MOVE "N" TO WS-VEHICLE-FOUND.
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                 UNTIL WS-VT-SUB > VT-COUNT
                    OR VEHICLE-WAS-FOUND
              IF VT-VEHICLE(WS-VT-SUB) = WS-WORK-VEHICLE
                 MOVE "Y" TO WS-VEHICLE-FOUND
              END-IF
           END-PERFORM.
           IF VEHICLE-WAS-FOUND
              SUBTRACT 1 FROM WS-VT-SUB
              GO TO VEHICLE-FIND-FN
           END-IF.

           IF VT-COUNT >= 100
              DISPLAY "Vehicle table full - " WS-WORK-VEHICLE
                 " not reported"
              MOVE ZEROES TO WS-VT-SUB
              GO TO VEHICLE-FIND-FN
           END-IF.
           ADD 1 TO VT-COUNT.
           MOVE VT-COUNT TO WS-VT-SUB.
           MOVE WS-WORK-VEHICLE TO VT-VEHICLE(WS-VT-SUB).
           MOVE "N" TO VT-HAS-BUDGET(WS-VT-SUB).
           MOVE ZEROES TO VT-BUDGET(WS-VT-SUB).
           MOVE ZEROES TO VT-REQUIREMENT(WS-VT-SUB).
           MOVE ZEROES TO VT-MODULE-COUNT(WS-VT-SUB).

       VEHICLE-FIND-FN.
      *-----------------*
           EXIT.

       LOAD-EXTRACT.
      *--------------*
      * The requirement is what logistics will actually load, so
      * the merged extract (which carries the corrected modules)
      * is used whenever a complete one is on disk, and the raw
      * extract only when it is not - the same rule ACKRECON uses.
           IF RUN-HAS-FAILED
              GO TO LOAD-EXTRACT-FN
           END-IF.

           MOVE "N" TO WS-MERGED-COMPLETE.
           OPEN INPUT MERGED-EXTRACT-FILE.
           IF MERGED-EXTRACT-IS-OK
              PERFORM UNTIL MERGED-EXTRACT-EOF
                 READ MERGED-EXTRACT-FILE
                 IF NOT MERGED-EXTRACT-EOF
                    IF MERGED-EXTRACT-RECORD(1:1) = "T"
                       MOVE "Y" TO WS-MERGED-COMPLETE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MERGED-EXTRACT-FILE
           END-IF.

           IF MERGED-EXTRACT-COMPLETE
              DISPLAY "Requirement taken from the merged extract"
              OPEN INPUT MERGED-EXTRACT-FILE
              PERFORM UNTIL MERGED-EXTRACT-EOF
                 READ MERGED-EXTRACT-FILE
                 IF NOT MERGED-EXTRACT-EOF
                    MOVE MERGED-EXTRACT-RECORD
                       TO WS-EXTRACT-IMAGE
                    PERFORM EXTRACT-IMAGE-APPLY
                       THRU EXTRACT-IMAGE-APPLY-FN
                 END-IF
              END-PERFORM
              CLOSE MERGED-EXTRACT-FILE
           ELSE
              OPEN INPUT EXTRACT-FILE
              IF NOT EXTRACT-FILE-IS-OK
                 DISPLAY "Logistics extract could not be opened"
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
                 GO TO LOAD-EXTRACT-FN
              END-IF
              PERFORM UNTIL EXTRACT-END-OF-FILE
                 READ EXTRACT-FILE
                 IF NOT EXTRACT-END-OF-FILE
                    MOVE EXTRACT-RECORD TO WS-EXTRACT-IMAGE
                    PERFORM EXTRACT-IMAGE-APPLY
                       THRU EXTRACT-IMAGE-APPLY-FN
                 END-IF
              END-PERFORM
              CLOSE EXTRACT-FILE
           END-IF.

           IF NOT TRAILER-WAS-SEEN
              DISPLAY "Extract has no trailer - it is incomplete"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
           END-IF.

       LOAD-EXTRACT-FN.
      *-----------------*
           EXIT.

       EXTRACT-IMAGE-APPLY.
      *---------------------*
      * One extract line, merged or raw, in WS-EXTRACT-IMAGE.
           MOVE WS-EXTRACT-IMAGE TO LX-PARSE-LINE.
           PERFORM LX-OLD-FORMAT-REMAP
              THRU LX-OLD-FORMAT-REMAP-FN.
           IF LXP-REC-TYPE = "T"
              MOVE "Y" TO WS-TRAILER-SEEN
              GO TO EXTRACT-IMAGE-APPLY-FN
           END-IF.
           IF LXP-REC-TYPE NOT = "D"
              GO TO EXTRACT-IMAGE-APPLY-FN
           END-IF.

           MOVE SPACES TO WS-WORK-VEHICLE.
           PERFORM VARYING WS-MV-SUB FROM 1 BY 1
                 UNTIL WS-MV-SUB > MV-COUNT
              IF MV-MANIFEST-ID(WS-MV-SUB) = LXP-MANIFEST-ID
                 MOVE MV-VEHICLE(WS-MV-SUB) TO WS-WORK-VEHICLE
              END-IF
           END-PERFORM.

           PERFORM VEHICLE-FIND THRU VEHICLE-FIND-FN.
           IF WS-VT-SUB = ZEROES
              GO TO EXTRACT-IMAGE-APPLY-FN
           END-IF.
           COMPUTE WS-MODULE-FUEL = LXP-RECURSIVE-FUEL
              + LXP-RESERVE-FUEL.
           ADD WS-MODULE-FUEL TO VT-REQUIREMENT(WS-VT-SUB)
              GIVING VT-REQUIREMENT(WS-VT-SUB).
           ADD 1 TO VT-MODULE-COUNT(WS-VT-SUB).
           ADD 1 TO MODULE-COUNT.

       EXTRACT-IMAGE-APPLY-FN.
      *------------------------*
           EXIT.

       LX-OLD-FORMAT-REMAP.
      *---------------------*
      * A D record written before the reserve field existed is 16
      * bytes shorter: its class and manifest sit where the
      * reserve is now, so the reserve field parses non-numeric.
      * Re-map those records as the old layout - their reserve is
      * zero by definition - so a variance run that lands before
      * the first new-format extract still parses cleanly.
           IF LXP-REC-TYPE NOT = "D"
              GO TO LX-OLD-FORMAT-REMAP-FN
           END-IF.
           IF LXP-RESERVE-FUEL IS NOT NUMERIC
              MOVE LXP-RESERVE-FUEL(1:4) TO WS-OLD-FMT-CLASS
              MOVE LXP-RESERVE-FUEL(5:8) TO WS-OLD-FMT-MANIFEST
              MOVE WS-OLD-FMT-CLASS TO LXP-MODULE-CLASS
              MOVE WS-OLD-FMT-MANIFEST TO LXP-MANIFEST-ID
              MOVE ZEROES TO LXP-RESERVE-FUEL
           END-IF.

       LX-OLD-FORMAT-REMAP-FN.
      *------------------------*
           EXIT.

       VARIANCE-REPORT-WRITE.
      *-----------------------*
           IF RUN-HAS-FAILED
              GO TO VARIANCE-REPORT-WRITE-FN
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE VARIANCE-TITLE-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           MOVE VARIANCE-COLUMN-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.

           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                 UNTIL WS-VT-SUB > VT-COUNT
              PERFORM VARIANCE-ONE-VEHICLE
                 THRU VARIANCE-ONE-VEHICLE-FN
           END-PERFORM.

           MOVE MODULE-COUNT TO VT2-MODULE-COUNT.
           MOVE TOTAL-BUDGET TO VT2-BUDGET.
           MOVE TOTAL-REQUIREMENT TO VT2-REQUIREMENT.
           COMPUTE WS-VARIANCE = TOTAL-BUDGET - TOTAL-REQUIREMENT.
           MOVE WS-VARIANCE TO VT2-VARIANCE.
           MOVE VARIANCE-TOTAL-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           MOVE OVER-BUDGET-COUNT TO VC-OVER-COUNT.
           MOVE VARIANCE-COUNT-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           CLOSE VARIANCE-REPORT-FILE.

       VARIANCE-REPORT-WRITE-FN.
      *--------------------------*
           EXIT.

       VARIANCE-ONE-VEHICLE.
      *----------------------*
           IF VT-VEHICLE(WS-VT-SUB) = SPACES
              MOVE "UNASSIGNED" TO VD-VEHICLE
           ELSE
              MOVE VT-VEHICLE(WS-VT-SUB) TO VD-VEHICLE
           END-IF.
           MOVE VT-MODULE-COUNT(WS-VT-SUB) TO VD-MODULE-COUNT.
           MOVE VT-BUDGET(WS-VT-SUB) TO VD-BUDGET.
           MOVE VT-REQUIREMENT(WS-VT-SUB) TO VD-REQUIREMENT.
           COMPUTE WS-VARIANCE = VT-BUDGET(WS-VT-SUB)
              - VT-REQUIREMENT(WS-VT-SUB).
           MOVE WS-VARIANCE TO VD-VARIANCE.

      * Percent used tops out at the edit width; anything that
      * large is an overrun the status column already flags.
           MOVE ZEROES TO WS-PCT-USED.
           IF VT-BUDGET(WS-VT-SUB) > ZEROES
              COMPUTE WS-PCT-USED ROUNDED =
                 VT-REQUIREMENT(WS-VT-SUB) * 100
                 / VT-BUDGET(WS-VT-SUB)
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-PCT-USED
              END-COMPUTE
           END-IF.
           MOVE WS-PCT-USED TO VD-PCT-USED.

           IF VT-HAS-BUDGET(WS-VT-SUB) = "N"
              MOVE "NO BUDGET" TO VD-STATUS
              IF VT-REQUIREMENT(WS-VT-SUB) > ZEROES
                 ADD 1 TO OVER-BUDGET-COUNT
              END-IF
           ELSE
              IF VT-REQUIREMENT(WS-VT-SUB) > VT-BUDGET(WS-VT-SUB)
                 MOVE "OVER BUDGET" TO VD-STATUS
                 ADD 1 TO OVER-BUDGET-COUNT
              ELSE
                 MOVE "OK" TO VD-STATUS
              END-IF
           END-IF.
           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.

           ADD VT-BUDGET(WS-VT-SUB) TO TOTAL-BUDGET
              GIVING TOTAL-BUDGET.
           ADD VT-REQUIREMENT(WS-VT-SUB) TO TOTAL-REQUIREMENT
              GIVING TOTAL-REQUIREMENT.

       VARIANCE-ONE-VEHICLE-FN.
      *-------------------------*
           EXIT.

       VARIANCE-SUMMARY.
      *------------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Budget variance failed - no report produced."
              DISPLAY "=================================="
              GO TO VARIANCE-SUMMARY-FN
           END-IF.

           IF OVER-BUDGET-COUNT > 0 AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Vehicle fuel budget variance".
           DISPLAY "Budget records    : " BUDGET-COUNT.
           DISPLAY "Modules costed    : " MODULE-COUNT.
           DISPLAY "Vehicles reported : " VT-COUNT.
           DISPLAY "Over budget       : " OVER-BUDGET-COUNT.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       VARIANCE-SUMMARY-FN.
      *---------------------*
           EXIT.
