       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUELCHRG.

      *============================================================*
      *  Fuel cost chargeback for finance.                         *
      *  Costs every D record of the last production run's         *
      *  extract - recursive (base) fuel and reserve fuel          *
      *  separately - at the unit price for its module class in    *
      *  force on the run's date, from the effective-dated price   *
      *  file.  Corrected modules are costed as they were loaded:  *
      *  the merged extract is costed whenever a complete one is   *
      *  on disk, otherwise the raw extract with CORRDELT's delta  *
      *  records replacing (or adding to) the originals.  Writes   *
      *  the fixed-format chargeback file for the finance ledger,  *
      *  one record per vehicle and module class with a control    *
      *  trailer, and a printed cost report by manifest within     *
      *  vehicle.                                                  *
      *  Return code: 0 clean, 4 a class with no price in force or *
      *  a manifest with no vehicle, 12 run status, price file or  *
      *  extract missing or incomplete.                            *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-FILE ASSIGN TO "../inputs/control.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CONTROL-FILE-STATUS.

       SELECT PRICE-FILE ASSIGN TO "../inputs/fuel_price.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS PRICE-FILE-STATUS.

       SELECT RUN-STATUS-FILE
             ASSIGN TO "../outputs/run_status.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RUN-STATUS-STATUS.

       SELECT EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS EXTRACT-FILE-STATUS.

       SELECT MERGED-EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract_merged.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS MERGED-EXTRACT-STATUS.

       SELECT DELTA-EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract_delta.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS DELTA-EXTRACT-STATUS.

       SELECT CHARGEBACK-FILE
             ASSIGN TO "../outputs/fuel_chargeback.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CHARGEBACK-STATUS.

       SELECT COST-REPORT-FILE
             ASSIGN TO "../outputs/fuel_cost_report.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS COST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY CTLPARM.

       FD PRICE-FILE.
           COPY FUELPRC.

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD PIC X(60).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(72).

       FD MERGED-EXTRACT-FILE.
       01 MERGED-EXTRACT-RECORD PIC X(72).

       FD DELTA-EXTRACT-FILE.
       01 DELTA-EXTRACT-RECORD PIC X(72).

       FD CHARGEBACK-FILE.
           COPY CHGBACK.

       FD COST-REPORT-FILE.
       01 COST-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.
          88 CONTROL-FILE-EOF   VALUE 10.

       01 PRICE-FILE-STATUS PIC 99.
          88 PRICE-FILE-IS-OK VALUE 0.
          88 PRICE-FILE-EOF   VALUE 10.

       01 RUN-STATUS-STATUS PIC 99.
          88 RUN-STATUS-IS-OK VALUE 0.

       01 EXTRACT-FILE-STATUS PIC 99.
          88 EXTRACT-FILE-IS-OK VALUE 0.
          88 EXTRACT-END-OF-FILE VALUE 10.

       01 MERGED-EXTRACT-STATUS PIC 99.
          88 MERGED-EXTRACT-IS-OK VALUE 0.
          88 MERGED-EXTRACT-EOF   VALUE 10.

       01 DELTA-EXTRACT-STATUS PIC 99.
          88 DELTA-EXTRACT-IS-OK VALUE 0.
          88 DELTA-EXTRACT-EOF   VALUE 10.

       01 CHARGEBACK-STATUS PIC 99.
          88 CHARGEBACK-IS-OK VALUE 0.

       01 COST-REPORT-STATUS PIC 99.
          88 COST-REPORT-IS-OK VALUE 0.

       01 WS-MERGED-COMPLETE PIC X(1) VALUE "N".
          88 MERGED-EXTRACT-COMPLETE VALUE "Y".
       01 WS-EXTRACT-SOURCE  PIC X(6) VALUE SPACES.
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

      * The main run's status record; only the timestamp, which
      * names the production run and dates its charge, is used.
       01 RS-PARSE-LINE.
          05 RSP-TIMESTAMP.
             10 RSP-DATE          PIC X(10).
             10 FILLER            PIC X(9).
          05 FILLER               PIC X(41).

       01 WS-RUN-TIMESTAMP-IN PIC X(19) VALUE SPACES.
       01 WS-CHARGE-DATE     PIC X(10) VALUE SPACES.

      * Manifest-to-vehicle map from the control file's manifest
      * list, the same list the main run processed.
       01 MANIFEST-VEHICLE-TABLE.
          05 MV-COUNT            PIC 9(2) VALUE ZEROES.
          05 MV-ENTRY OCCURS 20 TIMES.
             10 MV-MANIFEST-ID   PIC X(8).
             10 MV-VEHICLE       PIC X(10).

      * The price in force for each class on the charge date: the
      * latest effective date not after it.  Later-dated prices
      * are counted and left for the runs they apply to.
       01 CLASS-PRICE-TABLE.
          05 CP-COUNT            PIC 9(3) VALUE ZEROES.
          05 CP-ENTRY OCCURS 200 TIMES
                INDEXED BY CP-IDX.
             10 CP-MODULE-CLASS  PIC X(4).
             10 CP-EFFECTIVE-DATE PIC X(10).
             10 CP-UNIT-PRICE    PIC 9(5)V9(4).

      * The delta extract's D records, applied over the raw extract
      * when no complete merged extract is on disk.  A delta
      * record replaces the raw record for the same manifest and
      * module; one with no original (rejected, never sent) adds.
       01 DELTA-TABLE.
          05 DT-COUNT            PIC 9(4) VALUE ZEROES.
          05 DT-ENTRY OCCURS 2000 TIMES
                INDEXED BY DT-IDX.
             10 DT-MANIFEST-ID   PIC X(8).
             10 DT-MODULE-ID     PIC X(10).
             10 DT-RECORD        PIC X(72).

      * Chargeback accumulation, one entry per vehicle and class.
       01 CHARGE-TABLE.
          05 CG-COUNT            PIC 9(3) VALUE ZEROES.
          05 CG-ENTRY OCCURS 500 TIMES.
             10 CG-VEHICLE       PIC X(10).
             10 CG-MODULE-CLASS  PIC X(4).
             10 CG-MODULE-COUNT  PIC 9(6).
             10 CG-BASE-FUEL     PIC 9(13).
             10 CG-RESERVE-FUEL  PIC 9(13).
             10 CG-UNIT-PRICE    PIC 9(5)V9(4).
             10 CG-BASE-COST     PIC 9(13)V99.
             10 CG-RESERVE-COST  PIC 9(13)V99.

      * Cost report accumulation, one entry per manifest.
       01 MANIFEST-COST-TABLE.
          05 MC-COUNT            PIC 9(3) VALUE ZEROES.
          05 MC-ENTRY OCCURS 200 TIMES.
             10 MC-MANIFEST-ID   PIC X(8).
             10 MC-VEHICLE       PIC X(10).
             10 MC-MODULE-COUNT  PIC 9(6).
             10 MC-BASE-FUEL     PIC 9(13).
             10 MC-RESERVE-FUEL  PIC 9(13).
             10 MC-BASE-COST     PIC 9(13)V99.
             10 MC-RESERVE-COST  PIC 9(13)V99.
             10 MC-PRINTED       PIC X(1).

      * Classes charged with no price in force, for the report.
       01 UNPRICED-TABLE.
          05 UP-COUNT            PIC 9(3) VALUE ZEROES.
          05 UP-ENTRY OCCURS 100 TIMES.
             10 UP-MODULE-CLASS  PIC X(4).
             10 UP-MODULE-COUNT  PIC 9(6).

       01 WS-MV-SUB          PIC 9(2) VALUE ZEROES.
       01 WS-CG-SUB          PIC 9(3) VALUE ZEROES.
       01 WS-MC-SUB          PIC 9(3) VALUE ZEROES.
       01 WS-MC-SUB2         PIC 9(3) VALUE ZEROES.
       01 WS-UP-SUB          PIC 9(3) VALUE ZEROES.
       01 WS-WORK-VEHICLE    PIC X(10) VALUE SPACES.
       01 WS-UNIT-PRICE      PIC 9(5)V9(4) VALUE ZEROES.
       01 WS-PRICE-FOUND     PIC X(1) VALUE "N".
          88 PRICE-WAS-FOUND   VALUE "Y".
       01 WS-ENTRY-FOUND     PIC X(1) VALUE "N".
          88 ENTRY-WAS-FOUND   VALUE "Y".
       01 WS-DELTA-HIT       PIC X(1) VALUE "N".
          88 DELTA-REPLACES-RECORD VALUE "Y".
       01 WS-BASE-COST       PIC 9(13)V99 VALUE ZEROES.
       01 WS-RESERVE-COST    PIC 9(13)V99 VALUE ZEROES.

       01 WS-TRAILER-SEEN    PIC X(1) VALUE "N".
          88 TRAILER-WAS-SEEN  VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 PRICE-RECORD-COUNT PIC 9(6)  VALUE ZEROES.
       01 FUTURE-PRICE-COUNT PIC 9(6)  VALUE ZEROES.
       01 MODULE-COUNT       PIC 9(6)  VALUE ZEROES.
       01 CORRECTED-COUNT    PIC 9(6)  VALUE ZEROES.
       01 UNPRICED-COUNT     PIC 9(6)  VALUE ZEROES.
       01 UNASSIGNED-COUNT   PIC 9(6)  VALUE ZEROES.
       01 CHARGEBACK-COUNT   PIC 9(6)  VALUE ZEROES.
       01 TOTAL-BASE-FUEL    PIC 9(13) VALUE ZEROES.
       01 TOTAL-RESERVE-FUEL PIC 9(13) VALUE ZEROES.
       01 TOTAL-BASE-COST    PIC 9(15)V99 VALUE ZEROES.
       01 TOTAL-RESERVE-COST PIC 9(15)V99 VALUE ZEROES.
       01 TOTAL-COST         PIC 9(15)V99 VALUE ZEROES.
       01 VEH-MODULE-COUNT   PIC 9(6)  VALUE ZEROES.
       01 VEH-BASE-FUEL      PIC 9(13) VALUE ZEROES.
       01 VEH-RESERVE-FUEL   PIC 9(13) VALUE ZEROES.
       01 VEH-BASE-COST      PIC 9(15)V99 VALUE ZEROES.
       01 VEH-RESERVE-COST   PIC 9(15)V99 VALUE ZEROES.

       01 COST-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "FUEL COST CHARGEBACK REPORT     ".

       01 COST-RUN-LINE.
          05 FILLER               PIC X(5)  VALUE "RUN: ".
          05 CR-RUN-TIMESTAMP     PIC X(19).
          05 FILLER               PIC X(15)
             VALUE "  CHARGE DATE: ".
          05 CR-CHARGE-DATE       PIC X(10).
          05 FILLER               PIC X(11) VALUE "  EXTRACT: ".
          05 CR-SOURCE            PIC X(6).

       01 PRICE-HEADING-LINE.
          05 FILLER               PIC X(40)
             VALUE "PRICES IN FORCE   CLASS  EFFECTIVE     ".
          05 FILLER               PIC X(12) VALUE "  UNIT PRICE".

       01 PRICE-DETAIL-LINE.
          05 FILLER               PIC X(18) VALUE SPACES.
          05 PD-MODULE-CLASS      PIC X(4).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 PD-EFFECTIVE-DATE    PIC X(10).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 PD-UNIT-PRICE        PIC ZZZZ9.9999.

       01 COST-COLUMN-LINE.
          05 FILLER               PIC X(10) VALUE "VEHICLE   ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "MANIFEST".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "  MODS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE "    BASE FUEL".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE " RESERVE FUEL".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16)
             VALUE "       BASE COST".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16)
             VALUE "    RESERVE COST".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(17)
             VALUE "       TOTAL COST".

       01 COST-DETAIL-LINE.
          05 CD-VEHICLE           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-MODULE-COUNT      PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-BASE-FUEL         PIC Z(12)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-RESERVE-FUEL      PIC Z(12)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-BASE-COST         PIC Z(12)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-RESERVE-COST      PIC Z(12)9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-TOTAL-COST        PIC Z(13)9.99.

       01 UNPRICED-LINE.
          05 FILLER               PIC X(20)
             VALUE "NO PRICE FOR CLASS  ".
          05 UL-MODULE-CLASS      PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 UL-MODULE-COUNT      PIC ZZZZZ9.
          05 FILLER               PIC X(35)
             VALUE " MODULES CHARGED AT ZERO          ".

       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-STATUS THRU LOAD-RUN-STATUS-FN.
           PERFORM LOAD-MANIFEST-MAP THRU LOAD-MANIFEST-MAP-FN.
           PERFORM LOAD-PRICES THRU LOAD-PRICES-FN.
           PERFORM LOAD-EXTRACT THRU LOAD-EXTRACT-FN.
           PERFORM CHARGEBACK-WRITE THRU CHARGEBACK-WRITE-FN.
           PERFORM COST-REPORT-WRITE THRU COST-REPORT-WRITE-FN.
           PERFORM CHARGE-SUMMARY THRU CHARGE-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-RUN-STATUS.
      *-----------------*
      * The run is charged at the prices in force on its own date,
      * so a re-run of an old extract costs what it cost then.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT RUN-STATUS-IS-OK
              DISPLAY "No run status record - no production run "
                 "to charge"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-RUN-STATUS-FN
           END-IF.
           READ RUN-STATUS-FILE.
           IF RUN-STATUS-IS-OK
              MOVE RUN-STATUS-RECORD TO RS-PARSE-LINE
              MOVE RSP-TIMESTAMP TO WS-RUN-TIMESTAMP-IN
              MOVE RSP-DATE TO WS-CHARGE-DATE
           ELSE
              DISPLAY "Run status record is empty"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
           END-IF.
           CLOSE RUN-STATUS-FILE.

       LOAD-RUN-STATUS-FN.
      *--------------------*
           EXIT.

       LOAD-MANIFEST-MAP.
      *-------------------*
      * The first control record carries the formula parameters;
      * every record after it names one manifest and its vehicle.
      * Without the control file every manifest is unassigned.
           IF RUN-HAS-FAILED
              GO TO LOAD-MANIFEST-MAP-FN
           END-IF.

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

       LOAD-PRICES.
      *-------------*
           IF RUN-HAS-FAILED
              GO TO LOAD-PRICES-FN
           END-IF.

           OPEN INPUT PRICE-FILE.
           IF NOT PRICE-FILE-IS-OK
              DISPLAY "Fuel price file could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-PRICES-FN
           END-IF.

           PERFORM UNTIL PRICE-FILE-EOF
              READ PRICE-FILE
              IF NOT PRICE-FILE-EOF
                 IF FPR-MODULE-CLASS NOT = SPACES
                    PERFORM LOAD-ONE-PRICE THRU LOAD-ONE-PRICE-FN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRICE-FILE.

       LOAD-PRICES-FN.
      *----------------*
           EXIT.

       LOAD-ONE-PRICE.
      *----------------*
           IF FPR-UNIT-PRICE IS NOT NUMERIC
              DISPLAY "Price for class " FPR-MODULE-CLASS
                 " effective " FPR-EFFECTIVE-DATE
                 " is not numeric - ignored"
              GO TO LOAD-ONE-PRICE-FN
           END-IF.
           ADD 1 TO PRICE-RECORD-COUNT.
           IF FPR-EFFECTIVE-DATE > WS-CHARGE-DATE
              ADD 1 TO FUTURE-PRICE-COUNT
              GO TO LOAD-ONE-PRICE-FN
           END-IF.

           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                 UNTIL CP-IDX > CP-COUNT OR ENTRY-WAS-FOUND
              IF CP-MODULE-CLASS(CP-IDX) = FPR-MODULE-CLASS
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              SET CP-IDX DOWN BY 1
              IF FPR-EFFECTIVE-DATE >= CP-EFFECTIVE-DATE(CP-IDX)
                 MOVE FPR-EFFECTIVE-DATE
                    TO CP-EFFECTIVE-DATE(CP-IDX)
                 MOVE FPR-UNIT-PRICE TO CP-UNIT-PRICE(CP-IDX)
              END-IF
              GO TO LOAD-ONE-PRICE-FN
           END-IF.

           IF CP-COUNT >= 200
              DISPLAY "Price table full - class " FPR-MODULE-CLASS
                 " ignored"
              GO TO LOAD-ONE-PRICE-FN
           END-IF.
           ADD 1 TO CP-COUNT.
           MOVE FPR-MODULE-CLASS TO CP-MODULE-CLASS(CP-COUNT).
           MOVE FPR-EFFECTIVE-DATE TO CP-EFFECTIVE-DATE(CP-COUNT).
           MOVE FPR-UNIT-PRICE TO CP-UNIT-PRICE(CP-COUNT).

       LOAD-ONE-PRICE-FN.
      *-------------------*
           EXIT.

       LOAD-EXTRACT.
      *--------------*
      * The charge is for what logistics actually loaded, so the
      * merged extract (which carries the corrected modules) is
      * costed whenever a complete one is on disk - the same rule
      * ACKRECON uses.  Without it the raw extract is costed with
      * the delta extract applied over it.
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
              DISPLAY "Costing the merged extract"
              MOVE "MERGED" TO WS-EXTRACT-SOURCE
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
              PERFORM LOAD-RAW-WITH-DELTA
                 THRU LOAD-RAW-WITH-DELTA-FN
              IF RUN-HAS-FAILED
                 GO TO LOAD-EXTRACT-FN
              END-IF
           END-IF.

           IF NOT TRAILER-WAS-SEEN
              DISPLAY "Extract has no trailer - it is incomplete"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
           END-IF.

       LOAD-EXTRACT-FN.
      *-----------------*
           EXIT.

       LOAD-RAW-WITH-DELTA.
      *---------------------*
           MOVE "RAW" TO WS-EXTRACT-SOURCE.
           PERFORM LOAD-DELTA THRU LOAD-DELTA-FN.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-IS-OK
              DISPLAY "Logistics extract could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-RAW-WITH-DELTA-FN
           END-IF.
           PERFORM UNTIL EXTRACT-END-OF-FILE
              READ EXTRACT-FILE
              IF NOT EXTRACT-END-OF-FILE
                 MOVE EXTRACT-RECORD TO WS-EXTRACT-IMAGE
                 PERFORM RAW-IMAGE-APPLY THRU RAW-IMAGE-APPLY-FN
              END-IF
           END-PERFORM.
           CLOSE EXTRACT-FILE.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                 UNTIL DT-IDX > DT-COUNT
              MOVE DT-RECORD(DT-IDX) TO WS-EXTRACT-IMAGE
              PERFORM EXTRACT-IMAGE-APPLY
                 THRU EXTRACT-IMAGE-APPLY-FN
              ADD 1 TO CORRECTED-COUNT
           END-PERFORM.

       LOAD-RAW-WITH-DELTA-FN.
      *------------------------*
           EXIT.

       LOAD-DELTA.
      *------------*
      * No delta extract simply means nothing was corrected.
           OPEN INPUT DELTA-EXTRACT-FILE.
           IF NOT DELTA-EXTRACT-IS-OK
              GO TO LOAD-DELTA-FN
           END-IF.
           PERFORM UNTIL DELTA-EXTRACT-EOF
              READ DELTA-EXTRACT-FILE
              IF NOT DELTA-EXTRACT-EOF
                 MOVE DELTA-EXTRACT-RECORD TO LX-PARSE-LINE
                 PERFORM LX-OLD-FORMAT-REMAP
                    THRU LX-OLD-FORMAT-REMAP-FN
                 IF LXP-REC-TYPE = "D"
                    IF DT-COUNT < 2000
                       ADD 1 TO DT-COUNT
                       MOVE LXP-MANIFEST-ID
                          TO DT-MANIFEST-ID(DT-COUNT)
                       MOVE LXP-MODULE-ID TO DT-MODULE-ID(DT-COUNT)
                       MOVE DELTA-EXTRACT-RECORD
                          TO DT-RECORD(DT-COUNT)
                    ELSE
                       DISPLAY "Delta table full - " LXP-MODULE-ID
                          " not costed"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE DELTA-EXTRACT-FILE.
           DISPLAY "Delta records loaded: " DT-COUNT.

       LOAD-DELTA-FN.
      *---------------*
           EXIT.

       RAW-IMAGE-APPLY.
      *-----------------*
      * A raw record the delta corrects is skipped here; the delta
      * record is costed in its place once the raw file is done.
           MOVE WS-EXTRACT-IMAGE TO LX-PARSE-LINE.
           PERFORM LX-OLD-FORMAT-REMAP
              THRU LX-OLD-FORMAT-REMAP-FN.
           IF LXP-REC-TYPE = "D"
              MOVE "N" TO WS-DELTA-HIT
              PERFORM VARYING DT-IDX FROM 1 BY 1
                    UNTIL DT-IDX > DT-COUNT
                       OR DELTA-REPLACES-RECORD
                 IF DT-MANIFEST-ID(DT-IDX) = LXP-MANIFEST-ID
                    AND DT-MODULE-ID(DT-IDX) = LXP-MODULE-ID
                    MOVE "Y" TO WS-DELTA-HIT
                 END-IF
              END-PERFORM
              IF DELTA-REPLACES-RECORD
                 GO TO RAW-IMAGE-APPLY-FN
              END-IF
           END-IF.
           PERFORM EXTRACT-IMAGE-APPLY THRU EXTRACT-IMAGE-APPLY-FN.

       RAW-IMAGE-APPLY-FN.
      *--------------------*
           EXIT.

       EXTRACT-IMAGE-APPLY.
      *---------------------*
      * One extract line, merged, raw or delta, in WS-EXTRACT-IMAGE.
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
           IF WS-WORK-VEHICLE = SPACES
              MOVE "UNASSIGNED" TO WS-WORK-VEHICLE
              ADD 1 TO UNASSIGNED-COUNT
           END-IF.

           PERFORM PRICE-FIND THRU PRICE-FIND-FN.
           COMPUTE WS-BASE-COST ROUNDED =
              LXP-RECURSIVE-FUEL * WS-UNIT-PRICE.
           COMPUTE WS-RESERVE-COST ROUNDED =
              LXP-RESERVE-FUEL * WS-UNIT-PRICE.

           PERFORM CHARGE-ENTRY-FIND THRU CHARGE-ENTRY-FIND-FN.
           IF WS-CG-SUB NOT = ZEROES
              ADD 1 TO CG-MODULE-COUNT(WS-CG-SUB)
              ADD LXP-RECURSIVE-FUEL TO CG-BASE-FUEL(WS-CG-SUB)
              ADD LXP-RESERVE-FUEL TO CG-RESERVE-FUEL(WS-CG-SUB)
              ADD WS-BASE-COST TO CG-BASE-COST(WS-CG-SUB)
              ADD WS-RESERVE-COST TO CG-RESERVE-COST(WS-CG-SUB)
           END-IF.

           PERFORM MANIFEST-ENTRY-FIND THRU MANIFEST-ENTRY-FIND-FN.
           IF WS-MC-SUB NOT = ZEROES
              ADD 1 TO MC-MODULE-COUNT(WS-MC-SUB)
              ADD LXP-RECURSIVE-FUEL TO MC-BASE-FUEL(WS-MC-SUB)
              ADD LXP-RESERVE-FUEL TO MC-RESERVE-FUEL(WS-MC-SUB)
              ADD WS-BASE-COST TO MC-BASE-COST(WS-MC-SUB)
              ADD WS-RESERVE-COST TO MC-RESERVE-COST(WS-MC-SUB)
           END-IF.
           ADD 1 TO MODULE-COUNT.

       EXTRACT-IMAGE-APPLY-FN.
      *------------------------*
           EXIT.

       PRICE-FIND.
      *------------*
      * Returns the class's price in force in WS-UNIT-PRICE; a
      * class with none is charged at zero and listed.
           MOVE "N" TO WS-PRICE-FOUND.
           MOVE ZEROES TO WS-UNIT-PRICE.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                 UNTIL CP-IDX > CP-COUNT OR PRICE-WAS-FOUND
              IF CP-MODULE-CLASS(CP-IDX) = LXP-MODULE-CLASS
                 MOVE "Y" TO WS-PRICE-FOUND
                 MOVE CP-UNIT-PRICE(CP-IDX) TO WS-UNIT-PRICE
              END-IF
           END-PERFORM.
           IF PRICE-WAS-FOUND
              GO TO PRICE-FIND-FN
           END-IF.

           ADD 1 TO UNPRICED-COUNT.
           PERFORM VARYING WS-UP-SUB FROM 1 BY 1
                 UNTIL WS-UP-SUB > UP-COUNT
                    OR UP-MODULE-CLASS(WS-UP-SUB) = LXP-MODULE-CLASS
              CONTINUE
           END-PERFORM.
           IF WS-UP-SUB > UP-COUNT
              IF UP-COUNT >= 100
                 GO TO PRICE-FIND-FN
              END-IF
              ADD 1 TO UP-COUNT
              MOVE LXP-MODULE-CLASS TO UP-MODULE-CLASS(UP-COUNT)
              MOVE ZEROES TO UP-MODULE-COUNT(UP-COUNT)
           END-IF.
           ADD 1 TO UP-MODULE-COUNT(WS-UP-SUB).

       PRICE-FIND-FN.
      *---------------*
           EXIT.

       CHARGE-ENTRY-FIND.
      *-------------------*
      * Returns the vehicle and class's slot in WS-CG-SUB, adding
      * it when new; zero means the table is full.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-CG-SUB FROM 1 BY 1
                 UNTIL WS-CG-SUB > CG-COUNT OR ENTRY-WAS-FOUND
              IF CG-VEHICLE(WS-CG-SUB) = WS-WORK-VEHICLE
                 AND CG-MODULE-CLASS(WS-CG-SUB) = LXP-MODULE-CLASS
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              SUBTRACT 1 FROM WS-CG-SUB
              GO TO CHARGE-ENTRY-FIND-FN
           END-IF.

           IF CG-COUNT >= 500
              DISPLAY "Chargeback table full - " WS-WORK-VEHICLE
                 " " LXP-MODULE-CLASS " not charged"
              MOVE ZEROES TO WS-CG-SUB
              GO TO CHARGE-ENTRY-FIND-FN
           END-IF.
           ADD 1 TO CG-COUNT.
           MOVE CG-COUNT TO WS-CG-SUB.
           MOVE WS-WORK-VEHICLE TO CG-VEHICLE(WS-CG-SUB).
           MOVE LXP-MODULE-CLASS TO CG-MODULE-CLASS(WS-CG-SUB).
           MOVE ZEROES TO CG-MODULE-COUNT(WS-CG-SUB).
           MOVE ZEROES TO CG-BASE-FUEL(WS-CG-SUB).
           MOVE ZEROES TO CG-RESERVE-FUEL(WS-CG-SUB).
           MOVE WS-UNIT-PRICE TO CG-UNIT-PRICE(WS-CG-SUB).
           MOVE ZEROES TO CG-BASE-COST(WS-CG-SUB).
           MOVE ZEROES TO CG-RESERVE-COST(WS-CG-SUB).

       CHARGE-ENTRY-FIND-FN.
      *----------------------*
           EXIT.

       MANIFEST-ENTRY-FIND.
      *---------------------*
      * Returns the manifest's slot in WS-MC-SUB, adding it when
      * new; zero means the table is full.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                 UNTIL WS-MC-SUB > MC-COUNT OR ENTRY-WAS-FOUND
              IF MC-MANIFEST-ID(WS-MC-SUB) = LXP-MANIFEST-ID
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              SUBTRACT 1 FROM WS-MC-SUB
              GO TO MANIFEST-ENTRY-FIND-FN
           END-IF.

           IF MC-COUNT >= 200
              DISPLAY "Manifest table full - " LXP-MANIFEST-ID
                 " not reported"
              MOVE ZEROES TO WS-MC-SUB
              GO TO MANIFEST-ENTRY-FIND-FN
           END-IF.
           ADD 1 TO MC-COUNT.
           MOVE MC-COUNT TO WS-MC-SUB.
           MOVE LXP-MANIFEST-ID TO MC-MANIFEST-ID(WS-MC-SUB).
           MOVE WS-WORK-VEHICLE TO MC-VEHICLE(WS-MC-SUB).
           MOVE ZEROES TO MC-MODULE-COUNT(WS-MC-SUB).
           MOVE ZEROES TO MC-BASE-FUEL(WS-MC-SUB).
           MOVE ZEROES TO MC-RESERVE-FUEL(WS-MC-SUB).
           MOVE ZEROES TO MC-BASE-COST(WS-MC-SUB).
           MOVE ZEROES TO MC-RESERVE-COST(WS-MC-SUB).
           MOVE "N" TO MC-PRINTED(WS-MC-SUB).

       MANIFEST-ENTRY-FIND-FN.
      *------------------------*
           EXIT.

       LX-OLD-FORMAT-REMAP.
      *---------------------*
      * A D record written before the reserve field existed is 16
      * bytes shorter: its class and manifest sit where the
      * reserve is now, so the reserve field parses non-numeric.
      * Re-map those records as the old layout - their reserve is
      * zero by definition - so a chargeback run that lands before
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

       CHARGEBACK-WRITE.
      *------------------*
      * Nothing is written for a run that could not be costed, so
      * finance never posts a partial charge.
           IF RUN-HAS-FAILED
              GO TO CHARGEBACK-WRITE-FN
           END-IF.

           OPEN OUTPUT CHARGEBACK-FILE.
           PERFORM VARYING WS-CG-SUB FROM 1 BY 1
                 UNTIL WS-CG-SUB > CG-COUNT
              MOVE SPACES TO CHARGEBACK-RECORD
              MOVE "D" TO CHB-REC-TYPE
              MOVE CG-VEHICLE(WS-CG-SUB) TO CHB-VEHICLE
              MOVE CG-MODULE-CLASS(WS-CG-SUB) TO CHB-MODULE-CLASS
              MOVE CG-MODULE-COUNT(WS-CG-SUB) TO CHB-MODULE-COUNT
              MOVE CG-BASE-FUEL(WS-CG-SUB) TO CHB-BASE-FUEL
              MOVE CG-RESERVE-FUEL(WS-CG-SUB) TO CHB-RESERVE-FUEL
              MOVE CG-UNIT-PRICE(WS-CG-SUB) TO CHB-UNIT-PRICE
              MOVE CG-BASE-COST(WS-CG-SUB) TO CHB-BASE-COST
              MOVE CG-RESERVE-COST(WS-CG-SUB) TO CHB-RESERVE-COST
              COMPUTE CHB-TOTAL-COST = CG-BASE-COST(WS-CG-SUB)
                 + CG-RESERVE-COST(WS-CG-SUB)
              MOVE WS-CHARGE-DATE TO CHB-CHARGE-DATE
              MOVE WS-RUN-TIMESTAMP-IN TO CHB-RUN-TIMESTAMP
              WRITE CHARGEBACK-RECORD
              ADD 1 TO CHARGEBACK-COUNT
              ADD CG-BASE-FUEL(WS-CG-SUB) TO TOTAL-BASE-FUEL
              ADD CG-RESERVE-FUEL(WS-CG-SUB) TO TOTAL-RESERVE-FUEL
              ADD CG-BASE-COST(WS-CG-SUB) TO TOTAL-BASE-COST
              ADD CG-RESERVE-COST(WS-CG-SUB) TO TOTAL-RESERVE-COST
              ADD CHB-TOTAL-COST TO TOTAL-COST
           END-PERFORM.

           MOVE SPACES TO CHARGEBACK-TRAILER.
           MOVE "T" TO CHT-REC-TYPE.
           MOVE CHARGEBACK-COUNT TO CHT-RECORD-COUNT.
           MOVE MODULE-COUNT TO CHT-MODULE-COUNT.
           MOVE TOTAL-BASE-FUEL TO CHT-BASE-FUEL.
           MOVE TOTAL-RESERVE-FUEL TO CHT-RESERVE-FUEL.
           MOVE TOTAL-COST TO CHT-TOTAL-COST.
           MOVE WS-CHARGE-DATE TO CHT-CHARGE-DATE.
           MOVE WS-RUN-TIMESTAMP-IN TO CHT-RUN-TIMESTAMP.
           WRITE CHARGEBACK-TRAILER.
           CLOSE CHARGEBACK-FILE.

           IF UNPRICED-COUNT > ZEROES OR UNASSIGNED-COUNT > ZEROES
              IF WS-RETURN-SEVERITY < 4
                 MOVE 4 TO WS-RETURN-SEVERITY
              END-IF
           END-IF.

       CHARGEBACK-WRITE-FN.
      *---------------------*
           EXIT.

       COST-REPORT-WRITE.
      *-------------------*
      * Manifests print grouped under their vehicle, in the order
      * the vehicles were first charged, each vehicle closed by a
      * subtotal line.
           IF RUN-HAS-FAILED
              GO TO COST-REPORT-WRITE-FN
           END-IF.

           OPEN OUTPUT COST-REPORT-FILE.
           MOVE COST-TITLE-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           MOVE WS-RUN-TIMESTAMP-IN TO CR-RUN-TIMESTAMP.
           MOVE WS-CHARGE-DATE TO CR-CHARGE-DATE.
           MOVE WS-EXTRACT-SOURCE TO CR-SOURCE.
           MOVE COST-RUN-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.

           MOVE PRICE-HEADING-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                 UNTIL CP-IDX > CP-COUNT
              MOVE CP-MODULE-CLASS(CP-IDX) TO PD-MODULE-CLASS
              MOVE CP-EFFECTIVE-DATE(CP-IDX) TO PD-EFFECTIVE-DATE
              MOVE CP-UNIT-PRICE(CP-IDX) TO PD-UNIT-PRICE
              MOVE PRICE-DETAIL-LINE TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           END-PERFORM.

           MOVE COST-COLUMN-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.
           PERFORM VARYING WS-MC-SUB FROM 1 BY 1
                 UNTIL WS-MC-SUB > MC-COUNT
              IF MC-PRINTED(WS-MC-SUB) = "N"
                 PERFORM COST-ONE-VEHICLE THRU COST-ONE-VEHICLE-FN
              END-IF
           END-PERFORM.

           MOVE "TOTALS" TO CD-VEHICLE.
           MOVE SPACES TO CD-MANIFEST-ID.
           MOVE MODULE-COUNT TO CD-MODULE-COUNT.
           MOVE TOTAL-BASE-FUEL TO CD-BASE-FUEL.
           MOVE TOTAL-RESERVE-FUEL TO CD-RESERVE-FUEL.
           MOVE TOTAL-BASE-COST TO CD-BASE-COST.
           MOVE TOTAL-RESERVE-COST TO CD-RESERVE-COST.
           MOVE TOTAL-COST TO CD-TOTAL-COST.
           MOVE COST-DETAIL-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.

           PERFORM VARYING WS-UP-SUB FROM 1 BY 1
                 UNTIL WS-UP-SUB > UP-COUNT
              MOVE UP-MODULE-CLASS(WS-UP-SUB) TO UL-MODULE-CLASS
              MOVE UP-MODULE-COUNT(WS-UP-SUB) TO UL-MODULE-COUNT
              MOVE UNPRICED-LINE TO COST-REPORT-RECORD
              WRITE COST-REPORT-RECORD
           END-PERFORM.
           CLOSE COST-REPORT-FILE.

       COST-REPORT-WRITE-FN.
      *----------------------*
           EXIT.

       COST-ONE-VEHICLE.
      *------------------*
      * Prints every manifest of the vehicle at WS-MC-SUB, then the
      * vehicle's subtotal.
           MOVE MC-VEHICLE(WS-MC-SUB) TO WS-WORK-VEHICLE.
           MOVE ZEROES TO VEH-MODULE-COUNT VEH-BASE-FUEL
              VEH-RESERVE-FUEL VEH-BASE-COST VEH-RESERVE-COST.
           PERFORM VARYING WS-MC-SUB2 FROM WS-MC-SUB BY 1
                 UNTIL WS-MC-SUB2 > MC-COUNT
              IF MC-VEHICLE(WS-MC-SUB2) = WS-WORK-VEHICLE
                 MOVE WS-WORK-VEHICLE TO CD-VEHICLE
                 MOVE MC-MANIFEST-ID(WS-MC-SUB2) TO CD-MANIFEST-ID
                 MOVE MC-MODULE-COUNT(WS-MC-SUB2) TO CD-MODULE-COUNT
                 MOVE MC-BASE-FUEL(WS-MC-SUB2) TO CD-BASE-FUEL
                 MOVE MC-RESERVE-FUEL(WS-MC-SUB2) TO CD-RESERVE-FUEL
                 MOVE MC-BASE-COST(WS-MC-SUB2) TO CD-BASE-COST
                 MOVE MC-RESERVE-COST(WS-MC-SUB2) TO CD-RESERVE-COST
                 COMPUTE CD-TOTAL-COST = MC-BASE-COST(WS-MC-SUB2)
                    + MC-RESERVE-COST(WS-MC-SUB2)
                 MOVE COST-DETAIL-LINE TO COST-REPORT-RECORD
                 WRITE COST-REPORT-RECORD
                 MOVE "Y" TO MC-PRINTED(WS-MC-SUB2)
                 ADD MC-MODULE-COUNT(WS-MC-SUB2) TO VEH-MODULE-COUNT
                 ADD MC-BASE-FUEL(WS-MC-SUB2) TO VEH-BASE-FUEL
                 ADD MC-RESERVE-FUEL(WS-MC-SUB2) TO VEH-RESERVE-FUEL
                 ADD MC-BASE-COST(WS-MC-SUB2) TO VEH-BASE-COST
                 ADD MC-RESERVE-COST(WS-MC-SUB2) TO VEH-RESERVE-COST
              END-IF
           END-PERFORM.

           MOVE WS-WORK-VEHICLE TO CD-VEHICLE.
           MOVE "SUBTOTAL" TO CD-MANIFEST-ID.
           MOVE VEH-MODULE-COUNT TO CD-MODULE-COUNT.
           MOVE VEH-BASE-FUEL TO CD-BASE-FUEL.
           MOVE VEH-RESERVE-FUEL TO CD-RESERVE-FUEL.
           MOVE VEH-BASE-COST TO CD-BASE-COST.
           MOVE VEH-RESERVE-COST TO CD-RESERVE-COST.
           COMPUTE CD-TOTAL-COST = VEH-BASE-COST + VEH-RESERVE-COST.
           MOVE COST-DETAIL-LINE TO COST-REPORT-RECORD.
           WRITE COST-REPORT-RECORD.

       COST-ONE-VEHICLE-FN.
      *---------------------*
           EXIT.

       CHARGE-SUMMARY.
      *----------------*
           DISPLAY "==================================".
           DISPLAY "Fuel cost chargeback".
           DISPLAY "Production run    : " WS-RUN-TIMESTAMP-IN.
           DISPLAY "Extract costed    : " WS-EXTRACT-SOURCE.
           DISPLAY "Price records     : " PRICE-RECORD-COUNT.
           DISPLAY "Not yet effective : " FUTURE-PRICE-COUNT.
           DISPLAY "Modules costed    : " MODULE-COUNT.
           DISPLAY "Corrected (delta) : " CORRECTED-COUNT.
           DISPLAY "No price in force : " UNPRICED-COUNT.
           DISPLAY "Unassigned modules: " UNASSIGNED-COUNT.
           DISPLAY "Chargeback records: " CHARGEBACK-COUNT.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       CHARGE-SUMMARY-FN.
      *-------------------*
           EXIT.
