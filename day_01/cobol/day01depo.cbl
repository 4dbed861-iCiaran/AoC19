       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOTLDG.

      *============================================================*
      *  Fuel depot inventory ledger.                              *
      *  Starts from the depot's counted stock, posts the          *
      *  receipts, issues and adjustments the depot has booked     *
      *  since the stock-take, and books the last production       *
      *  run's campaign requirement - part B (recursive) fuel plus *
      *  contingency reserve, from the logistics extract - as a    *
      *  committed drawdown against the stock.  Commitments are    *
      *  kept on a commitment book, one entry per production run,  *
      *  so every run since the stock-take stays committed until   *
      *  the next stock-take counts the fuel as drawn; running the *
      *  ledger again for the same run re-books that run (after   *
      *  corrections are merged, say) rather than booking it       *
      *  twice.  The ledger prints opening stock, receipts and     *
      *  adjustments, commitments, projected closing balance and   *
      *  any shortfall, so procurement hears about it days before  *
      *  the tankers are booked.                                   *
      *  Return code: 0 clean, 4 projected closing below the       *
      *  safety stock or movements rejected, 8 projected           *
      *  shortfall, 12 stock file or extract missing or            *
      *  incomplete, or commitment book not written.               *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPOT-STOCK-FILE ASSIGN TO "../inputs/depot_stock.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS DEPOT-STOCK-STATUS.

       SELECT DEPOT-TRANS-FILE ASSIGN TO "../inputs/depot_trans.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS DEPOT-TRANS-STATUS.

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

       SELECT COMMIT-BOOK-FILE
             ASSIGN TO "../outputs/depot_commitments.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS COMMIT-BOOK-STATUS.

       SELECT LEDGER-REPORT-FILE
             ASSIGN TO "../outputs/depot_ledger.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS LEDGER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOT-STOCK-FILE.
           COPY DEPSTOCK.

       FD DEPOT-TRANS-FILE.
           COPY DEPTRAN.

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD PIC X(60).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(72).

       FD MERGED-EXTRACT-FILE.
       01 MERGED-EXTRACT-RECORD PIC X(72).

       FD COMMIT-BOOK-FILE.
       01 COMMIT-BOOK-RECORD PIC X(61).

       FD LEDGER-REPORT-FILE.
       01 LEDGER-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 DEPOT-STOCK-STATUS PIC 99.
          88 DEPOT-STOCK-IS-OK VALUE 0.

       01 DEPOT-TRANS-STATUS PIC 99.
          88 DEPOT-TRANS-IS-OK VALUE 0.
          88 DEPOT-TRANS-EOF   VALUE 10.

       01 RUN-STATUS-STATUS PIC 99.
          88 RUN-STATUS-IS-OK VALUE 0.

       01 EXTRACT-FILE-STATUS PIC 99.
          88 EXTRACT-FILE-IS-OK VALUE 0.
          88 EXTRACT-END-OF-FILE VALUE 10.

       01 MERGED-EXTRACT-STATUS PIC 99.
          88 MERGED-EXTRACT-IS-OK VALUE 0.
          88 MERGED-EXTRACT-EOF   VALUE 10.

       01 COMMIT-BOOK-STATUS PIC 99.
          88 COMMIT-BOOK-IS-OK VALUE 0.
          88 COMMIT-BOOK-EOF   VALUE 10.

       01 LEDGER-REPORT-STATUS PIC 99.
          88 LEDGER-REPORT-IS-OK VALUE 0.

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

      * The main run's status record; only the timestamp, which
      * names the production run being booked, is used here.
       01 RS-PARSE-LINE.
          05 RSP-TIMESTAMP        PIC X(19).
          05 FILLER               PIC X(41).

      * One commitment book entry per production run.
       01 COMMIT-BOOK-LINE.
          05 CB-RUN-TIMESTAMP     PIC X(19).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CB-SOURCE            PIC X(6).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CB-MODULE-COUNT      PIC 9(6).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CB-B-FUEL            PIC 9(13).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CB-RESERVE-FUEL      PIC 9(13).

       01 COMMITMENT-TABLE.
          05 CT-COUNT            PIC 9(3) VALUE ZEROES.
          05 CT-ENTRY OCCURS 500 TIMES.
             10 CT-RUN-TIMESTAMP PIC X(19).
             10 CT-SOURCE        PIC X(6).
             10 CT-MODULE-COUNT  PIC 9(6).
             10 CT-B-FUEL        PIC 9(13).
             10 CT-RESERVE-FUEL  PIC 9(13).

       01 WS-CT-SUB          PIC 9(3) VALUE ZEROES.
       01 WS-RUN-SUB         PIC 9(3) VALUE ZEROES.
       01 WS-RUN-TIMESTAMP   PIC X(19) VALUE SPACES.
       01 WS-RUN-SOURCE      PIC X(6)  VALUE SPACES.
       01 WS-RUN-MODULES     PIC 9(6)  VALUE ZEROES.
       01 WS-RUN-B-FUEL      PIC 9(13) VALUE ZEROES.
       01 WS-RUN-RESERVE     PIC 9(13) VALUE ZEROES.
       01 WS-RUN-REBOOKED    PIC X(1) VALUE "N".
          88 RUN-WAS-REBOOKED  VALUE "Y".

       01 WS-TRAILER-SEEN    PIC X(1) VALUE "N".
          88 TRAILER-WAS-SEEN  VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 WS-COMMITMENT      PIC 9(14) VALUE ZEROES.
       01 WS-MOVEMENT        PIC S9(14) VALUE ZEROES.
       01 RECEIPT-TOTAL      PIC 9(14) VALUE ZEROES.
       01 ISSUE-TOTAL        PIC 9(14) VALUE ZEROES.
       01 ADJUSTMENT-NET     PIC S9(14) VALUE ZEROES.
       01 COMMITMENT-TOTAL   PIC 9(14) VALUE ZEROES.
       01 PROJECTED-CLOSING  PIC S9(14) VALUE ZEROES.
       01 SHORTFALL-AMOUNT   PIC 9(14) VALUE ZEROES.
       01 SAFETY-BREACH      PIC 9(14) VALUE ZEROES.

       01 MOVEMENT-COUNT     PIC 9(6)  VALUE ZEROES.
       01 PRIOR-MOVE-COUNT   PIC 9(6)  VALUE ZEROES.
       01 REJECT-MOVE-COUNT  PIC 9(6)  VALUE ZEROES.
       01 SETTLED-RUN-COUNT  PIC 9(3)  VALUE ZEROES.
       01 OPEN-RUN-COUNT     PIC 9(3)  VALUE ZEROES.

       01 LEDGER-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "FUEL DEPOT INVENTORY LEDGER     ".

       01 LEDGER-DEPOT-LINE.
          05 FILLER               PIC X(7)  VALUE "DEPOT: ".
          05 LH-DEPOT-ID          PIC X(8).
          05 FILLER               PIC X(17)
             VALUE "  STOCK-TAKE OF: ".
          05 LH-STOCK-DATE        PIC X(10).

       01 LEDGER-HEADING-LINE.
          05 LG-HEADING           PIC X(60).

       01 LEDGER-AMOUNT-LINE.
          05 LA-LABEL             PIC X(30).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 LA-AMOUNT            PIC +(14)9.

       01 MOVEMENT-COLUMN-LINE.
          05 FILLER               PIC X(10) VALUE "DATE      ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE "REFERENCE   ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "TYPE      ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE "       QUANTITY".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE "REMARK".

       01 MOVEMENT-DETAIL-LINE.
          05 MD-DATE              PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MD-REFERENCE         PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MD-TYPE              PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MD-QUANTITY          PIC +(14)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MD-REMARK            PIC X(30).

       01 COMMIT-COLUMN-LINE.
          05 FILLER               PIC X(19)
             VALUE "PRODUCTION RUN     ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "SOURCE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "  MODS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "   PART B FUEL".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE "       RESERVE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE "      COMMITTED".

       01 COMMIT-DETAIL-LINE.
          05 CD-RUN-TIMESTAMP     PIC X(19).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-SOURCE            PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-MODULE-COUNT      PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-B-FUEL            PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-RESERVE-FUEL      PIC Z(13)9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CD-COMMITMENT        PIC Z(14)9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 CD-THIS-RUN          PIC X(1).

      * The release gate and job stream read this line to learn
      * whether the depot can cover the campaign - keep the label.
       01 LEDGER-STATUS-LINE.
          05 FILLER               PIC X(15)
             VALUE "LEDGER STATUS: ".
          05 LS-STATUS            PIC X(20).

       PROCEDURE DIVISION.
           PERFORM LOAD-DEPOT-STOCK THRU LOAD-DEPOT-STOCK-FN.
           PERFORM LOAD-RUN-STATUS THRU LOAD-RUN-STATUS-FN.
           PERFORM LOAD-EXTRACT THRU LOAD-EXTRACT-FN.
           PERFORM LOAD-COMMITMENTS THRU LOAD-COMMITMENTS-FN.
           PERFORM BOOK-RUN-COMMITMENT THRU BOOK-RUN-COMMITMENT-FN.
           PERFORM SAVE-COMMITMENTS THRU SAVE-COMMITMENTS-FN.
           PERFORM LEDGER-REPORT-WRITE THRU LEDGER-REPORT-WRITE-FN.
           PERFORM LEDGER-SUMMARY THRU LEDGER-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-DEPOT-STOCK.
      *------------------*
           OPEN INPUT DEPOT-STOCK-FILE.
           IF NOT DEPOT-STOCK-IS-OK
              DISPLAY "Depot stock file could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-DEPOT-STOCK-FN
           END-IF.

           READ DEPOT-STOCK-FILE.
           IF NOT DEPOT-STOCK-IS-OK
              DISPLAY "Depot stock file is empty"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
           ELSE
              IF DEP-ON-HAND IS NOT NUMERIC
                 DISPLAY "Depot stock on hand is not numeric"
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
              END-IF
              IF DEP-SAFETY-STOCK IS NOT NUMERIC
                 MOVE ZEROES TO DEP-SAFETY-STOCK
              END-IF
           END-IF.
           CLOSE DEPOT-STOCK-FILE.

       LOAD-DEPOT-STOCK-FN.
      *---------------------*
           EXIT.

       LOAD-RUN-STATUS.
      *-----------------*
      * The run status record names the last production run; a
      * simulation never writes it, so a what-if run is never
      * booked against the depot.  No record, no new commitment -
      * the runs already on the book still stand.
           IF RUN-HAS-FAILED
              GO TO LOAD-RUN-STATUS-FN
           END-IF.

           MOVE SPACES TO WS-RUN-TIMESTAMP.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT RUN-STATUS-IS-OK
              DISPLAY "No run status record - no production run "
                 "to book"
              GO TO LOAD-RUN-STATUS-FN
           END-IF.
           READ RUN-STATUS-FILE.
           IF RUN-STATUS-IS-OK
              MOVE RUN-STATUS-RECORD TO RS-PARSE-LINE
              MOVE RSP-TIMESTAMP TO WS-RUN-TIMESTAMP
           END-IF.
           CLOSE RUN-STATUS-FILE.

       LOAD-RUN-STATUS-FN.
      *--------------------*
           EXIT.

       LOAD-EXTRACT.
      *--------------*
      * The drawdown is what logistics will actually load, so the
      * merged extract (which carries the corrected modules) is
      * used whenever a complete one is on disk, and the raw
      * extract only when it is not - the same rule ACKRECON uses.
           IF RUN-HAS-FAILED OR WS-RUN-TIMESTAMP = SPACES
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
              MOVE "MERGED" TO WS-RUN-SOURCE
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
              MOVE "RAW" TO WS-RUN-SOURCE
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

           ADD LXP-RECURSIVE-FUEL TO WS-RUN-B-FUEL
              GIVING WS-RUN-B-FUEL.
           ADD LXP-RESERVE-FUEL TO WS-RUN-RESERVE
              GIVING WS-RUN-RESERVE.
           ADD 1 TO WS-RUN-MODULES.

       EXTRACT-IMAGE-APPLY-FN.
      *------------------------*
           EXIT.

       LX-OLD-FORMAT-REMAP.
      *---------------------*
      * A D record written before the reserve field existed is 16
      * bytes shorter: its class and manifest sit where the
      * reserve is now, so the reserve field parses non-numeric.
      * Re-map those records as the old layout - their reserve is
      * zero by definition.
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

       LOAD-COMMITMENTS.
      *------------------*
      * Runs booked before the stock-take were counted as drawn
      * when the depot dipped its tanks; they are dropped here and
      * fall off the book when it is rewritten.  No book yet is an
      * empty book.
           IF RUN-HAS-FAILED
              GO TO LOAD-COMMITMENTS-FN
           END-IF.

           OPEN INPUT COMMIT-BOOK-FILE.
           IF NOT COMMIT-BOOK-IS-OK
              GO TO LOAD-COMMITMENTS-FN
           END-IF.
           PERFORM UNTIL COMMIT-BOOK-EOF
              READ COMMIT-BOOK-FILE
              IF NOT COMMIT-BOOK-EOF
                 MOVE COMMIT-BOOK-RECORD TO COMMIT-BOOK-LINE
                 PERFORM LOAD-ONE-COMMITMENT
                    THRU LOAD-ONE-COMMITMENT-FN
              END-IF
           END-PERFORM.
           CLOSE COMMIT-BOOK-FILE.

       LOAD-COMMITMENTS-FN.
      *---------------------*
           EXIT.

       LOAD-ONE-COMMITMENT.
      *---------------------*
           IF CB-RUN-TIMESTAMP = SPACES
              OR CB-B-FUEL IS NOT NUMERIC
              OR CB-RESERVE-FUEL IS NOT NUMERIC
              GO TO LOAD-ONE-COMMITMENT-FN
           END-IF.
           IF CB-RUN-TIMESTAMP(1:10) < DEP-STOCK-DATE
              ADD 1 TO SETTLED-RUN-COUNT
              GO TO LOAD-ONE-COMMITMENT-FN
           END-IF.
           IF CT-COUNT >= 500
              DISPLAY "Commitment table full - run "
                 CB-RUN-TIMESTAMP " dropped"
              GO TO LOAD-ONE-COMMITMENT-FN
           END-IF.
           ADD 1 TO CT-COUNT.
           MOVE CB-RUN-TIMESTAMP TO CT-RUN-TIMESTAMP(CT-COUNT).
           MOVE CB-SOURCE TO CT-SOURCE(CT-COUNT).
           MOVE CB-MODULE-COUNT TO CT-MODULE-COUNT(CT-COUNT).
           MOVE CB-B-FUEL TO CT-B-FUEL(CT-COUNT).
           MOVE CB-RESERVE-FUEL TO CT-RESERVE-FUEL(CT-COUNT).

       LOAD-ONE-COMMITMENT-FN.
      *------------------------*
           EXIT.

       BOOK-RUN-COMMITMENT.
      *---------------------*
      * The production run's entry replaces any entry the book
      * already holds for the same run, so a re-run of the ledger
      * picks up a merged extract without double-booking.  A run
      * older than the stock-take is already in the counted stock.
           IF RUN-HAS-FAILED OR WS-RUN-TIMESTAMP = SPACES
              GO TO BOOK-RUN-COMMITMENT-FN
           END-IF.
           IF WS-RUN-TIMESTAMP(1:10) < DEP-STOCK-DATE
              DISPLAY "Run " WS-RUN-TIMESTAMP
                 " predates the stock-take - not booked"
              GO TO BOOK-RUN-COMMITMENT-FN
           END-IF.

           MOVE ZEROES TO WS-RUN-SUB.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                 UNTIL WS-CT-SUB > CT-COUNT
              IF CT-RUN-TIMESTAMP(WS-CT-SUB) = WS-RUN-TIMESTAMP
                 MOVE WS-CT-SUB TO WS-RUN-SUB
              END-IF
           END-PERFORM.

           IF WS-RUN-SUB > ZEROES
              MOVE "Y" TO WS-RUN-REBOOKED
           ELSE
              IF CT-COUNT >= 500
                 DISPLAY "Commitment table full - run "
                    WS-RUN-TIMESTAMP " not booked"
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
                 GO TO BOOK-RUN-COMMITMENT-FN
              END-IF
              ADD 1 TO CT-COUNT
              MOVE CT-COUNT TO WS-RUN-SUB
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO CT-RUN-TIMESTAMP(WS-RUN-SUB).
           MOVE WS-RUN-SOURCE TO CT-SOURCE(WS-RUN-SUB).
           MOVE WS-RUN-MODULES TO CT-MODULE-COUNT(WS-RUN-SUB).
           MOVE WS-RUN-B-FUEL TO CT-B-FUEL(WS-RUN-SUB).
           MOVE WS-RUN-RESERVE TO CT-RESERVE-FUEL(WS-RUN-SUB).

       BOOK-RUN-COMMITMENT-FN.
      *------------------------*
           EXIT.

       SAVE-COMMITMENTS.
      *------------------*
           IF RUN-HAS-FAILED
              GO TO SAVE-COMMITMENTS-FN
           END-IF.

           OPEN OUTPUT COMMIT-BOOK-FILE.
           IF NOT COMMIT-BOOK-IS-OK
              DISPLAY "Commitment book could not be written - status "
                 COMMIT-BOOK-STATUS
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO SAVE-COMMITMENTS-FN
           END-IF.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                 UNTIL WS-CT-SUB > CT-COUNT
              MOVE CT-RUN-TIMESTAMP(WS-CT-SUB) TO CB-RUN-TIMESTAMP
              MOVE CT-SOURCE(WS-CT-SUB) TO CB-SOURCE
              MOVE CT-MODULE-COUNT(WS-CT-SUB) TO CB-MODULE-COUNT
              MOVE CT-B-FUEL(WS-CT-SUB) TO CB-B-FUEL
              MOVE CT-RESERVE-FUEL(WS-CT-SUB) TO CB-RESERVE-FUEL
              MOVE COMMIT-BOOK-LINE TO COMMIT-BOOK-RECORD
              WRITE COMMIT-BOOK-RECORD
           END-PERFORM.
           CLOSE COMMIT-BOOK-FILE.

       SAVE-COMMITMENTS-FN.
      *---------------------*
           EXIT.

       LEDGER-REPORT-WRITE.
      *---------------------*
           IF RUN-HAS-FAILED
              GO TO LEDGER-REPORT-WRITE-FN
           END-IF.

           OPEN OUTPUT LEDGER-REPORT-FILE.
           MOVE LEDGER-TITLE-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE DEP-DEPOT-ID TO LH-DEPOT-ID.
           MOVE DEP-STOCK-DATE TO LH-STOCK-DATE.
           MOVE LEDGER-DEPOT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

           MOVE "OPENING STOCK" TO LA-LABEL.
           MOVE DEP-ON-HAND TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

           PERFORM LEDGER-MOVEMENTS THRU LEDGER-MOVEMENTS-FN.
           PERFORM LEDGER-COMMITMENTS THRU LEDGER-COMMITMENTS-FN.
           PERFORM LEDGER-CLOSING THRU LEDGER-CLOSING-FN.

           CLOSE LEDGER-REPORT-FILE.

       LEDGER-REPORT-WRITE-FN.
      *------------------------*
           EXIT.

       LEDGER-MOVEMENTS.
      *------------------*
      * No transaction file means the depot booked no movements
      * since the stock-take.
           MOVE SPACES TO LG-HEADING.
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "RECEIPTS, ISSUES AND ADJUSTMENTS SINCE STOCK-TAKE"
              TO LG-HEADING.
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE MOVEMENT-COLUMN-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

           OPEN INPUT DEPOT-TRANS-FILE.
           IF DEPOT-TRANS-IS-OK
              PERFORM UNTIL DEPOT-TRANS-EOF
                 READ DEPOT-TRANS-FILE
                 IF NOT DEPOT-TRANS-EOF
                    PERFORM POST-ONE-MOVEMENT
                       THRU POST-ONE-MOVEMENT-FN
                 END-IF
              END-PERFORM
              CLOSE DEPOT-TRANS-FILE
           END-IF.

           MOVE "TOTAL RECEIPTS" TO LA-LABEL.
           MOVE RECEIPT-TOTAL TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "TOTAL ISSUES" TO LA-LABEL.
           COMPUTE WS-MOVEMENT = 0 - ISSUE-TOTAL.
           MOVE WS-MOVEMENT TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "NET ADJUSTMENTS" TO LA-LABEL.
           MOVE ADJUSTMENT-NET TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

       LEDGER-MOVEMENTS-FN.
      *---------------------*
           EXIT.

       POST-ONE-MOVEMENT.
      *-------------------*
           IF DTR-TYPE = SPACES
              GO TO POST-ONE-MOVEMENT-FN
           END-IF.
           IF DTR-DATE < DEP-STOCK-DATE
              ADD 1 TO PRIOR-MOVE-COUNT
              GO TO POST-ONE-MOVEMENT-FN
           END-IF.

           MOVE DTR-DATE TO MD-DATE.
           MOVE DTR-REFERENCE TO MD-REFERENCE.
           MOVE DTR-REMARK TO MD-REMARK.
           MOVE ZEROES TO WS-MOVEMENT.
           IF DTR-QUANTITY IS NOT NUMERIC
              MOVE "REJECTED" TO MD-TYPE
              MOVE "QUANTITY NOT NUMERIC" TO MD-REMARK
              ADD 1 TO REJECT-MOVE-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN DTR-RECEIPT
                    MOVE "RECEIPT" TO MD-TYPE
                    MOVE DTR-QUANTITY TO WS-MOVEMENT
                    ADD DTR-QUANTITY TO RECEIPT-TOTAL
                 WHEN DTR-ISSUE
                    MOVE "ISSUE" TO MD-TYPE
                    COMPUTE WS-MOVEMENT = 0 - DTR-QUANTITY
                    ADD DTR-QUANTITY TO ISSUE-TOTAL
                 WHEN DTR-ADJUSTMENT
                    MOVE "ADJUSTMENT" TO MD-TYPE
                    IF DTR-SIGN = "-"
                       COMPUTE WS-MOVEMENT = 0 - DTR-QUANTITY
                    ELSE
                       MOVE DTR-QUANTITY TO WS-MOVEMENT
                    END-IF
                    ADD WS-MOVEMENT TO ADJUSTMENT-NET
                 WHEN OTHER
                    MOVE "REJECTED" TO MD-TYPE
                    MOVE "UNKNOWN MOVEMENT TYPE" TO MD-REMARK
                    ADD 1 TO REJECT-MOVE-COUNT
              END-EVALUATE
           END-IF.
           IF MD-TYPE NOT = "REJECTED"
              ADD 1 TO MOVEMENT-COUNT
           END-IF.
           MOVE WS-MOVEMENT TO MD-QUANTITY.
           MOVE MOVEMENT-DETAIL-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

       POST-ONE-MOVEMENT-FN.
      *----------------------*
           EXIT.

       LEDGER-COMMITMENTS.
      *--------------------*
           MOVE SPACES TO LG-HEADING.
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "COMMITTED CAMPAIGN DRAWDOWNS (* = THIS RUN)"
              TO LG-HEADING.
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE COMMIT-COLUMN-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                 UNTIL WS-CT-SUB > CT-COUNT
              COMPUTE WS-COMMITMENT = CT-B-FUEL(WS-CT-SUB)
                 + CT-RESERVE-FUEL(WS-CT-SUB)
              ADD WS-COMMITMENT TO COMMITMENT-TOTAL
              ADD 1 TO OPEN-RUN-COUNT
              MOVE CT-RUN-TIMESTAMP(WS-CT-SUB) TO CD-RUN-TIMESTAMP
              MOVE CT-SOURCE(WS-CT-SUB) TO CD-SOURCE
              MOVE CT-MODULE-COUNT(WS-CT-SUB) TO CD-MODULE-COUNT
              MOVE CT-B-FUEL(WS-CT-SUB) TO CD-B-FUEL
              MOVE CT-RESERVE-FUEL(WS-CT-SUB) TO CD-RESERVE-FUEL
              MOVE WS-COMMITMENT TO CD-COMMITMENT
              IF WS-CT-SUB = WS-RUN-SUB
                 MOVE "*" TO CD-THIS-RUN
              ELSE
                 MOVE SPACES TO CD-THIS-RUN
              END-IF
              MOVE COMMIT-DETAIL-LINE TO LEDGER-REPORT-RECORD
              WRITE LEDGER-REPORT-RECORD
           END-PERFORM.

           MOVE "TOTAL COMMITMENTS" TO LA-LABEL.
           COMPUTE WS-MOVEMENT = 0 - COMMITMENT-TOTAL.
           MOVE WS-MOVEMENT TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

       LEDGER-COMMITMENTS-FN.
      *-----------------------*
           EXIT.

       LEDGER-CLOSING.
      *----------------*
      * A closing balance below zero is fuel the campaign is owed
      * that the depot does not have - a shortfall.  Above zero
      * but under the safety stock, the campaign can be fuelled
      * only by running the depot below its working floor.
           COMPUTE PROJECTED-CLOSING = DEP-ON-HAND + RECEIPT-TOTAL
              - ISSUE-TOTAL + ADJUSTMENT-NET - COMMITMENT-TOTAL.
           IF PROJECTED-CLOSING < 0
              COMPUTE SHORTFALL-AMOUNT = 0 - PROJECTED-CLOSING
           END-IF.
           IF PROJECTED-CLOSING < DEP-SAFETY-STOCK
              COMPUTE SAFETY-BREACH = DEP-SAFETY-STOCK
                 - PROJECTED-CLOSING
           END-IF.

           MOVE SPACES TO LG-HEADING.
           MOVE LEDGER-HEADING-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "PROJECTED CLOSING STOCK" TO LA-LABEL.
           MOVE PROJECTED-CLOSING TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "SAFETY STOCK" TO LA-LABEL.
           MOVE DEP-SAFETY-STOCK TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "SHORTFALL" TO LA-LABEL.
           MOVE SHORTFALL-AMOUNT TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.
           MOVE "BELOW SAFETY STOCK BY" TO LA-LABEL.
           MOVE SAFETY-BREACH TO LA-AMOUNT.
           MOVE LEDGER-AMOUNT-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

           IF SHORTFALL-AMOUNT > ZEROES
              MOVE "SHORTFALL" TO LS-STATUS
           ELSE
              IF SAFETY-BREACH > ZEROES
                 MOVE "BELOW SAFETY STOCK" TO LS-STATUS
              ELSE
                 MOVE "OK" TO LS-STATUS
              END-IF
           END-IF.
           MOVE LEDGER-STATUS-LINE TO LEDGER-REPORT-RECORD.
           WRITE LEDGER-REPORT-RECORD.

       LEDGER-CLOSING-FN.
      *-------------------*
           EXIT.

       LEDGER-SUMMARY.
      *----------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Depot ledger failed - no ledger produced."
              DISPLAY "=================================="
              GO TO LEDGER-SUMMARY-FN
           END-IF.

           IF (SAFETY-BREACH > ZEROES OR REJECT-MOVE-COUNT > 0)
              AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.
           IF SHORTFALL-AMOUNT > ZEROES AND WS-RETURN-SEVERITY < 8
              MOVE 8 TO WS-RETURN-SEVERITY
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Fuel depot inventory ledger".
           IF WS-RUN-SUB > ZEROES
              IF RUN-WAS-REBOOKED
                 DISPLAY "Run re-booked     : " WS-RUN-TIMESTAMP
              ELSE
                 DISPLAY "Run booked        : " WS-RUN-TIMESTAMP
              END-IF
           END-IF.
           DISPLAY "Movements posted  : " MOVEMENT-COUNT.
           DISPLAY "Before stock-take : " PRIOR-MOVE-COUNT.
           DISPLAY "Movements rejected: " REJECT-MOVE-COUNT.
           DISPLAY "Open commitments  : " OPEN-RUN-COUNT.
           DISPLAY "Runs settled      : " SETTLED-RUN-COUNT.
           DISPLAY "Ledger status     : " LS-STATUS.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       LEDGER-SUMMARY-FN.
      *-------------------*
           EXIT.
