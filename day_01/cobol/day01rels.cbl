       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRLSE.

      *============================================================*
      *  Logistics extract release gate.                           *
      *  Judges the last production run's extract - the merged     *
      *  extract when a complete one is on disk, else the raw one  *
      *  - against the release rules before anything is sent:     *
      *  the run status severity, the last acknowledgment          *
      *  reconciliation, the extract balancing report, vehicles    *
      *  over fuel budget and the depot ledger.  An extract that   *
      *  fails a rule goes out only on an approval record from a   *
      *  supervisor on the rules file, naming this run and giving  *
      *  a reason.  The gate stamps its decision on the release    *
      *  record, with the approver and the reason, and appends it  *
      *  to the release log.  A released extract is copied to the  *
      *  released extract file, which is the only file the         *
      *  downstream load takes; a held extract removes any copy    *
      *  left from an earlier release.                             *
      *  Return code: 0 released, 4 released on supervisor         *
      *  approval, 8 held, 12 no production run or no complete     *
      *  extract to release.                                       *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RULES-FILE ASSIGN TO "../inputs/release_rules.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RULES-FILE-STATUS.

       SELECT APPROVAL-FILE
             ASSIGN TO "../inputs/release_approval.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS APPROVAL-FILE-STATUS.

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

       SELECT RELEASED-EXTRACT-FILE
             ASSIGN TO "../outputs/logistics_extract_released.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RELEASED-EXTRACT-STATUS.

       SELECT ACK-REPORT-FILE
             ASSIGN TO "../outputs/ack_reconcile.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS ACK-REPORT-STATUS.

       SELECT BALANCE-REPORT-FILE
             ASSIGN TO "../outputs/extract_balance_report.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS BALANCE-REPORT-STATUS.

       SELECT VARIANCE-REPORT-FILE
             ASSIGN TO "../outputs/budget_variance.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS VARIANCE-REPORT-STATUS.

       SELECT LEDGER-REPORT-FILE
             ASSIGN TO "../outputs/depot_ledger.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS LEDGER-REPORT-STATUS.

       SELECT RELEASE-STAMP-FILE
             ASSIGN TO "../outputs/extract_release.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RELEASE-STAMP-STATUS.

       SELECT RELEASE-LOG-FILE
             ASSIGN TO "../outputs/release_log.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RELEASE-LOG-STATUS.

       SELECT GATE-REPORT-FILE
             ASSIGN TO "../outputs/release_gate_report.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS GATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
           COPY RLSRULE.

       FD APPROVAL-FILE.
           COPY RLSAPPR.

       FD RUN-STATUS-FILE.
       01 RUN-STATUS-RECORD PIC X(60).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(72).

       FD MERGED-EXTRACT-FILE.
       01 MERGED-EXTRACT-RECORD PIC X(72).

       FD RELEASED-EXTRACT-FILE.
       01 RELEASED-EXTRACT-RECORD PIC X(72).

       FD ACK-REPORT-FILE.
       01 ACK-REPORT-RECORD PIC X(100).

       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD PIC X(100).

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-RECORD PIC X(100).

       FD LEDGER-REPORT-FILE.
       01 LEDGER-REPORT-RECORD PIC X(100).

       FD RELEASE-STAMP-FILE.
           COPY RLSREC.

       FD RELEASE-LOG-FILE.
       01 RELEASE-LOG-RECORD PIC X(152).

       FD GATE-REPORT-FILE.
       01 GATE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 RULES-FILE-STATUS PIC 99.
          88 RULES-FILE-IS-OK VALUE 0.
          88 RULES-FILE-EOF   VALUE 10.

       01 APPROVAL-FILE-STATUS PIC 99.
          88 APPROVAL-FILE-IS-OK VALUE 0.
          88 APPROVAL-FILE-EOF   VALUE 10.

       01 RUN-STATUS-STATUS PIC 99.
          88 RUN-STATUS-IS-OK VALUE 0.

       01 EXTRACT-FILE-STATUS PIC 99.
          88 EXTRACT-FILE-IS-OK VALUE 0.
          88 EXTRACT-END-OF-FILE VALUE 10.

       01 MERGED-EXTRACT-STATUS PIC 99.
          88 MERGED-EXTRACT-IS-OK VALUE 0.
          88 MERGED-EXTRACT-EOF   VALUE 10.

       01 RELEASED-EXTRACT-STATUS PIC 99.
          88 RELEASED-EXTRACT-IS-OK VALUE 0.

       01 ACK-REPORT-STATUS PIC 99.
          88 ACK-REPORT-IS-OK VALUE 0.
          88 ACK-REPORT-EOF   VALUE 10.

       01 BALANCE-REPORT-STATUS PIC 99.
          88 BALANCE-REPORT-IS-OK VALUE 0.
          88 BALANCE-REPORT-EOF   VALUE 10.

       01 VARIANCE-REPORT-STATUS PIC 99.
          88 VARIANCE-REPORT-IS-OK VALUE 0.
          88 VARIANCE-REPORT-EOF   VALUE 10.

       01 LEDGER-REPORT-STATUS PIC 99.
          88 LEDGER-REPORT-IS-OK VALUE 0.
          88 LEDGER-REPORT-EOF   VALUE 10.

       01 RELEASE-STAMP-STATUS PIC 99.
          88 RELEASE-STAMP-IS-OK VALUE 0.

       01 RELEASE-LOG-STATUS PIC 99.
          88 RELEASE-LOG-IS-OK VALUE 0.

       01 GATE-REPORT-STATUS PIC 99.
          88 GATE-REPORT-IS-OK VALUE 0.

      * Release rules, defaulted for a missing rules file or a
      * blank field.
       01 WS-MAX-SEVERITY    PIC 9(2) VALUE 4.
       01 WS-ACK-REQUIRED    PIC X(1) VALUE "Y".
       01 WS-BALANCE-REQUIRED PIC X(1) VALUE "Y".
       01 WS-MAX-OVER-BUDGET PIC 9(3) VALUE ZEROES.
       01 WS-DEPOT-REQUIRED  PIC X(1) VALUE "Y".

       01 SUPERVISOR-TABLE.
          05 SV-COUNT            PIC 9(2) VALUE ZEROES.
          05 SV-ENTRY OCCURS 50 TIMES
                INDEXED BY SV-IDX.
             10 SV-SUPERVISOR-ID PIC X(8).
             10 SV-NAME          PIC X(24).

      * The last production run, from its run status record.
       01 RS-PARSE-LINE.
          05 RSP-TIMESTAMP        PIC X(19).
          05 FILLER               PIC X(1).
          05 RSP-STATUS-CODE      PIC 9(2).
          05 FILLER               PIC X(38).

       01 LX-TRAILER-PARSE.
          05 LXT-REC-TYPE         PIC X(1).
          05 LXT-RECORD-COUNT     PIC 9(6).
          05 LXT-PART-A-TOTAL     PIC 9(12).
          05 LXT-PART-B-TOTAL     PIC 9(12).
          05 LXT-RESERVE-TOTAL    PIC 9(12).
          05 LXT-GRAND-TOTAL      PIC 9(13).
       01 WS-OLD-FMT-GRAND   PIC X(13) VALUE SPACES.

       01 WS-RUN-TIMESTAMP-IN PIC X(19) VALUE SPACES.
       01 WS-RUN-SEVERITY    PIC 9(2) VALUE ZEROES.
       01 WS-EXTRACT-SOURCE  PIC X(6) VALUE SPACES.
       01 WS-MERGED-COMPLETE PIC X(1) VALUE "N".
          88 MERGED-EXTRACT-COMPLETE VALUE "Y".
       01 WS-TRAILER-SEEN    PIC X(1) VALUE "N".
          88 TRAILER-WAS-SEEN  VALUE "Y".
       01 WS-RECORD-COUNT    PIC 9(6) VALUE ZEROES.
       01 WS-GRAND-TOTAL     PIC 9(13) VALUE ZEROES.

      * One letter per failed rule, in rule order.
       01 WS-FAILED-RULES.
          05 WS-FAIL-SEVERITY    PIC X(1) VALUE SPACES.
          05 WS-FAIL-ACK         PIC X(1) VALUE SPACES.
          05 WS-FAIL-BALANCE     PIC X(1) VALUE SPACES.
          05 WS-FAIL-BUDGET      PIC X(1) VALUE SPACES.
          05 WS-FAIL-DEPOT       PIC X(1) VALUE SPACES.

       01 WS-VERDICT-COUNT   PIC 9(3) VALUE ZEROES.
       01 WS-MISMATCH-COUNT  PIC 9(3) VALUE ZEROES.
       01 WS-OVER-BUDGET     PIC 9(3) VALUE ZEROES.
       01 WS-OVER-BUDGET-SEEN PIC X(1) VALUE "N".
          88 OVER-BUDGET-WAS-SEEN VALUE "Y".
       01 WS-LEDGER-STATUS   PIC X(20) VALUE SPACES.
       01 WS-EDIT-COUNT      PIC ZZ9.

       01 WS-APPROVAL-STATE  PIC X(1) VALUE "N".
          88 APPROVAL-NOT-ON-FILE  VALUE "N".
          88 APPROVAL-IS-VALID     VALUE "V".
          88 APPROVAL-NOT-AUTHORIZED VALUE "U".
          88 APPROVAL-NO-REASON    VALUE "R".
          88 APPROVAL-OTHER-RUN    VALUE "X".
       01 WS-APPROVER-ID     PIC X(8) VALUE SPACES.
       01 WS-APPROVER-NAME   PIC X(24) VALUE SPACES.
       01 WS-APPROVAL-REASON PIC X(60) VALUE SPACES.

       01 WS-DECISION        PIC X(8) VALUE "HELD".
          88 EXTRACT-IS-RELEASED VALUE "RELEASED".
       01 WS-GATE-REASON     PIC X(60) VALUE SPACES.
       01 WS-RELEASED-PATH   PIC X(60)
             VALUE "../outputs/logistics_extract_released.txt".
       01 WS-COPIED-COUNT    PIC 9(7) VALUE ZEROES.

       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

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

       01 GATE-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "LOGISTICS EXTRACT RELEASE GATE  ".

       01 GATE-RUN-LINE.
          05 FILLER               PIC X(5)  VALUE "RUN: ".
          05 GR-RUN-TIMESTAMP     PIC X(19).
          05 FILLER               PIC X(11) VALUE "  EXTRACT: ".
          05 GR-SOURCE            PIC X(6).
          05 FILLER               PIC X(11) VALUE "  RECORDS: ".
          05 GR-RECORD-COUNT      PIC ZZZZZ9.
          05 FILLER               PIC X(9)  VALUE "  TOTAL: ".
          05 GR-GRAND-TOTAL       PIC Z(12)9.

       01 GATE-COLUMN-LINE.
          05 FILLER               PIC X(24)
             VALUE "RULE                    ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE "FOUND".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE "REQUIRED".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "RESULT".

       01 GATE-RULE-LINE.
          05 GL-RULE              PIC X(24).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 GL-FOUND             PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 GL-REQUIRED          PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 GL-RESULT            PIC X(6).

       01 GATE-TEXT-LINE.
          05 GT-LABEL             PIC X(10).
          05 GT-TEXT              PIC X(80).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           PERFORM LOAD-RELEASE-RULES THRU LOAD-RELEASE-RULES-FN.
           PERFORM LOAD-RUN-STATUS THRU LOAD-RUN-STATUS-FN.
           PERFORM LOCATE-EXTRACT THRU LOCATE-EXTRACT-FN.
           OPEN OUTPUT GATE-REPORT-FILE.
           MOVE GATE-TITLE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           PERFORM CHECK-RELEASE-RULES THRU CHECK-RELEASE-RULES-FN.
           PERFORM APPROVAL-CHECK THRU APPROVAL-CHECK-FN.
           PERFORM RELEASE-DECIDE THRU RELEASE-DECIDE-FN.
           PERFORM DECISION-LINE-WRITE THRU DECISION-LINE-WRITE-FN.
           CLOSE GATE-REPORT-FILE.
           PERFORM RELEASE-RECORD-WRITE
              THRU RELEASE-RECORD-WRITE-FN.
           PERFORM RELEASED-EXTRACT-WRITE
              THRU RELEASED-EXTRACT-WRITE-FN.
           PERFORM GATE-SUMMARY THRU GATE-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-RELEASE-RULES.
      *--------------------*
      * First record: the rules.  Every record after it: one
      * authorized supervisor.  Without the file the default rules
      * stand and nobody can approve a failing extract.
           OPEN INPUT RULES-FILE.
           IF NOT RULES-FILE-IS-OK
              DISPLAY "Release rules file not available - default "
                 "rules, no supervisors authorized"
              GO TO LOAD-RELEASE-RULES-FN
           END-IF.

           READ RULES-FILE.
           IF RULES-FILE-IS-OK
              IF RLR-MAX-SEVERITY IS NUMERIC
                 MOVE RLR-MAX-SEVERITY TO WS-MAX-SEVERITY
              END-IF
              IF RLR-ACK-REQUIRED NOT = SPACES
                 MOVE RLR-ACK-REQUIRED TO WS-ACK-REQUIRED
              END-IF
              IF RLR-BALANCE-REQUIRED NOT = SPACES
                 MOVE RLR-BALANCE-REQUIRED TO WS-BALANCE-REQUIRED
              END-IF
              IF RLR-MAX-OVER-BUDGET IS NUMERIC
                 MOVE RLR-MAX-OVER-BUDGET TO WS-MAX-OVER-BUDGET
              END-IF
              IF RLR-DEPOT-REQUIRED NOT = SPACES
                 MOVE RLR-DEPOT-REQUIRED TO WS-DEPOT-REQUIRED
              END-IF
           END-IF.

           PERFORM UNTIL RULES-FILE-EOF
              READ RULES-FILE
              IF NOT RULES-FILE-EOF
                 AND RLS-SUPERVISOR-ID NOT = SPACES
                 IF SV-COUNT < 50
                    ADD 1 TO SV-COUNT
                    MOVE RLS-SUPERVISOR-ID
                       TO SV-SUPERVISOR-ID(SV-COUNT)
                    MOVE RLS-SUPERVISOR-NAME TO SV-NAME(SV-COUNT)
                 ELSE
                    DISPLAY "Supervisor list full - "
                       RLS-SUPERVISOR-ID " ignored"
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE RULES-FILE.

       LOAD-RELEASE-RULES-FN.
      *-----------------------*
           EXIT.

       LOAD-RUN-STATUS.
      *-----------------*
      * The run status record names the production run whose
      * extract is being judged; a simulation never writes it.
           OPEN INPUT RUN-STATUS-FILE.
           IF NOT RUN-STATUS-IS-OK
              DISPLAY "No run status record - no production run "
                 "to release"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              MOVE "NO PRODUCTION RUN STATUS ON FILE"
                 TO WS-GATE-REASON
              GO TO LOAD-RUN-STATUS-FN
           END-IF.
           READ RUN-STATUS-FILE.
           IF RUN-STATUS-IS-OK
              MOVE RUN-STATUS-RECORD TO RS-PARSE-LINE
              MOVE RSP-TIMESTAMP TO WS-RUN-TIMESTAMP-IN
              IF RSP-STATUS-CODE IS NUMERIC
                 MOVE RSP-STATUS-CODE TO WS-RUN-SEVERITY
              ELSE
                 MOVE 99 TO WS-RUN-SEVERITY
              END-IF
           ELSE
              DISPLAY "Run status record is empty"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              MOVE "NO PRODUCTION RUN STATUS ON FILE"
                 TO WS-GATE-REASON
           END-IF.
           CLOSE RUN-STATUS-FILE.

       LOAD-RUN-STATUS-FN.
      *--------------------*
           EXIT.

       LOCATE-EXTRACT.
      *----------------*
      * The merged extract (which carries the corrected modules)
      * is what goes out whenever a complete one is on disk - the
      * same rule ACKRECON uses - else the raw extract.  Either
      * way it must end in its trailer; an incomplete extract is
      * never released, approval or not.
           IF RUN-HAS-FAILED
              GO TO LOCATE-EXTRACT-FN
           END-IF.

           OPEN INPUT MERGED-EXTRACT-FILE.
           IF MERGED-EXTRACT-IS-OK
              PERFORM UNTIL MERGED-EXTRACT-EOF
                 READ MERGED-EXTRACT-FILE
                 IF NOT MERGED-EXTRACT-EOF
                    IF MERGED-EXTRACT-RECORD(1:1) = "T"
                       MOVE "Y" TO WS-MERGED-COMPLETE
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE MERGED-EXTRACT-RECORD
                          TO LX-TRAILER-PARSE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MERGED-EXTRACT-FILE
           END-IF.

           IF MERGED-EXTRACT-COMPLETE
              MOVE "MERGED" TO WS-EXTRACT-SOURCE
           ELSE
              MOVE "RAW" TO WS-EXTRACT-SOURCE
              OPEN INPUT EXTRACT-FILE
              IF EXTRACT-FILE-IS-OK
                 PERFORM UNTIL EXTRACT-END-OF-FILE
                    READ EXTRACT-FILE
                    IF NOT EXTRACT-END-OF-FILE
                       IF EXTRACT-RECORD(1:1) = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE EXTRACT-RECORD TO LX-TRAILER-PARSE
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE EXTRACT-FILE
              END-IF
           END-IF.

           IF NOT TRAILER-WAS-SEEN
              DISPLAY "No complete logistics extract on disk"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              MOVE "NO COMPLETE EXTRACT ON FILE" TO WS-GATE-REASON
              GO TO LOCATE-EXTRACT-FN
           END-IF.

      * A pre-reserve trailer is 12 bytes shorter - its grand
      * total sits where the reserve total is now.
           IF LXT-GRAND-TOTAL IS NOT NUMERIC
              MOVE LX-TRAILER-PARSE(32:13) TO WS-OLD-FMT-GRAND
              MOVE WS-OLD-FMT-GRAND TO LXT-GRAND-TOTAL
           END-IF.
           MOVE LXT-RECORD-COUNT TO WS-RECORD-COUNT.
           MOVE LXT-GRAND-TOTAL TO WS-GRAND-TOTAL.

       LOCATE-EXTRACT-FN.
      *-------------------*
           EXIT.

       CHECK-RELEASE-RULES.
      *---------------------*
           MOVE WS-RUN-TIMESTAMP-IN TO GR-RUN-TIMESTAMP.
           MOVE WS-EXTRACT-SOURCE TO GR-SOURCE.
           MOVE WS-RECORD-COUNT TO GR-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO GR-GRAND-TOTAL.
           MOVE GATE-RUN-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           IF RUN-HAS-FAILED
              GO TO CHECK-RELEASE-RULES-FN
           END-IF.

           MOVE GATE-COLUMN-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

           PERFORM RULE-RUN-SEVERITY THRU RULE-RUN-SEVERITY-FN.
           PERFORM RULE-ACK-RECONCILE THRU RULE-ACK-RECONCILE-FN.
           PERFORM RULE-BALANCE THRU RULE-BALANCE-FN.
           PERFORM RULE-BUDGET THRU RULE-BUDGET-FN.
           PERFORM RULE-DEPOT THRU RULE-DEPOT-FN.

       CHECK-RELEASE-RULES-FN.
      *------------------------*
           EXIT.

       RULE-RUN-SEVERITY.
      *-------------------*
           MOVE "RUN STATUS SEVERITY" TO GL-RULE.
           MOVE SPACES TO GL-FOUND GL-REQUIRED.
           MOVE WS-RUN-SEVERITY TO GL-FOUND.
           STRING "NOT OVER " DELIMITED BY SIZE
              WS-MAX-SEVERITY DELIMITED BY SIZE
              INTO GL-REQUIRED.
           IF WS-RUN-SEVERITY > WS-MAX-SEVERITY
              MOVE "S" TO WS-FAIL-SEVERITY
              MOVE "FAIL" TO GL-RESULT
           ELSE
              MOVE "PASS" TO GL-RESULT
           END-IF.
           MOVE GATE-RULE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       RULE-RUN-SEVERITY-FN.
      *----------------------*
           EXIT.

       RULE-ACK-RECONCILE.
      *--------------------*
      * ACKRECON prints one totals line per trailer check, each
      * ending in an OK or MISMATCH verdict.  No reconciliation on
      * file fails the rule as surely as a mismatch does.
           MOVE "ACK RECONCILIATION" TO GL-RULE.
           MOVE SPACES TO GL-FOUND.
           MOVE ZEROES TO WS-VERDICT-COUNT WS-MISMATCH-COUNT.
           OPEN INPUT ACK-REPORT-FILE.
           IF ACK-REPORT-IS-OK
              PERFORM UNTIL ACK-REPORT-EOF
                 READ ACK-REPORT-FILE
                 IF NOT ACK-REPORT-EOF
                    AND ACK-REPORT-RECORD(38:9) = "  THEIRS "
                    ADD 1 TO WS-VERDICT-COUNT
                    IF ACK-REPORT-RECORD(62:8) NOT = "OK      "
                       ADD 1 TO WS-MISMATCH-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ACK-REPORT-FILE
           END-IF.
           PERFORM VERDICT-RULE-FINISH THRU VERDICT-RULE-FINISH-FN.
           IF WS-ACK-REQUIRED = "Y" AND GL-RESULT = "FAIL"
              MOVE "A" TO WS-FAIL-ACK
           END-IF.
           MOVE GATE-RULE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       RULE-ACK-RECONCILE-FN.
      *-----------------------*
           EXIT.

       RULE-BALANCE.
      *--------------*
      * EXTCONSOL prints one balancing line per total, each ending
      * in an OK or MISMATCH verdict.
           MOVE "EXTRACT BALANCING" TO GL-RULE.
           MOVE SPACES TO GL-FOUND.
           MOVE ZEROES TO WS-VERDICT-COUNT WS-MISMATCH-COUNT.
           OPEN INPUT BALANCE-REPORT-FILE.
           IF BALANCE-REPORT-IS-OK
              PERFORM UNTIL BALANCE-REPORT-EOF
                 READ BALANCE-REPORT-FILE
                 IF NOT BALANCE-REPORT-EOF
                    AND BALANCE-REPORT-RECORD(36:3) = " + "
                    AND BALANCE-REPORT-RECORD(68:3) = " = "
                    ADD 1 TO WS-VERDICT-COUNT
                    IF BALANCE-REPORT-RECORD(86:8) NOT = "OK      "
                       ADD 1 TO WS-MISMATCH-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BALANCE-REPORT-FILE
           END-IF.
           PERFORM VERDICT-RULE-FINISH THRU VERDICT-RULE-FINISH-FN.
           IF WS-BALANCE-REQUIRED = "Y" AND GL-RESULT = "FAIL"
              MOVE "B" TO WS-FAIL-BALANCE
           END-IF.
           MOVE GATE-RULE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       RULE-BALANCE-FN.
      *-----------------*
           EXIT.

       VERDICT-RULE-FINISH.
      *---------------------*
      * Shared by the two verdict-report rules: the counts are in
      * WS-VERDICT-COUNT and WS-MISMATCH-COUNT, and the rule is
      * required when its flag (tested by the caller) is Y.
           IF WS-VERDICT-COUNT = ZEROES
              MOVE "NOT ON FILE" TO GL-FOUND
              MOVE "FAIL" TO GL-RESULT
           ELSE
              IF WS-MISMATCH-COUNT > ZEROES
                 MOVE WS-MISMATCH-COUNT TO WS-EDIT-COUNT
                 STRING WS-EDIT-COUNT DELIMITED BY SIZE
                    " MISMATCH" DELIMITED BY SIZE
                    INTO GL-FOUND
                 MOVE "FAIL" TO GL-RESULT
              ELSE
                 MOVE "ALL OK" TO GL-FOUND
                 MOVE "PASS" TO GL-RESULT
              END-IF
           END-IF.
           MOVE "ALL OK" TO GL-REQUIRED.
           IF GL-RULE = "ACK RECONCILIATION"
              AND WS-ACK-REQUIRED NOT = "Y"
              MOVE "NOT REQUIRED" TO GL-REQUIRED
              MOVE "PASS" TO GL-RESULT
           END-IF.
           IF GL-RULE = "EXTRACT BALANCING"
              AND WS-BALANCE-REQUIRED NOT = "Y"
              MOVE "NOT REQUIRED" TO GL-REQUIRED
              MOVE "PASS" TO GL-RESULT
           END-IF.

       VERDICT-RULE-FINISH-FN.
      *------------------------*
           EXIT.

       RULE-BUDGET.
      *-------------*
      * BDGTVAR closes its report with a fixed-label count of the
      * vehicles over budget.
           MOVE "VEHICLES OVER BUDGET" TO GL-RULE.
           MOVE SPACES TO GL-FOUND GL-REQUIRED.
           MOVE "N" TO WS-OVER-BUDGET-SEEN.
           OPEN INPUT VARIANCE-REPORT-FILE.
           IF VARIANCE-REPORT-IS-OK
              PERFORM UNTIL VARIANCE-REPORT-EOF
                 READ VARIANCE-REPORT-FILE
                 IF NOT VARIANCE-REPORT-EOF
                    AND VARIANCE-REPORT-RECORD(1:22)
                       = "VEHICLES OVER BUDGET: "
                    AND FUNCTION TRIM(VARIANCE-REPORT-RECORD(23:3))
                       IS NUMERIC
                    MOVE "Y" TO WS-OVER-BUDGET-SEEN
                    MOVE FUNCTION TRIM(VARIANCE-REPORT-RECORD(23:3))
                       TO WS-OVER-BUDGET
                 END-IF
              END-PERFORM
              CLOSE VARIANCE-REPORT-FILE
           END-IF.

           MOVE WS-MAX-OVER-BUDGET TO WS-EDIT-COUNT.
           STRING "NOT OVER " DELIMITED BY SIZE
              WS-EDIT-COUNT DELIMITED BY SIZE
              INTO GL-REQUIRED.
           IF NOT OVER-BUDGET-WAS-SEEN
              MOVE "NOT ON FILE" TO GL-FOUND
              MOVE "V" TO WS-FAIL-BUDGET
              MOVE "FAIL" TO GL-RESULT
           ELSE
              MOVE WS-OVER-BUDGET TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO GL-FOUND
              IF WS-OVER-BUDGET > WS-MAX-OVER-BUDGET
                 MOVE "V" TO WS-FAIL-BUDGET
                 MOVE "FAIL" TO GL-RESULT
              ELSE
                 MOVE "PASS" TO GL-RESULT
              END-IF
           END-IF.
           MOVE GATE-RULE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       RULE-BUDGET-FN.
      *----------------*
           EXIT.

       RULE-DEPOT.
      *------------*
      * DEPOTLDG closes its ledger with a fixed-label status line;
      * running the depot below its safety stock still passes, a
      * projected shortfall does not.
           MOVE "DEPOT LEDGER" TO GL-RULE.
           MOVE SPACES TO GL-FOUND.
           MOVE "NO SHORTFALL" TO GL-REQUIRED.
           MOVE SPACES TO WS-LEDGER-STATUS.
           OPEN INPUT LEDGER-REPORT-FILE.
           IF LEDGER-REPORT-IS-OK
              PERFORM UNTIL LEDGER-REPORT-EOF
                 READ LEDGER-REPORT-FILE
                 IF NOT LEDGER-REPORT-EOF
                    AND LEDGER-REPORT-RECORD(1:15)
                       = "LEDGER STATUS: "
                    MOVE LEDGER-REPORT-RECORD(16:20)
                       TO WS-LEDGER-STATUS
                 END-IF
              END-PERFORM
              CLOSE LEDGER-REPORT-FILE
           END-IF.

           IF WS-LEDGER-STATUS = SPACES
              MOVE "NOT ON FILE" TO GL-FOUND
              MOVE "FAIL" TO GL-RESULT
           ELSE
              MOVE WS-LEDGER-STATUS TO GL-FOUND
              IF WS-LEDGER-STATUS = "SHORTFALL"
                 MOVE "FAIL" TO GL-RESULT
              ELSE
                 MOVE "PASS" TO GL-RESULT
              END-IF
           END-IF.
           IF WS-DEPOT-REQUIRED NOT = "Y"
              MOVE "NOT REQUIRED" TO GL-REQUIRED
              MOVE "PASS" TO GL-RESULT
           END-IF.
           IF GL-RESULT = "FAIL"
              MOVE "D" TO WS-FAIL-DEPOT
           END-IF.
           MOVE GATE-RULE-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       RULE-DEPOT-FN.
      *---------------*
           EXIT.

       APPROVAL-CHECK.
      *----------------*
      * Only an extract that fails a rule needs an approval.  The
      * approval file may hold approvals for several runs; the
      * last one naming this run is the one that counts.
           IF RUN-HAS-FAILED OR WS-FAILED-RULES = SPACES
              GO TO APPROVAL-CHECK-FN
           END-IF.

           MOVE "N" TO WS-APPROVAL-STATE.
           OPEN INPUT APPROVAL-FILE.
           IF APPROVAL-FILE-IS-OK
              PERFORM UNTIL APPROVAL-FILE-EOF
                 READ APPROVAL-FILE
                 IF NOT APPROVAL-FILE-EOF
                    AND APR-SUPERVISOR-ID NOT = SPACES
                    IF APR-RUN-TIMESTAMP = WS-RUN-TIMESTAMP-IN
                       MOVE "V" TO WS-APPROVAL-STATE
                       MOVE APR-SUPERVISOR-ID TO WS-APPROVER-ID
                       MOVE APR-REASON TO WS-APPROVAL-REASON
                    ELSE
                       IF APPROVAL-NOT-ON-FILE
                          MOVE "X" TO WS-APPROVAL-STATE
                          MOVE APR-SUPERVISOR-ID TO WS-APPROVER-ID
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE APPROVAL-FILE
           END-IF.

           IF APPROVAL-IS-VALID
              MOVE SPACES TO WS-APPROVER-NAME
              PERFORM VARYING SV-IDX FROM 1 BY 1
                    UNTIL SV-IDX > SV-COUNT
                 IF SV-SUPERVISOR-ID(SV-IDX) = WS-APPROVER-ID
                    MOVE SV-NAME(SV-IDX) TO WS-APPROVER-NAME
                 END-IF
              END-PERFORM
              IF WS-APPROVER-NAME = SPACES
                 MOVE "U" TO WS-APPROVAL-STATE
              ELSE
                 IF WS-APPROVAL-REASON = SPACES
                    MOVE "R" TO WS-APPROVAL-STATE
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO GATE-TEXT-LINE.
           MOVE "APPROVAL: " TO GT-LABEL.
           EVALUATE TRUE
              WHEN APPROVAL-IS-VALID
                 STRING WS-APPROVER-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-APPROVER-NAME DELIMITED BY SIZE
                    " - ACCEPTED" DELIMITED BY SIZE
                    INTO GT-TEXT
              WHEN APPROVAL-NOT-AUTHORIZED
                 STRING WS-APPROVER-ID DELIMITED BY SIZE
                    " - NOT AN AUTHORIZED SUPERVISOR"
                       DELIMITED BY SIZE
                    INTO GT-TEXT
              WHEN APPROVAL-NO-REASON
                 STRING WS-APPROVER-ID DELIMITED BY SIZE
                    " - NO REASON GIVEN" DELIMITED BY SIZE
                    INTO GT-TEXT
              WHEN APPROVAL-OTHER-RUN
                 STRING WS-APPROVER-ID DELIMITED BY SIZE
                    " - APPROVES ANOTHER RUN, NOT THIS ONE"
                       DELIMITED BY SIZE
                    INTO GT-TEXT
              WHEN OTHER
                 MOVE "NONE ON FILE" TO GT-TEXT
           END-EVALUATE.
           MOVE GATE-TEXT-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.
           IF APPROVAL-IS-VALID
              MOVE "REASON:   " TO GT-LABEL
              MOVE WS-APPROVAL-REASON TO GT-TEXT
              MOVE GATE-TEXT-LINE TO GATE-REPORT-RECORD
              WRITE GATE-REPORT-RECORD
           END-IF.

       APPROVAL-CHECK-FN.
      *-------------------*
           EXIT.

       RELEASE-DECIDE.
      *----------------*
           IF RUN-HAS-FAILED
              MOVE "HELD" TO WS-DECISION
              GO TO RELEASE-DECIDE-FN
           END-IF.

           IF WS-FAILED-RULES = SPACES
              MOVE "RELEASED" TO WS-DECISION
              MOVE "AUTO" TO WS-APPROVER-ID
              MOVE "ALL RELEASE RULES PASSED" TO WS-GATE-REASON
           ELSE
              IF APPROVAL-IS-VALID
                 MOVE "RELEASED" TO WS-DECISION
                 MOVE WS-APPROVAL-REASON TO WS-GATE-REASON
                 IF WS-RETURN-SEVERITY < 4
                    MOVE 4 TO WS-RETURN-SEVERITY
                 END-IF
              ELSE
                 MOVE "HELD" TO WS-DECISION
                 MOVE SPACES TO WS-APPROVER-ID
                 MOVE "RELEASE RULE FAILED - NO VALID APPROVAL"
                    TO WS-GATE-REASON
                 IF WS-RETURN-SEVERITY < 8
                    MOVE 8 TO WS-RETURN-SEVERITY
                 END-IF
              END-IF
           END-IF.

       RELEASE-DECIDE-FN.
      *-------------------*
           EXIT.

       DECISION-LINE-WRITE.
      *---------------------*
           MOVE SPACES TO GATE-TEXT-LINE.
           MOVE "DECISION: " TO GT-LABEL.
           STRING WS-DECISION DELIMITED BY SPACE
              " - " DELIMITED BY SIZE
              WS-GATE-REASON DELIMITED BY SIZE
              INTO GT-TEXT.
           MOVE GATE-TEXT-LINE TO GATE-REPORT-RECORD.
           WRITE GATE-REPORT-RECORD.

       DECISION-LINE-WRITE-FN.
      *------------------------*
           EXIT.

       RELEASE-RECORD-WRITE.
      *----------------------*
      * The stamp is rewritten every time the gate runs, held or
      * released, so downstream never reads a stale release; the
      * log keeps every decision.
           MOVE SPACES TO RELEASE-RECORD.
           MOVE WS-DECISION TO REL-STATUS.
           MOVE WS-RUN-TIMESTAMP-IN TO REL-RUN-TIMESTAMP.
           MOVE WS-EXTRACT-SOURCE TO REL-SOURCE.
           MOVE WS-RECORD-COUNT TO REL-RECORD-COUNT.
           MOVE WS-GRAND-TOTAL TO REL-GRAND-TOTAL.
           MOVE WS-RUN-TIMESTAMP TO REL-GATE-TIMESTAMP.
           MOVE WS-FAILED-RULES TO REL-FAILED-RULES.
           MOVE WS-APPROVER-ID TO REL-APPROVER.
           MOVE WS-GATE-REASON TO REL-REASON.
           MOVE RELEASE-RECORD TO RELEASE-LOG-RECORD.

           OPEN OUTPUT RELEASE-STAMP-FILE.
           WRITE RELEASE-RECORD.
           CLOSE RELEASE-STAMP-FILE.

           OPEN EXTEND RELEASE-LOG-FILE.
           IF NOT RELEASE-LOG-IS-OK
              CLOSE RELEASE-LOG-FILE
              OPEN OUTPUT RELEASE-LOG-FILE
           END-IF.
           WRITE RELEASE-LOG-RECORD.
           CLOSE RELEASE-LOG-FILE.

       RELEASE-RECORD-WRITE-FN.
      *-------------------------*
           EXIT.

       RELEASED-EXTRACT-WRITE.
      *------------------------*
      * A held extract takes any earlier released copy with it, so
      * the downstream load finds nothing to take.
           IF NOT EXTRACT-IS-RELEASED
              CALL "CBL_DELETE_FILE" USING WS-RELEASED-PATH
              GO TO RELEASED-EXTRACT-WRITE-FN
           END-IF.

           OPEN OUTPUT RELEASED-EXTRACT-FILE.
           IF MERGED-EXTRACT-COMPLETE
              OPEN INPUT MERGED-EXTRACT-FILE
              PERFORM UNTIL MERGED-EXTRACT-EOF
                 READ MERGED-EXTRACT-FILE
                 IF NOT MERGED-EXTRACT-EOF
                    MOVE MERGED-EXTRACT-RECORD
                       TO RELEASED-EXTRACT-RECORD
                    WRITE RELEASED-EXTRACT-RECORD
                    ADD 1 TO WS-COPIED-COUNT
                 END-IF
              END-PERFORM
              CLOSE MERGED-EXTRACT-FILE
           ELSE
              OPEN INPUT EXTRACT-FILE
              PERFORM UNTIL EXTRACT-END-OF-FILE
                 READ EXTRACT-FILE
                 IF NOT EXTRACT-END-OF-FILE
                    MOVE EXTRACT-RECORD TO RELEASED-EXTRACT-RECORD
                    WRITE RELEASED-EXTRACT-RECORD
                    ADD 1 TO WS-COPIED-COUNT
                 END-IF
              END-PERFORM
              CLOSE EXTRACT-FILE
           END-IF.
           CLOSE RELEASED-EXTRACT-FILE.

       RELEASED-EXTRACT-WRITE-FN.
      *---------------------------*
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

       GATE-SUMMARY.
      *--------------*
           DISPLAY "==================================".
           DISPLAY "Logistics extract release gate".
           DISPLAY "Production run    : " WS-RUN-TIMESTAMP-IN.
           DISPLAY "Extract judged    : " WS-EXTRACT-SOURCE.
           DISPLAY "Failed rules      : " WS-FAILED-RULES.
           DISPLAY "Decision          : " WS-DECISION.
           DISPLAY "Approver          : " WS-APPROVER-ID.
           IF EXTRACT-IS-RELEASED
              DISPLAY "Records released  : " WS-COPIED-COUNT
           END-IF.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       GATE-SUMMARY-FN.
      *-----------------*
           EXIT.
