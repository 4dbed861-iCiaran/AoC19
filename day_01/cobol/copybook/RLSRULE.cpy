      *============================================================*
      *  RLSRULE - extract release rules and supervisor list       *
      *  The first record carries the release rules the gate       *
      *  applies to the last production run's extract; every       *
      *  record after it names one supervisor authorized to        *
      *  approve the release of an extract that fails a rule.      *
      *  RLR-MAX-SEVERITY    - highest run status severity that    *
      *                        releases without approval; blank    *
      *                        defaults to 4                       *
      *  RLR-ACK-REQUIRED    - Y: the last acknowledgment          *
      *                        reconciliation must show every      *
      *                        verdict OK (default Y)              *
      *  RLR-BALANCE-REQUIRED - Y: the extract balancing report    *
      *                        must show every verdict OK          *
      *                        (default Y)                         *
      *  RLR-MAX-OVER-BUDGET - vehicles allowed over their fuel    *
      *                        budget; blank defaults to 0         *
      *  RLR-DEPOT-REQUIRED  - Y: the depot ledger must show no    *
      *                        projected shortfall (default Y)     *
      *  RLS-SUPERVISOR-ID   - authorized approver                 *
      *  RLS-SUPERVISOR-NAME - name printed on the gate report     *
      *============================================================*
       01  RELEASE-RULE-RECORD.
           05 RLR-MAX-SEVERITY      PIC 9(2).
           05 RLR-ACK-REQUIRED      PIC X(1).
           05 RLR-BALANCE-REQUIRED  PIC X(1).
           05 RLR-MAX-OVER-BUDGET   PIC 9(3).
           05 RLR-DEPOT-REQUIRED    PIC X(1).

       01  RELEASE-SUPERVISOR-RECORD.
           05 RLS-SUPERVISOR-ID     PIC X(8).
           05 RLS-SUPERVISOR-NAME   PIC X(24).
