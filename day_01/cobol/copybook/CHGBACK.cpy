      *============================================================*
      *  CHGBACK - fuel cost chargeback record for the finance     *
      *  ledger.  One "D" record per vehicle and module class      *
      *  charged by the run, then one "T" control trailer.  A      *
      *  manifest with no vehicle on the control file is charged   *
      *  to vehicle UNASSIGNED; a class with no price in force     *
      *  carries a zero price and cost so finance sees the gap.    *
      *  CHB-BASE-FUEL    - recursive fuel of the class's modules  *
      *  CHB-RESERVE-FUEL - reserve fuel of the class's modules    *
      *  CHB-UNIT-PRICE   - price in force on CHB-CHARGE-DATE      *
      *  CHB-BASE-COST / CHB-RESERVE-COST - costed module by       *
      *                     module, rounded to the cent            *
      *  CHT-RECORD-COUNT - number of "D" records                  *
      *  CHT-TOTAL-COST   - sum of CHB-TOTAL-COST                  *
      *============================================================*
       01  CHARGEBACK-RECORD.
           05 CHB-REC-TYPE          PIC X(1).
           05 CHB-VEHICLE           PIC X(10).
           05 CHB-MODULE-CLASS      PIC X(4).
           05 CHB-MODULE-COUNT      PIC 9(6).
           05 CHB-BASE-FUEL         PIC 9(13).
           05 CHB-RESERVE-FUEL      PIC 9(13).
           05 CHB-UNIT-PRICE        PIC 9(5)V9(4).
           05 CHB-BASE-COST         PIC 9(13)V99.
           05 CHB-RESERVE-COST      PIC 9(13)V99.
           05 CHB-TOTAL-COST        PIC 9(13)V99.
           05 CHB-CHARGE-DATE       PIC X(10).
           05 CHB-RUN-TIMESTAMP     PIC X(19).

       01  CHARGEBACK-TRAILER.
           05 CHT-REC-TYPE          PIC X(1).
           05 CHT-RECORD-COUNT      PIC 9(6).
           05 CHT-MODULE-COUNT      PIC 9(6).
           05 CHT-BASE-FUEL         PIC 9(13).
           05 CHT-RESERVE-FUEL      PIC 9(13).
           05 CHT-TOTAL-COST        PIC 9(15)V99.
           05 CHT-CHARGE-DATE       PIC X(10).
           05 CHT-RUN-TIMESTAMP     PIC X(19).
           05 FILLER                PIC X(45).
