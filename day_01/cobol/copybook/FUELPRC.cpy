      *============================================================*
      *  FUELPRC - fuel unit price record                          *
      *  One record per module class per price change.  A price    *
      *  applies from its effective date until the class's next    *
      *  effective date, so a mid-campaign change charges each     *
      *  run at the price in force on the run's date; records may  *
      *  appear in any order.                                      *
      *  FPR-MODULE-CLASS   - module class (matches the extract)   *
      *  FPR-EFFECTIVE-DATE - first date the price applies         *
      *                       (YYYY-MM-DD)                         *
      *  FPR-UNIT-PRICE     - price per fuel unit, 4 decimals      *
      *============================================================*
       01  FUEL-PRICE-RECORD.
           05 FPR-MODULE-CLASS      PIC X(4).
           05 FPR-EFFECTIVE-DATE    PIC X(10).
           05 FPR-UNIT-PRICE        PIC 9(5)V9(4).
