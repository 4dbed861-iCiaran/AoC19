      *============================================================*
      *  DEPSTOCK - fuel depot stock record                        *
      *  One record, kept by the depot: the book stock counted at  *
      *  its last stock-take.  The stock figure stands as at the   *
      *  start of the stock date, so every receipt, issue or       *
      *  adjustment dated on or after it, and every production     *
      *  run's commitment booked on or after it, is still to be    *
      *  posted against it.  Each stock-take replaces the record.  *
      *  DEP-DEPOT-ID      - depot supplying the launch campaign   *
      *  DEP-STOCK-DATE    - stock-take date (YYYY-MM-DD)          *
      *  DEP-ON-HAND       - fuel on hand at the stock-take, in    *
      *                      the same units as the extract         *
      *  DEP-SAFETY-STOCK  - working floor the depot will not      *
      *                      plan to draw below; zero for none     *
      *============================================================*
       01  DEPOT-STOCK-RECORD.
           05 DEP-DEPOT-ID          PIC X(8).
           05 DEP-STOCK-DATE        PIC X(10).
           05 DEP-ON-HAND           PIC 9(13).
           05 DEP-SAFETY-STOCK      PIC 9(13).
