      *============================================================*
      *  DEPTRAN - fuel depot receipts and adjustments record      *
      *  One record per stock movement the depot books between     *
      *  stock-takes.  Movements dated before the stock date are   *
      *  already in the counted stock and are not posted again.    *
      *  DTR-TYPE:                                                 *
      *    R - receipt into the depot                              *
      *    I - issue to anyone other than the launch campaign      *
      *    A - adjustment (gauging, losses); DTR-SIGN gives the    *
      *        direction, "-" for a loss, otherwise a gain         *
      *  DTR-DATE       - movement date (YYYY-MM-DD)               *
      *  DTR-REFERENCE  - delivery note or adjustment reference    *
      *  DTR-QUANTITY   - fuel moved, always unsigned              *
      *  DTR-REMARK     - free text carried to the ledger          *
      *============================================================*
       01  DEPOT-TRANSACTION-RECORD.
           05 DTR-TYPE              PIC X(1).
              88 DTR-RECEIPT          VALUE "R".
              88 DTR-ISSUE            VALUE "I".
              88 DTR-ADJUSTMENT       VALUE "A".
           05 DTR-DATE              PIC X(10).
           05 DTR-REFERENCE         PIC X(12).
           05 DTR-SIGN              PIC X(1).
           05 DTR-QUANTITY          PIC 9(13).
           05 DTR-REMARK            PIC X(20).
