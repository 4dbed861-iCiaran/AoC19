      *    C - change an existing module (rejected if unknown);    *
      *        blank fields keep their current master value        *
      *    D - delete an existing module (rejected if unknown)     *
      *  An optional H record ahead of the transactions names the  *
      *  deck (the batch id the change journal files it under)     *
      *  and the operator submitting it.  A deck without one is    *
      *  filed under its run date and an unknown operator.         *
      *============================================================*
       01  MAINT-TRANSACTION-RECORD.
           05 TRX-ACTION            PIC X(1).
           05 TRX-MODULE-CLASS      PIC X(4).
           05 TRX-HANGAR-BAY        PIC X(4).
           05 TRX-VEHICLE           PIC X(10).

       01  MAINT-DECK-HEADER-RECORD.
           05 TRH-ACTION            PIC X(1).
           05 TRH-DECK-ID           PIC X(8).
           05 TRH-OPERATOR-ID       PIC X(8).
           05 FILLER                PIC X(36).
