           05 CKPT-PLAN-LINES       PIC 9(7).
           05 CKPT-REWEIGH-LINES    PIC 9(7).
           05 CKPT-REWEIGH-COUNT    PIC 9(6).
           05 CKPT-MISASSIGN-COUNT  PIC 9(6).
           05 CKPT-CAMPAIGN-MISASSIGNS PIC 9(7).
           05 CKPT-MISASSIGN-LINES  PIC 9(7).
      *  The run timestamp keying this run's module history
      *  entries; restored on resume so one logical run writes
      *  history under one timestamp however often it restarts.
              10 CKPT-MF-A-REJECTS  PIC 9(6).
              10 CKPT-MF-B-REJECTS  PIC 9(6).
              10 CKPT-MF-DUPS       PIC 9(6).
              10 CKPT-MF-MISASSIGNS PIC 9(6).
