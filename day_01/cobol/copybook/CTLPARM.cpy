      *            audit line, no run status file.                  *
      *    blank - normal production run.                          *
           05 CTL-RUN-MODE          PIC X(1).
      *  CTL-DORMANT-DAYS is the age, in days since the module     *
      *  last appeared on the module history, past which the      *
      *  master integrity sweep lists a master module as dormant. *
      *  Blank or zero defaults to 180 days.                       *
           05 CTL-DORMANT-DAYS      PIC 9(4).
      *  CTL-ESCALATE-DAYS is the age, in days since the run that  *
      *  first rejected it, past which the exception aging report  *
      *  escalates an open item on the exception register.         *
      *  Blank or zero defaults to 7 days.                         *
           05 CTL-ESCALATE-DAYS     PIC 9(3).

       01  CONTROL-MANIFEST-RECORD.
           05 CTL-MF-ID             PIC X(8).
