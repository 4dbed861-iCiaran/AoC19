      *============================================================*
      *  JOBSTEP - nightly job stream step definition              *
      *  One record per step of the nightly stream, run by the     *
      *  stream controller in ascending step number.               *
      *  JSD-STEP-SEQ  - step number; gaps are allowed so a step   *
      *                  can be slotted in later                   *
      *  JSD-STEP-NAME - program the step runs (SUPLCONV, ...)     *
      *  JSD-MAX-RC    - highest return code the step may end      *
      *                  with before the stream stops              *
      *  JSD-COMMAND   - command that runs the step, from the      *
      *                  program directory                         *
      *============================================================*
       01  JOB-STEP-RECORD.
           05 JSD-STEP-SEQ          PIC 9(3).
           05 JSD-STEP-NAME         PIC X(10).
           05 JSD-MAX-RC            PIC 9(2).
           05 JSD-COMMAND           PIC X(60).
