      *============================================================*
      *  JOBRSTR - job stream restart record                       *
      *  Written by the stream controller when a step ends over    *
      *  its maximum return code, and removed when the stream      *
      *  next completes.  While it is on file the next submission  *
      *  resumes at the failed step instead of the top.  Deleting  *
      *  it forces the whole stream to run again.                  *
      *  JRS-RESTART-SEQ   - step number to resume at              *
      *  JRS-STEP-NAME     - program of the failed step            *
      *  JRS-STEP-RC       - return code it ended with             *
      *  JRS-FAILED-AT     - when the step ended (YYYY-MM-DD       *
      *                      HH:MM:SS)                             *
      *  JRS-STREAM-START  - when the failed stream was submitted  *
      *============================================================*
       01  JOB-RESTART-RECORD.
           05 JRS-RESTART-SEQ       PIC 9(3).
           05 FILLER                PIC X(1).
           05 JRS-STEP-NAME         PIC X(10).
           05 FILLER                PIC X(1).
           05 JRS-STEP-RC           PIC 9(3).
           05 FILLER                PIC X(1).
           05 JRS-FAILED-AT         PIC X(19).
           05 FILLER                PIC X(1).
           05 JRS-STREAM-START      PIC X(19).
