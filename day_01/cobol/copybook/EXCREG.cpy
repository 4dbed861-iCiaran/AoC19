      *============================================================*
      *  EXCREG - open-exception register record                   *
      *  One record per module and manifest the main run has       *
      *  rejected, kept from run to run so a module rejected three *
      *  launches running carries its history instead of looking  *
      *  new each morning.  The main run opens an entry (or bumps *
      *  an open one) as it rejects the record; CORRDELT closes it *
      *  when the hangar's correction is processed.  A closed      *
      *  entry rejected again is re-opened as a fresh item.        *
      *  EXR-MODULE-ID      - module whose record was rejected     *
      *  EXR-MANIFEST-ID    - manifest the record came from        *
      *  EXR-STATUS         - O open, C closed                     *
      *  EXR-FIRST-SEEN     - run that first rejected it           *
      *  EXR-LAST-SEEN      - run that last rejected it            *
      *  EXR-TIMES-REJECTED - runs that have rejected it           *
      *  EXR-RAW-DATA       - raw mass text as last rejected       *
      *  EXR-LINE-NO        - manifest line it was last found on   *
      *  EXR-CLOSED-RUN     - correction run that closed it        *
      *  EXR-CORRECTED-MASS - mass the correction supplied         *
      *  Run stamps are YYYY-MM-DD HH:MM:SS.                       *
      *============================================================*
       01  EXCEPTION-REGISTER-RECORD.
           05 EXR-KEY.
              10 EXR-MODULE-ID      PIC X(10).
              10 EXR-MANIFEST-ID    PIC X(8).
           05 EXR-STATUS            PIC X(1).
              88 EXR-IS-OPEN          VALUE "O".
              88 EXR-IS-CLOSED        VALUE "C".
           05 EXR-FIRST-SEEN        PIC X(19).
           05 EXR-LAST-SEEN         PIC X(19).
           05 EXR-TIMES-REJECTED    PIC 9(5).
           05 EXR-RAW-DATA          PIC X(10).
           05 EXR-LINE-NO           PIC 9(6).
           05 EXR-CLOSED-RUN        PIC X(19).
           05 EXR-CORRECTED-MASS    PIC X(10).
