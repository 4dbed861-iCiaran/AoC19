      *============================================================*
      *  MSTJRNL - module master change journal record             *
      *  One record per master record added, changed or deleted,   *
      *  written by MSTMAINT as each transaction is applied and by *
      *  MSTBKOUT as each change is reversed.  Keyed on the run    *
      *  timestamp and a sequence within the run, so the journal   *
      *  reads back in the order the changes were made.            *
      *  JR-RUN-TIMESTAMP  - run timestamp (YYYY-MM-DD HH:MM:SS)   *
      *  JR-SEQUENCE       - change number within the run          *
      *  JR-DECK-ID        - maintenance deck (batch) the change   *
      *                      belongs to; a backout entry carries   *
      *                      the deck it reversed                  *
      *  JR-OPERATOR-ID    - who submitted the deck or backout     *
      *  JR-SOURCE         - M maintenance run, B backout run      *
      *  JR-ACTION         - A add, C change, D delete, as applied *
      *                      to the master by this entry           *
      *  JR-REVERSES-RUN   - backout entries only: the run         *
      *                      timestamp of the batch reversed       *
      *  JR-MODULE-ID      - master key changed                    *
      *  JR-BEFORE-IMAGE / JR-AFTER-IMAGE - the master fields      *
      *                      either side of the change; the        *
      *                      present flag is N where there was no  *
      *                      record (before an add, after a        *
      *                      delete)                               *
      *============================================================*
       01  JOURNAL-RECORD.
           05 JR-JOURNAL-KEY.
              10 JR-RUN-TIMESTAMP   PIC X(19).
              10 JR-SEQUENCE        PIC 9(6).
           05 JR-DECK-ID            PIC X(8).
           05 JR-OPERATOR-ID        PIC X(8).
           05 JR-SOURCE             PIC X(1).
              88 JR-FROM-MAINTENANCE VALUE "M".
              88 JR-FROM-BACKOUT     VALUE "B".
           05 JR-ACTION             PIC X(1).
           05 JR-REVERSES-RUN       PIC X(19).
           05 JR-MODULE-ID          PIC X(10).
           05 JR-BEFORE-IMAGE.
              10 JB-PRESENT         PIC X(1).
              10 JB-DESCRIPTION     PIC X(24).
              10 JB-MODULE-CLASS    PIC X(4).
              10 JB-HANGAR-BAY      PIC X(4).
              10 JB-VEHICLE         PIC X(10).
           05 JR-AFTER-IMAGE.
              10 JA-PRESENT         PIC X(1).
              10 JA-DESCRIPTION     PIC X(24).
              10 JA-MODULE-CLASS    PIC X(4).
              10 JA-HANGAR-BAY      PIC X(4).
              10 JA-VEHICLE         PIC X(10).
