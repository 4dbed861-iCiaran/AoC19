      *============================================================*
      *  LNCHSCH - launch schedule record                          *
      *  The first record carries the fleet limit; every record    *
      *  after it schedules one manifest of the campaign.          *
      *  LSF-DAILY-TANKER-LIMIT - tankers the fleet can deliver    *
      *                           to the pads in one day; blank or *
      *                           zero means no limit              *
      *  LSC-MANIFEST-ID   - manifest (matches the control file)   *
      *  LSC-LAUNCH-DATE   - launch date (YYYY-MM-DD)              *
      *  LSC-WINDOW-START  - first fueling day (YYYY-MM-DD)        *
      *  LSC-WINDOW-END    - last fueling day (YYYY-MM-DD), on or  *
      *                      before the launch date                *
      *============================================================*
       01  LAUNCH-FLEET-RECORD.
           05 LSF-DAILY-TANKER-LIMIT PIC 9(4).

       01  LAUNCH-SCHEDULE-RECORD.
           05 LSC-MANIFEST-ID       PIC X(8).
           05 LSC-LAUNCH-DATE       PIC X(10).
           05 LSC-WINDOW-START      PIC X(10).
           05 LSC-WINDOW-END        PIC X(10).
