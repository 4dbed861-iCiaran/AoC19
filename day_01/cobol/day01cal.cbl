       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUELCAL.

      *============================================================*
      *  Launch fueling calendar.                                  *
      *  Takes the tankers each manifest needs from the main run's *
      *  tanker loading plan and spreads them across the days of   *
      *  the manifest's fueling window on the launch schedule,     *
      *  earliest launch first, as evenly as the window allows     *
      *  without taking a day past the daily fleet limit.  A       *
      *  manifest whose tankers will not all fit inside its window *
      *  has the rest spread over the window anyway and is flagged *
      *  - those are the days that print as over the limit.  A     *
      *  tanker split between two manifests is delivered to each   *
      *  pad, so it counts for both.  The calendar prints day by   *
      *  day, each manifest's tankers under the day they go out,   *
      *  followed by the state of every manifest.                  *
      *  Return code: 0 clean, 4 a schedule record unusable or a   *
      *  planned manifest not on the schedule, 8 a manifest's      *
      *  tankers do not fit its window, 12 launch schedule or      *
      *  tanker plan missing.                                      *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCHEDULE-FILE ASSIGN TO "../inputs/launch_schedule.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS SCHEDULE-FILE-STATUS.

       SELECT TANKER-PLAN-FILE
             ASSIGN TO "../outputs/tanker_plan.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS TANKER-PLAN-STATUS.

       SELECT CALENDAR-FILE
             ASSIGN TO "../outputs/fueling_calendar.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
           COPY LNCHSCH.

       FD TANKER-PLAN-FILE.
       01 TANKER-PLAN-RECORD PIC X(80).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 SCHEDULE-FILE-STATUS PIC 99.
          88 SCHEDULE-FILE-IS-OK VALUE 0.
          88 SCHEDULE-FILE-EOF   VALUE 10.

       01 TANKER-PLAN-STATUS PIC 99.
          88 TANKER-PLAN-IS-OK VALUE 0.
          88 TANKER-PLAN-EOF   VALUE 10.

       01 CALENDAR-FILE-STATUS PIC 99.
          88 CALENDAR-FILE-IS-OK VALUE 0.

       01 WS-FLEET-LIMIT     PIC 9(4) VALUE ZEROES.

      * The schedule, sorted earliest launch first.  Window days
      * are day numbers on the calendar, day 1 being the earliest
      * window start on the schedule.
       01 MANIFEST-SCHEDULE-TABLE.
          05 MS-COUNT            PIC 9(2) VALUE ZEROES.
          05 MS-ENTRY OCCURS 50 TIMES.
             10 MS-MANIFEST-ID   PIC X(8).
             10 MS-LAUNCH-DATE   PIC X(10).
             10 MS-WINDOW-START  PIC X(10).
             10 MS-WINDOW-END    PIC X(10).
             10 MS-START-INT     PIC 9(7).
             10 MS-END-INT       PIC 9(7).
             10 MS-FIRST-DAY     PIC 9(3).
             10 MS-LAST-DAY      PIC 9(3).
             10 MS-TANKERS       PIC 9(5).
             10 MS-SHORT         PIC 9(5).

       01 WS-MS-SUB          PIC 9(2) VALUE ZEROES.
       01 WS-MS-SUB2         PIC 9(2) VALUE ZEROES.
       01 WS-SWAP-ENTRY      PIC X(70) VALUE SPACES.

      * One entry per tanker per manifest it serves, in plan order;
      * PR-DAY is the calendar day the tanker goes out.
       01 TANKER-PAIR-TABLE.
          05 PR-COUNT            PIC 9(4) VALUE ZEROES.
          05 PR-ENTRY OCCURS 5000 TIMES.
             10 PR-MS-SUB        PIC 9(2).
             10 PR-TANKER-NO     PIC 9(6).
             10 PR-DAY           PIC 9(3).

       01 WS-PR-SUB          PIC 9(4) VALUE ZEROES.

      * Planned manifests the schedule does not carry.
       01 UNSCHEDULED-TABLE.
          05 UN-COUNT            PIC 9(2) VALUE ZEROES.
          05 UN-ENTRY OCCURS 50 TIMES.
             10 UN-MANIFEST-ID   PIC X(8).
             10 UN-TANKERS       PIC 9(5).
             10 UN-LAST-TANKER   PIC 9(6).

       01 WS-UN-SUB          PIC 9(2) VALUE ZEROES.

       01 DAY-TABLE.
          05 DY-ENTRY OCCURS 366 TIMES.
             10 DY-TANKERS       PIC 9(5).

       01 WS-CALENDAR-DAYS   PIC 9(3) VALUE ZEROES.
       01 WS-BASE-INT        PIC 9(7) VALUE ZEROES.
       01 WS-LAST-INT        PIC 9(7) VALUE ZEROES.
       01 WS-DAY             PIC 9(3) VALUE ZEROES.
       01 WS-DAYS-LEFT       PIC 9(3) VALUE ZEROES.
       01 WS-REMAINING       PIC 9(5) VALUE ZEROES.
       01 WS-TARGET          PIC 9(5) VALUE ZEROES.
       01 WS-ROOM            PIC 9(5) VALUE ZEROES.
       01 WS-TAKE            PIC 9(5) VALUE ZEROES.

       01 WS-CURRENT-TANKER  PIC 9(6) VALUE ZEROES.
       01 WS-PLAN-MANIFEST   PIC X(8) VALUE SPACES.
       01 WS-ENTRY-FOUND     PIC X(1) VALUE "N".
          88 ENTRY-WAS-FOUND   VALUE "Y".
       01 WS-DATE-OK         PIC X(1) VALUE "Y".
          88 DATE-IS-VALID     VALUE "Y".

       01 WS-DATE-TEXT       PIC X(10) VALUE SPACES.
       01 WS-DATE-YMD.
          05 WS-DATE-YYYY    PIC 9(4).
          05 WS-DATE-MM      PIC 9(2).
          05 WS-DATE-DD      PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-YMD PIC 9(8).
       01 WS-DATE-INT        PIC 9(7) VALUE ZEROES.
       01 WS-START-INT       PIC 9(7) VALUE ZEROES.
       01 WS-END-INT         PIC 9(7) VALUE ZEROES.
       01 WS-LAUNCH-INT      PIC 9(7) VALUE ZEROES.
       01 WS-PRINT-DATE.
          05 WS-PRINT-YYYY   PIC 9(4).
          05 FILLER          PIC X VALUE "-".
          05 WS-PRINT-MM     PIC 9(2).
          05 FILLER          PIC X VALUE "-".
          05 WS-PRINT-DD     PIC 9(2).

       01 WS-LINE-SLOT       PIC 9(2) VALUE ZEROES.

       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 SCHEDULE-REJECTS   PIC 9(3) VALUE ZEROES.
       01 TANKERS-PLANNED    PIC 9(5) VALUE ZEROES.
       01 TANKERS-SCHEDULED  PIC 9(5) VALUE ZEROES.
       01 OVER-LIMIT-DAYS    PIC 9(3) VALUE ZEROES.
       01 MANIFESTS-SHORT    PIC 9(2) VALUE ZEROES.

       01 CALENDAR-TITLE-LINE.
          05 FILLER               PIC X(26)
             VALUE "LAUNCH FUELING CALENDAR   ".
          05 FILLER               PIC X(20)
             VALUE "DAILY FLEET LIMIT: ".
          05 CT-FLEET-LIMIT       PIC ZZZ9.
          05 CT-FLEET-LIMIT-X REDEFINES CT-FLEET-LIMIT PIC X(4).

       01 CALENDAR-DAY-LINE.
          05 CY-DATE              PIC X(10).
          05 FILLER               PIC X(11) VALUE "  TANKERS: ".
          05 CY-TANKERS           PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CY-FLAG              PIC X(20).

       01 CALENDAR-TANKER-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CK-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CK-LAUNCH-LABEL      PIC X(7).
          05 CK-LAUNCH-DATE       PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 CK-TANKER-SLOT OCCURS 8 TIMES.
             10 FILLER            PIC X(1).
             10 CK-TANKER-NO      PIC Z(5)9.

       01 MANIFEST-HEADING-LINE.
          05 FILLER               PIC X(10) VALUE "MANIFEST  ".
          05 FILLER               PIC X(12) VALUE "LAUNCH      ".
          05 FILLER               PIC X(24)
             VALUE "FUELING WINDOW          ".
          05 FILLER               PIC X(9)  VALUE "  TANKERS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(30) VALUE "STATUS".

       01 MANIFEST-STATUS-LINE.
          05 MT-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MT-LAUNCH-DATE       PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MT-WINDOW-START      PIC X(10).
          05 MT-WINDOW-TO         PIC X(4).
          05 MT-WINDOW-END        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MT-TANKERS           PIC ZZZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 MT-STATUS            PIC X(40).

       PROCEDURE DIVISION.
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-FN.
           PERFORM LOAD-TANKER-PLAN THRU LOAD-TANKER-PLAN-FN.
           PERFORM SPREAD-TANKERS THRU SPREAD-TANKERS-FN.
           PERFORM CALENDAR-WRITE THRU CALENDAR-WRITE-FN.
           PERFORM CALENDAR-SUMMARY THRU CALENDAR-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-SCHEDULE.
      *---------------*
           OPEN INPUT SCHEDULE-FILE.
           IF NOT SCHEDULE-FILE-IS-OK
              DISPLAY "Launch schedule could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-SCHEDULE-FN
           END-IF.

           READ SCHEDULE-FILE.
           IF SCHEDULE-FILE-IS-OK
              AND LSF-DAILY-TANKER-LIMIT IS NUMERIC
              MOVE LSF-DAILY-TANKER-LIMIT TO WS-FLEET-LIMIT
           END-IF.

           PERFORM UNTIL SCHEDULE-FILE-EOF
              READ SCHEDULE-FILE
              IF NOT SCHEDULE-FILE-EOF
                 AND LSC-MANIFEST-ID NOT = SPACES
                 PERFORM LOAD-ONE-MANIFEST
                    THRU LOAD-ONE-MANIFEST-FN
              END-IF
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           IF SCHEDULE-REJECTS > ZEROES
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

           IF MS-COUNT = ZEROES
              DISPLAY "Launch schedule has no usable manifests"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-SCHEDULE-FN
           END-IF.

      * Earliest launch first; a tie goes to the earlier window.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB >= MS-COUNT
              PERFORM VARYING WS-MS-SUB2 FROM WS-MS-SUB BY 1
                    UNTIL WS-MS-SUB2 > MS-COUNT
                 IF MS-LAUNCH-DATE(WS-MS-SUB2)
                       < MS-LAUNCH-DATE(WS-MS-SUB)
                    OR (MS-LAUNCH-DATE(WS-MS-SUB2)
                       = MS-LAUNCH-DATE(WS-MS-SUB)
                    AND MS-WINDOW-START(WS-MS-SUB2)
                       < MS-WINDOW-START(WS-MS-SUB))
                    MOVE MS-ENTRY(WS-MS-SUB) TO WS-SWAP-ENTRY
                    MOVE MS-ENTRY(WS-MS-SUB2) TO MS-ENTRY(WS-MS-SUB)
                    MOVE WS-SWAP-ENTRY TO MS-ENTRY(WS-MS-SUB2)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Day 1 of the calendar is the earliest window start; the
      * calendar runs to the latest window end, a year at most.
           MOVE MS-START-INT(1) TO WS-BASE-INT.
           MOVE MS-END-INT(1) TO WS-LAST-INT.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              IF MS-START-INT(WS-MS-SUB) < WS-BASE-INT
                 MOVE MS-START-INT(WS-MS-SUB) TO WS-BASE-INT
              END-IF
              IF MS-END-INT(WS-MS-SUB) > WS-LAST-INT
                 MOVE MS-END-INT(WS-MS-SUB) TO WS-LAST-INT
              END-IF
           END-PERFORM.
           IF WS-LAST-INT - WS-BASE-INT >= 366
              COMPUTE WS-LAST-INT = WS-BASE-INT + 365
              DISPLAY "Fueling windows span more than a year - "
                 "calendar cut at 366 days"
           END-IF.
           COMPUTE WS-CALENDAR-DAYS = WS-LAST-INT - WS-BASE-INT + 1.
           PERFORM VARYING WS-DAY FROM 1 BY 1
                 UNTIL WS-DAY > WS-CALENDAR-DAYS
              MOVE ZEROES TO DY-TANKERS(WS-DAY)
           END-PERFORM.

      * A window that opens after the cut has no day on the
      * calendar; the manifest is dropped from the table, and its
      * tankers list as not on the schedule.
           MOVE ZEROES TO WS-MS-SUB2.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              IF MS-START-INT(WS-MS-SUB) > WS-LAST-INT
                 DISPLAY "Schedule for " MS-MANIFEST-ID(WS-MS-SUB)
                    " opens after the calendar is cut - ignored"
                 ADD 1 TO SCHEDULE-REJECTS
                 MOVE 4 TO WS-RETURN-SEVERITY
              ELSE
                 ADD 1 TO WS-MS-SUB2
                 IF WS-MS-SUB2 < WS-MS-SUB
                    MOVE MS-ENTRY(WS-MS-SUB) TO MS-ENTRY(WS-MS-SUB2)
                 END-IF
                 COMPUTE MS-FIRST-DAY(WS-MS-SUB2) =
                    MS-START-INT(WS-MS-SUB2) - WS-BASE-INT + 1
                 IF MS-END-INT(WS-MS-SUB2) > WS-LAST-INT
                    MOVE WS-CALENDAR-DAYS TO MS-LAST-DAY(WS-MS-SUB2)
                 ELSE
                    COMPUTE MS-LAST-DAY(WS-MS-SUB2) =
                       MS-END-INT(WS-MS-SUB2) - WS-BASE-INT + 1
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-MS-SUB2 TO MS-COUNT.

       LOAD-SCHEDULE-FN.
      *------------------*
           EXIT.

       LOAD-ONE-MANIFEST.
      *-------------------*
           MOVE LSC-LAUNCH-DATE TO WS-DATE-TEXT.
           PERFORM DATE-TO-INTEGER THRU DATE-TO-INTEGER-FN.
           MOVE WS-DATE-INT TO WS-LAUNCH-INT.
           IF DATE-IS-VALID
              MOVE LSC-WINDOW-START TO WS-DATE-TEXT
              PERFORM DATE-TO-INTEGER THRU DATE-TO-INTEGER-FN
              MOVE WS-DATE-INT TO WS-START-INT
           END-IF.
           IF DATE-IS-VALID
              MOVE LSC-WINDOW-END TO WS-DATE-TEXT
              PERFORM DATE-TO-INTEGER THRU DATE-TO-INTEGER-FN
              MOVE WS-DATE-INT TO WS-END-INT
           END-IF.
           IF NOT DATE-IS-VALID
              DISPLAY "Schedule for " LSC-MANIFEST-ID
                 " has an invalid date - ignored"
              ADD 1 TO SCHEDULE-REJECTS
              GO TO LOAD-ONE-MANIFEST-FN
           END-IF.
           IF WS-START-INT > WS-END-INT
              OR WS-END-INT > WS-LAUNCH-INT
              DISPLAY "Schedule for " LSC-MANIFEST-ID
                 " has a fueling window that is reversed or ends "
                 "after launch - ignored"
              ADD 1 TO SCHEDULE-REJECTS
              GO TO LOAD-ONE-MANIFEST-FN
           END-IF.

           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              IF MS-MANIFEST-ID(WS-MS-SUB) = LSC-MANIFEST-ID
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              DISPLAY "Manifest " LSC-MANIFEST-ID
                 " scheduled twice - later record ignored"
              ADD 1 TO SCHEDULE-REJECTS
              GO TO LOAD-ONE-MANIFEST-FN
           END-IF.
           IF MS-COUNT >= 50
              DISPLAY "Schedule table full - " LSC-MANIFEST-ID
                 " ignored"
              ADD 1 TO SCHEDULE-REJECTS
              GO TO LOAD-ONE-MANIFEST-FN
           END-IF.

           ADD 1 TO MS-COUNT.
           MOVE LSC-MANIFEST-ID TO MS-MANIFEST-ID(MS-COUNT).
           MOVE LSC-LAUNCH-DATE TO MS-LAUNCH-DATE(MS-COUNT).
           MOVE LSC-WINDOW-START TO MS-WINDOW-START(MS-COUNT).
           MOVE LSC-WINDOW-END TO MS-WINDOW-END(MS-COUNT).
           MOVE WS-START-INT TO MS-START-INT(MS-COUNT).
           MOVE WS-END-INT TO MS-END-INT(MS-COUNT).
           MOVE ZEROES TO MS-FIRST-DAY(MS-COUNT).
           MOVE ZEROES TO MS-LAST-DAY(MS-COUNT).
           MOVE ZEROES TO MS-TANKERS(MS-COUNT).
           MOVE ZEROES TO MS-SHORT(MS-COUNT).

       LOAD-ONE-MANIFEST-FN.
      *----------------------*
           EXIT.

       DATE-TO-INTEGER.
      *-----------------*
      * WS-DATE-TEXT (YYYY-MM-DD) to a day number in WS-DATE-INT.
           MOVE "Y" TO WS-DATE-OK.
           MOVE ZEROES TO WS-DATE-INT.
           IF WS-DATE-TEXT(1:4) IS NOT NUMERIC
              OR WS-DATE-TEXT(6:2) IS NOT NUMERIC
              OR WS-DATE-TEXT(9:2) IS NOT NUMERIC
              MOVE "N" TO WS-DATE-OK
              GO TO DATE-TO-INTEGER-FN
           END-IF.
           MOVE WS-DATE-TEXT(1:4) TO WS-DATE-YYYY.
           MOVE WS-DATE-TEXT(6:2) TO WS-DATE-MM.
           MOVE WS-DATE-TEXT(9:2) TO WS-DATE-DD.
           IF WS-DATE-YYYY < 1601
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
              MOVE "N" TO WS-DATE-OK
              GO TO DATE-TO-INTEGER-FN
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
      * A day past the end of its month (2026-09-31) comes back as
      * zero.
           IF WS-DATE-INT = ZEROES
              MOVE "N" TO WS-DATE-OK
           END-IF.

       DATE-TO-INTEGER-FN.
      *--------------------*
           EXIT.

       LOAD-TANKER-PLAN.
      *------------------*
      * A "TANKER n" header opens each tanker; the detail lines
      * under it name the manifest and module each load serves.
           IF RUN-HAS-FAILED
              GO TO LOAD-TANKER-PLAN-FN
           END-IF.

           OPEN INPUT TANKER-PLAN-FILE.
           IF NOT TANKER-PLAN-IS-OK
              DISPLAY "Tanker plan could not be opened - the main "
                 "run writes it only when a tanker capacity is set"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-TANKER-PLAN-FN
           END-IF.

           PERFORM UNTIL TANKER-PLAN-EOF
              READ TANKER-PLAN-FILE
              IF NOT TANKER-PLAN-EOF
                 PERFORM PLAN-LINE-APPLY THRU PLAN-LINE-APPLY-FN
              END-IF
           END-PERFORM.
           CLOSE TANKER-PLAN-FILE.

       LOAD-TANKER-PLAN-FN.
      *---------------------*
           EXIT.

       PLAN-LINE-APPLY.
      *-----------------*
           IF TANKER-PLAN-RECORD(1:7) = "TANKER "
              IF FUNCTION TRIM(TANKER-PLAN-RECORD(8:6)) IS NUMERIC
                 MOVE FUNCTION TRIM(TANKER-PLAN-RECORD(8:6))
                    TO WS-CURRENT-TANKER
                 ADD 1 TO TANKERS-PLANNED
              END-IF
              GO TO PLAN-LINE-APPLY-FN
           END-IF.
           IF TANKER-PLAN-RECORD(1:2) NOT = SPACES
              OR TANKER-PLAN-RECORD(25:10) NOT = "ALLOCATED "
              OR WS-CURRENT-TANKER = ZEROES
              GO TO PLAN-LINE-APPLY-FN
           END-IF.

           MOVE TANKER-PLAN-RECORD(3:8) TO WS-PLAN-MANIFEST.
           MOVE ZEROES TO WS-MS-SUB2.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              IF MS-MANIFEST-ID(WS-MS-SUB) = WS-PLAN-MANIFEST
                 MOVE WS-MS-SUB TO WS-MS-SUB2
              END-IF
           END-PERFORM.
           IF WS-MS-SUB2 = ZEROES
              PERFORM UNSCHEDULED-COUNT THRU UNSCHEDULED-COUNT-FN
              GO TO PLAN-LINE-APPLY-FN
           END-IF.

      * A tanker carrying several of the manifest's modules is
      * still one delivery; its lines are consecutive in the plan.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-PR-SUB FROM PR-COUNT BY -1
                 UNTIL WS-PR-SUB < 1 OR ENTRY-WAS-FOUND
                    OR PR-TANKER-NO(WS-PR-SUB) NOT = WS-CURRENT-TANKER
              IF PR-MS-SUB(WS-PR-SUB) = WS-MS-SUB2
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              GO TO PLAN-LINE-APPLY-FN
           END-IF.
           IF PR-COUNT >= 5000
              DISPLAY "Tanker table full - tanker "
                 WS-CURRENT-TANKER " for " WS-PLAN-MANIFEST
                 " not scheduled"
              GO TO PLAN-LINE-APPLY-FN
           END-IF.
           ADD 1 TO PR-COUNT.
           MOVE WS-MS-SUB2 TO PR-MS-SUB(PR-COUNT).
           MOVE WS-CURRENT-TANKER TO PR-TANKER-NO(PR-COUNT).
           MOVE ZEROES TO PR-DAY(PR-COUNT).
           ADD 1 TO MS-TANKERS(WS-MS-SUB2).

       PLAN-LINE-APPLY-FN.
      *--------------------*
           EXIT.

       UNSCHEDULED-COUNT.
      *-------------------*
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
                 UNTIL WS-UN-SUB > UN-COUNT OR ENTRY-WAS-FOUND
              IF UN-MANIFEST-ID(WS-UN-SUB) = WS-PLAN-MANIFEST
                 MOVE "Y" TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
           IF ENTRY-WAS-FOUND
              SUBTRACT 1 FROM WS-UN-SUB
           ELSE
              IF UN-COUNT >= 50
                 GO TO UNSCHEDULED-COUNT-FN
              END-IF
              ADD 1 TO UN-COUNT
              MOVE UN-COUNT TO WS-UN-SUB
              MOVE WS-PLAN-MANIFEST TO UN-MANIFEST-ID(WS-UN-SUB)
              MOVE ZEROES TO UN-TANKERS(WS-UN-SUB)
              MOVE ZEROES TO UN-LAST-TANKER(WS-UN-SUB)
           END-IF.
           IF UN-LAST-TANKER(WS-UN-SUB) NOT = WS-CURRENT-TANKER
              ADD 1 TO UN-TANKERS(WS-UN-SUB)
              MOVE WS-CURRENT-TANKER TO UN-LAST-TANKER(WS-UN-SUB)
           END-IF.

       UNSCHEDULED-COUNT-FN.
      *----------------------*
           EXIT.

       SPREAD-TANKERS.
      *----------------*
           IF RUN-HAS-FAILED
              GO TO SPREAD-TANKERS-FN
           END-IF.

           MOVE 1 TO WS-PR-SUB.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              PERFORM SPREAD-ONE-MANIFEST
                 THRU SPREAD-ONE-MANIFEST-FN
           END-PERFORM.

           IF UN-COUNT > ZEROES AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.
           IF MANIFESTS-SHORT > ZEROES AND WS-RETURN-SEVERITY < 8
              MOVE 8 TO WS-RETURN-SEVERITY
           END-IF.

       SPREAD-TANKERS-FN.
      *-------------------*
           EXIT.

       SPREAD-ONE-MANIFEST.
      *---------------------*
      * Each day takes its even share of what is left - the
      * remaining tankers over the remaining days, rounded up -
      * or whatever room the fleet has left that day, whichever is
      * less.  Anything still left once the window is full is
      * dealt out a tanker a day across the window regardless.
           MOVE MS-TANKERS(WS-MS-SUB) TO WS-REMAINING.
           MOVE 1 TO WS-PR-SUB.
           PERFORM VARYING WS-DAY FROM MS-FIRST-DAY(WS-MS-SUB) BY 1
                 UNTIL WS-DAY > MS-LAST-DAY(WS-MS-SUB)
                    OR WS-REMAINING = ZEROES
              COMPUTE WS-DAYS-LEFT =
                 MS-LAST-DAY(WS-MS-SUB) - WS-DAY + 1
              COMPUTE WS-TARGET =
                 (WS-REMAINING + WS-DAYS-LEFT - 1) / WS-DAYS-LEFT
              IF WS-FLEET-LIMIT = ZEROES
                 MOVE WS-TARGET TO WS-ROOM
              ELSE
                 IF DY-TANKERS(WS-DAY) >= WS-FLEET-LIMIT
                    MOVE ZEROES TO WS-ROOM
                 ELSE
                    COMPUTE WS-ROOM =
                       WS-FLEET-LIMIT - DY-TANKERS(WS-DAY)
                 END-IF
              END-IF
              IF WS-TARGET < WS-ROOM
                 MOVE WS-TARGET TO WS-TAKE
              ELSE
                 MOVE WS-ROOM TO WS-TAKE
              END-IF
              PERFORM WS-TAKE TIMES
                 PERFORM TANKER-ASSIGN THRU TANKER-ASSIGN-FN
              END-PERFORM
           END-PERFORM.

           IF WS-REMAINING = ZEROES
              GO TO SPREAD-ONE-MANIFEST-FN
           END-IF.
           MOVE WS-REMAINING TO MS-SHORT(WS-MS-SUB).
           ADD 1 TO MANIFESTS-SHORT.
           MOVE MS-FIRST-DAY(WS-MS-SUB) TO WS-DAY.
           PERFORM UNTIL WS-REMAINING = ZEROES
              PERFORM TANKER-ASSIGN THRU TANKER-ASSIGN-FN
              ADD 1 TO WS-DAY
              IF WS-DAY > MS-LAST-DAY(WS-MS-SUB)
                 MOVE MS-FIRST-DAY(WS-MS-SUB) TO WS-DAY
              END-IF
           END-PERFORM.

       SPREAD-ONE-MANIFEST-FN.
      *------------------------*
           EXIT.

       TANKER-ASSIGN.
      *---------------*
      * The manifest's next unscheduled tanker, in plan order,
      * goes out on WS-DAY.
           PERFORM VARYING WS-PR-SUB FROM WS-PR-SUB BY 1
                 UNTIL WS-PR-SUB > PR-COUNT
                    OR (PR-MS-SUB(WS-PR-SUB) = WS-MS-SUB
                    AND PR-DAY(WS-PR-SUB) = ZEROES)
              CONTINUE
           END-PERFORM.
           IF WS-PR-SUB > PR-COUNT
              MOVE ZEROES TO WS-REMAINING
              GO TO TANKER-ASSIGN-FN
           END-IF.
           MOVE WS-DAY TO PR-DAY(WS-PR-SUB).
           ADD 1 TO DY-TANKERS(WS-DAY).
           ADD 1 TO TANKERS-SCHEDULED.
           SUBTRACT 1 FROM WS-REMAINING.

       TANKER-ASSIGN-FN.
      *------------------*
           EXIT.

       CALENDAR-WRITE.
      *----------------*
           IF RUN-HAS-FAILED
              GO TO CALENDAR-WRITE-FN
           END-IF.

           OPEN OUTPUT CALENDAR-FILE.
           IF WS-FLEET-LIMIT = ZEROES
              MOVE "NONE" TO CT-FLEET-LIMIT-X
           ELSE
              MOVE WS-FLEET-LIMIT TO CT-FLEET-LIMIT
           END-IF.
           MOVE CALENDAR-TITLE-LINE TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.

           PERFORM VARYING WS-DAY FROM 1 BY 1
                 UNTIL WS-DAY > WS-CALENDAR-DAYS
              IF DY-TANKERS(WS-DAY) > ZEROES
                 PERFORM CALENDAR-ONE-DAY THRU CALENDAR-ONE-DAY-FN
              END-IF
           END-PERFORM.

           MOVE SPACES TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           MOVE MANIFEST-HEADING-LINE TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              MOVE MS-MANIFEST-ID(WS-MS-SUB) TO MT-MANIFEST-ID
              MOVE MS-LAUNCH-DATE(WS-MS-SUB) TO MT-LAUNCH-DATE
              MOVE MS-WINDOW-START(WS-MS-SUB) TO MT-WINDOW-START
              MOVE " TO " TO MT-WINDOW-TO
              MOVE MS-WINDOW-END(WS-MS-SUB) TO MT-WINDOW-END
              MOVE MS-TANKERS(WS-MS-SUB) TO MT-TANKERS
              MOVE SPACES TO MT-STATUS
              EVALUATE TRUE
                 WHEN MS-TANKERS(WS-MS-SUB) = ZEROES
                    MOVE "NO TANKERS ON THE PLAN" TO MT-STATUS
                 WHEN MS-SHORT(WS-MS-SUB) > ZEROES
                    MOVE MS-SHORT(WS-MS-SUB) TO CY-TANKERS
                    STRING "DOES NOT FIT WINDOW - " DELIMITED BY SIZE
                       FUNCTION TRIM(CY-TANKERS) DELIMITED BY SIZE
                       " OVER LIMIT" DELIMITED BY SIZE
                       INTO MT-STATUS
                 WHEN OTHER
                    MOVE "FITS WINDOW" TO MT-STATUS
              END-EVALUATE
              MOVE MANIFEST-STATUS-LINE TO CALENDAR-RECORD
              WRITE CALENDAR-RECORD
           END-PERFORM.

           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
                 UNTIL WS-UN-SUB > UN-COUNT
              MOVE SPACES TO MANIFEST-STATUS-LINE
              MOVE UN-MANIFEST-ID(WS-UN-SUB) TO MT-MANIFEST-ID
              MOVE UN-TANKERS(WS-UN-SUB) TO MT-TANKERS
              MOVE "NOT ON THE LAUNCH SCHEDULE" TO MT-STATUS
              MOVE MANIFEST-STATUS-LINE TO CALENDAR-RECORD
              WRITE CALENDAR-RECORD
           END-PERFORM.
           CLOSE CALENDAR-FILE.

       CALENDAR-WRITE-FN.
      *-------------------*
           EXIT.

       CALENDAR-ONE-DAY.
      *------------------*
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-BASE-INT + WS-DAY - 1).
           MOVE WS-DATE-YYYY TO WS-PRINT-YYYY.
           MOVE WS-DATE-MM TO WS-PRINT-MM.
           MOVE WS-DATE-DD TO WS-PRINT-DD.
           MOVE SPACES TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           MOVE WS-PRINT-DATE TO CY-DATE.
           MOVE DY-TANKERS(WS-DAY) TO CY-TANKERS.
           MOVE SPACES TO CY-FLAG.
           IF WS-FLEET-LIMIT > ZEROES
              AND DY-TANKERS(WS-DAY) > WS-FLEET-LIMIT
              MOVE "OVER FLEET LIMIT" TO CY-FLAG
              ADD 1 TO OVER-LIMIT-DAYS
           END-IF.
           MOVE CALENDAR-DAY-LINE TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.

           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > MS-COUNT
              IF WS-DAY >= MS-FIRST-DAY(WS-MS-SUB)
                 AND WS-DAY <= MS-LAST-DAY(WS-MS-SUB)
                 PERFORM CALENDAR-DAY-MANIFEST
                    THRU CALENDAR-DAY-MANIFEST-FN
              END-IF
           END-PERFORM.

       CALENDAR-ONE-DAY-FN.
      *---------------------*
           EXIT.

       CALENDAR-DAY-MANIFEST.
      *-----------------------*
      * The manifest's tankers for the day, eight to a line.
           MOVE SPACES TO CALENDAR-TANKER-LINE.
           MOVE MS-MANIFEST-ID(WS-MS-SUB) TO CK-MANIFEST-ID.
           MOVE "LAUNCH " TO CK-LAUNCH-LABEL.
           MOVE MS-LAUNCH-DATE(WS-MS-SUB) TO CK-LAUNCH-DATE.
           MOVE ZEROES TO WS-LINE-SLOT.
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                 UNTIL WS-PR-SUB > PR-COUNT
              IF PR-MS-SUB(WS-PR-SUB) = WS-MS-SUB
                 AND PR-DAY(WS-PR-SUB) = WS-DAY
                 IF WS-LINE-SLOT >= 8
                    MOVE CALENDAR-TANKER-LINE TO CALENDAR-RECORD
                    WRITE CALENDAR-RECORD
                    MOVE SPACES TO CALENDAR-TANKER-LINE
                    MOVE ZEROES TO WS-LINE-SLOT
                 END-IF
                 ADD 1 TO WS-LINE-SLOT
                 MOVE PR-TANKER-NO(WS-PR-SUB)
                    TO CK-TANKER-NO(WS-LINE-SLOT)
              END-IF
           END-PERFORM.
           IF WS-LINE-SLOT > ZEROES
              MOVE CALENDAR-TANKER-LINE TO CALENDAR-RECORD
              WRITE CALENDAR-RECORD
           END-IF.

       CALENDAR-DAY-MANIFEST-FN.
      *--------------------------*
           EXIT.

       CALENDAR-SUMMARY.
      *------------------*
           DISPLAY "==================================".
           DISPLAY "Launch fueling calendar".
           DISPLAY "Manifests scheduled: " MS-COUNT.
           DISPLAY "Schedule rejects  : " SCHEDULE-REJECTS.
           DISPLAY "Not on schedule   : " UN-COUNT.
           DISPLAY "Tankers planned   : " TANKERS-PLANNED.
           DISPLAY "Tanker deliveries : " TANKERS-SCHEDULED.
           DISPLAY "Days over limit   : " OVER-LIMIT-DAYS.
           DISPLAY "Manifests not fit : " MANIFESTS-SHORT.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       CALENDAR-SUMMARY-FN.
      *--------------------*
           EXIT.
