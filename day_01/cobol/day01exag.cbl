       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGING.

      *============================================================*
      *  Open-exception aging report.                              *
      *  Reads the open-exception register the main run keeps and  *
      *  CORRDELT closes, and lists every item still open, oldest  *
      *  first, by days outstanding since the run that first       *
      *  rejected it.  Anything older than the control file's      *
      *  escalation age is flagged for escalation, so the hangar   *
      *  office works a queue rather than a fresh list each        *
      *  morning.                                                  *
      *  Return code: 0 clean, 4 one or more items escalated,      *
      *  12 register unusable.                                     *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTROL-FILE ASSIGN TO "../inputs/control.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CONTROL-FILE-STATUS.

       SELECT EXCEPTION-REGISTER-FILE
             ASSIGN TO "../outputs/exception_register.idx"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY EXR-KEY
             FILE STATUS EXCEPTION-REGISTER-STATUS.

       SELECT AGING-REPORT-FILE
             ASSIGN TO "../outputs/exception_aging.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           COPY CTLPARM.

       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.

       01 EXCEPTION-REGISTER-STATUS PIC 99.
          88 EXCEPTION-REGISTER-IS-OK VALUE 0.
          88 REGISTER-FILE-ABSENT   VALUE 35.

       01 AGING-REPORT-STATUS PIC 99.
          88 AGING-REPORT-IS-OK VALUE 0.

      * Open items, held oldest first: each is inserted ahead of
      * the first younger item already in the table, so items of
      * the same age keep register (module) order.
       01 AGING-TABLE.
          05 AG-COUNT            PIC 9(4) VALUE ZEROES.
          05 AG-ENTRY OCCURS 5000 TIMES.
             10 AG-DAYS          PIC 9(5).
             10 AG-MODULE-ID     PIC X(10).
             10 AG-MANIFEST-ID   PIC X(8).
             10 AG-FIRST-SEEN    PIC X(19).
             10 AG-LAST-SEEN     PIC X(19).
             10 AG-TIMES         PIC 9(5).
             10 AG-RAW-DATA      PIC X(10).
             10 AG-LINE-NO       PIC 9(6).

       01 WS-AG-SUB          PIC 9(4) VALUE ZEROES.
       01 WS-INSERT-AT       PIC 9(4) VALUE ZEROES.
       01 WS-SHIFT-SUB       PIC 9(4) VALUE ZEROES.

       01 WS-ESCALATE-DAYS   PIC 9(3) VALUE 7.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-TODAY-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-DAYS      PIC 9(7) VALUE ZEROES.
       01 WS-FIRST-SEEN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FIRST-SEEN-X REDEFINES WS-FIRST-SEEN-DATE.
          05 WS-FIRST-SEEN-YYYY PIC X(4).
          05 WS-FIRST-SEEN-MM   PIC X(2).
          05 WS-FIRST-SEEN-DD   PIC X(2).
       01 WS-DAYS-OPEN       PIC S9(7) VALUE ZEROES.

       01 WS-SCAN-DONE       PIC X(1) VALUE "N".
          88 REGISTER-SCAN-IS-DONE VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 REGISTER-COUNT     PIC 9(7) VALUE ZEROES.
       01 CLOSED-COUNT       PIC 9(7) VALUE ZEROES.
       01 OPEN-COUNT         PIC 9(7) VALUE ZEROES.
       01 ESCALATED-COUNT    PIC 9(7) VALUE ZEROES.
       01 UNLISTED-COUNT     PIC 9(7) VALUE ZEROES.

       01 AGING-TITLE-LINE.
          05 FILLER PIC X(33)
             VALUE "OPEN EXCEPTION AGING REPORT     ".

       01 AGING-PARM-LINE.
          05 FILLER PIC X(16) VALUE "AS OF RUN DATE: ".
          05 AP-TODAY             PIC 9(8).
          05 FILLER PIC X(20) VALUE "  ESCALATE AFTER:   ".
          05 AP-ESCALATE-DAYS     PIC ZZ9.
          05 FILLER PIC X(5)  VALUE " DAYS".

       01 AGING-COLUMN-LINE.
          05 FILLER               PIC X(5)  VALUE " DAYS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "MODULE-ID ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "MANIFEST".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "FIRST-SEEN".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "LAST-SEEN ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "TIMES".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "RAW-DATA  ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "  LINE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "ACTION".

       01 AGING-DETAIL-LINE.
          05 AD-DAYS              PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-MODULE-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-MANIFEST-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-FIRST-SEEN        PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-LAST-SEEN         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-TIMES             PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-RAW-DATA          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-LINE-NO           PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-ACTION            PIC X(10).

       01 AGING-COUNT-LINE.
          05 FILLER PIC X(12) VALUE "OPEN ITEMS: ".
          05 AC-OPEN              PIC Z(6)9.
          05 FILLER PIC X(14) VALUE "  ESCALATED:  ".
          05 AC-ESCALATED         PIC Z(6)9.
          05 FILLER PIC X(11) VALUE "  CLOSED:  ".
          05 AC-CLOSED            PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM LOAD-AGING-PARAMETERS
              THRU LOAD-AGING-PARAMETERS-FN.
           PERFORM LOAD-OPEN-ITEMS THRU LOAD-OPEN-ITEMS-FN.
           PERFORM AGING-REPORT-WRITE THRU AGING-REPORT-WRITE-FN.
           PERFORM AGING-SUMMARY THRU AGING-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-AGING-PARAMETERS.
      *-----------------------*
      * Only the first control record matters here - it carries
      * the escalation age.  No control file, or a blank field,
      * keeps the default.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-IS-OK
              READ CONTROL-FILE
              IF CONTROL-FILE-IS-OK
                 IF CTL-ESCALATE-DAYS IS NUMERIC
                    AND CTL-ESCALATE-DAYS NOT = ZEROES
                    MOVE CTL-ESCALATE-DAYS TO WS-ESCALATE-DAYS
                 END-IF
              END-IF
              CLOSE CONTROL-FILE
           END-IF.
           MOVE WS-TODAY-DATE TO AP-TODAY.
           MOVE WS-ESCALATE-DAYS TO AP-ESCALATE-DAYS.

       LOAD-AGING-PARAMETERS-FN.
      *--------------------------*
           EXIT.

       LOAD-OPEN-ITEMS.
      *-----------------*
      * No register yet means no run has rejected anything since
      * it was introduced - an empty queue, not a failure.
           OPEN INPUT EXCEPTION-REGISTER-FILE.
           IF NOT EXCEPTION-REGISTER-IS-OK
              IF REGISTER-FILE-ABSENT
                 DISPLAY "No exception register yet - "
                    "nothing outstanding"
              ELSE
                 DISPLAY "Exception register could not be opened "
                    "- status " EXCEPTION-REGISTER-STATUS
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
              END-IF
              GO TO LOAD-OPEN-ITEMS-FN
           END-IF.

           MOVE LOW-VALUES TO EXR-KEY.
           START EXCEPTION-REGISTER-FILE KEY NOT < EXR-KEY.
           MOVE "N" TO WS-SCAN-DONE.
           IF NOT EXCEPTION-REGISTER-IS-OK
              MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL REGISTER-SCAN-IS-DONE
              READ EXCEPTION-REGISTER-FILE NEXT RECORD
              IF NOT EXCEPTION-REGISTER-IS-OK
                 MOVE "Y" TO WS-SCAN-DONE
              ELSE
                 ADD 1 TO REGISTER-COUNT
                 IF EXR-IS-OPEN
                    PERFORM LOAD-ONE-OPEN-ITEM
                       THRU LOAD-ONE-OPEN-ITEM-FN
                 ELSE
                    ADD 1 TO CLOSED-COUNT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE EXCEPTION-REGISTER-FILE.

       LOAD-OPEN-ITEMS-FN.
      *--------------------*
           EXIT.

       LOAD-ONE-OPEN-ITEM.
      *--------------------*
           ADD 1 TO OPEN-COUNT.
           MOVE EXR-FIRST-SEEN(1:4) TO WS-FIRST-SEEN-YYYY.
           MOVE EXR-FIRST-SEEN(6:2) TO WS-FIRST-SEEN-MM.
           MOVE EXR-FIRST-SEEN(9:2) TO WS-FIRST-SEEN-DD.
           MOVE ZEROES TO WS-DAYS-OPEN.
           IF WS-FIRST-SEEN-DATE IS NUMERIC
              AND WS-FIRST-SEEN-DATE > ZEROES
              COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS
                 - FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN-DATE)
           END-IF.
           IF WS-DAYS-OPEN < 0
              MOVE ZEROES TO WS-DAYS-OPEN
           END-IF.
           IF WS-DAYS-OPEN > WS-ESCALATE-DAYS
              ADD 1 TO ESCALATED-COUNT
           END-IF.

           IF AG-COUNT >= 5000
              ADD 1 TO UNLISTED-COUNT
              GO TO LOAD-ONE-OPEN-ITEM-FN
           END-IF.

           COMPUTE WS-INSERT-AT = AG-COUNT + 1.
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                 UNTIL WS-AG-SUB > AG-COUNT
                    OR WS-INSERT-AT <= AG-COUNT
              IF AG-DAYS(WS-AG-SUB) < WS-DAYS-OPEN
                 MOVE WS-AG-SUB TO WS-INSERT-AT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-SUB FROM AG-COUNT BY -1
                 UNTIL WS-SHIFT-SUB < WS-INSERT-AT
              MOVE AG-ENTRY(WS-SHIFT-SUB)
                 TO AG-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO AG-COUNT.

           MOVE WS-DAYS-OPEN TO AG-DAYS(WS-INSERT-AT).
           MOVE EXR-MODULE-ID TO AG-MODULE-ID(WS-INSERT-AT).
           MOVE EXR-MANIFEST-ID TO AG-MANIFEST-ID(WS-INSERT-AT).
           MOVE EXR-FIRST-SEEN TO AG-FIRST-SEEN(WS-INSERT-AT).
           MOVE EXR-LAST-SEEN TO AG-LAST-SEEN(WS-INSERT-AT).
           MOVE EXR-TIMES-REJECTED TO AG-TIMES(WS-INSERT-AT).
           MOVE EXR-RAW-DATA TO AG-RAW-DATA(WS-INSERT-AT).
           MOVE EXR-LINE-NO TO AG-LINE-NO(WS-INSERT-AT).

       LOAD-ONE-OPEN-ITEM-FN.
      *-----------------------*
           EXIT.

       AGING-REPORT-WRITE.
      *--------------------*
           IF RUN-HAS-FAILED
              GO TO AGING-REPORT-WRITE-FN
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE AGING-TITLE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE AGING-PARM-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE AGING-COLUMN-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                 UNTIL WS-AG-SUB > AG-COUNT
              MOVE AG-DAYS(WS-AG-SUB) TO AD-DAYS
              MOVE AG-MODULE-ID(WS-AG-SUB) TO AD-MODULE-ID
              MOVE AG-MANIFEST-ID(WS-AG-SUB) TO AD-MANIFEST-ID
              MOVE AG-FIRST-SEEN(WS-AG-SUB)(1:10) TO AD-FIRST-SEEN
              MOVE AG-LAST-SEEN(WS-AG-SUB)(1:10) TO AD-LAST-SEEN
              MOVE AG-TIMES(WS-AG-SUB) TO AD-TIMES
              MOVE AG-RAW-DATA(WS-AG-SUB) TO AD-RAW-DATA
              MOVE AG-LINE-NO(WS-AG-SUB) TO AD-LINE-NO
              IF AG-DAYS(WS-AG-SUB) > WS-ESCALATE-DAYS
                 MOVE "ESCALATE" TO AD-ACTION
              ELSE
                 MOVE SPACES TO AD-ACTION
              END-IF
              MOVE AGING-DETAIL-LINE TO AGING-REPORT-RECORD
              WRITE AGING-REPORT-RECORD
           END-PERFORM.

           MOVE OPEN-COUNT TO AC-OPEN.
           MOVE ESCALATED-COUNT TO AC-ESCALATED.
           MOVE CLOSED-COUNT TO AC-CLOSED.
           MOVE AGING-COUNT-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           CLOSE AGING-REPORT-FILE.

       AGING-REPORT-WRITE-FN.
      *-----------------------*
           EXIT.

       AGING-SUMMARY.
      *---------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Exception aging failed - no report produced."
              DISPLAY "=================================="
              GO TO AGING-SUMMARY-FN
           END-IF.

           IF ESCALATED-COUNT > 0 AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Open exception aging".
           DISPLAY "Register entries  : " REGISTER-COUNT.
           DISPLAY "Open items        : " OPEN-COUNT.
           DISPLAY "Escalated         : " ESCALATED-COUNT.
           DISPLAY "Closed items      : " CLOSED-COUNT.
           IF UNLISTED-COUNT > 0
              DISPLAY "Not listed (full) : " UNLISTED-COUNT
           END-IF.
           DISPLAY "Severity          : " WS-RETURN-SEVERITY.
           DISPLAY "==================================".

       AGING-SUMMARY-FN.
      *------------------*
           EXIT.
