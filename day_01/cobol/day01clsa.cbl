       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSAUDIT.

      *============================================================*
      *  Module class change audit.                                *
      *  Lists, from the master change journal, every change to a  *
      *  module's class - maintenance and backout alike - with     *
      *  when it was made, the deck it came in on and the operator *
      *  who submitted it, so the auditors can be shown who moved  *
      *  a module into or out of a class and when.  An add counts  *
      *  as a change from no class, a delete as a change to none.  *
      *  The optional selection deck lists module ids, one per     *
      *  record; with no deck (or an empty one) every module is    *
      *  listed.                                                   *
      *  Return code: 0 clean, 12 journal unusable.                *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-SELECT-FILE
             ASSIGN TO "../inputs/class_audit.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS AUDIT-SELECT-STATUS.

       SELECT JOURNAL-FILE
             ASSIGN TO "../outputs/master_journal.idx"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY JR-JOURNAL-KEY
             FILE STATUS JOURNAL-FILE-STATUS.

       SELECT CLASS-AUDIT-FILE
             ASSIGN TO "../outputs/class_change_audit.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS CLASS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-SELECT-FILE.
       01 AUDIT-SELECT-RECORD.
          05 AS-MODULE-ID          PIC X(10).

       FD JOURNAL-FILE.
           COPY MSTJRNL.

       FD CLASS-AUDIT-FILE.
       01 CLASS-AUDIT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 AUDIT-SELECT-STATUS PIC 99.
          88 AUDIT-SELECT-IS-OK VALUE 0.
          88 AUDIT-SELECT-EOF   VALUE 10.

       01 JOURNAL-FILE-STATUS PIC 99.
          88 JOURNAL-FILE-IS-OK VALUE 0.
          88 JOURNAL-FILE-EOF   VALUE 10.

       01 CLASS-AUDIT-STATUS PIC 99.
          88 CLASS-AUDIT-IS-OK VALUE 0.

       01 SELECT-TABLE.
          05 SL-COUNT           PIC 9(4) VALUE ZEROES.
          05 SL-MODULE-ID OCCURS 1000 TIMES
                INDEXED BY SL-IDX PIC X(10).

       01 WS-SELECTED        PIC X(1) VALUE "N".
          88 MODULE-IS-SELECTED VALUE "Y".
       01 WS-SCAN-DONE       PIC X(1) VALUE "N".
          88 JOURNAL-SCAN-IS-DONE VALUE "Y".

       01 ENTRY-COUNT        PIC 9(7) VALUE ZEROES.
       01 CLASS-CHANGE-COUNT PIC 9(7) VALUE ZEROES.

       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 AUDIT-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE "MODULE CLASS CHANGE AUDIT         ".

       01 AUDIT-COLUMN-LINE.
          05 FILLER               PIC X(19)
             VALUE "WHEN               ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "WHO     ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "DECK    ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE "SOURCE ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "MODULE-ID ".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE "ACTION".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "OLD-CLASS".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE "NEW-CLASS".

       01 AUDIT-DETAIL-LINE.
          05 AD-WHEN              PIC X(19).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-WHO               PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-DECK-ID           PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-SOURCE            PIC X(7).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-MODULE-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-ACTION            PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-OLD-CLASS         PIC X(9).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 AD-NEW-CLASS         PIC X(9).

       01 AUDIT-COUNT-LINE.
          05 FILLER PIC X(17) VALUE "JOURNAL ENTRIES: ".
          05 AC-ENTRIES           PIC Z(6)9.
          05 FILLER PIC X(18) VALUE "  CLASS CHANGES:  ".
          05 AC-CLASS-CHANGES     PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM LOAD-AUDIT-SELECTION
              THRU LOAD-AUDIT-SELECTION-FN.
           PERFORM CLASS-AUDIT-WRITE THRU CLASS-AUDIT-WRITE-FN.
           PERFORM AUDIT-SUMMARY THRU AUDIT-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-AUDIT-SELECTION.
      *----------------------*
           OPEN INPUT AUDIT-SELECT-FILE.
           IF NOT AUDIT-SELECT-IS-OK
              GO TO LOAD-AUDIT-SELECTION-FN
           END-IF.
           PERFORM UNTIL AUDIT-SELECT-EOF
              READ AUDIT-SELECT-FILE
              IF NOT AUDIT-SELECT-EOF
                 AND AS-MODULE-ID NOT = SPACES
                 IF SL-COUNT < 1000
                    ADD 1 TO SL-COUNT
                    MOVE AS-MODULE-ID TO SL-MODULE-ID(SL-COUNT)
                 ELSE
                    DISPLAY "Selection table full - "
                       AS-MODULE-ID " ignored"
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE AUDIT-SELECT-FILE.

       LOAD-AUDIT-SELECTION-FN.
      *-------------------------*
           EXIT.

       CLASS-AUDIT-WRITE.
      *-------------------*
           OPEN INPUT JOURNAL-FILE.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Change journal could not be opened - status "
                 JOURNAL-FILE-STATUS
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO CLASS-AUDIT-WRITE-FN
           END-IF.

           OPEN OUTPUT CLASS-AUDIT-FILE.
           MOVE AUDIT-TITLE-LINE TO CLASS-AUDIT-RECORD.
           WRITE CLASS-AUDIT-RECORD.
           MOVE AUDIT-COLUMN-LINE TO CLASS-AUDIT-RECORD.
           WRITE CLASS-AUDIT-RECORD.

           MOVE LOW-VALUES TO JR-JOURNAL-KEY.
           START JOURNAL-FILE KEY NOT < JR-JOURNAL-KEY.
           MOVE "N" TO WS-SCAN-DONE.
           IF NOT JOURNAL-FILE-IS-OK
              MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL JOURNAL-SCAN-IS-DONE
              READ JOURNAL-FILE NEXT RECORD
              IF NOT JOURNAL-FILE-IS-OK
                 MOVE "Y" TO WS-SCAN-DONE
              ELSE
                 ADD 1 TO ENTRY-COUNT
                 PERFORM CLASS-CHANGE-CHECK
                    THRU CLASS-CHANGE-CHECK-FN
              END-IF
           END-PERFORM.

           MOVE ENTRY-COUNT TO AC-ENTRIES.
           MOVE CLASS-CHANGE-COUNT TO AC-CLASS-CHANGES.
           MOVE AUDIT-COUNT-LINE TO CLASS-AUDIT-RECORD.
           WRITE CLASS-AUDIT-RECORD.

           CLOSE JOURNAL-FILE.
           CLOSE CLASS-AUDIT-FILE.

       CLASS-AUDIT-WRITE-FN.
      *----------------------*
           EXIT.

       CLASS-CHANGE-CHECK.
      *--------------------*
           IF JB-MODULE-CLASS = JA-MODULE-CLASS
              AND JB-PRESENT = JA-PRESENT
              GO TO CLASS-CHANGE-CHECK-FN
           END-IF.
           IF SL-COUNT > 0
              MOVE "N" TO WS-SELECTED
              PERFORM VARYING SL-IDX FROM 1 BY 1
                    UNTIL SL-IDX > SL-COUNT
                       OR MODULE-IS-SELECTED
                 IF SL-MODULE-ID(SL-IDX) = JR-MODULE-ID
                    MOVE "Y" TO WS-SELECTED
                 END-IF
              END-PERFORM
              IF NOT MODULE-IS-SELECTED
                 GO TO CLASS-CHANGE-CHECK-FN
              END-IF
           END-IF.

           ADD 1 TO CLASS-CHANGE-COUNT.
           MOVE JR-RUN-TIMESTAMP TO AD-WHEN.
           MOVE JR-OPERATOR-ID TO AD-WHO.
           MOVE JR-DECK-ID TO AD-DECK-ID.
           IF JR-FROM-BACKOUT
              MOVE "BACKOUT" TO AD-SOURCE
           ELSE
              MOVE "MAINT" TO AD-SOURCE
           END-IF.
           MOVE JR-MODULE-ID TO AD-MODULE-ID.
           EVALUATE JR-ACTION
              WHEN "A"
                 MOVE "ADD" TO AD-ACTION
              WHEN "C"
                 MOVE "CHANGE" TO AD-ACTION
              WHEN OTHER
                 MOVE "DELETE" TO AD-ACTION
           END-EVALUATE.
           IF JB-PRESENT = "N"
              MOVE "(NONE)" TO AD-OLD-CLASS
           ELSE
              MOVE JB-MODULE-CLASS TO AD-OLD-CLASS
           END-IF.
           IF JA-PRESENT = "N"
              MOVE "(NONE)" TO AD-NEW-CLASS
           ELSE
              MOVE JA-MODULE-CLASS TO AD-NEW-CLASS
           END-IF.
           MOVE AUDIT-DETAIL-LINE TO CLASS-AUDIT-RECORD.
           WRITE CLASS-AUDIT-RECORD.

       CLASS-CHANGE-CHECK-FN.
      *-----------------------*
           EXIT.

       AUDIT-SUMMARY.
      *---------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Class change audit failed."
              DISPLAY "=================================="
              GO TO AUDIT-SUMMARY-FN
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Module class change audit".
           DISPLAY "Journal entries   : " ENTRY-COUNT.
           DISPLAY "Class changes     : " CLASS-CHANGE-COUNT.
           DISPLAY "==================================".

       AUDIT-SUMMARY-FN.
      *------------------*
           EXIT.
