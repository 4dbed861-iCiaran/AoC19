       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKOUT.

      *============================================================*
      *  Module master batch backout.                              *
      *  Reverses one maintenance deck from the change journal     *
      *  MSTMAINT writes, putting every module it added, changed   *
      *  or deleted back to its before image - no hand-built       *
      *  reversing deck.  The request names the deck id and,       *
      *  optionally, the run timestamp of the application to      *
      *  reverse (blank means the deck's latest application).      *
      *  A module that a later batch has changed since is refused  *
      *  - reversing it would throw the later change away - unless *
      *  the request is forced.  A batch already backed out is     *
      *  refused as a whole unless forced.  Each reversal is       *
      *  itself journalled (source B, under the reversed deck id   *
      *  and the requesting operator), so the audit trail shows    *
      *  the backout too.  Changes within the batch are undone     *
      *  newest first, so a module the deck touched twice ends at  *
      *  its image from before the deck.                           *
      *  Request record: deck id, run timestamp, force flag (F),   *
      *  operator id.                                              *
      *  Return code: 0 batch reversed, 4 modules refused or batch *
      *  already backed out, 12 request, journal or master         *
      *  unusable, or batch not on the journal.                    *
      *============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BACKOUT-REQUEST-FILE
             ASSIGN TO "../inputs/backout_request.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS BACKOUT-REQUEST-STATUS.

       SELECT MODULE-MASTER-FILE
             ASSIGN TO "../inputs/module_master.idx"
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY MM-MODULE-ID
             FILE STATUS MODULE-MASTER-STATUS.

       SELECT JOURNAL-FILE
             ASSIGN TO "../outputs/master_journal.idx"
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY JR-JOURNAL-KEY
             FILE STATUS JOURNAL-FILE-STATUS.

       SELECT BACKOUT-REPORT-FILE
             ASSIGN TO "../outputs/master_backout_report.txt"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS BACKOUT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-REQUEST-FILE.
       01 BACKOUT-REQUEST-RECORD.
          05 BKR-DECK-ID           PIC X(8).
          05 BKR-RUN-TIMESTAMP     PIC X(19).
          05 BKR-FORCE             PIC X(1).
          05 BKR-OPERATOR-ID       PIC X(8).

       FD MODULE-MASTER-FILE.
           COPY MODMAST.

       FD JOURNAL-FILE.
           COPY MSTJRNL.

       FD BACKOUT-REPORT-FILE.
       01 BACKOUT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 BACKOUT-REQUEST-STATUS PIC 99.
          88 BACKOUT-REQUEST-IS-OK VALUE 0.

       01 MODULE-MASTER-STATUS PIC 99.
          88 MODULE-MASTER-IS-OK VALUE 0.
          88 MODULE-NOT-ON-MASTER VALUE 23.

       01 JOURNAL-FILE-STATUS PIC 99.
          88 JOURNAL-FILE-IS-OK VALUE 0.
          88 JOURNAL-FILE-EOF   VALUE 10.

       01 BACKOUT-REPORT-STATUS PIC 99.
          88 BACKOUT-REPORT-IS-OK VALUE 0.

       01 WS-TARGET-DECK     PIC X(8)  VALUE SPACES.
       01 WS-TARGET-RUN      PIC X(19) VALUE SPACES.
       01 WS-OPERATOR-ID     PIC X(8)  VALUE "UNKNOWN ".
       01 WS-FORCE           PIC X(1)  VALUE "N".
          88 BACKOUT-IS-FORCED VALUE "Y".
       01 WS-ALREADY-BACKED  PIC X(1)  VALUE "N".
          88 BATCH-ALREADY-BACKED-OUT VALUE "Y".
       01 WS-SCAN-DONE       PIC X(1)  VALUE "N".
          88 JOURNAL-SCAN-IS-DONE VALUE "Y".

      * The batch's journal entries, in the order they were made.
      * BT-LATER-RUN / BT-LATER-DECK name the first later batch
      * that changed the module again (spaces when none did).
       01 BATCH-TABLE.
          05 BT-COUNT           PIC 9(4) VALUE ZEROES.
          05 BT-ENTRY OCCURS 5000 TIMES
                INDEXED BY BT-IDX.
             10 BT-ACTION       PIC X(1).
             10 BT-MODULE-ID    PIC X(10).
             10 BT-BEFORE-IMAGE PIC X(43).
             10 BT-LATER-RUN    PIC X(19).
             10 BT-LATER-DECK   PIC X(8).

      * Master image in hand for a reversal, in journal image form.
       01 WS-CURRENT-IMAGE.
          05 WC-PRESENT         PIC X(1).
          05 WC-DESCRIPTION     PIC X(24).
          05 WC-MODULE-CLASS    PIC X(4).
          05 WC-HANGAR-BAY      PIC X(4).
          05 WC-VEHICLE         PIC X(10).
       01 WS-RESTORE-IMAGE.
          05 WR-PRESENT         PIC X(1).
          05 WR-DESCRIPTION     PIC X(24).
          05 WR-MODULE-CLASS    PIC X(4).
          05 WR-HANGAR-BAY      PIC X(4).
          05 WR-VEHICLE         PIC X(10).
       01 WS-REVERSE-ACTION  PIC X(1)  VALUE SPACES.
       01 WS-BT-SUB          PIC 9(4)  VALUE ZEROES.
       01 WS-JOURNAL-SEQ     PIC 9(6)  VALUE ZEROES.

       01 REVERSED-COUNT     PIC 9(6)  VALUE ZEROES.
       01 REFUSED-COUNT      PIC 9(6)  VALUE ZEROES.
       01 UNCHANGED-COUNT    PIC 9(6)  VALUE ZEROES.

       01 WS-FILES-OPEN      PIC X(1) VALUE "N".
          88 BACKOUT-FILES-ARE-OPEN VALUE "Y".
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          88 RUN-HAS-FAILED    VALUE "Y".
       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.

       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-RUN-TIMESTAMP.
          05 WS-RUN-DATE.
             10 WS-RUN-YYYY   PIC 9(4).
             10 FILLER        PIC X VALUE "-".
             10 WS-RUN-MM     PIC 9(2).
             10 FILLER        PIC X VALUE "-".
             10 WS-RUN-DD     PIC 9(2).
          05 FILLER           PIC X VALUE SPACES.
          05 WS-RUN-TIME.
             10 WS-RUN-HH     PIC 9(2).
             10 FILLER        PIC X VALUE ":".
             10 WS-RUN-MIN    PIC 9(2).
             10 FILLER        PIC X VALUE ":".
             10 WS-RUN-SS     PIC 9(2).

       01 BACKOUT-TITLE-LINE.
          05 FILLER PIC X(34)
             VALUE "MODULE MASTER BATCH BACKOUT       ".

       01 BACKOUT-BATCH-LINE.
          05 FILLER               PIC X(6)  VALUE "DECK: ".
          05 BB-DECK-ID           PIC X(8).
          05 FILLER               PIC X(11) VALUE "  APPLIED: ".
          05 BB-TARGET-RUN        PIC X(19).
          05 FILLER               PIC X(12) VALUE "  OPERATOR: ".
          05 BB-OPERATOR-ID       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 BB-FORCED            PIC X(6).

       01 BACKOUT-DETAIL-LINE.
          05 BD-MODULE-ID         PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE "WAS: ".
          05 BD-ORIGINAL-ACTION   PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 BD-RESULT            PIC X(60).

       01 BACKOUT-REFUSED-TEXT.
          05 FILLER PIC X(20) VALUE "REFUSED - CHANGED BY".
          05 FILLER PIC X(1)  VALUE SPACE.
          05 BR-LATER-DECK        PIC X(8).
          05 FILLER PIC X(4)  VALUE " ON ".
          05 BR-LATER-RUN         PIC X(19).

       01 BACKOUT-COUNT-LINE.
          05 FILLER               PIC X(10) VALUE "REVERSED: ".
          05 BC-REVERSED          PIC ZZZZZ9.
          05 FILLER               PIC X(11) VALUE "  REFUSED: ".
          05 BC-REFUSED           PIC ZZZZZ9.
          05 FILLER               PIC X(13) VALUE "  UNCHANGED: ".
          05 BC-UNCHANGED         PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           PERFORM LOAD-BACKOUT-REQUEST
              THRU LOAD-BACKOUT-REQUEST-FN.
           PERFORM BACKOUT-OPEN-FILES THRU BACKOUT-OPEN-FILES-FN.
           PERFORM BATCH-LOCATE THRU BATCH-LOCATE-FN.
           PERFORM BATCH-COLLECT THRU BATCH-COLLECT-FN.
           PERFORM BATCH-REVERSE THRU BATCH-REVERSE-FN.
           PERFORM BACKOUT-CLOSE-FILES THRU BACKOUT-CLOSE-FILES-FN.
           PERFORM BACKOUT-SUMMARY THRU BACKOUT-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
           STOP RUN.

      *============================================================*

       LOAD-BACKOUT-REQUEST.
      *----------------------*
           OPEN INPUT BACKOUT-REQUEST-FILE.
           IF NOT BACKOUT-REQUEST-IS-OK
              DISPLAY "Backout request file could not be opened"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-BACKOUT-REQUEST-FN
           END-IF.
           READ BACKOUT-REQUEST-FILE.
           IF NOT BACKOUT-REQUEST-IS-OK
              OR BKR-DECK-ID = SPACES
              DISPLAY "Backout request names no deck"
              CLOSE BACKOUT-REQUEST-FILE
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO LOAD-BACKOUT-REQUEST-FN
           END-IF.
           MOVE BKR-DECK-ID TO WS-TARGET-DECK.
           MOVE BKR-RUN-TIMESTAMP TO WS-TARGET-RUN.
           IF BKR-FORCE = "F"
              MOVE "Y" TO WS-FORCE
           END-IF.
           IF BKR-OPERATOR-ID NOT = SPACES
              MOVE BKR-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           CLOSE BACKOUT-REQUEST-FILE.

       LOAD-BACKOUT-REQUEST-FN.
      *-------------------------*
           EXIT.

       BACKOUT-OPEN-FILES.
      *--------------------*
           IF RUN-HAS-FAILED
              GO TO BACKOUT-OPEN-FILES-FN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Change journal could not be opened - status "
                 JOURNAL-FILE-STATUS
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO BACKOUT-OPEN-FILES-FN
           END-IF.
           OPEN I-O MODULE-MASTER-FILE.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Module master could not be opened for "
                 "update - status " MODULE-MASTER-STATUS
              CLOSE JOURNAL-FILE
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO BACKOUT-OPEN-FILES-FN
           END-IF.

           OPEN OUTPUT BACKOUT-REPORT-FILE.
           MOVE BACKOUT-TITLE-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.
           MOVE "Y" TO WS-FILES-OPEN.

       BACKOUT-OPEN-FILES-FN.
      *-----------------------*
           EXIT.

       BATCH-LOCATE.
      *--------------*
      * Without a run timestamp on the request, the deck's latest
      * maintenance application is the one reversed.  Either way
      * the batch has to be on the journal.
           IF RUN-HAS-FAILED
              GO TO BATCH-LOCATE-FN
           END-IF.
           MOVE SPACES TO BB-TARGET-RUN.
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
                 IF JR-FROM-MAINTENANCE
                    AND JR-DECK-ID = WS-TARGET-DECK
                    AND (WS-TARGET-RUN = SPACES
                       OR JR-RUN-TIMESTAMP = WS-TARGET-RUN)
                    MOVE JR-RUN-TIMESTAMP TO BB-TARGET-RUN
                 END-IF
              END-IF
           END-PERFORM.

           IF BB-TARGET-RUN = SPACES
              DISPLAY "Deck " WS-TARGET-DECK " "
                 WS-TARGET-RUN " is not on the change journal"
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO BATCH-LOCATE-FN
           END-IF.
           MOVE BB-TARGET-RUN TO WS-TARGET-RUN.

           MOVE WS-TARGET-DECK TO BB-DECK-ID.
           MOVE WS-OPERATOR-ID TO BB-OPERATOR-ID.
           MOVE SPACES TO BB-FORCED.
           IF BACKOUT-IS-FORCED
              MOVE "FORCED" TO BB-FORCED
           END-IF.
           MOVE BACKOUT-BATCH-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       BATCH-LOCATE-FN.
      *-----------------*
           EXIT.

       BATCH-COLLECT.
      *---------------*
      * The journal is keyed by run timestamp, so everything from
      * the batch onward is read in one pass: the batch's own
      * entries first, then every later entry, each checked
      * against the modules the batch touched.
           IF RUN-HAS-FAILED
              GO TO BATCH-COLLECT-FN
           END-IF.
           MOVE WS-TARGET-RUN TO JR-RUN-TIMESTAMP.
           MOVE ZEROES TO JR-SEQUENCE.
           START JOURNAL-FILE KEY NOT < JR-JOURNAL-KEY.
           MOVE "N" TO WS-SCAN-DONE.
           IF NOT JOURNAL-FILE-IS-OK
              MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL JOURNAL-SCAN-IS-DONE
                 OR RUN-HAS-FAILED
              READ JOURNAL-FILE NEXT RECORD
              IF NOT JOURNAL-FILE-IS-OK
                 MOVE "Y" TO WS-SCAN-DONE
              ELSE
                 PERFORM BATCH-COLLECT-ONE
                    THRU BATCH-COLLECT-ONE-FN
              END-IF
           END-PERFORM.

       BATCH-COLLECT-FN.
      *------------------*
           EXIT.

       BATCH-COLLECT-ONE.
      *-------------------*
           IF JR-FROM-MAINTENANCE
              AND JR-RUN-TIMESTAMP = WS-TARGET-RUN
              AND JR-DECK-ID = WS-TARGET-DECK
              IF BT-COUNT >= 5000
                 DISPLAY "Batch exceeds the backout table - "
                    "nothing reversed"
                 MOVE "Y" TO WS-RUN-FAILED
                 MOVE 12 TO WS-RETURN-SEVERITY
                 GO TO BATCH-COLLECT-ONE-FN
              END-IF
              ADD 1 TO BT-COUNT
              MOVE JR-ACTION TO BT-ACTION(BT-COUNT)
              MOVE JR-MODULE-ID TO BT-MODULE-ID(BT-COUNT)
              MOVE JR-BEFORE-IMAGE TO BT-BEFORE-IMAGE(BT-COUNT)
              MOVE SPACES TO BT-LATER-RUN(BT-COUNT)
              MOVE SPACES TO BT-LATER-DECK(BT-COUNT)
              GO TO BATCH-COLLECT-ONE-FN
           END-IF.

           IF JR-FROM-BACKOUT
              AND JR-DECK-ID = WS-TARGET-DECK
              AND JR-REVERSES-RUN = WS-TARGET-RUN
              MOVE "Y" TO WS-ALREADY-BACKED
           END-IF.

      * Any later entry for a module in the batch - maintenance
      * or backout - is a later change to it.
           PERFORM VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-COUNT
              IF BT-MODULE-ID(BT-IDX) = JR-MODULE-ID
                 AND BT-LATER-RUN(BT-IDX) = SPACES
                 MOVE JR-RUN-TIMESTAMP TO BT-LATER-RUN(BT-IDX)
                 MOVE JR-DECK-ID TO BT-LATER-DECK(BT-IDX)
              END-IF
           END-PERFORM.

       BATCH-COLLECT-ONE-FN.
      *----------------------*
           EXIT.

       BATCH-REVERSE.
      *---------------*
           IF RUN-HAS-FAILED
              GO TO BATCH-REVERSE-FN
           END-IF.
           IF BATCH-ALREADY-BACKED-OUT
              AND NOT BACKOUT-IS-FORCED
              DISPLAY "Deck " WS-TARGET-DECK " of " WS-TARGET-RUN
                 " is already backed out - nothing reversed"
              MOVE SPACES TO BD-MODULE-ID BD-ORIGINAL-ACTION
              MOVE "BATCH ALREADY BACKED OUT - NOTHING REVERSED"
                 TO BD-RESULT
              MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-RECORD
              WRITE BACKOUT-REPORT-RECORD
              MOVE 4 TO WS-RETURN-SEVERITY
              GO TO BATCH-REVERSE-FN
           END-IF.

           PERFORM VARYING WS-BT-SUB FROM BT-COUNT BY -1
                 UNTIL WS-BT-SUB < 1
                    OR RUN-HAS-FAILED
              PERFORM REVERSE-ONE-CHANGE THRU REVERSE-ONE-CHANGE-FN
           END-PERFORM.

           MOVE REVERSED-COUNT TO BC-REVERSED.
           MOVE REFUSED-COUNT TO BC-REFUSED.
           MOVE UNCHANGED-COUNT TO BC-UNCHANGED.
           MOVE BACKOUT-COUNT-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

           IF REFUSED-COUNT > 0 AND WS-RETURN-SEVERITY < 4
              MOVE 4 TO WS-RETURN-SEVERITY
           END-IF.

       BATCH-REVERSE-FN.
      *------------------*
           EXIT.

       REVERSE-ONE-CHANGE.
      *--------------------*
           MOVE BT-MODULE-ID(WS-BT-SUB) TO BD-MODULE-ID.
           EVALUATE BT-ACTION(WS-BT-SUB)
              WHEN "A"
                 MOVE "ADD" TO BD-ORIGINAL-ACTION
              WHEN "C"
                 MOVE "CHANGE" TO BD-ORIGINAL-ACTION
              WHEN OTHER
                 MOVE "DELETE" TO BD-ORIGINAL-ACTION
           END-EVALUATE.

           IF BT-LATER-RUN(WS-BT-SUB) NOT = SPACES
              AND NOT BACKOUT-IS-FORCED
              ADD 1 TO REFUSED-COUNT
              MOVE BT-LATER-DECK(WS-BT-SUB) TO BR-LATER-DECK
              MOVE BT-LATER-RUN(WS-BT-SUB) TO BR-LATER-RUN
              MOVE BACKOUT-REFUSED-TEXT TO BD-RESULT
              MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-RECORD
              WRITE BACKOUT-REPORT-RECORD
              GO TO REVERSE-ONE-CHANGE-FN
           END-IF.

           MOVE BT-BEFORE-IMAGE(WS-BT-SUB) TO WS-RESTORE-IMAGE.
           MOVE BT-MODULE-ID(WS-BT-SUB) TO MM-MODULE-ID.
           READ MODULE-MASTER-FILE.
           IF MODULE-MASTER-IS-OK
              MOVE "Y" TO WC-PRESENT
              MOVE MM-DESCRIPTION TO WC-DESCRIPTION
              MOVE MM-MODULE-CLASS TO WC-MODULE-CLASS
              MOVE MM-HANGAR-BAY TO WC-HANGAR-BAY
              MOVE MM-VEHICLE TO WC-VEHICLE
           ELSE
              MOVE "N" TO WC-PRESENT
              MOVE SPACES TO WC-DESCRIPTION WC-MODULE-CLASS
                 WC-HANGAR-BAY WC-VEHICLE
           END-IF.

           IF WS-CURRENT-IMAGE = WS-RESTORE-IMAGE
              ADD 1 TO UNCHANGED-COUNT
              MOVE "ALREADY AT ITS BEFORE IMAGE" TO BD-RESULT
              MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-RECORD
              WRITE BACKOUT-REPORT-RECORD
              GO TO REVERSE-ONE-CHANGE-FN
           END-IF.

           MOVE BT-MODULE-ID(WS-BT-SUB) TO MM-MODULE-ID.
           MOVE WR-DESCRIPTION TO MM-DESCRIPTION.
           MOVE WR-MODULE-CLASS TO MM-MODULE-CLASS.
           MOVE WR-HANGAR-BAY TO MM-HANGAR-BAY.
           MOVE WR-VEHICLE TO MM-VEHICLE.
           EVALUATE TRUE
              WHEN WR-PRESENT = "N"
                 MOVE "D" TO WS-REVERSE-ACTION
              WHEN WC-PRESENT = "N"
                 MOVE "A" TO WS-REVERSE-ACTION
              WHEN OTHER
                 MOVE "C" TO WS-REVERSE-ACTION
           END-EVALUATE.

      * The reversal is journalled before the master is touched,
      * so the master never changes without its journal entry.
           PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-FN.
           IF RUN-HAS-FAILED
              GO TO REVERSE-ONE-CHANGE-FN
           END-IF.

           EVALUATE WS-REVERSE-ACTION
              WHEN "D"
                 DELETE MODULE-MASTER-FILE RECORD
                 MOVE "DELETED" TO BD-RESULT
              WHEN "A"
                 WRITE MASTER-RECORD
                 MOVE "RESTORED - RE-ADDED" TO BD-RESULT
              WHEN OTHER
                 REWRITE MASTER-RECORD
                 MOVE "RESTORED TO BEFORE IMAGE" TO BD-RESULT
           END-EVALUATE.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Master update failed - status "
                 MODULE-MASTER-STATUS " for "
                 BT-MODULE-ID(WS-BT-SUB)
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              PERFORM JOURNAL-UNDO THRU JOURNAL-UNDO-FN
              GO TO REVERSE-ONE-CHANGE-FN
           END-IF.
           IF BT-LATER-RUN(WS-BT-SUB) NOT = SPACES
              MOVE "RESTORED (FORCED OVER LATER CHANGE)"
                 TO BD-RESULT
           END-IF.
           ADD 1 TO REVERSED-COUNT.
           MOVE BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-RECORD.
           WRITE BACKOUT-REPORT-RECORD.

       REVERSE-ONE-CHANGE-FN.
      *-----------------------*
           EXIT.

       JOURNAL-WRITE.
      *---------------*
      * The reversal goes on the journal like any other master
      * change: before is the image it replaced, after the image
      * it restored.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE.
           MOVE WS-TARGET-DECK TO JR-DECK-ID.
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE "B" TO JR-SOURCE.
           MOVE WS-REVERSE-ACTION TO JR-ACTION.
           MOVE WS-TARGET-RUN TO JR-REVERSES-RUN.
           MOVE BT-MODULE-ID(WS-BT-SUB) TO JR-MODULE-ID.
           MOVE WS-CURRENT-IMAGE TO JR-BEFORE-IMAGE.
           MOVE WS-RESTORE-IMAGE TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Journal write failed - status "
                 JOURNAL-FILE-STATUS " for "
                 BT-MODULE-ID(WS-BT-SUB)
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
           END-IF.

       JOURNAL-WRITE-FN.
      *------------------*
           EXIT.

       JOURNAL-UNDO.
      *--------------*
      * The master update after a journal entry failed, so the
      * entry describes a reversal that was never made; take it
      * off again.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE.
           DELETE JOURNAL-FILE RECORD.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Journal entry " WS-JOURNAL-SEQ
                 " could not be removed - status "
                 JOURNAL-FILE-STATUS " - it records a reversal of "
                 BT-MODULE-ID(WS-BT-SUB) " that was not made"
           END-IF.

       JOURNAL-UNDO-FN.
      *-----------------*
           EXIT.

       BACKOUT-CLOSE-FILES.
      *---------------------*
           IF NOT BACKOUT-FILES-ARE-OPEN
              GO TO BACKOUT-CLOSE-FILES-FN
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE MODULE-MASTER-FILE.
           CLOSE BACKOUT-REPORT-FILE.

       BACKOUT-CLOSE-FILES-FN.
      *------------------------*
           EXIT.

       GET-RUN-TIMESTAMP.
      *-------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-RUN-YYYY.
           MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-TIMESTAMP(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-TIMESTAMP(9:2) TO WS-RUN-HH.
           MOVE WS-CURRENT-TIMESTAMP(11:2) TO WS-RUN-MIN.
           MOVE WS-CURRENT-TIMESTAMP(13:2) TO WS-RUN-SS.

       GET-RUN-TIMESTAMP-FN.
      *----------------------*
           EXIT.

       BACKOUT-SUMMARY.
      *-----------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Master backout failed."
              DISPLAY "=================================="
              GO TO BACKOUT-SUMMARY-FN
           END-IF.

           DISPLAY "==================================".
           DISPLAY "Module master batch backout".
           DISPLAY "Deck              : " WS-TARGET-DECK.
           DISPLAY "Applied           : " WS-TARGET-RUN.
           DISPLAY "Changes reversed  : " REVERSED-COUNT.
           DISPLAY "Refused           : " REFUSED-COUNT.
           DISPLAY "Already restored  : " UNCHANGED-COUNT.
           DISPLAY "==================================".

       BACKOUT-SUMMARY-FN.
      *--------------------*
           EXIT.
