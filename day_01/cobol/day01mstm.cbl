      *  each field; rejected transactions (add for an existing    *
      *  key, change or delete for an unknown key, or an invalid   *
      *  action code) are printed with the reason.                 *
      *  Every applied add, change and delete is also written to   *
      *  the keyed change journal with the master record's before  *
      *  and after image, the run timestamp, the deck id and the   *
      *  operator from the deck's H record, so MSTBKOUT can        *
      *  reverse a bad deck and CLSAUDIT can show who changed a    *
      *  class and when.  No journal, no maintenance: a deck is    *
      *  not applied if the journal cannot be opened, each change  *
      *  is journalled before the master is touched (the entry is  *
      *  taken off again if the master update then fails), and a   *
      *  deck stops where it stands if a journal or master write   *
      *  fails, with the transactions left unapplied counted on    *
      *  the report.                                               *
      *  Return code: 0 clean, 4 rejected transactions,            *
      *  12 master, transaction or journal file unusable.          *
      *============================================================*

       ENVIRONMENT DIVISION.
             RECORD KEY MM-MODULE-ID
             FILE STATUS MODULE-MASTER-STATUS.

       SELECT JOURNAL-FILE
             ASSIGN TO "../outputs/master_journal.idx"
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY JR-JOURNAL-KEY
             FILE STATUS JOURNAL-FILE-STATUS.

       SELECT MAINT-REPORT-FILE
             ASSIGN TO "../outputs/master_maint_report.txt"
             ORGANIZATION LINE SEQUENTIAL
       FD MODULE-MASTER-FILE.
           COPY MODMAST.

       FD JOURNAL-FILE.
           COPY MSTJRNL.

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD PIC X(80).

       01 MAINT-REPORT-STATUS PIC 99.
          88 MAINT-REPORT-IS-OK VALUE 0.

       01 JOURNAL-FILE-STATUS PIC 99.
          88 JOURNAL-FILE-IS-OK VALUE 0.
          88 JOURNAL-FILE-ABSENT VALUE 35.

      * Deck identity for the journal, from the optional H record.
       01 WS-DECK-ID         PIC X(8)  VALUE SPACES.
       01 WS-OPERATOR-ID     PIC X(8)  VALUE "UNKNOWN ".
       01 WS-JOURNAL-SEQ     PIC 9(6)  VALUE ZEROES.
       01 JOURNAL-COUNT      PIC 9(6)  VALUE ZEROES.

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

      * Master image before the change, so the report can show the
      * old value beside the new one for every field.
       01 OLD-MASTER-VALUES.
       01 CHANGE-COUNT       PIC 9(6) VALUE ZEROES.
       01 DELETE-COUNT       PIC 9(6) VALUE ZEROES.
       01 REJECT-COUNT       PIC 9(6) VALUE ZEROES.
       01 NOT-APPLIED-COUNT  PIC 9(6) VALUE ZEROES.

       01 WS-RETURN-SEVERITY PIC 9(2) VALUE ZEROES.
       01 WS-RUN-FAILED      PIC X(1) VALUE "N".
          05 FILLER PIC X(34)
             VALUE "MODULE MASTER MAINTENANCE REPORT  ".

       01 MAINT-DECK-LINE.
          05 FILLER               PIC X(6)  VALUE "DECK: ".
          05 MD-DECK-ID           PIC X(8).
          05 FILLER               PIC X(12) VALUE "  OPERATOR: ".
          05 MD-OPERATOR-ID       PIC X(8).
          05 FILLER               PIC X(7)  VALUE "  RUN: ".
          05 MD-RUN-TIMESTAMP     PIC X(19).

       01 MAINT-ACTION-LINE.
          05 MA-ACTION            PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE "  REJECTED: ".
          05 MC-REJECTED          PIC ZZZZZ9.

       01 MAINT-STOPPED-LINE.
          05 FILLER               PIC X(29)
             VALUE "DECK STOPPED - NOT APPLIED: ".
          05 MS-NOT-APPLIED       PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           PERFORM APPLY-MAINTENANCE THRU APPLY-MAINTENANCE-FN.
           PERFORM MAINTENANCE-SUMMARY THRU MAINTENANCE-SUMMARY-FN.
           MOVE WS-RETURN-SEVERITY TO RETURN-CODE.
              GO TO APPLY-MAINTENANCE-FN
           END-IF.

      * The journal carries over from run to run; a missing file
      * is created empty, as the main run does for the module
      * history.
           OPEN I-O JOURNAL-FILE.
           IF JOURNAL-FILE-ABSENT
              OPEN OUTPUT JOURNAL-FILE
              CLOSE JOURNAL-FILE
              OPEN I-O JOURNAL-FILE
           END-IF.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Change journal could not be opened - status "
                 JOURNAL-FILE-STATUS
              CLOSE MAINT-TRANS-FILE
              CLOSE MODULE-MASTER-FILE
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO APPLY-MAINTENANCE-FN
           END-IF.

           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE MAINT-TITLE-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

      * The deck id defaults to the run date (YYYYMMDD) when the
      * deck has no H record.
           MOVE WS-RUN-YYYY TO WS-DECK-ID(1:4).
           MOVE WS-RUN-MM TO WS-DECK-ID(5:2).
           MOVE WS-RUN-DD TO WS-DECK-ID(7:2).
           READ MAINT-TRANS-FILE.
           IF MAINT-TRANS-IS-OK
              AND TRH-ACTION = "H"
              IF TRH-DECK-ID NOT = SPACES
                 MOVE TRH-DECK-ID TO WS-DECK-ID
              END-IF
              IF TRH-OPERATOR-ID NOT = SPACES
                 MOVE TRH-OPERATOR-ID TO WS-OPERATOR-ID
              END-IF
              READ MAINT-TRANS-FILE
           END-IF.
           MOVE WS-DECK-ID TO MD-DECK-ID.
           MOVE WS-OPERATOR-ID TO MD-OPERATOR-ID.
           MOVE WS-RUN-TIMESTAMP TO MD-RUN-TIMESTAMP.
           MOVE MAINT-DECK-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.

           PERFORM UNTIL MAINT-TRANS-EOF OR RUN-HAS-FAILED
              IF TRX-MODULE-ID = SPACES
                 CONTINUE
              ELSE
                 PERFORM APPLY-ONE-TRANSACTION
                    THRU APPLY-ONE-TRANSACTION-FN
              END-IF
              READ MAINT-TRANS-FILE
           END-PERFORM.

      * A failed write leaves the rest of the deck unapplied; count
      * it so the operator can see where the deck stopped.
           IF RUN-HAS-FAILED
              PERFORM UNTIL MAINT-TRANS-EOF
                 IF TRX-MODULE-ID NOT = SPACES
                    ADD 1 TO NOT-APPLIED-COUNT
                 END-IF
                 READ MAINT-TRANS-FILE
              END-PERFORM
           END-IF.

           MOVE ADD-COUNT TO MC-ADDED.
           MOVE CHANGE-COUNT TO MC-CHANGED.
           MOVE DELETE-COUNT TO MC-DELETED.
           MOVE REJECT-COUNT TO MC-REJECTED.
           MOVE MAINT-COUNT-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           IF RUN-HAS-FAILED
              MOVE NOT-APPLIED-COUNT TO MS-NOT-APPLIED
              MOVE MAINT-STOPPED-LINE TO MAINT-REPORT-RECORD
              WRITE MAINT-REPORT-RECORD
           END-IF.

           CLOSE MAINT-TRANS-FILE.
           CLOSE MODULE-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE MAINT-REPORT-FILE.

           IF REJECT-COUNT > 0 AND WS-RETURN-SEVERITY < 4
           MOVE TRX-MODULE-CLASS TO MM-MODULE-CLASS.
           MOVE TRX-HANGAR-BAY TO MM-HANGAR-BAY.
           MOVE TRX-VEHICLE TO MM-VEHICLE.
           MOVE SPACES TO OLD-DESCRIPTION OLD-MODULE-CLASS
              OLD-HANGAR-BAY OLD-VEHICLE.
           MOVE "A" TO JR-ACTION.
           MOVE "N" TO JB-PRESENT.
           MOVE "Y" TO JA-PRESENT.
           PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-FN.
           IF RUN-HAS-FAILED
              GO TO APPLY-ADD-FN
           END-IF.

           WRITE MASTER-RECORD.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Master write failed - status "
                 MODULE-MASTER-STATUS " for " TRX-MODULE-ID
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              PERFORM JOURNAL-UNDO THRU JOURNAL-UNDO-FN
              GO TO APPLY-ADD-FN
           END-IF.

           MOVE SPACES TO MA-NOTE.
           MOVE MAINT-ACTION-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           PERFORM REPORT-FIELD-VALUES THRU REPORT-FIELD-VALUES-FN.

       APPLY-ADD-FN.
              MOVE TRX-VEHICLE TO MM-VEHICLE
           END-IF.

           MOVE "C" TO JR-ACTION.
           MOVE "Y" TO JB-PRESENT.
           MOVE "Y" TO JA-PRESENT.
           PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-FN.
           IF RUN-HAS-FAILED
              GO TO APPLY-CHANGE-FN
           END-IF.

           REWRITE MASTER-RECORD.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Master rewrite failed - status "
                 MODULE-MASTER-STATUS " for " TRX-MODULE-ID
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              PERFORM JOURNAL-UNDO THRU JOURNAL-UNDO-FN
              GO TO APPLY-CHANGE-FN
           END-IF.

           MOVE MM-HANGAR-BAY TO OLD-HANGAR-BAY.
           MOVE MM-VEHICLE TO OLD-VEHICLE.

      * The after image of a delete is empty; the key stays put for
      * the DELETE itself.
           MOVE SPACES TO MM-DESCRIPTION MM-MODULE-CLASS
              MM-HANGAR-BAY MM-VEHICLE.
           MOVE "D" TO JR-ACTION.
           MOVE "Y" TO JB-PRESENT.
           MOVE "N" TO JA-PRESENT.
           PERFORM JOURNAL-WRITE THRU JOURNAL-WRITE-FN.
           IF RUN-HAS-FAILED
              GO TO APPLY-DELETE-FN
           END-IF.

           DELETE MODULE-MASTER-FILE RECORD.
           IF NOT MODULE-MASTER-IS-OK
              DISPLAY "Master delete failed - status "
                 MODULE-MASTER-STATUS " for " TRX-MODULE-ID
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              PERFORM JOURNAL-UNDO THRU JOURNAL-UNDO-FN
              GO TO APPLY-DELETE-FN
           END-IF.

           MOVE SPACES TO MA-NOTE.
           MOVE MAINT-ACTION-LINE TO MAINT-REPORT-RECORD.
           WRITE MAINT-REPORT-RECORD.
           PERFORM REPORT-FIELD-VALUES THRU REPORT-FIELD-VALUES-FN.

       APPLY-DELETE-FN.
      *------------------------*
           EXIT.

       JOURNAL-WRITE.
      *---------------*
      * Written before the master is touched, so no master change
      * is ever made without its journal entry.  The caller sets
      * JR-ACTION and the two present flags; the images come from
      * OLD-MASTER-VALUES (before) and the master record fields
      * (after), as REPORT-FIELD-VALUES prints them.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE.
           MOVE WS-DECK-ID TO JR-DECK-ID.
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
           MOVE "M" TO JR-SOURCE.
           MOVE SPACES TO JR-REVERSES-RUN.
           MOVE TRX-MODULE-ID TO JR-MODULE-ID.
           MOVE OLD-DESCRIPTION TO JB-DESCRIPTION.
           MOVE OLD-MODULE-CLASS TO JB-MODULE-CLASS.
           MOVE OLD-HANGAR-BAY TO JB-HANGAR-BAY.
           MOVE OLD-VEHICLE TO JB-VEHICLE.
           MOVE MM-DESCRIPTION TO JA-DESCRIPTION.
           MOVE MM-MODULE-CLASS TO JA-MODULE-CLASS.
           MOVE MM-HANGAR-BAY TO JA-HANGAR-BAY.
           MOVE MM-VEHICLE TO JA-VEHICLE.
           WRITE JOURNAL-RECORD.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Journal write failed - status "
                 JOURNAL-FILE-STATUS " for " TRX-MODULE-ID
              MOVE "Y" TO WS-RUN-FAILED
              MOVE 12 TO WS-RETURN-SEVERITY
              GO TO JOURNAL-WRITE-FN
           END-IF.
           ADD 1 TO JOURNAL-COUNT.

       JOURNAL-WRITE-FN.
      *------------------*
           EXIT.

       JOURNAL-UNDO.
      *--------------*
      * The master update after a journal entry failed, so the
      * entry describes a change that was never made; take it off
      * again so MSTBKOUT and CLSAUDIT never see it.
           MOVE WS-RUN-TIMESTAMP TO JR-RUN-TIMESTAMP.
           MOVE WS-JOURNAL-SEQ TO JR-SEQUENCE.
           DELETE JOURNAL-FILE RECORD.
           IF NOT JOURNAL-FILE-IS-OK
              DISPLAY "Journal entry " WS-JOURNAL-SEQ
                 " could not be removed - status "
                 JOURNAL-FILE-STATUS " - it records a change to "
                 TRX-MODULE-ID " that was not made"
              GO TO JOURNAL-UNDO-FN
           END-IF.
           SUBTRACT 1 FROM JOURNAL-COUNT.

       JOURNAL-UNDO-FN.
      *-----------------*
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

       MAINTENANCE-SUMMARY.
      *---------------------*
           IF RUN-HAS-FAILED
              DISPLAY "=================================="
              DISPLAY "Master maintenance failed."
              DISPLAY "Modules added     : " ADD-COUNT
              DISPLAY "Modules changed   : " CHANGE-COUNT
              DISPLAY "Modules deleted   : " DELETE-COUNT
              DISPLAY "Not applied       : " NOT-APPLIED-COUNT
              DISPLAY "=================================="
              GO TO MAINTENANCE-SUMMARY-FN
           END-IF.
           DISPLAY "Modules changed   : " CHANGE-COUNT.
           DISPLAY "Modules deleted   : " DELETE-COUNT.
           DISPLAY "Rejected          : " REJECT-COUNT.
           DISPLAY "Journal entries   : " JOURNAL-COUNT
              " (deck " WS-DECK-ID ")".
           DISPLAY "==================================".

       MAINTENANCE-SUMMARY-FN.
