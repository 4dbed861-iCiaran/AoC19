      *  writes a supplemental detail report plus a supplemental   *
      *  logistics extract flagged as a delta so the downstream    *
      *  load can apply it without a full manifest re-run.         *
      *  Each module repaired closes its entry on the open-        *
      *  exception register, stamped with this run and the mass    *
      *  the correction supplied.                                  *
      *============================================================*

       ENVIRONMENT DIVISION.
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS RESERVE-FILE-STATUS.

       SELECT EXCEPTION-REGISTER-FILE
             ASSIGN TO "../outputs/exception_register.idx"
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY EXR-KEY
             FILE STATUS EXCEPTION-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       FD RESERVE-FILE.
           COPY RSVPARM.

       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       WORKING-STORAGE SECTION.
       01 CONTROL-FILE-STATUS PIC 99.
          88 CONTROL-FILE-IS-OK VALUE 0.
       01 WS-MASTER-AVAILABLE PIC X(1) VALUE "N".
          88 MASTER-IS-AVAILABLE VALUE "Y".

       01 EXCEPTION-REGISTER-STATUS PIC 99.
          88 EXCEPTION-REGISTER-IS-OK VALUE 0.

       01 WS-REGISTER-AVAILABLE PIC X(1) VALUE "N".
          88 REGISTER-IS-AVAILABLE VALUE "Y".
       01 REGISTER-CLOSED-COUNT PIC 9(6) VALUE ZEROES.

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

       01 WS-INPUT-PATH     PIC X(60) VALUE SPACES.
       01 WS-DIVISOR        PIC 9(4).
       01 WS-SUBTRAHEND     PIC 9(4).
          05 LX-T-RESERVE-TOTAL   PIC 9(12).

       PROCEDURE DIVISION.
           PERFORM GET-RUN-TIMESTAMP THRU GET-RUN-TIMESTAMP-FN.
           PERFORM LOAD-CONTROL-PARAMETERS
              THRU LOAD-CONTROL-PARAMETERS-FN.
           PERFORM LOAD-RESERVE-TABLE THRU LOAD-RESERVE-TABLE-FN.
                 "will not carry module classes"
           END-IF.

      * No register yet means the main run has never registered a
      * reject - there is nothing to close.
           OPEN I-O EXCEPTION-REGISTER-FILE.
           IF EXCEPTION-REGISTER-IS-OK
              MOVE "Y" TO WS-REGISTER-AVAILABLE
           ELSE
              DISPLAY "Exception register not available - status "
                 EXCEPTION-REGISTER-STATUS
              DISPLAY "Corrected items stay open on the register"
           END-IF.

           PERFORM UNTIL EXCEPTIONS-END-OF-FILE
              READ EXCEPTIONS-FILE
              IF NOT EXCEPTIONS-END-OF-FILE
           IF MASTER-IS-AVAILABLE
              CLOSE MODULE-MASTER-FILE
           END-IF.
           IF REGISTER-IS-AVAILABLE
              CLOSE EXCEPTION-REGISTER-FILE
           END-IF.

       PROCESS-EXCEPTIONS-FN.
      *-----------------------*
           MOVE LOGISTICS-DETAIL-LINE TO DELTA-EXTRACT-RECORD.
           WRITE DELTA-EXTRACT-RECORD.

           PERFORM REGISTER-CLOSE-ITEM THRU REGISTER-CLOSE-ITEM-FN.

       CORRECT-ONE-EXCEPTION-FN.
      *--------------------------*
           EXIT.

       REGISTER-CLOSE-ITEM.
      *---------------------*
      * The module and manifest just repaired close their open
      * register entry.  An entry already closed, or none at all
      * (a reject from before the register existed), is left be.
           IF NOT REGISTER-IS-AVAILABLE
              GO TO REGISTER-CLOSE-ITEM-FN
           END-IF.
           MOVE EXC-MODULE-ID TO EXR-MODULE-ID.
           MOVE EXC-MANIFEST-ID TO EXR-MANIFEST-ID.
           READ EXCEPTION-REGISTER-FILE.
           IF NOT EXCEPTION-REGISTER-IS-OK OR NOT EXR-IS-OPEN
              GO TO REGISTER-CLOSE-ITEM-FN
           END-IF.
           MOVE "C" TO EXR-STATUS.
           MOVE WS-RUN-TIMESTAMP TO EXR-CLOSED-RUN.
           MOVE RAW-MASS-TEXT TO EXR-CORRECTED-MASS.
           REWRITE EXCEPTION-REGISTER-RECORD.
           IF EXCEPTION-REGISTER-IS-OK
              ADD 1 TO REGISTER-CLOSED-COUNT
           ELSE
              DISPLAY "Exception register close failed for "
                 EXC-MODULE-ID " - status " EXCEPTION-REGISTER-STATUS
           END-IF.

       REGISTER-CLOSE-ITEM-FN.
      *------------------------*
           EXIT.

       RESERVE-COMPUTE.
      *-----------------*
      * Books the contingency reserve for the class in
              DISPLAY "Modules corrected : " CORRECTED-COUNT
              DISPLAY "No correction     : " UNMATCHED-COUNT
              DISPLAY "Still not numeric : " STILL-BAD-COUNT
              DISPLAY "Register closed   : " REGISTER-CLOSED-COUNT
              DISPLAY "Delta simple fuel : " SIMPLE-SUBTOTAL
              DISPLAY "Delta recursive   : " RECURSIVE-SUBTOTAL
              DISPLAY "Delta reserve     : " RESERVE-SUBTOTAL
       CORRECTION-SUMMARY-FN.
      *-----------------------*
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
