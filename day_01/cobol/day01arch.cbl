             VALUE "reweigh_orders                ".
          05 FILLER PIC X(30)
             VALUE "tanker_plan                   ".
          05 FILLER PIC X(30)
             VALUE "vehicle_misassign             ".
       01 GEN-FILE-LIST REDEFINES GEN-FILE-TABLE.
          05 GEN-FILE-BASE OCCURS 10 TIMES PIC X(30).

      * run_status.dat keeps its .dat extension; everything else
      * in the list is .txt.
       GENERATION-ROLL.
      *-----------------*
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 10
                    OR RUN-HAS-FAILED
              PERFORM GENERATION-COPY-ONE
                 THRU GENERATION-COPY-ONE-FN
      * names are rebuilt from the generation stamp and deleted.
           DISPLAY "Expiring generation " GX-GEN-STAMP.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > 10
              IF GEN-FILE-BASE(WS-FILE-SUB)(1:10) = "run_status"
                 MOVE ".dat" TO WS-EXTENSION
              ELSE
