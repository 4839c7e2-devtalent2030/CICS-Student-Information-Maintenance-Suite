      *                 date instead of the calendar end date, so a  *
      *                 window spanning midnight no longer refuses   *
      *                 its own dependent steps.                      *
      * 15-10-2026 TN   A start over a run left RUNG is counted as a  *
      *                 restart and flagged in WS-RC-RESTART-88; the  *
      *                 end record carries the restart point the      *
      *                 program supplies.                             *
      ******************************************************************
       7000-RUNCTL-OPEN.
      *
      *
           ACCEPT WS-RC-DATE FROM DATE.
           ACCEPT WS-RC-TIME FROM TIME.
      *
      *    A PREVIOUS RUN STILL SHOWING RUNG NEVER REACHED ITS END -
      *    THIS START IS A RESTART OF IT. RESTARTS ARE COUNTED PER
      *    BUSINESS DATE SO THE MORNING REPORT SHOWS HOW MANY IT TOOK.
      *
           MOVE WS-RC-MY-PROGRAM            TO RCT-FILE-PROGRAM.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-RC-ON-FILE-SW
                   MOVE SPACES              TO WS-RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-RC-ON-FILE-SW
                   MOVE RCT-FILE-RECORD
                     TO WS-RUN-CONTROL-RECORD
           END-READ.
      *
           IF WS-RC-RESTART-COUNT IS NOT NUMERIC
              OR WS-RC-RUN-DATE NOT = WS-RC-BUSINESS-DATE
               MOVE ZERO                    TO WS-RC-RESTART-COUNT
           END-IF.
           IF WS-RC-COMP-RUNNING
               MOVE 'Y'                     TO WS-RC-RESTART-SW
               ADD 1                        TO WS-RC-RESTART-COUNT
               DISPLAY "RUNCTL " WS-RC-MY-PROGRAM
                       " PREVIOUS RUN DID NOT END - RESTART "
                       WS-RC-RESTART-COUNT
           ELSE
               MOVE 'N'                     TO WS-RC-RESTART-SW
               MOVE ZERO                    TO WS-RC-RESTART-COUNT
           END-IF.
      *
           MOVE WS-RC-MY-PROGRAM            TO WS-RC-PROGRAM.
           MOVE WS-RC-DATE                  TO WS-RC-START-DATE.
           MOVE ZERO                        TO WS-RC-RECS-IN.
           MOVE ZERO                        TO WS-RC-RECS-OUT.
           MOVE WS-RC-BUSINESS-DATE         TO WS-RC-RUN-DATE.
           MOVE SPACES                      TO WS-RC-RESTART-POINT.
      *
           IF WS-RC-ON-FILE-88
               REWRITE RCT-FILE-RECORD FROM WS-RUN-CONTROL-RECORD
           ELSE
               WRITE RCT-FILE-RECORD FROM WS-RUN-CONTROL-RECORD
           END-IF.
      *
           IF NOT WS-RCTFILE-SUCCESS
               DISPLAY "WS-RCTFILE-SW=" WS-RCTFILE-SW
           MOVE '0000'                      TO WS-RC-COMP-CODE.
           MOVE WS-RC-IN-COUNT              TO WS-RC-RECS-IN.
           MOVE WS-RC-OUT-COUNT             TO WS-RC-RECS-OUT.
           IF WS-RC-RESTART-FROM NOT = SPACES
               MOVE WS-RC-RESTART-FROM      TO WS-RC-RESTART-POINT
           END-IF.
      *
           REWRITE RCT-FILE-RECORD FROM WS-RUN-CONTROL-RECORD.
           IF NOT WS-RCTFILE-SUCCESS
