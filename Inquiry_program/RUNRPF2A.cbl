      *                     date (SYSIN parm, defaulting to the
      *                     calendar date), so operations
      *                     sees the state of the batch window before
      *                     the online day starts. A run that had to be
      *                     restarted shows how many restarts it took
      *                     and the point the program resumed from.
      *
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD RCT-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS RCT-FILE-RECORD.
       01 RCT-FILE-RECORD.
           05 RCT-FILE-KEY.
               10 RCT-FILE-PROGRAM          PIC X(08).
           05 FILLER                        PIC X(58).

       FD PRINT-FILE
           RECORDING MODE IS F
           05 FILLER                   PIC X(05) VALUE "COMP".
           05 FILLER                   PIC X(09) VALUE "RECS IN".
           05 FILLER                   PIC X(09) VALUE "RECS OUT".
           05 FILLER                   PIC X(05) VALUE "RST".
           05 FILLER                   PIC X(10) VALUE "RESTART AT".
           05 FILLER                   PIC X(16) VALUE "REMARK".
      *
       01 WS-DETAIL-LINE.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-RECS-OUT                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-RESTART-COUNT           PIC Z9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-RESTART-POINT           PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-REMARK                  PIC X(16).
      *
       01 WS-TOTAL-LINE-1.
           MOVE WS-RC-COMP-CODE             TO WS-DL-COMP-CODE.
           MOVE WS-RC-RECS-IN               TO WS-DL-RECS-IN.
           MOVE WS-RC-RECS-OUT              TO WS-DL-RECS-OUT.
      *
      *    RECORDS WRITTEN BEFORE THE RESTART FIELDS WERE ADDED CARRY
      *    SPACES THERE UNTIL THE PROGRAM NEXT RUNS.
      *
           IF WS-RC-RESTART-COUNT IS NOT NUMERIC
               MOVE ZERO                    TO WS-RC-RESTART-COUNT
               MOVE SPACES                  TO WS-RC-RESTART-POINT
           END-IF.
           MOVE WS-RC-RESTART-COUNT         TO WS-DL-RESTART-COUNT.
           MOVE WS-RC-RESTART-POINT         TO WS-DL-RESTART-POINT.
      *
           EVALUATE TRUE
               WHEN NOT WS-RC-COMP-OK
               WHEN WS-RC-RUN-DATE NOT = WS-RUN-DATE-X
                   MOVE '** STALE RUN  **'  TO WS-DL-REMARK
                   ADD 1 TO WS-TROUBLE-COUNT
               WHEN WS-RC-RESTART-COUNT > ZERO
                   MOVE 'RESTARTED'         TO WS-DL-REMARK
               WHEN OTHER
                   MOVE SPACES              TO WS-DL-REMARK
           END-EVALUATE.
