      *                 SYSIN (calendar date when the parm is blank) *
      *                 so a batch window that crosses midnight still *
      *                 hangs together as one night's run.            *
      * 15-10-2026 TN   Added the restart count and restart point. A  *
      *                 start that finds the previous run still RUNG  *
      *                 counts a restart; the program may name the    *
      *                 point it resumed from in WS-RC-RESTART-FROM.  *
      ******************************************************************
       01  WS-RCTFILE-SW                 PIC X(02) VALUE SPACES.
           88  WS-RCTFILE-SUCCESS            VALUE '00'.
           05  WS-RC-RECS-IN             PIC 9(07).
           05  WS-RC-RECS-OUT            PIC 9(07).
           05  WS-RC-RUN-DATE            PIC X(06).
           05  WS-RC-RESTART-COUNT       PIC 9(02).
           05  WS-RC-RESTART-POINT       PIC X(08).
      *
       01  WS-RC-WORK.
           05  WS-RC-MY-PROGRAM          PIC X(08) VALUE SPACES.
           05  WS-RC-OUT-COUNT           PIC 9(07) VALUE 0.
           05  WS-RC-DATE                PIC 9(06) VALUE 0.
           05  WS-RC-TIME                PIC 9(08) VALUE 0.
           05  WS-RC-ON-FILE-SW          PIC X(01) VALUE 'N'.
               88  WS-RC-ON-FILE-88          VALUE 'Y'.
           05  WS-RC-RESTART-SW          PIC X(01) VALUE 'N'.
               88  WS-RC-RESTART-88          VALUE 'Y'.
           05  WS-RC-RESTART-FROM        PIC X(08) VALUE SPACES.
