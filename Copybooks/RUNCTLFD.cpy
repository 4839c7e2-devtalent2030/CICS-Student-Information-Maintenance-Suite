      * DATE       INIT DESCRIPTION                                   *
      * 22-08-2026 TN   Original.                                     *
      * 22-08-2026 TN   Widened for the business run date.            *
      * 15-10-2026 TN   Widened for the restart count and restart     *
      *                 point.                                        *
      ******************************************************************
       FD RCT-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS RCT-FILE-RECORD.
       01 RCT-FILE-RECORD.
           05 RCT-FILE-KEY.
               10 RCT-FILE-PROGRAM          PIC X(08).
           05 FILLER                        PIC X(58).
