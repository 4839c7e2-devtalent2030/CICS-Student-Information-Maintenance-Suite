      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 02-09-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the last invoice posted so a restarted  *
      *                 ORDIVF2A run does not post the same invoice   *
      *                 twice.                                        *
      ******************************************************************
       01  WS-SALES-HISTORY-RECORD.
           05  WS-CS-CUSTOMER-NUMBER    PIC X(06).
               10  WS-CS-BUCKET         OCCURS 24 TIMES.
                   15  WS-CS-BK-REVENUE PIC 9(09)V99.
                   15  WS-CS-BK-COUNT   PIC 9(05).
           05  WS-CS-LAST-INVOICE       PIC X(06).
