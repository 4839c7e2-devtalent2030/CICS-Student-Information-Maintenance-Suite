      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 02-09-2026 TN   Original.                                     *
      * 15-10-2026 TN   Widened before/after images for the hold      *
      *                 reason added to the order record.             *
      * 15-10-2026 TN   Added the return action, journalled when a    *
      *                 return credit is applied by ORDERF2A or on    *
      *                 approval by APPRVF2A.                         *
      ******************************************************************
       01  WS-OJL-FILE-NAME-CNST        PIC X(08) VALUE 'ORDJNL  '.
      *
               88  WS-OJ-ACTION-SHIP        VALUE 'S'.
               88  WS-OJ-ACTION-INVOICE     VALUE 'I'.
               88  WS-OJ-ACTION-RELEASE     VALUE 'R'.
               88  WS-OJ-ACTION-RETURN      VALUE 'T'.
           05  WS-OJ-OPERATOR-ID        PIC X(03).
           05  WS-OJ-TIMESTAMP.
               10  WS-OJ-DATE           PIC X(08).
               10  WS-OJ-TIME           PIC X(06).
           05  WS-OJ-RUN-ID             PIC X(08).
           05  WS-OJ-BEFORE-IMAGE       PIC X(137).
           05  WS-OJ-AFTER-IMAGE        PIC X(137).
      *
       01  WS-OJ-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
