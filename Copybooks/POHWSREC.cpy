      ******************************************************************
      * COPYBOOK   : POHWSREC                                         *
      * PURPOSE    : Working storage layout of one POHF2A purchase    *
      *              order header, keyed by the PO number drawn from  *
      *              the PONUMBER series on CTLF2A. POLF2A carries    *
      *              one record per line. The header status follows   *
      *              the lines - open until the first receipt, partly *
      *              received while any line is still short, received *
      *              when every line is closed, or cancelled.         *
      *              Maintained and received by POMNTF2A; read by the *
      *              POORPF2A open purchase order report through the  *
      *              vendor alternate index.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-PO-HEADER-RECORD.
           05  WS-PH-PO-NUMBER          PIC X(06).
           05  WS-PH-VENDOR-NUMBER      PIC X(06).
           05  WS-PH-ORDER-DATE         PIC X(06).
           05  WS-PH-DUE-DATE           PIC X(06).
           05  WS-PH-STATUS             PIC X(01).
               88  WS-PH-STATUS-OPEN        VALUE 'O'.
               88  WS-PH-STATUS-PARTIAL     VALUE 'P'.
               88  WS-PH-STATUS-RECEIVED    VALUE 'R'.
               88  WS-PH-STATUS-CANCELLED   VALUE 'X'.
           05  WS-PH-LINE-COUNT         PIC 9(02).
           05  WS-PH-TOTAL-AMOUNT       PIC 9(07)V99.
           05  WS-PH-ENTERED-USERID     PIC X(03).
           05  WS-PH-LAST-CHG-USERID    PIC X(03).
           05  WS-PH-LAST-CHG-DATE      PIC X(08).
           05  WS-PH-LAST-CHG-TIME      PIC X(06).
           05  FILLER                   PIC X(24).
