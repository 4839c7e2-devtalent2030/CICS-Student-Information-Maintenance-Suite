      ******************************************************************
      * COPYBOOK   : POLWSREC                                         *
      * PURPOSE    : Working storage layout of one POLF2A purchase    *
      *              order line, keyed by PO number plus line number. *
      *              The quantity received builds up receipt by       *
      *              receipt through the POMNTF2A receive action,     *
      *              each receipt adding to the ITEMF2A on-hand       *
      *              balance; the line part-closes while it is short  *
      *              and closes when the full quantity is in. The     *
      *              open quantity (ordered less received) is what    *
      *              the POORPF2A report shows as still due.          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-PO-LINE-RECORD.
           05  WS-PI-LINE-KEY.
               10  WS-PI-PO-NUMBER      PIC X(06).
               10  WS-PI-LINE-NUMBER    PIC X(02).
           05  WS-PI-ITEM-NUMBER        PIC X(06).
           05  WS-PI-ITEM-DESC          PIC X(30).
           05  WS-PI-QTY-ORDERED        PIC 9(07).
           05  WS-PI-QTY-RECEIVED       PIC 9(07).
           05  WS-PI-UNIT-COST          PIC 9(05)V99.
           05  WS-PI-DUE-DATE           PIC X(06).
           05  WS-PI-STATUS             PIC X(01).
               88  WS-PI-STATUS-OPEN        VALUE 'O'.
               88  WS-PI-STATUS-PARTIAL     VALUE 'P'.
               88  WS-PI-STATUS-CLOSED      VALUE 'C'.
               88  WS-PI-STATUS-CANCELLED   VALUE 'X'.
           05  WS-PI-LAST-RECEIPT-DATE  PIC X(06).
           05  FILLER                   PIC X(22).
