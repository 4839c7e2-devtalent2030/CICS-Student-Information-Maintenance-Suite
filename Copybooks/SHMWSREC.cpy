      ******************************************************************
      * COPYBOOK   : SHMWSREC                                         *
      * PURPOSE    : Working storage layout of one SHMF2A shipment    *
      *              record, keyed by order number plus a two-digit   *
      *              shipment sequence. Each ship confirmation in     *
      *              ORDERF2A writes one record carrying its own      *
      *              shipment number, carrier, tracking number,       *
      *              freight charge and the quantity shipped on each  *
      *              ORDLF2A line. ORDIVF2A invoices each shipment on *
      *              its ship date and marks it invoiced.             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-SHIPMENT-RECORD.
           05  WS-SM-SHIPMENT-KEY.
               10  WS-SM-ORDER-NUMBER   PIC X(06).
               10  WS-SM-SHIPMENT-SEQ   PIC 9(02).
           05  WS-SM-SHIPMENT-NUMBER    PIC X(06).
           05  WS-SM-CUSTOMER-NUMBER    PIC X(06).
           05  WS-SM-SHIP-DATE          PIC X(08).
           05  WS-SM-CARRIER            PIC X(10).
           05  WS-SM-TRACKING-NUMBER    PIC X(20).
           05  WS-SM-FREIGHT-AMOUNT     PIC 9(05)V99.
           05  WS-SM-MDSE-AMOUNT        PIC 9(07)V99.
           05  WS-SM-TAX-AMOUNT         PIC 9(05)V99.
           05  WS-SM-LINE-QTY-TABLE.
               10  WS-SM-LINE-QTY       PIC 9(05) OCCURS 5 TIMES.
           05  WS-SM-ENTERED-USERID     PIC X(03).
           05  WS-SM-STATUS             PIC X(01).
               88  WS-SM-STATUS-SHIPPED     VALUE 'S'.
               88  WS-SM-STATUS-INVOICED    VALUE 'I'.
           05  WS-SM-INVOICE-NUMBER     PIC X(06).
           05  FILLER                   PIC X(10).
