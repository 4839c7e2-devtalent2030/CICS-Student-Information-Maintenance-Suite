      *                 by the ORDERF2A return authorization - a 'C'  *
      *                 record offsets the original invoice on the    *
      *                 register.                                     *
      * 15-10-2026 TN   Added the state the document was taxed in,    *
      *                 taken from the customer master when it is     *
      *                 written, for the TAXRPF2A sales tax return.   *
      * 15-10-2026 TN   Added the freight charge and the SHMF2A       *
      *                 shipment number and sequence - ORDIVF2A now   *
      *                 invoices each shipment separately and the     *
      *                 total is merchandise plus tax plus freight. A *
      *                 blank sequence is an invoice for an order     *
      *                 shipped whole before shipments were           *
      *                 recorded.                                     *
      * 15-10-2026 TN   Added the sales rep code in force on CMFF2A   *
      *                 when the document was raised. SRCOMF2A        *
      *                 credits commission to this rep, so            *
      *                 reassigning an account does not move its      *
      *                 history.                                      *
      ******************************************************************
       01  WS-INVOICE-RECORD.
           05  WS-IV-INVOICE-NUMBER     PIC X(06).
           05  WS-IV-TAX-AMOUNT         PIC 9(05)V99.
           05  WS-IV-TOTAL-AMOUNT       PIC 9(07)V99.
           05  WS-IV-INVOICE-DATE       PIC X(08).
           05  WS-IV-TAX-STATE          PIC X(02).
           05  WS-IV-FREIGHT-AMOUNT     PIC 9(05)V99.
           05  WS-IV-SHIPMENT-NUMBER    PIC X(06).
           05  WS-IV-SHIPMENT-SEQ       PIC X(02).
           05  WS-IV-SALES-REP          PIC X(04).
           05  FILLER                   PIC X(04).
