      ******************************************************************
      * COPYBOOK   : QTHWSREC                                         *
      * PURPOSE    : Working storage layout of one QTHF2A quotation   *
      *              header, keyed by the quote number drawn from the *
      *              QUOTENO series on CTLF2A. A quote is priced the  *
      *              way an order is - list, contract or quantity     *
      *              break, one QTLF2A record per line - and holds    *
      *              its prices until the expiry date. An open quote  *
      *              the customer accepts before it expires is        *
      *              converted by QTMNTF2A into an ORDRF2A order at   *
      *              the quoted prices and the order number is kept   *
      *              here; a quote the customer turns down is marked  *
      *              lost with a reason. An open quote past its       *
      *              expiry date is reported as lost. The document    *
      *              flag asks the QTDOCF2A nightly run to print or   *
      *              e-mail the quote to the customer.                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QUOTE-HEADER-RECORD.
           05  WS-QH-QUOTE-NUMBER       PIC X(06).
           05  WS-QH-CUSTOMER-NUMBER    PIC X(06).
           05  WS-QH-SHIP-TO-CODE       PIC X(02).
           05  WS-QH-QUOTE-DATE         PIC X(06).
           05  WS-QH-EXPIRY-DATE        PIC X(06).
           05  WS-QH-STATUS             PIC X(01).
               88  WS-QH-STATUS-OPEN        VALUE 'O'.
               88  WS-QH-STATUS-CONVERTED   VALUE 'C'.
               88  WS-QH-STATUS-LOST        VALUE 'L'.
           05  WS-QH-LINE-COUNT         PIC 9(02).
           05  WS-QH-TOTAL-AMOUNT       PIC 9(07)V99.
           05  WS-QH-TAX-AMOUNT         PIC 9(05)V99.
           05  WS-QH-ORDER-NUMBER       PIC X(06).
           05  WS-QH-CLOSED-DATE        PIC X(06).
           05  WS-QH-LOST-REASON        PIC X(20).
           05  WS-QH-DOCUMENT-FLAG      PIC X(01).
               88  WS-QH-DOC-REQUESTED      VALUE 'R'.
               88  WS-QH-DOC-PRODUCED       VALUE 'P'.
           05  WS-QH-DOCUMENT-DATE      PIC X(06).
           05  WS-QH-ENTERED-USERID     PIC X(03).
           05  WS-QH-LAST-CHG-USERID    PIC X(03).
           05  WS-QH-LAST-CHG-DATE      PIC X(08).
           05  WS-QH-LAST-CHG-TIME      PIC X(06).
           05  FILLER                   PIC X(16).
