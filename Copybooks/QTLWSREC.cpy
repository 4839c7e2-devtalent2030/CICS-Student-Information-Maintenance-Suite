      ******************************************************************
      * COPYBOOK   : QTLWSREC                                         *
      * PURPOSE    : Working storage layout of one QTLF2A quotation   *
      *              line, keyed by quote number plus line number.    *
      *              The unit price, the pricing rule that set it and *
      *              the standard cost are captured when the quote is *
      *              entered, exactly as ORDERF2A captures them on    *
      *              ORDLF2A, and carried unchanged onto the order    *
      *              line when the quote is converted.                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QUOTE-LINE-RECORD.
           05  WS-QL-LINE-KEY.
               10  WS-QL-QUOTE-NUMBER   PIC X(06).
               10  WS-QL-LINE-NUMBER    PIC X(02).
           05  WS-QL-ITEM-NUMBER        PIC X(06).
           05  WS-QL-ITEM-DESC          PIC X(30).
           05  WS-QL-QUANTITY           PIC 9(05).
           05  WS-QL-UNIT-PRICE         PIC 9(05)V99.
           05  WS-QL-LINE-AMOUNT        PIC 9(07)V99.
           05  WS-QL-UNIT-COST          PIC 9(05)V99.
           05  WS-QL-PRICE-RULE         PIC X(01).
               88  WS-QL-PRICE-LIST         VALUE 'L'.
               88  WS-QL-PRICE-CONTRACT     VALUE 'C'.
               88  WS-QL-PRICE-QTY-BREAK    VALUE 'Q'.
           05  FILLER                   PIC X(07).
