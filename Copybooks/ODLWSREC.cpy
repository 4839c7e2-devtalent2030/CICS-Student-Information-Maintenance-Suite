      *                 goods go back into the ITEMF2A on-hand        *
      *                 balance and a credit memo offsets the         *
      *                 original invoice on the INVF2A register.      *
      * 15-10-2026 TN   Added the unit cost captured with the unit    *
      *                 price at order entry - the ITCF2A standard    *
      *                 cost in force on the order date - for the     *
      *                 MRGRPF2A gross margin report.                 *
      * 15-10-2026 TN   Added the cumulative quantity shipped on the  *
      *                 line - ship-confirm in ORDERF2A may ship a    *
      *                 line in several SHMF2A shipments and the      *
      *                 remainder stays open until it is all gone.    *
      * 15-10-2026 TN   Added the pricing rule that set the unit      *
      *                 price - list, CPRF2A customer contract or     *
      *                 QBKF2A quantity break. Older lines carry a    *
      *                 space and were list priced.                   *
      ******************************************************************
       01  WS-ORDER-LINE-RECORD.
           05  WS-OL-LINE-KEY.
           05  WS-OL-STATUS             PIC X(01).
               88  WS-OL-STATUS-OPEN        VALUE 'O'.
               88  WS-OL-STATUS-CANCELLED   VALUE 'C'.
           05  WS-OL-UNIT-COST          PIC 9(05)V99.
           05  WS-OL-QTY-SHIPPED        PIC 9(05).
           05  WS-OL-PRICE-RULE         PIC X(01).
               88  WS-OL-PRICE-LIST         VALUE 'L'.
               88  WS-OL-PRICE-CONTRACT     VALUE 'C'.
               88  WS-OL-PRICE-QTY-BREAK    VALUE 'Q'.
