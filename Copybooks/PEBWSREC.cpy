      ******************************************************************
      * COPYBOOK   : PEBWSREC                                         *
      * PURPOSE    : Working storage layout of one PEBF2A period-end  *
      *              balance record, keyed by period (YYMM), record   *
      *              type and customer or item number. The PRDCLF2A   *
      *              month-end close writes one 'A' record for every  *
      *              customer with open ARF2A items - unpaid invoice  *
      *              balance, unapplied credits and the net - and one *
      *              'I' record for every ITEMF2A item - on-hand and  *
      *              allocated quantity and the stock value at the    *
      *              standard cost - as they stood when the period    *
      *              closed, so the month's balances can be reported  *
      *              the same way however long after the close.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-PERIOD-BALANCE-RECORD.
           05  WS-PB-KEY.
               10  WS-PB-PERIOD         PIC X(04).
               10  WS-PB-TYPE           PIC X(01).
                   88  WS-PB-TYPE-AR        VALUE 'A'.
                   88  WS-PB-TYPE-ITEM      VALUE 'I'.
               10  WS-PB-ENTITY         PIC X(06).
           05  WS-PB-CLOSE-DATE         PIC X(06).
           05  WS-PB-BALANCES           PIC X(50).
           05  WS-PB-AR-BALANCES        REDEFINES WS-PB-BALANCES.
               10  WS-PB-AR-ITEM-COUNT  PIC 9(05).
               10  WS-PB-AR-INVOICE-BAL PIC 9(09)V99.
               10  WS-PB-AR-CREDIT-BAL  PIC 9(09)V99.
               10  WS-PB-AR-NET-BAL     PIC S9(09)V99.
               10  FILLER               PIC X(12).
           05  WS-PB-ITEM-BALANCES      REDEFINES WS-PB-BALANCES.
               10  WS-PB-IT-QTY-ON-HAND PIC 9(07).
               10  WS-PB-IT-QTY-ALLOCATED
                                        PIC 9(07).
               10  WS-PB-IT-STD-COST    PIC 9(05)V99.
               10  WS-PB-IT-STOCK-VALUE PIC 9(11)V99.
               10  FILLER               PIC X(16).
           05  FILLER                   PIC X(13).
