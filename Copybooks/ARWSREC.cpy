      *              writes to the INVF2A register; the ARCAPF2A cash *
      *              application run pays the items down, carrying    *
      *              partial payments and closing fully paid items.   *
      *              Credits are held on the same file as credit      *
      *              items - credit memos written by the ORDERF2A     *
      *              return action and payments ARCAPF2A holds on     *
      *              account - with the amount applied so far in      *
      *              WS-AR-AMOUNT-PAID. The ARMTCF2A matching run     *
      *              applies them to the customer's unpaid invoices.  *
      *                                                               *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 02-09-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the item type (invoice, credit memo or  *
      *                 on-account payment) and the order number, so  *
      *                 credits can be held and matched on ARF2A.     *
      ******************************************************************
       01  WS-RECEIVABLE-RECORD.
           05  WS-AR-OPEN-ITEM-KEY.
               88  WS-AR-STATUS-PARTIAL     VALUE 'P'.
               88  WS-AR-STATUS-CLOSED      VALUE 'C'.
               88  WS-AR-STATUS-UNPAID      VALUE 'O' 'P'.
               88  WS-AR-STATUS-UNAPPLIED   VALUE 'O' 'P'.
           05  WS-AR-ITEM-TYPE          PIC X(01).
               88  WS-AR-TYPE-INVOICE       VALUE 'I' ' '.
               88  WS-AR-TYPE-CREDIT-MEMO   VALUE 'C'.
               88  WS-AR-TYPE-ON-ACCOUNT    VALUE 'U'.
               88  WS-AR-TYPE-CREDIT        VALUE 'C' 'U'.
           05  WS-AR-ORDER-NUMBER       PIC X(06).
           05  FILLER                   PIC X(04).
