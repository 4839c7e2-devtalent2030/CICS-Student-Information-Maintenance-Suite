      *              and current unit price.                          *
      *                                                                *
      *              WS-IT-QTY-ON-HAND is the physical stock count,   *
      *              raised by POMNTF2A purchase order receipts and   *
      *              lowered at ship-confirm. WS-IT-QTY-ALLOCATED is  *
      *              the portion of on-hand already spoken for by     *
      *              OPEN orders - ORDERF2A allocates a whole order   *
      * 22-08-2026 TN   Original.                                     *
      * 02-09-2026 TN   Added on-hand and allocated quantities for    *
      *                 stock tracking and automatic backordering.    *
      * 15-10-2026 TN   Added the reorder point and reorder quantity  *
      *                 used by the ITMRRF2A replenishment report,    *
      *                 with room for further item fields.            *
      * 15-10-2026 TN   Added the standard cost - the cost in force   *
      *                 today, with its dated history on ITCF2A.      *
      ******************************************************************
       01  WS-ITEM-RECORD.
           05  WS-IT-ITEM-NUMBER        PIC X(06).
           05  WS-IT-STATUS             PIC X(01).
               88  WS-IT-STATUS-ACTIVE       VALUE 'A'.
               88  WS-IT-STATUS-INACTIVE     VALUE 'I'.
           05  WS-IT-REORDER-POINT      PIC 9(07).
           05  WS-IT-REORDER-QTY        PIC 9(07).
           05  WS-IT-STD-COST           PIC 9(05)V99.
           05  FILLER                   PIC X(04).
