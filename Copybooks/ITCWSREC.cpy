      ******************************************************************
      * COPYBOOK   : ITCWSREC                                         *
      * PURPOSE    : Working storage layout of one ITCF2A item        *
      *              standard cost record, keyed by item number plus  *
      *              the YYMMDD date the cost takes effect. ITMNTF2A  *
      *              writes one record per cost change (future-dated  *
      *              changes load ahead of time), and order entry     *
      *              captures the cost with the latest effective date *
      *              on or before the order date on each order line - *
      *              falling back to the item master standard cost    *
      *              when an item has no cost records. MRGRPF2A       *
      *              measures margin against the captured cost.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-ITEM-COST-RECORD.
           05  WS-SC-COST-KEY.
               10  WS-SC-ITEM-NUMBER    PIC X(06).
               10  WS-SC-EFF-DATE       PIC X(06).
           05  WS-SC-UNIT-COST          PIC 9(05)V99.
           05  WS-SC-LAST-CHG-USERID    PIC X(03).
           05  WS-SC-LAST-CHG-DATE      PIC X(08).
           05  WS-SC-LAST-CHG-TIME      PIC X(06).
           05  FILLER                   PIC X(04).
