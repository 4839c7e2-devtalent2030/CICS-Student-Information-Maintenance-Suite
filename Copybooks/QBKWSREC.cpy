      ******************************************************************
      * COPYBOOK   : QBKWSREC                                         *
      * PURPOSE    : Working storage layout of one QBKF2A quantity    *
      *              break record, keyed by item number. Up to five   *
      *              tiers, in ascending order of the quantity they   *
      *              start from, each give the unit price for an      *
      *              order line of at least that quantity - the       *
      *              highest tier the line quantity reaches applies.  *
      *              Unused tiers are zero. Maintained by QBMNTF2A;   *
      *              ORDERF2A and ORDINF2A use the tier price when it *
      *              is lower than the list or contract price.        *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QTY-BREAK-RECORD.
           05  WS-QB-ITEM-NUMBER        PIC X(06).
           05  WS-QB-TIER-TABLE.
               10  WS-QB-TIER           OCCURS 5 TIMES.
                   15  WS-QB-FROM-QTY   PIC 9(05).
                   15  WS-QB-UNIT-PRICE PIC 9(05)V99.
           05  WS-QB-LAST-CHG-USERID    PIC X(03).
           05  WS-QB-LAST-CHG-DATE      PIC X(08).
           05  WS-QB-LAST-CHG-TIME      PIC X(06).
           05  WS-QB-STATUS             PIC X(01).
               88  WS-QB-STATUS-ACTIVE      VALUE 'A'.
               88  WS-QB-STATUS-INACTIVE    VALUE 'I'.
           05  FILLER                   PIC X(16).
