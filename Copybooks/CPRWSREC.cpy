      ******************************************************************
      * COPYBOOK   : CPRWSREC                                         *
      * PURPOSE    : Working storage layout of one CPRF2A customer    *
      *              contract price record, keyed by customer number, *
      *              item number and the YYMMDD date the contract     *
      *              price starts. The price holds up to and          *
      *              including the YYMMDD end date. Maintained by     *
      *              CPMNTF2A; ORDERF2A and ORDINF2A use the active   *
      *              contract in force on the order date when it is   *
      *              lower than the list or quantity break price.     *
      *              CPRRPF2A lists contracts nearing their end date. *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-CONTRACT-PRICE-RECORD.
           05  WS-CP-CONTRACT-KEY.
               10  WS-CP-CUSTOMER-NUMBER PIC X(06).
               10  WS-CP-ITEM-NUMBER    PIC X(06).
               10  WS-CP-START-DATE     PIC X(06).
           05  WS-CP-END-DATE           PIC X(06).
           05  WS-CP-UNIT-PRICE         PIC 9(05)V99.
           05  WS-CP-LAST-CHG-USERID    PIC X(03).
           05  WS-CP-LAST-CHG-DATE      PIC X(08).
           05  WS-CP-LAST-CHG-TIME      PIC X(06).
           05  WS-CP-STATUS             PIC X(01).
               88  WS-CP-STATUS-ACTIVE      VALUE 'A'.
               88  WS-CP-STATUS-INACTIVE    VALUE 'I'.
           05  FILLER                   PIC X(11).
