      ******************************************************************
      * COPYBOOK   : SORWSREC                                         *
      * PURPOSE    : Working storage layout of one SORF2A standing    *
      *              order, keyed by the standing order number drawn  *
      *              from the STDORDNO series on CTLF2A. A standing   *
      *              order is a customer, an optional ship-to code    *
      *              and up to five item lines that are ordered again *
      *              every week or every month. The SOGENF2A nightly  *
      *              generator turns every active standing order due  *
      *              on or before the business date into a real       *
      *              ORDRF2A order, stamps the result and the order   *
      *              number here and moves the next due date on one   *
      *              period - a monthly standing order keeps its day  *
      *              of the month, which is why it must fall on the   *
      *              1st to the 28th. A blank end date runs until the *
      *              standing order is ended; once the next due date  *
      *              passes the end date the generator ends it.       *
      *              Maintained by SOMNTF2A.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-STANDING-ORDER-RECORD.
           05  WS-SO-NUMBER             PIC X(06).
           05  WS-SO-CUSTOMER-NUMBER    PIC X(06).
           05  WS-SO-SHIP-TO-CODE       PIC X(02).
           05  WS-SO-FREQUENCY          PIC X(01).
               88  WS-SO-FREQ-WEEKLY        VALUE 'W'.
               88  WS-SO-FREQ-MONTHLY       VALUE 'M'.
           05  WS-SO-NEXT-DUE-DATE      PIC X(06).
           05  WS-SO-END-DATE           PIC X(06).
           05  WS-SO-STATUS             PIC X(01).
               88  WS-SO-STATUS-ACTIVE      VALUE 'A'.
               88  WS-SO-STATUS-SUSPENDED   VALUE 'S'.
               88  WS-SO-STATUS-ENDED       VALUE 'E'.
           05  WS-SO-LINE               OCCURS 5 TIMES.
               10  WS-SO-ITEM-NUMBER    PIC X(06).
               10  WS-SO-QUANTITY       PIC 9(05).
           05  WS-SO-LAST-ORDER-NUMBER  PIC X(06).
           05  WS-SO-LAST-RUN-DATE      PIC X(06).
           05  WS-SO-LAST-RESULT        PIC X(01).
               88  WS-SO-RESULT-GENERATED   VALUE 'G'.
               88  WS-SO-RESULT-REJECTED    VALUE 'R'.
               88  WS-SO-RESULT-SKIPPED     VALUE 'S'.
           05  WS-SO-ENTERED-USERID     PIC X(03).
           05  WS-SO-LAST-CHG-USERID    PIC X(03).
           05  WS-SO-LAST-CHG-DATE      PIC X(08).
           05  WS-SO-LAST-CHG-TIME      PIC X(06).
           05  FILLER                   PIC X(04).
