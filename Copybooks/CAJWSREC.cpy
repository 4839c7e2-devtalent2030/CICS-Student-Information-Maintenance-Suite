      ******************************************************************
      * COPYBOOK   : CAJWSREC                                         *
      * PURPOSE    : Working storage layout of one CAJFILE cash       *
      *              application journal record. The ARCAPF2A cash    *
      *              application run appends one record for every     *
      *              payment it applies to an ARF2A open item,        *
      *              stamped with the RUNCTL business date, so the    *
      *              GLEXF2A general ledger extract can post the      *
      *              night's cash against receivables. A payment     *
      *              held on account as an ARF2A credit item is       *
      *              journalled as unapplied cash.                    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the unapplied (on-account) entry type.  *
      ******************************************************************
       01  WS-CASH-JOURNAL-RECORD.
           05  WS-CJ-BUSINESS-DATE      PIC X(06).
           05  WS-CJ-ENTRY-TYPE         PIC X(01).
               88  WS-CJ-TYPE-APPLIED       VALUE 'A'.
               88  WS-CJ-TYPE-UNAPPLIED     VALUE 'U'.
           05  WS-CJ-CUSTOMER-NUMBER    PIC X(06).
           05  WS-CJ-INVOICE-NUMBER     PIC X(06).
           05  WS-CJ-PAYMENT-DATE       PIC X(06).
           05  WS-CJ-AMOUNT             PIC 9(07)V99.
           05  WS-CJ-RUN-ID             PIC X(08).
           05  FILLER                   PIC X(08).
