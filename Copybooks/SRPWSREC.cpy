      ******************************************************************
      * COPYBOOK   : SRPWSREC                                         *
      * PURPOSE    : Working storage layout of one SRPF2A sales rep   *
      *              record, keyed by the four character rep code.    *
      *              The commission rate is a percentage of net       *
      *              merchandise, e.g. 05.50 for five and a half per  *
      *              cent. Maintained by SRMNTF2A; the rep code is    *
      *              carried on each CMFF2A customer and stamped on   *
      *              the INVF2A register at invoicing, and SRCOMF2A   *
      *              prints the month-end commission statements.      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-SALES-REP-RECORD.
           05  WS-RP-REP-CODE           PIC X(04).
           05  WS-RP-NAME               PIC X(30).
           05  WS-RP-TERRITORY          PIC X(10).
           05  WS-RP-COMMISSION-RATE    PIC 9(02)V99.
           05  WS-RP-LAST-CHG-USERID    PIC X(03).
           05  WS-RP-LAST-CHG-DATE      PIC X(08).
           05  WS-RP-LAST-CHG-TIME      PIC X(06).
           05  WS-RP-STATUS             PIC X(01).
               88  WS-RP-STATUS-ACTIVE      VALUE 'A'.
               88  WS-RP-STATUS-INACTIVE    VALUE 'I'.
           05  FILLER                   PIC X(14).
