      ******************************************************************
      * COPYBOOK   : TXEWSREC                                         *
      * PURPOSE    : Working storage layout of one TXEF2A sales tax   *
      *              exemption certificate record, keyed by customer  *
      *              number - one certificate per customer. The       *
      *              certificate exempts the customer from tax in the *
      *              exempt state up to and including the YYMMDD      *
      *              expiry date. Maintained by TXMNTF2A; ORDERF2A    *
      *              and ORDINF2A charge no tax when the certificate  *
      *              is active, its state is the customer's CMFF2A    *
      *              state and it has not expired on the order date.  *
      *              TAXRPF2A lists certificates nearing expiry.      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-TAX-EXEMPTION-RECORD.
           05  WS-TE-CUSTOMER-NUMBER    PIC X(06).
           05  WS-TE-CERT-NUMBER        PIC X(15).
           05  WS-TE-EXEMPT-STATE       PIC X(02).
           05  WS-TE-EXPIRY-DATE        PIC X(06).
           05  WS-TE-LAST-CHG-USERID    PIC X(03).
           05  WS-TE-LAST-CHG-DATE      PIC X(08).
           05  WS-TE-LAST-CHG-TIME      PIC X(06).
           05  WS-TE-STATUS             PIC X(01).
               88  WS-TE-STATUS-ACTIVE      VALUE 'A'.
               88  WS-TE-STATUS-INACTIVE    VALUE 'I'.
           05  FILLER                   PIC X(13).
