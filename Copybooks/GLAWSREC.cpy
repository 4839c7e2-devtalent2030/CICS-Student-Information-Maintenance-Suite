      ******************************************************************
      * COPYBOOK   : GLAWSREC                                         *
      * PURPOSE    : Working storage layout of one GLAF2A general     *
      *              ledger account-mapping record, keyed by a        *
      *              posting type and a two-character state code. The *
      *              GLEXF2A extract looks up the ledger account for  *
      *              each journal line here rather than carrying      *
      *              account numbers in the program - first under the *
      *              customer's state (sales tax payable is kept by   *
      *              state), then under a blank state as the default  *
      *              for every other state. Like TAXF2A the file is   *
      *              maintained by accounting as reference data.      *
      *                MDSE - merchandise revenue                     *
      *                RTRN - sales returns (credit memo merchandise; *
      *                       MDSE is used when no RTRN record exists)*
      *                STAX - sales tax payable                       *
      *                AREC - accounts receivable                     *
      *                CASH - cash received                           *
      *                FRGT - freight billed (MDSE is used when no    *
      *                       FRGT record exists)                     *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added FRGT for freight billed on shipment     *
      *                 invoices.                                     *
      ******************************************************************
       01  WS-GL-ACCOUNT-MAP-RECORD.
           05  WS-GA-MAP-KEY.
               10  WS-GA-POSTING-TYPE   PIC X(04).
                   88  WS-GA-TYPE-MDSE      VALUE 'MDSE'.
                   88  WS-GA-TYPE-RTRN      VALUE 'RTRN'.
                   88  WS-GA-TYPE-STAX      VALUE 'STAX'.
                   88  WS-GA-TYPE-AREC      VALUE 'AREC'.
                   88  WS-GA-TYPE-CASH      VALUE 'CASH'.
                   88  WS-GA-TYPE-FRGT      VALUE 'FRGT'.
               10  WS-GA-STATE          PIC X(02).
           05  WS-GA-ACCOUNT            PIC X(12).
           05  WS-GA-DESCRIPTION        PIC X(30).
           05  FILLER                   PIC X(12).
