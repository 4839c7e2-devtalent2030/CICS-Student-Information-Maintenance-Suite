       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online sales quotations. A quote is a
      *                     QTHF2A header for an active CMFF2A
      *                     customer and optional ship-to code with
      *                     up to five QTLF2A item lines, priced the
      *                     way ORDERF2A prices an order - effective
      *                     list price, quantity break or customer
      *                     contract - with the sales tax estimated.
      *                     Numbers come from the QUOTENO series on
      *                     CTLF2A and a quote holds its prices until
      *                     its expiry date (blank gives the standard
      *                     validity period from today). The actions
      *                     are add, inquire, convert to order, mark
      *                     lost and send the quote document again.
      *                     Converting an open, unexpired quote
      *                     raises an ORDRF2A/ORDLF2A order at the
      *                     quoted prices with the credit check,
      *                     stock check and allocation, sales tax,
      *                     order journal and stock ledger of a new
      *                     order entered today. The quote document
      *                     itself is printed or e-mailed by the
      *                     QTDOCF2A nightly run.
      *
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-COMMUNICATION-AREA.
           05 WS-CA-CONTEXT-FLAG            PIC X(01).
               88 WS-CA-PROCESS-KEY-MAP-88        VALUE '1'.
               88 WS-CA-PROCESS-ADD-QT-88         VALUE '2'.
               88 WS-CA-PROCESS-INQ-QT-88         VALUE '3'.
               88 WS-CA-PROCESS-CNV-QT-88         VALUE '4'.
               88 WS-CA-PROCESS-LST-QT-88         VALUE '5'.
               88 WS-CA-PROCESS-DOC-QT-88         VALUE '6'.
           05 WS-CA-QT-RECORD.
               10 WS-CA-QT-NUMBER           PIC X(06).
               10 WS-CA-QT-CUSTOMER-NUMBER  PIC X(06).
               10 FILLER                    PIC X(108).
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                  PIC X VALUE 'Y'.
           05 WS-FALSE-CNST                 PIC X VALUE 'N'.
           05 WS-YES-CNST                   PIC X VALUE 'Y'.
           05 WS-NO-CNST                    PIC X VALUE 'N'.
           05 WS-OPEN-CNST                  PIC X VALUE 'Y'.
           05 WS-CLOSED-CNST                PIC X VALUE 'N'.
      *
       01 WS-CICS-CNSTS.
           05 WS-MEN-PROGRAM-CNST           PIC X(08) VALUE 'UUMENF2A'.
           05 WS-QT-TRANSID-CNST            PIC X(04) VALUE 'CF2A'.
           05 WS-QT-MAPSET-CNST             PIC X(07) VALUE 'QTESF2A'.
           05 WS-QT-MAP1-CNST               PIC X(07) VALUE 'QT1F2A '.
           05 WS-QT-MAP2-CNST               PIC X(07) VALUE 'QT2F2A '.
      *
       01 WS-FILE-CNSTS.
           05 WS-QTH-FILE-NAME-CNST         PIC X(08) VALUE 'QTHF2A  '.
           05 WS-QTL-FILE-NAME-CNST         PIC X(08) VALUE 'QTLF2A  '.
           05 WS-CMF-FILE-NAME-CNST         PIC X(08) VALUE 'CMFF2A  '.
           05 WS-SHP-FILE-NAME-CNST         PIC X(08) VALUE 'SHPF2A  '.
           05 WS-ITM-FILE-NAME-CNST         PIC X(08) VALUE 'ITEMF2A '.
           05 WS-CTL-FILE-NAME-CNST         PIC X(08) VALUE 'CTLF2A  '.
           05 WS-ORD-FILE-NAME-CNST         PIC X(08) VALUE 'ORDRF2A '.
           05 WS-ODL-FILE-NAME-CNST         PIC X(08) VALUE 'ORDLF2A '.
           05 WS-ORD-CNDX-NAME-CNST         PIC X(08) VALUE 'ORDCNDX '.
           05 WS-TAX-FILE-NAME-CNST         PIC X(08) VALUE 'TAXF2A  '.
           05 WS-TXE-FILE-NAME-CNST         PIC X(08) VALUE 'TXEF2A  '.
           05 WS-ITP-FILE-NAME-CNST         PIC X(08) VALUE 'ITPF2A  '.
           05 WS-ITC-FILE-NAME-CNST         PIC X(08) VALUE 'ITCF2A  '.
           05 WS-CPR-FILE-NAME-CNST         PIC X(08) VALUE 'CPRF2A  '.
           05 WS-QBK-FILE-NAME-CNST         PIC X(08) VALUE 'QBKF2A  '.
      *
       01 WS-FLAGS.
           05 WS-VALID-DATA-FLAG            PIC X(01) VALUE 'Y'.
               88 WS-VALID-DATA-88                    VALUE 'Y'.
           05 WS-SEND-FLAG                  PIC X(01).
               88 WS-SEND-ERASE-88                VALUE '1'.
               88 WS-SEND-ERASE-ALARM-88          VALUE '2'.
               88 WS-SEND-DATAONLY-88             VALUE '3'.
               88 WS-SEND-DATAONLY-ALARM-88       VALUE '4'.
      *
       01 WS-RESPONSE-CODES.
           05 WS-RESPONSE-CODE              PIC S9(8)  COMP VALUE 0.
           05 WS-RESPONSE-CODE2             PIC S9(8)  COMP VALUE 0.
      *
       01 WS-QUOTE-EDIT-FIELDS.
           05 WS-OE-PRICE-DISPLAY           PIC ZZZZ9.99.
           05 WS-OE-TOTAL-DISPLAY           PIC ZZZZZZ9.99.
           05 WS-OE-TAX-DISPLAY             PIC ZZZZZ9.99.
           05 WS-QE-CUSTOMER-NUMBER         PIC X(06) VALUE SPACES.
           05 WS-QE-SHIP-TO-CODE            PIC X(02) VALUE SPACES.
           05 WS-QE-EXPIRY-DATE             PIC X(06) VALUE SPACES.
           05 WS-QE-TODAY-YYMMDD            PIC X(06) VALUE SPACES.
           05 WS-QE-ORDER-NUMBER            PIC X(06) VALUE SPACES.
           05 WS-QE-STATUS-TEXT             PIC X(09) VALUE SPACES.
           05 WS-QE-RESULT-TEXT             PIC X(48) VALUE SPACES.
           05 WS-QE-DATE.
               10 WS-QE-YY                  PIC 9(02).
               10 WS-QE-MM                  PIC 9(02).
               10 WS-QE-DD                  PIC 9(02).
           05 WS-QE-DATE-R REDEFINES WS-QE-DATE
                                            PIC X(06).
           05 WS-QE-DATE-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-QE-DATE-OK-88                VALUE 'Y'.
           05 WS-QE-LEAP-QUOTIENT           PIC 9(02) COMP VALUE 0.
           05 WS-QE-LEAP-REMAINDER          PIC 9(02) COMP VALUE 0.
           05 WS-QE-MONTH-MAX               PIC 9(02) VALUE 0.
      *
      *    A QUOTE KEYED WITH NO EXPIRY DATE IS GOOD FOR THIS MANY
      *    DAYS FROM TODAY.
      *
           05 WS-QE-VALID-DAYS              PIC 9(02) VALUE 30.
      *
       01 WS-AU-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
      *    DAYS IN EACH MONTH - FEBRUARY IS TAKEN AS 29 IN A YEAR
      *    DIVISIBLE BY FOUR.
      *
       01 WS-MONTH-DAYS-CNST                PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-CNST.
           05 WS-MONTH-DAYS                 PIC 9(02) OCCURS 12 TIMES.
      *
       01 WS-CONTROL-WORK.
           05 WS-CW-QUOTENO-KEY             PIC X(08) VALUE 'QUOTENO '.
           05 WS-CW-ORDERNO-KEY             PIC X(08) VALUE 'ORDERNO '.
      *
       01 WS-PRICE-LOOKUP-WORK.
           05 WS-PL-TODAY-YYMMDD            PIC X(06) VALUE SPACES.
           05 WS-PL-EFF-PRICE               PIC 9(05)V99 VALUE 0.
           05 WS-PL-FOUND-SW                PIC X(01) VALUE 'N'.
               88 WS-PL-FOUND-88                VALUE 'Y'.
           05 WS-PL-STOP-SW                 PIC X(01) VALUE 'N'.
               88 WS-PL-STOP-88                 VALUE 'Y'.
           05 WS-ITP-BROWSE-KEY.
               10 WS-PL-BK-ITEM             PIC X(06).
               10 WS-PL-BK-DATE             PIC X(06).
      *
      * THE STANDARD COST IN FORCE TODAY IS FOUND THE SAME WAY FROM
      * ITCF2A AND CAPTURED ON THE QUOTE LINE BESIDE THE PRICE. AN
      * ITEM WITH NO COST RECORDS CARRIES THE ITEMF2A STANDARD COST.
      *
           05 WS-PL-EFF-COST                PIC 9(05)V99 VALUE 0.
           05 WS-ITC-BROWSE-KEY.
               10 WS-PL-CK-ITEM             PIC X(06).
               10 WS-PL-CK-DATE             PIC X(06).
      *
      * THE LINE THEN TAKES THE LOWEST OF THAT LIST PRICE, THE
      * CUSTOMER'S ACTIVE CPRF2A CONTRACT PRICE IN FORCE TODAY AND
      * THE HIGHEST QBKF2A QUANTITY BREAK THE LINE QUANTITY REACHES,
      * EXACTLY AS AN ORDER LINE IS PRICED BY ORDERF2A.
      *
           05 WS-PL-CUSTOMER-NUMBER         PIC X(06) VALUE SPACES.
           05 WS-PL-LINE-QTY                PIC 9(05) VALUE 0.
           05 WS-PL-BEST-PRICE              PIC 9(05)V99 VALUE 0.
           05 WS-PL-CONTRACT-PRICE          PIC 9(05)V99 VALUE 0.
           05 WS-PL-BREAK-PRICE             PIC 9(05)V99 VALUE 0.
           05 WS-PL-CONTRACT-SW             PIC X(01) VALUE 'N'.
               88 WS-PL-CONTRACT-88             VALUE 'Y'.
           05 WS-PL-BREAK-SW                PIC X(01) VALUE 'N'.
               88 WS-PL-BREAK-88                VALUE 'Y'.
           05 WS-PL-TIER-SUB                PIC 9(02) COMP VALUE 0.
           05 WS-PL-RULE                    PIC X(01) VALUE 'L'.
               88 WS-PL-RULE-LIST-88            VALUE 'L'.
               88 WS-PL-RULE-CONTRACT-88        VALUE 'C'.
               88 WS-PL-RULE-QTY-BREAK-88       VALUE 'Q'.
           05 WS-PL-RULE-TEXT               PIC X(08) VALUE SPACES.
           05 WS-CPR-BROWSE-KEY.
               10 WS-PL-PK-CUSTOMER         PIC X(06).
               10 WS-PL-PK-ITEM             PIC X(06).
               10 WS-PL-PK-DATE             PIC X(06).
      *
      * A CUSTOMER'S TXEF2A EXEMPTION CERTIFICATE TAKES THE TAX OFF
      * WHEN IT IS ACTIVE, IS FOR THE CUSTOMER'S STATE AND HAS NOT
      * EXPIRED TODAY.
      *
       01 WS-TAX-EXEMPTION-WORK.
           05 WS-XM-ORDER-DATE              PIC X(06) VALUE SPACES.
           05 WS-XM-EXEMPT-SW               PIC X(01) VALUE 'N'.
               88 WS-XM-EXEMPT-88               VALUE 'Y'.
      *
      * WS-LINE-TABLE HOLDS THE QUOTE LINES - LOADED FROM THE DATA
      * MAP BY 2240-EDIT-ONE-QUOTE-LINE WHEN A QUOTE IS ADDED, OR
      * FROM QTLF2A BY 1380-GET-QUOTE-LINES WHEN A QUOTE IS SHOWN OR
      * CONVERTED TO AN ORDER.
      *
       01 WS-LINE-WORK.
           05 WS-LN-MAX-LINES               PIC 9(02) COMP VALUE 5.
           05 WS-LN-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-COUNT              PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-NBR-9              PIC 9(02) VALUE 0.
           05 WS-LN-LINE-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-LN-LINE-OK-88              VALUE 'Y'.
           05 WS-LN-ORDER-TOTAL             PIC 9(07)V99 VALUE 0.
           05 WS-LN-AVAILABLE-QTY           PIC S9(08) VALUE 0.
           05 WS-LN-TAX-AMOUNT              PIC 9(05)V99 VALUE 0.
           05 WS-LN-STOCK-SHORT-SW          PIC X(01) VALUE 'N'.
               88 WS-LN-STOCK-SHORT-88          VALUE 'Y'.
      *
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY                   OCCURS 5 TIMES.
               10 WS-LN-ITEM-NUMBER         PIC X(06).
               10 WS-LN-ITEM-DESC           PIC X(30).
               10 WS-LN-QUANTITY            PIC 9(05).
               10 WS-LN-UNIT-PRICE          PIC 9(05)V99.
               10 WS-LN-LINE-AMOUNT         PIC 9(07)V99.
               10 WS-LN-UNIT-COST           PIC 9(05)V99.
               10 WS-LN-PRICE-RULE          PIC X(01).
      *
       01 WS-QTL-BROWSE-KEY.
           05 WS-QTL-BK-QUOTE               PIC X(06).
           05 WS-QTL-BK-LINE                PIC X(02).
      *
       01 WS-QTL-STOP-SW                    PIC X(01) VALUE 'N'.
           88 WS-QTL-STOP-88                    VALUE 'Y'.
      *
      * CREDIT EXPOSURE WORK FIELDS - WHEN A QUOTE IS CONVERTED THE
      * CUSTOMER'S UNSHIPPED ORDERS ON ORDRF2A ARE TOTALLED THROUGH
      * ORDCNDX AND THE NEW ORDER IS HELD WHEN THE SUM WOULD EXCEED
      * THE CREDIT LIMIT ON THE CUSTOMER RECORD. A ZERO LIMIT MEANS
      * UNLIMITED.
      *
       01 WS-CREDIT-CHECK-WORK.
           05 WS-CL-OPEN-EXPOSURE           PIC 9(09)V99 VALUE 0.
           05 WS-CL-EXCLUDE-AMOUNT          PIC 9(09)V99 VALUE 0.
           05 WS-CL-CUSTOMER-NUMBER         PIC X(06) VALUE SPACES.
           05 WS-CL-BROWSE-KEY              PIC X(06) VALUE SPACES.
           05 WS-CL-STOP-SW                 PIC X(01) VALUE 'N'.
               88 WS-CL-STOP-88                 VALUE 'Y'.
           05 WS-CL-CREDIT-HELD-SW          PIC X(01) VALUE 'N'.
               88 WS-CL-CREDIT-HELD-88          VALUE 'Y'.
           05 WS-CL-ACCOUNT-HELD-SW         PIC X(01) VALUE 'N'.
               88 WS-CL-ACCOUNT-HELD-88         VALUE 'Y'.
           05 WS-CL-HOLD-REASON             PIC X(30) VALUE SPACES.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the customer, expiry date and lines'.
               10 FILLER                    PIC X(39)
                   VALUE ' for the quote. Press Enter.           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-INQ.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to return, or press F12.   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CNV.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to convert this quote to an '.
               10 FILLER                    PIC X(39)
                   VALUE 'order, or press F12.                  '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-LST.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the reason the quote was lost. Then'.
               10 FILLER                    PIC X(39)
                   VALUE ' press Enter.                          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DOC.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to send the quote document a'.
               10 FILLER                    PIC X(39)
                   VALUE 'gain, or press F12.                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-KEY-UNASSIGNED.
               10 FILLER                    PIC X(40)
                   VALUE 'That key is unassigned.                '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-OPERATOR-NOT-SIGNED-ON.
               10 FILLER                    PIC X(40)
                   VALUE 'You must be signed on to use this func.'.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ACTION-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Action must be 1, 2, 3, 4, or 5.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-QT-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a quote number.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-NBR-ASSIGNED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quote numbers are assigned by the syste'.
               10 FILLER                    PIC X(39)
                   VALUE 'm - leave it blank.                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CTL-REC-MISSING.
               10 FILLER                    PIC X(40)
                   VALUE 'The quote number control record could n'.
               10 FILLER                    PIC X(39)
                   VALUE 'ot be read.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-CTL-REC-MISSING.
               10 FILLER                    PIC X(40)
                   VALUE 'The order number control record could n'.
               10 FILLER                    PIC X(39)
                   VALUE 'ot be read.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That quote does not exist.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added a quote with tha'.
               10 FILLER                    PIC X(39)
                   VALUE 't number.                             '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the quote. Try'.
               10 FILLER                    PIC X(39)
                   VALUE ' again.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-NOT-OPEN.
               10 FILLER                    PIC X(40)
                   VALUE 'That quote is no longer open - it has b'.
               10 FILLER                    PIC X(39)
                   VALUE 'een converted or lost.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-EXPIRED.
               10 FILLER                    PIC X(40)
                   VALUE 'That quote has expired - enter a new qu'.
               10 FILLER                    PIC X(39)
                   VALUE 'ote at today''s prices.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-NO-LINES.
               10 FILLER                    PIC X(40)
                   VALUE 'That quote has no lines on file.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-MARKED-LOST.
               10 FILLER                    PIC X(40)
                   VALUE 'Quote marked lost.                     '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QT-DOC-REQUESTED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quote document requested - it goes out '.
               10 FILLER                    PIC X(39)
                   VALUE 'with the next QTDOCF2A run.           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added an order with th'.
               10 FILLER                    PIC X(39)
                   VALUE 'at order number.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-REASON.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter the reason the quote was'.
               10 FILLER                    PIC X(39)
                   VALUE ' lost.                                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-CUST-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a customer number.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CUST-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That customer does not exist.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CUST-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That customer is inactive.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHIP-TO-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That ship-to code does not exist for th'.
               10 FILLER                    PIC X(39)
                   VALUE 'e customer.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHIP-TO-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That ship-to address is inactive.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-EXPIRY-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Expiry date must be blank or a valid YY'.
               10 FILLER                    PIC X(39)
                   VALUE 'MMDD, not earlier than today.         '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ITEM-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter an item number.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ITEM-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That item does not exist.              '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ITEM-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That item is inactive.                 '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-QTY.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity must be numeric and greater th'.
               10 FILLER                    PIC X(39)
                   VALUE 'an zero.                              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ONE-LINE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter at least one line.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY QTESF2A.
      *
       COPY QTHWSSTS.
      *
       COPY QTHWSREC.
      *
       COPY QTLWSSTS.
      *
       COPY QTLWSREC.
      *
       COPY CMFWSSTS.
      *
       COPY CMFWSREC.
      *
       COPY SHPWSSTS.
      *
       COPY SHPWSREC.
      *
       COPY ITMWSSTS.
      *
       COPY ITMWSREC.
      *
       COPY CTLWSSTS.
      *
       COPY CTLWSREC.
      *
       COPY ORDWSSTS.
      *
       COPY ORDWSREC.
      *
       COPY ODLWSSTS.
      *
       COPY ODLWSREC.
      *
       COPY ORDXWSTS.
      *
       COPY TAXWSSTS.
      *
       COPY TAXWSREC.
      *
       COPY TXEWSSTS.
      *
       COPY TXEWSREC.
      *
       COPY ITPWSSTS.
      *
       COPY ITPWSREC.
      *
       COPY ITCWSSTS.
      *
       COPY ITCWSREC.
      *
       COPY CPRWSSTS.
      *
       COPY CPRWSREC.
      *
       COPY QBKWSSTS.
      *
       COPY QBKWSREC.
      *
       COPY ORDJNLWS.
      *
       COPY ITMLDGWS.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(121).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-QUOTE-MAINT.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '*'                     TO WS-HA-EXEC-TEXT-T1.
           MOVE WS-HA-UNEXPECTED-ABEND      TO WS-HA-EXEC-TEXT-T2.
           MOVE ALL '*'                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               HANDLE ABEND LABEL(9900-HANDLE-ABEND)
           END-EXEC.
      *
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA             TO WS-COMMUNICATION-AREA
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   MOVE LOW-VALUE           TO QT1F2AO
                   MOVE -1                  TO ACTIONL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO QT1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO QT2F2AO
                       MOVE WS-CA-QT-NUMBER TO QTNO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-QT-88
                               MOVE WS-ADD  TO INSTR2O
                               MOVE -1      TO CUSTNO2L
                           WHEN WS-CA-PROCESS-INQ-QT-88
                               MOVE WS-INQ  TO INSTR2O
                           WHEN WS-CA-PROCESS-CNV-QT-88
                               MOVE WS-CNV  TO INSTR2O
                           WHEN WS-CA-PROCESS-LST-QT-88
                               MOVE WS-LST  TO INSTR2O
                               MOVE -1      TO REASON2L
                           WHEN WS-CA-PROCESS-DOC-QT-88
                               MOVE WS-DOC  TO INSTR2O
                       END-EVALUATE
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-QTH-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-QTL-CLOSE
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-ORD-CLOSE
                   PERFORM 8200-ODL-CLOSE
                   PERFORM 8165-ORD-CNDX-CLOSE
                   PERFORM 8200-TAX-CLOSE
                   PERFORM 8200-TXE-CLOSE
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-ITC-CLOSE
                   PERFORM 8200-CPR-CLOSE
                   PERFORM 8200-QBK-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8400-ILG-CLOSE

                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND DFHPF3'      TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EXEC CICS'         TO WS-HA-EXEC-TEXT-T3
                   MOVE 'XCTL PROGRAM'      TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-MEN-PROGRAM-CNST TO WS-HA-EXEC-TEXT-T5
                   MOVE SPACES              TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-PGMIDERR)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8

                   EXEC CICS
                       XCTL PROGRAM(WS-MEN-PROGRAM-CNST)
                            RESP   (WS-RESPONSE-CODE)
                            RESP2  (WS-RESPONSE-CODE2)
                   END-EXEC

                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       EXEC CICS
                           RETURN
                       END-EXEC
                   ELSE
                       MOVE 'XCTL PROGRAM'  TO WS-RT-MSG-HEADER
                       MOVE 'ERROR DFHPF3 ' TO WS-RT-MSG-NORMAL
                       MOVE WS-MEN-PROGRAM-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN EIBAID = DFHPF12
                   IF WS-CA-PROCESS-KEY-MAP-88
                       PERFORM 8200-QTH-CLOSE  *> Close VSAM
                       PERFORM 8200-QTL-CLOSE
                       PERFORM 8200-CMF-CLOSE
                       PERFORM 8200-SHP-CLOSE
                       PERFORM 8200-ITM-CLOSE
                       PERFORM 8200-CTL-CLOSE
                       PERFORM 8200-ORD-CLOSE
                       PERFORM 8200-ODL-CLOSE
                       PERFORM 8165-ORD-CNDX-CLOSE
                       PERFORM 8200-TAX-CLOSE
                       PERFORM 8200-TXE-CLOSE
                       PERFORM 8200-ITP-CLOSE
                       PERFORM 8200-ITC-CLOSE
                       PERFORM 8200-CPR-CLOSE
                       PERFORM 8200-QBK-CLOSE
                       PERFORM 8400-OJL-CLOSE
                       PERFORM 8400-ILG-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                       MOVE 'ABEND DFHPF12' TO WS-HA-EXEC-TEXT-T2
                       MOVE 'EXEC CICS'     TO WS-HA-EXEC-TEXT-T3
                       MOVE 'XCTL PROGRAM'  TO WS-HA-EXEC-TEXT-T4
                       MOVE WS-MEN-PROGRAM-CNST
                         TO WS-HA-EXEC-TEXT-T5
                       MOVE SPACES          TO WS-HA-EXEC-TEXT-T6
                       MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-PGMIDERR)
                         TO WS-HA-EXEC-TEXT-T7
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T8

                       EXEC CICS
                           XCTL PROGRAM(WS-MEN-PROGRAM-CNST)
                                RESP   (WS-RESPONSE-CODE)
                                RESP2  (WS-RESPONSE-CODE2)
                       END-EXEC

                       IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                           EXEC CICS
                               RETURN
                           END-EXEC
                       ELSE
                           MOVE 'XCTL PROGRAM'
                             TO WS-RT-MSG-HEADER
                           MOVE 'ERROR DFHPF12'
                             TO WS-RT-MSG-NORMAL
                           MOVE WS-MEN-PROGRAM-CNST
                             TO WS-RT-MSG-OTHER
                           PERFORM 9700-RESPTEXT
                       END-IF
                   ELSE
                       MOVE LOW-VALUE       TO QT1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-QTH-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-QT-88
                           PERFORM 2000-PROCESS-ADD-QUOTE
                       WHEN WS-CA-PROCESS-INQ-QT-88
                           PERFORM 3000-PROCESS-INQUIRE-QUOTE
                       WHEN WS-CA-PROCESS-CNV-QT-88
                           PERFORM 4000-PROCESS-CONVERT-QUOTE
                       WHEN WS-CA-PROCESS-LST-QT-88
                           PERFORM 5000-PROCESS-LOST-QUOTE
                       WHEN WS-CA-PROCESS-DOC-QT-88
                           PERFORM 6000-PROCESS-QUOTE-DOCUMENT
                   END-EVALUATE
                   PERFORM 8200-QTH-CLOSE
                   PERFORM 8200-QTL-CLOSE
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-ORD-CLOSE
                   PERFORM 8200-ODL-CLOSE
                   PERFORM 8165-ORD-CNDX-CLOSE
                   PERFORM 8200-TAX-CLOSE
                   PERFORM 8200-TXE-CLOSE
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-ITC-CLOSE
                   PERFORM 8200-CPR-CLOSE
                   PERFORM 8200-QBK-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8400-ILG-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO QT1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO QT2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
           END-EVALUATE.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RETURN TRANSID'              TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QT-TRANSID-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-QT-TRANSID-CNST)
                      COMMAREA(WS-COMMUNICATION-AREA)
                      RESP    (WS-RESPONSE-CODE)
                      RESP2   (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
           ELSE
               MOVE 'RETURN TRANSID '         TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '         TO WS-RT-MSG-NORMAL
               MOVE WS-QT-TRANSID-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE WS-CA-QT-NUMBER         TO QTNO2O
               IF WS-CA-PROCESS-ADD-QT-88
                   PERFORM 2230-CLEAR-LINE-ROWS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   MOVE SPACES              TO CUSTNO2O
                                               CNAME2O
                                               SHIPTO2O
                                               SNAME2O
                                               EXPDATE2O
                                               ORDNO2O
                                               REASON2O
                                               TOTAL2O
                                               TAX2O
                   MOVE WS-QE-TODAY-YYMMDD  TO QTDATE2O
                   MOVE 'OPEN     '         TO STATUS2O
                   MOVE ATTR-UNPROT         TO CUSTNO2A
                                               SHIPTO2A
                                               EXPDATE2A
                   MOVE ATTR-PROT           TO REASON2A
                   PERFORM 1395-UNPROTECT-LINE-FIELDS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   MOVE -1                  TO CUSTNO2L
               ELSE
                   PERFORM 1350-SHOW-QUOTE-RECORD
                   MOVE ATTR-PROT           TO CUSTNO2A
                                               SHIPTO2A
                                               EXPDATE2A
                   PERFORM 1390-PROTECT-LINE-FIELDS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   IF WS-CA-PROCESS-LST-QT-88
                       MOVE ATTR-UNPROT     TO REASON2A
                       MOVE -1              TO REASON2L
                   ELSE
                       MOVE ATTR-PROT       TO REASON2A
                   END-IF
               END-IF
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO QTNOO
                                               ACTIONO
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RECEIVE MAP - MAPSET/MAP'    TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QT-MAPSET-CNST             TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-QT-MAP1-CNST               TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-QT-MAP1-CNST)
                       MAPSET(WS-QT-MAPSET-CNST)
                       INTO  (QT1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-QT-MAP1-CNST           TO WS-RT-MSG-NORMAL
               MOVE WS-QT-MAPSET-CNST         TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT QT1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
      *    CONVERT AND SEND-DOCUMENT NEED AN OPEN QUOTE THAT HAS NOT
      *    EXPIRED. AN EXPIRED QUOTE CAN STILL BE MARKED LOST.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               QTNOA.
           PERFORM 1210-GET-TODAY.
      *
           IF EIBOPID = SPACES OR EIBOPID = LOW-VALUES
               MOVE WS-OPERATOR-NOT-SIGNED-ON
                                            TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF ACTIONI NOT = '1' AND '2' AND '3' AND '4' AND '5'
                   MOVE ATTR-REVERSE        TO ACTIONA
                   MOVE -1                  TO ACTIONL
                   MOVE WS-ACTION-INVALID   TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF ACTIONI = '1'
                   IF QTNOL > ZERO AND QTNOI NOT = SPACE
                       MOVE ATTR-REVERSE    TO QTNOA
                       MOVE -1              TO QTNOL
                       MOVE WS-QT-NBR-ASSIGNED
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               ELSE
                   IF       QTNOL = ZERO
                         OR QTNOI = SPACE
                       MOVE ATTR-REVERSE    TO QTNOA
                       MOVE -1              TO QTNOL
                       MOVE WS-ENTER-QT-NBR TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO QT2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1250-ASSIGN-QUOTE-NUMBER
                           IF WS-VALID-DATA-88
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-QT-88
                                 TO TRUE
                               MOVE SPACE
                                 TO WS-QUOTE-HEADER-RECORD
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-QUOTE-RECORD
                           IF WS-VALID-DATA-88
                               MOVE WS-QUOTE-HEADER-RECORD
                                 TO WS-CA-QT-RECORD
                               MOVE WS-INQ  TO INSTR2O
                               SET WS-CA-PROCESS-INQ-QT-88
                                 TO TRUE
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-QUOTE-RECORD
                           IF WS-VALID-DATA-88
                               PERFORM 1220-CHECK-QUOTE-OPEN
                           END-IF
                           IF WS-VALID-DATA-88
                               PERFORM 1225-CHECK-QUOTE-CURRENT
                           END-IF
                           IF WS-VALID-DATA-88
                               MOVE WS-QUOTE-HEADER-RECORD
                                 TO WS-CA-QT-RECORD
                               MOVE WS-CNV  TO INSTR2O
                               SET WS-CA-PROCESS-CNV-QT-88
                                 TO TRUE
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-QUOTE-RECORD
                           IF WS-VALID-DATA-88
                               PERFORM 1220-CHECK-QUOTE-OPEN
                           END-IF
                           IF WS-VALID-DATA-88
                               MOVE WS-QUOTE-HEADER-RECORD
                                 TO WS-CA-QT-RECORD
                               MOVE WS-LST  TO INSTR2O
                               SET WS-CA-PROCESS-LST-QT-88
                                 TO TRUE
                           END-IF
      *
                       WHEN '5'
                           PERFORM 1300-READ-QUOTE-RECORD
                           IF WS-VALID-DATA-88
                               PERFORM 1220-CHECK-QUOTE-OPEN
                           END-IF
                           IF WS-VALID-DATA-88
                               PERFORM 1225-CHECK-QUOTE-CURRENT
                           END-IF
                           IF WS-VALID-DATA-88
                               MOVE WS-QUOTE-HEADER-RECORD
                                 TO WS-CA-QT-RECORD
                               MOVE WS-DOC  TO INSTR2O
                               SET WS-CA-PROCESS-DOC-QT-88
                                 TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1210-GET-TODAY.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          YYMMDD (WS-QE-TODAY-YYMMDD)
           END-EXEC.
      *
       1220-CHECK-QUOTE-OPEN.
      *
           IF NOT WS-QH-STATUS-OPEN
               MOVE WS-QT-NOT-OPEN          TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       1225-CHECK-QUOTE-CURRENT.
      *
           IF WS-QH-EXPIRY-DATE < WS-QE-TODAY-YYMMDD
               MOVE WS-QT-EXPIRED           TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       1250-ASSIGN-QUOTE-NUMBER.
      *
      *    THE NEXT QUOTE NUMBER COMES FROM THE QUOTENO RECORD ON THE
      *    CTLF2A CONTROL FILE AND IS DRAWN BEFORE THE DATA MAP IS
      *    SHOWN, THE SAME WAY ORDER NUMBERS ARE - AN ABANDONED ENTRY
      *    LEAVES A GAP IN THE SERIES.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-QUOTENO-KEY)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD 1                    TO WS-CT-LAST-NUMBER
                   EXEC CICS
                       REWRITE FILE (WS-CTL-FILE-NAME-CNST)
                               FROM (WS-CONTROL-RECORD)
                               RESP (WS-RESPONSE-CODE)
                               RESP2(WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'REWRITE FILE   '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-CTL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES              TO WS-CONTROL-RECORD
                   MOVE WS-CW-QUOTENO-KEY   TO WS-CT-CONTROL-ID
                   MOVE 1                   TO WS-CT-LAST-NUMBER
                   EXEC CICS
                       WRITE FILE  (WS-CTL-FILE-NAME-CNST)
                             FROM  (WS-CONTROL-RECORD)
                             RIDFLD(WS-CT-CONTROL-ID)
                             RESP  (WS-RESPONSE-CODE)
                             RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'WRITE FILE     '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-CTL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN OTHER
                   MOVE WS-CTL-REC-MISSING  TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
           END-EVALUATE.
      *
           IF WS-VALID-DATA-88
               MOVE WS-CT-LAST-NUMBER       TO QTNOI
               MOVE QTNOI                   TO WS-CA-QT-NUMBER
           END-IF.
      *
       1300-READ-QUOTE-RECORD.
      *
           PERFORM 8100-QTH-OPEN.
           MOVE QTNOI                       TO WS-QH-QUOTE-NUMBER.
           MOVE QTNOI                       TO WS-CA-QT-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-QTH-FILE-NAME-CNST)
                    INTO  (WS-QUOTE-HEADER-RECORD)
                    RIDFLD(WS-QH-QUOTE-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE WS-QT-DOES-NOT-EXIST    TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-QTH-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1350-SHOW-QUOTE-RECORD.
      *
           MOVE WS-QH-CUSTOMER-NUMBER       TO CUSTNO2O.
           MOVE WS-QH-SHIP-TO-CODE          TO SHIPTO2O.
           MOVE WS-QH-QUOTE-DATE            TO QTDATE2O.
           MOVE WS-QH-EXPIRY-DATE           TO EXPDATE2O.
           MOVE WS-QH-ORDER-NUMBER          TO ORDNO2O.
           MOVE WS-QH-LOST-REASON           TO REASON2O.
           PERFORM 1355-FORMAT-QUOTE-STATUS.
           MOVE WS-QE-STATUS-TEXT           TO STATUS2O.
           MOVE WS-QH-TOTAL-AMOUNT          TO WS-OE-TOTAL-DISPLAY.
           MOVE WS-OE-TOTAL-DISPLAY         TO TOTAL2O.
           MOVE WS-QH-TAX-AMOUNT            TO WS-OE-TAX-DISPLAY.
           MOVE WS-OE-TAX-DISPLAY           TO TAX2O.
      *
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-QE-CUSTOMER-NUMBER.
           MOVE WS-QH-SHIP-TO-CODE          TO WS-QE-SHIP-TO-CODE.
           PERFORM 1360-GET-CUSTOMER-NAME.
           PERFORM 1365-GET-SHIP-TO-NAME.
           PERFORM 1380-GET-QUOTE-LINES.
      *
       1355-FORMAT-QUOTE-STATUS.
      *
      *    AN OPEN QUOTE PAST ITS EXPIRY DATE STAYS OPEN ON FILE BUT
      *    IS SHOWN AS EXPIRED - IT CAN NO LONGER BE CONVERTED.
      *
           EVALUATE TRUE
               WHEN WS-QH-STATUS-CONVERTED
                   MOVE 'CONVERTED'         TO WS-QE-STATUS-TEXT
               WHEN WS-QH-STATUS-LOST
                   MOVE 'LOST     '         TO WS-QE-STATUS-TEXT
               WHEN WS-QH-EXPIRY-DATE < WS-QE-TODAY-YYMMDD
                   MOVE 'EXPIRED  '         TO WS-QE-STATUS-TEXT
               WHEN OTHER
                   MOVE 'OPEN     '         TO WS-QE-STATUS-TEXT
           END-EVALUATE.
      *
       1360-GET-CUSTOMER-NAME.
      *
           MOVE SPACES                      TO CNAME2O.
           PERFORM 8100-CMF-OPEN.
           MOVE WS-QE-CUSTOMER-NUMBER       TO WS-CM-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-CM-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-CM-LAST-NAME         TO CNAME2O
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1365-GET-SHIP-TO-NAME.
      *
           MOVE SPACES                      TO SNAME2O.
           IF WS-QE-SHIP-TO-CODE NOT = SPACES
               PERFORM 8100-SHP-OPEN
               MOVE WS-QE-CUSTOMER-NUMBER   TO WS-SH-CUSTOMER-NUMBER
               MOVE WS-QE-SHIP-TO-CODE      TO WS-SH-SHIP-TO-CODE
               EXEC CICS
                   READ FILE  (WS-SHP-FILE-NAME-CNST)
                        INTO  (WS-SHIP-TO-RECORD)
                        RIDFLD(WS-SH-SHIP-TO-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-SH-NAME          TO SNAME2O
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-SHP-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
               END-IF
           END-IF.
      *
       1380-GET-QUOTE-LINES.
      *
      *    LOADS THE QUOTE'S QTLF2A LINES INTO WS-LINE-TABLE AND ONTO
      *    THE DATA MAP ROWS, TOTALLING THE LINE AMOUNTS AS IT GOES.
      *
           PERFORM 2230-CLEAR-LINE-ROWS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE ZERO                        TO WS-LN-ORDER-TOTAL.
           MOVE WS-FALSE-CNST               TO WS-QTL-STOP-SW.
           MOVE WS-QH-QUOTE-NUMBER          TO WS-QTL-BK-QUOTE.
           MOVE LOW-VALUES                  TO WS-QTL-BK-LINE.
      *
           PERFORM 8600-QTL-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 1385-LOAD-ONE-QUOTE-LINE
                   UNTIL WS-QTL-STOP-88
                      OR WS-LN-LINE-COUNT = WS-LN-MAX-LINES
               PERFORM 8950-QTL-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QTL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1385-LOAD-ONE-QUOTE-LINE.
      *
           PERFORM 8800-QTL-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QL-QUOTE-NUMBER NOT = WS-QH-QUOTE-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-QTL-STOP-SW
               ELSE
                   ADD 1 TO WS-LN-LINE-COUNT
                   MOVE WS-QL-ITEM-NUMBER
                     TO WS-LN-ITEM-NUMBER(WS-LN-LINE-COUNT)
                   MOVE WS-QL-ITEM-DESC
                     TO WS-LN-ITEM-DESC(WS-LN-LINE-COUNT)
                   MOVE WS-QL-QUANTITY
                     TO WS-LN-QUANTITY(WS-LN-LINE-COUNT)
                   MOVE WS-QL-UNIT-PRICE
                     TO WS-LN-UNIT-PRICE(WS-LN-LINE-COUNT)
                   MOVE WS-QL-LINE-AMOUNT
                     TO WS-LN-LINE-AMOUNT(WS-LN-LINE-COUNT)
                   MOVE WS-QL-UNIT-COST
                     TO WS-LN-UNIT-COST(WS-LN-LINE-COUNT)
                   MOVE WS-QL-PRICE-RULE
                     TO WS-LN-PRICE-RULE(WS-LN-LINE-COUNT)
                   ADD WS-QL-LINE-AMOUNT    TO WS-LN-ORDER-TOTAL
      *
                   MOVE WS-QL-ITEM-NUMBER
                     TO ITEMNO2O(WS-LN-LINE-COUNT)
                   MOVE WS-QL-ITEM-DESC
                     TO ITEMDESC2O(WS-LN-LINE-COUNT)
                   MOVE WS-QL-QUANTITY
                     TO QTY2O(WS-LN-LINE-COUNT)
                   MOVE WS-QL-UNIT-PRICE    TO WS-OE-PRICE-DISPLAY
                   MOVE WS-OE-PRICE-DISPLAY
                     TO PRICE2O(WS-LN-LINE-COUNT)
                   MOVE WS-QL-LINE-AMOUNT   TO WS-OE-TOTAL-DISPLAY
                   MOVE WS-OE-TOTAL-DISPLAY
                     TO LAMT2O(WS-LN-LINE-COUNT)
                   MOVE WS-QL-PRICE-RULE    TO WS-PL-RULE
                   PERFORM 2269-FORMAT-PRICE-RULE
                   MOVE WS-PL-RULE-TEXT
                     TO PRULE2O(WS-LN-LINE-COUNT)
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-QTL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-QTL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1390-PROTECT-LINE-FIELDS.
      *
           MOVE ATTR-PROT                   TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       1395-UNPROTECT-LINE-FIELDS.
      *
           MOVE ATTR-UNPROT                 TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-QT-TRANSID-CNST          TO TRANID2O.
      *
           EVALUATE TRUE
               WHEN WS-SEND-ERASE-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-ERASE-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP2-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT2F2AO)
                            ERASE
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP2    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'ERASE        ' TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-SEND-ERASE-ALARM-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-ERASE-ALARM-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP2-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT2F2AO)
                            ERASE
                            ALARM
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP2    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'ERASE ALARM  ' TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-SEND-DATAONLY-ALARM-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-DATAONLY-ALARM-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP2-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT2F2AO)
                            DATAONLY
                            ALARM
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP2    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'DATAONLY-ALARM'
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
           END-EVALUATE.
      *
       1500-SEND-KEY-MAP.
      *
           MOVE WS-QT-TRANSID-CNST          TO TRANID1O.
      *
           EVALUATE TRUE
               WHEN WS-SEND-ERASE-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-ERASE-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP1-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT1F2AO)
                            ERASE
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP1    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'ERASE        ' TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-SEND-ERASE-ALARM-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-ERASE-ALARM-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP1-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT1F2AO)
                            ERASE
                            ALARM
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP1    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'ERASE ALARM  ' TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-SEND-DATAONLY-ALARM-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-DATAONLY-ALARM-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-QT-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QT-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QT-MAP1-CNST)
                            MAPSET(WS-QT-MAPSET-CNST)
                            FROM  (QT1F2AO)
                            DATAONLY
                            ALARM
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP1    ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'DATAONLY ALARM'
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
           END-EVALUATE.
      *
       2000-PROCESS-ADD-QUOTE.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-QUOTE-DATA.
      *
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-QUOTE-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE SPACES              TO MSG1O
                   STRING 'Quote '
                          WS-QH-QUOTE-NUMBER
                          ' added - good until '
                          WS-QH-EXPIRY-DATE
                          '.'
                          DELIMITED BY SIZE
                     INTO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-QT-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO ACTIONL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       2100-RECEIVE-DATA-MAP.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'RECEIVE DATA MAP'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS RECEIVE MAP - MAPSET/MAP'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QT-MAPSET-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-QT-MAP2-CNST             TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-QT-MAP2-CNST)
                       MAPSET(WS-QT-MAPSET-CNST)
                       INTO  (QT2F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
           ELSE
               MOVE 'SEND MAP2    ' TO WS-RT-MSG-HEADER
               MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
               MOVE 'RECEIVE DATA MAP'
                 TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT QT2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-QUOTE-DATA.
      *
      *    A QUOTE IS PRICED THE WAY AN ORDER ENTERED TODAY WOULD BE
      *    AND THE SALES TAX ESTIMATED FROM THE CUSTOMER'S STATE. NO
      *    CREDIT CHECK IS MADE AND NO STOCK IS TOUCHED UNTIL THE
      *    QUOTE IS CONVERTED TO AN ORDER.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO CUSTNO2A
                                               SHIPTO2A
                                               EXPDATE2A.
           PERFORM 2210-INIT-LINE-ATTRS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           PERFORM 2215-EDIT-CUSTOMER.
      *
           IF WS-VALID-DATA-88
               PERFORM 2220-EDIT-SHIP-TO
           END-IF.
      *
           PERFORM 2225-EDIT-EXPIRY.
      *
           MOVE WS-QE-CUSTOMER-NUMBER       TO WS-PL-CUSTOMER-NUMBER.
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE ZERO                        TO WS-LN-ORDER-TOTAL.
           PERFORM 2240-EDIT-ONE-QUOTE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           IF WS-VALID-DATA-88 AND WS-LN-LINE-COUNT = ZERO
               MOVE ATTR-REVERSE            TO ITEMNO2A(1)
               MOVE -1                      TO ITEMNO2L(1)
               MOVE WS-ENTER-ONE-LINE       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF WS-VALID-DATA-88
               MOVE WS-LN-ORDER-TOTAL       TO WS-OE-TOTAL-DISPLAY
               MOVE WS-OE-TOTAL-DISPLAY     TO TOTAL2O
               MOVE WS-QE-TODAY-YYMMDD      TO WS-XM-ORDER-DATE
               PERFORM 2295-COMPUTE-SALES-TAX
           END-IF.
      *
       2210-INIT-LINE-ATTRS.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       2215-EDIT-CUSTOMER.
      *
           IF       CUSTNO2I = SPACE
                 OR CUSTNO2L = ZERO
               MOVE ATTR-REVERSE            TO CUSTNO2A
               MOVE -1                      TO CUSTNO2L
               MOVE SPACES                  TO CNAME2O
               MOVE WS-ENTER-CUST-NBR       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               MOVE CUSTNO2I                TO WS-QE-CUSTOMER-NUMBER
               PERFORM 8100-CMF-OPEN
               MOVE CUSTNO2I                TO WS-CM-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE  (WS-CMF-FILE-NAME-CNST)
                        INTO  (WS-CUSTOMER-MASTER-RECORD)
                        RIDFLD(WS-CM-CUSTOMER-NUMBER)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE        TO CUSTNO2A
                   MOVE -1                  TO CUSTNO2L
                   MOVE SPACES              TO CNAME2O
                   MOVE WS-CUST-DOES-NOT-EXIST
                                            TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-CMF-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   ELSE
                       MOVE WS-CM-LAST-NAME TO CNAME2O
                       IF WS-CM-STATUS-INACTIVE
                           MOVE ATTR-REVERSE
                             TO CUSTNO2A
                           MOVE -1          TO CUSTNO2L
                           MOVE WS-CUST-INACTIVE
                                            TO MSG2O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2220-EDIT-SHIP-TO.
      *
      *    A BLANK SHIP-TO CODE SHIPS TO THE CUSTOMER'S OWN ADDRESS.
      *
           IF       SHIPTO2I = SPACE
                 OR SHIPTO2L = ZERO
               MOVE SPACES                  TO WS-QE-SHIP-TO-CODE
                                               SNAME2O
           ELSE
               MOVE SHIPTO2I                TO WS-QE-SHIP-TO-CODE
               PERFORM 8100-SHP-OPEN
               MOVE WS-QE-CUSTOMER-NUMBER   TO WS-SH-CUSTOMER-NUMBER
               MOVE WS-QE-SHIP-TO-CODE      TO WS-SH-SHIP-TO-CODE
               EXEC CICS
                   READ FILE  (WS-SHP-FILE-NAME-CNST)
                        INTO  (WS-SHIP-TO-RECORD)
                        RIDFLD(WS-SH-SHIP-TO-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE        TO SHIPTO2A
                   MOVE -1                  TO SHIPTO2L
                   MOVE SPACES              TO SNAME2O
                   MOVE WS-SHIP-TO-DOES-NOT-EXIST
                                            TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-SHP-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   ELSE
                       MOVE WS-SH-NAME      TO SNAME2O
                       IF WS-SH-STATUS-INACTIVE
                           MOVE ATTR-REVERSE
                             TO SHIPTO2A
                           MOVE -1          TO SHIPTO2L
                           MOVE WS-SHIP-TO-INACTIVE
                                            TO MSG2O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2225-EDIT-EXPIRY.
      *
      *    A BLANK EXPIRY DATE GIVES THE STANDARD VALIDITY PERIOD
      *    FROM TODAY. A KEYED DATE MAY NOT BE EARLIER THAN TODAY.
      *
           PERFORM 1210-GET-TODAY.
      *
           IF       EXPDATE2I = SPACE
                 OR EXPDATE2L = ZERO
               PERFORM 2285-DEFAULT-EXPIRY
               MOVE WS-QE-EXPIRY-DATE       TO EXPDATE2O
           ELSE
               MOVE EXPDATE2I               TO WS-QE-DATE-R
               PERFORM 2288-CHECK-DATE
               IF      WS-QE-DATE-OK-88
                   AND WS-QE-DATE-R NOT < WS-QE-TODAY-YYMMDD
                   MOVE WS-QE-DATE-R        TO WS-QE-EXPIRY-DATE
               ELSE
                   MOVE SPACES              TO WS-QE-EXPIRY-DATE
                   MOVE ATTR-REVERSE        TO EXPDATE2A
                   MOVE -1                  TO EXPDATE2L
                   MOVE WS-EXPIRY-INVALID   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2230-CLEAR-LINE-ROWS.
      *
           MOVE SPACES                      TO ITEMNO2O(WS-LN-SUB)
                                               ITEMDESC2O(WS-LN-SUB)
                                               QTY2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
                                               PRULE2O(WS-LN-SUB)
                                               LAMT2O(WS-LN-SUB).
      *
       2240-EDIT-ONE-QUOTE-LINE.
      *
           MOVE WS-TRUE-CNST                TO WS-LN-LINE-OK-SW.
      *
           IF      (ITEMNO2I(WS-LN-SUB) = SPACE
                 OR ITEMNO2L(WS-LN-SUB) = ZERO)
               AND (QTY2I(WS-LN-SUB) = SPACE
                 OR QTY2L(WS-LN-SUB) = ZERO)
               MOVE SPACES                  TO ITEMDESC2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
                                               PRULE2O(WS-LN-SUB)
                                               LAMT2O(WS-LN-SUB)
           ELSE
               IF       ITEMNO2I(WS-LN-SUB) = SPACE
                     OR ITEMNO2L(WS-LN-SUB) = ZERO
                   MOVE ATTR-REVERSE        TO ITEMNO2A(WS-LN-SUB)
                   MOVE -1                  TO ITEMNO2L(WS-LN-SUB)
                   MOVE SPACES              TO ITEMDESC2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
                   MOVE WS-ENTER-ITEM-NBR   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
                   MOVE WS-FALSE-CNST       TO WS-LN-LINE-OK-SW
               ELSE
                   PERFORM 2250-GET-ITEM-RECORD
               END-IF
      *
               IF       QTY2I(WS-LN-SUB) = SPACE
                     OR QTY2L(WS-LN-SUB) = ZERO
                     OR QTY2I(WS-LN-SUB) IS NOT NUMERIC
                     OR QTY2I(WS-LN-SUB) = ZERO
                   MOVE ATTR-REVERSE        TO QTY2A(WS-LN-SUB)
                   MOVE -1                  TO QTY2L(WS-LN-SUB)
                   MOVE WS-ENTER-QTY        TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
                   MOVE WS-FALSE-CNST       TO WS-LN-LINE-OK-SW
               END-IF
      *
               IF WS-LN-LINE-OK-88
                   PERFORM 2260-ACCEPT-QUOTE-LINE
               END-IF
           END-IF.
      *
       2250-GET-ITEM-RECORD.
      *
           PERFORM 8100-ITM-OPEN.
           EXEC CICS
               READ FILE  (WS-ITM-FILE-NAME-CNST)
                    INTO  (WS-ITEM-RECORD)
                    RIDFLD(ITEMNO2I(WS-LN-SUB))
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE            TO ITEMNO2A(WS-LN-SUB)
               MOVE -1                      TO ITEMNO2L(WS-LN-SUB)
               MOVE SPACES                  TO ITEMDESC2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
               MOVE WS-ITEM-DOES-NOT-EXIST  TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
               MOVE WS-FALSE-CNST           TO WS-LN-LINE-OK-SW
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               ELSE
                   PERFORM 2255-LOOKUP-EFFECTIVE-PRICE
                   MOVE WS-IT-DESC          TO ITEMDESC2O(WS-LN-SUB)
                   MOVE WS-IT-UNIT-PRICE    TO WS-OE-PRICE-DISPLAY
                   MOVE WS-OE-PRICE-DISPLAY TO PRICE2O(WS-LN-SUB)
                   MOVE SPACES              TO PRULE2O(WS-LN-SUB)
                   IF WS-IT-STATUS-INACTIVE
                       MOVE ATTR-REVERSE    TO ITEMNO2A(WS-LN-SUB)
                       MOVE -1              TO ITEMNO2L(WS-LN-SUB)
                       MOVE WS-ITEM-INACTIVE
                                            TO MSG2O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                       MOVE WS-FALSE-CNST   TO WS-LN-LINE-OK-SW
                   END-IF
               END-IF
           END-IF.
      *
       2255-LOOKUP-EFFECTIVE-PRICE.
      *
           MOVE WS-QE-TODAY-YYMMDD          TO WS-PL-TODAY-YYMMDD.
           MOVE WS-FALSE-CNST               TO WS-PL-FOUND-SW
                                               WS-PL-STOP-SW.
           MOVE WS-IT-ITEM-NUMBER           TO WS-PL-BK-ITEM.
           MOVE LOW-VALUES                  TO WS-PL-BK-DATE.
      *
           PERFORM 8100-ITP-OPEN.
           EXEC CICS
               STARTBR FILE  (WS-ITP-FILE-NAME-CNST)
                       RIDFLD(WS-ITP-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2256-CHECK-ONE-PRICE
                   UNTIL WS-PL-STOP-88
               EXEC CICS
                   ENDBR FILE  (WS-ITP-FILE-NAME-CNST)
                         RESP  (WS-RESPONSE-CODE)
                         RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ITP-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           IF WS-PL-FOUND-88
               MOVE WS-PL-EFF-PRICE         TO WS-IT-UNIT-PRICE
           END-IF.
      *
           PERFORM 2257-LOOKUP-EFFECTIVE-COST.
      *
       2256-CHECK-ONE-PRICE.
      *
           EXEC CICS
               READNEXT FILE  (WS-ITP-FILE-NAME-CNST)
                        INTO  (WS-ITEM-PRICE-RECORD)
                        RIDFLD(WS-ITP-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF       WS-IP-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                     OR WS-IP-EFF-DATE > WS-PL-TODAY-YYMMDD
                   MOVE WS-TRUE-CNST        TO WS-PL-STOP-SW
               ELSE
                   MOVE WS-TRUE-CNST        TO WS-PL-FOUND-SW
                   MOVE WS-IP-UNIT-PRICE    TO WS-PL-EFF-PRICE
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-PL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITP-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2257-LOOKUP-EFFECTIVE-COST.
      *
           IF WS-IT-STD-COST IS NUMERIC
               MOVE WS-IT-STD-COST          TO WS-PL-EFF-COST
           ELSE
               MOVE ZERO                    TO WS-PL-EFF-COST
           END-IF.
      *
           MOVE WS-FALSE-CNST               TO WS-PL-STOP-SW.
           MOVE WS-IT-ITEM-NUMBER           TO WS-PL-CK-ITEM.
           MOVE LOW-VALUES                  TO WS-PL-CK-DATE.
      *
           PERFORM 8100-ITC-OPEN.
           EXEC CICS
               STARTBR FILE  (WS-ITC-FILE-NAME-CNST)
                       RIDFLD(WS-ITC-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2258-CHECK-ONE-COST
                   UNTIL WS-PL-STOP-88
               EXEC CICS
                   ENDBR FILE  (WS-ITC-FILE-NAME-CNST)
                         RESP  (WS-RESPONSE-CODE)
                         RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ITC-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2258-CHECK-ONE-COST.
      *
           EXEC CICS
               READNEXT FILE  (WS-ITC-FILE-NAME-CNST)
                        INTO  (WS-ITEM-COST-RECORD)
                        RIDFLD(WS-ITC-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF       WS-SC-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                     OR WS-SC-EFF-DATE > WS-PL-TODAY-YYMMDD
                   MOVE WS-TRUE-CNST        TO WS-PL-STOP-SW
               ELSE
                   MOVE WS-SC-UNIT-COST     TO WS-PL-EFF-COST
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-PL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITC-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2260-ACCEPT-QUOTE-LINE.
      *
           PERFORM 2262-APPLY-PRICE-RULES.
      *
           ADD 1 TO WS-LN-LINE-COUNT.
           MOVE ITEMNO2I(WS-LN-SUB)
             TO WS-LN-ITEM-NUMBER(WS-LN-LINE-COUNT).
           MOVE WS-IT-DESC
             TO WS-LN-ITEM-DESC(WS-LN-LINE-COUNT).
           MOVE QTY2I(WS-LN-SUB)
             TO WS-LN-QUANTITY(WS-LN-LINE-COUNT).
           MOVE WS-IT-UNIT-PRICE
             TO WS-LN-UNIT-PRICE(WS-LN-LINE-COUNT).
           MOVE WS-PL-EFF-COST
             TO WS-LN-UNIT-COST(WS-LN-LINE-COUNT).
           MOVE WS-PL-RULE
             TO WS-LN-PRICE-RULE(WS-LN-LINE-COUNT).
           COMPUTE WS-LN-LINE-AMOUNT(WS-LN-LINE-COUNT) ROUNDED =
                 WS-LN-QUANTITY(WS-LN-LINE-COUNT)
               * WS-LN-UNIT-PRICE(WS-LN-LINE-COUNT).
           ADD WS-LN-LINE-AMOUNT(WS-LN-LINE-COUNT)
             TO WS-LN-ORDER-TOTAL.
           MOVE WS-LN-LINE-AMOUNT(WS-LN-LINE-COUNT)
             TO WS-OE-TOTAL-DISPLAY.
           MOVE WS-OE-TOTAL-DISPLAY         TO LAMT2O(WS-LN-SUB).
      *
       2262-APPLY-PRICE-RULES.
      *
      *    THE QUANTITY BREAK REPLACES THE LIST PRICE ONLY WHEN IT IS
      *    LOWER. A CONTRACT PRICE EQUAL TO THE BEST SO FAR STILL
      *    NAMES THE CONTRACT, SO THE CUSTOMER SEES THE AGREED PRICE.
      *
           MOVE QTY2I(WS-LN-SUB)            TO WS-PL-LINE-QTY.
           MOVE WS-IT-UNIT-PRICE            TO WS-PL-BEST-PRICE.
           SET WS-PL-RULE-LIST-88           TO TRUE.
      *
           PERFORM 2266-LOOKUP-QTY-BREAK.
           IF       WS-PL-BREAK-88
                AND WS-PL-BREAK-PRICE < WS-PL-BEST-PRICE
               MOVE WS-PL-BREAK-PRICE       TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-QTY-BREAK-88  TO TRUE
           END-IF.
      *
           PERFORM 2263-LOOKUP-CONTRACT-PRICE.
           IF       WS-PL-CONTRACT-88
                AND WS-PL-CONTRACT-PRICE NOT > WS-PL-BEST-PRICE
               MOVE WS-PL-CONTRACT-PRICE    TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-CONTRACT-88   TO TRUE
           END-IF.
      *
           MOVE WS-PL-BEST-PRICE            TO WS-IT-UNIT-PRICE.
           MOVE WS-IT-UNIT-PRICE            TO WS-OE-PRICE-DISPLAY.
           MOVE WS-OE-PRICE-DISPLAY         TO PRICE2O(WS-LN-SUB).
           PERFORM 2269-FORMAT-PRICE-RULE.
           MOVE WS-PL-RULE-TEXT             TO PRULE2O(WS-LN-SUB).
      *
       2263-LOOKUP-CONTRACT-PRICE.
      *
      *    THE CUSTOMER'S CONTRACTS FOR THE ITEM ARE BROWSED IN START
      *    DATE ORDER - THE LATEST ACTIVE ONE STARTED ON OR BEFORE
      *    TODAY AND NOT YET ENDED WINS.
      *
           MOVE WS-FALSE-CNST               TO WS-PL-CONTRACT-SW
                                               WS-PL-STOP-SW.
           MOVE WS-PL-CUSTOMER-NUMBER       TO WS-PL-PK-CUSTOMER.
           MOVE WS-IT-ITEM-NUMBER           TO WS-PL-PK-ITEM.
           MOVE LOW-VALUES                  TO WS-PL-PK-DATE.
      *
           PERFORM 8100-CPR-OPEN.
           EXEC CICS
               STARTBR FILE  (WS-CPR-FILE-NAME-CNST)
                       RIDFLD(WS-CPR-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2264-CHECK-ONE-CONTRACT
                   UNTIL WS-PL-STOP-88
               EXEC CICS
                   ENDBR FILE  (WS-CPR-FILE-NAME-CNST)
                         RESP  (WS-RESPONSE-CODE)
                         RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-CPR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2264-CHECK-ONE-CONTRACT.
      *
           EXEC CICS
               READNEXT FILE  (WS-CPR-FILE-NAME-CNST)
                        INTO  (WS-CONTRACT-PRICE-RECORD)
                        RIDFLD(WS-CPR-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF       WS-CP-CUSTOMER-NUMBER
                            NOT = WS-PL-CUSTOMER-NUMBER
                     OR WS-CP-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                     OR WS-CP-START-DATE > WS-PL-TODAY-YYMMDD
                   MOVE WS-TRUE-CNST        TO WS-PL-STOP-SW
               ELSE
                   IF       WS-CP-STATUS-ACTIVE
                        AND WS-CP-END-DATE NOT < WS-PL-TODAY-YYMMDD
                       MOVE WS-TRUE-CNST    TO WS-PL-CONTRACT-SW
                       MOVE WS-CP-UNIT-PRICE
                         TO WS-PL-CONTRACT-PRICE
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-PL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CPR-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2266-LOOKUP-QTY-BREAK.
      *
           MOVE WS-FALSE-CNST               TO WS-PL-BREAK-SW.
           MOVE WS-IT-ITEM-NUMBER           TO WS-QB-ITEM-NUMBER.
      *
           PERFORM 8100-QBK-OPEN.
           EXEC CICS
               READ FILE  (WS-QBK-FILE-NAME-CNST)
                    INTO  (WS-QTY-BREAK-RECORD)
                    RIDFLD(WS-QB-ITEM-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QB-STATUS-ACTIVE
                   PERFORM 2267-CHECK-ONE-TIER
                       VARYING WS-PL-TIER-SUB FROM 1 BY 1
                           UNTIL WS-PL-TIER-SUB > 5
               END-IF
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-QBK-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2267-CHECK-ONE-TIER.
      *
      *    THE TIERS ARE HELD IN ASCENDING ORDER, SO THE LAST ONE THE
      *    LINE QUANTITY REACHES IS THE HIGHEST BREAK.
      *
           IF       WS-QB-FROM-QTY(WS-PL-TIER-SUB) > ZERO
                AND WS-QB-FROM-QTY(WS-PL-TIER-SUB) NOT > WS-PL-LINE-QTY
                AND WS-QB-UNIT-PRICE(WS-PL-TIER-SUB) > ZERO
               MOVE WS-TRUE-CNST            TO WS-PL-BREAK-SW
               MOVE WS-QB-UNIT-PRICE(WS-PL-TIER-SUB)
                 TO WS-PL-BREAK-PRICE
           END-IF.
      *
       2269-FORMAT-PRICE-RULE.
      *
           EVALUATE TRUE
               WHEN WS-PL-RULE-CONTRACT-88
                   MOVE 'CONTRACT'          TO WS-PL-RULE-TEXT
               WHEN WS-PL-RULE-QTY-BREAK-88
                   MOVE 'QTYBREAK'          TO WS-PL-RULE-TEXT
               WHEN OTHER
                   MOVE 'LIST    '          TO WS-PL-RULE-TEXT
           END-EVALUATE.
      *
       2270-CHECK-CREDIT-LIMIT.
      *
      *    RUN WHEN THE QUOTE IS CONVERTED, AGAINST THE CUSTOMER'S
      *    EXPOSURE ON THAT DAY. AN OVER-LIMIT ORDER IS CAPTURED AS
      *    HELD FOR THE ORDHLF2A SUPERVISOR RELEASE SCREEN, AND A
      *    CUSTOMER ON ACCOUNT HOLD HAS EVERY ORDER HELD, EXACTLY AS
      *    FOR AN ORDER ENTERED ON ORDERF2A.
      *
           MOVE WS-FALSE-CNST               TO WS-CL-CREDIT-HELD-SW.
           MOVE WS-FALSE-CNST               TO WS-CL-ACCOUNT-HELD-SW.
           MOVE SPACES                      TO WS-CL-HOLD-REASON.
           IF WS-CM-ON-HOLD
               MOVE WS-TRUE-CNST            TO WS-CL-CREDIT-HELD-SW
               MOVE WS-TRUE-CNST            TO WS-CL-ACCOUNT-HELD-SW
               MOVE WS-CM-HOLD-REASON       TO WS-CL-HOLD-REASON
           ELSE
               IF WS-CM-CREDIT-LIMIT > ZERO
                   PERFORM 2280-TOTAL-OPEN-EXPOSURE
                   IF WS-CL-OPEN-EXPOSURE + WS-LN-ORDER-TOTAL
                        > WS-CM-CREDIT-LIMIT + WS-CL-EXCLUDE-AMOUNT
                       MOVE WS-TRUE-CNST    TO WS-CL-CREDIT-HELD-SW
                       MOVE 'OVER CREDIT LIMIT'
                         TO WS-CL-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
      *
       2280-TOTAL-OPEN-EXPOSURE.
      *
           MOVE ZERO                        TO WS-CL-OPEN-EXPOSURE.
           MOVE WS-FALSE-CNST               TO WS-CL-STOP-SW.
           MOVE WS-CL-CUSTOMER-NUMBER       TO WS-CL-BROWSE-KEY.
      *
           PERFORM 8155-ORD-CNDX-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ORD-CNDX-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               STARTBR FILE  (WS-ORD-CNDX-NAME-CNST)
                       RIDFLD(WS-CL-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2290-ADD-ONE-EXPOSURE
                   UNTIL WS-CL-STOP-88
               EXEC CICS
                   ENDBR FILE  (WS-ORD-CNDX-NAME-CNST)
                         RESP  (WS-RESPONSE-CODE)
                         RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ORD-CNDX-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2285-DEFAULT-EXPIRY.
      *
      *    TODAY PLUS THE VALIDITY PERIOD, ROLLED ON INTO THE
      *    FOLLOWING MONTH (AND YEAR) AS OFTEN AS IT OVERRUNS.
      *
           MOVE WS-QE-TODAY-YYMMDD          TO WS-QE-DATE-R.
           ADD WS-QE-VALID-DAYS             TO WS-QE-DD.
           PERFORM 2287-GET-MONTH-MAX.
           PERFORM 2286-ROLL-EXPIRY-MONTH
               UNTIL WS-QE-DD NOT > WS-QE-MONTH-MAX.
           MOVE WS-QE-DATE-R                TO WS-QE-EXPIRY-DATE.
      *
       2286-ROLL-EXPIRY-MONTH.
      *
           SUBTRACT WS-QE-MONTH-MAX         FROM WS-QE-DD.
           ADD 1                            TO WS-QE-MM.
           IF WS-QE-MM > 12
               MOVE 01                      TO WS-QE-MM
               ADD 1                        TO WS-QE-YY
           END-IF.
           PERFORM 2287-GET-MONTH-MAX.
      *
       2287-GET-MONTH-MAX.
      *
           MOVE WS-MONTH-DAYS(WS-QE-MM)     TO WS-QE-MONTH-MAX.
           IF WS-QE-MM = 02
               DIVIDE WS-QE-YY BY 4
                   GIVING WS-QE-LEAP-QUOTIENT
                   REMAINDER WS-QE-LEAP-REMAINDER
               IF WS-QE-LEAP-REMAINDER = ZERO
                   MOVE 29                  TO WS-QE-MONTH-MAX
               END-IF
           END-IF.
      *
       2288-CHECK-DATE.
      *
      *    CHECKS THE YYMMDD IN WS-QE-DATE-R IS A REAL CALENDAR DATE.
      *
           MOVE WS-TRUE-CNST                TO WS-QE-DATE-OK-SW.
           IF WS-QE-DATE-R IS NOT NUMERIC
               MOVE WS-FALSE-CNST           TO WS-QE-DATE-OK-SW
           ELSE
               IF WS-QE-MM < 01 OR WS-QE-MM > 12
                   MOVE WS-FALSE-CNST       TO WS-QE-DATE-OK-SW
               ELSE
                   PERFORM 2287-GET-MONTH-MAX
                   IF WS-QE-DD < 01 OR WS-QE-DD > WS-QE-MONTH-MAX
                       MOVE WS-FALSE-CNST   TO WS-QE-DATE-OK-SW
                   END-IF
               END-IF
           END-IF.
      *
       2290-ADD-ONE-EXPOSURE.
      *
           EXEC CICS
               READNEXT FILE  (WS-ORD-CNDX-NAME-CNST)
                        INTO  (WS-ORDER-RECORD)
                        RIDFLD(WS-CL-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-OR-CUSTOMER-NUMBER NOT = WS-CL-CUSTOMER-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-CL-STOP-SW
               ELSE
                   IF WS-OR-STATUS-EXPOSED
                       ADD WS-OR-TOTAL-AMOUNT
                         TO WS-CL-OPEN-EXPOSURE
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-CL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ORD-CNDX-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2295-COMPUTE-SALES-TAX.
      *
      *    THE RATE COMES FROM THE TAXF2A RECORD FOR THE CUSTOMER'S
      *    STATE - A STATE WITH NO RECORD IS NON-TAXABLE AND THE TAX
      *    IS ZERO. A CUSTOMER HOLDING A VALID EXEMPTION CERTIFICATE
      *    FOR THE STATE ON WS-XM-ORDER-DATE IS NOT TAXED. THE TOTAL
      *    STAYS MERCHANDISE ONLY.
      *
           MOVE ZERO                        TO WS-LN-TAX-AMOUNT.
           IF WS-CM-STATE NOT = SPACES
               PERFORM 8100-TAX-OPEN
               EXEC CICS
                   READ FILE  (WS-TAX-FILE-NAME-CNST)
                        INTO  (WS-TAX-RATE-RECORD)
                        RIDFLD(WS-CM-STATE)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 2296-CHECK-TAX-EXEMPTION
                   IF NOT WS-XM-EXEMPT-88
                       COMPUTE WS-LN-TAX-AMOUNT ROUNDED =
                           WS-LN-ORDER-TOTAL * WS-TX-TAX-RATE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-TAX-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
               END-IF
           END-IF.
      *
           MOVE WS-LN-TAX-AMOUNT            TO WS-OE-TAX-DISPLAY.
           MOVE WS-OE-TAX-DISPLAY           TO TAX2O.
      *
       2296-CHECK-TAX-EXEMPTION.
      *
           MOVE WS-FALSE-CNST               TO WS-XM-EXEMPT-SW.
      *
           PERFORM 8100-TXE-OPEN.
           EXEC CICS
               READ FILE  (WS-TXE-FILE-NAME-CNST)
                    INTO  (WS-TAX-EXEMPTION-RECORD)
                    RIDFLD(WS-CM-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF      WS-TE-STATUS-ACTIVE
                   AND WS-TE-EXEMPT-STATE = WS-CM-STATE
                   AND WS-TE-EXPIRY-DATE NOT < WS-XM-ORDER-DATE
                   MOVE WS-TRUE-CNST        TO WS-XM-EXEMPT-SW
               END-IF
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-TXE-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2300-WRITE-QUOTE-RECORD.
      *
           PERFORM 8100-QTH-OPEN.
           MOVE SPACES                      TO WS-QUOTE-HEADER-RECORD.
           MOVE WS-CA-QT-NUMBER             TO WS-QH-QUOTE-NUMBER.
           MOVE WS-QE-CUSTOMER-NUMBER       TO WS-QH-CUSTOMER-NUMBER.
           MOVE WS-QE-SHIP-TO-CODE          TO WS-QH-SHIP-TO-CODE.
           MOVE WS-QE-TODAY-YYMMDD          TO WS-QH-QUOTE-DATE.
           MOVE WS-QE-EXPIRY-DATE           TO WS-QH-EXPIRY-DATE.
           SET WS-QH-STATUS-OPEN            TO TRUE.
           MOVE WS-LN-LINE-COUNT            TO WS-QH-LINE-COUNT.
           MOVE WS-LN-ORDER-TOTAL           TO WS-QH-TOTAL-AMOUNT.
           MOVE WS-LN-TAX-AMOUNT            TO WS-QH-TAX-AMOUNT.
           SET WS-QH-DOC-REQUESTED          TO TRUE.
           MOVE EIBOPID                     TO WS-QH-ENTERED-USERID.
           PERFORM 4500-STAMP-QUOTE-RECORD.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QTH-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-QTH-FILE-NAME-CNST)
                     FROM  (WS-QUOTE-HEADER-RECORD)
                     RIDFLD(WS-QH-QUOTE-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QTH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2350-WRITE-QUOTE-LINES
           END-IF.
      *
       2350-WRITE-QUOTE-LINES.
      *
           PERFORM 2360-WRITE-ONE-QUOTE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-LINE-COUNT.
           MOVE DFHRESP(NORMAL)             TO WS-RESPONSE-CODE.
      *
       2360-WRITE-ONE-QUOTE-LINE.
      *
           PERFORM 8100-QTL-OPEN.
           MOVE SPACES                      TO WS-QUOTE-LINE-RECORD.
           MOVE WS-QH-QUOTE-NUMBER          TO WS-QL-QUOTE-NUMBER.
           MOVE WS-LN-SUB                   TO WS-LN-LINE-NBR-9.
           MOVE WS-LN-LINE-NBR-9            TO WS-QL-LINE-NUMBER.
           MOVE WS-LN-ITEM-NUMBER(WS-LN-SUB)
             TO WS-QL-ITEM-NUMBER.
           MOVE WS-LN-ITEM-DESC(WS-LN-SUB)  TO WS-QL-ITEM-DESC.
           MOVE WS-LN-QUANTITY(WS-LN-SUB)   TO WS-QL-QUANTITY.
           MOVE WS-LN-UNIT-PRICE(WS-LN-SUB) TO WS-QL-UNIT-PRICE.
           MOVE WS-LN-LINE-AMOUNT(WS-LN-SUB)
             TO WS-QL-LINE-AMOUNT.
           MOVE WS-LN-UNIT-COST(WS-LN-SUB)  TO WS-QL-UNIT-COST.
           MOVE WS-LN-PRICE-RULE(WS-LN-SUB) TO WS-QL-PRICE-RULE.
      *
           EXEC CICS
               WRITE FILE  (WS-QTL-FILE-NAME-CNST)
                     FROM  (WS-QUOTE-LINE-RECORD)
                     RIDFLD(WS-QL-LINE-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QTL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3000-PROCESS-INQUIRE-QUOTE.
      *
           MOVE -1                          TO ACTIONL.
           SET WS-SEND-ERASE-88             TO TRUE.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4000-PROCESS-CONVERT-QUOTE.
      *
      *    THE QUOTE IS RE-READ FOR UPDATE AND MUST BE UNCHANGED
      *    SINCE IT WAS SHOWN AND STILL WITHIN ITS EXPIRY DATE.
      *
           MOVE WS-CA-QT-NUMBER             TO WS-QH-QUOTE-NUMBER.
           PERFORM 4200-READ-QUOTE-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QUOTE-HEADER-RECORD = WS-CA-QT-RECORD
                   PERFORM 1210-GET-TODAY
                   IF WS-QH-EXPIRY-DATE < WS-QE-TODAY-YYMMDD
                       MOVE WS-QT-EXPIRED   TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   ELSE
                       PERFORM 4100-CONVERT-QUOTE
                   END-IF
               ELSE
                   MOVE WS-QT-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-QT-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ACTIONL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4100-CONVERT-QUOTE.
      *
      *    THE ORDER IS RAISED AT THE QUOTED PRICES. THE CUSTOMER
      *    MUST STILL BE ACTIVE, AND THE CREDIT CHECK, SALES TAX AND
      *    STOCK ALLOCATION ARE DONE AS OF TODAY JUST AS FOR AN ORDER
      *    KEYED ON ORDERF2A.
      *
           PERFORM 8100-CMF-OPEN.
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-CM-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-CM-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE WS-CUST-DOES-NOT-EXIST  TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               ELSE
                   IF WS-CM-STATUS-INACTIVE
                       MOVE WS-CUST-INACTIVE
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-VALID-DATA-88
               PERFORM 1380-GET-QUOTE-LINES
               IF WS-LN-LINE-COUNT = ZERO
                   MOVE WS-QT-NO-LINES      TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
           IF WS-VALID-DATA-88
               MOVE WS-QH-CUSTOMER-NUMBER   TO WS-CL-CUSTOMER-NUMBER
               MOVE ZERO                    TO WS-CL-EXCLUDE-AMOUNT
               PERFORM 2270-CHECK-CREDIT-LIMIT
               MOVE WS-QE-TODAY-YYMMDD      TO WS-XM-ORDER-DATE
               PERFORM 2295-COMPUTE-SALES-TAX
               PERFORM 4250-ASSIGN-ORDER-NUMBER
           END-IF.
      *
           IF WS-VALID-DATA-88
               PERFORM 4300-WRITE-ORDER-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-OR-ORDER-NUMBER  TO WS-OJ-ORDER-NUMBER
                   SET WS-OJ-ACTION-ADD     TO TRUE
                   MOVE LOW-VALUE           TO WS-OJ-BEFORE-IMAGE
                   MOVE WS-ORDER-RECORD     TO WS-OJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-ORDER-JOURNAL
      *
                   SET WS-QH-STATUS-CONVERTED
                                            TO TRUE
                   MOVE WS-OR-ORDER-NUMBER  TO WS-QH-ORDER-NUMBER
                   MOVE WS-QE-TODAY-YYMMDD  TO WS-QH-CLOSED-DATE
                   PERFORM 4500-STAMP-QUOTE-RECORD
                   PERFORM 4600-REWRITE-QUOTE-RECORD
      *
                   EVALUATE TRUE
                       WHEN WS-CL-ACCOUNT-HELD-88
                           MOVE ' - held, account is on hold.'
                             TO WS-QE-RESULT-TEXT
                       WHEN WS-CL-CREDIT-HELD-88
                           MOVE ' - held for credit approval.'
                             TO WS-QE-RESULT-TEXT
                       WHEN WS-LN-STOCK-SHORT-88
                           MOVE ' - backordered, stock is short.'
                             TO WS-QE-RESULT-TEXT
                       WHEN OTHER
                           MOVE '.'         TO WS-QE-RESULT-TEXT
                   END-EVALUATE
                   MOVE SPACES              TO MSG1O
                   STRING 'Quote converted to order '
                          WS-OR-ORDER-NUMBER
                          WS-QE-RESULT-TEXT
                          DELIMITED BY SIZE
                     INTO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-ORD-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-SEND-ERASE-ALARM-88   TO TRUE
           END-IF.
      *
       4200-READ-QUOTE-FOR-UPDATE.
      *
           PERFORM 8100-QTH-OPEN.
           EXEC CICS
               READ FILE  (WS-QTH-FILE-NAME-CNST)
                    INTO  (WS-QUOTE-HEADER-RECORD)
                    RIDFLD(WS-QH-QUOTE-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE UPDATE'      TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QTH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4250-ASSIGN-ORDER-NUMBER.
      *
      *    THE ORDER TAKES THE NEXT NUMBER IN THE ORDERF2A SERIES.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-ORDERNO-KEY)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD 1                    TO WS-CT-LAST-NUMBER
                   EXEC CICS
                       REWRITE FILE (WS-CTL-FILE-NAME-CNST)
                               FROM (WS-CONTROL-RECORD)
                               RESP (WS-RESPONSE-CODE)
                               RESP2(WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'REWRITE FILE   '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-CTL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES              TO WS-CONTROL-RECORD
                   MOVE WS-CW-ORDERNO-KEY   TO WS-CT-CONTROL-ID
                   MOVE 1                   TO WS-CT-LAST-NUMBER
                   EXEC CICS
                       WRITE FILE  (WS-CTL-FILE-NAME-CNST)
                             FROM  (WS-CONTROL-RECORD)
                             RIDFLD(WS-CT-CONTROL-ID)
                             RESP  (WS-RESPONSE-CODE)
                             RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'WRITE FILE     '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-CTL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN OTHER
                   MOVE WS-ORD-CTL-REC-MISSING
                                            TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
           END-EVALUATE.
      *
           IF WS-VALID-DATA-88
               MOVE WS-CT-LAST-NUMBER       TO WS-QE-ORDER-NUMBER
           END-IF.
      *
       4300-WRITE-ORDER-RECORD.
      *
           PERFORM 8100-ORD-OPEN.
           MOVE SPACES                      TO WS-ORDER-RECORD.
           MOVE WS-QE-ORDER-NUMBER          TO WS-OR-ORDER-NUMBER.
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-OR-CUSTOMER-NUMBER.
           MOVE WS-LN-ITEM-NUMBER(1)        TO WS-OR-ITEM-NUMBER.
           MOVE WS-LN-ITEM-DESC(1)          TO WS-OR-ITEM-DESC.
           MOVE WS-LN-QUANTITY(1)           TO WS-OR-QUANTITY.
           MOVE WS-LN-UNIT-PRICE(1)         TO WS-OR-UNIT-PRICE.
           MOVE WS-LN-ORDER-TOTAL           TO WS-OR-TOTAL-AMOUNT.
           MOVE SPACES                      TO WS-OR-SHIP-DATE.
           MOVE ZERO                        TO WS-OR-QTY-SHIPPED.
           MOVE WS-QH-SHIP-TO-CODE          TO WS-OR-SHIP-TO-CODE.
           MOVE WS-LN-TAX-AMOUNT            TO WS-OR-TAX-AMOUNT.
           MOVE SPACES                      TO WS-OR-HOLD-USERID.
           MOVE WS-CL-HOLD-REASON           TO WS-OR-HOLD-REASON.
           MOVE WS-NO-CNST                  TO WS-OR-PICKED-FLAG.
           IF WS-CL-CREDIT-HELD-88
               MOVE WS-FALSE-CNST           TO WS-LN-STOCK-SHORT-SW
               SET WS-OR-STATUS-HELD        TO TRUE
           ELSE
               PERFORM 4320-CHECK-STOCK-COVERAGE
               IF WS-LN-STOCK-SHORT-88
                   SET WS-OR-STATUS-BACKORDERED
                       TO TRUE
               ELSE
                   SET WS-OR-STATUS-OPEN    TO TRUE
               END-IF
           END-IF.
      *
           MOVE EIBOPID                     TO WS-OR-ENTERED-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          YYMMDD (WS-OR-ORDER-DATE)
           END-EXEC.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ORD-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-ORD-FILE-NAME-CNST)
                     FROM  (WS-ORDER-RECORD)
                     RIDFLD(WS-OR-ORDER-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 4350-WRITE-ORDER-LINES
           END-IF.
      *
       4320-CHECK-STOCK-COVERAGE.
      *
      *    ALL-OR-NOTHING, AS ON ORDERF2A - WHEN EVERY LINE CAN BE
      *    COVERED FROM AVAILABLE STOCK THE WHOLE ORDER IS ALLOCATED
      *    AND GOES OPEN, OTHERWISE IT IS BACKORDERED.
      *
           MOVE WS-FALSE-CNST               TO WS-LN-STOCK-SHORT-SW.
           PERFORM 4330-CHECK-ONE-LINE-STOCK
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-LINE-COUNT.
      *
       4330-CHECK-ONE-LINE-STOCK.
      *
           PERFORM 8100-ITM-OPEN.
           EXEC CICS
               READ FILE  (WS-ITM-FILE-NAME-CNST)
                    INTO  (WS-ITEM-RECORD)
                    RIDFLD(WS-LN-ITEM-NUMBER(WS-LN-SUB))
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               COMPUTE WS-LN-AVAILABLE-QTY =
                   WS-IT-QTY-ON-HAND - WS-IT-QTY-ALLOCATED
               IF WS-LN-QUANTITY(WS-LN-SUB) > WS-LN-AVAILABLE-QTY
                   MOVE WS-TRUE-CNST        TO WS-LN-STOCK-SHORT-SW
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-LN-STOCK-SHORT-SW
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       4350-WRITE-ORDER-LINES.
      *
           PERFORM 4360-WRITE-ONE-ORDER-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-LINE-COUNT.
           IF      NOT WS-LN-STOCK-SHORT-88
               AND NOT WS-CL-CREDIT-HELD-88
               PERFORM 4370-ALLOCATE-ONE-LINE
                   VARYING WS-LN-SUB FROM 1 BY 1
                       UNTIL WS-LN-SUB > WS-LN-LINE-COUNT
           END-IF.
           MOVE DFHRESP(NORMAL)             TO WS-RESPONSE-CODE.
      *
       4360-WRITE-ONE-ORDER-LINE.
      *
           PERFORM 8100-ODL-OPEN.
           MOVE WS-OR-ORDER-NUMBER          TO WS-OL-ORDER-NUMBER.
           MOVE WS-LN-SUB                   TO WS-LN-LINE-NBR-9.
           MOVE WS-LN-LINE-NBR-9            TO WS-OL-LINE-NUMBER.
           MOVE WS-LN-ITEM-NUMBER(WS-LN-SUB)
             TO WS-OL-ITEM-NUMBER.
           MOVE WS-LN-ITEM-DESC(WS-LN-SUB)  TO WS-OL-ITEM-DESC.
           MOVE WS-LN-QUANTITY(WS-LN-SUB)   TO WS-OL-QUANTITY.
           MOVE WS-LN-UNIT-PRICE(WS-LN-SUB) TO WS-OL-UNIT-PRICE.
           MOVE WS-LN-UNIT-COST(WS-LN-SUB)  TO WS-OL-UNIT-COST.
           MOVE WS-LN-PRICE-RULE(WS-LN-SUB) TO WS-OL-PRICE-RULE.
           MOVE WS-LN-LINE-AMOUNT(WS-LN-SUB)
             TO WS-OL-LINE-AMOUNT.
           MOVE ZERO                        TO WS-OL-QTY-RETURNED.
           MOVE ZERO                        TO WS-OL-QTY-SHIPPED.
           SET WS-OL-STATUS-OPEN            TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-ODL-FILE-NAME-CNST)
                     FROM  (WS-ORDER-LINE-RECORD)
                     RIDFLD(WS-OL-LINE-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ODL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4370-ALLOCATE-ONE-LINE.
      *
           MOVE WS-LN-ITEM-NUMBER(WS-LN-SUB)
             TO WS-IT-ITEM-NUMBER.
           PERFORM 7100-READ-ITEM-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-LN-QUANTITY(WS-LN-SUB)
                 TO WS-IT-QTY-ALLOCATED
               PERFORM 7200-REWRITE-ITEM-RECORD
               SET WS-IL-MOVE-ALLOCATE      TO TRUE
               MOVE WS-LN-QUANTITY(WS-LN-SUB)
                 TO WS-IL-QUANTITY
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
      *
       4500-STAMP-QUOTE-RECORD.
      *
           MOVE EIBOPID                     TO WS-QH-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          MMDDYY (WS-QH-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-QH-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-QUOTE-RECORD.
      *
           EXEC CICS
               REWRITE FILE (WS-QTH-FILE-NAME-CNST)
                       FROM (WS-QUOTE-HEADER-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QTH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-LOST-QUOTE.
      *
      *    A LOST QUOTE IS CLOSED WITH THE REASON THE CUSTOMER GAVE.
      *    AN OPEN QUOTE LEFT TO RUN PAST ITS EXPIRY IS COUNTED AS
      *    LOST BY THE QTRPTF2A REPORT WITHOUT BEING MARKED HERE.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           MOVE ATTR-NO-HIGHLIGHT           TO REASON2A.
      *
           IF       REASON2I = SPACE
                 OR REASON2L = ZERO
               MOVE ATTR-REVERSE            TO REASON2A
               MOVE -1                      TO REASON2L
               MOVE WS-ENTER-REASON         TO MSG2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE WS-CA-QT-NUMBER         TO WS-QH-QUOTE-NUMBER
               PERFORM 4200-READ-QUOTE-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-QUOTE-HEADER-RECORD = WS-CA-QT-RECORD
                       PERFORM 1210-GET-TODAY
                       SET WS-QH-STATUS-LOST
                                            TO TRUE
                       MOVE REASON2I        TO WS-QH-LOST-REASON
                       MOVE WS-QE-TODAY-YYMMDD
                                            TO WS-QH-CLOSED-DATE
                       PERFORM 4500-STAMP-QUOTE-RECORD
                       PERFORM 4600-REWRITE-QUOTE-RECORD
                       MOVE WS-QT-MARKED-LOST
                                            TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-QT-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-QT-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO ACTIONL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           END-IF.
      *
       6000-PROCESS-QUOTE-DOCUMENT.
      *
      *    FLAGS THE QUOTE FOR THE NEXT QTDOCF2A RUN, WHICH PRINTS
      *    IT AND E-MAILS IT TO A CUSTOMER WITH AN ADDRESS ON FILE.
      *
           MOVE WS-CA-QT-NUMBER             TO WS-QH-QUOTE-NUMBER.
           PERFORM 4200-READ-QUOTE-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QUOTE-HEADER-RECORD = WS-CA-QT-RECORD
                   SET WS-QH-DOC-REQUESTED  TO TRUE
                   PERFORM 4500-STAMP-QUOTE-RECORD
                   PERFORM 4600-REWRITE-QUOTE-RECORD
                   MOVE WS-QT-DOC-REQUESTED TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-QT-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-QT-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ACTIONL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       7100-READ-ITEM-FOR-UPDATE.
      *
           PERFORM 8100-ITM-OPEN.
           EXEC CICS
               READ FILE  (WS-ITM-FILE-NAME-CNST)
                    INTO  (WS-ITEM-RECORD)
                    RIDFLD(WS-IT-ITEM-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE UPDATE'      TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ITM-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       7200-REWRITE-ITEM-RECORD.
      *
           EXEC CICS
               REWRITE FILE (WS-ITM-FILE-NAME-CNST)
                       FROM (WS-ITEM-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ITM-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       7300-LOG-ORDER-MOVEMENT.
      *
           SET WS-IL-REF-ORDER              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IL-REFERENCE.
           PERFORM 8500-WRITE-STOCK-MOVEMENT.
      *
       COPY QTHOPEN.
      *
       COPY QTHCLOSE.
      *
       COPY QTLOPEN.
      *
       COPY QTLCLOSE.
      *
       COPY CMFOPEN.
      *
       COPY CMFCLOSE.
      *
       COPY SHPOPEN.
      *
       COPY SHPCLOSE.
      *
       COPY ITMOPEN.
      *
       COPY ITMCLOSE.
      *
       COPY CTLOPEN.
      *
       COPY CTLCLOSE.
      *
       COPY ORDOPEN.
      *
       COPY ORDCLOSE.
      *
       COPY ODLOPEN.
      *
       COPY ODLCLOSE.
      *
       COPY ORDXOPEN.
      *
       COPY ORDXCLOS.
      *
       COPY TAXOPEN.
      *
       COPY TAXCLOSE.
      *
       COPY TXEOPEN.
      *
       COPY TXECLOSE.
      *
       COPY ITPOPEN.
      *
       COPY ITPCLOSE.
      *
       COPY ITCOPEN.
      *
       COPY ITCCLOSE.
      *
       COPY CPROPEN.
      *
       COPY CPRCLOSE.
      *
       COPY QBKOPEN.
      *
       COPY QBKCLOSE.
      *
       COPY OJLOPEN.
      *
       COPY OJLCLOSE.
      *
       COPY OJLWRITE.
      *
       COPY ILGOPEN.
      *
       COPY ILGCLOSE.
      *
       COPY ILGWRITE.
      *
       8600-QTL-STARTBR.
      *
           PERFORM 8100-QTL-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QTL-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               STARTBR FILE  (WS-QTL-FILE-NAME-CNST)
                       RIDFLD(WS-QTL-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8800-QTL-READNEXT.
      *
           EXEC CICS
               READNEXT FILE  (WS-QTL-FILE-NAME-CNST)
                        INTO  (WS-QUOTE-LINE-RECORD)
                        RIDFLD(WS-QTL-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8950-QTL-ENDBR.
      *
           EXEC CICS
               ENDBR FILE  (WS-QTL-FILE-NAME-CNST)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
