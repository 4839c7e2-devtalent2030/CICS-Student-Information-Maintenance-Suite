      *                     quantity) per order - and applies the same
      *                     edits as online entry: active customer on
      *                     CMFF2A, active item on ITEMF2A with the
      *                     current price pulled in, the credit exposure
      *                     check against WS-CM-CREDIT-LIMIT through the
      *                     ORDCNDX chain, ship-to and sales tax
      *                     handling. Accepted orders draw a number from
      *                     the CTLF2A ORDERNO record and are written to
      *                     ORDRF2A/ORDLF2A with stock allocated
      *                     all-or-nothing the way ORDERF2A does it
      *                     (short orders go BACKORDERED). Rejected
      *                     orders are listed with reasons so the
      *                     storefront team can fix and resubmit. Every
      *                     accepted order is journalled to the ORDJNL
      *                     append extract so the ORDBLF2A balancing
      *                     report sees the intake's adds, and every
      *                     line allocated is appended to the ITMLDGR
      *                     stock movement ledger extract. Each line
      *                     captures the ITCF2A standard cost in force
      *                     on the run date beside its price, as online
      *                     entry does, for the MRGRPF2A gross margin
      *                     report. Customers holding a valid TXEF2A
      *                     sales tax exemption certificate for their
      *                     state are not taxed. Orders for a customer
      *                     on account hold from the CMCRVF2A credit
      *                     review are accepted as HELD with the
      *                     customer's hold reason stamped on the order.
      *                     Each line is charged the lowest of the list
      *                     price, the customer's CPRF2A contract price
      *                     in force on the run date and the highest
      *                     QBKF2A quantity break the line reaches, as
      *                     online entry does, with the pricing rule
      *                     kept on ORDLF2A and the contract and
      *                     quantity-break priced lines counted on the
      *                     report totals.
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITPFILE-SW.

           SELECT ITC-FILE ASSIGN TO ITCFILE
               RECORD KEY IS ITC-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITCFILE-SW.

           SELECT SHP-FILE ASSIGN TO SHPFILE
               RECORD KEY IS SHP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TAXFILE-SW.

           SELECT TXE-FILE ASSIGN TO TXEFILE
               RECORD KEY IS TXE-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TXEFILE-SW.

           SELECT CPR-FILE ASSIGN TO CPRFILE
               RECORD KEY IS CPR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CPRFILE-SW.

           SELECT QBK-FILE ASSIGN TO QBKFILE
               RECORD KEY IS QBK-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-QBKFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OJLFILE-SW.

           SELECT ILG-FILE ASSIGN TO ILGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
               10 FILLER                    PIC X(68).

       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 ORD-FILE-CUSTOMER             PIC X(6).
           05 FILLER                        PIC X(125).

       FD ODL-FILE
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS ODL-FILE-RECORD.
       01 ODL-FILE-RECORD.
           05 ODL-FILE-KEY.
               10 ODL-FILE-ORDER-NUMBER     PIC X(6).
               10 ODL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(76).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD ITP-FILE
           RECORD CONTAINS 40 CHARACTERS
               10 ITP-FILE-EFF-DATE         PIC X(6).
           05 FILLER                        PIC X(28).

       FD ITC-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ITC-FILE-RECORD.
       01 ITC-FILE-RECORD.
           05 ITC-FILE-KEY.
               10 ITC-FILE-ITEM             PIC X(6).
               10 ITC-FILE-EFF-DATE         PIC X(6).
           05 FILLER                        PIC X(28).

       FD SHP-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SHP-FILE-RECORD.
               10 TAX-FILE-STATE            PIC X(2).
           05 FILLER                        PIC X(18).

       FD TXE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TXE-FILE-RECORD.
       01 TXE-FILE-RECORD.
           05 TXE-FILE-KEY.
               10 TXE-FILE-CUSTOMER         PIC X(6).
           05 FILLER                        PIC X(54).

       FD CPR-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CPR-FILE-RECORD.
       01 CPR-FILE-RECORD.
           05 CPR-FILE-KEY.
               10 CPR-FILE-CUSTOMER         PIC X(6).
               10 CPR-FILE-ITEM             PIC X(6).
               10 CPR-FILE-START-DATE       PIC X(6).
           05 FILLER                        PIC X(42).

       FD QBK-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS QBK-FILE-RECORD.
       01 QBK-FILE-RECORD.
           05 QBK-FILE-KEY.
               10 QBK-FILE-ITEM             PIC X(6).
           05 FILLER                        PIC X(94).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.

       FD OJL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 322 CHARACTERS
           DATA RECORD IS OJL-FILE-RECORD.
       01 OJL-FILE-RECORD                   PIC X(322).

       FD ILG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ILG-FILE-RECORD.
       01 ILG-FILE-RECORD                   PIC X(100).

       FD PRINT-FILE
           RECORDING MODE IS F
       COPY CMFWSREC.
       COPY ITMWSREC.
       COPY ITPWSREC.
       COPY ITCWSREC.
       COPY SHPWSREC.
       COPY TAXWSREC.
       COPY TXEWSREC.
       COPY CPRWSREC.
       COPY QBKWSREC.
       COPY CTLWSREC.
       COPY ORDJNLWS.
       COPY ITMLDGWS.
      *
       01 WS-TRNFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TRNFILE-SUCCESS               VALUE '00'.
           88  WS-ITPFILE-SUCCESS               VALUE '00'.
           88  WS-ITPFILE-NOTFND                VALUE '23'.
           88  WS-ITPFILE-EOF                   VALUE '10'.
       01 WS-ITCFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITCFILE-SUCCESS               VALUE '00'.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-TAXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS               VALUE '00'.
           88  WS-TAXFILE-NOTFND                VALUE '23'.
       01 WS-TXEFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TXEFILE-SUCCESS               VALUE '00'.
           88  WS-TXEFILE-NOTFND                VALUE '23'.
       01 WS-CPRFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CPRFILE-SUCCESS               VALUE '00'.
       01 WS-QBKFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-QBKFILE-SUCCESS               VALUE '00'.
           88  WS-QBKFILE-NOTFND                VALUE '23'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-OJLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-OJLFILE-SUCCESS               VALUE '00'.
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
               88 WS-GR-STOCK-SHORT             VALUE 'Y'.
           05 WS-GR-CREDIT-HELD-SW          PIC X(01)  VALUE 'N'.
               88 WS-GR-CREDIT-HELD             VALUE 'Y'.
           05 WS-GR-ACCOUNT-HELD-SW         PIC X(01)  VALUE 'N'.
               88 WS-GR-ACCOUNT-HELD            VALUE 'Y'.
           05 WS-GR-HOLD-REASON             PIC X(30)  VALUE SPACES.
           05 WS-GR-TAX-EXEMPT-SW           PIC X(01)  VALUE 'N'.
               88 WS-GR-TAX-EXEMPT              VALUE 'Y'.
           05 WS-GR-AVAILABLE-QTY           PIC S9(08) VALUE 0.
      *
       01 WS-GROUP-LINE-TABLE.
               10 WS-GL-QUANTITY            PIC 9(05).
               10 WS-GL-UNIT-PRICE          PIC 9(05)V99.
               10 WS-GL-LINE-AMOUNT         PIC 9(07)V99.
               10 WS-GL-UNIT-COST           PIC 9(05)V99.
               10 WS-GL-PRICE-RULE          PIC X(01).
      *
       01 WS-EXPOSURE-WORK.
           05 WS-EX-OPEN-EXPOSURE           PIC 9(09)V99 VALUE 0.
       01 WS-JOURNAL-SEQ-NBR                PIC S9(08) COMP VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ITMLDGR KEY - THE
      * NIGHT'S STOCK MOVEMENTS ARE REPROED INTO THE KEYED CLUSTER BY
      * OPS AHEAD OF THE ITMMVF2A MOVEMENT REPORT. THE KEY CARRIES THE
      * BUSINESS DATE SO A RUN PAST MIDNIGHT STAYS IN TONIGHT'S REPORT.
      *
       01 WS-LEDGER-SEQ-NBR                 PIC S9(08) COMP VALUE 0.
      *
      * EFFECTIVE-PRICE LOOKUP WORK - SAME RULE AS ONLINE ENTRY, THE
      * LAST ITPF2A PRICE DATED ON OR BEFORE THE RUN DATE WINS AND
      * AN ITEM WITH NO PRICE RECORDS KEEPS THE MASTER PRICE.
           05 WS-PL-EOF-SW                  PIC X(01) VALUE 'N'.
               88 WS-PL-EOF-88                  VALUE 'Y'.
           05 WS-PL-RUN-DATE-X              PIC X(06) VALUE SPACES.
      *
      * THE STANDARD COST IS FOUND THE SAME WAY FROM ITCF2A - AN ITEM
      * WITH NO COST RECORDS CARRIES THE ITEMF2A STANDARD COST.
      *
           05 WS-PL-EFF-COST                PIC 9(05)V99 VALUE 0.
      *
      * THE PRICE CHARGED IS THE LOWEST OF THE LIST PRICE ABOVE, THE
      * CUSTOMER'S CPRF2A CONTRACT PRICE IN FORCE ON THE RUN DATE AND
      * THE HIGHEST QBKF2A QUANTITY BREAK THE LINE REACHES - THE SAME
      * RULE AS ONLINE ENTRY - AND THE RULE USED IS KEPT ON THE LINE.
      *
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
      *
       01 WS-COUNTERS.
           05 WS-TRAN-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-BACKORDERED-COUNT          PIC 9(07)  VALUE 0.
           05 WS-CREDIT-HELD-COUNT          PIC 9(07)  VALUE 0.
           05 WS-REJECTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-CONTRACT-LINE-COUNT        PIC 9(07)  VALUE 0.
           05 WS-BREAK-LINE-COUNT           PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(20)
               VALUE "OF WHICH CRED HOLD= ".
           05 WS-TL6-CREDIT-HELD-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(20)
               VALUE "CONTRACT PRICED LNS=".
           05 WS-TL7-CONTRACT-LINE-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(20)
               VALUE "QTYBREAK PRICED LNS=".
           05 WS-TL8-BREAK-LINE-COUNT       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
                         WS-ODLFILE-SW
                         WS-CMFFILE-SW
                         WS-ITMFILE-SW
                         WS-ITCFILE-SW
                         WS-SHPFILE-SW
                         WS-TAXFILE-SW
                         WS-TXEFILE-SW
                         WS-CPRFILE-SW
                         WS-QBKFILE-SW
                         WS-CTLFILE-SW
                         WS-OJLFILE-SW
                         WS-ILGFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
               DISPLAY "ITP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ITC-FILE.
           IF WS-ITCFILE-SUCCESS
               DISPLAY "ITC-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITCFILE-SW=" WS-ITCFILE-SW
               DISPLAY "ITC-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SHP-FILE.
           IF WS-SHPFILE-SUCCESS
               DISPLAY "TAX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TXE-FILE.
           IF WS-TXEFILE-SUCCESS
               DISPLAY "TXE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-TXEFILE-SW=" WS-TXEFILE-SW
               DISPLAY "TXE-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CPR-FILE.
           IF WS-CPRFILE-SUCCESS
               DISPLAY "CPR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CPRFILE-SW=" WS-CPRFILE-SW
               DISPLAY "CPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT QBK-FILE.
           IF WS-QBKFILE-SUCCESS
               DISPLAY "QBK-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QBKFILE-SW=" WS-QBKFILE-SW
               DISPLAY "QBK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O CTL-FILE.
           IF WS-CTLFILE-SUCCESS
               DISPLAY "OJL-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND ILG-FILE.
           IF WS-ILGFILE-SUCCESS
               DISPLAY "ILG-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
                 CMF-FILE
                 ITM-FILE
                 ITP-FILE
                 ITC-FILE
                 SHP-FILE
                 TAX-FILE
                 TXE-FILE
                 CPR-FILE
                 QBK-FILE
                 CTL-FILE
                 OJL-FILE
                 ILG-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
                         INTO WS-GR-REJECT-REASON
                   ELSE
                       PERFORM 216-LOOKUP-EFFECTIVE-PRICE
                       MOVE TRN-QUANTITY    TO WS-PL-LINE-QTY
                       PERFORM 240-APPLY-PRICE-RULES
                       PERFORM 218-LOOKUP-EFFECTIVE-COST
                       ADD 1 TO WS-GR-LINE-COUNT
                       MOVE TRN-ITEM-NUMBER
                         TO WS-GL-ITEM-NUMBER(WS-GR-LINE-COUNT)
                         TO WS-GL-QUANTITY(WS-GR-LINE-COUNT)
                       MOVE WS-IT-UNIT-PRICE
                         TO WS-GL-UNIT-PRICE(WS-GR-LINE-COUNT)
                       MOVE WS-PL-EFF-COST
                         TO WS-GL-UNIT-COST(WS-GR-LINE-COUNT)
                       MOVE WS-PL-RULE
                         TO WS-GL-PRICE-RULE(WS-GR-LINE-COUNT)
                       COMPUTE
                           WS-GL-LINE-AMOUNT(WS-GR-LINE-COUNT)
                               ROUNDED =
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       218-LOOKUP-EFFECTIVE-COST.
      *
           IF WS-IT-STD-COST IS NUMERIC
               MOVE WS-IT-STD-COST          TO WS-PL-EFF-COST
           ELSE
               MOVE ZERO                    TO WS-PL-EFF-COST
           END-IF.
      *
           MOVE 'N'                         TO WS-PL-EOF-SW.
           MOVE WS-IT-ITEM-NUMBER           TO ITC-FILE-ITEM.
           MOVE LOW-VALUES                  TO ITC-FILE-EFF-DATE.
           START ITC-FILE KEY >= ITC-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-EOF-SW
           END-START.
      *
           IF NOT WS-PL-EOF-88
               READ ITC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
               PERFORM 219-CHECK-ONE-COST
                   UNTIL WS-PL-EOF-88
           END-IF.
      *
       219-CHECK-ONE-COST.
      *
           MOVE ITC-FILE-RECORD             TO WS-ITEM-COST-RECORD.
      *
           IF       WS-SC-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                 OR WS-SC-EFF-DATE > WS-PL-RUN-DATE-X
               MOVE 'Y' TO WS-PL-EOF-SW
           ELSE
               MOVE WS-SC-UNIT-COST         TO WS-PL-EFF-COST
               READ ITC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       220-FINALIZE-ORDER.
      *
                       END-IF
               END-READ
           END-IF.
      *
       240-APPLY-PRICE-RULES.
      *
      *    THE QUANTITY BREAK REPLACES THE LIST PRICE ONLY WHEN IT IS
      *    LOWER. A CONTRACT PRICE EQUAL TO THE BEST SO FAR STILL
      *    NAMES THE CONTRACT, AS ONLINE ENTRY DOES.
      *
           MOVE WS-IT-UNIT-PRICE            TO WS-PL-BEST-PRICE.
           SET WS-PL-RULE-LIST-88           TO TRUE.
      *
           PERFORM 246-LOOKUP-QTY-BREAK.
           IF       WS-PL-BREAK-88
                AND WS-PL-BREAK-PRICE < WS-PL-BEST-PRICE
               MOVE WS-PL-BREAK-PRICE       TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-QTY-BREAK-88  TO TRUE
           END-IF.
      *
           PERFORM 243-LOOKUP-CONTRACT-PRICE.
           IF       WS-PL-CONTRACT-88
                AND WS-PL-CONTRACT-PRICE NOT > WS-PL-BEST-PRICE
               MOVE WS-PL-CONTRACT-PRICE    TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-CONTRACT-88   TO TRUE
           END-IF.
      *
           MOVE WS-PL-BEST-PRICE            TO WS-IT-UNIT-PRICE.
      *
       243-LOOKUP-CONTRACT-PRICE.
      *
      *    THE CUSTOMER'S CONTRACTS FOR THE ITEM ARE READ IN START
      *    DATE ORDER - THE LATEST ACTIVE ONE STARTED ON OR BEFORE THE
      *    RUN DATE AND NOT YET ENDED WINS.
      *
           MOVE 'N'                         TO WS-PL-CONTRACT-SW
                                               WS-PL-EOF-SW.
           MOVE WS-GR-CUSTOMER-NUMBER       TO CPR-FILE-CUSTOMER.
           MOVE WS-IT-ITEM-NUMBER           TO CPR-FILE-ITEM.
           MOVE LOW-VALUES                  TO CPR-FILE-START-DATE.
           START CPR-FILE KEY >= CPR-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-EOF-SW
           END-START.
      *
           IF NOT WS-PL-EOF-88
               READ CPR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
               PERFORM 244-CHECK-ONE-CONTRACT
                   UNTIL WS-PL-EOF-88
           END-IF.
      *
       244-CHECK-ONE-CONTRACT.
      *
           MOVE CPR-FILE-RECORD             TO WS-CONTRACT-PRICE-RECORD.
      *
           IF       WS-CP-CUSTOMER-NUMBER NOT = WS-GR-CUSTOMER-NUMBER
                 OR WS-CP-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                 OR WS-CP-START-DATE > WS-PL-RUN-DATE-X
               MOVE 'Y' TO WS-PL-EOF-SW
           ELSE
               IF       WS-CP-STATUS-ACTIVE
                    AND WS-CP-END-DATE NOT < WS-PL-RUN-DATE-X
                   MOVE 'Y'                 TO WS-PL-CONTRACT-SW
                   MOVE WS-CP-UNIT-PRICE    TO WS-PL-CONTRACT-PRICE
               END-IF
               READ CPR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       246-LOOKUP-QTY-BREAK.
      *
           MOVE 'N'                         TO WS-PL-BREAK-SW.
           MOVE WS-IT-ITEM-NUMBER           TO QBK-FILE-ITEM.
           READ QBK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QBK-FILE-RECORD     TO WS-QTY-BREAK-RECORD
                   IF WS-QB-STATUS-ACTIVE
                       PERFORM 247-CHECK-ONE-TIER
                           VARYING WS-PL-TIER-SUB FROM 1 BY 1
                               UNTIL WS-PL-TIER-SUB > 5
                   END-IF
           END-READ.
      *
       247-CHECK-ONE-TIER.
      *
      *    THE TIERS ARE HELD IN ASCENDING ORDER, SO THE LAST ONE THE
      *    LINE QUANTITY REACHES IS THE HIGHEST BREAK.
      *
           IF       WS-QB-FROM-QTY(WS-PL-TIER-SUB) > ZERO
                AND WS-QB-FROM-QTY(WS-PL-TIER-SUB) NOT > WS-PL-LINE-QTY
                AND WS-QB-UNIT-PRICE(WS-PL-TIER-SUB) > ZERO
               MOVE 'Y'                     TO WS-PL-BREAK-SW
               MOVE WS-QB-UNIT-PRICE(WS-PL-TIER-SUB)
                 TO WS-PL-BREAK-PRICE
           END-IF.
      *
       250-CHECK-CREDIT-LIMIT.
      *
      *    EXPOSURE ON ORDRF2A IS TOTALLED THROUGH THE CUSTOMER
      *    ALTERNATE KEY, AND AN ORDER THAT WOULD PUSH IT PAST THE
      *    LIMIT IS CAPTURED AS HELD FOR THE ORDHLF2A SUPERVISOR
      *    RELEASE SCREEN. A ZERO LIMIT IS UNLIMITED. A CUSTOMER ON
      *    ACCOUNT HOLD FROM THE CMCRVF2A CREDIT REVIEW HAS THE ORDER
      *    HELD WHATEVER THE LIMIT, WITH THE HOLD REASON CARRIED ONTO
      *    THE ORDER.
      *
           MOVE 'N'                         TO WS-GR-CREDIT-HELD-SW.
           MOVE 'N'                         TO WS-GR-ACCOUNT-HELD-SW.
           MOVE SPACES                      TO WS-GR-HOLD-REASON.
           IF WS-CM-ON-HOLD
               MOVE 'Y'                     TO WS-GR-CREDIT-HELD-SW
               MOVE 'Y'                     TO WS-GR-ACCOUNT-HELD-SW
               MOVE WS-CM-HOLD-REASON       TO WS-GR-HOLD-REASON
           ELSE
               IF WS-CM-CREDIT-LIMIT > ZERO
                   PERFORM 255-TOTAL-OPEN-EXPOSURE
                   IF WS-EX-OPEN-EXPOSURE + WS-GR-ORDER-TOTAL
                        > WS-CM-CREDIT-LIMIT
                       MOVE 'Y'             TO WS-GR-CREDIT-HELD-SW
                       MOVE 'OVER CREDIT LIMIT'
                         TO WS-GR-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
      *
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAX-FILE-RECORD TO WS-TAX-RATE-RECORD
                       PERFORM 265-CHECK-TAX-EXEMPTION
                       IF NOT WS-GR-TAX-EXEMPT
                           COMPUTE WS-GR-TAX-AMOUNT ROUNDED =
                               WS-GR-ORDER-TOTAL * WS-TX-TAX-RATE
                       END-IF
               END-READ
           END-IF.
      *
       265-CHECK-TAX-EXEMPTION.
      *
      *    SAME RULE AS ONLINE ENTRY - AN ACTIVE TXEF2A CERTIFICATE
      *    FOR THE CUSTOMER'S STATE THAT HAS NOT EXPIRED ON THE ORDER
      *    DATE TAKES THE TAX OFF THE ORDER.
      *
           MOVE 'N'                         TO WS-GR-TAX-EXEMPT-SW.
           MOVE WS-GR-CUSTOMER-NUMBER       TO TXE-FILE-CUSTOMER.
           READ TXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TXE-FILE-RECORD
                     TO WS-TAX-EXEMPTION-RECORD
                   IF      WS-TE-STATUS-ACTIVE
                       AND WS-TE-EXEMPT-STATE = WS-CM-STATE
                       AND WS-TE-EXPIRY-DATE NOT < WS-PL-RUN-DATE-X
                       MOVE 'Y'             TO WS-GR-TAX-EXEMPT-SW
                   END-IF
           END-READ.
      *
       300-WRITE-ACCEPTED-ORDER.
      *
           MOVE WS-GR-SHIP-TO-CODE          TO WS-OR-SHIP-TO-CODE.
           MOVE WS-GR-TAX-AMOUNT            TO WS-OR-TAX-AMOUNT.
           MOVE SPACES                      TO WS-OR-HOLD-USERID.
           MOVE WS-GR-HOLD-REASON           TO WS-OR-HOLD-REASON.
           MOVE 'N'                         TO WS-OR-PICKED-FLAG.
           EVALUATE TRUE
               WHEN WS-GR-CREDIT-HELD
      *
           ADD 1 TO WS-ACCEPTED-COUNT.
           EVALUATE TRUE
               WHEN WS-GR-ACCOUNT-HELD
                   MOVE 'ACCEPTED - CREDIT HOLD (ACCOUNT HOLD)'
                     TO WS-GR-REJECT-REASON
               WHEN WS-GR-CREDIT-HELD
                   MOVE 'ACCEPTED - CREDIT HOLD (OVER LIMIT)'
                     TO WS-GR-REJECT-REASON
           MOVE WS-GL-ITEM-DESC(WS-GR-SUB)  TO WS-OL-ITEM-DESC.
           MOVE WS-GL-QUANTITY(WS-GR-SUB)   TO WS-OL-QUANTITY.
           MOVE WS-GL-UNIT-PRICE(WS-GR-SUB) TO WS-OL-UNIT-PRICE.
           MOVE WS-GL-UNIT-COST(WS-GR-SUB)  TO WS-OL-UNIT-COST.
           MOVE WS-GL-PRICE-RULE(WS-GR-SUB) TO WS-OL-PRICE-RULE.
           IF WS-OL-PRICE-CONTRACT
               ADD 1                        TO WS-CONTRACT-LINE-COUNT
           END-IF.
           IF WS-OL-PRICE-QTY-BREAK
               ADD 1                        TO WS-BREAK-LINE-COUNT
           END-IF.
           MOVE WS-GL-LINE-AMOUNT(WS-GR-SUB)
             TO WS-OL-LINE-AMOUNT.
           MOVE ZERO                        TO WS-OL-QTY-RETURNED.
           MOVE ZERO                        TO WS-OL-QTY-SHIPPED.
           SET WS-OL-STATUS-OPEN            TO TRUE.
      *
           WRITE ODL-FILE-RECORD FROM WS-ORDER-LINE-RECORD.
                               WS-IT-ITEM-NUMBER
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
                   MOVE WS-GL-QUANTITY(WS-GR-SUB)
                     TO WS-IL-QUANTITY
                   PERFORM 365-WRITE-STOCK-MOVEMENT
           END-READ.
      *
       365-WRITE-STOCK-MOVEMENT.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           SET WS-IL-MOVE-ALLOCATE          TO TRUE.
           SET WS-IL-REF-ORDER              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IL-REFERENCE.
           MOVE 'BAT'                       TO WS-IL-OPERATOR-ID.
           MOVE 'ORDINF2A'                  TO WS-IL-RUN-ID.
           MOVE SPACES                      TO WS-IL-DATE.
           MOVE WS-CURRENT-DATE             TO WS-IL-DATE(1:6).
           ACCEPT WS-CURRENT-TIME           FROM TIME.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-IL-TIME.
           MOVE WS-RC-BUSINESS-DATE         TO WS-IL-KEY-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-IL-KEY-TIME.
           ADD 1                            TO WS-LEDGER-SEQ-NBR.
           MOVE WS-LEDGER-SEQ-NBR           TO WS-IL-KEY-SEQ-9.
           MOVE ZERO                        TO WS-IL-KEY-CTR.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IL-ON-HAND-AFTER.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IL-ALLOCATED-AFTER.
      *
           WRITE ILG-FILE-RECORD FROM WS-STOCK-LEDGER-RECORD.
           IF NOT WS-ILGFILE-SUCCESS
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-PRINT-REJECT-LINE.
      *
           MOVE WS-REJECTED-COUNT           TO WS-TL5-REJECTED-COUNT.
           MOVE WS-CREDIT-HELD-COUNT
             TO WS-TL6-CREDIT-HELD-COUNT.
           MOVE WS-CONTRACT-LINE-COUNT
             TO WS-TL7-CONTRACT-LINE-COUNT.
           MOVE WS-BREAK-LINE-COUNT         TO WS-TL8-BREAK-LINE-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-8.
      *
       COPY RUNCTLPD.
      *
