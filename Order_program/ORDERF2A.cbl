               10 WS-CA-ORDER-NUMBER        PIC X(06).
               10 WS-CA-CUSTOMER-NUMBER     PIC X(06).
               10 WS-CA-ITEM-NUMBER         PIC X(06).
               10 FILLER                    PIC X(119).
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                  PIC X VALUE 'Y'.
           05 WS-INV-FILE-NAME-CNST         PIC X(08) VALUE 'INVF2A  '.
           05 WS-SHP-FILE-NAME-CNST         PIC X(08) VALUE 'SHPF2A  '.
           05 WS-TAX-FILE-NAME-CNST         PIC X(08) VALUE 'TAXF2A  '.
           05 WS-TXE-FILE-NAME-CNST         PIC X(08) VALUE 'TXEF2A  '.
           05 WS-AR-FILE-NAME-CNST          PIC X(08) VALUE 'ARF2A   '.
           05 WS-ITP-FILE-NAME-CNST         PIC X(08) VALUE 'ITPF2A  '.
           05 WS-ITC-FILE-NAME-CNST         PIC X(08) VALUE 'ITCF2A  '.
           05 WS-SHM-FILE-NAME-CNST         PIC X(08) VALUE 'SHMF2A  '.
           05 WS-CPR-FILE-NAME-CNST         PIC X(08) VALUE 'CPRF2A  '.
           05 WS-QBK-FILE-NAME-CNST         PIC X(08) VALUE 'QBKF2A  '.
           05 WS-APR-FILE-NAME-CNST         PIC X(08) VALUE 'APRF2A  '.
      *
       01 WS-FLAGS.
           05 WS-VALID-DATA-FLAG            PIC X(01) VALUE 'Y'.
       01 WS-CONTROL-WORK.
           05 WS-CW-ORDERNO-KEY             PIC X(08) VALUE 'ORDERNO '.
           05 WS-CW-CREDMEMO-KEY            PIC X(08) VALUE 'CREDMEMO'.
           05 WS-CW-SHIPNO-KEY              PIC X(08) VALUE 'SHIPNO  '.
      *
      * RETURN AUTHORIZATION WORK - THE OPERATOR KEYS THE RETURNED
      * QUANTITY AGAINST EACH DISPLAYED LINE; THE GOODS GO BACK INTO
      * WRITTEN TO THE INVF2A REGISTER OFFSETTING THE ORIGINAL
      * INVOICE. RETURNS NEED ORDLF2A LINE RECORDS - THE OLD
      * SINGLE-LINE ORDERS THAT PREDATE THE LINE FILE CANNOT BE
      * RETURNED THROUGH THIS SCREEN. A RETURN WHOSE CREDIT, TAX
      * INCLUDED, IS OVER THE APRLIMIT THRESHOLD ON CTLF2A IS NOT
      * APPLIED HERE - IT IS QUEUED ON APRF2A FOR A SECOND OPERATOR
      * TO APPROVE ON APPRVF2A, WHICH APPLIES IT THE SAME WAY. A MEMO
      * RAISED AFTER ITS MONTH HAS BEEN CLOSED BY PRDCLF2A IS DATED ON
      * THE FIRST DAY OF THE OPEN PERIOD (PRDCHECK).
      *
       01 WS-RETURN-WORK.
           05 WS-RW-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-RW-RETURN-TOTAL            PIC 9(07)V99 VALUE 0.
           05 WS-RW-LINE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-RW-CREDIT-TAX              PIC 9(05)V99 VALUE 0.
           05 WS-RW-CREDIT-TOTAL            PIC 9(07)V99 VALUE 0.
           05 WS-RW-MEMO-NUMBER             PIC X(06) VALUE SPACES.
           05 WS-RW-ANY-SW                  PIC X(01) VALUE 'N'.
               88 WS-RW-ANY-88                  VALUE 'Y'.
               10 WS-RW-LK-ORDER            PIC X(06).
               10 WS-RW-LK-LINE             PIC X(02).
      *
      * SHIP-CONFIRM WORK - THE OPERATOR KEYS THE QUANTITY SHIPPED
      * AGAINST EACH LINE, PREFILLED WITH WHAT IS STILL OPEN ON IT,
      * WITH THE CARRIER, TRACKING NUMBER AND FREIGHT CHARGE. EACH
      * CONFIRMATION IS WRITTEN TO SHMF2A AS ITS OWN NUMBERED
      * SHIPMENT FOR ORDIVF2A TO INVOICE, AND THE ORDER STAYS
      * BACKORDERED UNTIL EVERY LINE HAS SHIPPED IN FULL.
      *
       01 WS-SHIPMENT-WORK.
           05 WS-SW-QTY-TABLE.
               10 WS-SW-QTY                 PIC 9(05) OCCURS 5 TIMES.
           05 WS-SW-OPEN-TABLE.
               10 WS-SW-OPEN-QTY            PIC 9(05) OCCURS 5 TIMES.
           05 WS-SW-ANY-SW                  PIC X(01) VALUE 'N'.
               88 WS-SW-ANY-88                  VALUE 'Y'.
           05 WS-SW-ALL-SHIPPED-SW          PIC X(01) VALUE 'Y'.
               88 WS-SW-ALL-SHIPPED-88          VALUE 'Y'.
           05 WS-SW-STOP-SW                 PIC X(01) VALUE 'N'.
               88 WS-SW-STOP-88                 VALUE 'Y'.
           05 WS-SW-LINE-NBR-9              PIC 9(02) VALUE 0.
           05 WS-SW-LAST-SEQ                PIC 9(02) VALUE 0.
           05 WS-SW-TOTAL-QTY               PIC 9(05) VALUE 0.
           05 WS-SW-LINE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-SW-MDSE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-SW-TAX-AMOUNT              PIC 9(05)V99 VALUE 0.
           05 WS-SW-PRIOR-TAX               PIC 9(05)V99 VALUE 0.
           05 WS-SW-FREIGHT-AMOUNT          PIC 9(05)V99 VALUE 0.
           05 WS-SW-FREIGHT-INPUT.
               10 WS-SW-FREIGHT-DOLLARS     PIC 9(05).
               10 WS-SW-FREIGHT-DOT         PIC X(01).
               10 WS-SW-FREIGHT-CENTS       PIC 9(02).
           05 WS-SW-FREIGHT-INPUT-R REDEFINES WS-SW-FREIGHT-INPUT
                                            PIC X(08).
           05 WS-SW-FREIGHT-DISPLAY         PIC ZZZZ9.99.
           05 WS-SW-CARRIER                 PIC X(10) VALUE SPACES.
           05 WS-SW-TRACKING-NUMBER         PIC X(20) VALUE SPACES.
           05 WS-SW-SHIPMENT-NUMBER         PIC X(06) VALUE SPACES.
           05 WS-SW-LAST-CARRIER            PIC X(10) VALUE SPACES.
           05 WS-SW-LAST-TRACKING           PIC X(20) VALUE SPACES.
           05 WS-SW-LAST-FREIGHT            PIC 9(05)V99 VALUE 0.
           05 WS-SHM-BROWSE-KEY.
               10 WS-SW-BK-ORDER            PIC X(06).
               10 WS-SW-BK-SEQ              PIC X(02).
           05 WS-SW-LINE-KEY.
               10 WS-SW-LK-ORDER            PIC X(06).
               10 WS-SW-LK-LINE             PIC X(02).
      *
      * EFFECTIVE-PRICE LOOKUP WORK - THE ITPF2A RECORDS FOR AN ITEM
      * ARE BROWSED IN EFFECTIVE-DATE ORDER AND THE LAST PRICE DATED
      * ON OR BEFORE TODAY WINS. AN ITEM WITH NO PRICE RECORDS KEEPS
           05 WS-ITP-BROWSE-KEY.
               10 WS-PL-BK-ITEM             PIC X(06).
               10 WS-PL-BK-DATE             PIC X(06).
      *
      * THE STANDARD COST IN FORCE TODAY IS FOUND THE SAME WAY FROM
      * ITCF2A AND CAPTURED ON THE ORDER LINE BESIDE THE PRICE. AN
      * ITEM WITH NO COST RECORDS CARRIES THE ITEMF2A STANDARD COST.
      *
           05 WS-PL-EFF-COST                PIC 9(05)V99 VALUE 0.
           05 WS-ITC-BROWSE-KEY.
               10 WS-PL-CK-ITEM             PIC X(06).
               10 WS-PL-CK-DATE             PIC X(06).
      *
      * THE LINE THEN TAKES THE LOWEST OF THAT LIST PRICE, THE
      * CUSTOMER'S ACTIVE CPRF2A CONTRACT PRICE IN FORCE TODAY AND
      * THE HIGHEST QBKF2A QUANTITY BREAK THE LINE QUANTITY REACHES.
      * THE RULE THAT SET THE PRICE IS SHOWN ON THE LINE AND KEPT ON
      * ORDLF2A.
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
      * THE ORDER WHEN IT IS ACTIVE, IS FOR THE CUSTOMER'S STATE AND
      * HAS NOT EXPIRED ON THE ORDER DATE - TODAY FOR A NEW ORDER,
      * THE ORIGINAL ORDER DATE WHEN AN ORDER IS CHANGED.
      *
       01 WS-TAX-EXEMPTION-WORK.
           05 WS-XM-ORDER-DATE              PIC X(06) VALUE SPACES.
           05 WS-XM-EXEMPT-SW               PIC X(01) VALUE 'N'.
               88 WS-XM-EXEMPT-88               VALUE 'Y'.
      *
       01 WS-ORDER-LIST-COMMAREA.
           05 WS-OL-CUSTOMER-NUMBER         PIC X(06).
               88 WS-LN-STOCK-SHORT-88          VALUE 'Y'.
           05 WS-LN-ORD-WAS-OPEN-SW         PIC X(01) VALUE 'N'.
               88 WS-LN-ORD-WAS-OPEN-88         VALUE 'Y'.
           05 WS-LN-DEALLOC-QTY             PIC 9(07) VALUE 0.
           05 WS-LN-RELIEVED-QTY            PIC 9(07) VALUE 0.
      *
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY                   OCCURS 5 TIMES.
               10 WS-LN-QUANTITY            PIC 9(05).
               10 WS-LN-UNIT-PRICE          PIC 9(05)V99.
               10 WS-LN-LINE-AMOUNT         PIC 9(07)V99.
               10 WS-LN-UNIT-COST           PIC 9(05)V99.
               10 WS-LN-PRICE-RULE          PIC X(01).
      *
       01 WS-LINE-KEY-TABLE.
           05 WS-LN-KEY-ENTRY               PIC X(08) OCCURS 5 TIMES.
               88 WS-CL-STOP-88                 VALUE 'Y'.
           05 WS-CL-CREDIT-HELD-SW          PIC X(01) VALUE 'N'.
               88 WS-CL-CREDIT-HELD-88          VALUE 'Y'.
           05 WS-CL-ACCOUNT-HELD-SW         PIC X(01) VALUE 'N'.
               88 WS-CL-ACCOUNT-HELD-88         VALUE 'Y'.
           05 WS-CL-HOLD-REASON             PIC X(30) VALUE SPACES.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHP.
               10 FILLER                    PIC X(40)
                   VALUE 'Type quantity shipped on each line and '.
               10 FILLER                    PIC X(39)
                   VALUE 'carrier. Then press Enter, or F12.     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
               10 FILLER                    PIC X(39)
                   VALUE 'e shipped.                             '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-QTY-SHIPPED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity shipped must be numeric.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHP-NONE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter at least one shipped qua'.
               10 FILLER                    PIC X(39)
                   VALUE 'ntity.                                 '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHP-TOO-MUCH.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity shipped exceeds what is still '.
               10 FILLER                    PIC X(39)
                   VALUE 'open on the line.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SHP-NO-LINE.
               10 FILLER                    PIC X(40)
                   VALUE 'That order has no line record to ship a'.
               10 FILLER                    PIC X(39)
                   VALUE 'gainst.                                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-CARRIER.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter the carrier.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-FREIGHT.
               10 FILLER                    PIC X(40)
                   VALUE 'Freight must be entered as 99999.99 or '.
               10 FILLER                    PIC X(39)
                   VALUE 'left blank.                            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-PART-SHIPPED-CANCEL.
               10 FILLER                    PIC X(40)
                   VALUE 'Part of this order has already shipped '.
               10 FILLER                    PIC X(39)
                   VALUE '- it cannot be cancelled.              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-PART-SHIPPED-CHANGE.
               10 FILLER                    PIC X(40)
                   VALUE 'Part of this order has already shipped '.
               10 FILLER                    PIC X(39)
                   VALUE '- it cannot be changed.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Order changed and placed on CREDIT HOLD'.
               10 FILLER                    PIC X(39)
                   VALUE ' - needs supervisor release.           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-ADDED-ACCT-HELD.
               10 FILLER                    PIC X(40)
                   VALUE 'Order added on HOLD - customer account '.
               10 FILLER                    PIC X(39)
                   VALUE 'is on credit hold. Needs release.      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-CHANGED-ACCT-HELD.
               10 FILLER                    PIC X(40)
                   VALUE 'Order changed and placed on HOLD - acco'.
               10 FILLER                    PIC X(39)
                   VALUE 'unt is on credit hold.                 '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ONE-LINE.
               10 FILLER                    PIC X(40)
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
       COPY INVWSSTS.
      *
       COPY INVWSREC.
      *
       COPY ARWSSTS.
      *
       COPY ARWSREC.
      *
       COPY SHMWSSTS.
      *
       COPY SHMWSREC.
      *
       COPY ORDJNLWS.
      *
       COPY ITMLDGWS.
      *
       COPY APRWSSTS.
      *
       COPY APRWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(138).
      *
       PROCEDURE DIVISION.
      *
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-TAX-CLOSE
                   PERFORM 8200-TXE-CLOSE
                   PERFORM 8200-AR-CLOSE
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-CPR-CLOSE
                   PERFORM 8200-QBK-CLOSE
                   PERFORM 8200-ITC-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8200-INV-CLOSE
                   PERFORM 8400-ILG-CLOSE
                   PERFORM 8200-APR-CLOSE
                   PERFORM 8200-SHM-CLOSE

                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                       PERFORM 8200-CTL-CLOSE
                       PERFORM 8200-SHP-CLOSE
                       PERFORM 8200-TAX-CLOSE
                       PERFORM 8200-TXE-CLOSE
                       PERFORM 8200-AR-CLOSE
                       PERFORM 8200-ITP-CLOSE
                       PERFORM 8200-CPR-CLOSE
                       PERFORM 8200-QBK-CLOSE
                       PERFORM 8200-ITC-CLOSE
                       PERFORM 8400-OJL-CLOSE
                       PERFORM 8200-INV-CLOSE
                       PERFORM 8400-ILG-CLOSE
                       PERFORM 8200-APR-CLOSE
                       PERFORM 8200-SHM-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                       PERFORM 8200-CTL-CLOSE
                       PERFORM 8200-SHP-CLOSE
                       PERFORM 8200-TAX-CLOSE
                       PERFORM 8200-TXE-CLOSE
                       PERFORM 8200-AR-CLOSE
                       PERFORM 8200-ITP-CLOSE
                       PERFORM 8200-CPR-CLOSE
                       PERFORM 8200-QBK-CLOSE
                       PERFORM 8200-ITC-CLOSE
                       PERFORM 8400-OJL-CLOSE
                       PERFORM 8200-INV-CLOSE
                       PERFORM 8400-ILG-CLOSE
                       PERFORM 8200-APR-CLOSE
                       PERFORM 8200-SHM-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-TAX-CLOSE
                   PERFORM 8200-TXE-CLOSE
                   PERFORM 8200-AR-CLOSE
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-CPR-CLOSE
                   PERFORM 8200-QBK-CLOSE
                   PERFORM 8200-ITC-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8200-INV-CLOSE
                   PERFORM 8400-ILG-CLOSE
                   PERFORM 8200-APR-CLOSE
                   PERFORM 8200-SHM-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
               END-IF
               IF WS-CA-PROCESS-SHP-ORD-88
                   PERFORM 1398-OPEN-SHIP-QTY-FIELDS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
               ELSE
                   PERFORM 1388-SHOW-LAST-SHIPMENT
               END-IF
               MOVE WS-OR-TOTAL-AMOUNT      TO WS-OE-TOTAL-DISPLAY
               MOVE WS-OE-TOTAL-DISPLAY     TO TOTAL2O
               MOVE WS-OR-TAX-AMOUNT        TO WS-OE-TAX-DISPLAY
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO ORD2F2AO
                   MOVE ATTR-PROT           TO CARR2A
                                               TRACK2A
                                               FRGHT2A
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1250-ASSIGN-ORDER-NUMBER
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                                 ELSE
                                 IF WS-OR-QTY-SHIPPED > ZERO
                                   MOVE WS-ORD-PART-SHIPPED-CANCEL
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                                 ELSE
                                   MOVE WS-ORDER-RECORD
                                     TO WS-CA-ORDER-RECORD
                                           UNTIL WS-LN-SUB >
                                                 WS-LN-MAX-LINES
                                 END-IF
                                 END-IF
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE ATTR-PROT
                                     TO CUSTNO2A
                                        SHIPTO2A
                                        QTYSHP2A
                                   MOVE ATTR-UNPROT
                                     TO CARR2A
                                        TRACK2A
                                        FRGHT2A
                                   PERFORM 1390-PROTECT-LINE-FIELDS
                                       VARYING WS-LN-SUB FROM 1 BY 1
                                           UNTIL WS-LN-SUB >
                       WHEN '5'
                           PERFORM 1300-READ-ORDER-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF      WS-OR-STATUS-OPEN
                                   AND WS-OR-QTY-SHIPPED > ZERO
                                   MOVE WS-ORD-PART-SHIPPED-CHANGE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                               IF WS-OR-STATUS-OPEN
                                   MOVE WS-ORDER-RECORD
                                     TO WS-CA-ORDER-RECORD
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-ORD-DOES-NOT-EXIST
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE ZEROS                       TO WS-SW-OPEN-TABLE.
           MOVE WS-FALSE-CNST               TO WS-ODL-STOP-SW.
           MOVE WS-OR-ORDER-NUMBER          TO WS-ODL-BK-ORDER.
           MOVE LOW-VALUES                  TO WS-ODL-BK-LINE.
               MOVE WS-OE-PRICE-DISPLAY     TO PRICE2O(1)
               MOVE WS-OR-TOTAL-AMOUNT      TO WS-OE-TOTAL-DISPLAY
               MOVE WS-OE-TOTAL-DISPLAY     TO LAMT2O(1)
               IF WS-OR-QTY-SHIPPED < WS-OR-QUANTITY
                   COMPUTE WS-SW-OPEN-QTY(1) =
                       WS-OR-QUANTITY - WS-OR-QTY-SHIPPED
               END-IF
           END-IF.
      *
       1385-SHOW-ONE-ORDER-LINE.
                   MOVE WS-OL-LINE-AMOUNT   TO WS-OE-TOTAL-DISPLAY
                   MOVE WS-OE-TOTAL-DISPLAY
                     TO LAMT2O(WS-LN-LINE-COUNT)
                   MOVE WS-OL-PRICE-RULE    TO WS-PL-RULE
                   PERFORM 2269-FORMAT-PRICE-RULE
                   MOVE WS-PL-RULE-TEXT
                     TO PRULE2O(WS-LN-LINE-COUNT)
                   IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
                       COMPUTE WS-SW-OPEN-QTY(WS-LN-LINE-COUNT) =
                           WS-OL-QUANTITY - WS-OL-QTY-SHIPPED
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-ODL-STOP-SW
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1388-SHOW-LAST-SHIPMENT.
      *
      *    THE CARRIER, TRACKING NUMBER AND FREIGHT OF THE ORDER'S
      *    MOST RECENT SHIPMENT ARE SHOWN SO A CUSTOMER ASKING AFTER
      *    AN ORDER CAN BE GIVEN THE TRACKING NUMBER STRAIGHT AWAY.
      *
           PERFORM 5300-BROWSE-SHIPMENTS.
           IF WS-SW-LAST-SEQ > ZERO
               MOVE WS-SW-LAST-CARRIER      TO CARR2O
               MOVE WS-SW-LAST-TRACKING     TO TRACK2O
               MOVE WS-SW-LAST-FREIGHT      TO WS-SW-FREIGHT-DISPLAY
               MOVE WS-SW-FREIGHT-DISPLAY   TO FRGHT2O
           END-IF.
      *
       1390-PROTECT-LINE-FIELDS.
      *
           MOVE ATTR-PROT                   TO ITEMNO2A(WS-LN-SUB).
           MOVE ATTR-UNPROT                 TO QTY2A(WS-LN-SUB).
           MOVE SPACES                      TO QTY2O(WS-LN-SUB).
      *
       1398-OPEN-SHIP-QTY-FIELDS.
      *
      *    ON THE SHIP SCREEN EACH LINE'S QUANTITY FIELD IS PREFILLED
      *    WITH WHAT IS STILL OPEN ON IT AND SENT WITH THE MDT, SO THE
      *    WHOLE REMAINDER SHIPS UNLESS THE OPERATOR KEYS LESS. A LINE
      *    THAT HAS ALREADY SHIPPED IN FULL STAYS PROTECTED AT ZERO.
      *
           IF WS-SW-OPEN-QTY(WS-LN-SUB) > ZERO
               MOVE ATTR-UNPROT-MDT         TO QTY2A(WS-LN-SUB)
               MOVE WS-SW-OPEN-QTY(WS-LN-SUB)
                 TO QTY2O(WS-LN-SUB)
           ELSE
               IF ITEMNO2O(WS-LN-SUB) NOT = SPACES
                   MOVE WS-SW-OPEN-QTY(WS-LN-SUB)
                     TO QTY2O(WS-LN-SUB)
               END-IF
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
               PERFORM 2300-WRITE-ORDER-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN WS-CL-ACCOUNT-HELD-88
                           MOVE WS-ORD-ADDED-ACCT-HELD
                             TO MSG1O
                       WHEN WS-CL-CREDIT-HELD-88
                           MOVE WS-ORD-ADDED-HELD
                             TO MSG1O
               PERFORM 2245-EDIT-SHIP-TO-CODE
           END-IF.
      *
           MOVE CUSTNO2I                    TO WS-PL-CUSTOMER-NUMBER.
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE ZERO                        TO WS-LN-ORDER-TOTAL.
           PERFORM 2240-EDIT-ONE-ORDER-LINE
                                               ITEMDESC2O(WS-LN-SUB)
                                               QTY2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
                                               PRULE2O(WS-LN-SUB)
                                               LAMT2O(WS-LN-SUB).
      *
       2240-EDIT-ONE-ORDER-LINE.
                 OR QTY2L(WS-LN-SUB) = ZERO)
               MOVE SPACES                  TO ITEMDESC2O(WS-LN-SUB)
                                               PRICE2O(WS-LN-SUB)
                                               PRULE2O(WS-LN-SUB)
                                               LAMT2O(WS-LN-SUB)
           ELSE
               IF       ITEMNO2I(WS-LN-SUB) = SPACE
           END-IF.
      *
       2260-ACCEPT-ORDER-LINE.
      *
           PERFORM 2262-APPLY-PRICE-RULES.
      *
           ADD 1 TO WS-LN-LINE-COUNT.
           MOVE ITEMNO2I(WS-LN-SUB)
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
                   MOVE WS-IT-DESC          TO ITEMDESC2O(WS-LN-SUB)
                   MOVE WS-IT-UNIT-PRICE    TO WS-OE-PRICE-DISPLAY
                   MOVE WS-OE-PRICE-DISPLAY TO PRICE2O(WS-LN-SUB)
                   MOVE SPACES              TO PRULE2O(WS-LN-SUB)
                   IF WS-IT-STATUS-INACTIVE
                       MOVE ATTR-REVERSE    TO ITEMNO2A(WS-LN-SUB)
                       MOVE -1              TO ITEMNO2L(WS-LN-SUB)
           IF WS-PL-FOUND-88
               MOVE WS-PL-EFF-PRICE         TO WS-IT-UNIT-PRICE
           END-IF.
      *
           PERFORM 2257-LOOKUP-EFFECTIVE-COST.
      *
       2256-CHECK-ONE-PRICE.
      *
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
       2262-APPLY-PRICE-RULES.
      *
      *    THE QUANTITY BREAK REPLACES THE LIST PRICE ONLY WHEN IT IS
      *    LOWER. A CONTRACT PRICE EQUAL TO THE BEST SO FAR STILL
      *    NAMES THE CONTRACT, SO THE CLERK SEES THE AGREED PRICE.
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
      *    LINES WRITTEN BEFORE THE RULE WAS KEPT WERE LIST PRICED.
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
      *    OUT OF THE EXPOSURE WHEN AN EXISTING ORDER IS BEING
      *    CHANGED - THE ADD FLOW SETS IT TO ZERO. AN OVER-LIMIT
      *    ORDER IS NO LONGER REFUSED - IT IS CAPTURED AS HELD FOR
      *    THE ORDHLF2A SUPERVISOR RELEASE SCREEN TO DECIDE. A
      *    CUSTOMER PUT ON ACCOUNT HOLD BY THE CMCRVF2A CREDIT REVIEW
      *    HAS EVERY ORDER HELD, WHATEVER THE LIMIT. THE REASON IS
      *    CARRIED ONTO THE ORDER FOR THE RELEASE SCREEN.
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
      *    STATE - A STATE WITH NO RECORD IS NON-TAXABLE AND THE TAX
      *    IS ZERO. THE TAX IS SHOWN SEPARATELY ON THE SCREEN AND
      *    CARRIED ON THE ORDER; THE ORDER TOTAL STAYS MERCHANDISE.
      *    A CUSTOMER HOLDING A VALID EXEMPTION CERTIFICATE FOR THE
      *    STATE IS NOT TAXED.
      *
           MOVE ZERO                        TO WS-LN-TAX-AMOUNT.
           IF WS-CM-STATE NOT = SPACES
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
      *
           MOVE WS-LN-TAX-AMOUNT            TO WS-OE-TAX-DISPLAY.
           MOVE WS-OE-TAX-DISPLAY           TO TAX2O.
      *
       2296-CHECK-TAX-EXEMPTION.
      *
      *    ON A CHANGE THE CERTIFICATE IS TESTED AGAINST THE ORDER'S
      *    OWN DATE, TAKEN FROM THE SAVED COMMAREA IMAGE - THE CREDIT
      *    EXPOSURE BROWSE HAS LEFT ANOTHER ORDER IN WS-ORDER-RECORD.
      *
           MOVE WS-FALSE-CNST               TO WS-XM-EXEMPT-SW.
           IF WS-CA-PROCESS-CHG-ORD-88
               MOVE WS-CA-ORDER-RECORD      TO WS-ORDER-RECORD
               MOVE WS-OR-ORDER-DATE(1:6)   TO WS-XM-ORDER-DATE
           ELSE
               EXEC CICS
                   ASKTIME ABSTIME(WS-AU-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-AU-ABSTIME)
                              YYMMDD (WS-XM-ORDER-DATE)
               END-EXEC
           END-IF.
      *
           PERFORM 8100-TXE-OPEN.
           EXEC CICS
               READ FILE  (WS-TXE-FILE-NAME-CNST)
                    INTO  (WS-TAX-EXEMPTION-RECORD)
                    RIDFLD(WS-CL-CUSTOMER-NUMBER)
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
       2300-WRITE-ORDER-RECORD.
      *
           END-IF.
           MOVE WS-LN-TAX-AMOUNT            TO WS-OR-TAX-AMOUNT.
           MOVE SPACES                      TO WS-OR-HOLD-USERID.
           MOVE WS-CL-HOLD-REASON           TO WS-OR-HOLD-REASON.
           MOVE WS-NO-CNST                  TO WS-OR-PICKED-FLAG.
           IF WS-CL-CREDIT-HELD-88
               MOVE WS-FALSE-CNST           TO WS-LN-STOCK-SHORT-SW
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
               ADD WS-LN-QUANTITY(WS-LN-SUB)
                 TO WS-IT-QTY-ALLOCATED
               PERFORM 7200-REWRITE-ITEM-RECORD
               SET WS-IL-MOVE-ALLOCATE      TO TRUE
               MOVE WS-LN-QUANTITY(WS-LN-SUB)
                 TO WS-IL-QUANTITY
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
      *
       3000-PROCESS-INQUIRE-ORDER.
           PERFORM 7100-READ-ITEM-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-OL-QUANTITY > WS-IT-QTY-ALLOCATED
                   MOVE WS-IT-QTY-ALLOCATED TO WS-IL-QUANTITY
                   MOVE ZERO                TO WS-IT-QTY-ALLOCATED
               ELSE
                   MOVE WS-OL-QUANTITY      TO WS-IL-QUANTITY
                   SUBTRACT WS-OL-QUANTITY
                       FROM WS-IT-QTY-ALLOCATED
               END-IF
               PERFORM 7200-REWRITE-ITEM-RECORD
               SET WS-IL-MOVE-DEALLOCATE    TO TRUE
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
      *
       4200-READ-ORDER-FOR-UPDATE.
       5000-PROCESS-SHIP-ORDER.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 5010-EDIT-SHIP-DATA.
           IF WS-VALID-DATA-88
               MOVE WS-CA-ORDER-NUMBER      TO WS-OR-ORDER-NUMBER
               PERFORM 4200-READ-ORDER-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                         TO WS-OJ-BEFORE-IMAGE
                       MOVE WS-ORDER-RECORD TO WS-OJ-AFTER-IMAGE
                       PERFORM 8500-WRITE-ORDER-JOURNAL
                       MOVE SPACES          TO MSG1O
                       IF WS-OR-STATUS-SHIPPED
                           STRING 'Shipment '
                                  WS-SW-SHIPMENT-NUMBER
                                  ' recorded. Order fully shipped.'
                                  DELIMITED BY SIZE
                             INTO MSG1O
                       ELSE
                           STRING 'Shipment '
                                  WS-SW-SHIPMENT-NUMBER
                                  ' recorded. The rest of the order'
                                  ' stays open.'
                                  DELIMITED BY SIZE
                             INTO MSG1O
                       END-IF
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-ORD-UPDATED-BY-ANOTHER
               MOVE -1                      TO ORDNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       5010-EDIT-SHIP-DATA.
      *
      *    A BLANK LINE QUANTITY SHIPS NOTHING ON THAT LINE THIS TIME.
      *    THE CARRIER IS REQUIRED; THE TRACKING NUMBER IS OPTIONAL
      *    AND A BLANK FREIGHT CHARGE MEANS NONE.
      *
           MOVE WS-CA-ORDER-RECORD          TO WS-ORDER-RECORD.
           MOVE WS-FALSE-CNST               TO WS-SW-ANY-SW.
           MOVE ATTR-NO-HIGHLIGHT           TO CARR2A
                                               FRGHT2A.
           PERFORM 2210-INIT-LINE-ATTRS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           PERFORM 5020-EDIT-ONE-SHIP-QTY
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           IF WS-VALID-DATA-88 AND NOT WS-SW-ANY-88
               MOVE ATTR-REVERSE            TO QTY2A(1)
               MOVE -1                      TO QTY2L(1)
               MOVE WS-SHP-NONE             TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF       CARR2L = ZERO
                 OR CARR2I = SPACE
                 OR CARR2I = LOW-VALUES
               MOVE ATTR-REVERSE            TO CARR2A
               MOVE -1                      TO CARR2L
               MOVE WS-ENTER-CARRIER        TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               MOVE CARR2I                  TO WS-SW-CARRIER
           END-IF.
      *
           IF       TRACK2L = ZERO
                 OR TRACK2I = LOW-VALUES
               MOVE SPACES                  TO WS-SW-TRACKING-NUMBER
           ELSE
               MOVE TRACK2I                 TO WS-SW-TRACKING-NUMBER
           END-IF.
      *
           MOVE ZERO                        TO WS-SW-FREIGHT-AMOUNT.
           IF       FRGHT2L = ZERO
                 OR FRGHT2I = SPACE
                 OR FRGHT2I = LOW-VALUES
               CONTINUE
           ELSE
               MOVE FRGHT2I                 TO WS-SW-FREIGHT-INPUT-R
               IF       WS-SW-FREIGHT-DOT NOT = '.'
                     OR WS-SW-FREIGHT-DOLLARS IS NOT NUMERIC
                     OR WS-SW-FREIGHT-CENTS IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO FRGHT2A
                   MOVE -1                  TO FRGHT2L
                   MOVE WS-ENTER-FREIGHT    TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   COMPUTE WS-SW-FREIGHT-AMOUNT =
                       WS-SW-FREIGHT-DOLLARS
                     + (WS-SW-FREIGHT-CENTS / 100)
               END-IF
           END-IF.
      *
       5020-EDIT-ONE-SHIP-QTY.
      *
           MOVE ZERO                        TO WS-SW-QTY(WS-LN-SUB).
           IF       QTY2L(WS-LN-SUB) = ZERO
                 OR QTY2I(WS-LN-SUB) = SPACE
                 OR QTY2I(WS-LN-SUB) = LOW-VALUES
               CONTINUE
           ELSE
               IF QTY2I(WS-LN-SUB) IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO QTY2A(WS-LN-SUB)
                   MOVE -1                  TO QTY2L(WS-LN-SUB)
                   MOVE WS-ENTER-QTY-SHIPPED
                                            TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE QTY2I(WS-LN-SUB)    TO WS-SW-QTY(WS-LN-SUB)
                   IF WS-SW-QTY(WS-LN-SUB) > ZERO
                       PERFORM 5030-CHECK-SHIP-BALANCE
                   END-IF
               END-IF
           END-IF.
      *
       5030-CHECK-SHIP-BALANCE.
      *
      *    AN OLDER SINGLE-LINE ORDER WITH NO ORDLF2A RECORDS SHIPS
      *    AGAINST THE HEADER QUANTITY AS ITS LINE ONE.
      *
           PERFORM 8100-ODL-OPEN.
           MOVE WS-CA-ORDER-NUMBER          TO WS-SW-LK-ORDER.
           MOVE WS-LN-SUB                   TO WS-SW-LINE-NBR-9.
           MOVE WS-SW-LINE-NBR-9            TO WS-SW-LK-LINE.
           MOVE ZERO              TO WS-SW-OPEN-QTY(WS-LN-SUB).
      *
           EXEC CICS
               READ FILE  (WS-ODL-FILE-NAME-CNST)
                    INTO  (WS-ORDER-LINE-RECORD)
                    RIDFLD(WS-SW-LINE-KEY)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-OL-QTY-SHIPPED IS NOT NUMERIC
                       MOVE ZERO            TO WS-OL-QTY-SHIPPED
                   END-IF
                   IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
                       COMPUTE WS-SW-OPEN-QTY(WS-LN-SUB) =
                           WS-OL-QUANTITY - WS-OL-QTY-SHIPPED
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                AND WS-LN-SUB = 1
                   IF WS-OR-QTY-SHIPPED < WS-OR-QUANTITY
                       COMPUTE WS-SW-OPEN-QTY(WS-LN-SUB) =
                           WS-OR-QUANTITY - WS-OR-QTY-SHIPPED
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE        TO QTY2A(WS-LN-SUB)
                   MOVE -1                  TO QTY2L(WS-LN-SUB)
                   MOVE WS-SHP-NO-LINE      TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               WHEN OTHER
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ODL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
           END-EVALUATE.
      *
           IF WS-SW-QTY(WS-LN-SUB) > WS-SW-OPEN-QTY(WS-LN-SUB)
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                  OR WS-LN-SUB = 1
                   MOVE ATTR-REVERSE        TO QTY2A(WS-LN-SUB)
                   MOVE -1                  TO QTY2L(WS-LN-SUB)
                   MOVE WS-SHP-TOO-MUCH     TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-SW-ANY-SW
           END-IF.
      *
       5100-SHIP-ORDER-RECORD.
      *
      *    EACH LINE IS READ FOR UPDATE AND ITS SHIPPED QUANTITY
      *    ADDED IN, THE STOCK IS RELIEVED BY WHAT SHIPPED, AND THE
      *    HEADER GOES TO SHIPPED ONLY WHEN NOTHING IS LEFT OPEN ON
      *    ANY LINE - OTHERWISE IT GOES BACKORDERED SO THE NIGHTLY
      *    RELEASE RUN PICKS UP THE REMAINDER.
      *
           PERFORM 8100-ORD-OPEN.
           MOVE WS-FALSE-CNST               TO WS-LN-ORD-WAS-OPEN-SW.
           IF WS-OR-STATUS-OPEN
               MOVE WS-TRUE-CNST            TO WS-LN-ORD-WAS-OPEN-SW
           END-IF.
           MOVE ZERO                        TO WS-SW-TOTAL-QTY
                                               WS-SW-MDSE-AMOUNT.
           MOVE WS-TRUE-CNST                TO WS-SW-ALL-SHIPPED-SW.
           MOVE ZEROS                       TO WS-SW-OPEN-TABLE.
           PERFORM 5110-SHIP-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           ADD WS-SW-TOTAL-QTY              TO WS-OR-QTY-SHIPPED.
           IF WS-SW-ALL-SHIPPED-88
               SET WS-OR-STATUS-SHIPPED     TO TRUE
           ELSE
               SET WS-OR-STATUS-BACKORDERED TO TRUE
           END-IF.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          YYMMDD (WS-OR-SHIP-DATE)
           END-EXEC.
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           PERFORM 5200-WRITE-SHIPMENT.
      *
       5110-SHIP-ONE-LINE.
      *
           PERFORM 8100-ODL-OPEN.
           MOVE WS-OR-ORDER-NUMBER          TO WS-SW-LK-ORDER.
           MOVE WS-LN-SUB                   TO WS-SW-LINE-NBR-9.
           MOVE WS-SW-LINE-NBR-9            TO WS-SW-LK-LINE.
      *
           EXEC CICS
               READ FILE  (WS-ODL-FILE-NAME-CNST)
                    INTO  (WS-ORDER-LINE-RECORD)
                    RIDFLD(WS-SW-LINE-KEY)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-OL-QTY-SHIPPED IS NOT NUMERIC
                       MOVE ZERO            TO WS-OL-QTY-SHIPPED
                   END-IF
                   PERFORM 5120-APPLY-LINE-SHIPMENT
                   EXEC CICS
                       REWRITE FILE (WS-ODL-FILE-NAME-CNST)
                               FROM (WS-ORDER-LINE-RECORD)
                               RESP (WS-RESPONSE-CODE)
                               RESP2(WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'REWRITE FILE   '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-ODL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
                   PERFORM 5130-RELIEVE-LINE-STOCK
      *
      *        AN OLDER SINGLE-LINE ORDER HAS NO LINE RECORD - THE
      *        HEADER ITEM FIELDS STAND IN FOR LINE ONE.
      *
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                AND WS-LN-SUB = 1
                   MOVE WS-OR-ITEM-NUMBER   TO WS-OL-ITEM-NUMBER
                   MOVE WS-OR-QUANTITY      TO WS-OL-QUANTITY
                   MOVE WS-OR-UNIT-PRICE    TO WS-OL-UNIT-PRICE
                   MOVE WS-OR-QTY-SHIPPED   TO WS-OL-QTY-SHIPPED
                   PERFORM 5120-APPLY-LINE-SHIPMENT
                   PERFORM 5130-RELIEVE-LINE-STOCK
      *
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ZERO                TO WS-SW-QTY(WS-LN-SUB)
      *
               WHEN OTHER
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ODL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
           END-EVALUATE.
      *
       5120-APPLY-LINE-SHIPMENT.
      *
      *    THE QUANTITY WAS EDITED AGAINST THE LINE BEFORE THE UPDATE
      *    BUT IS HELD TO WHAT IS STILL OPEN IN CASE THE LINE MOVED.
      *
           IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
               COMPUTE WS-SW-OPEN-QTY(WS-LN-SUB) =
                   WS-OL-QUANTITY - WS-OL-QTY-SHIPPED
           END-IF.
           IF WS-SW-QTY(WS-LN-SUB) > WS-SW-OPEN-QTY(WS-LN-SUB)
               MOVE WS-SW-OPEN-QTY(WS-LN-SUB)
                 TO WS-SW-QTY(WS-LN-SUB)
           END-IF.
           IF WS-SW-QTY(WS-LN-SUB) < WS-SW-OPEN-QTY(WS-LN-SUB)
               MOVE WS-FALSE-CNST           TO WS-SW-ALL-SHIPPED-SW
           END-IF.
      *
           ADD WS-SW-QTY(WS-LN-SUB)         TO WS-OL-QTY-SHIPPED
                                               WS-SW-TOTAL-QTY.
           COMPUTE WS-SW-LINE-AMOUNT ROUNDED =
               WS-SW-QTY(WS-LN-SUB) * WS-OL-UNIT-PRICE.
           ADD WS-SW-LINE-AMOUNT            TO WS-SW-MDSE-AMOUNT.
      *
       5130-RELIEVE-LINE-STOCK.
      *
      *    SHIP-CONFIRM RELIEVES THE ITEM STOCK - THE ALLOCATION MADE
      *    AT ORDER ENTRY COMES OFF FOR EVERYTHING STILL OPEN AS SOON
      *    AS THE ORDER LEAVES OPEN, AND THE ON-HAND COUNT COMES DOWN
      *    BY WHAT ACTUALLY SHIPPED. WHATEVER IS LEFT OPEN IS
      *    REALLOCATED BY THE NIGHTLY RELEASE RUN WHEN STOCK ALLOWS.
      *    THE TWO MOVEMENTS ARE LOGGED SEPARATELY, EACH WITH THE
      *    QUANTITY ACTUALLY TAKEN OFF AFTER THE ZERO FLOOR.
      *
           IF      NOT WS-LN-ORD-WAS-OPEN-88
               AND WS-SW-QTY(WS-LN-SUB) = ZERO
               CONTINUE
           ELSE
               MOVE WS-OL-ITEM-NUMBER       TO WS-IT-ITEM-NUMBER
               PERFORM 7100-READ-ITEM-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 5140-ADJUST-ITEM-STOCK
               END-IF
           END-IF.
      *
       5140-ADJUST-ITEM-STOCK.
      *
           MOVE ZERO                        TO WS-LN-DEALLOC-QTY
                                               WS-LN-RELIEVED-QTY.
           IF WS-LN-ORD-WAS-OPEN-88
               IF WS-SW-OPEN-QTY(WS-LN-SUB) > WS-IT-QTY-ALLOCATED
                   MOVE WS-IT-QTY-ALLOCATED TO WS-LN-DEALLOC-QTY
                   MOVE ZERO                TO WS-IT-QTY-ALLOCATED
               ELSE
                   MOVE WS-SW-OPEN-QTY(WS-LN-SUB)
                     TO WS-LN-DEALLOC-QTY
                   SUBTRACT WS-SW-OPEN-QTY(WS-LN-SUB)
                       FROM WS-IT-QTY-ALLOCATED
               END-IF
           END-IF.
           IF WS-SW-QTY(WS-LN-SUB) > WS-IT-QTY-ON-HAND
               MOVE WS-IT-QTY-ON-HAND       TO WS-LN-RELIEVED-QTY
               MOVE ZERO                    TO WS-IT-QTY-ON-HAND
           ELSE
               MOVE WS-SW-QTY(WS-LN-SUB)    TO WS-LN-RELIEVED-QTY
               SUBTRACT WS-SW-QTY(WS-LN-SUB)
                   FROM WS-IT-QTY-ON-HAND
           END-IF.
           PERFORM 7200-REWRITE-ITEM-RECORD.
           IF WS-LN-ORD-WAS-OPEN-88
               SET WS-IL-MOVE-DEALLOCATE    TO TRUE
               MOVE WS-LN-DEALLOC-QTY       TO WS-IL-QUANTITY
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
           IF WS-SW-QTY(WS-LN-SUB) > ZERO
               SET WS-IL-MOVE-SHIP          TO TRUE
               MOVE WS-LN-RELIEVED-QTY      TO WS-IL-QUANTITY
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
      *
       5200-WRITE-SHIPMENT.
      *
      *    THE SHIPMENT CARRIES ITS SHARE OF THE ORDER'S SALES TAX IN
      *    PROPORTION TO THE MERCHANDISE SHIPPED. THE SHIPMENT THAT
      *    CLOSES THE ORDER TAKES WHATEVER TAX IS LEFT, SO THE
      *    SHIPMENTS ALWAYS ADD BACK TO THE ORDER'S TAX TO THE CENT.
      *
           PERFORM 5300-BROWSE-SHIPMENTS.
           PERFORM 5250-ASSIGN-SHIPMENT-NUMBER.
      *
           IF WS-OR-STATUS-SHIPPED
               IF WS-SW-PRIOR-TAX < WS-OR-TAX-AMOUNT
                   COMPUTE WS-SW-TAX-AMOUNT =
                       WS-OR-TAX-AMOUNT - WS-SW-PRIOR-TAX
               ELSE
                   MOVE ZERO                TO WS-SW-TAX-AMOUNT
               END-IF
           ELSE
               IF WS-OR-TOTAL-AMOUNT > ZERO
                   COMPUTE WS-SW-TAX-AMOUNT ROUNDED =
                         WS-SW-MDSE-AMOUNT * WS-OR-TAX-AMOUNT
                       / WS-OR-TOTAL-AMOUNT
               ELSE
                   MOVE ZERO                TO WS-SW-TAX-AMOUNT
               END-IF
           END-IF.
      *
           PERFORM 8100-SHM-OPEN.
           MOVE SPACES                      TO WS-SHIPMENT-RECORD.
           MOVE WS-OR-ORDER-NUMBER          TO WS-SM-ORDER-NUMBER.
           COMPUTE WS-SM-SHIPMENT-SEQ = WS-SW-LAST-SEQ + 1.
           MOVE WS-SW-SHIPMENT-NUMBER       TO WS-SM-SHIPMENT-NUMBER.
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-SM-CUSTOMER-NUMBER.
           MOVE WS-OR-SHIP-DATE             TO WS-SM-SHIP-DATE.
           MOVE WS-SW-CARRIER               TO WS-SM-CARRIER.
           MOVE WS-SW-TRACKING-NUMBER       TO WS-SM-TRACKING-NUMBER.
           MOVE WS-SW-FREIGHT-AMOUNT        TO WS-SM-FREIGHT-AMOUNT.
           MOVE WS-SW-MDSE-AMOUNT           TO WS-SM-MDSE-AMOUNT.
           MOVE WS-SW-TAX-AMOUNT            TO WS-SM-TAX-AMOUNT.
           MOVE WS-SW-QTY-TABLE             TO WS-SM-LINE-QTY-TABLE.
           MOVE EIBOPID                     TO WS-SM-ENTERED-USERID.
           SET WS-SM-STATUS-SHIPPED         TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-SHM-FILE-NAME-CNST)
                     FROM  (WS-SHIPMENT-RECORD)
                     RIDFLD(WS-SM-SHIPMENT-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SHM-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5250-ASSIGN-SHIPMENT-NUMBER.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-SHIPNO-KEY)
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
                   MOVE WS-CW-SHIPNO-KEY    TO WS-CT-CONTROL-ID
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
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CTL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
           END-EVALUATE.
      *
           MOVE WS-CT-LAST-NUMBER           TO WS-SW-SHIPMENT-NUMBER.
      *
       5300-BROWSE-SHIPMENTS.
      *
      *    RUNS THROUGH THE ORDER'S SHIPMENTS ON SHMF2A IN SEQUENCE,
      *    LEAVING THE LAST SEQUENCE USED, THE TAX ALREADY CARRIED BY
      *    EARLIER SHIPMENTS AND THE LATEST CARRIER AND TRACKING.
      *
           MOVE ZERO                        TO WS-SW-LAST-SEQ
                                               WS-SW-PRIOR-TAX
                                               WS-SW-LAST-FREIGHT.
           MOVE SPACES                      TO WS-SW-LAST-CARRIER
                                               WS-SW-LAST-TRACKING.
           MOVE WS-FALSE-CNST               TO WS-SW-STOP-SW.
           MOVE WS-OR-ORDER-NUMBER          TO WS-SW-BK-ORDER.
           MOVE LOW-VALUES                  TO WS-SW-BK-SEQ.
      *
           PERFORM 8100-SHM-OPEN.
           EXEC CICS
               STARTBR FILE  (WS-SHM-FILE-NAME-CNST)
                       RIDFLD(WS-SHM-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 5310-READ-ONE-SHIPMENT
                   UNTIL WS-SW-STOP-88
               EXEC CICS
                   ENDBR FILE  (WS-SHM-FILE-NAME-CNST)
                         RESP  (WS-RESPONSE-CODE)
                         RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SHM-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5310-READ-ONE-SHIPMENT.
      *
           EXEC CICS
               READNEXT FILE  (WS-SHM-FILE-NAME-CNST)
                        INTO  (WS-SHIPMENT-RECORD)
                        RIDFLD(WS-SHM-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-SM-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-SW-STOP-SW
               ELSE
                   MOVE WS-SM-SHIPMENT-SEQ  TO WS-SW-LAST-SEQ
                   ADD WS-SM-TAX-AMOUNT     TO WS-SW-PRIOR-TAX
                   MOVE WS-SM-CARRIER       TO WS-SW-LAST-CARRIER
                   MOVE WS-SM-TRACKING-NUMBER
                     TO WS-SW-LAST-TRACKING
                   MOVE WS-SM-FREIGHT-AMOUNT
                     TO WS-SW-LAST-FREIGHT
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-SW-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-SHM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       6000-PROCESS-CHANGE-ORDER.
      *
                       MOVE WS-ORDER-RECORD TO WS-OJ-AFTER-IMAGE
                       PERFORM 8500-WRITE-ORDER-JOURNAL
                       EVALUATE TRUE
                           WHEN WS-CL-ACCOUNT-HELD-88
                               MOVE WS-ORD-CHANGED-ACCT-HELD
                                 TO MSG1O
                           WHEN WS-CL-CREDIT-HELD-88
                               MOVE WS-ORD-CHANGED-HELD
                                 TO MSG1O
      *
           MOVE WS-CA-ORDER-RECORD          TO WS-ORDER-RECORD.
           MOVE WS-OR-TOTAL-AMOUNT          TO WS-CL-EXCLUDE-AMOUNT.
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-CL-CUSTOMER-NUMBER
                                               WS-PL-CUSTOMER-NUMBER.
      *
           PERFORM 2210-INIT-LINE-ATTRS
               VARYING WS-LN-SUB FROM 1 BY 1
      *    A CHANGED ORDER GOES BACK THROUGH THE PICK LIST RUN SO THE
      *    WAREHOUSE NEVER WORKS FROM A STALE PACKING SLIP.
           MOVE WS-NO-CNST                  TO WS-OR-PICKED-FLAG.
           MOVE WS-CL-HOLD-REASON           TO WS-OR-HOLD-REASON.
           IF WS-CL-CREDIT-HELD-88
               MOVE WS-FALSE-CNST           TO WS-LN-STOCK-SHORT-SW
               SET WS-OR-STATUS-HELD        TO TRUE
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 7510-EDIT-RETURN-QTYS.
           IF WS-VALID-DATA-88
               PERFORM 7540-PRICE-RETURN
               PERFORM 8700-GET-APPROVAL-LIMITS
               MOVE SPACES                  TO MSG1O
               IF WS-RW-CREDIT-TOTAL > WS-AL-RETURN-CREDIT
                   PERFORM 7600-QUEUE-RETURN-REQUEST
                   STRING 'Return credit is over the approval limit.'
                          ' Queued as request '
                          WS-AP-REQUEST-NUMBER
                          '.'
                          DELIMITED BY SIZE
                     INTO MSG1O
               ELSE
                   PERFORM 7550-APPLY-RETURN
                   MOVE WS-OR-ORDER-NUMBER  TO WS-OJ-ORDER-NUMBER
                   SET WS-OJ-ACTION-RETURN  TO TRUE
                   MOVE WS-ORDER-RECORD     TO WS-OJ-BEFORE-IMAGE
                                               WS-OJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-ORDER-JOURNAL
                   IF WS-PD-REDATED
                       STRING 'Return recorded. Credit memo '
                              WS-RW-MEMO-NUMBER
                              ' issued, dated '
                              WS-PD-POST-DATE
                              ' - period closed.'
                              DELIMITED BY SIZE
                         INTO MSG1O
                   ELSE
                       STRING 'Return recorded. Credit memo '
                              WS-RW-MEMO-NUMBER
                              ' issued.'
                              DELIMITED BY SIZE
                         INTO MSG1O
                   END-IF
               END-IF
               SET WS-SEND-ERASE-88         TO TRUE
               MOVE -1                      TO ORDNOL
               PERFORM 1500-SEND-KEY-MAP
       7510-EDIT-RETURN-QTYS.
      *
           MOVE WS-FALSE-CNST               TO WS-RW-ANY-SW.
           MOVE ZERO                        TO WS-RW-RETURN-TOTAL.
           PERFORM 2210-INIT-LINE-ATTRS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   ELSE
                       MOVE WS-TRUE-CNST    TO WS-RW-ANY-SW
                       COMPUTE WS-RW-LINE-AMOUNT ROUNDED =
                           WS-RW-QTY(WS-LN-SUB) * WS-OL-UNIT-PRICE
                       ADD WS-RW-LINE-AMOUNT
                         TO WS-RW-RETURN-TOTAL
                   END-IF
               ELSE
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
               END-IF
           END-IF.
      *
      *
      *    THE MERCHANDISE CREDIT WAS PRICED LINE BY LINE AS THE
      *    QUANTITIES WERE EDITED. THE CREDITED TAX FOLLOWS IT IN THE
      *    SAME PROPORTION THE ORIGINAL ORDER WAS TAXED.
      *
       7540-PRICE-RETURN.
      *
           MOVE WS-CA-ORDER-RECORD          TO WS-ORDER-RECORD.
           PERFORM 7545-COMPUTE-CREDIT-TAX.
           COMPUTE WS-RW-CREDIT-TOTAL =
               WS-RW-RETURN-TOTAL + WS-RW-CREDIT-TAX.
      *
       7545-COMPUTE-CREDIT-TAX.
      *
           IF WS-OR-TOTAL-AMOUNT > ZERO
               COMPUTE WS-RW-CREDIT-TAX ROUNDED =
           ELSE
               MOVE ZERO                    TO WS-RW-CREDIT-TAX
           END-IF.
      *
       7550-APPLY-RETURN.
      *
           MOVE WS-CA-ORDER-RECORD          TO WS-ORDER-RECORD.
           MOVE ZERO                        TO WS-RW-RETURN-TOTAL.
           PERFORM 7560-APPLY-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           PERFORM 7545-COMPUTE-CREDIT-TAX.
      *
           PERFORM 7580-ASSIGN-CREDIT-MEMO-NBR.
           PERFORM 7590-WRITE-CREDIT-MEMO.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-RW-QTY(WS-LN-SUB)     TO WS-IT-QTY-ON-HAND
               PERFORM 7200-REWRITE-ITEM-RECORD
               SET WS-IL-MOVE-RETURN        TO TRUE
               MOVE WS-RW-QTY(WS-LN-SUB)    TO WS-IL-QUANTITY
               PERFORM 7300-LOG-ORDER-MOVEMENT
           END-IF.
      *
       7580-ASSIGN-CREDIT-MEMO-NBR.
           MOVE WS-RW-CREDIT-TAX            TO WS-IV-TAX-AMOUNT.
           COMPUTE WS-IV-TOTAL-AMOUNT =
               WS-RW-RETURN-TOTAL + WS-RW-CREDIT-TAX.
           MOVE ZERO                        TO WS-IV-FREIGHT-AMOUNT.
      *
      *    THE MEMO IS TAGGED WITH THE CUSTOMER'S STATE SO THE SALES
      *    TAX RETURN NETS IT AGAINST THE SAME STATE'S SALES, AND WITH
      *    THE SALES REP NOW ON THE ACCOUNT SO THE COMMISSION RUN
      *    CHARGES THE CREDIT BACK TO THAT REP.
      *
           PERFORM 8100-CMF-OPEN.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-OR-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-CM-STATE             TO WS-IV-TAX-STATE
               MOVE WS-CM-SALES-REP         TO WS-IV-SALES-REP
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
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          YYMMDD (WS-IV-INVOICE-DATE)
           END-EXEC.
      *
      *    A MEMO RAISED AFTER ITS MONTH HAS BEEN CLOSED IS DATED ON
      *    THE FIRST DAY OF THE OPEN PERIOD.
      *
           MOVE WS-IV-INVOICE-DATE(1:6)     TO WS-PD-POST-DATE.
           PERFORM 8790-GET-POSTING-DATE.
           MOVE WS-PD-POST-DATE             TO WS-IV-INVOICE-DATE(1:6).
      *
           EXEC CICS
               WRITE FILE  (WS-INV-FILE-NAME-CNST)
               MOVE WS-INV-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           PERFORM 7595-WRITE-CREDIT-ITEM.
      *
      *    THE MEMO IS HELD ON ARF2A AS A CREDIT ITEM AGAINST THE
      *    CUSTOMER, CARRYING THE ORDER SO THE ARMTCF2A MATCHING RUN
      *    CAN APPLY IT TO THAT ORDER'S INVOICE FIRST.
      *
       7595-WRITE-CREDIT-ITEM.
      *
           PERFORM 8100-AR-OPEN.
           MOVE SPACES                      TO WS-RECEIVABLE-RECORD.
           MOVE WS-IV-CUSTOMER-NUMBER       TO WS-AR-CUSTOMER-NUMBER.
           MOVE WS-IV-INVOICE-NUMBER        TO WS-AR-INVOICE-NUMBER.
           MOVE WS-IV-INVOICE-DATE          TO WS-AR-INVOICE-DATE.
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-AR-ORIGINAL-AMOUNT.
           MOVE ZERO                        TO WS-AR-AMOUNT-PAID.
           SET WS-AR-STATUS-OPEN            TO TRUE.
           SET WS-AR-TYPE-CREDIT-MEMO       TO TRUE.
           MOVE WS-IV-ORDER-NUMBER          TO WS-AR-ORDER-NUMBER.
      *
           EXEC CICS
               WRITE FILE  (WS-AR-FILE-NAME-CNST)
                     FROM  (WS-RECEIVABLE-RECORD)
                     RIDFLD(WS-AR-OPEN-ITEM-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-AR-FILE-NAME-CNST    TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
      *
      *    THE QUEUED REQUEST CARRIES THE QUANTITY AGAINST EACH LINE
      *    AND THE CREDIT AS PRICED HERE. NOTHING IS RESTOCKED OR
      *    CREDITED UNTIL IT IS APPROVED.
      *
       7600-QUEUE-RETURN-REQUEST.
      *
           MOVE SPACES                      TO WS-APPROVAL-RECORD.
           SET WS-AP-TYPE-RETURN            TO TRUE.
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-AP-CUSTOMER-NUMBER.
           MOVE WS-OR-ORDER-NUMBER          TO WS-AP-ORDER-NUMBER.
           MOVE ZERO                        TO WS-AP-OLD-AMOUNT.
           MOVE WS-RW-CREDIT-TOTAL          TO WS-AP-NEW-AMOUNT.
           MOVE WS-RW-QTY-TABLE             TO WS-AP-RETURN-QTY-TABLE.
           PERFORM 8750-QUEUE-APPROVAL-REQUEST.
      *
       7100-READ-ITEM-FOR-UPDATE.
      *
               MOVE WS-ITM-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       7300-LOG-ORDER-MOVEMENT.
      *
      *    EVERY STOCK MOVEMENT MADE HERE BELONGS TO THE ORDER IN
      *    WS-ORDER-RECORD - A NEW ORDER HAS ITS NUMBER BY THE TIME
      *    ITS LINES ALLOCATE.
      *
           SET WS-IL-REF-ORDER              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IL-REFERENCE.
           PERFORM 8500-WRITE-STOCK-MOVEMENT.
      *
       COPY ORDOPEN.
      *
       COPY CTLOPEN.
      *
       COPY CTLCLOSE.
      *
       COPY PRDCHECK.
      *
       COPY SHPOPEN.
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
       COPY CPROPEN.
      *
       COPY CPRCLOSE.
      *
       COPY QBKOPEN.
      *
       COPY QBKCLOSE.
      *
       COPY ITCOPEN.
      *
       COPY ITCCLOSE.
      *
       COPY OJLOPEN.
      *
       COPY INVOPEN.
      *
       COPY INVCLOSE.
      *
       COPY AROPEN.
      *
       COPY ARCLOSE.
      *
       COPY ILGOPEN.
      *
       COPY ILGCLOSE.
      *
       COPY ILGWRITE.
      *
       COPY SHMOPEN.
      *
       COPY SHMCLOSE.
      *
       COPY APROPEN.
      *
       COPY APRCLOSE.
      *
       COPY APRWRITE.
      *
       8600-ODL-STARTBR.
      *
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
      *    LINES WRITTEN BEFORE SHIPPED QUANTITIES WERE KEPT CARRY NO
      *    NUMERIC SHIPPED QUANTITY - NOTHING HAS SHIPPED ON THEM.
      *
           IF       WS-RESPONSE-CODE = DFHRESP(NORMAL)
                AND WS-OL-QTY-SHIPPED IS NOT NUMERIC
               MOVE ZERO                    TO WS-OL-QTY-SHIPPED
           END-IF.
      *
       8950-ODL-ENDBR.
      *
