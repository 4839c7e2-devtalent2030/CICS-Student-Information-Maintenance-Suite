      *                     description and current unit price from
      *                     it, so order entry stops depending on
      *                     free-typed descriptions and hand-keyed
      *                     prices. Stock is no longer received
      *                     here - receipts are keyed against the open
      *                     purchase order lines on POMNTF2A, which
      *                     posts the on-hand and the stock movement
      *                     ledger, so action 5 now only points the
      *                     operator there. The reorder point and
      *                     reorder quantity kept here drive the
      *                     ITMRRF2A nightly replenishment report.
      *                     The standard cost is kept here the same
      *                     way as the price - each change is dated on
      *                     ITCF2A so order entry can capture the cost
      *                     in force on the order date, and a future
      *                     date leaves the master cost alone until
      *                     that day. MRGRPF2A reports margin against
      *                     the captured cost.
      *
      *
       ENVIRONMENT DIVISION.
               88 WS-CA-PROCESS-CHG-ITEM-88       VALUE '3'.
               88 WS-CA-PROCESS-DEA-ITEM-88       VALUE '4'.
               88 WS-CA-PROCESS-REA-ITEM-88       VALUE '5'.
           05 WS-CA-ITEM-RECORD.
               10 WS-CA-ITEM-NUMBER         PIC X(06).
               10 FILLER                    PIC X(94).
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                  PIC X VALUE 'Y'.
       01 WS-FILE-CNSTS.
           05 WS-ITM-FILE-NAME-CNST         PIC X(08) VALUE 'ITEMF2A '.
           05 WS-ITP-FILE-NAME-CNST         PIC X(08) VALUE 'ITPF2A  '.
           05 WS-ITC-FILE-NAME-CNST         PIC X(08) VALUE 'ITCF2A  '.
      *
       01 WS-FLAGS.
           05 WS-VALID-DATA-FLAG            PIC X(01) VALUE 'Y'.
                                             PIC X(08).
           05 WS-IE-PRICE-DISPLAY           PIC ZZZZ9.99.
           05 WS-IE-QTY-DISPLAY             PIC ZZZZZZZZ9.
           05 WS-IE-TODAY-YYMMDD            PIC X(06) VALUE SPACES.
           05 WS-IE-EFF-DATE                PIC X(06) VALUE SPACES.
           05 WS-IE-PREV-PRICE              PIC 9(05)V99 VALUE 0.
           05 WS-IE-NEW-PRICE               PIC 9(05)V99 VALUE 0.
           05 WS-IE-FUTURE-PRICE-SW         PIC X(01) VALUE 'N'.
               88 WS-IE-FUTURE-PRICE-88         VALUE 'Y'.
           05 WS-IE-REORDER-POINT           PIC 9(07) VALUE 0.
           05 WS-IE-REORDER-QTY             PIC 9(07) VALUE 0.
           05 WS-IE-COST-INPUT.
               10 WS-IE-COST-DOLLARS        PIC 9(05).
               10 WS-IE-COST-DOT            PIC X(01).
               10 WS-IE-COST-CENTS          PIC 9(02).
           05 WS-IE-COST-INPUT-R REDEFINES WS-IE-COST-INPUT
                                             PIC X(08).
           05 WS-IE-COST-EFF-DATE           PIC X(06) VALUE SPACES.
           05 WS-IE-PREV-COST               PIC 9(05)V99 VALUE 0.
           05 WS-IE-NEW-COST                PIC 9(05)V99 VALUE 0.
           05 WS-IE-COST-KEYED-SW           PIC X(01) VALUE 'N'.
               88 WS-IE-COST-KEYED-88           VALUE 'Y'.
           05 WS-IE-FUTURE-COST-SW          PIC X(01) VALUE 'N'.
               88 WS-IE-FUTURE-COST-88          VALUE 'Y'.
      *
       01 WS-IT-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
                   VALUE 'Press Enter to reactivate this item or '.
               10 FILLER                    PIC X(39)
                   VALUE 'press F12                              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-KEY-UNASSIGNED.
               10 FILLER                    PIC X(40)
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RECEIVE-ON-PO.
               10 FILLER                    PIC X(40)
                   VALUE 'Stock is received against its purchase '.
               10 FILLER                    PIC X(39)
                   VALUE 'order on the PO screen.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-EFFDT-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Item record updated. The new price take'.
               10 FILLER                    PIC X(39)
                   VALUE 's effect on the date keyed.            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-REORDER-POINT.
               10 FILLER                    PIC X(40)
                   VALUE 'Reorder point must be numeric, or blank'.
               10 FILLER                    PIC X(39)
                   VALUE ' for none.                             '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-REORDER-QTY.
               10 FILLER                    PIC X(40)
                   VALUE 'Reorder quantity must be numeric and no'.
               10 FILLER                    PIC X(39)
                   VALUE 't zero when a reorder point is set.    '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-COST.
               10 FILLER                    PIC X(40)
                   VALUE 'Standard cost must be NNNNN.NN, or blank'.
               10 FILLER                    PIC X(39)
                   VALUE ' if it is not known yet.               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-COSTDT-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Cost date must be YYMMDD, or blank for '.
               10 FILLER                    PIC X(39)
                   VALUE 'immediately.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-COST-FUTURE-RECORDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Item record updated. The new cost takes'.
               10 FILLER                    PIC X(39)
                   VALUE ' effect on the date keyed.             '.
      *
       COPY ATTR.
      *
       COPY ITPWSSTS.
      *
       COPY ITPWSREC.
      *
       COPY ITCWSSTS.
      *
       COPY ITCWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(101).
      *
       PROCEDURE DIVISION.
      *
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-ITEM-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO DESC2L
                       SET WS-SEND-ERASE-88 TO TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-ITM-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-ITC-CLOSE

                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   IF WS-CA-PROCESS-KEY-MAP-88
                       PERFORM 8200-ITM-CLOSE  *> Close VSAM
                       PERFORM 8200-ITP-CLOSE
                       PERFORM 8200-ITC-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                           PERFORM 4000-PROCESS-DEACTIVATE-ITEM
                       WHEN WS-CA-PROCESS-REA-ITEM-88
                           PERFORM 5000-PROCESS-REACTIVATE-ITEM
                   END-EVALUATE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-ITP-CLOSE
                   PERFORM 8200-ITC-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                                               STATUS2O
                                               ONHAND2O
                                               ALLOC2O
                                               ROPT2O
                                               ROQTY2O
                                               COST2O
               ELSE
                   MOVE WS-IT-UNIT-PRICE    TO WS-IE-PRICE-DISPLAY
                   MOVE WS-IE-PRICE-DISPLAY TO PRICE2O
                   MOVE WS-IE-QTY-DISPLAY   TO ONHAND2O
                   MOVE WS-IT-QTY-ALLOCATED TO WS-IE-QTY-DISPLAY
                   MOVE WS-IE-QTY-DISPLAY   TO ALLOC2O
                   MOVE WS-IT-REORDER-POINT TO ROPT2O
                   MOVE WS-IT-REORDER-QTY   TO ROQTY2O
                   IF WS-IT-STD-COST IS NUMERIC
                       MOVE WS-IT-STD-COST  TO WS-IE-PRICE-DISPLAY
                       MOVE WS-IE-PRICE-DISPLAY
                         TO COST2O
                   ELSE
                       MOVE SPACES          TO COST2O
                   END-IF
                   IF WS-IT-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO DESC2L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO DESC2A PRICE2A EFFDT2A
                                        RECQTY2A ROPT2A ROQTY2A
                                        COST2A COSTDT2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO DESC2A PRICE2A EFFDT2A
                                        RECQTY2A ROPT2A ROQTY2A
                                        COST2A COSTDT2A
                               ELSE
                                   MOVE WS-ITEM-ALREADY-ACTIVE
                                     TO MSG1O
                           END-IF
      *
                       WHEN '5'
                           MOVE ATTR-REVERSE        TO ACTIONA
                           MOVE -1                  TO ACTIONL
                           MOVE WS-RECEIVE-ON-PO    TO MSG1O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                   END-EVALUATE
               END-IF
           END-IF.
               PERFORM 2300-WRITE-ITEM-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 3300-WRITE-PRICE-RECORD
                   IF WS-IE-COST-KEYED-88
                       PERFORM 3400-WRITE-COST-RECORD
                   END-IF
                   MOVE WS-ITEM-ADDED       TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
           ELSE
               MOVE LOW-VALUE               TO DESC2O
                                               PRICE2O
                                               ROPT2O
                                               ROQTY2O
                                               COST2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
       2200-EDIT-ITEM-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO DESC2A
                                               PRICE2A
                                               ROPT2A
                                               ROQTY2A
                                               COST2A
                                               COSTDT2A.
      *
           IF       DESC2I = SPACE
                 OR DESC2L = ZERO
                   END-IF
               END-IF
           END-IF.
      *
      *    A BLANK REORDER POINT MEANS THE ITEM IS NOT REPLENISHED
      *    AUTOMATICALLY. ONCE A POINT IS SET THE REPLENISHMENT
      *    REPORT NEEDS A QUANTITY TO SUGGEST.
      *
           MOVE ZERO                        TO WS-IE-REORDER-POINT
                                               WS-IE-REORDER-QTY.
           IF       ROPT2L NOT = ZERO
                AND ROPT2I NOT = SPACE
                AND ROPT2I NOT = LOW-VALUES
               IF ROPT2I IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO ROPT2A
                   MOVE -1                  TO ROPT2L
                   MOVE WS-ENTER-REORDER-POINT
                     TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE ROPT2I              TO WS-IE-REORDER-POINT
               END-IF
           END-IF.
      *
           IF       ROQTY2L NOT = ZERO
                AND ROQTY2I NOT = SPACE
                AND ROQTY2I NOT = LOW-VALUES
               IF ROQTY2I IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO ROQTY2A
                   MOVE -1                  TO ROQTY2L
                   MOVE WS-ENTER-REORDER-QTY
                     TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE ROQTY2I             TO WS-IE-REORDER-QTY
               END-IF
           END-IF.
      *
           IF       WS-IE-REORDER-POINT > ZERO
                AND WS-IE-REORDER-QTY = ZERO
                AND ROQTY2A NOT = ATTR-REVERSE
               MOVE ATTR-REVERSE            TO ROQTY2A
               MOVE -1                      TO ROQTY2L
               MOVE WS-ENTER-REORDER-QTY    TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
      *    A BLANK STANDARD COST LEAVES THE COST AS IT WAS (UNSET ON
      *    A NEW ITEM). A KEYED COST IS DATED LIKE THE PRICE - BLANK
      *    MEANS NOW, A FUTURE YYMMDD LOADS IT ON ITCF2A AHEAD OF TIME.
      *
           MOVE WS-FALSE-CNST               TO WS-IE-COST-KEYED-SW
                                               WS-IE-FUTURE-COST-SW.
           MOVE ZERO                        TO WS-IE-NEW-COST.
           IF       COST2L NOT = ZERO
                AND COST2I NOT = SPACE
                AND COST2I NOT = LOW-VALUES
               MOVE COST2I                  TO WS-IE-COST-INPUT-R
               IF       WS-IE-COST-DOT NOT = '.'
                     OR WS-IE-COST-DOLLARS IS NOT NUMERIC
                     OR WS-IE-COST-CENTS IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO COST2A
                   MOVE -1                  TO COST2L
                   MOVE WS-ENTER-COST       TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE WS-TRUE-CNST        TO WS-IE-COST-KEYED-SW
                   COMPUTE WS-IE-NEW-COST =
                       WS-IE-COST-DOLLARS + (WS-IE-COST-CENTS / 100)
               END-IF
           END-IF.
      *
           IF       COSTDT2L = ZERO
                 OR COSTDT2I = SPACE
                 OR COSTDT2I = LOW-VALUES
               MOVE WS-IE-TODAY-YYMMDD      TO WS-IE-COST-EFF-DATE
           ELSE
               IF COSTDT2I IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO COSTDT2A
                   MOVE -1                  TO COSTDT2L
                   MOVE WS-COSTDT-INVALID   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE COSTDT2I            TO WS-IE-COST-EFF-DATE
                   IF       WS-IE-COST-EFF-DATE > WS-IE-TODAY-YYMMDD
                        AND WS-IE-COST-KEYED-88
                       MOVE WS-TRUE-CNST    TO WS-IE-FUTURE-COST-SW
                   END-IF
               END-IF
           END-IF.
      *
       2250-GET-TODAY-DATE.
      *
           MOVE ITEMNO2I                    TO WS-IT-ITEM-NUMBER.
           PERFORM 2400-BUILD-ITEM-FIELDS.
           MOVE ZERO                        TO WS-IT-QTY-ON-HAND
                                               WS-IT-QTY-ALLOCATED
                                               WS-IT-STD-COST.
           IF WS-IE-COST-KEYED-88
               MOVE WS-IE-NEW-COST          TO WS-IT-STD-COST
           END-IF.
           SET WS-IT-STATUS-ACTIVE          TO TRUE.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           COMPUTE WS-IT-UNIT-PRICE =
               WS-IE-PRICE-DOLLARS + (WS-IE-PRICE-CENTS / 100).
           MOVE WS-IT-UNIT-PRICE            TO WS-IE-NEW-PRICE.
           MOVE WS-IE-REORDER-POINT         TO WS-IT-REORDER-POINT.
           MOVE WS-IE-REORDER-QTY           TO WS-IT-REORDER-QTY.
           IF WS-IE-COST-KEYED-88
               MOVE WS-IE-NEW-COST          TO WS-IT-STD-COST
           END-IF.
      *
           MOVE EIBOPID                     TO WS-IT-LAST-CHG-USERID.
           EXEC CICS
                   IF WS-ITEM-RECORD = WS-CA-ITEM-RECORD
                       PERFORM 3200-REWRITE-ITEM-RECORD
                       PERFORM 3300-WRITE-PRICE-RECORD
                       IF WS-IE-COST-KEYED-88
                           PERFORM 3400-WRITE-COST-RECORD
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-IE-FUTURE-PRICE-88
                               MOVE WS-PRICE-FUTURE-RECORDED
                                 TO MSG1O
                           WHEN WS-IE-FUTURE-COST-88
                               MOVE WS-COST-FUTURE-RECORDED
                                 TO MSG1O
                           WHEN OTHER
                               MOVE WS-ITEM-UPDATED
                                 TO MSG1O
                       END-EVALUATE
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-ITEM-UPDATED-BY-ANOTHER
           ELSE
               MOVE LOW-VALUE               TO DESC2O
                                               PRICE2O
                                               ROPT2O
                                               ROQTY2O
                                               COST2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
      *
      *    A FUTURE-DATED PRICE CHANGE LEAVES THE MASTER PRICE AS IT
      *    WAS - THE NEW PRICE WAITS ON ITPF2A UNTIL ITS DAY COMES.
      *    A FUTURE-DATED COST WAITS ON ITCF2A THE SAME WAY.
      *
           PERFORM 8100-ITM-OPEN.
           MOVE WS-IT-UNIT-PRICE            TO WS-IE-PREV-PRICE.
           MOVE WS-IT-STD-COST              TO WS-IE-PREV-COST.
           PERFORM 2400-BUILD-ITEM-FIELDS.
           IF WS-IE-FUTURE-PRICE-88
               MOVE WS-IE-PREV-PRICE        TO WS-IT-UNIT-PRICE
           END-IF.
           IF WS-IE-FUTURE-COST-88
               MOVE WS-IE-PREV-COST         TO WS-IT-STD-COST
           END-IF.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
               MOVE WS-ITP-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3400-WRITE-COST-RECORD.
      *
      *    ONE ITCF2A RECORD PER ITEM AND EFFECTIVE DATE - A SECOND
      *    COST KEYED FOR THE SAME DATE REPLACES THE FIRST.
      *
           PERFORM 8100-ITC-OPEN.
           MOVE SPACES                      TO WS-ITEM-COST-RECORD.
           MOVE WS-IT-ITEM-NUMBER           TO WS-SC-ITEM-NUMBER.
           MOVE WS-IE-COST-EFF-DATE         TO WS-SC-EFF-DATE.
           MOVE WS-IE-NEW-COST              TO WS-SC-UNIT-COST.
           MOVE WS-IT-LAST-CHG-USERID       TO WS-SC-LAST-CHG-USERID.
           MOVE WS-IT-LAST-CHG-DATE         TO WS-SC-LAST-CHG-DATE.
           MOVE WS-IT-LAST-CHG-TIME         TO WS-SC-LAST-CHG-TIME.
      *
           EXEC CICS
               WRITE FILE  (WS-ITC-FILE-NAME-CNST)
                     FROM  (WS-ITEM-COST-RECORD)
                     RIDFLD(WS-SC-COST-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
               PERFORM 3450-REPLACE-COST-RECORD
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'WRITE FILE     '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITC-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       3450-REPLACE-COST-RECORD.
      *
           EXEC CICS
               READ FILE  (WS-ITC-FILE-NAME-CNST)
                    INTO  (WS-ITEM-COST-RECORD)
                    RIDFLD(WS-SC-COST-KEY)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-IE-NEW-COST          TO WS-SC-UNIT-COST
               MOVE WS-IT-LAST-CHG-USERID
                 TO WS-SC-LAST-CHG-USERID
               MOVE WS-IT-LAST-CHG-DATE     TO WS-SC-LAST-CHG-DATE
               MOVE WS-IT-LAST-CHG-TIME     TO WS-SC-LAST-CHG-TIME
               EXEC CICS
                   REWRITE FILE (WS-ITC-FILE-NAME-CNST)
                           FROM (WS-ITEM-COST-RECORD)
                           RESP (WS-RESPONSE-CODE)
                           RESP2(WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'REWRITE FILE   '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITC-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           ELSE
               MOVE 'READ FILE UPDATE'      TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ITC-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACTIVATE-ITEM.
      *
           SET WS-IT-STATUS-ACTIVE          TO TRUE.
           PERFORM 4500-STAMP-ITEM-RECORD.
           PERFORM 4600-REWRITE-STAMPED-ITEM.
      *
       COPY ITMOPEN.
      *
       COPY ITPOPEN.
      *
       COPY ITPCLOSE.
      *
       COPY ITCOPEN.
      *
       COPY ITCCLOSE.
      *
       COPY RESPTEXT.
      *
