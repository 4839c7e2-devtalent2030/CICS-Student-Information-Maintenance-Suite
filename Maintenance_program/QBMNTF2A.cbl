       IDENTIFICATION DIVISION.
       PROGRAM-ID. QBMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online maintenance for the QBKF2A quantity
      *                     break file - add, change, deactivate and
      *                     reactivate the price tiers held for an
      *                     item. Up to five tiers are keyed, each a
      *                     quantity the order line must reach and the
      *                     unit price that then applies; the tiers are
      *                     entered from the top with ascending
      *                     quantities and any unused tiers left blank
      *                     at the bottom. The item must exist and be
      *                     active on ITEMF2A before breaks can be
      *                     added, and its list price is shown beside
      *                     the tiers. Order entry charges the highest
      *                     tier the line reaches when it is below the
      *                     list price and no lower contract applies.
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
               88 WS-CA-PROCESS-ADD-QBK-88        VALUE '2'.
               88 WS-CA-PROCESS-CHG-QBK-88        VALUE '3'.
               88 WS-CA-PROCESS-DEA-QBK-88        VALUE '4'.
               88 WS-CA-PROCESS-REA-QBK-88        VALUE '5'.
           05 WS-CA-QTY-BREAK-RECORD.
               10 WS-CA-ITEM-NUMBER         PIC X(06).
               10 FILLER                    PIC X(94).
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
           05 WS-QBK-TRANSID-CNST           PIC X(04) VALUE 'DF2A'.
           05 WS-QBK-MAPSET-CNST            PIC X(07) VALUE 'QBKSF2A'.
           05 WS-QBK-MAP1-CNST              PIC X(07) VALUE 'QBK1F2A'.
           05 WS-QBK-MAP2-CNST              PIC X(07) VALUE 'QBK2F2A'.
      *
       01 WS-FILE-CNSTS.
           05 WS-QBK-FILE-NAME-CNST         PIC X(08) VALUE 'QBKF2A  '.
           05 WS-ITM-FILE-NAME-CNST         PIC X(08) VALUE 'ITEMF2A '.
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
       01 WS-QB-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
      *
      * TIER EDIT WORK - A TIER IS BLANK WHEN NEITHER ITS QUANTITY NOR
      * ITS PRICE IS KEYED. ONCE A BLANK TIER IS SEEN EVERY TIER BELOW
      * IT MUST BE BLANK TOO.
      *
       01 WS-BREAK-EDIT.
           05 WS-QE-SUB                     PIC S9(4) COMP VALUE 0.
           05 WS-QE-TIER-COUNT              PIC S9(4) COMP VALUE 0.
           05 WS-QE-PREV-QTY                PIC 9(05) VALUE 0.
           05 WS-QE-TIER-BLANK-SW           PIC X(01) VALUE 'N'.
               88 WS-QE-TIER-BLANK-88           VALUE 'Y'.
           05 WS-QE-BLANK-SEEN-SW           PIC X(01) VALUE 'N'.
               88 WS-QE-BLANK-SEEN-88           VALUE 'Y'.
           05 WS-QE-PRICE-INPUT.
               10 WS-QE-PRICE-DOLLARS       PIC 9(05).
               10 WS-QE-PRICE-DOT           PIC X(01).
               10 WS-QE-PRICE-CENTS         PIC 9(02).
           05 WS-QE-PRICE-INPUT-R REDEFINES WS-QE-PRICE-INPUT
                                            PIC X(08).
           05 WS-QE-PRICE-DISPLAY           PIC ZZZZ9.99.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the quantity breaks for the item. '.
               10 FILLER                    PIC X(39)
                   VALUE 'Then press Enter.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Type changes.  Then press Enter.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DEA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to deactivate these quantit'.
               10 FILLER                    PIC X(39)
                   VALUE 'y breaks, or press F12.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to reactivate these quantit'.
               10 FILLER                    PIC X(39)
                   VALUE 'y breaks, or press F12.                '.
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
                   VALUE 'Action must be 1, 2, 3, or 4.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
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
           05 WS-QBK-EXISTS.
               10 FILLER                    PIC X(40)
                   VALUE 'That item already has quantity breaks. '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That item has no quantity breaks.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity breaks added.                 '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added quantity breaks '.
               10 FILLER                    PIC X(39)
                   VALUE 'for that item.                         '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-UPDATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity breaks updated.               '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the quantity b'.
               10 FILLER                    PIC X(39)
                   VALUE 'reaks. Try again.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-DEACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity breaks deactivated.           '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-REACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity breaks reactivated.           '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-ALREADY-ACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'Those quantity breaks are already activ'.
               10 FILLER                    PIC X(39)
                   VALUE 'e.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-QBK-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'Those quantity breaks are inactive. Rea'.
               10 FILLER                    PIC X(39)
                   VALUE 'ctivate them first.                    '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ONE-TIER.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter at least one tier.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TIER-GAP.
               10 FILLER                    PIC X(40)
                   VALUE 'Tiers must be entered from the top with'.
               10 FILLER                    PIC X(39)
                   VALUE ' no blank tier between.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TIER-QTY-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Tier quantity must be numeric and great'.
               10 FILLER                    PIC X(39)
                   VALUE 'er than zero.                          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TIER-QTY-ORDER.
               10 FILLER                    PIC X(40)
                   VALUE 'Tier quantities must be in ascending or'.
               10 FILLER                    PIC X(39)
                   VALUE 'der.                                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-PRICE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a price as NNNNN.NN.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PRICE-ZERO.
               10 FILLER                    PIC X(40)
                   VALUE 'Tier price must be greater than zero.  '.
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
       COPY QBKSF2A.
      *
       COPY QBKWSSTS.
      *
       COPY QBKWSREC.
      *
       COPY ITMWSSTS.
      *
       COPY ITMWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(101).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-BREAK-MAINT.
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
                   MOVE LOW-VALUE           TO QBK1F2AO
                   MOVE -1                  TO ITEMNOL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO QBK1F2AO
                       MOVE -1              TO ITEMNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO QBK2F2AO
                       MOVE WS-CA-ITEM-NUMBER
                         TO ITEMNO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-QBK-88
                               MOVE WS-ADD  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-QBK-88
                               MOVE WS-CHG  TO INSTR2O
                           WHEN WS-CA-PROCESS-DEA-QBK-88
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-QBK-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO FRQTY2L(1)
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-QBK-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-ITM-CLOSE

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
                       PERFORM 8200-QBK-CLOSE  *> Close VSAM
                       PERFORM 8200-ITM-CLOSE

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
                       MOVE LOW-VALUE       TO QBK1F2AO
                       MOVE -1              TO ITEMNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-QBK-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-QBK-88
                           PERFORM 2000-PROCESS-ADD-BREAKS
                       WHEN WS-CA-PROCESS-CHG-QBK-88
                           PERFORM 3000-PROCESS-CHANGE-BREAKS
                       WHEN WS-CA-PROCESS-DEA-QBK-88
                           PERFORM 4000-PROCESS-DEACT-BREAKS
                       WHEN WS-CA-PROCESS-REA-QBK-88
                           PERFORM 5000-PROCESS-REACT-BREAKS
                   END-EVALUATE
                   PERFORM 8200-QBK-CLOSE
                   PERFORM 8200-ITM-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO QBK1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO ITEMNOL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO QBK2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       MOVE -1              TO FRQTY2L(1)
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
           MOVE WS-QBK-TRANSID-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-QBK-TRANSID-CNST)
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
               MOVE WS-QBK-TRANSID-CNST       TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE ITEMNOI                 TO ITEMNO2O
               MOVE WS-IT-DESC              TO ITEMDS2O
               MOVE WS-IT-UNIT-PRICE        TO WS-QE-PRICE-DISPLAY
               MOVE WS-QE-PRICE-DISPLAY     TO LISTPR2O
               IF WS-CA-PROCESS-ADD-QBK-88
                   MOVE SPACES              TO STATUS2O
               ELSE
                   PERFORM 1010-SHOW-ONE-TIER
                       VARYING WS-QE-SUB FROM 1 BY 1
                           UNTIL WS-QE-SUB > 5
                   IF WS-QB-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO FRQTY2L(1)
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO ITEMNOO
                                               ACTIONO
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1010-SHOW-ONE-TIER.
      *
           IF WS-QB-FROM-QTY(WS-QE-SUB) = ZERO
               MOVE SPACES                  TO FRQTY2O(WS-QE-SUB)
                                               TPRICE2O(WS-QE-SUB)
           ELSE
               MOVE WS-QB-FROM-QTY(WS-QE-SUB)
                 TO FRQTY2O(WS-QE-SUB)
               MOVE WS-QB-UNIT-PRICE(WS-QE-SUB)
                 TO WS-QE-PRICE-DISPLAY
               MOVE WS-QE-PRICE-DISPLAY     TO TPRICE2O(WS-QE-SUB)
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           MOVE SPACES                        TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                       TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                   TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RECEIVE MAP - MAPSET/MAP'    TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-QBK-MAPSET-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-QBK-MAP1-CNST              TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-QBK-MAP1-CNST)
                       MAPSET(WS-QBK-MAPSET-CNST)
                       INTO  (QBK1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-QBK-MAP1-CNST          TO WS-RT-MSG-NORMAL
               MOVE WS-QBK-MAPSET-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT QBK1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               ITEMNOA.
      *
           IF EIBOPID = SPACES OR EIBOPID = LOW-VALUES
               MOVE WS-OPERATOR-NOT-SIGNED-ON
                                            TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF ACTIONI NOT = '1' AND '2' AND '3' AND '4'
                   MOVE ATTR-REVERSE        TO ACTIONA
                   MOVE -1                  TO ACTIONL
                   MOVE WS-ACTION-INVALID   TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF       ITEMNOL = ZERO
                     OR ITEMNOI = SPACE
                   MOVE ATTR-REVERSE        TO ITEMNOA
                   MOVE -1                  TO ITEMNOL
                   MOVE WS-ENTER-ITEM-NBR   TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF WS-VALID-DATA-88
                   PERFORM 1270-CHECK-ITEM
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO QBK2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1300-READ-BREAKS-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-QBK-88
                                 TO TRUE
                               MOVE SPACE   TO WS-QTY-BREAK-RECORD
                               MOVE ITEMNOI TO WS-CA-ITEM-NUMBER
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                                   MOVE WS-QBK-EXISTS
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-BREAKS-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-QB-STATUS-INACTIVE
                                   MOVE WS-QBK-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-QTY-BREAK-RECORD
                                     TO WS-CA-QTY-BREAK-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-QBK-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-QBK-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-BREAKS-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-QB-STATUS-INACTIVE
                                   MOVE WS-QBK-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-QTY-BREAK-RECORD
                                     TO WS-CA-QTY-BREAK-RECORD
                                   MOVE WS-DEA  TO INSTR2O
                                   SET WS-CA-PROCESS-DEA-QBK-88
                                     TO TRUE
                                   PERFORM 1350-PROTECT-ONE-TIER
                                       VARYING WS-QE-SUB FROM 1 BY 1
                                           UNTIL WS-QE-SUB > 5
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-QBK-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-BREAKS-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-QB-STATUS-INACTIVE
                                   MOVE WS-QTY-BREAK-RECORD
                                     TO WS-CA-QTY-BREAK-RECORD
                                   MOVE WS-REA  TO INSTR2O
                                   SET WS-CA-PROCESS-REA-QBK-88
                                     TO TRUE
                                   PERFORM 1350-PROTECT-ONE-TIER
                                       VARYING WS-QE-SUB FROM 1 BY 1
                                           UNTIL WS-QE-SUB > 5
                               ELSE
                                   MOVE WS-QBK-ALREADY-ACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-QBK-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1270-CHECK-ITEM.
      *
           PERFORM 8100-ITM-OPEN.
           EXEC CICS
               READ FILE  (WS-ITM-FILE-NAME-CNST)
                    INTO  (WS-ITEM-RECORD)
                    RIDFLD(ITEMNOI)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE            TO ITEMNOA
               MOVE -1                      TO ITEMNOL
               MOVE WS-ITEM-DOES-NOT-EXIST  TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-IT-STATUS-INACTIVE
                       MOVE ATTR-REVERSE    TO ITEMNOA
                       MOVE -1              TO ITEMNOL
                       MOVE WS-ITEM-INACTIVE
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               ELSE
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1300-READ-BREAKS-RECORD.
      *
           PERFORM 8100-QBK-OPEN.
           MOVE ITEMNOI                     TO WS-QB-ITEM-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-QBK-FILE-NAME-CNST)
                    INTO  (WS-QTY-BREAK-RECORD)
                    RIDFLD(WS-QB-ITEM-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-QBK-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1350-PROTECT-ONE-TIER.
      *
           MOVE ATTR-PROT                   TO FRQTY2A(WS-QE-SUB)
                                               TPRICE2A(WS-QE-SUB).
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-QBK-TRANSID-CNST         TO TRANID2O.
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP2-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK2F2AO)
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP2-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK2F2AO)
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP2-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK2F2AO)
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
           MOVE WS-QBK-TRANSID-CNST         TO TRANID1O.
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP1-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK1F2AO)
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP1-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK1F2AO)
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
                   MOVE WS-QBK-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-QBK-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-QBK-MAP1-CNST)
                            MAPSET(WS-QBK-MAPSET-CNST)
                            FROM  (QBK1F2AO)
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
       2000-PROCESS-ADD-BREAKS.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-BREAKS-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-BREAKS-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-QBK-ADDED        TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-QBK-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO ITEMNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               PERFORM 2050-CLEAR-ONE-TIER
                   VARYING WS-QE-SUB FROM 1 BY 1
                       UNTIL WS-QE-SUB > 5
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       2050-CLEAR-ONE-TIER.
      *
           MOVE LOW-VALUE                   TO FRQTY2O(WS-QE-SUB)
                                               TPRICE2O(WS-QE-SUB).
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
           MOVE WS-QBK-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-QBK-MAP2-CNST            TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-QBK-MAP2-CNST)
                       MAPSET(WS-QBK-MAPSET-CNST)
                       INTO  (QBK2F2AI)
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
           INSPECT QBK2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-BREAKS-DATA.
      *
           MOVE ZERO                        TO WS-QE-TIER-COUNT
                                               WS-QE-PREV-QTY.
           MOVE WS-FALSE-CNST               TO WS-QE-BLANK-SEEN-SW.
      *
           PERFORM 2210-EDIT-ONE-TIER
               VARYING WS-QE-SUB FROM 1 BY 1
                   UNTIL WS-QE-SUB > 5.
      *
           IF       WS-VALID-DATA-88
                AND WS-QE-TIER-COUNT = ZERO
               MOVE ATTR-REVERSE            TO FRQTY2A(1)
               MOVE -1                      TO FRQTY2L(1)
               MOVE WS-ENTER-ONE-TIER       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       2210-EDIT-ONE-TIER.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO FRQTY2A(WS-QE-SUB)
                                               TPRICE2A(WS-QE-SUB).
           PERFORM 2220-CHECK-TIER-BLANK.
      *
           IF WS-QE-TIER-BLANK-88
               MOVE WS-TRUE-CNST            TO WS-QE-BLANK-SEEN-SW
           ELSE
               ADD 1                        TO WS-QE-TIER-COUNT
               IF WS-QE-BLANK-SEEN-88
                   MOVE ATTR-REVERSE        TO FRQTY2A(WS-QE-SUB)
                   MOVE -1                  TO FRQTY2L(WS-QE-SUB)
                   MOVE WS-TIER-GAP         TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF       FRQTY2I(WS-QE-SUB) = SPACE
                     OR FRQTY2L(WS-QE-SUB) = ZERO
                     OR FRQTY2I(WS-QE-SUB) IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO FRQTY2A(WS-QE-SUB)
                   MOVE -1                  TO FRQTY2L(WS-QE-SUB)
                   MOVE WS-TIER-QTY-INVALID TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   IF FRQTY2I(WS-QE-SUB) = ZERO
                       MOVE ATTR-REVERSE    TO FRQTY2A(WS-QE-SUB)
                       MOVE -1              TO FRQTY2L(WS-QE-SUB)
                       MOVE WS-TIER-QTY-INVALID
                         TO MSG2O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   ELSE
                       IF FRQTY2I(WS-QE-SUB) NOT > WS-QE-PREV-QTY
                           MOVE ATTR-REVERSE
                             TO FRQTY2A(WS-QE-SUB)
                           MOVE -1          TO FRQTY2L(WS-QE-SUB)
                           MOVE WS-TIER-QTY-ORDER
                             TO MSG2O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                       END-IF
                       MOVE FRQTY2I(WS-QE-SUB)
                         TO WS-QE-PREV-QTY
                   END-IF
               END-IF
      *
               MOVE TPRICE2I(WS-QE-SUB)     TO WS-QE-PRICE-INPUT-R
               IF       TPRICE2I(WS-QE-SUB) = SPACE
                     OR TPRICE2L(WS-QE-SUB) = ZERO
                     OR WS-QE-PRICE-DOT NOT = '.'
                     OR WS-QE-PRICE-DOLLARS IS NOT NUMERIC
                     OR WS-QE-PRICE-CENTS IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO TPRICE2A(WS-QE-SUB)
                   MOVE -1                  TO TPRICE2L(WS-QE-SUB)
                   MOVE WS-ENTER-PRICE      TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   IF       WS-QE-PRICE-DOLLARS = ZERO
                        AND WS-QE-PRICE-CENTS = ZERO
                       MOVE ATTR-REVERSE    TO TPRICE2A(WS-QE-SUB)
                       MOVE -1              TO TPRICE2L(WS-QE-SUB)
                       MOVE WS-PRICE-ZERO   TO MSG2O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               END-IF
           END-IF.
      *
       2220-CHECK-TIER-BLANK.
      *
           IF      (FRQTY2I(WS-QE-SUB) = SPACE
                 OR FRQTY2L(WS-QE-SUB) = ZERO)
               AND (TPRICE2I(WS-QE-SUB) = SPACE
                 OR TPRICE2L(WS-QE-SUB) = ZERO)
               MOVE WS-TRUE-CNST            TO WS-QE-TIER-BLANK-SW
           ELSE
               MOVE WS-FALSE-CNST           TO WS-QE-TIER-BLANK-SW
           END-IF.
      *
       2300-WRITE-BREAKS-RECORD.
      *
           PERFORM 8100-QBK-OPEN.
           MOVE SPACES                      TO WS-QTY-BREAK-RECORD.
           MOVE WS-CA-ITEM-NUMBER           TO WS-QB-ITEM-NUMBER.
           PERFORM 2400-BUILD-BREAKS-FIELDS.
           SET WS-QB-STATUS-ACTIVE          TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-QBK-FILE-NAME-CNST)
                     FROM  (WS-QTY-BREAK-RECORD)
                     RIDFLD(WS-QB-ITEM-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-BUILD-BREAKS-FIELDS.
      *
           PERFORM 2410-BUILD-ONE-TIER
               VARYING WS-QE-SUB FROM 1 BY 1
                   UNTIL WS-QE-SUB > 5.
      *
           MOVE EIBOPID                     TO WS-QB-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-QB-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-QB-ABSTIME)
                          MMDDYY (WS-QB-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-QB-LAST-CHG-TIME)
           END-EXEC.
      *
       2410-BUILD-ONE-TIER.
      *
           PERFORM 2220-CHECK-TIER-BLANK.
           IF WS-QE-TIER-BLANK-88
               MOVE ZERO
                 TO WS-QB-FROM-QTY(WS-QE-SUB)
                    WS-QB-UNIT-PRICE(WS-QE-SUB)
           ELSE
               MOVE FRQTY2I(WS-QE-SUB)      TO WS-QB-FROM-QTY(WS-QE-SUB)
               MOVE TPRICE2I(WS-QE-SUB)     TO WS-QE-PRICE-INPUT-R
               COMPUTE WS-QB-UNIT-PRICE(WS-QE-SUB) =
                   WS-QE-PRICE-DOLLARS + (WS-QE-PRICE-CENTS / 100)
           END-IF.
      *
       3000-PROCESS-CHANGE-BREAKS.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-BREAKS-DATA.
           IF WS-VALID-DATA-88
               PERFORM 3100-READ-BREAKS-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-QTY-BREAK-RECORD = WS-CA-QTY-BREAK-RECORD
                       PERFORM 3200-REWRITE-BREAKS-RECORD
                       MOVE WS-QBK-UPDATED  TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-QBK-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-QBK-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO ITEMNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               PERFORM 2050-CLEAR-ONE-TIER
                   VARYING WS-QE-SUB FROM 1 BY 1
                       UNTIL WS-QE-SUB > 5
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       3100-READ-BREAKS-FOR-UPDATE.
      *
           PERFORM 8100-QBK-OPEN.
           MOVE WS-CA-ITEM-NUMBER           TO WS-QB-ITEM-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-QBK-FILE-NAME-CNST)
                    INTO  (WS-QTY-BREAK-RECORD)
                    RIDFLD(WS-QB-ITEM-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3200-REWRITE-BREAKS-RECORD.
      *
           PERFORM 8100-QBK-OPEN.
           PERFORM 2400-BUILD-BREAKS-FIELDS.
      *
           EXEC CICS
               REWRITE FILE (WS-QBK-FILE-NAME-CNST)
                       FROM (WS-QTY-BREAK-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACT-BREAKS.
      *
           PERFORM 3100-READ-BREAKS-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QTY-BREAK-RECORD = WS-CA-QTY-BREAK-RECORD
                   SET WS-QB-STATUS-INACTIVE
                       TO TRUE
                   PERFORM 4500-STAMP-BREAKS-RECORD
                   PERFORM 4600-REWRITE-STAMPED-BREAKS
                   MOVE WS-QBK-DEACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-QBK-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-QBK-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ITEMNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4500-STAMP-BREAKS-RECORD.
      *
           MOVE EIBOPID                     TO WS-QB-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-QB-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-QB-ABSTIME)
                          MMDDYY (WS-QB-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-QB-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-STAMPED-BREAKS.
      *
           EXEC CICS
               REWRITE FILE (WS-QBK-FILE-NAME-CNST)
                       FROM (WS-QTY-BREAK-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-REACT-BREAKS.
      *
           PERFORM 3100-READ-BREAKS-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-QTY-BREAK-RECORD = WS-CA-QTY-BREAK-RECORD
                   SET WS-QB-STATUS-ACTIVE  TO TRUE
                   PERFORM 4500-STAMP-BREAKS-RECORD
                   PERFORM 4600-REWRITE-STAMPED-BREAKS
                   MOVE WS-QBK-REACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-QBK-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-QBK-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ITEMNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY QBKOPEN.
      *
       COPY QBKCLOSE.
      *
       COPY ITMOPEN.
      *
       COPY ITMCLOSE.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
      *
