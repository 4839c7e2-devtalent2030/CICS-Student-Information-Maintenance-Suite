       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online maintenance for the CPRF2A customer
      *                     contract price file - add, change,
      *                     deactivate and reactivate the price agreed
      *                     with a customer for an item from a YYMMDD
      *                     start date up to and including a YYMMDD end
      *                     date. The customer must exist and be active
      *                     on CMFF2A and the item active on ITEMF2A
      *                     before a contract can be added; the item's
      *                     list price is shown beside the contract
      *                     price. Order entry charges the contract
      *                     price in force on the order date when it is
      *                     not above the list or quantity break price.
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
               88 WS-CA-PROCESS-ADD-CPR-88        VALUE '2'.
               88 WS-CA-PROCESS-CHG-CPR-88        VALUE '3'.
               88 WS-CA-PROCESS-DEA-CPR-88        VALUE '4'.
               88 WS-CA-PROCESS-REA-CPR-88        VALUE '5'.
           05 WS-CA-CONTRACT-RECORD.
               10 WS-CA-CONTRACT-KEY.
                   15 WS-CA-CUSTOMER-NUMBER PIC X(06).
                   15 WS-CA-ITEM-NUMBER     PIC X(06).
                   15 WS-CA-START-DATE      PIC X(06).
               10 FILLER                    PIC X(42).
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
           05 WS-CPR-TRANSID-CNST           PIC X(04) VALUE 'KF2A'.
           05 WS-CPR-MAPSET-CNST            PIC X(07) VALUE 'CPRSF2A'.
           05 WS-CPR-MAP1-CNST              PIC X(07) VALUE 'CPR1F2A'.
           05 WS-CPR-MAP2-CNST              PIC X(07) VALUE 'CPR2F2A'.
      *
       01 WS-FILE-CNSTS.
           05 WS-CPR-FILE-NAME-CNST         PIC X(08) VALUE 'CPRF2A  '.
           05 WS-CMF-FILE-NAME-CNST         PIC X(08) VALUE 'CMFF2A  '.
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
       01 WS-CP-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-DATE-EDIT.
           05 WS-DATE-YY                    PIC 9(02).
           05 WS-DATE-MM                    PIC 9(02).
           05 WS-DATE-DD                    PIC 9(02).
       01 WS-DATE-EDIT-X REDEFINES WS-DATE-EDIT
                                            PIC X(06).
      *
       01 WS-CONTRACT-EDIT.
           05 WS-CE-PRICE-INPUT.
               10 WS-CE-PRICE-DOLLARS       PIC 9(05).
               10 WS-CE-PRICE-DOT           PIC X(01).
               10 WS-CE-PRICE-CENTS         PIC 9(02).
           05 WS-CE-PRICE-INPUT-R REDEFINES WS-CE-PRICE-INPUT
                                            PIC X(08).
           05 WS-CE-PRICE-DISPLAY           PIC ZZZZ9.99.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type information for new contract price'.
               10 FILLER                    PIC X(39)
                   VALUE '. Then press Enter.                    '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Type changes.  Then press Enter.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DEA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to deactivate this contract'.
               10 FILLER                    PIC X(39)
                   VALUE ' price, or press F12.                  '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to reactivate this contract'.
               10 FILLER                    PIC X(39)
                   VALUE ' price, or press F12.                  '.
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
           05 WS-START-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Start date must be a valid date, YYMMDD'.
               10 FILLER                    PIC X(39)
                   VALUE '.                                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-EXISTS.
               10 FILLER                    PIC X(40)
                   VALUE 'That contract price already exists.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That contract price does not exist.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Contract price added.                  '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added that contract pr'.
               10 FILLER                    PIC X(39)
                   VALUE 'ice.                                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-UPDATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Contract price updated.                '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the contract p'.
               10 FILLER                    PIC X(39)
                   VALUE 'rice. Try again.                       '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-DEACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Contract price deactivated.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-REACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Contract price reactivated.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-ALREADY-ACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That contract price is already active. '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CPR-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That contract price is inactive. Reacti'.
               10 FILLER                    PIC X(39)
                   VALUE 'vate it first.                         '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-END-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'End date must be a valid date, YYMMDD. '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-END-BEFORE-START.
               10 FILLER                    PIC X(40)
                   VALUE 'End date cannot be before the start dat'.
               10 FILLER                    PIC X(39)
                   VALUE 'e.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-PRICE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a price as NNNNN.NN.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PRICE-ZERO.
               10 FILLER                    PIC X(40)
                   VALUE 'Contract price must be greater than zer'.
               10 FILLER                    PIC X(39)
                   VALUE 'o.                                     '.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY CPRSF2A.
      *
       COPY CPRWSSTS.
      *
       COPY CPRWSREC.
      *
       COPY CMFWSSTS.
      *
       COPY CMFWSREC.
      *
       COPY ITMWSSTS.
      *
       COPY ITMWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(61).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CONTRACT-MAINT.
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
                   MOVE LOW-VALUE           TO CPR1F2AO
                   MOVE -1                  TO CUSTNOL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO CPR1F2AO
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO CPR2F2AO
                       MOVE WS-CA-CUSTOMER-NUMBER
                         TO CUSTNO2O
                       MOVE WS-CA-ITEM-NUMBER
                         TO ITEMNO2O
                       MOVE WS-CA-START-DATE
                         TO STRTDT2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-CPR-88
                               MOVE WS-ADD  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-CPR-88
                               MOVE WS-CHG  TO INSTR2O
                           WHEN WS-CA-PROCESS-DEA-CPR-88
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-CPR-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO ENDDT2L
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-CPR-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-CMF-CLOSE
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
                       PERFORM 8200-CPR-CLOSE  *> Close VSAM
                       PERFORM 8200-CMF-CLOSE
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
                       MOVE LOW-VALUE       TO CPR1F2AO
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-CPR-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-CPR-88
                           PERFORM 2000-PROCESS-ADD-CONTRACT
                       WHEN WS-CA-PROCESS-CHG-CPR-88
                           PERFORM 3000-PROCESS-CHANGE-CONTRACT
                       WHEN WS-CA-PROCESS-DEA-CPR-88
                           PERFORM 4000-PROCESS-DEACT-CONTRACT
                       WHEN WS-CA-PROCESS-REA-CPR-88
                           PERFORM 5000-PROCESS-REACT-CONTRACT
                   END-EVALUATE
                   PERFORM 8200-CPR-CLOSE
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8200-ITM-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO CPR1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO CPR2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       MOVE -1              TO ENDDT2L
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
           MOVE WS-CPR-TRANSID-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-CPR-TRANSID-CNST)
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
               MOVE WS-CPR-TRANSID-CNST       TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE CUSTNOI                 TO CUSTNO2O
               MOVE SPACES                  TO CUSTNM2O
               STRING WS-CM-FIRST-NAME DELIMITED BY '  '
                      ' '              DELIMITED BY SIZE
                      WS-CM-LAST-NAME  DELIMITED BY '  '
                 INTO CUSTNM2O
               END-STRING
               MOVE ITEMNOI                 TO ITEMNO2O
               MOVE WS-IT-DESC              TO ITEMDS2O
               MOVE STRTDTI                 TO STRTDT2O
               MOVE WS-IT-UNIT-PRICE        TO WS-CE-PRICE-DISPLAY
               MOVE WS-CE-PRICE-DISPLAY     TO LISTPR2O
               IF WS-CA-PROCESS-ADD-CPR-88
                   MOVE SPACES              TO ENDDT2O
                                               PRICE2O
                                               STATUS2O
               ELSE
                   MOVE WS-CP-END-DATE      TO ENDDT2O
                   MOVE WS-CP-UNIT-PRICE    TO WS-CE-PRICE-DISPLAY
                   MOVE WS-CE-PRICE-DISPLAY TO PRICE2O
                   IF WS-CP-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO ENDDT2L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO CUSTNOO
                                               ITEMNOO
                                               STRTDTO
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
           MOVE WS-CPR-MAPSET-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-CPR-MAP1-CNST              TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-CPR-MAP1-CNST)
                       MAPSET(WS-CPR-MAPSET-CNST)
                       INTO  (CPR1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-CPR-MAP1-CNST          TO WS-RT-MSG-NORMAL
               MOVE WS-CPR-MAPSET-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT CPR1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               CUSTNOA
                                               ITEMNOA
                                               STRTDTA.
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
               IF       CUSTNOL = ZERO
                     OR CUSTNOI = SPACE
                   MOVE ATTR-REVERSE        TO CUSTNOA
                   MOVE -1                  TO CUSTNOL
                   MOVE WS-ENTER-CUST-NBR   TO MSG1O
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
               MOVE STRTDTI                 TO WS-DATE-EDIT-X
               IF       WS-DATE-EDIT-X IS NOT NUMERIC
                     OR WS-DATE-MM < 01 OR WS-DATE-MM > 12
                     OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
                   MOVE ATTR-REVERSE        TO STRTDTA
                   MOVE -1                  TO STRTDTL
                   MOVE WS-START-INVALID    TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF WS-VALID-DATA-88
                   PERFORM 1260-CHECK-CUSTOMER
               END-IF
      *
               IF WS-VALID-DATA-88
                   PERFORM 1270-CHECK-ITEM
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO CPR2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1300-READ-CONTRACT-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-CPR-88
                                 TO TRUE
                               MOVE SPACE   TO WS-CONTRACT-PRICE-RECORD
                               MOVE CUSTNOI TO WS-CA-CUSTOMER-NUMBER
                               MOVE ITEMNOI TO WS-CA-ITEM-NUMBER
                               MOVE STRTDTI TO WS-CA-START-DATE
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                                   MOVE WS-CPR-EXISTS
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-CONTRACT-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-CP-STATUS-INACTIVE
                                   MOVE WS-CPR-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-CONTRACT-PRICE-RECORD
                                     TO WS-CA-CONTRACT-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-CPR-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-CPR-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-CONTRACT-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-CP-STATUS-INACTIVE
                                   MOVE WS-CPR-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-CONTRACT-PRICE-RECORD
                                     TO WS-CA-CONTRACT-RECORD
                                   MOVE WS-DEA  TO INSTR2O
                                   SET WS-CA-PROCESS-DEA-CPR-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO ENDDT2A PRICE2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-CPR-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-CONTRACT-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-CP-STATUS-INACTIVE
                                   MOVE WS-CONTRACT-PRICE-RECORD
                                     TO WS-CA-CONTRACT-RECORD
                                   MOVE WS-REA  TO INSTR2O
                                   SET WS-CA-PROCESS-REA-CPR-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO ENDDT2A PRICE2A
                               ELSE
                                   MOVE WS-CPR-ALREADY-ACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-CPR-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1260-CHECK-CUSTOMER.
      *
           PERFORM 8100-CMF-OPEN.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(CUSTNOI)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE            TO CUSTNOA
               MOVE -1                      TO CUSTNOL
               MOVE WS-CUST-DOES-NOT-EXIST  TO MSG1O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-CM-STATUS-INACTIVE
                       MOVE ATTR-REVERSE    TO CUSTNOA
                       MOVE -1              TO CUSTNOL
                       MOVE WS-CUST-INACTIVE
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               ELSE
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
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
       1300-READ-CONTRACT-RECORD.
      *
           PERFORM 8100-CPR-OPEN.
           MOVE CUSTNOI                     TO WS-CP-CUSTOMER-NUMBER.
           MOVE ITEMNOI                     TO WS-CP-ITEM-NUMBER.
           MOVE STRTDTI                     TO WS-CP-START-DATE.
      *
           EXEC CICS
               READ FILE  (WS-CPR-FILE-NAME-CNST)
                    INTO  (WS-CONTRACT-PRICE-RECORD)
                    RIDFLD(WS-CP-CONTRACT-KEY)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-CPR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-CPR-TRANSID-CNST         TO TRANID2O.
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP2-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR2F2AO)
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP2-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR2F2AO)
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP2-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR2F2AO)
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
           MOVE WS-CPR-TRANSID-CNST         TO TRANID1O.
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP1-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR1F2AO)
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP1-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR1F2AO)
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
                   MOVE WS-CPR-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-CPR-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-CPR-MAP1-CNST)
                            MAPSET(WS-CPR-MAPSET-CNST)
                            FROM  (CPR1F2AO)
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
       2000-PROCESS-ADD-CONTRACT.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-CONTRACT-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-CONTRACT-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-CPR-ADDED        TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-CPR-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO CUSTNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO ENDDT2O
                                               PRICE2O
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
           MOVE WS-CPR-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-CPR-MAP2-CNST            TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-CPR-MAP2-CNST)
                       MAPSET(WS-CPR-MAPSET-CNST)
                       INTO  (CPR2F2AI)
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
           INSPECT CPR2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-CONTRACT-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ENDDT2A
                                               PRICE2A.
      *
           MOVE PRICE2I                     TO WS-CE-PRICE-INPUT-R.
           IF       PRICE2I = SPACE
                 OR PRICE2L = ZERO
                 OR WS-CE-PRICE-DOT NOT = '.'
                 OR WS-CE-PRICE-DOLLARS IS NOT NUMERIC
                 OR WS-CE-PRICE-CENTS IS NOT NUMERIC
               MOVE ATTR-REVERSE            TO PRICE2A
               MOVE -1                      TO PRICE2L
               MOVE WS-ENTER-PRICE          TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF       WS-CE-PRICE-DOLLARS = ZERO
                    AND WS-CE-PRICE-CENTS = ZERO
                   MOVE ATTR-REVERSE        TO PRICE2A
                   MOVE -1                  TO PRICE2L
                   MOVE WS-PRICE-ZERO       TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
      *    YYMMDD DATES COMPARE IN DATE ORDER AS THEY STAND, THE SAME
      *    WAY ORDER ENTRY CHECKS THE CONTRACT IS IN FORCE.
      *
           MOVE ENDDT2I                     TO WS-DATE-EDIT-X.
           IF       WS-DATE-EDIT-X IS NOT NUMERIC
                 OR WS-DATE-MM < 01 OR WS-DATE-MM > 12
                 OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
               MOVE ATTR-REVERSE            TO ENDDT2A
               MOVE -1                      TO ENDDT2L
               MOVE WS-END-INVALID          TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF ENDDT2I < WS-CA-START-DATE
                   MOVE ATTR-REVERSE        TO ENDDT2A
                   MOVE -1                  TO ENDDT2L
                   MOVE WS-END-BEFORE-START TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2300-WRITE-CONTRACT-RECORD.
      *
           PERFORM 8100-CPR-OPEN.
           MOVE SPACES                      TO WS-CONTRACT-PRICE-RECORD.
           MOVE WS-CA-CONTRACT-KEY          TO WS-CP-CONTRACT-KEY.
           PERFORM 2400-BUILD-CONTRACT-FIELDS.
           SET WS-CP-STATUS-ACTIVE          TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-CPR-FILE-NAME-CNST)
                     FROM  (WS-CONTRACT-PRICE-RECORD)
                     RIDFLD(WS-CP-CONTRACT-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-BUILD-CONTRACT-FIELDS.
      *
           MOVE ENDDT2I                     TO WS-CP-END-DATE.
           MOVE PRICE2I                     TO WS-CE-PRICE-INPUT-R.
           COMPUTE WS-CP-UNIT-PRICE =
               WS-CE-PRICE-DOLLARS + (WS-CE-PRICE-CENTS / 100).
      *
           MOVE EIBOPID                     TO WS-CP-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-CP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CP-ABSTIME)
                          MMDDYY (WS-CP-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-CP-LAST-CHG-TIME)
           END-EXEC.
      *
       3000-PROCESS-CHANGE-CONTRACT.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-CONTRACT-DATA.
           IF WS-VALID-DATA-88
               PERFORM 3100-READ-CONTRACT-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-CONTRACT-PRICE-RECORD = WS-CA-CONTRACT-RECORD
                       PERFORM 3200-REWRITE-CONTRACT-RECORD
                       MOVE WS-CPR-UPDATED  TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-CPR-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-CPR-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO CUSTNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO ENDDT2O
                                               PRICE2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       3100-READ-CONTRACT-FOR-UPDATE.
      *
           PERFORM 8100-CPR-OPEN.
           MOVE WS-CA-CONTRACT-KEY          TO WS-CP-CONTRACT-KEY.
      *
           EXEC CICS
               READ FILE  (WS-CPR-FILE-NAME-CNST)
                    INTO  (WS-CONTRACT-PRICE-RECORD)
                    RIDFLD(WS-CP-CONTRACT-KEY)
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
       3200-REWRITE-CONTRACT-RECORD.
      *
           PERFORM 8100-CPR-OPEN.
           PERFORM 2400-BUILD-CONTRACT-FIELDS.
      *
           EXEC CICS
               REWRITE FILE (WS-CPR-FILE-NAME-CNST)
                       FROM (WS-CONTRACT-PRICE-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACT-CONTRACT.
      *
           PERFORM 3100-READ-CONTRACT-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-CONTRACT-PRICE-RECORD = WS-CA-CONTRACT-RECORD
                   SET WS-CP-STATUS-INACTIVE
                       TO TRUE
                   PERFORM 4500-STAMP-CONTRACT-RECORD
                   PERFORM 4600-REWRITE-STAMPED-CONTRACT
                   MOVE WS-CPR-DEACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-CPR-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-CPR-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO CUSTNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4500-STAMP-CONTRACT-RECORD.
      *
           MOVE EIBOPID                     TO WS-CP-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-CP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-CP-ABSTIME)
                          MMDDYY (WS-CP-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-CP-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-STAMPED-CONTRACT.
      *
           EXEC CICS
               REWRITE FILE (WS-CPR-FILE-NAME-CNST)
                       FROM (WS-CONTRACT-PRICE-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-REACT-CONTRACT.
      *
           PERFORM 3100-READ-CONTRACT-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-CONTRACT-PRICE-RECORD = WS-CA-CONTRACT-RECORD
                   SET WS-CP-STATUS-ACTIVE  TO TRUE
                   PERFORM 4500-STAMP-CONTRACT-RECORD
                   PERFORM 4600-REWRITE-STAMPED-CONTRACT
                   MOVE WS-CPR-REACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-CPR-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-CPR-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO CUSTNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY CPROPEN.
      *
       COPY CPRCLOSE.
      *
       COPY CMFOPEN.
      *
       COPY CMFCLOSE.
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
