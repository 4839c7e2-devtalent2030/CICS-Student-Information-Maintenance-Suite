       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online maintenance for the TXEF2A sales
      *                     tax exemption file - add, change,
      *                     deactivate and reactivate the exemption
      *                     certificate held for a customer: the
      *                     certificate number, the state it exempts
      *                     and its YYMMDD expiry date. The customer
      *                     must exist and be active on CMFF2A before
      *                     a certificate can be added, and the exempt
      *                     state is validated against the CMSZTBL
      *                     reference table. Order entry charges no
      *                     tax while an active certificate for the
      *                     customer's state has not expired.
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
               88 WS-CA-PROCESS-ADD-TXE-88        VALUE '2'.
               88 WS-CA-PROCESS-CHG-TXE-88        VALUE '3'.
               88 WS-CA-PROCESS-DEA-TXE-88        VALUE '4'.
               88 WS-CA-PROCESS-REA-TXE-88        VALUE '5'.
           05 WS-CA-EXEMPTION-RECORD.
               10 WS-CA-CUSTOMER-NUMBER     PIC X(06).
               10 FILLER                    PIC X(54).
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
           05 WS-TXE-TRANSID-CNST           PIC X(04) VALUE 'XF2A'.
           05 WS-TXE-MAPSET-CNST            PIC X(07) VALUE 'TXESF2A'.
           05 WS-TXE-MAP1-CNST              PIC X(07) VALUE 'TXE1F2A'.
           05 WS-TXE-MAP2-CNST              PIC X(07) VALUE 'TXE2F2A'.
      *
       01 WS-FILE-CNSTS.
           05 WS-TXE-FILE-NAME-CNST         PIC X(08) VALUE 'TXEF2A  '.
           05 WS-CMF-FILE-NAME-CNST         PIC X(08) VALUE 'CMFF2A  '.
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
       01 WS-TE-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-EXPIRY-EDIT.
           05 WS-EXPIRY-YY                  PIC 9(02).
           05 WS-EXPIRY-MM                  PIC 9(02).
           05 WS-EXPIRY-DD                  PIC 9(02).
       01 WS-EXPIRY-EDIT-X REDEFINES WS-EXPIRY-EDIT
                                            PIC X(06).
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type information for new exemption cert'.
               10 FILLER                    PIC X(39)
                   VALUE 'ificate. Then press Enter.             '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Type changes.  Then press Enter.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DEA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to deactivate this exemptio'.
               10 FILLER                    PIC X(39)
                   VALUE 'n certificate, or press F12.           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to reactivate this exemptio'.
               10 FILLER                    PIC X(39)
                   VALUE 'n certificate, or press F12.           '.
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
           05 WS-TXE-EXISTS.
               10 FILLER                    PIC X(40)
                   VALUE 'That customer already has an exemption '.
               10 FILLER                    PIC X(39)
                   VALUE 'certificate.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That customer has no exemption certific'.
               10 FILLER                    PIC X(39)
                   VALUE 'ate.                                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Exemption certificate added.           '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added that exemption c'.
               10 FILLER                    PIC X(39)
                   VALUE 'ertificate.                            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-UPDATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Exemption certificate updated.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the exemption '.
               10 FILLER                    PIC X(39)
                   VALUE 'certificate. Try again.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-DEACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Exemption certificate deactivated.     '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-REACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Exemption certificate reactivated.     '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-ALREADY-ACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That exemption certificate is already a'.
               10 FILLER                    PIC X(39)
                   VALUE 'ctive.                                 '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-TXE-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That exemption certificate is inactive.'.
               10 FILLER                    PIC X(39)
                   VALUE ' Reactivate it first.                  '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-CERT-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a certificate number.   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-STATE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'That state code is not valid.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-EXPIRY-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Expiry date must be a valid date, YYMMD'.
               10 FILLER                    PIC X(39)
                   VALUE 'D.                                     '.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY TXESF2A.
      *
       COPY TXEWSSTS.
      *
       COPY TXEWSREC.
      *
       COPY CMFWSSTS.
      *
       COPY CMFWSREC.
      *
       COPY CMSZTBL.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(61).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-EXEMPTION-MAINT.
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
                   MOVE LOW-VALUE           TO TXE1F2AO
                   MOVE -1                  TO CUSTNOL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO TXE1F2AO
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO TXE2F2AO
                       MOVE WS-CA-CUSTOMER-NUMBER
                         TO CUSTNO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-TXE-88
                               MOVE WS-ADD  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-TXE-88
                               MOVE WS-CHG  TO INSTR2O
                           WHEN WS-CA-PROCESS-DEA-TXE-88
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-TXE-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO CERTNO2L
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-TXE-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-CMF-CLOSE

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
                       PERFORM 8200-TXE-CLOSE  *> Close VSAM
                       PERFORM 8200-CMF-CLOSE

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
                       MOVE LOW-VALUE       TO TXE1F2AO
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-TXE-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-TXE-88
                           PERFORM 2000-PROCESS-ADD-EXEMPTION
                       WHEN WS-CA-PROCESS-CHG-TXE-88
                           PERFORM 3000-PROCESS-CHANGE-EXEMPTION
                       WHEN WS-CA-PROCESS-DEA-TXE-88
                           PERFORM 4000-PROCESS-DEACT-EXEMPTION
                       WHEN WS-CA-PROCESS-REA-TXE-88
                           PERFORM 5000-PROCESS-REACT-EXEMPTION
                   END-EVALUATE
                   PERFORM 8200-TXE-CLOSE
                   PERFORM 8200-CMF-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO TXE1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO CUSTNOL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO TXE2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       MOVE -1              TO CERTNO2L
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
           MOVE WS-TXE-TRANSID-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-TXE-TRANSID-CNST)
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
               MOVE WS-TXE-TRANSID-CNST       TO WS-RT-MSG-OTHER
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
               IF WS-CA-PROCESS-ADD-TXE-88
      *            THE CERTIFICATE USUALLY COVERS THE STATE THE
      *            CUSTOMER IS TAXED IN, SO THAT IS OFFERED FIRST.
                   MOVE SPACES              TO CERTNO2O
                                               EXPDT2O
                                               STATUS2O
                   MOVE WS-CM-STATE         TO EXSTAT2O
               ELSE
                   MOVE WS-TE-CERT-NUMBER   TO CERTNO2O
                   MOVE WS-TE-EXEMPT-STATE  TO EXSTAT2O
                   MOVE WS-TE-EXPIRY-DATE   TO EXPDT2O
                   IF WS-TE-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO CERTNO2L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO CUSTNOO
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
           MOVE WS-TXE-MAPSET-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-TXE-MAP1-CNST              TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-TXE-MAP1-CNST)
                       MAPSET(WS-TXE-MAPSET-CNST)
                       INTO  (TXE1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-TXE-MAP1-CNST          TO WS-RT-MSG-NORMAL
               MOVE WS-TXE-MAPSET-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT TXE1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               CUSTNOA.
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
               IF WS-VALID-DATA-88
                   PERFORM 1260-CHECK-CUSTOMER
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO TXE2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1300-READ-EXEMPTION-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-TXE-88
                                 TO TRUE
                               MOVE SPACE   TO WS-TAX-EXEMPTION-RECORD
                               MOVE CUSTNOI TO WS-CA-CUSTOMER-NUMBER
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                                   MOVE WS-TXE-EXISTS
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-EXEMPTION-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-TE-STATUS-INACTIVE
                                   MOVE WS-TXE-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-TAX-EXEMPTION-RECORD
                                     TO WS-CA-EXEMPTION-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-TXE-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-TXE-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-EXEMPTION-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-TE-STATUS-INACTIVE
                                   MOVE WS-TXE-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-TAX-EXEMPTION-RECORD
                                     TO WS-CA-EXEMPTION-RECORD
                                   MOVE WS-DEA  TO INSTR2O
                                   SET WS-CA-PROCESS-DEA-TXE-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO CERTNO2A EXSTAT2A EXPDT2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-TXE-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-EXEMPTION-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-TE-STATUS-INACTIVE
                                   MOVE WS-TAX-EXEMPTION-RECORD
                                     TO WS-CA-EXEMPTION-RECORD
                                   MOVE WS-REA  TO INSTR2O
                                   SET WS-CA-PROCESS-REA-TXE-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO CERTNO2A EXSTAT2A EXPDT2A
                               ELSE
                                   MOVE WS-TXE-ALREADY-ACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-TXE-DOES-NOT-EXIST
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
       1300-READ-EXEMPTION-RECORD.
      *
           PERFORM 8100-TXE-OPEN.
           MOVE CUSTNOI                     TO WS-TE-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-TXE-FILE-NAME-CNST)
                    INTO  (WS-TAX-EXEMPTION-RECORD)
                    RIDFLD(WS-TE-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-TXE-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-TXE-TRANSID-CNST         TO TRANID2O.
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP2-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE2F2AO)
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP2-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE2F2AO)
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP2-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE2F2AO)
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
           MOVE WS-TXE-TRANSID-CNST         TO TRANID1O.
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP1-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE1F2AO)
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP1-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE1F2AO)
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
                   MOVE WS-TXE-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-TXE-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-TXE-MAP1-CNST)
                            MAPSET(WS-TXE-MAPSET-CNST)
                            FROM  (TXE1F2AO)
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
       2000-PROCESS-ADD-EXEMPTION.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-EXEMPTION-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-EXEMPTION-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-TXE-ADDED        TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-TXE-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO CUSTNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO CERTNO2O
                                               EXSTAT2O
                                               EXPDT2O
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
           MOVE WS-TXE-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-TXE-MAP2-CNST            TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-TXE-MAP2-CNST)
                       MAPSET(WS-TXE-MAPSET-CNST)
                       INTO  (TXE2F2AI)
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
           INSPECT TXE2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-EXEMPTION-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO CERTNO2A
                                               EXSTAT2A
                                               EXPDT2A.
      *
           IF       CERTNO2I = SPACE
                 OR CERTNO2L = ZERO
               MOVE ATTR-REVERSE            TO CERTNO2A
               MOVE -1                      TO CERTNO2L
               MOVE WS-ENTER-CERT-NBR       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
      *    ONLY THE STATE HALF OF THE CMSZTBL CHECK APPLIES - THE
      *    CERTIFICATE CARRIES NO ZIP CODE.
      *
           MOVE EXSTAT2I                    TO WS-SZ-STATE-INPUT.
           MOVE SPACES                      TO WS-SZ-ZIP-INPUT.
           PERFORM 8700-VALIDATE-STATE-ZIP.
           IF NOT WS-SZ-STATE-VALID
               MOVE ATTR-REVERSE            TO EXSTAT2A
               MOVE -1                      TO EXSTAT2L
               MOVE WS-STATE-INVALID        TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           MOVE EXPDT2I                     TO WS-EXPIRY-EDIT-X.
           IF       WS-EXPIRY-EDIT-X IS NOT NUMERIC
                 OR WS-EXPIRY-MM < 01 OR WS-EXPIRY-MM > 12
                 OR WS-EXPIRY-DD < 01 OR WS-EXPIRY-DD > 31
               MOVE ATTR-REVERSE            TO EXPDT2A
               MOVE -1                      TO EXPDT2L
               MOVE WS-EXPIRY-INVALID       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       2300-WRITE-EXEMPTION-RECORD.
      *
           PERFORM 8100-TXE-OPEN.
           MOVE SPACES                      TO WS-TAX-EXEMPTION-RECORD.
           MOVE WS-CA-CUSTOMER-NUMBER       TO WS-TE-CUSTOMER-NUMBER.
           PERFORM 2400-BUILD-EXEMPTION-FIELDS.
           SET WS-TE-STATUS-ACTIVE          TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-TXE-FILE-NAME-CNST)
                     FROM  (WS-TAX-EXEMPTION-RECORD)
                     RIDFLD(WS-TE-CUSTOMER-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-BUILD-EXEMPTION-FIELDS.
      *
           MOVE CERTNO2I                    TO WS-TE-CERT-NUMBER.
           MOVE EXSTAT2I                    TO WS-TE-EXEMPT-STATE.
           MOVE EXPDT2I                     TO WS-TE-EXPIRY-DATE.
      *
           MOVE EIBOPID                     TO WS-TE-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-TE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-TE-ABSTIME)
                          MMDDYY (WS-TE-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-TE-LAST-CHG-TIME)
           END-EXEC.
      *
       3000-PROCESS-CHANGE-EXEMPTION.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-EXEMPTION-DATA.
           IF WS-VALID-DATA-88
               PERFORM 3100-READ-EXEMPTION-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-TAX-EXEMPTION-RECORD = WS-CA-EXEMPTION-RECORD
                       PERFORM 3200-REWRITE-EXEMPTION-RECORD
                       MOVE WS-TXE-UPDATED  TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-TXE-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-TXE-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO CUSTNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO CERTNO2O
                                               EXSTAT2O
                                               EXPDT2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       3100-READ-EXEMPTION-FOR-UPDATE.
      *
           PERFORM 8100-TXE-OPEN.
           MOVE WS-CA-CUSTOMER-NUMBER       TO WS-TE-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-TXE-FILE-NAME-CNST)
                    INTO  (WS-TAX-EXEMPTION-RECORD)
                    RIDFLD(WS-TE-CUSTOMER-NUMBER)
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
       3200-REWRITE-EXEMPTION-RECORD.
      *
           PERFORM 8100-TXE-OPEN.
           PERFORM 2400-BUILD-EXEMPTION-FIELDS.
      *
           EXEC CICS
               REWRITE FILE (WS-TXE-FILE-NAME-CNST)
                       FROM (WS-TAX-EXEMPTION-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACT-EXEMPTION.
      *
           PERFORM 3100-READ-EXEMPTION-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-TAX-EXEMPTION-RECORD = WS-CA-EXEMPTION-RECORD
                   SET WS-TE-STATUS-INACTIVE
                       TO TRUE
                   PERFORM 4500-STAMP-EXEMPTION-RECORD
                   PERFORM 4600-REWRITE-STAMPED-EXEMPTION
                   MOVE WS-TXE-DEACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-TXE-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-TXE-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO CUSTNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4500-STAMP-EXEMPTION-RECORD.
      *
           MOVE EIBOPID                     TO WS-TE-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-TE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-TE-ABSTIME)
                          MMDDYY (WS-TE-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-TE-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-STAMPED-EXEMPTION.
      *
           EXEC CICS
               REWRITE FILE (WS-TXE-FILE-NAME-CNST)
                       FROM (WS-TAX-EXEMPTION-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-REACT-EXEMPTION.
      *
           PERFORM 3100-READ-EXEMPTION-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-TAX-EXEMPTION-RECORD = WS-CA-EXEMPTION-RECORD
                   SET WS-TE-STATUS-ACTIVE  TO TRUE
                   PERFORM 4500-STAMP-EXEMPTION-RECORD
                   PERFORM 4600-REWRITE-STAMPED-EXEMPTION
                   MOVE WS-TXE-REACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-TXE-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-TXE-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO CUSTNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY TXEOPEN.
      *
       COPY TXECLOSE.
      *
       COPY CMFOPEN.
      *
       COPY CMFCLOSE.
      *
       COPY CMSZVAL.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
      *
