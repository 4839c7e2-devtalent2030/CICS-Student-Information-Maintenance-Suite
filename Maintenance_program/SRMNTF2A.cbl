       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online maintenance for the SRPF2A sales
      *                     rep file - add, change, deactivate and
      *                     reactivate the sales reps that customer
      *                     accounts are assigned to, with each rep's
      *                     territory and commission rate. CMMNTF2A
      *                     and CMFMUF2A will only assign an active rep
      *                     to a customer, and SRCOMF2A applies the
      *                     commission rate to the rep's net invoiced
      *                     merchandise at month end.
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
               88 WS-CA-PROCESS-ADD-REP-88        VALUE '2'.
               88 WS-CA-PROCESS-CHG-REP-88        VALUE '3'.
               88 WS-CA-PROCESS-DEA-REP-88        VALUE '4'.
               88 WS-CA-PROCESS-REA-REP-88        VALUE '5'.
           05 WS-CA-SALES-REP-RECORD.
               10 WS-CA-REP-CODE            PIC X(04).
               10 FILLER                    PIC X(76).
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
           05 WS-SRP-TRANSID-CNST           PIC X(04) VALUE 'EF2A'.
           05 WS-SRP-MAPSET-CNST            PIC X(07) VALUE 'SRPSF2A'.
           05 WS-SRP-MAP1-CNST              PIC X(07) VALUE 'SRP1F2A'.
           05 WS-SRP-MAP2-CNST              PIC X(07) VALUE 'SRP2F2A'.
      *
       01 WS-FILE-CNSTS.
           05 WS-SRP-FILE-NAME-CNST         PIC X(08) VALUE 'SRPF2A  '.
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
       01 WS-RP-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-REP-EDIT-FIELDS.
           05 WS-RE-RATE-INPUT.
               10 WS-RE-RATE-WHOLE          PIC 9(02).
               10 WS-RE-RATE-DOT            PIC X(01).
               10 WS-RE-RATE-DECIMAL        PIC 9(02).
           05 WS-RE-RATE-INPUT-R REDEFINES WS-RE-RATE-INPUT
                                            PIC X(05).
           05 WS-RE-RATE-DISPLAY            PIC 99.99.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type information for new sales rep. The'.
               10 FILLER                    PIC X(39)
                   VALUE 'n press Enter.                         '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Type changes.  Then press Enter.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DEA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to deactivate this sales re'.
               10 FILLER                    PIC X(39)
                   VALUE 'p, or press F12.                       '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to reactivate this sales re'.
               10 FILLER                    PIC X(39)
                   VALUE 'p, or press F12.                       '.
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
           05 WS-ENTER-REP-CODE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a sales rep code.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-EXISTS.
               10 FILLER                    PIC X(40)
                   VALUE 'That sales rep already exists.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That sales rep does not exist.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Sales rep record added.                '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added a sales rep with'.
               10 FILLER                    PIC X(39)
                   VALUE ' that code.                            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-UPDATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Sales rep record updated.              '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the sales rep.'.
               10 FILLER                    PIC X(39)
                   VALUE ' Try again.                            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-DEACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Sales rep record deactivated.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-REACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Sales rep record reactivated.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-ALREADY-ACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That sales rep is already active.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SRP-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That sales rep is inactive. Reactivate '.
               10 FILLER                    PIC X(39)
                   VALUE 'it first.                              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-NAME.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a sales rep name.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-TERRITORY.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a territory.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RATE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Commission rate must be a per cent as N'.
               10 FILLER                    PIC X(39)
                   VALUE 'N.NN.                                  '.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY SRPSF2A.
      *
       COPY SRPWSSTS.
      *
       COPY SRPWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(81).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SALES-REP-MAINT.
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
                   MOVE LOW-VALUE           TO SRP1F2AO
                   MOVE -1                  TO REPCDL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO SRP1F2AO
                       MOVE -1              TO REPCDL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO SRP2F2AO
                       MOVE WS-CA-REP-CODE
                         TO REPCD2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-REP-88
                               MOVE WS-ADD  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-REP-88
                               MOVE WS-CHG  TO INSTR2O
                           WHEN WS-CA-PROCESS-DEA-REP-88
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-REP-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO RNAME2L
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-SRP-CLOSE      *> Close VSAM before exit

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
                       PERFORM 8200-SRP-CLOSE  *> Close VSAM
    
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
                       MOVE LOW-VALUE       TO SRP1F2AO
                       MOVE -1              TO REPCDL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-SRP-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-REP-88
                           PERFORM 2000-PROCESS-ADD-SALES-REP
                       WHEN WS-CA-PROCESS-CHG-REP-88
                           PERFORM 3000-PROCESS-CHANGE-SALES-REP
                       WHEN WS-CA-PROCESS-DEA-REP-88
                           PERFORM 4000-PROCESS-DEACT-SALES-REP
                       WHEN WS-CA-PROCESS-REA-REP-88
                           PERFORM 5000-PROCESS-REACT-SALES-REP
                   END-EVALUATE
                   PERFORM 8200-SRP-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO SRP1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO REPCDL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO SRP2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       MOVE -1              TO RNAME2L
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
           MOVE WS-SRP-TRANSID-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-SRP-TRANSID-CNST)
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
               MOVE WS-SRP-TRANSID-CNST       TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE REPCDI                  TO REPCD2O
               IF WS-CA-PROCESS-ADD-REP-88
                   MOVE SPACES              TO RNAME2O
                                               TERR2O
                                               RATE2O
                                               STATUS2O
               ELSE
                   MOVE WS-RP-NAME          TO RNAME2O
                   MOVE WS-RP-TERRITORY     TO TERR2O
                   MOVE WS-RP-COMMISSION-RATE
                                            TO WS-RE-RATE-DISPLAY
                   MOVE WS-RE-RATE-DISPLAY  TO RATE2O
                   IF WS-RP-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO RNAME2L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO REPCDO
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
           MOVE WS-SRP-MAPSET-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-SRP-MAP1-CNST              TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-SRP-MAP1-CNST)
                       MAPSET(WS-SRP-MAPSET-CNST)
                       INTO  (SRP1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-SRP-MAP1-CNST          TO WS-RT-MSG-NORMAL
               MOVE WS-SRP-MAPSET-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT SRP1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               REPCDA.
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
               IF       REPCDL = ZERO
                     OR REPCDI = SPACE
                   MOVE ATTR-REVERSE        TO REPCDA
                   MOVE -1                  TO REPCDL
                   MOVE WS-ENTER-REP-CODE   TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO SRP2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1300-READ-SALES-REP-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-REP-88
                                 TO TRUE
                               MOVE SPACE   TO WS-SALES-REP-RECORD
                               MOVE REPCDI  TO WS-CA-REP-CODE
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                                   MOVE WS-SRP-EXISTS
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-SALES-REP-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-RP-STATUS-INACTIVE
                                   MOVE WS-SRP-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-SALES-REP-RECORD
                                     TO WS-CA-SALES-REP-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-REP-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SRP-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-SALES-REP-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-RP-STATUS-INACTIVE
                                   MOVE WS-SRP-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-SALES-REP-RECORD
                                     TO WS-CA-SALES-REP-RECORD
                                   MOVE WS-DEA  TO INSTR2O
                                   SET WS-CA-PROCESS-DEA-REP-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO RNAME2A TERR2A RATE2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SRP-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-SALES-REP-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-RP-STATUS-INACTIVE
                                   MOVE WS-SALES-REP-RECORD
                                     TO WS-CA-SALES-REP-RECORD
                                   MOVE WS-REA  TO INSTR2O
                                   SET WS-CA-PROCESS-REA-REP-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO RNAME2A TERR2A RATE2A
                               ELSE
                                   MOVE WS-SRP-ALREADY-ACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SRP-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1300-READ-SALES-REP-RECORD.
      *
           PERFORM 8100-SRP-OPEN.
           MOVE REPCDI                      TO WS-RP-REP-CODE.
      *
           EXEC CICS
               READ FILE  (WS-SRP-FILE-NAME-CNST)
                    INTO  (WS-SALES-REP-RECORD)
                    RIDFLD(WS-RP-REP-CODE)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SRP-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-SRP-TRANSID-CNST         TO TRANID2O.
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP2-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP2F2AO)
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP2-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP2F2AO)
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP2-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP2F2AO)
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
           MOVE WS-SRP-TRANSID-CNST         TO TRANID1O.
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP1-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP1F2AO)
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP1-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP1F2AO)
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
                   MOVE WS-SRP-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SRP-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SRP-MAP1-CNST)
                            MAPSET(WS-SRP-MAPSET-CNST)
                            FROM  (SRP1F2AO)
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
       2000-PROCESS-ADD-SALES-REP.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-SALES-REP-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-SALES-REP-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-SRP-ADDED        TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-SRP-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO REPCDL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO RNAME2O
                                               TERR2O
                                               RATE2O
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
           MOVE WS-SRP-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-SRP-MAP2-CNST            TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-SRP-MAP2-CNST)
                       MAPSET(WS-SRP-MAPSET-CNST)
                       INTO  (SRP2F2AI)
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
           INSPECT SRP2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-SALES-REP-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO RNAME2A
                                               TERR2A
                                               RATE2A.
      *
           IF       RNAME2I = SPACE
                 OR RNAME2L = ZERO
               MOVE ATTR-REVERSE            TO RNAME2A
               MOVE -1                      TO RNAME2L
               MOVE WS-ENTER-NAME           TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF       TERR2I = SPACE
                 OR TERR2L = ZERO
               MOVE ATTR-REVERSE            TO TERR2A
               MOVE -1                      TO TERR2L
               MOVE WS-ENTER-TERRITORY      TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
      *    THE COMMISSION RATE IS KEYED AS A PER CENT IN THE FORM
      *    NN.NN - 05.50 FOR FIVE AND A HALF PER CENT. A ZERO RATE IS
      *    ALLOWED FOR HOUSE ACCOUNTS THAT EARN NO COMMISSION.
      *
           MOVE RATE2I                      TO WS-RE-RATE-INPUT-R.
           IF       RATE2I = SPACE
                 OR RATE2L = ZERO
                 OR WS-RE-RATE-DOT NOT = '.'
                 OR WS-RE-RATE-WHOLE IS NOT NUMERIC
                 OR WS-RE-RATE-DECIMAL IS NOT NUMERIC
               MOVE ATTR-REVERSE            TO RATE2A
               MOVE -1                      TO RATE2L
               MOVE WS-RATE-INVALID         TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       2300-WRITE-SALES-REP-RECORD.
      *
           PERFORM 8100-SRP-OPEN.
           MOVE WS-CA-REP-CODE              TO WS-RP-REP-CODE.
           PERFORM 2400-BUILD-SALES-REP-FIELDS.
           SET WS-RP-STATUS-ACTIVE          TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-SRP-FILE-NAME-CNST)
                     FROM  (WS-SALES-REP-RECORD)
                     RIDFLD(WS-RP-REP-CODE)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-BUILD-SALES-REP-FIELDS.
      *
           MOVE RNAME2I                     TO WS-RP-NAME.
           MOVE TERR2I                      TO WS-RP-TERRITORY.
           MOVE RATE2I                      TO WS-RE-RATE-INPUT-R.
           COMPUTE WS-RP-COMMISSION-RATE =
               WS-RE-RATE-WHOLE + (WS-RE-RATE-DECIMAL / 100).
      *
           MOVE EIBOPID                     TO WS-RP-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-RP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-RP-ABSTIME)
                          MMDDYY (WS-RP-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-RP-LAST-CHG-TIME)
           END-EXEC.
      *
       3000-PROCESS-CHANGE-SALES-REP.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-SALES-REP-DATA.
           IF WS-VALID-DATA-88
               PERFORM 3100-READ-SALES-REP-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-SALES-REP-RECORD = WS-CA-SALES-REP-RECORD
                       PERFORM 3200-REWRITE-SALES-REP-RECORD
                       MOVE WS-SRP-UPDATED  TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-SRP-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-SRP-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO REPCDL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO RNAME2O
                                               TERR2O
                                               RATE2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       3100-READ-SALES-REP-FOR-UPDATE.
      *
           PERFORM 8100-SRP-OPEN.
           MOVE WS-CA-REP-CODE              TO WS-RP-REP-CODE.
      *
           EXEC CICS
               READ FILE  (WS-SRP-FILE-NAME-CNST)
                    INTO  (WS-SALES-REP-RECORD)
                    RIDFLD(WS-RP-REP-CODE)
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
       3200-REWRITE-SALES-REP-RECORD.
      *
           PERFORM 8100-SRP-OPEN.
           PERFORM 2400-BUILD-SALES-REP-FIELDS.
      *
           EXEC CICS
               REWRITE FILE (WS-SRP-FILE-NAME-CNST)
                       FROM (WS-SALES-REP-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACT-SALES-REP.
      *
           PERFORM 3100-READ-SALES-REP-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-SALES-REP-RECORD = WS-CA-SALES-REP-RECORD
                   SET WS-RP-STATUS-INACTIVE
                       TO TRUE
                   PERFORM 4500-STAMP-SALES-REP-RECORD
                   PERFORM 4600-REWRITE-STAMPED-SALES-REP
                   MOVE WS-SRP-DEACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-SRP-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-SRP-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO REPCDL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4500-STAMP-SALES-REP-RECORD.
      *
           MOVE EIBOPID                     TO WS-RP-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-RP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-RP-ABSTIME)
                          MMDDYY (WS-RP-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-RP-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-STAMPED-SALES-REP.
      *
           EXEC CICS
               REWRITE FILE (WS-SRP-FILE-NAME-CNST)
                       FROM (WS-SALES-REP-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-REACT-SALES-REP.
      *
           PERFORM 3100-READ-SALES-REP-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-SALES-REP-RECORD = WS-CA-SALES-REP-RECORD
                   SET WS-RP-STATUS-ACTIVE  TO TRUE
                   PERFORM 4500-STAMP-SALES-REP-RECORD
                   PERFORM 4600-REWRITE-STAMPED-SALES-REP
                   MOVE WS-SRP-REACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-SRP-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-SRP-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO REPCDL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY SRPOPEN.
      *
       COPY SRPCLOSE.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
      *
