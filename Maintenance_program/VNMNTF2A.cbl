       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online maintenance for the VNDF2A vendor
      *                     master - add, change, deactivate and
      *                     reactivate the suppliers that purchase
      *                     orders are raised against. POMNTF2A will
      *                     only raise a purchase order for an active
      *                     vendor, and the vendor's lead time seeds
      *                     the due date on a new order. State/ZIP are
      *                     validated against the CMSZTBL reference
      *                     table the same way the customer master
      *                     maintenance does.
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
               88 WS-CA-PROCESS-ADD-VND-88        VALUE '2'.
               88 WS-CA-PROCESS-CHG-VND-88        VALUE '3'.
               88 WS-CA-PROCESS-DEA-VND-88        VALUE '4'.
               88 WS-CA-PROCESS-REA-VND-88        VALUE '5'.
           05 WS-CA-VENDOR-RECORD.
               10 WS-CA-VENDOR-NUMBER       PIC X(06).
               10 FILLER                    PIC X(144).
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
           05 WS-VND-TRANSID-CNST           PIC X(04) VALUE 'WF2A'.
           05 WS-VND-MAPSET-CNST            PIC X(07) VALUE 'VNDSF2A'.
           05 WS-VND-MAP1-CNST              PIC X(07) VALUE 'VND1F2A'.
           05 WS-VND-MAP2-CNST              PIC X(07) VALUE 'VND2F2A'.
      *
       01 WS-FILE-CNSTS.
           05 WS-VND-FILE-NAME-CNST         PIC X(08) VALUE 'VNDF2A  '.
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
       01 WS-VN-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-VENDOR-EDIT-FIELDS.
           05 WS-VE-LEAD-INPUT              PIC X(03) VALUE SPACES.
           05 WS-VE-LEAD-DAYS               PIC 9(03) VALUE 0.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type information for new vendor. Then p'.
               10 FILLER                    PIC X(39)
                   VALUE 'ress Enter.                            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Type changes.  Then press Enter.       '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DEA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to deactivate this vendor, '.
               10 FILLER                    PIC X(39)
                   VALUE 'or press F12.                          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REA.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to reactivate this vendor, '.
               10 FILLER                    PIC X(39)
                   VALUE 'or press F12.                          '.
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
           05 WS-ENTER-VEND-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a vendor number.        '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-EXISTS.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor already exists.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor does not exist.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-ADDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Vendor record added.                   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added a vendor with th'.
               10 FILLER                    PIC X(39)
                   VALUE 'at number.                             '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-UPDATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Vendor record updated.                 '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the vendor. Tr'.
               10 FILLER                    PIC X(39)
                   VALUE 'y again.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-DEACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Vendor record deactivated.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-REACTIVATED.
               10 FILLER                    PIC X(40)
                   VALUE 'Vendor record reactivated.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-ALREADY-ACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor is already active.         '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor is inactive. Reactivate it '.
               10 FILLER                    PIC X(39)
                   VALUE 'first.                                 '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-NAME.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a vendor name.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ADDRESS.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter an address.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-CITY.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a city.                 '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-STATE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'That state code is not valid.          '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ZIP-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'That ZIP code is not valid for the stat'.
               10 FILLER                    PIC X(39)
                   VALUE 'e.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PHONE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Phone number must be 10 digits, or blan'.
               10 FILLER                    PIC X(39)
                   VALUE 'k.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-LEAD-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Lead time must be 1 to 3 digits (days).'.
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
       COPY VNDSF2A.
      *
       COPY VNDWSSTS.
      *
       COPY VNDWSREC.
      *
       COPY CMSZTBL.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(151).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-VENDOR-MAINT.
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
                   MOVE LOW-VALUE           TO VND1F2AO
                   MOVE -1                  TO VENDNOL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO VND1F2AO
                       MOVE -1              TO VENDNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO VND2F2AO
                       MOVE WS-CA-VENDOR-NUMBER
                         TO VENDNO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-VND-88
                               MOVE WS-ADD  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-VND-88
                               MOVE WS-CHG  TO INSTR2O
                           WHEN WS-CA-PROCESS-DEA-VND-88
                               MOVE WS-DEA  TO INSTR2O
                           WHEN WS-CA-PROCESS-REA-VND-88
                               MOVE WS-REA  TO INSTR2O
                       END-EVALUATE
                       MOVE -1              TO VNAME2L
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-VND-CLOSE      *> Close VSAM before exit

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
                       PERFORM 8200-VND-CLOSE  *> Close VSAM
    
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
                       MOVE LOW-VALUE       TO VND1F2AO
                       MOVE -1              TO VENDNOL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-VND-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-VND-88
                           PERFORM 2000-PROCESS-ADD-VENDOR
                       WHEN WS-CA-PROCESS-CHG-VND-88
                           PERFORM 3000-PROCESS-CHANGE-VENDOR
                       WHEN WS-CA-PROCESS-DEA-VND-88
                           PERFORM 4000-PROCESS-DEACT-VENDOR
                       WHEN WS-CA-PROCESS-REA-VND-88
                           PERFORM 5000-PROCESS-REACT-VENDOR
                   END-EVALUATE
                   PERFORM 8200-VND-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO VND1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO VENDNOL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO VND2F2AO
                       MOVE WS-KEY-UNASSIGNED
                         TO MSG2O
                       MOVE -1              TO VNAME2L
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
           MOVE WS-VND-TRANSID-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-VND-TRANSID-CNST)
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
               MOVE WS-VND-TRANSID-CNST       TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE VENDNOI                 TO VENDNO2O
               IF WS-CA-PROCESS-ADD-VND-88
                   MOVE SPACES              TO VNAME2O
                                               ADDR2O
                                               CITY2O
                                               STATE2O
                                               ZIP2O
                                               PHONE2O
                                               CONTACT2O
                                               LEAD2O
                                               STATUS2O
               ELSE
                   MOVE WS-VN-NAME          TO VNAME2O
                   MOVE WS-VN-ADDRESS       TO ADDR2O
                   MOVE WS-VN-CITY          TO CITY2O
                   MOVE WS-VN-STATE         TO STATE2O
                   MOVE WS-VN-ZIP-CODE      TO ZIP2O
                   MOVE WS-VN-PHONE         TO PHONE2O
                   MOVE WS-VN-CONTACT       TO CONTACT2O
                   MOVE WS-VN-LEAD-DAYS     TO LEAD2O
                   IF WS-VN-STATUS-INACTIVE
                       MOVE 'INACTIVE'      TO STATUS2O
                   ELSE
                       MOVE 'ACTIVE  '      TO STATUS2O
                   END-IF
               END-IF
               MOVE -1                      TO VNAME2L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO VENDNOO
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
           MOVE WS-VND-MAPSET-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-VND-MAP1-CNST              TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-VND-MAP1-CNST)
                       MAPSET(WS-VND-MAPSET-CNST)
                       INTO  (VND1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-VND-MAP1-CNST          TO WS-RT-MSG-NORMAL
               MOVE WS-VND-MAPSET-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT VND1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               VENDNOA.
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
               IF       VENDNOL = ZERO
                     OR VENDNOI = SPACE
                   MOVE ATTR-REVERSE        TO VENDNOA
                   MOVE -1                  TO VENDNOL
                   MOVE WS-ENTER-VEND-NBR   TO MSG1O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO VND2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1300-READ-VENDOR-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-VND-88
                                 TO TRUE
                               MOVE SPACE   TO WS-VENDOR-RECORD
                               MOVE VENDNOI TO WS-CA-VENDOR-NUMBER
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                                   MOVE WS-VND-EXISTS
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-VENDOR-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-VN-STATUS-INACTIVE
                                   MOVE WS-VND-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-VENDOR-RECORD
                                     TO WS-CA-VENDOR-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-VND-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-VND-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-VENDOR-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-VN-STATUS-INACTIVE
                                   MOVE WS-VND-INACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-VENDOR-RECORD
                                     TO WS-CA-VENDOR-RECORD
                                   MOVE WS-DEA  TO INSTR2O
                                   SET WS-CA-PROCESS-DEA-VND-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO VNAME2A ADDR2A CITY2A
                                        STATE2A ZIP2A PHONE2A
                                        CONTACT2A LEAD2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-VND-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-VENDOR-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-VN-STATUS-INACTIVE
                                   MOVE WS-VENDOR-RECORD
                                     TO WS-CA-VENDOR-RECORD
                                   MOVE WS-REA  TO INSTR2O
                                   SET WS-CA-PROCESS-REA-VND-88
                                     TO TRUE
                                   MOVE ATTR-PROT
                                     TO VNAME2A ADDR2A CITY2A
                                        STATE2A ZIP2A PHONE2A
                                        CONTACT2A LEAD2A
                               ELSE
                                   MOVE WS-VND-ALREADY-ACTIVE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-VND-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1300-READ-VENDOR-RECORD.
      *
           PERFORM 8100-VND-OPEN.
           MOVE VENDNOI                     TO WS-VN-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-VND-FILE-NAME-CNST)
                    INTO  (WS-VENDOR-RECORD)
                    RIDFLD(WS-VN-VENDOR-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-VND-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-VND-TRANSID-CNST         TO TRANID2O.
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP2-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND2F2AO)
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP2-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND2F2AO)
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP2-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP2-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND2F2AO)
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
           MOVE WS-VND-TRANSID-CNST         TO TRANID1O.
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP1-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND1F2AO)
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP1-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND1F2AO)
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
                   MOVE WS-VND-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-VND-MAP1-CNST    TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-VND-MAP1-CNST)
                            MAPSET(WS-VND-MAPSET-CNST)
                            FROM  (VND1F2AO)
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
       2000-PROCESS-ADD-VENDOR.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-VENDOR-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-VENDOR-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-VND-ADDED        TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-VND-ADDED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO VENDNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO VNAME2O
                                               ADDR2O
                                               CITY2O
                                               STATE2O
                                               ZIP2O
                                               PHONE2O
                                               CONTACT2O
                                               LEAD2O
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
           MOVE WS-VND-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-VND-MAP2-CNST            TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-VND-MAP2-CNST)
                       MAPSET(WS-VND-MAPSET-CNST)
                       INTO  (VND2F2AI)
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
           INSPECT VND2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-VENDOR-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO VNAME2A
                                               ADDR2A
                                               CITY2A
                                               STATE2A
                                               ZIP2A
                                               PHONE2A
                                               LEAD2A.
      *
           IF       VNAME2I = SPACE
                 OR VNAME2L = ZERO
               MOVE ATTR-REVERSE            TO VNAME2A
               MOVE -1                      TO VNAME2L
               MOVE WS-ENTER-NAME           TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF       ADDR2I = SPACE
                 OR ADDR2L = ZERO
               MOVE ATTR-REVERSE            TO ADDR2A
               MOVE -1                      TO ADDR2L
               MOVE WS-ENTER-ADDRESS        TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF       CITY2I = SPACE
                 OR CITY2L = ZERO
               MOVE ATTR-REVERSE            TO CITY2A
               MOVE -1                      TO CITY2L
               MOVE WS-ENTER-CITY           TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           MOVE STATE2I                     TO WS-SZ-STATE-INPUT.
           MOVE ZIP2I                       TO WS-SZ-ZIP-INPUT.
           PERFORM 8700-VALIDATE-STATE-ZIP.
           IF NOT WS-SZ-STATE-VALID
               MOVE ATTR-REVERSE            TO STATE2A
               MOVE -1                      TO STATE2L
               MOVE WS-STATE-INVALID        TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF NOT WS-SZ-ZIP-VALID
                   MOVE ATTR-REVERSE        TO ZIP2A
                   MOVE -1                  TO ZIP2L
                   MOVE WS-ZIP-INVALID      TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
      *    THE PHONE NUMBER AND CONTACT ARE OPTIONAL. THE LEAD TIME
      *    MAY BE KEYED WITHOUT LEADING ZEROS - IT IS RIGHT-JUSTIFIED
      *    INTO WS-VE-LEAD-INPUT BEFORE THE NUMERIC TEST, AND A BLANK
      *    LEAD TIME IS TAKEN AS ZERO DAYS.
      *
           IF       PHONE2L > ZERO
                AND PHONE2I NOT = SPACE
                AND PHONE2I IS NOT NUMERIC
               MOVE ATTR-REVERSE            TO PHONE2A
               MOVE -1                      TO PHONE2L
               MOVE WS-PHONE-INVALID        TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           MOVE ZERO                        TO WS-VE-LEAD-DAYS.
           IF       LEAD2L > ZERO
                AND LEAD2I NOT = SPACE
               MOVE ZERO                    TO WS-VE-LEAD-INPUT
               EVALUATE TRUE
                   WHEN LEAD2I(2:2) = SPACE
                       MOVE LEAD2I(1:1)     TO WS-VE-LEAD-INPUT(3:1)
                   WHEN LEAD2I(3:1) = SPACE
                       MOVE LEAD2I(1:2)     TO WS-VE-LEAD-INPUT(2:2)
                   WHEN OTHER
                       MOVE LEAD2I          TO WS-VE-LEAD-INPUT
               END-EVALUATE
               IF WS-VE-LEAD-INPUT IS NUMERIC
                   MOVE WS-VE-LEAD-INPUT    TO WS-VE-LEAD-DAYS
               ELSE
                   MOVE ATTR-REVERSE        TO LEAD2A
                   MOVE -1                  TO LEAD2L
                   MOVE WS-LEAD-INVALID     TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2300-WRITE-VENDOR-RECORD.
      *
           PERFORM 8100-VND-OPEN.
           MOVE WS-CA-VENDOR-NUMBER         TO WS-VN-VENDOR-NUMBER.
           PERFORM 2400-BUILD-VENDOR-FIELDS.
           SET WS-VN-STATUS-ACTIVE          TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-VND-FILE-NAME-CNST)
                     FROM  (WS-VENDOR-RECORD)
                     RIDFLD(WS-VN-VENDOR-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-BUILD-VENDOR-FIELDS.
      *
           MOVE VNAME2I                    TO WS-VN-NAME.
           MOVE ADDR2I                      TO WS-VN-ADDRESS.
           MOVE CITY2I                      TO WS-VN-CITY.
           MOVE STATE2I                     TO WS-VN-STATE.
           MOVE ZIP2I                       TO WS-VN-ZIP-CODE.
           MOVE PHONE2I                     TO WS-VN-PHONE.
           MOVE CONTACT2I                   TO WS-VN-CONTACT.
           MOVE WS-VE-LEAD-DAYS             TO WS-VN-LEAD-DAYS.
      *
           MOVE EIBOPID                     TO WS-VN-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-VN-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-VN-ABSTIME)
                          MMDDYY (WS-VN-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-VN-LAST-CHG-TIME)
           END-EXEC.
      *
       3000-PROCESS-CHANGE-VENDOR.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-VENDOR-DATA.
           IF WS-VALID-DATA-88
               PERFORM 3100-READ-VENDOR-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-VENDOR-RECORD = WS-CA-VENDOR-RECORD
                       PERFORM 3200-REWRITE-VENDOR-RECORD
                       MOVE WS-VND-UPDATED  TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-VND-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-VND-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               END-IF
               MOVE -1                      TO VENDNOL
               PERFORM 1500-SEND-KEY-MAP
               SET WS-CA-PROCESS-KEY-MAP-88 TO TRUE
           ELSE
               MOVE LOW-VALUE               TO VNAME2O
                                               ADDR2O
                                               CITY2O
                                               STATE2O
                                               ZIP2O
                                               PHONE2O
                                               CONTACT2O
                                               LEAD2O
               SET WS-SEND-DATAONLY-ALARM-88
                   TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           END-IF.
      *
       3100-READ-VENDOR-FOR-UPDATE.
      *
           PERFORM 8100-VND-OPEN.
           MOVE WS-CA-VENDOR-NUMBER         TO WS-VN-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-VND-FILE-NAME-CNST)
                    INTO  (WS-VENDOR-RECORD)
                    RIDFLD(WS-VN-VENDOR-NUMBER)
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
       3200-REWRITE-VENDOR-RECORD.
      *
           PERFORM 8100-VND-OPEN.
           PERFORM 2400-BUILD-VENDOR-FIELDS.
      *
           EXEC CICS
               REWRITE FILE (WS-VND-FILE-NAME-CNST)
                       FROM (WS-VENDOR-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4000-PROCESS-DEACT-VENDOR.
      *
           PERFORM 3100-READ-VENDOR-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-VENDOR-RECORD = WS-CA-VENDOR-RECORD
                   SET WS-VN-STATUS-INACTIVE
                       TO TRUE
                   PERFORM 4500-STAMP-VENDOR-RECORD
                   PERFORM 4600-REWRITE-STAMPED-VENDOR
                   MOVE WS-VND-DEACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-VND-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-VND-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO VENDNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4500-STAMP-VENDOR-RECORD.
      *
           MOVE EIBOPID                     TO WS-VN-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-VN-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-VN-ABSTIME)
                          MMDDYY (WS-VN-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-VN-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-STAMPED-VENDOR.
      *
           EXEC CICS
               REWRITE FILE (WS-VND-FILE-NAME-CNST)
                       FROM (WS-VENDOR-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-REACT-VENDOR.
      *
           PERFORM 3100-READ-VENDOR-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-VENDOR-RECORD = WS-CA-VENDOR-RECORD
                   SET WS-VN-STATUS-ACTIVE  TO TRUE
                   PERFORM 4500-STAMP-VENDOR-RECORD
                   PERFORM 4600-REWRITE-STAMPED-VENDOR
                   MOVE WS-VND-REACTIVATED  TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-VND-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-VND-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO VENDNOL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY VNDOPEN.
      *
       COPY VNDCLOSE.
      *
       COPY CMSZVAL.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
      *
