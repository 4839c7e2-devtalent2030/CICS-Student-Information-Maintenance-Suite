       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online standing order maintenance. A
      *                     standing order is a SORF2A record for an
      *                     active CMFF2A customer, an optional
      *                     ship-to code and up to five item lines,
      *                     repeated weekly or monthly from its next
      *                     due date until its end date (blank runs
      *                     until it is ended). Numbers come from the
      *                     STDORDNO series on CTLF2A. The actions are
      *                     add, inquire, change (schedule, ship-to,
      *                     lines, and suspend/reactivate) and end.
      *                     The orders themselves are raised by the
      *                     SOGENF2A nightly generator, which stamps
      *                     the last order, run date and result shown
      *                     here.
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
               88 WS-CA-PROCESS-ADD-SO-88         VALUE '2'.
               88 WS-CA-PROCESS-INQ-SO-88         VALUE '3'.
               88 WS-CA-PROCESS-CHG-SO-88         VALUE '4'.
               88 WS-CA-PROCESS-END-SO-88         VALUE '5'.
           05 WS-CA-SO-RECORD.
               10 WS-CA-SO-NUMBER           PIC X(06).
               10 WS-CA-SO-CUSTOMER-NUMBER  PIC X(06).
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
           05 WS-SO-TRANSID-CNST            PIC X(04) VALUE 'JF2A'.
           05 WS-SO-MAPSET-CNST             PIC X(07) VALUE 'SORSF2A'.
           05 WS-SO-MAP1-CNST               PIC X(07) VALUE 'SO1F2A '.
           05 WS-SO-MAP2-CNST               PIC X(07) VALUE 'SO2F2A '.
      *
       01 WS-FILE-CNSTS.
           05 WS-SOR-FILE-NAME-CNST         PIC X(08) VALUE 'SORF2A  '.
           05 WS-CMF-FILE-NAME-CNST         PIC X(08) VALUE 'CMFF2A  '.
           05 WS-SHP-FILE-NAME-CNST         PIC X(08) VALUE 'SHPF2A  '.
           05 WS-ITM-FILE-NAME-CNST         PIC X(08) VALUE 'ITEMF2A '.
           05 WS-CTL-FILE-NAME-CNST         PIC X(08) VALUE 'CTLF2A  '.
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
       01 WS-SO-EDIT-FIELDS.
           05 WS-SE-CUSTOMER-NUMBER         PIC X(06) VALUE SPACES.
           05 WS-SE-SHIP-TO-CODE            PIC X(02) VALUE SPACES.
           05 WS-SE-ENTRY-ATTR              PIC X(01) VALUE SPACE.
           05 WS-SE-DATE.
               10 WS-SE-YY                  PIC 9(02).
               10 WS-SE-MM                  PIC 9(02).
               10 WS-SE-DD                  PIC 9(02).
           05 WS-SE-DATE-R REDEFINES WS-SE-DATE
                                            PIC X(06).
           05 WS-SE-DATE-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-SE-DATE-OK-88                VALUE 'Y'.
           05 WS-SE-LEAP-QUOTIENT           PIC 9(02) COMP VALUE 0.
           05 WS-SE-LEAP-REMAINDER          PIC 9(02) COMP VALUE 0.
           05 WS-SE-MONTH-MAX               PIC 9(02) VALUE 0.
           05 WS-SE-NEXT-DUE-DATE           PIC X(06) VALUE SPACES.
           05 WS-SE-END-DATE                PIC X(06) VALUE SPACES.
           05 WS-SE-TODAY-YYMMDD            PIC X(06) VALUE SPACES.
      *
       01 WS-SE-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
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
           05 WS-CW-STDORDNO-KEY            PIC X(08) VALUE 'STDORDNO'.
      *
       01 WS-LINE-WORK.
           05 WS-LN-MAX-LINES               PIC 9(02) COMP VALUE 5.
           05 WS-LN-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-COUNT              PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-LN-LINE-OK-88              VALUE 'Y'.
      *
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY                   OCCURS 5 TIMES.
               10 WS-LN-ITEM-NUMBER         PIC X(06).
               10 WS-LN-QUANTITY            PIC 9(05).
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the customer, schedule and lines f'.
               10 FILLER                    PIC X(39)
                   VALUE 'or the standing order. Press Enter.   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-INQ.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to return, or press F12.   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CHG.
               10 FILLER                    PIC X(40)
                   VALUE 'Change the standing order as needed. Th'.
               10 FILLER                    PIC X(39)
                   VALUE 'en press Enter.                       '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-END.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to end this standing order,'.
               10 FILLER                    PIC X(39)
                   VALUE ' or press F12.                        '.
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
           05 WS-ENTER-SO-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a standing order number.'.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-NBR-ASSIGNED.
               10 FILLER                    PIC X(40)
                   VALUE 'Standing order numbers are assigned by '.
               10 FILLER                    PIC X(39)
                   VALUE 'the system - leave it blank.          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CTL-REC-MISSING.
               10 FILLER                    PIC X(40)
                   VALUE 'The standing order number control recor'.
               10 FILLER                    PIC X(39)
                   VALUE 'd could not be read.                  '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That standing order does not exist.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added a standing order'.
               10 FILLER                    PIC X(39)
                   VALUE ' with that number.                    '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the standing o'.
               10 FILLER                    PIC X(39)
                   VALUE 'rder. Try again.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-CHANGED.
               10 FILLER                    PIC X(40)
                   VALUE 'Standing order changed.                '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-ENDED.
               10 FILLER                    PIC X(40)
                   VALUE 'Standing order ended.                  '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SO-ALREADY-ENDED.
               10 FILLER                    PIC X(40)
                   VALUE 'That standing order has already ended. '.
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
           05 WS-FREQ-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Frequency must be W (weekly) or M (mont'.
               10 FILLER                    PIC X(39)
                   VALUE 'hly).                                 '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NEXT-DUE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Next due date must be a valid YYMMDD, n'.
               10 FILLER                    PIC X(39)
                   VALUE 'ot earlier than today.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-MONTHLY-DAY-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'A monthly standing order must fall on d'.
               10 FILLER                    PIC X(39)
                   VALUE 'ay 01 to 28.                          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-END-DATE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'End date must be blank or a valid YYMMD'.
               10 FILLER                    PIC X(39)
                   VALUE 'D on or after next due.               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-STATUS-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Status must be A (active) or S (suspend'.
               10 FILLER                    PIC X(39)
                   VALUE 'ed).                                  '.
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
       COPY SORSF2A.
      *
       COPY SORWSSTS.
      *
       COPY SORWSREC.
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
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(121).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-SO-MAINT.
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
                   MOVE LOW-VALUE           TO SO1F2AO
                   MOVE -1                  TO ACTIONL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO SO1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO SO2F2AO
                       MOVE WS-CA-SO-NUMBER TO SONO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-SO-88
                               MOVE WS-ADD  TO INSTR2O
                               MOVE -1      TO CUSTNO2L
                           WHEN WS-CA-PROCESS-INQ-SO-88
                               MOVE WS-INQ  TO INSTR2O
                           WHEN WS-CA-PROCESS-CHG-SO-88
                               MOVE WS-CHG  TO INSTR2O
                               MOVE -1      TO SHIPTO2L
                           WHEN WS-CA-PROCESS-END-SO-88
                               MOVE WS-END  TO INSTR2O
                       END-EVALUATE
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-SOR-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE

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
                       PERFORM 8200-SOR-CLOSE  *> Close VSAM
                       PERFORM 8200-CMF-CLOSE
                       PERFORM 8200-SHP-CLOSE
                       PERFORM 8200-ITM-CLOSE
                       PERFORM 8200-CTL-CLOSE

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
                       MOVE LOW-VALUE       TO SO1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-SOR-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-SO-88
                           PERFORM 2000-PROCESS-ADD-SO
                       WHEN WS-CA-PROCESS-INQ-SO-88
                           PERFORM 3000-PROCESS-INQUIRE-SO
                       WHEN WS-CA-PROCESS-CHG-SO-88
                           PERFORM 4000-PROCESS-CHANGE-SO
                       WHEN WS-CA-PROCESS-END-SO-88
                           PERFORM 5000-PROCESS-END-SO
                   END-EVALUATE
                   PERFORM 8200-SOR-CLOSE
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8200-SHP-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO SO1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO SO2F2AO
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
           MOVE WS-SO-TRANSID-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-SO-TRANSID-CNST)
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
               MOVE WS-SO-TRANSID-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE WS-CA-SO-NUMBER         TO SONO2O
               IF WS-CA-PROCESS-ADD-SO-88
                   PERFORM 2230-CLEAR-LINE-ROWS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   MOVE SPACES              TO CUSTNO2O
                                               CNAME2O
                                               SHIPTO2O
                                               SNAME2O
                                               FREQ2O
                                               NEXTDUE2O
                                               ENDDATE2O
                                               LASTORD2O
                                               LASTRUN2O
                                               LASTRES2O
                   MOVE 'A'                 TO STATUS2O
                   MOVE ATTR-PROT           TO STATUS2A
                   MOVE -1                  TO CUSTNO2L
               ELSE
                   PERFORM 1350-SHOW-SO-RECORD
                   MOVE ATTR-PROT           TO CUSTNO2A
                   IF WS-CA-PROCESS-CHG-SO-88
                       MOVE ATTR-UNPROT-MDT TO SHIPTO2A
                                               FREQ2A
                                               NEXTDUE2A
                                               ENDDATE2A
                                               STATUS2A
                       PERFORM 1397-MDT-LINE-FIELDS
                           VARYING WS-LN-SUB FROM 1 BY 1
                               UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                       MOVE -1              TO SHIPTO2L
                   ELSE
                       MOVE ATTR-PROT       TO SHIPTO2A
                                               FREQ2A
                                               NEXTDUE2A
                                               ENDDATE2A
                                               STATUS2A
                       PERFORM 1390-PROTECT-LINE-FIELDS
                           VARYING WS-LN-SUB FROM 1 BY 1
                               UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   END-IF
               END-IF
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO SONOO
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
           MOVE WS-SO-MAPSET-CNST             TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-SO-MAP1-CNST               TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-SO-MAP1-CNST)
                       MAPSET(WS-SO-MAPSET-CNST)
                       INTO  (SO1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-SO-MAP1-CNST           TO WS-RT-MSG-NORMAL
               MOVE WS-SO-MAPSET-CNST         TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT SO1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               SONOA.
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
               IF ACTIONI = '1'
                   IF SONOL > ZERO AND SONOI NOT = SPACE
                       MOVE ATTR-REVERSE    TO SONOA
                       MOVE -1              TO SONOL
                       MOVE WS-SO-NBR-ASSIGNED
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               ELSE
                   IF       SONOL = ZERO
                         OR SONOI = SPACE
                       MOVE ATTR-REVERSE    TO SONOA
                       MOVE -1              TO SONOL
                       MOVE WS-ENTER-SO-NBR TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO SO2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1250-ASSIGN-SO-NUMBER
                           IF WS-VALID-DATA-88
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-SO-88
                                 TO TRUE
                               MOVE SPACE
                                 TO WS-STANDING-ORDER-RECORD
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-SO-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               MOVE WS-STANDING-ORDER-RECORD
                                 TO WS-CA-SO-RECORD
                               MOVE WS-INQ  TO INSTR2O
                               SET WS-CA-PROCESS-INQ-SO-88
                                 TO TRUE
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-SO-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-SO-STATUS-ENDED
                                   MOVE WS-SO-ALREADY-ENDED
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-STANDING-ORDER-RECORD
                                     TO WS-CA-SO-RECORD
                                   MOVE WS-CHG  TO INSTR2O
                                   SET WS-CA-PROCESS-CHG-SO-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-SO-RECORD
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-SO-STATUS-ENDED
                                   MOVE WS-SO-ALREADY-ENDED
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                   MOVE WS-STANDING-ORDER-RECORD
                                     TO WS-CA-SO-RECORD
                                   MOVE WS-END  TO INSTR2O
                                   SET WS-CA-PROCESS-END-SO-88
                                     TO TRUE
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-SO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1250-ASSIGN-SO-NUMBER.
      *
      *    THE NEXT STANDING ORDER NUMBER COMES FROM THE STDORDNO
      *    RECORD ON THE CTLF2A CONTROL FILE AND IS DRAWN BEFORE THE
      *    DATA MAP IS SHOWN, THE SAME WAY PO NUMBERS ARE - AN
      *    ABANDONED ENTRY LEAVES A GAP IN THE SERIES.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-STDORDNO-KEY)
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
                   MOVE WS-CW-STDORDNO-KEY  TO WS-CT-CONTROL-ID
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
               MOVE WS-CT-LAST-NUMBER       TO SONOI
               MOVE SONOI                   TO WS-CA-SO-NUMBER
           END-IF.
      *
       1300-READ-SO-RECORD.
      *
           PERFORM 8100-SOR-OPEN.
           MOVE SONOI                       TO WS-SO-NUMBER.
           MOVE SONOI                       TO WS-CA-SO-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-SOR-FILE-NAME-CNST)
                    INTO  (WS-STANDING-ORDER-RECORD)
                    RIDFLD(WS-SO-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SOR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1350-SHOW-SO-RECORD.
      *
           MOVE WS-SO-CUSTOMER-NUMBER       TO CUSTNO2O.
           MOVE WS-SO-SHIP-TO-CODE          TO SHIPTO2O.
           MOVE WS-SO-FREQUENCY             TO FREQ2O.
           MOVE WS-SO-NEXT-DUE-DATE         TO NEXTDUE2O.
           MOVE WS-SO-END-DATE              TO ENDDATE2O.
           MOVE WS-SO-STATUS                TO STATUS2O.
           MOVE WS-SO-LAST-ORDER-NUMBER     TO LASTORD2O.
           MOVE WS-SO-LAST-RUN-DATE         TO LASTRUN2O.
           EVALUATE TRUE
               WHEN WS-SO-RESULT-GENERATED
                   MOVE 'GENERATED'         TO LASTRES2O
               WHEN WS-SO-RESULT-REJECTED
                   MOVE 'REJECTED '         TO LASTRES2O
               WHEN WS-SO-RESULT-SKIPPED
                   MOVE 'SKIPPED  '         TO LASTRES2O
               WHEN OTHER
                   MOVE SPACES              TO LASTRES2O
           END-EVALUATE.
      *
           MOVE WS-SO-CUSTOMER-NUMBER       TO WS-SE-CUSTOMER-NUMBER.
           MOVE WS-SO-SHIP-TO-CODE          TO WS-SE-SHIP-TO-CODE.
           PERFORM 1360-GET-CUSTOMER-NAME.
           PERFORM 1365-GET-SHIP-TO-NAME.
      *
           PERFORM 2230-CLEAR-LINE-ROWS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           PERFORM 1370-SHOW-ONE-SO-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
       1360-GET-CUSTOMER-NAME.
      *
           MOVE SPACES                      TO CNAME2O.
           PERFORM 8100-CMF-OPEN.
           MOVE WS-SE-CUSTOMER-NUMBER       TO WS-CM-CUSTOMER-NUMBER.
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
           IF WS-SE-SHIP-TO-CODE NOT = SPACES
               PERFORM 8100-SHP-OPEN
               MOVE WS-SE-CUSTOMER-NUMBER   TO WS-SH-CUSTOMER-NUMBER
               MOVE WS-SE-SHIP-TO-CODE      TO WS-SH-SHIP-TO-CODE
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
       1370-SHOW-ONE-SO-LINE.
      *
           IF WS-SO-ITEM-NUMBER(WS-LN-SUB) NOT = SPACES
               MOVE WS-SO-ITEM-NUMBER(WS-LN-SUB)
                 TO ITEMNO2O(WS-LN-SUB)
               MOVE WS-SO-QUANTITY(WS-LN-SUB)
                 TO QTY2O(WS-LN-SUB)
               PERFORM 8100-ITM-OPEN
               EXEC CICS
                   READ FILE  (WS-ITM-FILE-NAME-CNST)
                        INTO  (WS-ITEM-RECORD)
                        RIDFLD(WS-SO-ITEM-NUMBER(WS-LN-SUB))
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-IT-DESC          TO ITEMDESC2O(WS-LN-SUB)
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-ITM-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
               END-IF
           END-IF.
      *
       1390-PROTECT-LINE-FIELDS.
      *
           MOVE ATTR-PROT                   TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       1397-MDT-LINE-FIELDS.
      *
      *    ON THE CHANGE SCREEN EVERY ENTRY FIELD IS SENT WITH THE MDT
      *    SO THE WHOLE STANDING ORDER COMES BACK ON THE NEXT RECEIVE,
      *    NOT JUST THE FIELDS THE OPERATOR TOUCHED.
      *
           MOVE ATTR-UNPROT-MDT             TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-SO-TRANSID-CNST          TO TRANID2O.
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP2-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO2F2AO)
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP2-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO2F2AO)
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP2-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO2F2AO)
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
           MOVE WS-SO-TRANSID-CNST          TO TRANID1O.
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP1-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO1F2AO)
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP1-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO1F2AO)
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
                   MOVE WS-SO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-SO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-SO-MAP1-CNST)
                            MAPSET(WS-SO-MAPSET-CNST)
                            FROM  (SO1F2AO)
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
       2000-PROCESS-ADD-SO.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-SO-DATA.
      *
           IF WS-VALID-DATA-88
               MOVE SPACES                  TO WS-STANDING-ORDER-RECORD
               MOVE WS-CA-SO-NUMBER         TO WS-SO-NUMBER
               MOVE WS-SE-CUSTOMER-NUMBER   TO WS-SO-CUSTOMER-NUMBER
               SET WS-SO-STATUS-ACTIVE      TO TRUE
               MOVE EIBOPID                 TO WS-SO-ENTERED-USERID
               PERFORM 2270-MOVE-EDITS-TO-RECORD
               PERFORM 2300-WRITE-SO-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE SPACES              TO MSG1O
                   STRING 'Standing order '
                          WS-SO-NUMBER
                          ' added.'
                          DELIMITED BY SIZE
                     INTO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-SO-ADDED-BY-ANOTHER
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
           MOVE WS-SO-MAPSET-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-SO-MAP2-CNST             TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-SO-MAP2-CNST)
                       MAPSET(WS-SO-MAPSET-CNST)
                       INTO  (SO2F2AI)
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
           INSPECT SO2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-SO-DATA.
      *
      *    THE SAME EDITS SERVE ADD AND CHANGE. ON A CHANGE THE
      *    CUSTOMER IS FIXED AND COMES FROM THE STANDING ORDER ITSELF,
      *    AND THE ENTRY FIELDS KEEP THEIR MDT WHEN RESENT.
      *
           IF WS-CA-PROCESS-CHG-SO-88
               MOVE ATTR-UNPROT-MDT         TO WS-SE-ENTRY-ATTR
               MOVE WS-SE-ENTRY-ATTR        TO STATUS2A
           ELSE
               MOVE ATTR-NO-HIGHLIGHT       TO WS-SE-ENTRY-ATTR
               MOVE WS-SE-ENTRY-ATTR        TO CUSTNO2A
           END-IF.
           MOVE WS-SE-ENTRY-ATTR            TO SHIPTO2A
                                               FREQ2A
                                               NEXTDUE2A
                                               ENDDATE2A.
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
           PERFORM 2225-EDIT-SCHEDULE.
      *
           IF WS-CA-PROCESS-CHG-SO-88
               IF STATUS2I NOT = 'A' AND 'S'
                   MOVE ATTR-REVERSE        TO STATUS2A
                   MOVE -1                  TO STATUS2L
                   MOVE WS-STATUS-INVALID   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           PERFORM 2240-EDIT-ONE-SO-LINE
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
       2210-INIT-LINE-ATTRS.
      *
           MOVE WS-SE-ENTRY-ATTR            TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB).
      *
       2215-EDIT-CUSTOMER.
      *
           IF WS-CA-PROCESS-CHG-SO-88
               MOVE WS-SO-CUSTOMER-NUMBER   TO WS-SE-CUSTOMER-NUMBER
                                               CUSTNO2O
               PERFORM 1360-GET-CUSTOMER-NAME
           ELSE
               IF       CUSTNO2I = SPACE
                     OR CUSTNO2L = ZERO
                   MOVE ATTR-REVERSE        TO CUSTNO2A
                   MOVE -1                  TO CUSTNO2L
                   MOVE SPACES              TO CNAME2O
                   MOVE WS-ENTER-CUST-NBR   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE CUSTNO2I            TO WS-SE-CUSTOMER-NUMBER
                   PERFORM 8100-CMF-OPEN
                   MOVE CUSTNO2I            TO WS-CM-CUSTOMER-NUMBER
                   EXEC CICS
                       READ FILE  (WS-CMF-FILE-NAME-CNST)
                            INTO  (WS-CUSTOMER-MASTER-RECORD)
                            RIDFLD(WS-CM-CUSTOMER-NUMBER)
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE    TO CUSTNO2A
                       MOVE -1              TO CUSTNO2L
                       MOVE SPACES          TO CNAME2O
                       MOVE WS-CUST-DOES-NOT-EXIST
                                            TO MSG2O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
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
                           MOVE WS-CM-LAST-NAME
                                            TO CNAME2O
                           IF WS-CM-STATUS-INACTIVE
                               MOVE ATTR-REVERSE
                                 TO CUSTNO2A
                               MOVE -1      TO CUSTNO2L
                               MOVE WS-CUST-INACTIVE
                                            TO MSG2O
                               MOVE WS-FALSE-CNST
                                 TO WS-VALID-DATA-FLAG
                           END-IF
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
               MOVE SPACES                  TO WS-SE-SHIP-TO-CODE
                                               SNAME2O
           ELSE
               MOVE SHIPTO2I                TO WS-SE-SHIP-TO-CODE
               PERFORM 8100-SHP-OPEN
               MOVE WS-SE-CUSTOMER-NUMBER   TO WS-SH-CUSTOMER-NUMBER
               MOVE WS-SE-SHIP-TO-CODE      TO WS-SH-SHIP-TO-CODE
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
       2225-EDIT-SCHEDULE.
      *
      *    THE NEXT DUE DATE MAY NOT BE EARLIER THAN TODAY, EXCEPT
      *    THAT A CHANGE MAY LEAVE THE DATE ALREADY ON FILE AS IT IS.
      *    A MONTHLY STANDING ORDER KEEPS ITS DAY OF THE MONTH, SO IT
      *    MUST FALL ON A DAY EVERY MONTH HAS. A BLANK END DATE RUNS
      *    UNTIL THE STANDING ORDER IS ENDED.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-SE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-SE-ABSTIME)
                          YYMMDD (WS-SE-TODAY-YYMMDD)
           END-EXEC.
      *
           IF FREQ2I NOT = 'W' AND 'M'
               MOVE ATTR-REVERSE            TO FREQ2A
               MOVE -1                      TO FREQ2L
               MOVE WS-FREQ-INVALID         TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           MOVE NEXTDUE2I                   TO WS-SE-DATE-R.
           PERFORM 2290-CHECK-DATE.
           IF WS-SE-DATE-OK-88
              AND WS-SE-DATE-R < WS-SE-TODAY-YYMMDD
               IF      WS-CA-PROCESS-CHG-SO-88
                   AND WS-SE-DATE-R = WS-SO-NEXT-DUE-DATE
                   CONTINUE
               ELSE
                   MOVE WS-FALSE-CNST       TO WS-SE-DATE-OK-SW
               END-IF
           END-IF.
           IF WS-SE-DATE-OK-88
               MOVE WS-SE-DATE-R            TO WS-SE-NEXT-DUE-DATE
               IF FREQ2I = 'M' AND WS-SE-DD > 28
                   MOVE ATTR-REVERSE        TO NEXTDUE2A
                   MOVE -1                  TO NEXTDUE2L
                   MOVE WS-MONTHLY-DAY-INVALID
                                            TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           ELSE
               MOVE SPACES                  TO WS-SE-NEXT-DUE-DATE
               MOVE ATTR-REVERSE            TO NEXTDUE2A
               MOVE -1                      TO NEXTDUE2L
               MOVE WS-NEXT-DUE-INVALID     TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF       ENDDATE2I = SPACE
                 OR ENDDATE2L = ZERO
               MOVE SPACES                  TO WS-SE-END-DATE
           ELSE
               MOVE ENDDATE2I               TO WS-SE-DATE-R
               PERFORM 2290-CHECK-DATE
               IF      WS-SE-DATE-OK-88
                   AND WS-SE-DATE-R NOT < WS-SE-NEXT-DUE-DATE
                   MOVE WS-SE-DATE-R        TO WS-SE-END-DATE
               ELSE
                   MOVE ATTR-REVERSE        TO ENDDATE2A
                   MOVE -1                  TO ENDDATE2L
                   MOVE WS-END-DATE-INVALID TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2230-CLEAR-LINE-ROWS.
      *
           MOVE SPACES                      TO ITEMNO2O(WS-LN-SUB)
                                               ITEMDESC2O(WS-LN-SUB)
                                               QTY2O(WS-LN-SUB).
      *
       2240-EDIT-ONE-SO-LINE.
      *
           MOVE WS-TRUE-CNST                TO WS-LN-LINE-OK-SW.
      *
           IF      (ITEMNO2I(WS-LN-SUB) = SPACE
                 OR ITEMNO2L(WS-LN-SUB) = ZERO)
               AND (QTY2I(WS-LN-SUB) = SPACE
                 OR QTY2L(WS-LN-SUB) = ZERO)
               MOVE SPACES                  TO ITEMDESC2O(WS-LN-SUB)
           ELSE
               IF       ITEMNO2I(WS-LN-SUB) = SPACE
                     OR ITEMNO2L(WS-LN-SUB) = ZERO
                   MOVE ATTR-REVERSE        TO ITEMNO2A(WS-LN-SUB)
                   MOVE -1                  TO ITEMNO2L(WS-LN-SUB)
                   MOVE SPACES              TO ITEMDESC2O(WS-LN-SUB)
                   MOVE WS-ENTER-ITEM-NBR   TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
                   MOVE WS-FALSE-CNST       TO WS-LN-LINE-OK-SW
               ELSE
                   PERFORM 2250-GET-ITEM-RECORD
               END-IF
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
               IF WS-LN-LINE-OK-88
                   PERFORM 2260-ACCEPT-SO-LINE
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
                   MOVE WS-IT-DESC          TO ITEMDESC2O(WS-LN-SUB)
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
       2260-ACCEPT-SO-LINE.
      *
           ADD 1 TO WS-LN-LINE-COUNT.
           MOVE ITEMNO2I(WS-LN-SUB)
             TO WS-LN-ITEM-NUMBER(WS-LN-LINE-COUNT).
           MOVE QTY2I(WS-LN-SUB)
             TO WS-LN-QUANTITY(WS-LN-LINE-COUNT).
      *
       2270-MOVE-EDITS-TO-RECORD.
      *
           MOVE WS-SE-SHIP-TO-CODE          TO WS-SO-SHIP-TO-CODE.
           MOVE FREQ2I                      TO WS-SO-FREQUENCY.
           MOVE WS-SE-NEXT-DUE-DATE         TO WS-SO-NEXT-DUE-DATE.
           MOVE WS-SE-END-DATE              TO WS-SO-END-DATE.
           PERFORM 2275-MOVE-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
       2275-MOVE-ONE-LINE.
      *
      *    ACCEPTED LINES ARE PACKED TO THE FRONT OF THE RECORD - A
      *    BLANK ROW KEYED BETWEEN TWO LINES LEAVES NO GAP.
      *
           IF WS-LN-SUB > WS-LN-LINE-COUNT
               MOVE SPACES                  TO WS-SO-ITEM-NUMBER
                                                   (WS-LN-SUB)
               MOVE ZERO                    TO WS-SO-QUANTITY
                                                   (WS-LN-SUB)
           ELSE
               MOVE WS-LN-ITEM-NUMBER(WS-LN-SUB)
                 TO WS-SO-ITEM-NUMBER(WS-LN-SUB)
               MOVE WS-LN-QUANTITY(WS-LN-SUB)
                 TO WS-SO-QUANTITY(WS-LN-SUB)
           END-IF.
      *
       2290-CHECK-DATE.
      *
      *    CHECKS THE YYMMDD IN WS-SE-DATE-R IS A REAL CALENDAR DATE.
      *
           MOVE WS-TRUE-CNST                TO WS-SE-DATE-OK-SW.
           IF WS-SE-DATE-R IS NOT NUMERIC
               MOVE WS-FALSE-CNST           TO WS-SE-DATE-OK-SW
           ELSE
               IF WS-SE-MM < 01 OR WS-SE-MM > 12
                   MOVE WS-FALSE-CNST       TO WS-SE-DATE-OK-SW
               ELSE
                   MOVE WS-MONTH-DAYS(WS-SE-MM)
                                            TO WS-SE-MONTH-MAX
                   IF WS-SE-MM = 02
                       DIVIDE WS-SE-YY BY 4
                           GIVING WS-SE-LEAP-QUOTIENT
                           REMAINDER WS-SE-LEAP-REMAINDER
                       IF WS-SE-LEAP-REMAINDER = ZERO
                           MOVE 29          TO WS-SE-MONTH-MAX
                       END-IF
                   END-IF
                   IF WS-SE-DD < 01 OR WS-SE-DD > WS-SE-MONTH-MAX
                       MOVE WS-FALSE-CNST   TO WS-SE-DATE-OK-SW
                   END-IF
               END-IF
           END-IF.
      *
       2300-WRITE-SO-RECORD.
      *
           PERFORM 8100-SOR-OPEN.
           PERFORM 4500-STAMP-SO-RECORD.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-SOR-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-SOR-FILE-NAME-CNST)
                     FROM  (WS-STANDING-ORDER-RECORD)
                     RIDFLD(WS-SO-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SOR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3000-PROCESS-INQUIRE-SO.
      *
           MOVE -1                          TO ACTIONL.
           SET WS-SEND-ERASE-88             TO TRUE.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4000-PROCESS-CHANGE-SO.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           MOVE WS-CA-SO-RECORD             TO WS-STANDING-ORDER-RECORD.
           PERFORM 2200-EDIT-SO-DATA.
      *
           IF WS-VALID-DATA-88
               MOVE WS-CA-SO-NUMBER         TO WS-SO-NUMBER
               PERFORM 4200-READ-SO-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-STANDING-ORDER-RECORD = WS-CA-SO-RECORD
                       PERFORM 2270-MOVE-EDITS-TO-RECORD
                       MOVE STATUS2I        TO WS-SO-STATUS
                       PERFORM 4500-STAMP-SO-RECORD
                       PERFORM 4600-REWRITE-SO-RECORD
                       MOVE WS-SO-CHANGED   TO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-SO-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-SO-UPDATED-BY-ANOTHER
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
       4200-READ-SO-FOR-UPDATE.
      *
           PERFORM 8100-SOR-OPEN.
           EXEC CICS
               READ FILE  (WS-SOR-FILE-NAME-CNST)
                    INTO  (WS-STANDING-ORDER-RECORD)
                    RIDFLD(WS-SO-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE UPDATE'      TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SOR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4500-STAMP-SO-RECORD.
      *
           MOVE EIBOPID                     TO WS-SO-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-SE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-SE-ABSTIME)
                          MMDDYY (WS-SO-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-SO-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-SO-RECORD.
      *
           EXEC CICS
               REWRITE FILE (WS-SOR-FILE-NAME-CNST)
                       FROM (WS-STANDING-ORDER-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SOR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-END-SO.
      *
      *    ENDING A STANDING ORDER STOPS THE GENERATOR RAISING ANY
      *    FURTHER ORDERS FROM IT. ORDERS ALREADY RAISED ARE NOT
      *    TOUCHED.
      *
           MOVE WS-CA-SO-NUMBER             TO WS-SO-NUMBER.
           PERFORM 4200-READ-SO-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-STANDING-ORDER-RECORD = WS-CA-SO-RECORD
                   SET WS-SO-STATUS-ENDED   TO TRUE
                   PERFORM 4500-STAMP-SO-RECORD
                   PERFORM 4600-REWRITE-SO-RECORD
                   MOVE WS-SO-ENDED         TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-SO-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-SO-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ACTIONL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       COPY SOROPEN.
      *
       COPY SORCLOSE.
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
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
