       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMNTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Online purchase order maintenance. A
      *                     purchase order is a POHF2A header for an
      *                     active VNDF2A vendor plus up to five
      *                     POLF2A lines, one per item, numbered from
      *                     the PONUMBER series on CTLF2A. The actions
      *                     are add, inquire, cancel (only while no
      *                     stock has been received) and receive. A
      *                     receipt is keyed against the open PO lines
      *                     - each quantity is added to the item's
      *                     on-hand on ITEMF2A, logged to the stock
      *                     movement ledger, and closes or part-closes
      *                     its line. This is the only way stock is
      *                     received; the old blind receipt on the
      *                     item maintenance screen is retired.
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
               88 WS-CA-PROCESS-ADD-PO-88         VALUE '2'.
               88 WS-CA-PROCESS-INQ-PO-88         VALUE '3'.
               88 WS-CA-PROCESS-CAN-PO-88         VALUE '4'.
               88 WS-CA-PROCESS-RCV-PO-88         VALUE '5'.
           05 WS-CA-PO-HEADER-RECORD.
               10 WS-CA-PO-NUMBER           PIC X(06).
               10 FILLER                    PIC X(74).
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
           05 WS-PO-TRANSID-CNST            PIC X(04) VALUE 'BF2A'.
           05 WS-PO-MAPSET-CNST             PIC X(07) VALUE 'POSF2A '.
           05 WS-PO-MAP1-CNST               PIC X(07) VALUE 'PO1F2A '.
           05 WS-PO-MAP2-CNST               PIC X(07) VALUE 'PO2F2A '.
      *
       01 WS-FILE-CNSTS.
           05 WS-POH-FILE-NAME-CNST         PIC X(08) VALUE 'POHF2A  '.
           05 WS-POL-FILE-NAME-CNST         PIC X(08) VALUE 'POLF2A  '.
           05 WS-VND-FILE-NAME-CNST         PIC X(08) VALUE 'VNDF2A  '.
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
       01 WS-PO-EDIT-FIELDS.
           05 WS-PE-COST-INPUT.
               10 WS-PE-COST-DOLLARS        PIC 9(05).
               10 WS-PE-COST-DOT            PIC X(01).
               10 WS-PE-COST-CENTS          PIC 9(02).
           05 WS-PE-COST-INPUT-R REDEFINES WS-PE-COST-INPUT
                                            PIC X(08).
           05 WS-PE-COST-DISPLAY            PIC ZZZZ9.99.
           05 WS-PE-TOTAL-DISPLAY           PIC ZZZZZZ9.99.
           05 WS-PE-DUE-DATE.
               10 WS-PE-DUE-YY              PIC 9(02).
               10 WS-PE-DUE-MM              PIC 9(02).
               10 WS-PE-DUE-DD              PIC 9(02).
           05 WS-PE-DUE-DATE-R REDEFINES WS-PE-DUE-DATE
                                            PIC X(06).
           05 WS-PE-TODAY-YYMMDD            PIC X(06) VALUE SPACES.
      *
       01 WS-PE-ABSTIME                     PIC S9(15) COMP-3 VALUE 0.
       01 WS-PE-LEAD-MSECS                  PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-CONTROL-WORK.
           05 WS-CW-PONUMBER-KEY            PIC X(08) VALUE 'PONUMBER'.
      *
       01 WS-LINE-WORK.
           05 WS-LN-MAX-LINES               PIC 9(02) COMP VALUE 5.
           05 WS-LN-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-COUNT              PIC 9(02) COMP VALUE 0.
           05 WS-LN-LINE-NBR-9              PIC 9(02) VALUE 0.
           05 WS-LN-LINE-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-LN-LINE-OK-88              VALUE 'Y'.
           05 WS-LN-PO-TOTAL                PIC 9(09)V99 VALUE 0.
           05 WS-LN-KEY-COUNT               PIC 9(02) COMP VALUE 0.
           05 WS-LN-OPEN-COUNT              PIC 9(02) COMP VALUE 0.
           05 WS-LN-ANY-RCV-SW              PIC X(01) VALUE 'N'.
               88 WS-LN-ANY-RCV-88              VALUE 'Y'.
      *
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY                   OCCURS 5 TIMES.
               10 WS-LN-ITEM-NUMBER         PIC X(06).
               10 WS-LN-ITEM-DESC           PIC X(30).
               10 WS-LN-QUANTITY            PIC 9(07).
               10 WS-LN-UNIT-COST           PIC 9(05)V99.
               10 WS-LN-RCV-QTY             PIC 9(07).
      *
       01 WS-LINE-KEY-TABLE.
           05 WS-LN-KEY-ENTRY               PIC X(08) OCCURS 5 TIMES.
      *
       01 WS-RCV-LINE-KEY.
           05 WS-RK-PO-NUMBER               PIC X(06).
           05 WS-RK-LINE-NUMBER             PIC X(02).
      *
       01 WS-POL-BROWSE-KEY.
           05 WS-POL-BK-PO                  PIC X(06).
           05 WS-POL-BK-LINE                PIC X(02).
      *
       01 WS-POL-STOP-SW                    PIC X(01) VALUE 'N'.
           88 WS-POL-STOP-88                    VALUE 'Y'.
      *
       01 WS-END-OF-SESSION-MESSAGE         PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ADD.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the vendor, due date and lines for'.
               10 FILLER                    PIC X(39)
                   VALUE ' the new order. Then press Enter.      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-INQ.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to return, or press F12.   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CAN.
               10 FILLER                    PIC X(40)
                   VALUE 'Press Enter to cancel this purchase ord'.
               10 FILLER                    PIC X(39)
                   VALUE 'er, or press F12.                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RCV.
               10 FILLER                    PIC X(40)
                   VALUE 'Type the quantity received on each line'.
               10 FILLER                    PIC X(39)
                   VALUE '. Then press Enter.                    '.
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
           05 WS-ENTER-PO-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a purchase order number.'.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-NBR-ASSIGNED.
               10 FILLER                    PIC X(40)
                   VALUE 'PO numbers are assigned by the system -'.
               10 FILLER                    PIC X(39)
                   VALUE ' leave the PO number blank.            '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CTL-REC-MISSING.
               10 FILLER                    PIC X(40)
                   VALUE 'The PO number control record could not '.
               10 FILLER                    PIC X(39)
                   VALUE 'be read.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That purchase order does not exist.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-ADDED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has added a purchase order'.
               10 FILLER                    PIC X(39)
                   VALUE ' with that number.                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-UPDATED-BY-ANOTHER.
               10 FILLER                    PIC X(40)
                   VALUE 'Another user has updated the purchase o'.
               10 FILLER                    PIC X(39)
                   VALUE 'rder. Try again.                       '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-CANCELLED.
               10 FILLER                    PIC X(40)
                   VALUE 'Purchase order cancelled.              '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-ALREADY-CANCELLED.
               10 FILLER                    PIC X(40)
                   VALUE 'That purchase order is already cancelle'.
               10 FILLER                    PIC X(39)
                   VALUE 'd.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-NOT-OPEN-CANCEL.
               10 FILLER                    PIC X(40)
                   VALUE 'Stock has been received against that or'.
               10 FILLER                    PIC X(39)
                   VALUE 'der - it cannot be cancelled.          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-NOT-RECEIVABLE.
               10 FILLER                    PIC X(40)
                   VALUE 'That purchase order is fully received o'.
               10 FILLER                    PIC X(39)
                   VALUE 'r cancelled.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-VEND-NBR.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter a vendor number.        '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor does not exist.            '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-VND-INACTIVE.
               10 FILLER                    PIC X(40)
                   VALUE 'That vendor is inactive.               '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DUE-DATE-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Due date must be YYMMDD, or blank to us'.
               10 FILLER                    PIC X(39)
                   VALUE 'e the vendor lead time.                '.
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
                   VALUE 'an zero.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-COST-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Unit cost must be entered as NNNNN.NN. '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-ONE-LINE.
               10 FILLER                    PIC X(40)
                   VALUE 'You must enter at least one line.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-PO-TOO-LARGE.
               10 FILLER                    PIC X(40)
                   VALUE 'The order total is too large - split th'.
               10 FILLER                    PIC X(39)
                   VALUE 'e order.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-RCV-QTY.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity received must be numeric.     '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RCV-NO-LINE.
               10 FILLER                    PIC X(40)
                   VALUE 'There is no purchase order line on that'.
               10 FILLER                    PIC X(39)
                   VALUE ' row.                                  '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RCV-TOO-MUCH.
               10 FILLER                    PIC X(40)
                   VALUE 'Quantity received exceeds the quantity '.
               10 FILLER                    PIC X(39)
                   VALUE 'still open on the line.                '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RCV-NONE.
               10 FILLER                    PIC X(40)
                   VALUE 'Enter a quantity received on at least o'.
               10 FILLER                    PIC X(39)
                   VALUE 'ne line.                               '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RCV-LINE-CLOSED.
               10 FILLER                    PIC X(40)
                   VALUE 'That line is already closed or cancelle'.
               10 FILLER                    PIC X(39)
                   VALUE 'd.                                     '.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY POSF2A.
      *
       COPY POHWSSTS.
      *
       COPY POHWSREC.
      *
       COPY POLWSSTS.
      *
       COPY POLWSREC.
      *
       COPY VNDWSSTS.
      *
       COPY VNDWSREC.
      *
       COPY ITMWSSTS.
      *
       COPY ITMWSREC.
      *
       COPY CTLWSSTS.
      *
       COPY CTLWSREC.
      *
       COPY ITMLDGWS.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(81).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PO-MAINT.
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
                   MOVE LOW-VALUE           TO PO1F2AO
                   MOVE -1                  TO ACTIONL
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1500-SEND-KEY-MAP
                   SET WS-CA-PROCESS-KEY-MAP-88
                      TO TRUE
      *
               WHEN EIBAID = DFHCLEAR
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO PO1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO PO2F2AO
                       MOVE WS-CA-PO-NUMBER TO PONO2O
                       EVALUATE TRUE
                           WHEN WS-CA-PROCESS-ADD-PO-88
                               MOVE WS-ADD  TO INSTR2O
                               MOVE -1      TO VENDNO2L
                           WHEN WS-CA-PROCESS-INQ-PO-88
                               MOVE WS-INQ  TO INSTR2O
                           WHEN WS-CA-PROCESS-CAN-PO-88
                               MOVE WS-CAN  TO INSTR2O
                           WHEN WS-CA-PROCESS-RCV-PO-88
                               MOVE WS-RCV  TO INSTR2O
                               MOVE -1      TO RCVQTY2L(1)
                       END-EVALUATE
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1400-SEND-DATA-MAP
                   END-IF
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 8200-POH-CLOSE      *> Close VSAM before exit
                   PERFORM 8200-POL-CLOSE
                   PERFORM 8200-VND-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
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
                       PERFORM 8200-POH-CLOSE  *> Close VSAM
                       PERFORM 8200-POL-CLOSE
                       PERFORM 8200-VND-CLOSE
                       PERFORM 8200-ITM-CLOSE
                       PERFORM 8200-CTL-CLOSE
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
                       MOVE LOW-VALUE       TO PO1F2AO
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-ERASE-88 TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                       SET WS-CA-PROCESS-KEY-MAP-88
                          TO TRUE
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 8100-POH-OPEN      *> Open VSAM
                   EVALUATE TRUE
                       WHEN WS-CA-PROCESS-KEY-MAP-88
                           PERFORM 1000-PROCESS-KEY-MAP
                       WHEN WS-CA-PROCESS-ADD-PO-88
                           PERFORM 2000-PROCESS-ADD-PO
                       WHEN WS-CA-PROCESS-INQ-PO-88
                           PERFORM 3000-PROCESS-INQUIRE-PO
                       WHEN WS-CA-PROCESS-CAN-PO-88
                           PERFORM 4000-PROCESS-CANCEL-PO
                       WHEN WS-CA-PROCESS-RCV-PO-88
                           PERFORM 5000-PROCESS-RECEIVE-PO
                   END-EVALUATE
                   PERFORM 8200-POH-CLOSE
                   PERFORM 8200-POL-CLOSE
                   PERFORM 8200-VND-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8400-ILG-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
                       MOVE LOW-VALUE       TO PO1F2AO
                       MOVE WS-KEY-UNASSIGNED
                          TO MSG1O
                       MOVE -1              TO ACTIONL
                       SET WS-SEND-DATAONLY-ALARM-88
                           TO TRUE
                       PERFORM 1500-SEND-KEY-MAP
                   ELSE
                       MOVE LOW-VALUE       TO PO2F2AO
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
           MOVE WS-PO-TRANSID-CNST            TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-PO-TRANSID-CNST)
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
               MOVE WS-PO-TRANSID-CNST        TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-KEY-MAP.
      *
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               MOVE WS-CA-PO-NUMBER         TO PONO2O
               IF WS-CA-PROCESS-ADD-PO-88
                   PERFORM 2230-CLEAR-LINE-ROWS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   PERFORM 1392-PROTECT-RCV-FIELDS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   MOVE SPACES              TO VENDNO2O
                                               VNAME2O
                                               ORDDATE2O
                                               DUEDATE2O
                                               STATUS2O
                                               TOTAL2O
                   MOVE -1                  TO VENDNO2L
               ELSE
                   MOVE WS-PH-VENDOR-NUMBER TO VENDNO2O
                   PERFORM 1350-GET-VENDOR-NAME
                   MOVE WS-PH-ORDER-DATE    TO ORDDATE2O
                   MOVE WS-PH-DUE-DATE      TO DUEDATE2O
                   PERFORM 1380-GET-PO-LINES
                   MOVE WS-PH-TOTAL-AMOUNT  TO WS-PE-TOTAL-DISPLAY
                   MOVE WS-PE-TOTAL-DISPLAY TO TOTAL2O
                   EVALUATE TRUE
                       WHEN WS-PH-STATUS-OPEN
                           MOVE 'OPEN     ' TO STATUS2O
                       WHEN WS-PH-STATUS-PARTIAL
                           MOVE 'PARTIAL  ' TO STATUS2O
                       WHEN WS-PH-STATUS-RECEIVED
                           MOVE 'RECEIVED ' TO STATUS2O
                       WHEN OTHER
                           MOVE 'CANCELLED' TO STATUS2O
                   END-EVALUATE
                   MOVE ATTR-PROT           TO VENDNO2A
                                               DUEDATE2A
                   PERFORM 1390-PROTECT-LINE-FIELDS
                       VARYING WS-LN-SUB FROM 1 BY 1
                           UNTIL WS-LN-SUB > WS-LN-MAX-LINES
                   IF WS-CA-PROCESS-RCV-PO-88
                       PERFORM 1397-OPEN-RCV-QTY-FIELDS
                           VARYING WS-LN-SUB FROM 1 BY 1
                               UNTIL WS-LN-SUB > WS-LN-LINE-COUNT
                       MOVE -1              TO RCVQTY2L(1)
                   END-IF
               END-IF
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
           ELSE
               MOVE LOW-VALUE               TO PONOO
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
           MOVE WS-PO-MAPSET-CNST             TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-PO-MAP1-CNST               TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                       TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-PO-MAP1-CNST)
                       MAPSET(WS-PO-MAPSET-CNST)
                       INTO  (PO1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-PO-MAP1-CNST           TO WS-RT-MSG-NORMAL
               MOVE WS-PO-MAPSET-CNST         TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT PO1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-KEY-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ACTIONA
                                               PONOA.
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
                   IF PONOL > ZERO AND PONOI NOT = SPACE
                       MOVE ATTR-REVERSE    TO PONOA
                       MOVE -1              TO PONOL
                       MOVE WS-PO-NBR-ASSIGNED
                         TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               ELSE
                   IF       PONOL = ZERO
                         OR PONOI = SPACE
                       MOVE ATTR-REVERSE    TO PONOA
                       MOVE -1              TO PONOL
                       MOVE WS-ENTER-PO-NBR TO MSG1O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   END-IF
               END-IF
      *
               IF WS-VALID-DATA-88
                   MOVE LOW-VALUE           TO PO2F2AO
                   EVALUATE ACTIONI
                       WHEN '1'
                           PERFORM 1250-ASSIGN-PO-NUMBER
                           IF WS-VALID-DATA-88
                               MOVE WS-ADD  TO INSTR2O
                               SET WS-CA-PROCESS-ADD-PO-88
                                 TO TRUE
                               MOVE SPACE   TO WS-PO-HEADER-RECORD
                           END-IF
      *
                       WHEN '2'
                           PERFORM 1300-READ-PO-HEADER
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               MOVE WS-PO-HEADER-RECORD
                                 TO WS-CA-PO-HEADER-RECORD
                               MOVE WS-INQ  TO INSTR2O
                               SET WS-CA-PROCESS-INQ-PO-88
                                 TO TRUE
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-PO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '3'
                           PERFORM 1300-READ-PO-HEADER
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF WS-PH-STATUS-CANCELLED
                                   MOVE WS-PO-ALREADY-CANCELLED
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               ELSE
                                 IF NOT WS-PH-STATUS-OPEN
                                   MOVE WS-PO-NOT-OPEN-CANCEL
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                                 ELSE
                                   MOVE WS-PO-HEADER-RECORD
                                     TO WS-CA-PO-HEADER-RECORD
                                   MOVE WS-CAN  TO INSTR2O
                                   SET WS-CA-PROCESS-CAN-PO-88
                                     TO TRUE
                                 END-IF
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-PO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
      *
                       WHEN '4'
                           PERFORM 1300-READ-PO-HEADER
                           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                               IF   WS-PH-STATUS-OPEN
                                 OR WS-PH-STATUS-PARTIAL
                                   MOVE WS-PO-HEADER-RECORD
                                     TO WS-CA-PO-HEADER-RECORD
                                   MOVE WS-RCV  TO INSTR2O
                                   SET WS-CA-PROCESS-RCV-PO-88
                                     TO TRUE
                               ELSE
                                   MOVE WS-PO-NOT-RECEIVABLE
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                   MOVE WS-PO-DOES-NOT-EXIST
                                     TO MSG1O
                                   MOVE WS-FALSE-CNST
                                     TO WS-VALID-DATA-FLAG
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.
      *
       1250-ASSIGN-PO-NUMBER.
      *
      *    THE NEXT PO NUMBER COMES FROM THE PONUMBER RECORD ON THE
      *    CTLF2A CONTROL FILE AND IS DRAWN BEFORE THE DATA MAP IS
      *    SHOWN, THE SAME WAY ORDER NUMBERS ARE - AN ABANDONED ENTRY
      *    LEAVES A GAP IN THE SERIES, WHICH IS ACCEPTED.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-PONUMBER-KEY)
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
                   MOVE WS-CW-PONUMBER-KEY  TO WS-CT-CONTROL-ID
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
               MOVE WS-CT-LAST-NUMBER       TO PONOI
               MOVE PONOI                   TO WS-CA-PO-NUMBER
           END-IF.
      *
       1300-READ-PO-HEADER.
      *
           PERFORM 8100-POH-OPEN.
           MOVE PONOI                       TO WS-PH-PO-NUMBER.
           MOVE PONOI                       TO WS-CA-PO-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-POH-FILE-NAME-CNST)
                    INTO  (WS-PO-HEADER-RECORD)
                    RIDFLD(WS-PH-PO-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF     WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1350-GET-VENDOR-NAME.
      *
           MOVE SPACES                      TO VNAME2O.
           PERFORM 8100-VND-OPEN.
           MOVE WS-PH-VENDOR-NUMBER         TO WS-VN-VENDOR-NUMBER.
           EXEC CICS
               READ FILE  (WS-VND-FILE-NAME-CNST)
                    INTO  (WS-VENDOR-RECORD)
                    RIDFLD(WS-VN-VENDOR-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-VN-NAME              TO VNAME2O
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-VND-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1380-GET-PO-LINES.
      *
           PERFORM 2230-CLEAR-LINE-ROWS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE WS-FALSE-CNST               TO WS-POL-STOP-SW.
           MOVE WS-PH-PO-NUMBER             TO WS-POL-BK-PO.
           MOVE LOW-VALUES                  TO WS-POL-BK-LINE.
      *
           PERFORM 8600-POL-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 1385-SHOW-ONE-PO-LINE
                   UNTIL WS-POL-STOP-88
                      OR WS-LN-LINE-COUNT = WS-LN-MAX-LINES
               PERFORM 8950-POL-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1385-SHOW-ONE-PO-LINE.
      *
           PERFORM 8800-POL-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-PI-PO-NUMBER NOT = WS-PH-PO-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-POL-STOP-SW
               ELSE
                   ADD 1 TO WS-LN-LINE-COUNT
                   MOVE WS-PI-ITEM-NUMBER
                     TO ITEMNO2O(WS-LN-LINE-COUNT)
                   MOVE WS-PI-ITEM-DESC
                     TO ITEMDESC2O(WS-LN-LINE-COUNT)
                   MOVE WS-PI-QTY-ORDERED
                     TO QTY2O(WS-LN-LINE-COUNT)
                   MOVE WS-PI-UNIT-COST     TO WS-PE-COST-DISPLAY
                   MOVE WS-PE-COST-DISPLAY
                     TO COST2O(WS-LN-LINE-COUNT)
                   MOVE WS-PI-QTY-RECEIVED
                     TO RCVD2O(WS-LN-LINE-COUNT)
                   IF WS-PI-STATUS-CANCELLED
                       MOVE 'CANCEL '
                         TO RCVQTY2O(WS-LN-LINE-COUNT)
                   END-IF
                   IF WS-PI-STATUS-CLOSED
                       MOVE 'CLOSED '
                         TO RCVQTY2O(WS-LN-LINE-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-POL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       1390-PROTECT-LINE-FIELDS.
      *
           MOVE ATTR-PROT                   TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB)
                                               COST2A(WS-LN-SUB)
                                               RCVQTY2A(WS-LN-SUB).
      *
       1392-PROTECT-RCV-FIELDS.
      *
           MOVE ATTR-PROT                   TO RCVQTY2A(WS-LN-SUB).
      *
       1397-OPEN-RCV-QTY-FIELDS.
      *
      *    ON THE RECEIVE SCREEN ONLY THE RECEIVED-QUANTITY COLUMN OF
      *    A LINE THAT IS STILL OPEN IS UNPROTECTED - WITHOUT THE MDT,
      *    SO ONLY LINES THE OPERATOR ACTUALLY KEYS COME BACK.
      *
           IF RCVQTY2O(WS-LN-SUB) = SPACES
               MOVE ATTR-UNPROT             TO RCVQTY2A(WS-LN-SUB)
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
           MOVE WS-PO-TRANSID-CNST          TO TRANID2O.
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP2-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO2F2AO)
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP2-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO2F2AO)
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP2-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP2-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO2F2AO)
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
           MOVE WS-PO-TRANSID-CNST          TO TRANID1O.
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP1-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO1F2AO)
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP1-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO1F2AO)
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
                   MOVE WS-PO-MAPSET-CNST   TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-PO-MAP1-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-PO-MAP1-CNST)
                            MAPSET(WS-PO-MAPSET-CNST)
                            FROM  (PO1F2AO)
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
       2000-PROCESS-ADD-PO.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 2200-EDIT-PO-DATA.
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-PO-HEADER
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 2350-WRITE-PO-LINES
                   MOVE SPACES              TO MSG1O
                   STRING 'Purchase order '
                          WS-PH-PO-NUMBER
                          ' added.'
                          DELIMITED BY SIZE
                     INTO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE WS-PO-ADDED-BY-ANOTHER
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
           MOVE WS-PO-MAPSET-CNST           TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-PO-MAP2-CNST             TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-PO-MAP2-CNST)
                       MAPSET(WS-PO-MAPSET-CNST)
                       INTO  (PO2F2AI)
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
           INSPECT PO2F2AI
               REPLACING ALL '_' BY SPACE.
      *
       2200-EDIT-PO-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO VENDNO2A
                                               DUEDATE2A.
           PERFORM 2210-INIT-LINE-ATTRS
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           IF       VENDNO2I = SPACE
                 OR VENDNO2L = ZERO
               MOVE ATTR-REVERSE            TO VENDNO2A
               MOVE -1                      TO VENDNO2L
               MOVE SPACES                  TO VNAME2O
               MOVE WS-ENTER-VEND-NBR       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               PERFORM 8100-VND-OPEN
               MOVE VENDNO2I                TO WS-VN-VENDOR-NUMBER
               EXEC CICS
                   READ FILE  (WS-VND-FILE-NAME-CNST)
                        INTO  (WS-VENDOR-RECORD)
                        RIDFLD(WS-VN-VENDOR-NUMBER)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE        TO VENDNO2A
                   MOVE -1                  TO VENDNO2L
                   MOVE SPACES              TO VNAME2O
                   MOVE WS-VND-DOES-NOT-EXIST
                                             TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-VND-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   ELSE
                       MOVE WS-VN-NAME      TO VNAME2O
                       IF WS-VN-STATUS-INACTIVE
                           MOVE ATTR-REVERSE
                             TO VENDNO2A
                           MOVE -1          TO VENDNO2L
                           MOVE WS-VND-INACTIVE
                                             TO MSG2O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-VALID-DATA-88
               PERFORM 2220-EDIT-DUE-DATE
           END-IF.
      *
           MOVE ZERO                        TO WS-LN-LINE-COUNT.
           MOVE ZERO                        TO WS-LN-PO-TOTAL.
           PERFORM 2240-EDIT-ONE-PO-LINE
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
           IF WS-VALID-DATA-88 AND WS-LN-PO-TOTAL > 9999999.99
               MOVE -1                      TO ITEMNO2L(1)
               MOVE WS-PO-TOO-LARGE         TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
           IF WS-VALID-DATA-88
               MOVE WS-LN-PO-TOTAL          TO WS-PE-TOTAL-DISPLAY
               MOVE WS-PE-TOTAL-DISPLAY     TO TOTAL2O
           END-IF.
      *
       2210-INIT-LINE-ATTRS.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO ITEMNO2A(WS-LN-SUB)
                                               QTY2A(WS-LN-SUB)
                                               COST2A(WS-LN-SUB).
      *
       2220-EDIT-DUE-DATE.
      *
      *    A BLANK DUE DATE IS TODAY PLUS THE VENDOR'S LEAD TIME IN
      *    DAYS. A KEYED DUE DATE IS YYMMDD AND MAY NOT BE EARLIER
      *    THAN TODAY.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-PE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-PE-ABSTIME)
                          YYMMDD (WS-PE-TODAY-YYMMDD)
           END-EXEC.
      *
           IF       DUEDATE2L = ZERO
                 OR DUEDATE2I = SPACE
               COMPUTE WS-PE-LEAD-MSECS =
                   WS-VN-LEAD-DAYS * 86400000
               ADD WS-PE-LEAD-MSECS         TO WS-PE-ABSTIME
               EXEC CICS
                   FORMATTIME ABSTIME(WS-PE-ABSTIME)
                              YYMMDD (WS-PE-DUE-DATE-R)
               END-EXEC
               MOVE WS-PE-DUE-DATE-R        TO DUEDATE2O
           ELSE
               MOVE DUEDATE2I               TO WS-PE-DUE-DATE-R
               IF       WS-PE-DUE-DATE-R IS NOT NUMERIC
                     OR WS-PE-DUE-MM < 01
                     OR WS-PE-DUE-MM > 12
                     OR WS-PE-DUE-DD < 01
                     OR WS-PE-DUE-DD > 31
                     OR WS-PE-DUE-DATE-R < WS-PE-TODAY-YYMMDD
                   MOVE ATTR-REVERSE        TO DUEDATE2A
                   MOVE -1                  TO DUEDATE2L
                   MOVE WS-DUE-DATE-INVALID TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2230-CLEAR-LINE-ROWS.
      *
           MOVE SPACES                      TO ITEMNO2O(WS-LN-SUB)
                                               ITEMDESC2O(WS-LN-SUB)
                                               QTY2O(WS-LN-SUB)
                                               COST2O(WS-LN-SUB)
                                               RCVD2O(WS-LN-SUB)
                                               RCVQTY2O(WS-LN-SUB).
      *
       2240-EDIT-ONE-PO-LINE.
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
               MOVE COST2I(WS-LN-SUB)       TO WS-PE-COST-INPUT-R
               IF       COST2I(WS-LN-SUB) = SPACE
                     OR COST2L(WS-LN-SUB) = ZERO
                     OR WS-PE-COST-DOT NOT = '.'
                     OR WS-PE-COST-DOLLARS IS NOT NUMERIC
                     OR WS-PE-COST-CENTS IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO COST2A(WS-LN-SUB)
                   MOVE -1                  TO COST2L(WS-LN-SUB)
                   MOVE WS-COST-INVALID     TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
                   MOVE WS-FALSE-CNST       TO WS-LN-LINE-OK-SW
               END-IF
      *
               IF WS-LN-LINE-OK-88
                   PERFORM 2260-ACCEPT-PO-LINE
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
       2260-ACCEPT-PO-LINE.
      *
           ADD 1 TO WS-LN-LINE-COUNT.
           MOVE ITEMNO2I(WS-LN-SUB)
             TO WS-LN-ITEM-NUMBER(WS-LN-LINE-COUNT).
           MOVE WS-IT-DESC
             TO WS-LN-ITEM-DESC(WS-LN-LINE-COUNT).
           MOVE QTY2I(WS-LN-SUB)
             TO WS-LN-QUANTITY(WS-LN-LINE-COUNT).
           COMPUTE WS-LN-UNIT-COST(WS-LN-LINE-COUNT) =
               WS-PE-COST-DOLLARS + (WS-PE-COST-CENTS / 100).
           COMPUTE WS-LN-PO-TOTAL ROUNDED =
                 WS-LN-PO-TOTAL
               + WS-LN-QUANTITY(WS-LN-LINE-COUNT)
               * WS-LN-UNIT-COST(WS-LN-LINE-COUNT).
      *
       2300-WRITE-PO-HEADER.
      *
           PERFORM 8100-POH-OPEN.
           MOVE SPACES                      TO WS-PO-HEADER-RECORD.
           MOVE WS-CA-PO-NUMBER             TO WS-PH-PO-NUMBER.
           MOVE VENDNO2I                    TO WS-PH-VENDOR-NUMBER.
           MOVE WS-PE-TODAY-YYMMDD          TO WS-PH-ORDER-DATE.
           MOVE WS-PE-DUE-DATE-R            TO WS-PH-DUE-DATE.
           SET WS-PH-STATUS-OPEN            TO TRUE.
           MOVE WS-LN-LINE-COUNT            TO WS-PH-LINE-COUNT.
           MOVE WS-LN-PO-TOTAL              TO WS-PH-TOTAL-AMOUNT.
           MOVE EIBOPID                     TO WS-PH-ENTERED-USERID.
           PERFORM 4500-STAMP-PO-HEADER.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-POH-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-POH-FILE-NAME-CNST)
                     FROM  (WS-PO-HEADER-RECORD)
                     RIDFLD(WS-PH-PO-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2350-WRITE-PO-LINES.
      *
           PERFORM 2360-WRITE-ONE-PO-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-LINE-COUNT.
           MOVE DFHRESP(NORMAL)             TO WS-RESPONSE-CODE.
      *
       2360-WRITE-ONE-PO-LINE.
      *
           PERFORM 8100-POL-OPEN.
           MOVE SPACES                      TO WS-PO-LINE-RECORD.
           MOVE WS-PH-PO-NUMBER             TO WS-PI-PO-NUMBER.
           MOVE WS-LN-SUB                   TO WS-LN-LINE-NBR-9.
           MOVE WS-LN-LINE-NBR-9            TO WS-PI-LINE-NUMBER.
           MOVE WS-LN-ITEM-NUMBER(WS-LN-SUB)
             TO WS-PI-ITEM-NUMBER.
           MOVE WS-LN-ITEM-DESC(WS-LN-SUB)  TO WS-PI-ITEM-DESC.
           MOVE WS-LN-QUANTITY(WS-LN-SUB)   TO WS-PI-QTY-ORDERED.
           MOVE ZERO                        TO WS-PI-QTY-RECEIVED.
           MOVE WS-LN-UNIT-COST(WS-LN-SUB)  TO WS-PI-UNIT-COST.
           MOVE WS-PH-DUE-DATE              TO WS-PI-DUE-DATE.
           SET WS-PI-STATUS-OPEN            TO TRUE.
      *
           EXEC CICS
               WRITE FILE  (WS-POL-FILE-NAME-CNST)
                     FROM  (WS-PO-LINE-RECORD)
                     RIDFLD(WS-PI-LINE-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3000-PROCESS-INQUIRE-PO.
      *
           MOVE -1                          TO ACTIONL.
           SET WS-SEND-ERASE-88             TO TRUE.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4000-PROCESS-CANCEL-PO.
      *
           MOVE WS-CA-PO-NUMBER             TO WS-PH-PO-NUMBER.
           PERFORM 4200-READ-PO-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-PO-HEADER-RECORD = WS-CA-PO-HEADER-RECORD
                   SET WS-PH-STATUS-CANCELLED
                       TO TRUE
                   PERFORM 4500-STAMP-PO-HEADER
                   PERFORM 4600-REWRITE-PO-HEADER
                   PERFORM 4300-CANCEL-PO-LINES
                   MOVE WS-PO-CANCELLED     TO MSG1O
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   MOVE WS-PO-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-PO-UPDATED-BY-ANOTHER
                     TO MSG1O
                   SET WS-SEND-ERASE-ALARM-88
                       TO TRUE
               END-IF
           END-IF.
           MOVE -1                          TO ACTIONL.
           PERFORM 1500-SEND-KEY-MAP.
           SET WS-CA-PROCESS-KEY-MAP-88     TO TRUE.
      *
       4200-READ-PO-FOR-UPDATE.
      *
           PERFORM 8100-POH-OPEN.
           EXEC CICS
               READ FILE  (WS-POH-FILE-NAME-CNST)
                    INTO  (WS-PO-HEADER-RECORD)
                    RIDFLD(WS-PH-PO-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE UPDATE'      TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4300-CANCEL-PO-LINES.
      *
      *    THE LINE KEYS ARE COLLECTED FROM A BROWSE FIRST BECAUSE A
      *    READ UPDATE CANNOT BE ISSUED WHILE THE BROWSE IS OPEN.
      *
           PERFORM 4310-COLLECT-PO-LINE-KEYS.
           PERFORM 4350-CANCEL-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-KEY-COUNT.
      *
       4310-COLLECT-PO-LINE-KEYS.
      *
           MOVE ZERO                        TO WS-LN-KEY-COUNT.
           MOVE WS-FALSE-CNST               TO WS-POL-STOP-SW.
           MOVE WS-PH-PO-NUMBER             TO WS-POL-BK-PO.
           MOVE LOW-VALUES                  TO WS-POL-BK-LINE.
      *
           PERFORM 8600-POL-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 4320-COLLECT-ONE-KEY
                   UNTIL WS-POL-STOP-88
                      OR WS-LN-KEY-COUNT = WS-LN-MAX-LINES
               PERFORM 8950-POL-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       4320-COLLECT-ONE-KEY.
      *
           PERFORM 8800-POL-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-PI-PO-NUMBER NOT = WS-PH-PO-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-POL-STOP-SW
               ELSE
                   ADD 1 TO WS-LN-KEY-COUNT
                   MOVE WS-PI-LINE-KEY
                     TO WS-LN-KEY-ENTRY(WS-LN-KEY-COUNT)
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-POL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       4350-CANCEL-ONE-LINE.
      *
           PERFORM 8100-POL-OPEN.
           EXEC CICS
               READ FILE  (WS-POL-FILE-NAME-CNST)
                    INTO  (WS-PO-LINE-RECORD)
                    RIDFLD(WS-LN-KEY-ENTRY(WS-LN-SUB))
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               SET WS-PI-STATUS-CANCELLED   TO TRUE
               EXEC CICS
                   REWRITE FILE (WS-POL-FILE-NAME-CNST)
                           FROM (WS-PO-LINE-RECORD)
                           RESP (WS-RESPONSE-CODE)
                           RESP2(WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'REWRITE FILE   '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       4500-STAMP-PO-HEADER.
      *
           MOVE EIBOPID                     TO WS-PH-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-PE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-PE-ABSTIME)
                          MMDDYY (WS-PH-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-PH-LAST-CHG-TIME)
           END-EXEC.
      *
       4600-REWRITE-PO-HEADER.
      *
           EXEC CICS
               REWRITE FILE (WS-POH-FILE-NAME-CNST)
                       FROM (WS-PO-HEADER-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POH-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5000-PROCESS-RECEIVE-PO.
      *
           PERFORM 2100-RECEIVE-DATA-MAP.
           PERFORM 5100-EDIT-RECEIPT-QTYS.
           IF WS-VALID-DATA-88
               MOVE WS-CA-PO-NUMBER         TO WS-PH-PO-NUMBER
               PERFORM 4200-READ-PO-FOR-UPDATE
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-PO-HEADER-RECORD = WS-CA-PO-HEADER-RECORD
                       PERFORM 5200-APPLY-RECEIPT
                       MOVE SPACES          TO MSG1O
                       STRING 'Receipt posted to stock for purchase '
                              'order '
                              WS-PH-PO-NUMBER
                              '.'
                              DELIMITED BY SIZE
                         INTO MSG1O
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-PO-UPDATED-BY-ANOTHER
                         TO MSG1O
                       SET WS-SEND-ERASE-ALARM-88
                           TO TRUE
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-PO-UPDATED-BY-ANOTHER
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
       5100-EDIT-RECEIPT-QTYS.
      *
           MOVE WS-FALSE-CNST               TO WS-LN-ANY-RCV-SW.
           PERFORM 5110-EDIT-ONE-RECEIPT-QTY
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           IF WS-VALID-DATA-88 AND NOT WS-LN-ANY-RCV-88
               MOVE -1                      TO RCVQTY2L(1)
               MOVE WS-RCV-NONE             TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       5110-EDIT-ONE-RECEIPT-QTY.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO RCVQTY2A(WS-LN-SUB).
           MOVE ZERO                        TO WS-LN-RCV-QTY(WS-LN-SUB).
           IF       RCVQTY2L(WS-LN-SUB) = ZERO
                 OR RCVQTY2I(WS-LN-SUB) = SPACE
                 OR RCVQTY2I(WS-LN-SUB) = LOW-VALUES
               CONTINUE
           ELSE
               IF RCVQTY2I(WS-LN-SUB) IS NOT NUMERIC
                   MOVE ATTR-REVERSE        TO RCVQTY2A(WS-LN-SUB)
                   MOVE -1                  TO RCVQTY2L(WS-LN-SUB)
                   MOVE WS-ENTER-RCV-QTY    TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               ELSE
                   MOVE RCVQTY2I(WS-LN-SUB)
                     TO WS-LN-RCV-QTY(WS-LN-SUB)
                   IF WS-LN-RCV-QTY(WS-LN-SUB) > ZERO
                       PERFORM 5120-CHECK-LINE-BALANCE
                   END-IF
               END-IF
           END-IF.
      *
       5120-CHECK-LINE-BALANCE.
      *
      *    THE ROWS ON THE RECEIVE SCREEN ARE THE PO LINES IN LINE
      *    NUMBER ORDER, SO THE ROW NUMBER IS THE LINE NUMBER.
      *
           PERFORM 8100-POL-OPEN.
           MOVE WS-CA-PO-NUMBER             TO WS-RK-PO-NUMBER.
           MOVE WS-LN-SUB                   TO WS-LN-LINE-NBR-9.
           MOVE WS-LN-LINE-NBR-9            TO WS-RK-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE  (WS-POL-FILE-NAME-CNST)
                    INTO  (WS-PO-LINE-RECORD)
                    RIDFLD(WS-RCV-LINE-KEY)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE            TO RCVQTY2A(WS-LN-SUB)
               MOVE -1                      TO RCVQTY2L(WS-LN-SUB)
               MOVE WS-RCV-NO-LINE          TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               ELSE
                   IF   WS-PI-STATUS-CLOSED
                     OR WS-PI-STATUS-CANCELLED
                       MOVE ATTR-REVERSE    TO RCVQTY2A(WS-LN-SUB)
                       MOVE -1              TO RCVQTY2L(WS-LN-SUB)
                       MOVE WS-RCV-LINE-CLOSED
                         TO MSG2O
                       MOVE WS-FALSE-CNST   TO WS-VALID-DATA-FLAG
                   ELSE
                       IF WS-LN-RCV-QTY(WS-LN-SUB)
                            + WS-PI-QTY-RECEIVED
                            > WS-PI-QTY-ORDERED
                           MOVE ATTR-REVERSE
                             TO RCVQTY2A(WS-LN-SUB)
                           MOVE -1
                             TO RCVQTY2L(WS-LN-SUB)
                           MOVE WS-RCV-TOO-MUCH
                             TO MSG2O
                           MOVE WS-FALSE-CNST
                             TO WS-VALID-DATA-FLAG
                       ELSE
                           MOVE WS-TRUE-CNST
                             TO WS-LN-ANY-RCV-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       5200-APPLY-RECEIPT.
      *
      *    EACH KEYED QUANTITY IS ADDED TO ITS LINE AND TO THE ITEM'S
      *    ON-HAND, THEN THE HEADER IS MARKED RECEIVED ONCE NO LINE IS
      *    LEFT OPEN, OR PARTIAL WHILE ANY LINE STILL IS.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-PE-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-PE-ABSTIME)
                          YYMMDD (WS-PE-TODAY-YYMMDD)
           END-EXEC.
      *
           PERFORM 5210-APPLY-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-MAX-LINES.
      *
           PERFORM 5300-COUNT-OPEN-LINES.
           IF WS-LN-OPEN-COUNT = ZERO
               SET WS-PH-STATUS-RECEIVED    TO TRUE
           ELSE
               SET WS-PH-STATUS-PARTIAL     TO TRUE
           END-IF.
           PERFORM 4500-STAMP-PO-HEADER.
           PERFORM 4600-REWRITE-PO-HEADER.
      *
       5210-APPLY-ONE-LINE.
      *
           IF WS-LN-RCV-QTY(WS-LN-SUB) = ZERO
               CONTINUE
           ELSE
               PERFORM 8100-POL-OPEN
               MOVE WS-CA-PO-NUMBER         TO WS-RK-PO-NUMBER
               MOVE WS-LN-SUB               TO WS-LN-LINE-NBR-9
               MOVE WS-LN-LINE-NBR-9        TO WS-RK-LINE-NUMBER
               EXEC CICS
                   READ FILE  (WS-POL-FILE-NAME-CNST)
                        INTO  (WS-PO-LINE-RECORD)
                        RIDFLD(WS-RCV-LINE-KEY)
                        UPDATE
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD WS-LN-RCV-QTY(WS-LN-SUB)
                     TO WS-PI-QTY-RECEIVED
                   IF WS-PI-QTY-RECEIVED < WS-PI-QTY-ORDERED
                       SET WS-PI-STATUS-PARTIAL
                         TO TRUE
                   ELSE
                       SET WS-PI-STATUS-CLOSED
                         TO TRUE
                   END-IF
                   MOVE WS-PE-TODAY-YYMMDD  TO WS-PI-LAST-RECEIPT-DATE
                   EXEC CICS
                       REWRITE FILE (WS-POL-FILE-NAME-CNST)
                               FROM (WS-PO-LINE-RECORD)
                               RESP (WS-RESPONSE-CODE)
                               RESP2(WS-RESPONSE-CODE2)
                   END-EXEC
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'REWRITE FILE   '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-POL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
                   PERFORM 5220-RECEIVE-LINE-STOCK
               ELSE
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       5220-RECEIVE-LINE-STOCK.
      *
           MOVE WS-PI-ITEM-NUMBER           TO WS-IT-ITEM-NUMBER.
           PERFORM 7100-READ-ITEM-FOR-UPDATE.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-LN-RCV-QTY(WS-LN-SUB) TO WS-IT-QTY-ON-HAND
               PERFORM 7200-REWRITE-ITEM-RECORD
               SET WS-IL-MOVE-RECEIPT       TO TRUE
               MOVE WS-LN-RCV-QTY(WS-LN-SUB)
                 TO WS-IL-QUANTITY
               SET WS-IL-REF-RECEIPT        TO TRUE
               MOVE WS-PI-LINE-KEY          TO WS-IL-REFERENCE
               PERFORM 8500-WRITE-STOCK-MOVEMENT
           END-IF.
      *
       5300-COUNT-OPEN-LINES.
      *
           MOVE ZERO                        TO WS-LN-OPEN-COUNT.
           MOVE WS-FALSE-CNST               TO WS-POL-STOP-SW.
           MOVE WS-PH-PO-NUMBER             TO WS-POL-BK-PO.
           MOVE LOW-VALUES                  TO WS-POL-BK-LINE.
      *
           PERFORM 8600-POL-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 5310-COUNT-ONE-LINE
                   UNTIL WS-POL-STOP-88
               PERFORM 8950-POL-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-POL-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       5310-COUNT-ONE-LINE.
      *
           PERFORM 8800-POL-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-PI-PO-NUMBER NOT = WS-PH-PO-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-POL-STOP-SW
               ELSE
                   IF   WS-PI-STATUS-OPEN
                     OR WS-PI-STATUS-PARTIAL
                       ADD 1                TO WS-LN-OPEN-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-POL-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-POL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
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
       COPY POHOPEN.
      *
       COPY POHCLOSE.
      *
       COPY POLOPEN.
      *
       COPY POLCLOSE.
      *
       COPY VNDOPEN.
      *
       COPY VNDCLOSE.
      *
       COPY ITMOPEN.
      *
       COPY ITMCLOSE.
      *
       COPY CTLOPEN.
      *
       COPY CTLCLOSE.
      *
       COPY ILGOPEN.
      *
       COPY ILGCLOSE.
      *
       COPY ILGWRITE.
      *
       8600-POL-STARTBR.
      *
           PERFORM 8100-POL-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-POL-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               STARTBR FILE  (WS-POL-FILE-NAME-CNST)
                       RIDFLD(WS-POL-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8800-POL-READNEXT.
      *
           EXEC CICS
               READNEXT FILE  (WS-POL-FILE-NAME-CNST)
                        INTO  (WS-PO-LINE-RECORD)
                        RIDFLD(WS-POL-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8950-POL-ENDBR.
      *
           EXEC CICS
               ENDBR FILE  (WS-POL-FILE-NAME-CNST)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
