       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPRVF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Approval queue screen. Lists the requests
      *                     pending on APRF2A, PF7/PF8 to page - the
      *                     credit limit increases queued by CMMNTF2A
      *                     and the return credits queued by ORDERF2A
      *                     because they were over the APRLIMIT
      *                     thresholds on CTLF2A - and lets an operator
      *                     whose OPRF2A profile carries the approval
      *                     authority (WS-OP-APPROVE-AUTH) key a
      *                     request number with A to approve it or R to
      *                     reject it. Nobody may decide a request they
      *                     raised. An approved limit is applied to
      *                     CMFF2A and journalled to CMFAUDT, provided
      *                     the limit on file has not changed since the
      *                     request was raised. An approved return is
      *                     applied exactly as ORDERF2A applies one -
      *                     lines credited, goods restocked through the
      *                     ITMLDGR ledger, a numbered credit memo on
      *                     INVF2A and ARF2A - and journalled to ORDJNL.
      *                     A memo raised after its month has been
      *                     closed by PRDCLF2A is dated on the first day
      *                     of the open period and the message says so.
      *                     A rejection changes nothing but the request.
      *                     Either way the deciding operator and time
      *                     are stamped on the request for the APRRPF2A
      *                     daily report.
      *
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-COMMUNICATION-AREA.
           05 WS-CA-PAGE-NBR                 PIC 9(03) VALUE 0.
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                   PIC X VALUE 'Y'.
           05 WS-FALSE-CNST                  PIC X VALUE 'N'.
           05 WS-YES-CNST                    PIC X VALUE 'Y'.
           05 WS-NO-CNST                     PIC X VALUE 'N'.
           05 WS-OPEN-CNST                   PIC X VALUE 'Y'.
           05 WS-CLOSED-CNST                 PIC X VALUE 'N'.
      *
       01 WS-CICS-CNSTS.
           05 WS-MEN-PROGRAM-CNST            PIC X(08) VALUE 'UUMENF2A'.
           05 WS-APV-TRANSID-CNST            PIC X(04) VALUE 'GF2A'.
           05 WS-APV-MAPSET-CNST             PIC X(08) VALUE 'APRSF2A '.
           05 WS-APV-MAP-CNST                PIC X(08) VALUE 'APRVF2A '.
      *
       01 WS-FILE-CNSTS.
           05 WS-APR-FILE-NAME-CNST          PIC X(08) VALUE 'APRF2A  '.
           05 WS-OPR-FILE-NAME-CNST          PIC X(08) VALUE 'OPRF2A  '.
           05 WS-CMF-FILE-NAME-CNST          PIC X(08) VALUE 'CMFF2A  '.
           05 WS-CMF-AUDIT-NAME-CNST         PIC X(08) VALUE 'CMFAUDT '.
           05 WS-ORD-FILE-NAME-CNST          PIC X(08) VALUE 'ORDRF2A '.
           05 WS-ODL-FILE-NAME-CNST          PIC X(08) VALUE 'ORDLF2A '.
           05 WS-ITM-FILE-NAME-CNST          PIC X(08) VALUE 'ITEMF2A '.
           05 WS-CTL-FILE-NAME-CNST          PIC X(08) VALUE 'CTLF2A  '.
           05 WS-INV-FILE-NAME-CNST          PIC X(08) VALUE 'INVF2A  '.
           05 WS-AR-FILE-NAME-CNST           PIC X(08) VALUE 'ARF2A   '.
      *
       01 WS-FLAGS.
           05 WS-SEND-FLAG                   PIC X.
               88  WS-SEND-ERASE-88               VALUE '1'.
               88  WS-SEND-DATAONLY-88            VALUE '2'.
               88  WS-SEND-DATAONLY-ALARM-88      VALUE '3'.
           05 WS-APV-STOP-SW                 PIC X VALUE 'N'.
               88  WS-APV-STOP-88                VALUE 'Y'.
      *
       01 WS-RESPONSE-CODES.
           05 WS-RESPONSE-CODE               PIC S9(8) COMP VALUE 0.
           05 WS-RESPONSE-CODE2              PIC S9(8) COMP VALUE 0.
      *
       01 WS-CMF-AUDIT-STATUS-SW             PIC X(01) VALUE 'N'.
           88 WS-CMF-AUDIT-OPEN-88               VALUE 'Y'.
           88 WS-CMF-AUDIT-CLOSED-88             VALUE 'N'.
      *
       01 WS-AUDIT-WORK.
           05 WS-AU-ABSTIME                  PIC S9(15) COMP-3 VALUE 0.
      *
       01 WS-END-OF-SESSION-MESSAGE          PIC X(13)
           VALUE 'Session ended'.
      *
       01 WS-USER-MESSAGES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-KEY-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Invalid key pressed.                   '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NOT-AUTHORIZED.
               10 FILLER                    PIC X(40)
                   VALUE 'You are not authorized to decide approv'.
               10 FILLER                    PIC X(39)
                   VALUE 'al requests.                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ENTER-REQ-AND-ACTION.
               10 FILLER                    PIC X(40)
                   VALUE 'Key a request number and A (approve) or'.
               10 FILLER                    PIC X(39)
                   VALUE ' R (reject).                           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ACTION-INVALID.
               10 FILLER                    PIC X(40)
                   VALUE 'Action must be A (approve) or R (reject'.
               10 FILLER                    PIC X(39)
                   VALUE ').                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REQ-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'That request does not exist.           '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REQ-NOT-PENDING.
               10 FILLER                    PIC X(40)
                   VALUE 'That request has already been decided. '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REQ-OWN-REQUEST.
               10 FILLER                    PIC X(40)
                   VALUE 'You cannot decide a request you raised '.
               10 FILLER                    PIC X(39)
                   VALUE 'yourself.                              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-CUST-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'The customer on that request no longer '.
               10 FILLER                    PIC X(39)
                   VALUE 'exists. Reject it.                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-LIMIT-HAS-CHANGED.
               10 FILLER                    PIC X(40)
                   VALUE 'The credit limit has changed since the '.
               10 FILLER                    PIC X(39)
                   VALUE 'request was raised. Reject it.         '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-ORD-DOES-NOT-EXIST.
               10 FILLER                    PIC X(40)
                   VALUE 'The order on that request no longer exi'.
               10 FILLER                    PIC X(39)
                   VALUE 'sts. Reject it.                        '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-RTN-NOT-COVERED.
               10 FILLER                    PIC X(40)
                   VALUE 'The order lines no longer cover that re'.
               10 FILLER                    PIC X(39)
                   VALUE 'turn. Reject it.                       '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-LIMIT-APPROVED.
               10 FILLER                    PIC X(40)
                   VALUE 'Credit limit increase approved and appl'.
               10 FILLER                    PIC X(39)
                   VALUE 'ied.                                   '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REQ-REJECTED.
               10 FILLER                    PIC X(40)
                   VALUE 'Request rejected.                      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-PENDING-REQUESTS.
               10 FILLER                    PIC X(40)
                   VALUE 'No requests are waiting for approval.  '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-PREV-PAGE.
               10 FILLER                    PIC X(40)
                   VALUE 'You are on the first page.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-NEXT-PAGE.
               10 FILLER                    PIC X(40)
                   VALUE 'No more pending requests.              '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *
      * WS-APV-ROW-TABLE HOLDS THE PAGE OF PENDING REQUESTS BEING
      * BUILT. THE PAGE IS REBUILT ON EVERY KEY BY BROWSING APRF2A
      * FROM THE TOP AND SKIPPING (PAGE-1)*10 PENDING RECORDS, SO THE
      * COMMAREA ONLY CARRIES THE PAGE NUMBER.
      *
       01 WS-APV-PAGE-SIZE                   PIC 9(02) COMP VALUE 10.
       01 WS-APV-ROW-COUNT                   PIC 9(02) COMP VALUE 0.
       01 WS-APV-SUB                         PIC 9(02) COMP VALUE 0.
       01 WS-APV-SKIP-COUNT                  PIC 9(05) COMP VALUE 0.
       01 WS-APV-WORK-PAGE                   PIC 9(03) VALUE 0.
       01 WS-APV-AMOUNT-DISPLAY              PIC ZZZZZZ9.99.
       01 WS-APV-MESSAGE                     PIC X(79) VALUE SPACES.
       01 WS-APR-BROWSE-KEY                  PIC X(06) VALUE LOW-VALUES.
      *
       01 WS-APV-ROW-TABLE.
           05 WS-APV-ROW                     OCCURS 10 TIMES.
               10 WS-APV-REQUEST-NUMBER      PIC X(06).
               10 WS-APV-REQUEST-TYPE        PIC X(06).
               10 WS-APV-CUSTOMER-NUMBER     PIC X(06).
               10 WS-APV-ORDER-NUMBER        PIC X(06).
               10 WS-APV-OLD-AMOUNT          PIC X(10).
               10 WS-APV-NEW-AMOUNT          PIC X(10).
               10 WS-APV-REQUESTED-BY        PIC X(03).
               10 WS-APV-REQUESTED-DATE      PIC X(06).
      *
      * AN APPROVED RETURN IS APPLIED AS ORDERF2A APPLIES ONE. THE
      * LINES ARE RECHECKED FIRST - ANOTHER RETURN MAY HAVE BEEN
      * POSTED AGAINST THE ORDER WHILE THIS ONE WAITED.
      *
       01 WS-RETURN-WORK.
           05 WS-RW-MAX-LINES               PIC 9(02) COMP VALUE 5.
           05 WS-RW-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-RW-LINE-NBR-9              PIC 9(02) VALUE 0.
           05 WS-RW-RETURN-TOTAL            PIC 9(07)V99 VALUE 0.
           05 WS-RW-LINE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-RW-CREDIT-TAX              PIC 9(05)V99 VALUE 0.
           05 WS-RW-MEMO-NUMBER             PIC X(06) VALUE SPACES.
           05 WS-RW-COVERED-SW              PIC X(01) VALUE 'N'.
               88 WS-RW-COVERED-88              VALUE 'Y'.
           05 WS-RW-LINE-KEY.
               10 WS-RW-LK-ORDER            PIC X(06).
               10 WS-RW-LK-LINE             PIC X(02).
      *
       01 WS-CONTROL-WORK.
           05 WS-CW-CREDMEMO-KEY            PIC X(08) VALUE 'CREDMEMO'.
      *
       01 WS-AUTHORIZED-SW                   PIC X(01) VALUE 'N'.
           88 WS-AUTHORIZED-88                   VALUE 'Y'.
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY APRSF2A.
      *
       COPY APRWSSTS.
      *
       COPY APRWSREC.
      *
       COPY OPRWSSTS.
      *
       COPY OPRWSREC.
      *
       COPY CMFWSSTS.
      *
       COPY CMFWSREC.
      *
       COPY CMFAUDWS.
      *
       COPY ORDWSSTS.
      *
       COPY ORDWSREC.
      *
       COPY ODLWSSTS.
      *
       COPY ODLWSREC.
      *
       COPY ITMWSSTS.
      *
       COPY ITMWSREC.
      *
       COPY CTLWSSTS.
      *
       COPY CTLWSREC.
      *
       COPY INVWSSTS.
      *
       COPY INVWSREC.
      *
       COPY ARWSSTS.
      *
       COPY ARWSREC.
      *
       COPY ORDJNLWS.
      *
       COPY ITMLDGWS.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                        PIC X(03).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-APPROVALS.
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
                   PERFORM 1200-SHOW-FIRST-PAGE
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1200-SHOW-FIRST-PAGE
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8200-APR-CLOSE
                   PERFORM 8200-OPR-CLOSE
                   PERFORM 8200-CMF-CLOSE
                   PERFORM 8400-CMF-AUDIT-CLOSE
                   PERFORM 8200-ORD-CLOSE
                   PERFORM 8200-ODL-CLOSE
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-INV-CLOSE
                   PERFORM 8200-AR-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8400-ILG-CLOSE
      *
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EXEC CICS'         TO WS-HA-EXEC-TEXT-T3
                   MOVE 'XCTL PROGRAM'      TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-MEN-PROGRAM-CNST TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-PGMIDERR)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       XCTL PROGRAM(WS-MEN-PROGRAM-CNST)
                            RESP   (WS-RESPONSE-CODE)
                            RESP2  (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'XCTL PROGRAM'  TO WS-RT-MSG-HEADER
                       MOVE 'ERROR       '  TO WS-RT-MSG-NORMAL
                       MOVE WS-MEN-PROGRAM-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-APPROVAL-MAP
      *
               WHEN EIBAID = DFHPF7
                   PERFORM 1700-PAGE-BACKWARD
      *
               WHEN EIBAID = DFHPF8
                   PERFORM 1600-PAGE-FORWARD
      *
               WHEN OTHER
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-KEY-INVALID      TO MESSAGEO
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-APPROVAL-MAP
      *
           END-EVALUATE.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                 TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RETURN TRANSID'            TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-APV-TRANSID-CNST         TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-APV-TRANSID-CNST)
                      COMMAREA(WS-COMMUNICATION-AREA)
                      RESP    (WS-RESPONSE-CODE)
                      RESP2   (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
           ELSE
               MOVE 'RETURN TRANSID '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-APV-TRANSID-CNST     TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-APPROVAL-MAP.
      *
           PERFORM 1100-RECEIVE-APPROVAL-MAP.
      *
           IF      (REQNOL = ZERO OR REQNOI = SPACE)
               AND (ACTCDL = ZERO OR ACTCDI = SPACE)
               PERFORM 1300-REFRESH-PAGE
           ELSE
               PERFORM 2000-DECIDE-REQUEST
           END-IF.
      *
       1100-RECEIVE-APPROVAL-MAP.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                 TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RECEIVE MAP - MAPSET/MAP'  TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-APV-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-APV-MAP-CNST             TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-APV-MAP-CNST)
                       MAPSET(WS-APV-MAPSET-CNST)
                       INTO  (APRVF2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
           ELSE
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-APV-MAPSET-CNST      TO WS-RT-MSG-NORMAL
               MOVE WS-APV-MAP-CNST         TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT APRVF2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-SHOW-FIRST-PAGE.
      *
           MOVE 1                           TO WS-CA-PAGE-NBR.
           MOVE WS-CA-PAGE-NBR              TO WS-APV-WORK-PAGE.
           PERFORM 3000-BUILD-PENDING-PAGE.
           MOVE LOW-VALUE                   TO APRVF2AO.
           IF WS-APV-ROW-COUNT = ZERO
               MOVE WS-NO-PENDING-REQUESTS  TO MESSAGEO
           ELSE
               MOVE SPACES                  TO MESSAGEO
           END-IF.
           PERFORM 3500-MOVE-ROWS-TO-MAP.
           MOVE WS-APV-TRANSID-CNST         TO TRANIDO.
           MOVE -1                          TO REQNOL.
           SET WS-SEND-ERASE-88             TO TRUE.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       1300-REFRESH-PAGE.
      *
           MOVE WS-CA-PAGE-NBR              TO WS-APV-WORK-PAGE.
           IF WS-APV-WORK-PAGE = ZERO
               MOVE 1                       TO WS-APV-WORK-PAGE
               MOVE 1                       TO WS-CA-PAGE-NBR
           END-IF.
           PERFORM 3000-BUILD-PENDING-PAGE.
           MOVE LOW-VALUE                   TO APRVF2AO.
           IF WS-APV-ROW-COUNT = ZERO
               MOVE WS-NO-PENDING-REQUESTS  TO MESSAGEO
           ELSE
               MOVE SPACES                  TO MESSAGEO
           END-IF.
           PERFORM 3500-MOVE-ROWS-TO-MAP.
           MOVE -1                          TO REQNOL.
           SET WS-SEND-DATAONLY-88          TO TRUE.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       1400-SEND-APPROVAL-MAP.
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
                   MOVE WS-APV-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-APV-MAP-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-APV-MAP-CNST)
                            MAPSET(WS-APV-MAPSET-CNST)
                            FROM  (APRVF2AO)
                            ERASE
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP     ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'ERASE        ' TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
               WHEN WS-SEND-DATAONLY-88
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                   MOVE 'ABEND'             TO WS-HA-EXEC-TEXT-T2
                   MOVE 'EVALUATE WHEN WS-SEND-DATAONLY-88'
                     TO WS-HA-EXEC-TEXT-T3
                   MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
                     TO WS-HA-EXEC-TEXT-T4
                   MOVE WS-APV-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-APV-MAP-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-APV-MAP-CNST)
                            MAPSET(WS-APV-MAPSET-CNST)
                            FROM  (APRVF2AO)
                            DATAONLY
                            CURSOR
                            RESP  (WS-RESPONSE-CODE)
                            RESP2 (WS-RESPONSE-CODE2)
                   END-EXEC
      *
                   IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                       CONTINUE
                   ELSE
                       MOVE 'SEND MAP     ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'DATAONLY     ' TO WS-RT-MSG-OTHER
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
                   MOVE WS-APV-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-APV-MAP-CNST     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-APV-MAP-CNST)
                            MAPSET(WS-APV-MAPSET-CNST)
                            FROM  (APRVF2AO)
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
                       MOVE 'SEND MAP     ' TO WS-RT-MSG-HEADER
                       MOVE 'ERROR        ' TO WS-RT-MSG-NORMAL
                       MOVE 'DATAONLY-ALARM'
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
      *
           END-EVALUATE.
      *
       1600-PAGE-FORWARD.
      *
           COMPUTE WS-APV-WORK-PAGE = WS-CA-PAGE-NBR + 1.
           PERFORM 3000-BUILD-PENDING-PAGE.
           MOVE LOW-VALUE                   TO APRVF2AO.
           IF WS-APV-ROW-COUNT = ZERO
               MOVE WS-NO-NEXT-PAGE         TO MESSAGEO
           ELSE
               MOVE WS-APV-WORK-PAGE        TO WS-CA-PAGE-NBR
               MOVE SPACES                  TO MESSAGEO
               PERFORM 3500-MOVE-ROWS-TO-MAP
           END-IF.
           MOVE -1                          TO REQNOL.
           SET WS-SEND-DATAONLY-88          TO TRUE.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       1700-PAGE-BACKWARD.
      *
           MOVE LOW-VALUE                   TO APRVF2AO.
           IF WS-CA-PAGE-NBR < 2
               MOVE WS-NO-PREV-PAGE         TO MESSAGEO
           ELSE
               COMPUTE WS-APV-WORK-PAGE = WS-CA-PAGE-NBR - 1
               PERFORM 3000-BUILD-PENDING-PAGE
               MOVE WS-APV-WORK-PAGE        TO WS-CA-PAGE-NBR
               MOVE SPACES                  TO MESSAGEO
               PERFORM 3500-MOVE-ROWS-TO-MAP
           END-IF.
           MOVE -1                          TO REQNOL.
           SET WS-SEND-DATAONLY-88          TO TRUE.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       1800-SEND-ERROR-MESSAGE.
      *
           MOVE -1                          TO REQNOL.
           SET WS-SEND-DATAONLY-ALARM-88    TO TRUE.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       2000-DECIDE-REQUEST.
      *
           PERFORM 2100-CHECK-AUTHORITY.
      *
           EVALUATE TRUE
               WHEN NOT WS-AUTHORIZED-88
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-NOT-AUTHORIZED   TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN REQNOL = ZERO OR REQNOI = SPACE
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-ENTER-REQ-AND-ACTION
                     TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN ACTCDI NOT = 'A' AND 'R'
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-ACTION-INVALID   TO MESSAGEO
                   MOVE -1                  TO ACTCDL
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-APPROVAL-MAP
      *
               WHEN OTHER
                   PERFORM 2200-APPLY-DECISION
           END-EVALUATE.
      *
       2100-CHECK-AUTHORITY.
      *
           MOVE WS-FALSE-CNST               TO WS-AUTHORIZED-SW.
      *
           IF EIBOPID = SPACES OR EIBOPID = LOW-VALUES
               CONTINUE
           ELSE
               PERFORM 8100-OPR-OPEN
               EXEC CICS
                   READ FILE  (WS-OPR-FILE-NAME-CNST)
                        INTO  (WS-OPERATOR-RECORD)
                        RIDFLD(EIBOPID)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF      WS-OP-STATUS-ACTIVE
                       AND WS-OP-APPROVE-YES-88
                       MOVE WS-TRUE-CNST    TO WS-AUTHORIZED-SW
                   END-IF
               ELSE
                   IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-OPR-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   END-IF
               END-IF
           END-IF.
      *
       2200-APPLY-DECISION.
      *
           PERFORM 8100-APR-OPEN.
           EXEC CICS
               READ FILE  (WS-APR-FILE-NAME-CNST)
                    INTO  (WS-APPROVAL-RECORD)
                    RIDFLD(REQNOI)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-REQ-DOES-NOT-EXIST
                     TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-APR-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
      *
               WHEN NOT WS-AP-STATUS-PENDING
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-REQ-NOT-PENDING  TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN WS-AP-REQUESTED-BY = EIBOPID
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-REQ-OWN-REQUEST  TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN ACTCDI = 'R'
                   PERFORM 2600-REJECT-REQUEST
      *
               WHEN WS-AP-TYPE-CREDIT-LIMIT
                   PERFORM 2300-APPROVE-CREDIT-LIMIT
      *
               WHEN OTHER
                   PERFORM 2400-APPROVE-RETURN
           END-EVALUATE.
      *
      *    THE INCREASE IS ONLY APPLIED OVER THE LIMIT IT WAS ASKED
      *    AGAINST - IF SOMEONE HAS CHANGED THE LIMIT SINCE, THE
      *    REQUEST NO LONGER MEANS WHAT IT SAID AND MUST BE REJECTED
      *    AND RAISED AGAIN.
      *
       2300-APPROVE-CREDIT-LIMIT.
      *
           PERFORM 8100-CMF-OPEN.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-AP-CUSTOMER-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-CUST-DOES-NOT-EXIST
                     TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
      *
               WHEN WS-CM-CREDIT-LIMIT NOT = WS-AP-OLD-AMOUNT
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-LIMIT-HAS-CHANGED
                     TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN OTHER
                   PERFORM 2350-APPLY-CREDIT-LIMIT
                   SET WS-AP-STATUS-APPROVED
                                            TO TRUE
                   PERFORM 2700-CLOSE-REQUEST
                   MOVE WS-LIMIT-APPROVED   TO MESSAGEO
                   PERFORM 2800-SHOW-DECISION
           END-EVALUATE.
      *
       2350-APPLY-CREDIT-LIMIT.
      *
           MOVE WS-CUSTOMER-MASTER-RECORD   TO WS-AU-BEFORE-IMAGE.
           MOVE WS-AP-NEW-AMOUNT            TO WS-CM-CREDIT-LIMIT.
           MOVE EIBOPID                     TO WS-CM-LAST-CHG-USERID.
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          MMDDYY (WS-CM-LAST-CHG-DATE)
                          DATESEP
                          TIME   (WS-CM-LAST-CHG-TIME)
           END-EXEC.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'REWRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS REWRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-CMF-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               REWRITE FILE (WS-CMF-FILE-NAME-CNST)
                       FROM (WS-CUSTOMER-MASTER-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-CM-CUSTOMER-NUMBER   TO WS-AU-CUSTOMER-NUMBER
               SET WS-AU-ACTION-CHANGE      TO TRUE
               MOVE WS-CUSTOMER-MASTER-RECORD
                 TO WS-AU-AFTER-IMAGE
               PERFORM 8500-WRITE-AUDIT-RECORD
           ELSE
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-CMF-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       2400-APPROVE-RETURN.
      *
           PERFORM 8100-ORD-OPEN.
           EXEC CICS
               READ FILE  (WS-ORD-FILE-NAME-CNST)
                    INTO  (WS-ORDER-RECORD)
                    RIDFLD(WS-AP-ORDER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-ORD-DOES-NOT-EXIST
                     TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ORD-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
      *
               WHEN OTHER
                   PERFORM 2405-APPLY-IF-COVERED
           END-EVALUATE.
      *
       2405-APPLY-IF-COVERED.
      *
           MOVE WS-TRUE-CNST                TO WS-RW-COVERED-SW.
           PERFORM 2410-CHECK-LINE-BALANCE
               VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > WS-RW-MAX-LINES.
      *
           EVALUATE TRUE
               WHEN NOT WS-RW-COVERED-88
                   MOVE LOW-VALUE           TO APRVF2AO
                   MOVE WS-RTN-NOT-COVERED  TO MESSAGEO
                   PERFORM 1800-SEND-ERROR-MESSAGE
      *
               WHEN OTHER
                   PERFORM 2450-APPLY-RETURN
                   MOVE WS-OR-ORDER-NUMBER  TO WS-OJ-ORDER-NUMBER
                   SET WS-OJ-ACTION-RETURN  TO TRUE
                   MOVE WS-ORDER-RECORD     TO WS-OJ-BEFORE-IMAGE
                                               WS-OJ-AFTER-IMAGE
                   PERFORM 8500-WRITE-ORDER-JOURNAL
                   MOVE WS-RW-MEMO-NUMBER   TO WS-AP-CREDIT-MEMO-NUMBER
                   SET WS-AP-STATUS-APPROVED
                                            TO TRUE
                   PERFORM 2700-CLOSE-REQUEST
                   MOVE SPACES              TO MESSAGEO
                   IF WS-PD-REDATED
                       STRING 'Return approved. Credit memo '
                              WS-RW-MEMO-NUMBER
                              ' issued, dated '
                              WS-PD-POST-DATE
                              ' - period closed.'
                              DELIMITED BY SIZE
                         INTO MESSAGEO
                   ELSE
                       STRING 'Return approved. Credit memo '
                              WS-RW-MEMO-NUMBER
                              ' issued.'
                              DELIMITED BY SIZE
                         INTO MESSAGEO
                   END-IF
                   PERFORM 2800-SHOW-DECISION
           END-EVALUATE.
      *
       2410-CHECK-LINE-BALANCE.
      *
           IF WS-AP-RETURN-QTY(WS-RW-SUB) > ZERO
               PERFORM 2420-SET-LINE-KEY
               PERFORM 8100-ODL-OPEN
               EXEC CICS
                   READ FILE  (WS-ODL-FILE-NAME-CNST)
                        INTO  (WS-ORDER-LINE-RECORD)
                        RIDFLD(WS-RW-LINE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE WS-FALSE-CNST   TO WS-RW-COVERED-SW
                   WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'READ FILE      '
                         TO WS-RT-MSG-HEADER
                       MOVE 'ERROR          '
                         TO WS-RT-MSG-NORMAL
                       MOVE WS-ODL-FILE-NAME-CNST
                         TO WS-RT-MSG-OTHER
                       PERFORM 9700-RESPTEXT
                   WHEN WS-AP-RETURN-QTY(WS-RW-SUB)
                        + WS-OL-QTY-RETURNED > WS-OL-QUANTITY
                       MOVE WS-FALSE-CNST   TO WS-RW-COVERED-SW
               END-EVALUATE
           END-IF.
      *
       2420-SET-LINE-KEY.
      *
           MOVE WS-AP-ORDER-NUMBER          TO WS-RW-LK-ORDER.
           MOVE WS-RW-SUB                   TO WS-RW-LINE-NBR-9.
           MOVE WS-RW-LINE-NBR-9            TO WS-RW-LK-LINE.
      *
      *    THE SAME STEPS AS THE ORDERF2A RETURN - EACH LINE'S
      *    RETURNED QUANTITY IS BUMPED AND THE GOODS RESTOCKED, THEN
      *    THE CREDIT MEMO IS NUMBERED AND WRITTEN TO THE INVOICE
      *    REGISTER AND RECEIVABLES. THE CREDITED TAX FOLLOWS THE
      *    MERCHANDISE CREDIT IN THE SAME PROPORTION THE ORIGINAL
      *    ORDER WAS TAXED.
      *
       2450-APPLY-RETURN.
      *
           MOVE ZERO                        TO WS-RW-RETURN-TOTAL.
           PERFORM 2460-APPLY-ONE-LINE
               VARYING WS-RW-SUB FROM 1 BY 1
                   UNTIL WS-RW-SUB > WS-RW-MAX-LINES.
      *
           IF WS-OR-TOTAL-AMOUNT > ZERO
               COMPUTE WS-RW-CREDIT-TAX ROUNDED =
                     WS-RW-RETURN-TOTAL * WS-OR-TAX-AMOUNT
                   / WS-OR-TOTAL-AMOUNT
           ELSE
               MOVE ZERO                    TO WS-RW-CREDIT-TAX
           END-IF.
      *
           PERFORM 2480-ASSIGN-CREDIT-MEMO-NBR.
           PERFORM 2490-WRITE-CREDIT-MEMO.
      *
       2460-APPLY-ONE-LINE.
      *
           IF WS-AP-RETURN-QTY(WS-RW-SUB) = ZERO
               CONTINUE
           ELSE
               PERFORM 2420-SET-LINE-KEY
               PERFORM 8100-ODL-OPEN
               EXEC CICS
                   READ FILE  (WS-ODL-FILE-NAME-CNST)
                        INTO  (WS-ORDER-LINE-RECORD)
                        RIDFLD(WS-RW-LINE-KEY)
                        UPDATE
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   ADD WS-AP-RETURN-QTY(WS-RW-SUB)
                     TO WS-OL-QTY-RETURNED
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
                   PERFORM 2470-RESTOCK-LINE-ITEM
                   COMPUTE WS-RW-LINE-AMOUNT ROUNDED =
                       WS-AP-RETURN-QTY(WS-RW-SUB) * WS-OL-UNIT-PRICE
                   ADD WS-RW-LINE-AMOUNT    TO WS-RW-RETURN-TOTAL
               ELSE
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ODL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2470-RESTOCK-LINE-ITEM.
      *
           PERFORM 8100-ITM-OPEN.
           EXEC CICS
               READ FILE  (WS-ITM-FILE-NAME-CNST)
                    INTO  (WS-ITEM-RECORD)
                    RIDFLD(WS-OL-ITEM-NUMBER)
                    UPDATE
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               ADD WS-AP-RETURN-QTY(WS-RW-SUB)
                 TO WS-IT-QTY-ON-HAND
               EXEC CICS
                   REWRITE FILE (WS-ITM-FILE-NAME-CNST)
                           FROM (WS-ITEM-RECORD)
                           RESP (WS-RESPONSE-CODE)
                           RESP2(WS-RESPONSE-CODE2)
               END-EXEC
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'REWRITE FILE   '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
               SET WS-IL-MOVE-RETURN        TO TRUE
               MOVE WS-AP-RETURN-QTY(WS-RW-SUB)
                 TO WS-IL-QUANTITY
               SET WS-IL-REF-ORDER          TO TRUE
               MOVE SPACES                  TO WS-IL-REFERENCE
               MOVE WS-OR-ORDER-NUMBER      TO WS-IL-REFERENCE
               PERFORM 8500-WRITE-STOCK-MOVEMENT
           ELSE
               IF WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READ FILE UPDATE'  TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-ITM-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       2480-ASSIGN-CREDIT-MEMO-NBR.
      *
           PERFORM 8100-CTL-OPEN.
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-CW-CREDMEMO-KEY)
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
                   MOVE WS-CW-CREDMEMO-KEY  TO WS-CT-CONTROL-ID
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
           MOVE WS-CT-LAST-NUMBER           TO WS-RW-MEMO-NUMBER.
      *
       2490-WRITE-CREDIT-MEMO.
      *
           PERFORM 8100-INV-OPEN.
           MOVE SPACES                      TO WS-INVOICE-RECORD.
           MOVE WS-RW-MEMO-NUMBER           TO WS-IV-INVOICE-NUMBER.
           SET WS-IV-TYPE-CREDIT            TO TRUE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IV-ORDER-NUMBER.
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-IV-CUSTOMER-NUMBER.
           MOVE WS-RW-RETURN-TOTAL          TO WS-IV-MDSE-AMOUNT.
           MOVE WS-RW-CREDIT-TAX            TO WS-IV-TAX-AMOUNT.
           COMPUTE WS-IV-TOTAL-AMOUNT =
               WS-RW-RETURN-TOTAL + WS-RW-CREDIT-TAX.
           MOVE ZERO                        TO WS-IV-FREIGHT-AMOUNT.
      *
      *    THE MEMO CARRIES THE CUSTOMER'S STATE AND CURRENT SALES
      *    REP, AS ORDERF2A'S DO, FOR THE TAX RETURN AND COMMISSION.
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
           END-EXEC.
           EXEC CICS
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
                     FROM  (WS-INVOICE-RECORD)
                     RIDFLD(WS-IV-INVOICE-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-INV-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           PERFORM 2495-WRITE-CREDIT-ITEM.
      *
       2495-WRITE-CREDIT-ITEM.
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
       2600-REJECT-REQUEST.
      *
           SET WS-AP-STATUS-REJECTED        TO TRUE.
           PERFORM 2700-CLOSE-REQUEST.
           MOVE WS-REQ-REJECTED             TO MESSAGEO.
           PERFORM 2800-SHOW-DECISION.
      *
       2700-CLOSE-REQUEST.
      *
           MOVE EIBOPID                     TO WS-AP-DECIDED-BY.
           EXEC CICS
               ASKTIME ABSTIME(WS-AP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AP-ABSTIME)
                          YYMMDD (WS-AP-DECIDED-DATE)
                          TIME   (WS-AP-DECIDED-TIME)
           END-EXEC.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'REWRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS REWRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-APR-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               REWRITE FILE (WS-APR-FILE-NAME-CNST)
                       FROM (WS-APPROVAL-RECORD)
                       RESP (WS-RESPONSE-CODE)
                       RESP2(WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'REWRITE FILE   '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-APR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
      *    THE DECIDED REQUEST DROPS OFF THE LIST - THE FIRST PAGE
      *    IS REBUILT UNDER THE DECISION MESSAGE ALREADY IN MESSAGEO.
      *
       2800-SHOW-DECISION.
      *
           MOVE MESSAGEO                    TO WS-APV-MESSAGE.
           MOVE 1                           TO WS-CA-PAGE-NBR.
           MOVE WS-CA-PAGE-NBR              TO WS-APV-WORK-PAGE.
           PERFORM 3000-BUILD-PENDING-PAGE.
           MOVE LOW-VALUE                   TO APRVF2AO.
           MOVE WS-APV-MESSAGE              TO MESSAGEO.
           PERFORM 3500-MOVE-ROWS-TO-MAP.
           MOVE -1                          TO REQNOL.
           SET WS-SEND-ERASE-88             TO TRUE.
           MOVE WS-APV-TRANSID-CNST         TO TRANIDO.
           PERFORM 1400-SEND-APPROVAL-MAP.
      *
       3000-BUILD-PENDING-PAGE.
      *
           MOVE SPACES                      TO WS-APV-ROW-TABLE.
           MOVE ZERO                        TO WS-APV-ROW-COUNT.
           MOVE WS-FALSE-CNST               TO WS-APV-STOP-SW.
           COMPUTE WS-APV-SKIP-COUNT =
               (WS-APV-WORK-PAGE - 1) * WS-APV-PAGE-SIZE.
           MOVE LOW-VALUES                  TO WS-APR-BROWSE-KEY.
      *
           PERFORM 8600-APR-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3010-COLLECT-PENDING-ROW
                   UNTIL WS-APV-STOP-88
                      OR WS-APV-ROW-COUNT = WS-APV-PAGE-SIZE
               PERFORM 8900-APR-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-APR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       3010-COLLECT-PENDING-ROW.
      *
           PERFORM 8800-APR-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-AP-STATUS-PENDING
                   IF WS-APV-SKIP-COUNT > ZERO
                       SUBTRACT 1 FROM WS-APV-SKIP-COUNT
                   ELSE
                       ADD 1 TO WS-APV-ROW-COUNT
                       PERFORM 3020-MOVE-REQUEST-TO-ROW
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-APV-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-APR-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       3020-MOVE-REQUEST-TO-ROW.
      *
           MOVE WS-AP-REQUEST-NUMBER
             TO WS-APV-REQUEST-NUMBER(WS-APV-ROW-COUNT).
           IF WS-AP-TYPE-CREDIT-LIMIT
               MOVE 'LIMIT '
                 TO WS-APV-REQUEST-TYPE(WS-APV-ROW-COUNT)
               MOVE WS-AP-OLD-AMOUNT        TO WS-APV-AMOUNT-DISPLAY
               MOVE WS-APV-AMOUNT-DISPLAY
                 TO WS-APV-OLD-AMOUNT(WS-APV-ROW-COUNT)
           ELSE
               MOVE 'RETURN'
                 TO WS-APV-REQUEST-TYPE(WS-APV-ROW-COUNT)
           END-IF.
           MOVE WS-AP-CUSTOMER-NUMBER
             TO WS-APV-CUSTOMER-NUMBER(WS-APV-ROW-COUNT).
           MOVE WS-AP-ORDER-NUMBER
             TO WS-APV-ORDER-NUMBER(WS-APV-ROW-COUNT).
           MOVE WS-AP-NEW-AMOUNT            TO WS-APV-AMOUNT-DISPLAY.
           MOVE WS-APV-AMOUNT-DISPLAY
             TO WS-APV-NEW-AMOUNT(WS-APV-ROW-COUNT).
           MOVE WS-AP-REQUESTED-BY
             TO WS-APV-REQUESTED-BY(WS-APV-ROW-COUNT).
           MOVE WS-AP-REQUESTED-DATE
             TO WS-APV-REQUESTED-DATE(WS-APV-ROW-COUNT).
      *
       3500-MOVE-ROWS-TO-MAP.
      *
           PERFORM 3510-MOVE-ONE-ROW-TO-MAP
               VARYING WS-APV-SUB FROM 1 BY 1
                   UNTIL WS-APV-SUB > WS-APV-PAGE-SIZE.
      *
       3510-MOVE-ONE-ROW-TO-MAP.
      *
           MOVE WS-APV-REQUEST-NUMBER(WS-APV-SUB)
             TO AREQNOO(WS-APV-SUB).
           MOVE WS-APV-REQUEST-TYPE(WS-APV-SUB)
             TO ATYPEO(WS-APV-SUB).
           MOVE WS-APV-CUSTOMER-NUMBER(WS-APV-SUB)
             TO ACUSTO(WS-APV-SUB).
           MOVE WS-APV-ORDER-NUMBER(WS-APV-SUB)
             TO AORDNOO(WS-APV-SUB).
           MOVE WS-APV-OLD-AMOUNT(WS-APV-SUB)
             TO AOLDO(WS-APV-SUB).
           MOVE WS-APV-NEW-AMOUNT(WS-APV-SUB)
             TO ANEWO(WS-APV-SUB).
           MOVE WS-APV-REQUESTED-BY(WS-APV-SUB)
             TO ABYO(WS-APV-SUB).
           MOVE WS-APV-REQUESTED-DATE(WS-APV-SUB)
             TO ADATEO(WS-APV-SUB).
      *
       COPY APROPEN.
      *
       COPY APRCLOSE.
      *
       COPY OPROPEN.
      *
       COPY OPRCLOSE.
      *
       COPY CMFOPEN.
      *
       COPY CMFCLOSE.
      *
       COPY ORDOPEN.
      *
       COPY ORDCLOSE.
      *
       COPY ODLOPEN.
      *
       COPY ODLCLOSE.
      *
       COPY ITMOPEN.
      *
       COPY ITMCLOSE.
      *
       COPY CTLOPEN.
      *
       COPY CTLCLOSE.
      *
       COPY PRDCHECK.
      *
       COPY INVOPEN.
      *
       COPY INVCLOSE.
      *
       COPY AROPEN.
      *
       COPY ARCLOSE.
      *
       COPY OJLOPEN.
      *
       COPY OJLCLOSE.
      *
       COPY OJLWRITE.
      *
       COPY ILGOPEN.
      *
       COPY ILGCLOSE.
      *
       COPY ILGWRITE.
      *
       8300-CMF-AUDIT-OPEN.
      *
           IF WS-CMF-AUDIT-CLOSED-88
               MOVE SPACES                  TO WS-HA-EXEC-TEXT
               MOVE ALL '='                 TO WS-HA-EXEC-TEXT-T1
               MOVE 'ABEND'                 TO WS-HA-EXEC-TEXT-T2
               MOVE 'EXEC CICS SET FILE OPEN'
                 TO WS-HA-EXEC-TEXT-T3
               MOVE WS-CMF-AUDIT-NAME-CNST  TO WS-HA-EXEC-TEXT-T5
               MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
                 TO WS-HA-EXEC-TEXT-T7
               MOVE ALL '='                 TO WS-HA-EXEC-TEXT-T8
      *
               EXEC CICS
                   SET FILE   (WS-CMF-AUDIT-NAME-CNST)
                       OPEN
                       ENABLED
                       RESP   (WS-RESPONSE-CODE)
                       RESP2  (WS-RESPONSE-CODE2)
               END-EXEC
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-OPEN-CNST        TO WS-CMF-AUDIT-STATUS-SW
               ELSE
                   MOVE 'SET FILE OPEN'     TO WS-RT-MSG-HEADER
                   MOVE 'ERROR       '      TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-AUDIT-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       8400-CMF-AUDIT-CLOSE.
      *
           IF WS-CMF-AUDIT-OPEN-88
               MOVE SPACES                  TO WS-HA-EXEC-TEXT
               MOVE ALL '='                 TO WS-HA-EXEC-TEXT-T1
               MOVE 'ABEND'                 TO WS-HA-EXEC-TEXT-T2
               MOVE 'EXEC CICS SET FILE CLOSED'
                 TO WS-HA-EXEC-TEXT-T3
               MOVE WS-CMF-AUDIT-NAME-CNST  TO WS-HA-EXEC-TEXT-T5
               MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
                 TO WS-HA-EXEC-TEXT-T7
               MOVE ALL '='                 TO WS-HA-EXEC-TEXT-T8
      *
               EXEC CICS
                   SET FILE   (WS-CMF-AUDIT-NAME-CNST)
                       CLOSED
                       RESP   (WS-RESPONSE-CODE)
                       RESP2  (WS-RESPONSE-CODE2)
               END-EXEC
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE WS-CLOSED-CNST      TO WS-CMF-AUDIT-STATUS-SW
               ELSE
                   MOVE 'SET FILE CLOSED'   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR       '      TO WS-RT-MSG-NORMAL
                   MOVE WS-CMF-AUDIT-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       8500-WRITE-AUDIT-RECORD.
      *
           PERFORM 8300-CMF-AUDIT-OPEN.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-AU-ABSTIME)
           END-EXEC.
           MOVE SPACES                      TO WS-AU-DATE.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AU-ABSTIME)
                          YYMMDD (WS-AU-DATE)
                          TIME   (WS-AU-TIME)
           END-EXEC.
           MOVE EIBOPID                     TO WS-AU-OPERATOR-ID.
           MOVE EIBTRNID                    TO WS-AU-RUN-ID.
           MOVE WS-AU-DATE(1:6)             TO WS-AU-KEY-DATE.
           MOVE WS-AU-TIME                  TO WS-AU-KEY-TIME.
           MOVE EIBTASKN                    TO WS-AU-KEY-SEQ-9.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-CMF-AUDIT-NAME-CNST      TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-CMF-AUDIT-NAME-CNST)
                     FROM  (WS-AUDIT-RECORD)
                     RIDFLD(WS-AU-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       8600-APR-STARTBR.
      *
           PERFORM 8100-APR-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-APR-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               STARTBR FILE  (WS-APR-FILE-NAME-CNST)
                       RIDFLD(WS-APR-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8800-APR-READNEXT.
      *
           EXEC CICS
               READNEXT FILE  (WS-APR-FILE-NAME-CNST)
                        INTO  (WS-APPROVAL-RECORD)
                        RIDFLD(WS-APR-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8900-APR-ENDBR.
      *
           EXEC CICS
               ENDBR FILE  (WS-APR-FILE-NAME-CNST)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       COPY RESPTEXT.
      *
       COPY TERMMSG.
      *
       COPY HDLABEND.
      *
