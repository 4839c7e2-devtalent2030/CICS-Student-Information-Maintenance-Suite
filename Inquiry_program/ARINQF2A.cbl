       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARINQF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Customer receivables inquiry screen. Pages
      *                     through one customer's unpaid ARF2A open
      *                     items - invoice number, invoice date,
      *                     original amount, amount paid, last payment
      *                     date, status and days outstanding - under a
      *                     header that ages the balance into the same
      *                     current/30/60/90-day buckets ARSTMF2A prints
      *                     on the statement, with unapplied credits
      *                     taken off to give the net balance due.
      *                     Keying S against an item shows its INVF2A
      *                     register detail. Reached from the MENTBF2A
      *                     menu or by PF9 from the CMINQF2A inquiry.
      *
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-COMMUNICATION-AREA.
           05 WS-CA-CUSTOMER-NUMBER          PIC X(06) VALUE SPACES.
           05 WS-CA-PAGE-NBR                 PIC 9(03) VALUE 0.
           05 WS-CA-SCREEN                   PIC X(01) VALUE '1'.
               88  WS-CA-LIST-SCREEN-88          VALUE '1'.
               88  WS-CA-DETAIL-SCREEN-88        VALUE '2'.
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
           05 WS-ARI-TRANSID-CNST            PIC X(04) VALUE 'RF2A'.
           05 WS-ARI-MAPSET-CNST             PIC X(08) VALUE 'ARISF2A '.
           05 WS-ARI-LIST-MAP-CNST           PIC X(08) VALUE 'ARI1F2A '.
           05 WS-ARI-DETAIL-MAP-CNST         PIC X(08) VALUE 'ARI2F2A '.
      *
       01 WS-FILE-CNSTS.
           05 WS-AR-FILE-NAME-CNST           PIC X(08) VALUE 'ARF2A   '.
           05 WS-INV-FILE-NAME-CNST          PIC X(08) VALUE 'INVF2A  '.
           05 WS-CMF-FILE-NAME-CNST          PIC X(08) VALUE 'CMFF2A  '.
      *
       01 WS-FLAGS.
           05 WS-SEND-FLAG                   PIC X.
               88  WS-SEND-ERASE-88               VALUE '1'.
               88  WS-SEND-DATAONLY-88            VALUE '2'.
               88  WS-SEND-DATAONLY-ALARM-88      VALUE '3'.
           05 WS-AR-STOP-SW                  PIC X VALUE 'N'.
               88  WS-AR-STOP-88                 VALUE 'Y'.
      *
       01 WS-RESPONSE-CODES.
           05 WS-RESPONSE-CODE               PIC S9(8) COMP VALUE 0.
           05 WS-RESPONSE-CODE2              PIC S9(8) COMP VALUE 0.
      *
       01 WS-AI-ABSTIME                      PIC S9(15) COMP-3 VALUE 0.
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
           05 WS-NO-ITEMS-ON-FILE.
               10 FILLER                    PIC X(40)
                   VALUE 'No open items on file for this customer'.
               10 FILLER                    PIC X(39)
                   VALUE '.                                      '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SELECT-PROMPT.
               10 FILLER                    PIC X(40)
                   VALUE 'Key S against an item to see its invoic'.
               10 FILLER                    PIC X(39)
                   VALUE 'e detail.                              '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-SELECT-NOT-ON-PAGE.
               10 FILLER                    PIC X(40)
                   VALUE 'Select a line that shows an item.      '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-REGISTER-RECORD.
               10 FILLER                    PIC X(40)
                   VALUE 'Payment held on account - no INVF2A reg'.
               10 FILLER                    PIC X(39)
                   VALUE 'ister record.                          '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-REGISTER-NOT-FOUND.
               10 FILLER                    PIC X(40)
                   VALUE 'Item is not on the INVF2A register.    '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-DETAIL-RETURN.
               10 FILLER                    PIC X(40)
                   VALUE 'Press PF3 or ENTER to return to the lis'.
               10 FILLER                    PIC X(39)
                   VALUE 't.                                     '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-PREV-PAGE.
               10 FILLER                    PIC X(40)
                   VALUE 'You are on the first page.             '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-NO-NEXT-PAGE.
               10 FILLER                    PIC X(40)
                   VALUE 'No more open items for this customer.  '.
               10 FILLER                    PIC X(39)
                   VALUE SPACES.
      *
      * WS-IR-ROW-TABLE HOLDS THE PAGE OF OPEN ITEMS BEING BUILT. THE
      * PAGE IS REBUILT ON EVERY KEY BY BROWSING ARF2A FROM THE
      * CUSTOMER'S FIRST ITEM AND SKIPPING (PAGE-1)*10 UNPAID ITEMS,
      * SO THE COMMAREA ONLY CARRIES THE CUSTOMER NUMBER, PAGE NUMBER
      * AND WHICH SCREEN IS SHOWING. THE SAME BROWSE AGES EVERY UNPAID
      * ITEM INTO THE HEADER BUCKETS.
      *
       01 WS-IR-PAGE-SIZE                    PIC 9(02) COMP VALUE 10.
       01 WS-IR-ROW-COUNT                    PIC 9(02) COMP VALUE 0.
       01 WS-IR-SUB                          PIC 9(02) COMP VALUE 0.
       01 WS-IR-SELECTED                     PIC 9(02) COMP VALUE 0.
       01 WS-IR-SKIP-COUNT                   PIC 9(05) COMP VALUE 0.
       01 WS-IR-WORK-PAGE                    PIC 9(03) VALUE 0.
      *
       01 WS-IR-ROW-TABLE.
           05 WS-IR-ROW                      OCCURS 10 TIMES.
               10 WS-IR-RECEIVABLE           PIC X(58).
      *
       01 WS-AR-BROWSE-KEY.
           05 WS-AR-BK-CUSTOMER              PIC X(06).
           05 WS-AR-BK-INVOICE               PIC X(06).
      *
       01 WS-BALANCE-WORK.
           05 WS-BW-ITEM-BALANCE             PIC 9(07)V99 VALUE 0.
           05 WS-BW-CURRENT                  PIC 9(09)V99 VALUE 0.
           05 WS-BW-OVER-30                  PIC 9(09)V99 VALUE 0.
           05 WS-BW-OVER-60                  PIC 9(09)V99 VALUE 0.
           05 WS-BW-OVER-90                  PIC 9(09)V99 VALUE 0.
           05 WS-BW-CREDITS                  PIC 9(09)V99 VALUE 0.
           05 WS-BW-BALANCE-DUE              PIC S9(09)V99 VALUE 0.
      *
      * DAYS OUTSTANDING ARE WORKED IN APPROXIMATE DAYS (YEARS AT 365,
      * MONTHS AT 30) FROM THE YYMMDD DATES, AS ON THE STATEMENTS.
      *
       01 WS-AGE-WORK.
           05 WS-AG-TODAY                    PIC X(06) VALUE SPACES.
           05 WS-AG-DATE-X.
               10 WS-AG-YY                   PIC 9(02).
               10 WS-AG-MM                   PIC 9(02).
               10 WS-AG-DD                   PIC 9(02).
           05 WS-AG-DAY-NUMBER               PIC S9(08) COMP VALUE 0.
           05 WS-AG-TODAY-DAYS               PIC S9(08) COMP VALUE 0.
           05 WS-AG-AGE-DAYS                 PIC S9(08) COMP VALUE 0.
      *
       01 WS-DISPLAY-WORK.
           05 WS-DW-AMOUNT                   PIC Z,ZZZ,ZZ9.99.
           05 WS-DW-SIGNED-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05 WS-DW-TAX-AMOUNT               PIC ZZZ,ZZ9.99.
           05 WS-DW-DAYS                     PIC ZZZZ9.
           05 WS-DW-PAGE                     PIC ZZ9.
           05 WS-DW-DATE-IN                  PIC X(08).
           05 WS-DW-DATE-OUT.
               10 WS-DW-DATE-MM              PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-DW-DATE-DD              PIC X(02).
               10 FILLER                     PIC X(01) VALUE '/'.
               10 WS-DW-DATE-YY              PIC X(02).
           05 WS-DW-STATUS                   PIC X(08).
      *
       01 WS-NAME-WORK.
           05 WS-NW-CUST-NAME.
               10 WS-NW-CN-LAST              PIC X(20).
               10 FILLER                     PIC X(01).
               10 WS-NW-CN-FIRST             PIC X(15).
      *
       COPY ATTR.
      *
       COPY DFHAID.
      *
       COPY ERRORSWS.
      *
       COPY ERRLGWS.
      *
       COPY ARISF2A.
      *
       COPY ARWSSTS.
      *
       COPY ARWSREC.
      *
       COPY INVWSSTS.
      *
       COPY INVWSREC.
      *
       COPY CMFWSSTS.
      *
       COPY CMFWSREC.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                        PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-AR-INQUIRY.
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
           PERFORM 1050-GET-TODAY.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO
                   SET WS-CA-LIST-SCREEN-88 TO TRUE
                   MOVE LOW-VALUE           TO ARI1F2AO
                   MOVE WS-ARI-TRANSID-CNST TO TRANID1O
                   MOVE -1                  TO CUSTNO1L
                   SET WS-SEND-ERASE-88     TO TRUE
                   PERFORM 1400-SEND-LIST-MAP
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1200-SHOW-FIRST-PAGE
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 AND WS-CA-DETAIL-SCREEN-88
                   PERFORM 1250-SHOW-CURRENT-PAGE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   PERFORM 8200-AR-CLOSE
                   PERFORM 8200-INV-CLOSE
                   PERFORM 8200-CMF-CLOSE
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
               WHEN EIBAID = DFHPF9
                   PERFORM 1200-SHOW-FIRST-PAGE
      *
               WHEN EIBAID = DFHENTER AND WS-CA-DETAIL-SCREEN-88
                   PERFORM 1250-SHOW-CURRENT-PAGE
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-LIST-MAP
      *
               WHEN EIBAID = DFHPF7 AND WS-CA-LIST-SCREEN-88
                   PERFORM 1700-PAGE-BACKWARD
      *
               WHEN EIBAID = DFHPF8 AND WS-CA-LIST-SCREEN-88
                   PERFORM 1600-PAGE-FORWARD
      *
               WHEN WS-CA-DETAIL-SCREEN-88
                   MOVE LOW-VALUE           TO ARI2F2AO
                   MOVE WS-KEY-INVALID      TO MSG2O
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1450-SEND-DETAIL-MAP
      *
               WHEN OTHER
                   MOVE LOW-VALUE           TO ARI1F2AO
                   MOVE WS-KEY-INVALID      TO MSG1O
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-LIST-MAP
      *
           END-EVALUATE.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                 TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RETURN TRANSID'            TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ARI-TRANSID-CNST         TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-TRANSIDERR)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RETURN TRANSID (WS-ARI-TRANSID-CNST)
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
               MOVE WS-ARI-TRANSID-CNST     TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1000-PROCESS-LIST-MAP.
      *
           PERFORM 1100-RECEIVE-LIST-MAP.
      *
           MOVE ZERO                        TO WS-IR-SELECTED.
           PERFORM 1010-CHECK-ONE-SELECT
               VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-PAGE-SIZE
                      OR WS-IR-SELECTED > ZERO.
      *
           EVALUATE TRUE
               WHEN      CUSTNO1L > ZERO
                     AND CUSTNO1I NOT = SPACE
                     AND CUSTNO1I NOT = WS-CA-CUSTOMER-NUMBER
                   MOVE CUSTNO1I            TO WS-CA-CUSTOMER-NUMBER
                   PERFORM 1200-SHOW-FIRST-PAGE
      *
               WHEN WS-CA-CUSTOMER-NUMBER = SPACES
                   MOVE LOW-VALUE           TO ARI1F2AO
                   MOVE WS-ENTER-CUST-NBR   TO MSG1O
                   MOVE -1                  TO CUSTNO1L
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-LIST-MAP
      *
               WHEN WS-IR-SELECTED > ZERO
                   PERFORM 2000-SHOW-ITEM-DETAIL
      *
               WHEN OTHER
                   PERFORM 1250-SHOW-CURRENT-PAGE
           END-EVALUATE.
      *
       1010-CHECK-ONE-SELECT.
      *
           IF      ISELL(WS-IR-SUB) > ZERO
               AND ISELI(WS-IR-SUB) NOT = SPACE
               AND ISELI(WS-IR-SUB) NOT = LOW-VALUE
               MOVE WS-IR-SUB               TO WS-IR-SELECTED
           END-IF.
      *
       1050-GET-TODAY.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-AI-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AI-ABSTIME)
                          YYMMDD (WS-AG-TODAY)
           END-EXEC.
           MOVE WS-AG-TODAY                 TO WS-AG-DATE-X.
           PERFORM 3600-DATE-TO-DAYS.
           MOVE WS-AG-DAY-NUMBER            TO WS-AG-TODAY-DAYS.
      *
       1100-RECEIVE-LIST-MAP.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS'                 TO WS-HA-EXEC-TEXT-T3.
           MOVE 'RECEIVE MAP - MAPSET/MAP'  TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ARI-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-ARI-LIST-MAP-CNST        TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               RECEIVE MAP   (WS-ARI-LIST-MAP-CNST)
                       MAPSET(WS-ARI-MAPSET-CNST)
                       INTO  (ARI1F2AI)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE = DFHRESP(NORMAL)
                OR WS-RESPONSE-CODE = DFHRESP(MAPFAIL)
               CONTINUE
           ELSE
               MOVE 'RECEIVE MAP - MAPSET/MAP'
                 TO WS-RT-MSG-HEADER
               MOVE WS-ARI-MAPSET-CNST      TO WS-RT-MSG-NORMAL
               MOVE WS-ARI-LIST-MAP-CNST    TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           INSPECT ARI1F2AI
               REPLACING ALL '_' BY SPACE.
      *
       1200-SHOW-FIRST-PAGE.
      *
           SET WS-CA-LIST-SCREEN-88         TO TRUE.
           IF WS-CA-CUSTOMER-NUMBER = SPACES
               MOVE LOW-VALUE               TO ARI1F2AO
               MOVE WS-ENTER-CUST-NBR       TO MSG1O
               MOVE WS-ARI-TRANSID-CNST     TO TRANID1O
               MOVE -1                      TO CUSTNO1L
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-LIST-MAP
           ELSE
               MOVE 1                       TO WS-CA-PAGE-NBR
               PERFORM 1250-SHOW-CURRENT-PAGE
           END-IF.
      *
       1250-SHOW-CURRENT-PAGE.
      *
           SET WS-CA-LIST-SCREEN-88         TO TRUE.
           IF WS-CA-PAGE-NBR = ZERO
               MOVE 1                       TO WS-CA-PAGE-NBR
           END-IF.
           MOVE WS-CA-PAGE-NBR              TO WS-IR-WORK-PAGE.
           PERFORM 3000-BUILD-ITEM-PAGE.
           MOVE LOW-VALUE                   TO ARI1F2AO.
           MOVE WS-CA-CUSTOMER-NUMBER       TO CUSTNO1O.
           PERFORM 1300-GET-CUSTOMER-NAME.
           MOVE CUSTNM1O                    TO WS-NW-CUST-NAME.
           IF WS-NW-CUST-NAME = SPACES
               MOVE WS-CUST-DOES-NOT-EXIST  TO MSG1O
           ELSE
               IF WS-IR-ROW-COUNT = ZERO
                   MOVE WS-NO-ITEMS-ON-FILE TO MSG1O
               ELSE
                   MOVE WS-SELECT-PROMPT    TO MSG1O
               END-IF
           END-IF.
           PERFORM 3400-MOVE-TOTALS-TO-MAP.
           PERFORM 3500-MOVE-ROWS-TO-MAP.
           MOVE WS-ARI-TRANSID-CNST         TO TRANID1O.
           MOVE -1                          TO CUSTNO1L.
           SET WS-SEND-ERASE-88             TO TRUE.
           PERFORM 1400-SEND-LIST-MAP.
      *
       1300-GET-CUSTOMER-NAME.
      *
           MOVE SPACES                      TO CUSTNM1O.
           PERFORM 8100-CMF-OPEN.
           EXEC CICS
               READ FILE  (WS-CMF-FILE-NAME-CNST)
                    INTO  (WS-CUSTOMER-MASTER-RECORD)
                    RIDFLD(WS-CA-CUSTOMER-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WS-CM-LAST-NAME         TO WS-NW-CN-LAST
               MOVE WS-CM-FIRST-NAME        TO WS-NW-CN-FIRST
               MOVE WS-NW-CUST-NAME         TO CUSTNM1O
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
       1400-SEND-LIST-MAP.
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
                   MOVE WS-ARI-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-ARI-LIST-MAP-CNST
                     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-ARI-LIST-MAP-CNST)
                            MAPSET(WS-ARI-MAPSET-CNST)
                            FROM  (ARI1F2AO)
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
                   MOVE WS-ARI-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-ARI-LIST-MAP-CNST
                     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-ARI-LIST-MAP-CNST)
                            MAPSET(WS-ARI-MAPSET-CNST)
                            FROM  (ARI1F2AO)
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
                   MOVE WS-ARI-MAPSET-CNST  TO WS-HA-EXEC-TEXT-T5
                   MOVE WS-ARI-LIST-MAP-CNST
                     TO WS-HA-EXEC-TEXT-T6
                   MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
                     TO WS-HA-EXEC-TEXT-T7
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T8
      *
                   EXEC CICS
                       SEND MAP   (WS-ARI-LIST-MAP-CNST)
                            MAPSET(WS-ARI-MAPSET-CNST)
                            FROM  (ARI1F2AO)
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
       1450-SEND-DETAIL-MAP.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'EXEC CICS SEND MAP - MAPSET/MAP'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ARI-MAPSET-CNST          TO WS-HA-EXEC-TEXT-T5.
           MOVE WS-ARI-DETAIL-MAP-CNST      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-MAPFAIL)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           IF WS-SEND-ERASE-88
               EXEC CICS
                   SEND MAP   (WS-ARI-DETAIL-MAP-CNST)
                        MAPSET(WS-ARI-MAPSET-CNST)
                        FROM  (ARI2F2AO)
                        ERASE
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           ELSE
               EXEC CICS
                   SEND MAP   (WS-ARI-DETAIL-MAP-CNST)
                        MAPSET(WS-ARI-MAPSET-CNST)
                        FROM  (ARI2F2AO)
                        DATAONLY
                        ALARM
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
               END-EXEC
           END-IF.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               CONTINUE
           ELSE
               MOVE 'SEND MAP     '         TO WS-RT-MSG-HEADER
               MOVE 'ERROR        '         TO WS-RT-MSG-NORMAL
               MOVE WS-ARI-DETAIL-MAP-CNST  TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       1600-PAGE-FORWARD.
      *
           IF WS-CA-CUSTOMER-NUMBER = SPACES
               MOVE LOW-VALUE               TO ARI1F2AO
               MOVE WS-ENTER-CUST-NBR       TO MSG1O
               MOVE -1                      TO CUSTNO1L
               SET WS-SEND-DATAONLY-ALARM-88
                TO TRUE
               PERFORM 1400-SEND-LIST-MAP
           ELSE
               COMPUTE WS-IR-WORK-PAGE = WS-CA-PAGE-NBR + 1
               PERFORM 3000-BUILD-ITEM-PAGE
               IF WS-IR-ROW-COUNT = ZERO
                   MOVE LOW-VALUE           TO ARI1F2AO
                   MOVE WS-NO-NEXT-PAGE     TO MSG1O
                   MOVE -1                  TO CUSTNO1L
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-LIST-MAP
               ELSE
                   MOVE WS-IR-WORK-PAGE     TO WS-CA-PAGE-NBR
                   PERFORM 1250-SHOW-CURRENT-PAGE
               END-IF
           END-IF.
      *
       1700-PAGE-BACKWARD.
      *
           IF WS-CA-CUSTOMER-NUMBER = SPACES
               MOVE LOW-VALUE               TO ARI1F2AO
               MOVE WS-ENTER-CUST-NBR       TO MSG1O
               MOVE -1                      TO CUSTNO1L
               SET WS-SEND-DATAONLY-ALARM-88
                TO TRUE
               PERFORM 1400-SEND-LIST-MAP
           ELSE
               IF WS-CA-PAGE-NBR < 2
                   MOVE LOW-VALUE           TO ARI1F2AO
                   MOVE WS-NO-PREV-PAGE     TO MSG1O
                   MOVE -1                  TO CUSTNO1L
                   SET WS-SEND-DATAONLY-ALARM-88
                    TO TRUE
                   PERFORM 1400-SEND-LIST-MAP
               ELSE
                   SUBTRACT 1 FROM WS-CA-PAGE-NBR
                   PERFORM 1250-SHOW-CURRENT-PAGE
               END-IF
           END-IF.
      *
      * THE SELECTED LINE IS TAKEN FROM THE PAGE REBUILT FROM ARF2A,
      * THEN ITS REGISTER RECORD IS READ. A PAYMENT HELD ON ACCOUNT
      * HAS NO REGISTER RECORD, SO ONLY ITS ARF2A FIGURES ARE SHOWN.
      *
       2000-SHOW-ITEM-DETAIL.
      *
           MOVE WS-CA-PAGE-NBR              TO WS-IR-WORK-PAGE.
           PERFORM 3000-BUILD-ITEM-PAGE.
      *
           IF WS-IR-SELECTED > WS-IR-ROW-COUNT
               MOVE LOW-VALUE               TO ARI1F2AO
               MOVE WS-SELECT-NOT-ON-PAGE   TO MSG1O
               MOVE -1                      TO ISELL(WS-IR-SELECTED)
               SET WS-SEND-DATAONLY-ALARM-88
                TO TRUE
               PERFORM 1400-SEND-LIST-MAP
           ELSE
               MOVE WS-IR-RECEIVABLE(WS-IR-SELECTED)
                 TO WS-RECEIVABLE-RECORD
               MOVE LOW-VALUE               TO ARI2F2AO
               MOVE WS-ARI-TRANSID-CNST     TO TRANID2O
               MOVE WS-CA-CUSTOMER-NUMBER   TO CUSTNO2O
               PERFORM 1300-GET-CUSTOMER-NAME
               MOVE CUSTNM1O                TO CUSTNM2O
               PERFORM 2100-MOVE-RECEIVABLE-DETAIL
               MOVE WS-DETAIL-RETURN        TO MSG2O
               IF WS-AR-TYPE-ON-ACCOUNT
                   MOVE 'ON ACCOUNT'        TO DOCTYP2O
                   MOVE WS-NO-REGISTER-RECORD
                     TO MSG2O
               ELSE
                   PERFORM 2200-MOVE-REGISTER-DETAIL
               END-IF
               SET WS-CA-DETAIL-SCREEN-88   TO TRUE
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1450-SEND-DETAIL-MAP
           END-IF.
      *
       2100-MOVE-RECEIVABLE-DETAIL.
      *
           MOVE WS-AR-INVOICE-NUMBER        TO INVNO2O.
           MOVE WS-AR-ORDER-NUMBER          TO ORDNO2O.
           MOVE WS-AR-INVOICE-DATE          TO WS-DW-DATE-IN.
           PERFORM 3700-FORMAT-DATE.
           MOVE WS-DW-DATE-OUT              TO INVDT2O.
           MOVE WS-AR-LAST-PAYMENT-DATE     TO WS-DW-DATE-IN.
           PERFORM 3700-FORMAT-DATE.
           MOVE WS-DW-DATE-OUT              TO LPAYDT2O.
           MOVE WS-AR-ORIGINAL-AMOUNT       TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO TOTAL2O.
           MOVE WS-AR-AMOUNT-PAID           TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO PAID2O.
           PERFORM 3300-AGE-ONE-ITEM.
           MOVE WS-DW-STATUS                TO ARSTAT2O.
           MOVE WS-AG-AGE-DAYS              TO WS-DW-DAYS.
           MOVE WS-DW-DAYS                  TO IDAYS2O.
           IF WS-AR-TYPE-CREDIT
               COMPUTE WS-DW-SIGNED-AMOUNT = ZERO - WS-BW-ITEM-BALANCE
           ELSE
               MOVE WS-BW-ITEM-BALANCE      TO WS-DW-SIGNED-AMOUNT
           END-IF.
           MOVE WS-DW-SIGNED-AMOUNT         TO BALAN2O.
      *
       2200-MOVE-REGISTER-DETAIL.
      *
           PERFORM 8100-INV-OPEN.
           EXEC CICS
               READ FILE  (WS-INV-FILE-NAME-CNST)
                    INTO  (WS-INVOICE-RECORD)
                    RIDFLD(WS-AR-INVOICE-NUMBER)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-IV-TYPE-CREDIT
                   MOVE 'CREDIT MEMO'       TO DOCTYP2O
               ELSE
                   MOVE 'INVOICE'           TO DOCTYP2O
               END-IF
               MOVE WS-IV-ORDER-NUMBER      TO ORDNO2O
               MOVE WS-IV-TAX-STATE         TO TAXST2O
               MOVE WS-IV-INVOICE-DATE      TO WS-DW-DATE-IN
               PERFORM 3700-FORMAT-DATE
               MOVE WS-DW-DATE-OUT          TO INVDT2O
               MOVE WS-IV-MDSE-AMOUNT       TO WS-DW-AMOUNT
               MOVE WS-DW-AMOUNT            TO MDSE2O
               MOVE WS-IV-TAX-AMOUNT        TO WS-DW-TAX-AMOUNT
               MOVE WS-DW-TAX-AMOUNT        TO TAX2O
               MOVE WS-IV-TOTAL-AMOUNT      TO WS-DW-AMOUNT
               MOVE WS-DW-AMOUNT            TO TOTAL2O
           ELSE
               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE WS-REGISTER-NOT-FOUND
                     TO MSG2O
               ELSE
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-INV-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       3000-BUILD-ITEM-PAGE.
      *
           MOVE SPACES                      TO WS-IR-ROW-TABLE.
           MOVE ZERO                        TO WS-IR-ROW-COUNT
                                               WS-BW-CURRENT
                                               WS-BW-OVER-30
                                               WS-BW-OVER-60
                                               WS-BW-OVER-90
                                               WS-BW-CREDITS.
           MOVE WS-FALSE-CNST               TO WS-AR-STOP-SW.
           COMPUTE WS-IR-SKIP-COUNT =
               (WS-IR-WORK-PAGE - 1) * WS-IR-PAGE-SIZE.
           MOVE WS-CA-CUSTOMER-NUMBER       TO WS-AR-BK-CUSTOMER.
           MOVE LOW-VALUES                  TO WS-AR-BK-INVOICE.
      *
           PERFORM 8600-AR-STARTBR.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3010-COLLECT-ITEM-ROW
                   UNTIL WS-AR-STOP-88
               PERFORM 8950-AR-ENDBR
           ELSE IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               MOVE 'STARTBR        '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-AR-FILE-NAME-CNST    TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
           COMPUTE WS-BW-BALANCE-DUE =
                 WS-BW-CURRENT + WS-BW-OVER-30
               + WS-BW-OVER-60 + WS-BW-OVER-90
               - WS-BW-CREDITS.
      *
      * EVERY UNPAID ITEM IS AGED INTO THE HEADER; ONLY THOSE PAST THE
      * SKIP COUNT, UP TO A PAGE, ARE KEPT FOR DISPLAY.
      *
       3010-COLLECT-ITEM-ROW.
      *
           PERFORM 8800-AR-READNEXT.
      *
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               IF WS-AR-CUSTOMER-NUMBER NOT = WS-CA-CUSTOMER-NUMBER
                   MOVE WS-TRUE-CNST        TO WS-AR-STOP-SW
               ELSE
                   IF WS-AR-STATUS-UNPAID
                       PERFORM 3300-AGE-ONE-ITEM
                       PERFORM 3020-KEEP-ITEM-ROW
                   END-IF
               END-IF
           ELSE
               MOVE WS-TRUE-CNST            TO WS-AR-STOP-SW
               IF      WS-RESPONSE-CODE NOT = DFHRESP(ENDFILE)
                   AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   MOVE 'READNEXT       '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-AR-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
           END-IF.
      *
       3020-KEEP-ITEM-ROW.
      *
           IF WS-IR-SKIP-COUNT > ZERO
               SUBTRACT 1 FROM WS-IR-SKIP-COUNT
           ELSE
               IF WS-IR-ROW-COUNT < WS-IR-PAGE-SIZE
                   ADD 1 TO WS-IR-ROW-COUNT
                   MOVE WS-RECEIVABLE-RECORD
                     TO WS-IR-RECEIVABLE(WS-IR-ROW-COUNT)
               END-IF
           END-IF.
      *
      * AGES THE ITEM IN WS-RECEIVABLE-RECORD AGAINST TODAY, SETS ITS
      * STATUS TEXT AND ADDS ITS BALANCE TO THE HEADER BUCKETS. AN
      * UNAPPLIED CREDIT IS NOT AGED BUT TAKEN OFF THE BALANCE DUE.
      *
       3300-AGE-ONE-ITEM.
      *
           COMPUTE WS-BW-ITEM-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
      *
           IF WS-AR-INVOICE-DATE(1:6) IS NUMERIC
               MOVE WS-AR-INVOICE-DATE(1:6) TO WS-AG-DATE-X
               PERFORM 3600-DATE-TO-DAYS
               COMPUTE WS-AG-AGE-DAYS =
                   WS-AG-TODAY-DAYS - WS-AG-DAY-NUMBER
               IF WS-AG-AGE-DAYS < ZERO
                   MOVE ZERO                TO WS-AG-AGE-DAYS
               END-IF
           ELSE
               MOVE 9999                    TO WS-AG-AGE-DAYS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AR-TYPE-CREDIT-MEMO
                   MOVE 'CR MEMO '          TO WS-DW-STATUS
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-CREDITS
               WHEN WS-AR-TYPE-ON-ACCOUNT
                   MOVE 'ON ACCT '          TO WS-DW-STATUS
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-CREDITS
               WHEN OTHER
                   IF WS-AR-STATUS-PARTIAL
                       MOVE 'PARTIAL '      TO WS-DW-STATUS
                   ELSE
                       MOVE 'OPEN    '      TO WS-DW-STATUS
                   END-IF
                   PERFORM 3310-ADD-TO-BUCKET
           END-EVALUATE.
      *
       3310-ADD-TO-BUCKET.
      *
           EVALUATE TRUE
               WHEN WS-AG-AGE-DAYS NOT > 30
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-CURRENT
               WHEN WS-AG-AGE-DAYS NOT > 60
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-OVER-30
               WHEN WS-AG-AGE-DAYS NOT > 90
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-OVER-60
               WHEN OTHER
                   ADD WS-BW-ITEM-BALANCE   TO WS-BW-OVER-90
           END-EVALUATE.
      *
       3400-MOVE-TOTALS-TO-MAP.
      *
           MOVE WS-CA-PAGE-NBR              TO WS-DW-PAGE.
           MOVE WS-DW-PAGE                  TO PAGENO1O.
           MOVE WS-BW-CURRENT               TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO CURBAL1O.
           MOVE WS-BW-OVER-30               TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO BAL301O.
           MOVE WS-BW-OVER-60               TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO BAL601O.
           MOVE WS-BW-OVER-90               TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO BAL901O.
           COMPUTE WS-DW-SIGNED-AMOUNT = ZERO - WS-BW-CREDITS.
           MOVE WS-DW-SIGNED-AMOUNT         TO CREDIT1O.
           MOVE WS-BW-BALANCE-DUE           TO WS-DW-SIGNED-AMOUNT.
           MOVE WS-DW-SIGNED-AMOUNT         TO BALDUE1O.
      *
       3500-MOVE-ROWS-TO-MAP.
      *
           PERFORM 3510-MOVE-ONE-ROW-TO-MAP
               VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-ROW-COUNT.
      *
       3510-MOVE-ONE-ROW-TO-MAP.
      *
           MOVE WS-IR-RECEIVABLE(WS-IR-SUB) TO WS-RECEIVABLE-RECORD.
           PERFORM 3300-AGE-ONE-ITEM.
      *
           MOVE WS-AR-INVOICE-NUMBER        TO INVNOO(WS-IR-SUB).
           MOVE WS-AR-INVOICE-DATE          TO WS-DW-DATE-IN.
           PERFORM 3700-FORMAT-DATE.
           MOVE WS-DW-DATE-OUT              TO INVDTO(WS-IR-SUB).
           MOVE WS-AR-ORIGINAL-AMOUNT       TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO ORIGAMO(WS-IR-SUB).
           MOVE WS-AR-AMOUNT-PAID           TO WS-DW-AMOUNT.
           MOVE WS-DW-AMOUNT                TO PAIDAMO(WS-IR-SUB).
           MOVE WS-AR-LAST-PAYMENT-DATE     TO WS-DW-DATE-IN.
           PERFORM 3700-FORMAT-DATE.
           MOVE WS-DW-DATE-OUT              TO LPAYDTO(WS-IR-SUB).
           MOVE WS-DW-STATUS                TO ISTATO(WS-IR-SUB).
           MOVE WS-AG-AGE-DAYS              TO WS-DW-DAYS.
           MOVE WS-DW-DAYS                  TO IDAYSO(WS-IR-SUB).
      *
       3600-DATE-TO-DAYS.
      *
           COMPUTE WS-AG-DAY-NUMBER =
                 (WS-AG-YY * 365)
               + (WS-AG-MM * 30)
               +  WS-AG-DD.
      *
      * ARF2A AND INVF2A DATES ARE HELD YYMMDD - SHOWN AS MM/DD/YY THE
      * WAY THE OTHER SCREENS SHOW DATES. ANYTHING ELSE IS SHOWN AS IS.
      *
       3700-FORMAT-DATE.
      *
           IF WS-DW-DATE-IN(1:6) IS NUMERIC
               MOVE WS-DW-DATE-IN(1:2)      TO WS-DW-DATE-YY
               MOVE WS-DW-DATE-IN(3:2)      TO WS-DW-DATE-MM
               MOVE WS-DW-DATE-IN(5:2)      TO WS-DW-DATE-DD
           ELSE
               MOVE WS-DW-DATE-IN           TO WS-DW-DATE-OUT
           END-IF.
      *
       COPY AROPEN.
      *
       COPY ARCLOSE.
      *
       COPY INVOPEN.
      *
       COPY INVCLOSE.
      *
       COPY CMFOPEN.
      *
       COPY CMFCLOSE.
      *
       8600-AR-STARTBR.
      *
           PERFORM 8100-AR-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS STARTBR FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-AR-FILE-NAME-CNST        TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               STARTBR FILE  (WS-AR-FILE-NAME-CNST)
                       RIDFLD(WS-AR-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
                       RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8800-AR-READNEXT.
      *
           EXEC CICS
               READNEXT FILE  (WS-AR-FILE-NAME-CNST)
                        INTO  (WS-RECEIVABLE-RECORD)
                        RIDFLD(WS-AR-BROWSE-KEY)
                        RESP  (WS-RESPONSE-CODE)
                        RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       8950-AR-ENDBR.
      *
           EXEC CICS
               ENDBR FILE  (WS-AR-FILE-NAME-CNST)
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
