               88 WS-CA-PROCESS-REACT-CUST-88     VALUE '5'.
           05 WS-CA-CUSTOMER-RECORD.
               10 WS-CA-CUSTOMER-NUMBER     PIC X(06).
               10 FILLER                    PIC X(212).
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                  PIC X VALUE 'Y'.
           05 WS-CMF-AUDIT-NAME-CNST        PIC X(08) VALUE 'CMFAUDT '.
           05 WS-CMF-LNAME-NAME-CNST        PIC X(08) VALUE 'CMFLNDX '.
           05 WS-ORD-CNDX-NAME-CNST         PIC X(08) VALUE 'ORDCNDX '.
           05 WS-SRP-FILE-NAME-CNST         PIC X(08) VALUE 'SRPF2A  '.
           05 WS-CTL-FILE-NAME-CNST         PIC X(08) VALUE 'CTLF2A  '.
           05 WS-APR-FILE-NAME-CNST         PIC X(08) VALUE 'APRF2A  '.
      *
       01 WS-FLAGS.
           05 WS-VALID-DATA-FLAG            PIC X(01) VALUE 'Y'.
           05 WS-CR-WHOLE                   PIC 9(07) VALUE 0.
           05 WS-CR-WHOLE-X REDEFINES WS-CR-WHOLE
                                             PIC X(07).
           05 WS-CR-OLD-LIMIT               PIC 9(07)V99 VALUE 0.
           05 WS-CR-NEW-LIMIT               PIC 9(07)V99 VALUE 0.
           05 WS-CR-INCREASE                PIC 9(07)V99 VALUE 0.
           05 WS-CR-APPROVAL-SW             PIC X(01) VALUE 'N'.
               88 WS-CR-APPROVAL-NEEDED-88      VALUE 'Y'.
      *
       01 WS-ORD-SCAN-WORK.
           05 WS-ORD-BROWSE-KEY             PIC X(06) VALUE LOW-VALUES.
                   VALUE 'Credit limit must be numeric whole doll'.
               10 FILLER                    PIC X(39)
                   VALUE 'ars, or blank for unlimited.           '.
      *                   ----+----1----+----2----+----3----+----4
           05 WS-INVALID-SALES-REP.
               10 FILLER                    PIC X(40)
                   VALUE 'Sales rep code is not on file or is ina'.
               10 FILLER                    PIC X(39)
                   VALUE 'ctive.                                 '.
      *
       COPY ATTR.
      *
       COPY ORDXWSTS.
      *
       COPY ORDWSREC.
      *
       COPY SRPWSSTS.
      *
       COPY SRPWSREC.
      *
       COPY CTLWSSTS.
      *
       COPY CTLWSREC.
      *
       COPY APRWSSTS.
      *
       COPY APRWSREC.
      *
      ******************************************************************
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(219).
      *
       PROCEDURE DIVISION.
      *
                   PERFORM 8400-CMF-AUDIT-CLOSE
                   PERFORM 8160-CMF-LNAME-CLOSE
                   PERFORM 8165-ORD-CNDX-CLOSE
                   PERFORM 8200-SRP-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-APR-CLOSE

                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                       PERFORM 8400-CMF-AUDIT-CLOSE
                       PERFORM 8160-CMF-LNAME-CLOSE
                       PERFORM 8165-ORD-CNDX-CLOSE
                       PERFORM 8200-SRP-CLOSE
                       PERFORM 8200-CTL-CLOSE
                       PERFORM 8200-APR-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                       PERFORM 8400-CMF-AUDIT-CLOSE
                       PERFORM 8160-CMF-LNAME-CLOSE
                       PERFORM 8165-ORD-CNDX-CLOSE
                       PERFORM 8200-SRP-CLOSE
                       PERFORM 8200-CTL-CLOSE
                       PERFORM 8200-APR-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                   PERFORM 8400-CMF-AUDIT-CLOSE
                   PERFORM 8160-CMF-LNAME-CLOSE
                   PERFORM 8165-ORD-CNDX-CLOSE
                   PERFORM 8200-SRP-CLOSE
                   PERFORM 8200-CTL-CLOSE
                   PERFORM 8200-APR-CLOSE
      *
               WHEN OTHER
                   IF WS-CA-PROCESS-KEY-MAP-88
           PERFORM 1100-RECEIVE-KEY-MAP.
           PERFORM 1200-EDIT-KEY-DATA.
           IF WS-VALID-DATA-88
               PERFORM 1050-SET-HOLD-DISPLAY
               IF NOT WS-CA-PROCESS-DEL-CUST-88
                  AND NOT WS-CA-PROCESS-REACT-CUST-88
                   INSPECT WS-CUSTOMER-MASTER-RECORD
               MOVE WS-CM-EMAIL             TO EMAILO
               MOVE WS-CM-CREDIT-LIMIT      TO WS-CR-WHOLE
               MOVE WS-CR-WHOLE             TO CREDITO
               MOVE WS-CM-SALES-REP         TO SLSREPO
               MOVE -1                      TO LNAMEL
               SET WS-SEND-ERASE-88         TO TRUE
               PERFORM 1400-SEND-DATA-MAP
                   TO TRUE
               PERFORM 1500-SEND-KEY-MAP
           END-IF.
      *
       1050-SET-HOLD-DISPLAY.
      *
      *    ACCOUNT HOLD IS SET AND CLEARED ONLY BY THE CMCRVF2A
      *    NIGHTLY CREDIT REVIEW - IT IS SHOWN HERE, NOT KEYED.
      *
           IF WS-CM-ON-HOLD
               MOVE WS-CM-HOLD-REASON       TO HLDRSNO
               MOVE WS-CM-HOLD-DATE         TO HLDDTO
           ELSE
               MOVE SPACES                  TO HLDRSNO
                                               HLDDTO
           END-IF.
      *
       1100-RECEIVE-KEY-MAP.
      *
           IF WS-VALID-DATA-88
               PERFORM 2300-WRITE-CUSTOMER-RECORD
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-CR-APPROVAL-NEEDED-88
                       MOVE SPACES          TO MSG1O
                       STRING 'Customer record added. Credit limit '
                              'increase queued as request '
                              WS-AP-REQUEST-NUMBER
                              '.'
                              DELIMITED BY SIZE
                         INTO MSG1O
                   ELSE
                       MOVE WS-CUST-ADDED   TO MSG1O
                   END-IF
                   SET WS-SEND-ERASE-88     TO TRUE
               ELSE
                   IF WS-RESPONSE-CODE = DFHRESP(DUPREC)
                                               LNAMEA
                                               PHONEA
                                               EMAILA
                                               CREDITA
                                               SLSREPA.
      *
           IF       ZIPCODEI = SPACE
                 OR ZIPCODEL = ZERO
               MOVE WS-INVALID-CREDIT       TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.

      *    THE SALES REP IS OPTIONAL - A BLANK CODE LEAVES THE
      *    ACCOUNT UNASSIGNED. A KEYED CODE MUST BE AN ACTIVE REP ON
      *    SRPF2A.
           IF      SLSREPI NOT = SPACE
               AND SLSREPL NOT = ZERO
               PERFORM 6500-READ-SALES-REP
               IF       WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                     OR NOT WS-RP-STATUS-ACTIVE
                   MOVE ATTR-REVERSE        TO SLSREPA
                   MOVE -1                  TO SLSREPL
                   MOVE WS-INVALID-SALES-REP
                                            TO MSG2O
                   MOVE WS-FALSE-CNST       TO WS-VALID-DATA-FLAG
               END-IF
           END-IF.
      *
       2300-WRITE-CUSTOMER-RECORD.
      *
               MOVE CREDITI                 TO WS-CR-WHOLE-X
               MOVE WS-CR-WHOLE             TO WS-CM-CREDIT-LIMIT
           END-IF.
      *
      *    A NEW ACCOUNT'S LIMIT IS AN INCREASE FROM NOTHING. ONE
      *    OVER THE THRESHOLD GOES ON FILE AT THE THRESHOLD - THE MOST
      *    THE OPERATOR COULD HAVE GRANTED ALONE - OR AT ONE DOLLAR
      *    WHEN THE THRESHOLD IS ZERO, SO ITS ORDERS ARE HELD, AND THE
      *    FIGURE ASKED FOR IS QUEUED FOR APPROVAL.
      *
           MOVE ZERO                        TO WS-CR-OLD-LIMIT.
           MOVE WS-CM-CREDIT-LIMIT          TO WS-CR-NEW-LIMIT.
           PERFORM 2350-CHECK-LIMIT-APPROVAL.
           IF WS-CR-APPROVAL-NEEDED-88
               IF WS-AL-CREDIT-LIMIT-INCR > ZERO
                   MOVE WS-AL-CREDIT-LIMIT-INCR
                     TO WS-CM-CREDIT-LIMIT
               ELSE
                   MOVE 1                   TO WS-CM-CREDIT-LIMIT
               END-IF
           END-IF.
           IF SLSREPI = SPACE OR SLSREPL = ZERO
               MOVE SPACES                  TO WS-CM-SALES-REP
           ELSE
               MOVE SLSREPI                 TO WS-CM-SALES-REP
           END-IF.
           MOVE SPACES                      TO WS-CM-HOLD-STATUS
                                               WS-CM-HOLD-REASON
                                               WS-CM-HOLD-DATE.
      *
           MOVE EIBOPID                     TO WS-CM-LAST-CHG-USERID.
           EXEC CICS
               MOVE WS-CUSTOMER-MASTER-RECORD
                 TO WS-AU-AFTER-IMAGE
               PERFORM 8500-WRITE-AUDIT-RECORD
               IF WS-CR-APPROVAL-NEEDED-88
                   PERFORM 2360-QUEUE-LIMIT-REQUEST
               END-IF
           END-IF.
      *
      *    A CREDIT LIMIT INCREASE OF MORE THAN THE APRLIMIT
      *    THRESHOLD ON CTLF2A DOES NOT TAKE EFFECT HERE - IT IS
      *    QUEUED ON APRF2A FOR A SECOND OPERATOR TO APPROVE ON
      *    APPRVF2A, WHICH APPLIES AND JOURNALS IT. A ZERO LIMIT IS
      *    UNLIMITED, SO LIFTING A LIMIT TO ZERO IS ALWAYS QUEUED AND
      *    SETTING ONE ON AN UNLIMITED ACCOUNT NEVER IS.
      *
       2350-CHECK-LIMIT-APPROVAL.
      *
           MOVE WS-FALSE-CNST               TO WS-CR-APPROVAL-SW.
           PERFORM 8700-GET-APPROVAL-LIMITS.
      *
           EVALUATE TRUE
               WHEN WS-CR-NEW-LIMIT = ZERO
                   IF       WS-CR-OLD-LIMIT > ZERO
                         OR WS-CA-PROCESS-ADD-CUST-88
                       MOVE WS-TRUE-CNST    TO WS-CR-APPROVAL-SW
                   END-IF
               WHEN WS-CR-OLD-LIMIT = ZERO
                    AND NOT WS-CA-PROCESS-ADD-CUST-88
                   CONTINUE
               WHEN WS-CR-NEW-LIMIT > WS-CR-OLD-LIMIT
                   COMPUTE WS-CR-INCREASE =
                       WS-CR-NEW-LIMIT - WS-CR-OLD-LIMIT
                   IF WS-CR-INCREASE > WS-AL-CREDIT-LIMIT-INCR
                       MOVE WS-TRUE-CNST    TO WS-CR-APPROVAL-SW
                   END-IF
           END-EVALUATE.
      *
       2360-QUEUE-LIMIT-REQUEST.
      *
           MOVE SPACES                      TO WS-APPROVAL-RECORD.
           SET WS-AP-TYPE-CREDIT-LIMIT      TO TRUE.
           MOVE WS-CM-CUSTOMER-NUMBER       TO WS-AP-CUSTOMER-NUMBER.
           MOVE WS-CM-CREDIT-LIMIT          TO WS-AP-OLD-AMOUNT.
           MOVE WS-CR-NEW-LIMIT             TO WS-AP-NEW-AMOUNT.
           MOVE ZERO                        TO WS-AP-RETURN-QTY(1)
                                               WS-AP-RETURN-QTY(2)
                                               WS-AP-RETURN-QTY(3)
                                               WS-AP-RETURN-QTY(4)
                                               WS-AP-RETURN-QTY(5).
           PERFORM 8750-QUEUE-APPROVAL-REQUEST.
      *
       3000-PROCESS-CHANGE-CUSTOMER.
      *
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-CUSTOMER-MASTER-RECORD = WS-CA-CUSTOMER-RECORD
                       PERFORM 3200-REWRITE-CUSTOMER-RECORD
                       IF WS-CR-APPROVAL-NEEDED-88
                           MOVE SPACES      TO MSG1O
                           STRING 'Customer record updated. Credit '
                                  'limit increase queued as request '
                                  WS-AP-REQUEST-NUMBER
                                  '.'
                                  DELIMITED BY SIZE
                             INTO MSG1O
                       ELSE
                           MOVE WS-CUST-UPDATED
                                            TO MSG1O
                       END-IF
                       SET WS-SEND-ERASE-88 TO TRUE
                   ELSE
                       MOVE WS-CUST-UPDATED-BY-ANOTHER
           MOVE ZIPCODEI                    TO WS-CM-ZIP-CODE.
           MOVE PHONEI                      TO WS-CM-PHONE.
           MOVE EMAILI                      TO WS-CM-EMAIL.
           MOVE WS-CM-CREDIT-LIMIT          TO WS-CR-OLD-LIMIT.
           IF CREDITI = SPACE OR CREDITL = ZERO
               MOVE ZERO                    TO WS-CM-CREDIT-LIMIT
           ELSE
               MOVE CREDITI                 TO WS-CR-WHOLE-X
               MOVE WS-CR-WHOLE             TO WS-CM-CREDIT-LIMIT
           END-IF.
           MOVE WS-CM-CREDIT-LIMIT          TO WS-CR-NEW-LIMIT.
           PERFORM 2350-CHECK-LIMIT-APPROVAL.
           IF WS-CR-APPROVAL-NEEDED-88
               MOVE WS-CR-OLD-LIMIT         TO WS-CM-CREDIT-LIMIT
           END-IF.
           IF SLSREPI = SPACE OR SLSREPL = ZERO
               MOVE SPACES                  TO WS-CM-SALES-REP
           ELSE
               MOVE SLSREPI                 TO WS-CM-SALES-REP
           END-IF.
      *
           MOVE EIBOPID                     TO WS-CM-LAST-CHG-USERID.
           EXEC CICS
               MOVE WS-CUSTOMER-MASTER-RECORD
                 TO WS-AU-AFTER-IMAGE
               PERFORM 8500-WRITE-AUDIT-RECORD
               IF WS-CR-APPROVAL-NEEDED-88
                   PERFORM 2360-QUEUE-LIMIT-REQUEST
               END-IF
           END-IF.
      *
       4000-PROCESS-DELETE-CUSTOMER.
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
       6500-READ-SALES-REP.
      *
           PERFORM 8100-SRP-OPEN.
           MOVE SLSREPI                     TO WS-RP-REP-CODE.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'READ FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS READ FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-SRP-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               READ FILE  (WS-SRP-FILE-NAME-CNST)
                    INTO  (WS-SALES-REP-RECORD)
                    RIDFLD(WS-RP-REP-CODE)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF      WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               AND WS-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-SRP-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
       8300-CMF-AUDIT-OPEN.
      *
       COPY ORDXOPEN.
      *
       COPY ORDXCLOS.
      *
       COPY SRPOPEN.
      *
       COPY SRPCLOSE.
      *
       COPY CTLOPEN.
      *
       COPY CTLCLOSE.
      *
       COPY APROPEN.
      *
       COPY APRCLOSE.
      *
       COPY APRWRITE.
      *
