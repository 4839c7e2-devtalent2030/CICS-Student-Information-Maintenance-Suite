      ******************************************************************
      * COPYBOOK   : APRWRITE                                         *
      * PURPOSE    : Approval queue paragraphs shared by the online   *
      *              programs that raise APRF2A requests.             *
      *              8700-GET-APPROVAL-LIMITS reads the APRLIMIT      *
      *              thresholds from CTLF2A into                      *
      *              WS-APPROVAL-LIMITS-RECORD (zero when the record  *
      *              is not on file). 8750-QUEUE-APPROVAL-REQUEST     *
      *              takes the caller's request type, customer,       *
      *              order, amounts and return quantities in          *
      *              WS-APPROVAL-RECORD, draws the next request       *
      *              number from the APRREQNO series, stamps the      *
      *              requesting operator and timestamp, and writes    *
      *              the request to APRF2A as pending. The caller     *
      *              needs CTLWSREC, CTLOPEN, APROPEN and the CTLF2A  *
      *              and APRF2A file name constants.                  *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       8700-GET-APPROVAL-LIMITS.
      *
           PERFORM 8100-CTL-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'READ FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS READ FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-CTL-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-APPROVAL-LIMITS-RECORD)
                    RIDFLD(WS-AP-LIMITS-KEY)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-AL-CREDIT-LIMIT-INCR IS NOT NUMERIC
                       MOVE ZERO            TO WS-AL-CREDIT-LIMIT-INCR
                   END-IF
                   IF WS-AL-RETURN-CREDIT IS NOT NUMERIC
                       MOVE ZERO            TO WS-AL-RETURN-CREDIT
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE SPACES              TO WS-APPROVAL-LIMITS-RECORD
                   MOVE WS-AP-LIMITS-KEY    TO WS-AL-CONTROL-ID
                   MOVE ZERO                TO WS-AL-CREDIT-LIMIT-INCR
                                               WS-AL-RETURN-CREDIT
               WHEN OTHER
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CTL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
           END-EVALUATE.
      *
       8750-QUEUE-APPROVAL-REQUEST.
      *
           PERFORM 8100-CTL-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'READ FILE UPDATE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS READ FILE UPDATE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-CTL-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               READ FILE  (WS-CTL-FILE-NAME-CNST)
                    INTO  (WS-CONTROL-RECORD)
                    RIDFLD(WS-AP-REQUEST-KEY)
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
                   MOVE WS-AP-REQUEST-KEY   TO WS-CT-CONTROL-ID
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
           MOVE WS-CT-LAST-NUMBER           TO WS-AP-REQUEST-NUMBER.
           SET WS-AP-STATUS-PENDING         TO TRUE.
           MOVE EIBOPID                     TO WS-AP-REQUESTED-BY.
           MOVE SPACES                      TO WS-AP-DECIDED-BY
                                               WS-AP-DECIDED-DATE
                                               WS-AP-DECIDED-TIME
                                               WS-AP-CREDIT-MEMO-NUMBER.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-AP-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(WS-AP-ABSTIME)
                          YYMMDD (WS-AP-REQUESTED-DATE)
                          TIME   (WS-AP-REQUESTED-TIME)
           END-EXEC.
      *
           PERFORM 8100-APR-OPEN.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-APR-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-APR-FILE-NAME-CNST)
                     FROM  (WS-APPROVAL-RECORD)
                     RIDFLD(WS-AP-REQUEST-NUMBER)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-APR-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
