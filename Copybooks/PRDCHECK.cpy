      ******************************************************************
      * COPYBOOK   : PRDCHECK                                         *
      * PURPOSE    : Closed period check shared by the online         *
      *              programs that post to ARF2A or INVF2A.           *
      *              8790-GET-POSTING-DATE takes the caller's posting *
      *              date (YYMMDD) in WS-PD-POST-DATE and reads the   *
      *              PERIOD record from CTLF2A. A date before the     *
      *              start of the open period falls in a month the    *
      *              PRDCLF2A month-end close has already closed - it *
      *              is replaced by the open period's start date and  *
      *              WS-PD-REDATED is set so the caller can tell the  *
      *              operator. With no PERIOD record on file nothing  *
      *              has been closed and the date is left alone. The  *
      *              caller needs CTLWSREC, CTLOPEN and the CTLF2A    *
      *              file name constant.                              *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       8790-GET-POSTING-DATE.
      *
           MOVE 'N'                         TO WS-PD-REDATED-SW.
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
                    INTO  (WS-PERIOD-RECORD)
                    RIDFLD(WS-PD-PERIOD-KEY)
                    RESP  (WS-RESPONSE-CODE)
                    RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WS-PD-POST-DATE < WS-PD-OPEN-START-DATE
                       MOVE WS-PD-OPEN-START-DATE
                         TO WS-PD-POST-DATE
                       SET WS-PD-REDATED    TO TRUE
                   END-IF
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'READ FILE      '   TO WS-RT-MSG-HEADER
                   MOVE 'ERROR          '   TO WS-RT-MSG-NORMAL
                   MOVE WS-CTL-FILE-NAME-CNST
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
           END-EVALUATE.
