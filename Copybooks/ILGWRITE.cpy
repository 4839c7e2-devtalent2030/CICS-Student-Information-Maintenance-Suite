      ******************************************************************
      * COPYBOOK   : ILGWRITE                                         *
      * PURPOSE    : Writes one ITMLDGR stock movement record. The    *
      *              caller has just rewritten the ITEMF2A record in  *
      *              WS-ITEM-RECORD and loads the movement type       *
      *              88-level, WS-IL-QUANTITY and the reference; this *
      *              paragraph takes the item number and              *
      *              after-balances from the item record, stamps the  *
      *              operator, timestamp and embedded cluster key     *
      *              (CICS task number plus a counter within the      *
      *              task, since one task can move several items) and *
      *              issues the WRITE. Used by every online program   *
      *              that changes an ITEMF2A quantity.                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      * 15-10-2026 TN   The ledger date is cleared before the         *
      *                 six-digit date is formatted into it, so no    *
      *                 bytes carry over from the previous record.    *
      ******************************************************************
       8500-WRITE-STOCK-MOVEMENT.
      *
           PERFORM 8300-ILG-OPEN.
      *
           EXEC CICS
               ASKTIME ABSTIME(WS-IL-ABSTIME)
           END-EXEC.
           MOVE SPACES                      TO WS-IL-DATE.
           EXEC CICS
               FORMATTIME ABSTIME(WS-IL-ABSTIME)
                          YYMMDD (WS-IL-DATE)
                          TIME   (WS-IL-TIME)
           END-EXEC.
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IL-ON-HAND-AFTER.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IL-ALLOCATED-AFTER.
           MOVE EIBOPID                     TO WS-IL-OPERATOR-ID.
           MOVE EIBTRNID                    TO WS-IL-RUN-ID.
           MOVE WS-IL-DATE(1:6)             TO WS-IL-KEY-DATE.
           MOVE WS-IL-TIME                  TO WS-IL-KEY-TIME.
           MOVE EIBTASKN                    TO WS-IL-KEY-SEQ-9.
           ADD 1                            TO WS-IL-TASK-CTR.
           MOVE WS-IL-TASK-CTR              TO WS-IL-KEY-CTR.
      *
           MOVE SPACES                      TO WS-HA-EXEC-TEXT.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T1.
           MOVE 'ABEND'                     TO WS-HA-EXEC-TEXT-T2.
           MOVE 'WRITE FILE'
             TO WS-HA-EXEC-TEXT-T3.
           MOVE 'EXEC CICS WRITE FILE'
             TO WS-HA-EXEC-TEXT-T4.
           MOVE WS-ILG-FILE-NAME-CNST       TO WS-HA-EXEC-TEXT-T5.
           MOVE SPACES                      TO WS-HA-EXEC-TEXT-T6.
           MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-FILENOTFOUND)
             TO WS-HA-EXEC-TEXT-T7.
           MOVE ALL '='                     TO WS-HA-EXEC-TEXT-T8.
      *
           EXEC CICS
               WRITE FILE  (WS-ILG-FILE-NAME-CNST)
                     FROM  (WS-STOCK-LEDGER-RECORD)
                     RIDFLD(WS-IL-KEY)
                     RESP  (WS-RESPONSE-CODE)
                     RESP2 (WS-RESPONSE-CODE2)
           END-EXEC.
      *
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'WRITE FILE     '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
               MOVE WS-ILG-FILE-NAME-CNST   TO WS-RT-MSG-OTHER
               PERFORM 9700-RESPTEXT
           END-IF.
      *
