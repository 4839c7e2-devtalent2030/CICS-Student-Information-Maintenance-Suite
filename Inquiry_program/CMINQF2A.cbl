       PROGRAM-ID.  CMINQF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 11-11-2024.
      *PROGRAM DESCRIPTION: COBOL source file for CMINQ program. PF6
      *                     shows the customer's notes (CMNOTF2A) and
      *                     PF9 the customer's open receivables
      *                     (ARINQF2A). A customer on account hold from
      *                     the CMCRVF2A credit review shows the hold
      *                     reason and the date it was placed.
      *
      *
       ENVIRONMENT DIVISION.
       01 WS-CICS-CNSTS.
           05 WS-MEN-PROGRAM-CNST           PIC X(08) VALUE 'UUMENYYY'.
           05 WS-CMN-PROGRAM-CNST           PIC X(08) VALUE 'CMNOTF2A'.
           05 WS-ARI-PROGRAM-CNST           PIC X(08) VALUE 'ARINQF2A'.
           05 WS-INQ-TRANSID-CNST           PIC X(04) VALUE 'IF2A'.
           05 WS-INQ-MAPSET-CNST            PIC X(08) VALUE 'INQSF2A '.
           05 WS-INQ-MAP-CNST               PIC X(08) VALUE 'INQMF2A '.
       01 WS-NOTES-COMMAREA.
           05 WS-NC-CUSTOMER-NUMBER         PIC X(06).
           05 WS-NC-PAGE-NBR                PIC 9(03).
      *
       01 WS-AR-INQ-COMMAREA.
           05 WS-AC-CUSTOMER-NUMBER         PIC X(06).
           05 WS-AC-PAGE-NBR                PIC 9(03).
           05 WS-AC-SCREEN                  PIC X(01).
      *
      * THE ACTIVITY SCAN RUNS THE CUSTOMER'S ORDCNDX CHAIN ONCE AND
      * COLLECTS THE WHOLE ACTIVITY BLOCK - OPEN AND BACKORDERED
                           PERFORM 9700-RESPTEXT
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF9
                   IF WS-CA-BROWSE-KEY = SPACES
                       MOVE LOW-VALUE       TO INQMF2AO
                       MOVE WS-NO-BROWSE-START
                         TO MESSAGEO
                       SET WS-SEND-DATAONLY-ALARM-88
                        TO TRUE
                       PERFORM 1400-SEND-CUSTOMER-MAP
                   ELSE
                       PERFORM 8200-CMF-CLOSE
                       PERFORM 8160-CMF-LNAME-CLOSE
                       PERFORM 8165-ORD-CNDX-CLOSE

                       MOVE SPACES          TO WS-HA-EXEC-TEXT
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T1
                       MOVE 'ABEND DFHPF9 ' TO WS-HA-EXEC-TEXT-T2
                       MOVE 'EXEC CICS'     TO WS-HA-EXEC-TEXT-T3
                       MOVE 'XCTL PROGRAM'  TO WS-HA-EXEC-TEXT-T4
                       MOVE WS-ARI-PROGRAM-CNST
                         TO WS-HA-EXEC-TEXT-T5
                       MOVE SPACES          TO WS-HA-EXEC-TEXT-T6
                       MOVE WS-RT-MSG-NBR-TEXT(WS-HA-ERR-MSG-PGMIDERR)
                         TO WS-HA-EXEC-TEXT-T7
                       MOVE ALL '='         TO WS-HA-EXEC-TEXT-T8

                       MOVE WS-CA-BROWSE-KEY
                         TO WS-AC-CUSTOMER-NUMBER
                       MOVE ZERO            TO WS-AC-PAGE-NBR
                       MOVE '1'             TO WS-AC-SCREEN

                       EXEC CICS
                           XCTL PROGRAM (WS-ARI-PROGRAM-CNST)
                                COMMAREA(WS-AR-INQ-COMMAREA)
                                RESP    (WS-RESPONSE-CODE)
                                RESP2   (WS-RESPONSE-CODE2)
                       END-EXEC

                       IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                           EXEC CICS
                               RETURN
                           END-EXEC
                       ELSE
                           MOVE 'XCTL PROGRAM'
                             TO WS-RT-MSG-HEADER
                           MOVE 'ERROR DFHPF9 '
                             TO WS-RT-MSG-NORMAL
                           MOVE WS-ARI-PROGRAM-CNST
                             TO WS-RT-MSG-OTHER
                           PERFORM 9700-RESPTEXT
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF7
                   PERFORM 1600-BROWSE-PREV-CUSTOMER
                                               LASTDTO
                                               LASTSTO
                                               CREDAVO
                                               HLDRSNO
                                               HLDDTO
           ELSE
               MOVE 'READ FILE      '       TO WS-RT-MSG-HEADER
               MOVE 'ERROR          '       TO WS-RT-MSG-NORMAL
           ELSE
               MOVE 'ACTIVE  '               TO STATUSO
           END-IF.
      *
      *    ACCOUNT HOLD IS SET AND CLEARED BY THE CMCRVF2A NIGHTLY
      *    CREDIT REVIEW - THE REASON AND DATE SHOW ONLY WHILE HELD.
      *
           IF WS-CM-ON-HOLD
               MOVE WS-CM-HOLD-REASON       TO HLDRSNO
               MOVE WS-CM-HOLD-DATE         TO HLDDTO
           ELSE
               MOVE SPACES                  TO HLDRSNO
                                               HLDDTO
           END-IF.
      *
       1370-GET-OPEN-ORDER-COUNT.
      *
