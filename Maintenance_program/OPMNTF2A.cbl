      *                     checks these profiles before every menu
      *                     branch, so security maintains who can use
      *                     which function here instead of through a
      *                     program change. Each profile also carries
      *                     a Y/N second-operator approval authority
      *                     - only an operator holding it may approve
      *                     or reject the credit limit increases and
      *                     return credits queued on APRF2A, on the
      *                     APPRVF2A screen.
      *
      *
       ENVIRONMENT DIVISION.
               88 WS-CA-PROCESS-REA-OPER-88       VALUE '5'.
           05 WS-CA-OPERATOR-RECORD.
               10 WS-CA-OPERATOR-ID         PIC X(03).
               10 FILLER                    PIC X(31).
      *
       01 WS-CNSTS.
           05 WS-TRUE-CNST                  PIC X VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA                       PIC X(35).
      *
       PROCEDURE DIVISION.
      *
               PERFORM 1350-SHOW-AUTH-FLAGS
                   VARYING WS-AE-SUB FROM 1 BY 1
                       UNTIL WS-AE-SUB > WS-AE-FLAG-COUNT
               PERFORM 1370-SHOW-APPROVE-AUTH
               IF WS-CA-PROCESS-ADD-OPER-88
                   MOVE SPACES              TO STATUS2O
               ELSE
                                       VARYING WS-AE-SUB FROM 1 BY 1
                                           UNTIL WS-AE-SUB >
                                                 WS-AE-FLAG-COUNT
                                   MOVE ATTR-PROT
                                     TO APPRV2A
                               END-IF
                           ELSE
                               IF WS-RESPONSE-CODE = DFHRESP(NOTFND)
                                       VARYING WS-AE-SUB FROM 1 BY 1
                                           UNTIL WS-AE-SUB >
                                                 WS-AE-FLAG-COUNT
                                   MOVE ATTR-PROT
                                     TO APPRV2A
                               ELSE
                                   MOVE WS-OPER-ALREADY-ACTIVE
                                     TO MSG1O
       1360-PROTECT-AUTH-FLAGS.
      *
           MOVE ATTR-PROT                   TO AUTH2A(WS-AE-SUB).
      *
       1370-SHOW-APPROVE-AUTH.
      *
           IF WS-CA-PROCESS-ADD-OPER-88
               MOVE SPACE                   TO APPRV2O
           ELSE
               IF WS-OP-APPROVE-YES-88
                   MOVE 'Y'                 TO APPRV2O
               ELSE
                   MOVE 'N'                 TO APPRV2O
               END-IF
           END-IF.
      *
       1400-SEND-DATA-MAP.
      *
      *
       2200-EDIT-OPERATOR-DATA.
      *
           MOVE ATTR-NO-HIGHLIGHT           TO NAME2A
                                               APPRV2A.
           PERFORM 2210-INIT-AUTH-ATTRS
               VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-FLAG-COUNT.
           PERFORM 2220-EDIT-ONE-AUTH-FLAG
               VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-FLAG-COUNT.
      *
           IF       APPRV2I NOT = 'Y'
                AND APPRV2I NOT = 'N'
                AND APPRV2I NOT = SPACE
               MOVE ATTR-REVERSE            TO APPRV2A
               MOVE -1                      TO APPRV2L
               MOVE WS-INVALID-AUTH-FLAG    TO MSG2O
               MOVE WS-FALSE-CNST           TO WS-VALID-DATA-FLAG
           END-IF.
      *
       2210-INIT-AUTH-ATTRS.
      *
           PERFORM 2450-BUILD-ONE-AUTH-FLAG
               VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-FLAG-COUNT.
           IF APPRV2I = 'Y'
               MOVE 'Y'                     TO WS-OP-APPROVE-AUTH
           ELSE
               MOVE 'N'                     TO WS-OP-APPROVE-AUTH
           END-IF.
      *
       2450-BUILD-ONE-AUTH-FLAG.
      *
