       PROGRAM-ID.  ORDHLF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 02-09-2026.
      *PROGRAM DESCRIPTION: Credit hold release screen. Lists the orders
      *                     sitting in HELD status on ORDRF2A, PF7/PF8
      *                     to page, and lets an operator whose OPRF2A
      *                     profile carries the credit release authority
      *                     (WS-OP-AUTH-FLAG entry 9) key an order
      *                     number with R to release it or C to cancel
      *                     it. A released order is put through the same
      *                     stock coverage check as order entry -
      *                     coverable orders allocate and go OPEN, short
      *                     ones go BACKORDERED for the ORDBRF2A release
      *                     run. The deciding operator's id is stamped
      *                     on the order in WS-OR-HOLD-USERID. Each line
      *                     allocated on release is written to the
      *                     ITMLDGR stock movement ledger. Each row
      *                     shows why the order is held - over the
      *                     credit limit, or the customer's account hold
      *                     reason from the CMCRVF2A credit review.
      *
      *
       ENVIRONMENT DIVISION.
               10 WS-HLD-CUSTOMER-NUMBER     PIC X(06).
               10 WS-HLD-ORDER-DATE          PIC X(08).
               10 WS-HLD-AMOUNT              PIC X(10).
               10 WS-HLD-HOLD-REASON         PIC X(30).
      *
      * HELD ORDERS WERE NEVER ALLOCATED, SO A RELEASE PUTS THE ORDER
      * THROUGH THE SAME ALL-OR-NOTHING COVERAGE CHECK AS ENTRY -
       COPY OPRWSREC.
      *
       COPY ORDJNLWS.
      *
       COPY ITMLDGWS.
      *
       LINKAGE SECTION.
      *
                   PERFORM 8200-ITM-CLOSE
                   PERFORM 8200-OPR-CLOSE
                   PERFORM 8400-OJL-CLOSE
                   PERFORM 8400-ILG-CLOSE
      *
                   MOVE SPACES              TO WS-HA-EXEC-TEXT
                   MOVE ALL '='             TO WS-HA-EXEC-TEXT-T1
                     TO WS-RT-MSG-OTHER
                   PERFORM 9700-RESPTEXT
               END-IF
               SET WS-IL-MOVE-ALLOCATE      TO TRUE
               MOVE WS-RL-QUANTITY(WS-RL-SUB)
                 TO WS-IL-QUANTITY
               SET WS-IL-REF-ORDER          TO TRUE
               MOVE SPACES                  TO WS-IL-REFERENCE
               MOVE WS-OR-ORDER-NUMBER      TO WS-IL-REFERENCE
               PERFORM 8500-WRITE-STOCK-MOVEMENT
           END-IF.
      *
       2400-REWRITE-ORDER-RECORD.
           MOVE WS-OR-TOTAL-AMOUNT          TO WS-HLD-TOTAL-DISPLAY.
           MOVE WS-HLD-TOTAL-DISPLAY
             TO WS-HLD-AMOUNT(WS-HLD-ROW-COUNT).
      *    ORDERS HELD BEFORE THE REASON WAS CARRIED ON THE ORDER
      *    COULD ONLY HAVE BEEN HELD FOR THE CREDIT LIMIT.
           IF WS-OR-HOLD-REASON = SPACES
               MOVE 'OVER CREDIT LIMIT'
                 TO WS-HLD-HOLD-REASON(WS-HLD-ROW-COUNT)
           ELSE
               MOVE WS-OR-HOLD-REASON
                 TO WS-HLD-HOLD-REASON(WS-HLD-ROW-COUNT)
           END-IF.
      *
       3500-MOVE-ROWS-TO-MAP.
      *
             TO HDATEO(WS-HLD-SUB).
           MOVE WS-HLD-AMOUNT(WS-HLD-SUB)
             TO HAMTO(WS-HLD-SUB).
           MOVE WS-HLD-HOLD-REASON(WS-HLD-SUB)
             TO HREASNO(WS-HLD-SUB).
      *
       COPY ORDOPEN.
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
       8600-ORD-STARTBR.
      *
