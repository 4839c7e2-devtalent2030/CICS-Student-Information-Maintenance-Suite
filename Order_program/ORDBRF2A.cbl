       DATE-WRITTEN. 02-09-2026.
      *PROGRAM DESCRIPTION: Nightly backorder release run. Collects
      *                     every WS-OR-STATUS-BACKORDERED order from
      *                     ORDRF2A, sorts them into order-date sequence
      *                     so the oldest customers get freed stock
      *                     first, re-checks each order's ORDLF2A lines
      *                     against current ITEMF2A available stock
      *                     (on-hand less allocated), allocates and
      *                     flips fully coverable orders back to OPEN,
      *                     and prints a release / still-held report.
      *                     Each line allocated is appended to the
      *                     ITMLDGR stock movement ledger extract. A
      *                     partly shipped order is re-checked and
      *                     allocated for what is still to ship on each
      *                     line.
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT ILG-FILE ASSIGN TO ILGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       DATA DIVISION.
       FILE SECTION.
       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(131).

       FD ODL-FILE
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS ODL-FILE-RECORD.
       01 ODL-FILE-RECORD.
           05 ODL-FILE-KEY.
               10 ODL-FILE-ORDER-NUMBER     PIC X(6).
               10 ODL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(76).

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD ILG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ILG-FILE-RECORD.
       01 ILG-FILE-RECORD                   PIC X(100).

       FD PRINT-FILE
           RECORDING MODE IS F
       COPY ORDWSREC.
       COPY ODLWSREC.
       COPY ITMWSREC.
       COPY ITMLDGWS.
      *
       01 WS-ORDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ORDFILE-SUCCESS               VALUE '00'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-NOTFND                VALUE '23'.
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ITMLDGR KEY - THE
      * NIGHT'S STOCK MOVEMENTS ARE REPROED INTO THE KEYED CLUSTER BY
      * OPS AHEAD OF THE ITMMVF2A MOVEMENT REPORT. THE KEY CARRIES THE
      * BUSINESS DATE SO A RUN PAST MIDNIGHT STAYS IN TONIGHT'S REPORT.
      *
       01 WS-LEDGER-SEQ-NBR                 PIC S9(08) COMP VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
      *
      * THE ORDER BEING RE-CHECKED IS LOADED LINE BY LINE INTO THIS
      * TABLE. OLDER SINGLE-LINE ORDERS HAVE NO ORDLF2A RECORDS, SO
      * THE HEADER'S OWN ITEM FIELDS STAND IN AS LINE ONE. ONLY THE
      * QUANTITY STILL TO SHIP IS LOADED - A PARTLY SHIPPED ORDER
      * NEEDS STOCK FOR ITS REMAINDER, NOT FOR WHAT HAS GONE.
      *
       01 WS-RL-MAX-LINES                   PIC 9(02) COMP VALUE 5.
       01 WS-RL-LINE-COUNT                  PIC 9(02) COMP VALUE 0.
           MOVE SPACE TO WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-ITMFILE-SW
                         WS-ILGFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
               DISPLAY "ITM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND ILG-FILE.
           IF WS-ILGFILE-SUCCESS
               DISPLAY "ILG-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
           CLOSE ORD-FILE
                 ODL-FILE
                 ITM-FILE
                 ILG-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
           IF WS-RL-LINE-COUNT = ZERO
               MOVE 1                       TO WS-RL-LINE-COUNT
               MOVE WS-OR-ITEM-NUMBER       TO WS-RL-ITEM-NUMBER(1)
               MOVE ZERO                    TO WS-RL-QUANTITY(1)
               IF WS-OR-QTY-SHIPPED < WS-OR-QUANTITY
                   COMPUTE WS-RL-QUANTITY(1) =
                       WS-OR-QUANTITY - WS-OR-QTY-SHIPPED
               END-IF
           END-IF.
      *
       425-LOAD-ONE-ORDER-LINE.
               ADD 1 TO WS-RL-LINE-COUNT
               MOVE WS-OL-ITEM-NUMBER
                 TO WS-RL-ITEM-NUMBER(WS-RL-LINE-COUNT)
               IF WS-OL-QTY-SHIPPED IS NOT NUMERIC
                   MOVE ZERO                TO WS-OL-QTY-SHIPPED
               END-IF
               MOVE ZERO TO WS-RL-QUANTITY(WS-RL-LINE-COUNT)
               IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
                   COMPUTE WS-RL-QUANTITY(WS-RL-LINE-COUNT) =
                       WS-OL-QUANTITY - WS-OL-QTY-SHIPPED
               END-IF
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
                   UNTIL WS-RL-SUB > WS-RL-LINE-COUNT.
      *
       435-CHECK-ONE-LINE.
      *
           IF WS-RL-QUANTITY(WS-RL-SUB) > ZERO
               PERFORM 436-CHECK-LINE-STOCK
           END-IF.
      *
       436-CHECK-LINE-STOCK.
      *
           MOVE WS-RL-ITEM-NUMBER(WS-RL-SUB)
             TO ITM-FILE-NUMBER.
           END-IF.
      *
       445-ALLOCATE-ONE-LINE.
      *
           IF WS-RL-QUANTITY(WS-RL-SUB) > ZERO
               PERFORM 446-ALLOCATE-LINE-STOCK
           END-IF.
      *
       446-ALLOCATE-LINE-STOCK.
      *
           MOVE WS-RL-ITEM-NUMBER(WS-RL-SUB)
             TO ITM-FILE-NUMBER.
                               WS-IT-ITEM-NUMBER
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
                   MOVE WS-RL-QUANTITY(WS-RL-SUB)
                     TO WS-IL-QUANTITY
                   PERFORM 447-WRITE-STOCK-MOVEMENT
           END-READ.
      *
       447-WRITE-STOCK-MOVEMENT.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           SET WS-IL-MOVE-ALLOCATE          TO TRUE.
           SET WS-IL-REF-ORDER              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IL-REFERENCE.
           MOVE 'BAT'                       TO WS-IL-OPERATOR-ID.
           MOVE 'ORDBRF2A'                  TO WS-IL-RUN-ID.
           MOVE SPACES                      TO WS-IL-DATE.
           MOVE WS-CURRENT-DATE             TO WS-IL-DATE(1:6).
           ACCEPT WS-CURRENT-TIME           FROM TIME.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-IL-TIME.
           MOVE WS-RC-BUSINESS-DATE         TO WS-IL-KEY-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-IL-KEY-TIME.
           ADD 1                            TO WS-LEDGER-SEQ-NBR.
           MOVE WS-LEDGER-SEQ-NBR           TO WS-IL-KEY-SEQ-9.
           MOVE ZERO                        TO WS-IL-KEY-CTR.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IL-ON-HAND-AFTER.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IL-ALLOCATED-AFTER.
      *
           WRITE ILG-FILE-RECORD FROM WS-STOCK-LEDGER-RECORD.
           IF NOT WS-ILGFILE-SUCCESS
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       500-PRINT-DETAIL-LINE.
      *
