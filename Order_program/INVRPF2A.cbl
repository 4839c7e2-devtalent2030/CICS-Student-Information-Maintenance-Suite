      *PROGRAM DESCRIPTION: Invoice reprint run. Reads a SYSIN list of
      *                     invoice numbers, looks each one up on the
      *                     INVF2A invoice register, joins the order
      *                     header on ORDRF2A, the lines on ORDLF2A and
      *                     the sold-to block on CMFF2A, and reprints
      *                     the confirmation page marked as a reprint -
      *                     ship-to block, sales tax and invoice total
      *                     included, as the live ORDIVF2A print shows
      *                     them. Requests that cannot be matched, or
      *                     that name a credit memo instead of an
      *                     invoice, are listed with a reason so the
      *                     desk can correct and resubmit them. An
      *                     invoice for one shipment of a partly shipped
      *                     order is reprinted from its SHMF2A shipment
      *                     with the quantities and freight that
      *                     shipment billed.
      *
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHPFILE-SW.
           SELECT SHM-FILE ASSIGN TO SHMFILE
               RECORD KEY IS SHM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHMFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
           05 FILLER                        PIC X(74).

       FD INV-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS INV-FILE-RECORD.
       01 INV-FILE-RECORD.
           05 INV-FILE-KEY.
               10 INV-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(71).

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

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD SHP-FILE
           RECORD CONTAINS 110 CHARACTERS
               10 SHP-FILE-CUSTOMER         PIC X(6).
               10 SHP-FILE-CODE             PIC X(2).
           05 FILLER                        PIC X(102).
       FD SHM-FILE
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS SHM-FILE-RECORD.
       01 SHM-FILE-RECORD.
           05 SHM-FILE-KEY.
               10 SHM-FILE-ORDER-NUMBER     PIC X(6).
               10 SHM-FILE-SEQ              PIC X(2).
           05 FILLER                        PIC X(118).

       FD PRINT-FILE
           RECORDING MODE IS F
       COPY ODLWSREC.
       COPY CMFWSREC.
       COPY SHPWSREC.
       COPY SHMWSREC.
      *
       01 WS-REQFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-REQFILE-SUCCESS               VALUE '00'.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-SHMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHMFILE-SUCCESS               VALUE '00'.
           88  WS-SHMFILE-NOTFND                VALUE '23'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
       01 WS-CUST-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                    VALUE 'Y'.
       01 WS-LINES-PRINTED                  PIC 9(02)  VALUE 0.
      *
      * AN INVOICE FOR ONE SHIPMENT OF A PARTLY SHIPPED ORDER NAMES ITS
      * SHMF2A SHIPMENT AND REPRINTS ONLY THE QUANTITIES IT CARRIED.
      *
       01 WS-SHIPMENT-SW                    PIC X(01)  VALUE 'N'.
           88  WS-SHIPMENT-INVOICE              VALUE 'Y'.
       01 WS-SI-LINE-SUB                    PIC 9(02)  VALUE 0.
       01 WS-SI-LINE-QTY                    PIC 9(05)  VALUE 0.
       01 WS-SI-LINE-AMOUNT                 PIC 9(07)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-REQUEST-COUNT              PIC 9(07)  VALUE 0.
           05 FILLER                        PIC X(10)
               VALUE "SHIP DATE ".
           05 WS-OD1-SHIP-DATE              PIC X(08).
      *
       01 WS-SHIPMENT-LINE-1.
           05 FILLER                        PIC X(12)
               VALUE "SHIPMENT NO ".
           05 WS-SM1-SHIPMENT-NUMBER        PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 FILLER                        PIC X(08)
               VALUE "CARRIER ".
           05 WS-SM1-CARRIER                PIC X(10).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 FILLER                        PIC X(09)
               VALUE "TRACKING ".
           05 WS-SM1-TRACKING-NUMBER        PIC X(20).
      *
       01 WS-SOLDTO-LINE-1.
           05 FILLER                        PIC X(09)
      *
       01 WS-ORDER-TOTAL-LINE.
           05 FILLER                        PIC X(52)  VALUE SPACES.
           05 WS-OT-LABEL                   PIC X(12)
               VALUE "ORDER TOTAL ".
           05 WS-OT-TOTAL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
      *
           05 FILLER                        PIC X(12)
               VALUE "SALES TAX   ".
           05 WS-TX-TAX-DISPLAY             PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-FREIGHT-LINE.
           05 FILLER                        PIC X(52)  VALUE SPACES.
           05 FILLER                        PIC X(12)
               VALUE "FREIGHT     ".
           05 WS-FR-FREIGHT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-INVOICE-TOTAL-LINE.
           05 FILLER                        PIC X(52)  VALUE SPACES.
               DISPLAY "SHP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SHM-FILE.
           IF WS-SHMFILE-SUCCESS
               DISPLAY "SHM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SHMFILE-SW=" WS-SHMFILE-SW
               DISPLAY "SHM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
                 ODL-FILE
                 CMF-FILE
                 SHP-FILE
                 SHM-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
                   PERFORM 550-PRINT-REJECT-LINE
               NOT INVALID KEY
                   MOVE ORD-FILE-RECORD     TO WS-ORDER-RECORD
                   PERFORM 170-READ-SHIPMENT
           END-READ.
      *
       170-READ-SHIPMENT.
      *
           MOVE 'N'                         TO WS-SHIPMENT-SW.
           IF WS-IV-FREIGHT-AMOUNT IS NOT NUMERIC
               MOVE ZERO                    TO WS-IV-FREIGHT-AMOUNT
           END-IF.
      *
           IF WS-IV-SHIPMENT-SEQ IS NUMERIC
               MOVE WS-IV-ORDER-NUMBER      TO SHM-FILE-ORDER-NUMBER
               MOVE WS-IV-SHIPMENT-SEQ      TO SHM-FILE-SEQ
               READ SHM-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'SHIPMENT NO LONGER ON SHMF2A'
                         TO WS-RJ-REASON
                       PERFORM 550-PRINT-REJECT-LINE
                   NOT INVALID KEY
                       MOVE 'Y'             TO WS-SHIPMENT-SW
                       MOVE SHM-FILE-RECORD TO WS-SHIPMENT-RECORD
                       PERFORM 200-PRINT-INVOICE-PAGE
                       ADD 1 TO WS-REPRINT-COUNT
               END-READ
           ELSE
               PERFORM 200-PRINT-INVOICE-PAGE
               ADD 1 TO WS-REPRINT-COUNT
           END-IF.
      *
       200-PRINT-INVOICE-PAGE.
      *
           PERFORM 220-PRINT-SOLDTO-BLOCK.
           PERFORM 230-PRINT-ORDER-LINES.
      *
           IF WS-SHIPMENT-INVOICE
               MOVE "MERCHANDISE "          TO WS-OT-LABEL
           ELSE
               MOVE "ORDER TOTAL "          TO WS-OT-LABEL
           END-IF.
           MOVE WS-IV-MDSE-AMOUNT           TO WS-OT-TOTAL-AMOUNT.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-ORDER-TOTAL-LINE.
      *
           MOVE WS-IV-TAX-AMOUNT            TO WS-TX-TAX-DISPLAY.
           WRITE PRINT-RECORD FROM WS-SALES-TAX-LINE.
      *
           IF WS-IV-FREIGHT-AMOUNT > ZERO
               MOVE WS-IV-FREIGHT-AMOUNT    TO WS-FR-FREIGHT-DISPLAY
               WRITE PRINT-RECORD FROM WS-FREIGHT-LINE
           END-IF.
      *
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-IT-TOTAL-DISPLAY.
           WRITE PRINT-RECORD FROM WS-INVOICE-TOTAL-LINE.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-OD1-ORDER-NUMBER.
           MOVE WS-OR-ORDER-DATE            TO WS-OD1-ORDER-DATE.
           IF WS-SHIPMENT-INVOICE
               MOVE WS-SM-SHIP-DATE         TO WS-OD1-SHIP-DATE
           ELSE
               MOVE WS-OR-SHIP-DATE         TO WS-OD1-SHIP-DATE
           END-IF.
           WRITE PRINT-RECORD FROM WS-ORDER-LINE-1.
           IF WS-SHIPMENT-INVOICE
               MOVE WS-SM-SHIPMENT-NUMBER   TO WS-SM1-SHIPMENT-NUMBER
               MOVE WS-SM-CARRIER           TO WS-SM1-CARRIER
               MOVE WS-SM-TRACKING-NUMBER   TO WS-SM1-TRACKING-NUMBER
               WRITE PRINT-RECORD FROM WS-SHIPMENT-LINE-1
           END-IF.
           WRITE PRINT-RECORD FROM SPACES.
      *
       220-PRINT-SOLDTO-BLOCK.
      *    HEADER'S OWN ITEM FIELDS AS LINE ONE INSTEAD.
      *
           IF WS-LINES-PRINTED = 0
               IF WS-SHIPMENT-INVOICE
                   MOVE WS-SM-LINE-QTY(1)   TO WS-SI-LINE-QTY
                   MOVE WS-IV-MDSE-AMOUNT   TO WS-SI-LINE-AMOUNT
               ELSE
                   MOVE WS-OR-QUANTITY      TO WS-SI-LINE-QTY
                   MOVE WS-OR-TOTAL-AMOUNT  TO WS-SI-LINE-AMOUNT
               END-IF
               MOVE '01'                    TO WS-LD-LINE-NUMBER
               MOVE WS-OR-ITEM-NUMBER       TO WS-LD-ITEM-NUMBER
               MOVE WS-OR-ITEM-DESC         TO WS-LD-ITEM-DESC
               MOVE WS-SI-LINE-QTY          TO WS-LD-QUANTITY
               MOVE WS-OR-UNIT-PRICE        TO WS-LD-UNIT-PRICE
               MOVE WS-SI-LINE-AMOUNT       TO WS-LD-LINE-AMOUNT
               WRITE PRINT-RECORD FROM WS-LINE-DETAIL
           END-IF.
      *
           IF WS-OL-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-ODL
           ELSE
               PERFORM 245-GET-INVOICED-LINE-QTY
               IF NOT WS-SHIPMENT-INVOICE OR WS-SI-LINE-QTY > ZERO
                   MOVE WS-OL-LINE-NUMBER   TO WS-LD-LINE-NUMBER
                   MOVE WS-OL-ITEM-NUMBER   TO WS-LD-ITEM-NUMBER
                   MOVE WS-OL-ITEM-DESC     TO WS-LD-ITEM-DESC
                   MOVE WS-SI-LINE-QTY      TO WS-LD-QUANTITY
                   MOVE WS-OL-UNIT-PRICE    TO WS-LD-UNIT-PRICE
                   MOVE WS-SI-LINE-AMOUNT   TO WS-LD-LINE-AMOUNT
                   WRITE PRINT-RECORD FROM WS-LINE-DETAIL
               END-IF
               ADD 1 TO WS-LINES-PRINTED
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
           END-IF.
      *
       245-GET-INVOICED-LINE-QTY.
      *
           IF WS-SHIPMENT-INVOICE
               MOVE ZERO                    TO WS-SI-LINE-QTY
                                               WS-SI-LINE-AMOUNT
               MOVE WS-OL-LINE-NUMBER       TO WS-SI-LINE-SUB
               IF      WS-SI-LINE-SUB > ZERO
                   AND WS-SI-LINE-SUB NOT > 5
                   MOVE WS-SM-LINE-QTY(WS-SI-LINE-SUB)
                     TO WS-SI-LINE-QTY
                   COMPUTE WS-SI-LINE-AMOUNT ROUNDED =
                       WS-SI-LINE-QTY * WS-OL-UNIT-PRICE
               END-IF
           ELSE
               MOVE WS-OL-QUANTITY          TO WS-SI-LINE-QTY
               MOVE WS-OL-LINE-AMOUNT       TO WS-SI-LINE-AMOUNT
           END-IF.
      *
       550-PRINT-REJECT-LINE.
      *
