      *PROGRAM DESCRIPTION: Batch order confirmation / invoice print.
      *                     Reads ORDRF2A sequentially, selects every
      *                     order that reached SHIPPED status with a
      *                     ship date equal to the run date, joins it to
      *                     CMFF2A for the sold-to name and address and
      *                     to ORDLF2A for the order lines, and prints
      *                     one formatted confirmation page per order.
      *                     Each printed order is then driven forward to
      *                     INVOICED status. Every invoice is numbered
      *                     from the CTLF2A INVOICE control record and
      *                     written to the INVF2A invoice register, and
      *                     the run closes with a register listing and
      *                     totals so a lost print can be reproduced by
      *                     INVRPF2A. Each invoice also opens a
      *                     receivable item on ARF2A for the ARCAPF2A
      *                     cash application run to pay down. Invoices
      *                     for customers with a usable WS-CM-EMAIL are
      *                     also written to the EDLFILE delivery
      *                     interface - a header record addressed with
      *                     the email and detail records for the lines -
      *                     for the e-delivery gateway to pick up; a
      *                     blank or malformed address falls back to
      *                     print-only with an exception line on the
      *                     report. The run is recorded on RUNCTL and
      *                     invoices the orders shipped on its business
      *                     date, which also dates the invoices. Each
      *                     invoice carries the customer's state for the
      *                     TAXRPF2A sales tax return. Shipments
      *                     recorded on SHMF2A by ship-confirm are
      *                     invoiced one invoice per shipment for the
      *                     quantities, tax and freight that shipment
      *                     carried, and the order only goes to INVOICED
      *                     once it is shipped in full with every
      *                     shipment billed. Each INVF2A entry also
      *                     carries the customer's sales rep code at the
      *                     time of invoicing for the SRCOMF2A
      *                     commission run. The run checkpoints each
      *                     order on the CTLF2A IVCHKPT record as its
      *                     invoice number is drawn, its extract is
      *                     written and the order completes, so a rerun
      *                     after an abend resumes after the last order
      *                     fully completed. An order caught half-posted
      *                     is completed where its invoice reached
      *                     INVF2A, or backed out with its number
      *                     released where it did not, and each action
      *                     is listed on a restart page. A restart
      *                     extends the e-delivery file instead of
      *                     replacing it and is recorded on the ORDIVF2A
      *                     RUNCTL entry for the RUNRPF2A report.
      *                     A run for a business date in a month the
      *                     PRDCLF2A close has already closed is refused
      *                     before anything is posted - the invoices it
      *                     would write could not reach the GLEXF2A
      *                     ledger extract for any open date. The CSHF2A
      *                     sales history is posted to the month of the
      *                     invoice date.
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHPFILE-SW.

           SELECT SHM-FILE ASSIGN TO SHMFILE
               RECORD KEY IS SHM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-SHMFILE-SW.

           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
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

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD SHP-FILE
           RECORD CONTAINS 110 CHARACTERS
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

       FD INV-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS INV-FILE-RECORD.
       01 INV-FILE-RECORD.
           05 INV-FILE-KEY.
               10 INV-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(71).

       FD AR-FILE
           RECORD CONTAINS 58 CHARACTERS

       FD OJL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 322 CHARACTERS
           DATA RECORD IS OJL-FILE-RECORD.
       01 OJL-FILE-RECORD                   PIC X(322).

       FD EDL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY ORDWSREC.
       COPY ODLWSREC.
       COPY CMFWSREC.
       COPY SHPWSREC.
       COPY INVWSREC.
       COPY SHMWSREC.
       COPY ARWSREC.
       COPY CTLWSREC.
       COPY CSHWSREC.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-SHMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHMFILE-SUCCESS               VALUE '00'.
           88  WS-SHMFILE-EOF                   VALUE '10'.
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
           88  WS-INVFILE-DUPREC                VALUE '22'.
       01 WS-EOF-SW-ODL                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ODL-NO                    VALUE 'N'.
           88  WS-EOF-ODL-YES                   VALUE 'Y'.
       01 WS-EOF-SW-SHM                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-SHM-NO                    VALUE 'N'.
           88  WS-EOF-SHM-YES                   VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
           05 WS-EX-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(45)
               VALUE " - NO USABLE EMAIL ADDRESS, PRINT ONLY".
      *
      * SHIPMENT INVOICE WORK - EACH SHIPMENT RECORDED ON SHMF2A BY
      * SHIP-CONFIRM IS INVOICED ON ITS OWN, FOR THE QUANTITIES AND
      * AMOUNTS IT CARRIES. AN ORDER SHIPPED WHOLE BEFORE SHIPMENTS
      * WERE RECORDED IS INVOICED FROM THE ORDER AS IT ALWAYS WAS.
      *
       01 WS-SHIPMENT-INVOICE-WORK.
           05 WS-SI-SHIPMENT-SW             PIC X(01)  VALUE 'N'.
               88 WS-SI-SHIPMENT                VALUE 'Y'.
           05 WS-SI-FOUND-COUNT             PIC 9(03)  VALUE 0.
           05 WS-SI-OPEN-COUNT              PIC 9(03)  VALUE 0.
           05 WS-SI-INVOICED-COUNT          PIC 9(03)  VALUE 0.
           05 WS-SI-LINE-SUB                PIC 9(02)  VALUE 0.
           05 WS-SI-LINE-QTY                PIC 9(05)  VALUE 0.
           05 WS-SI-LINE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-SI-MDSE-AMOUNT             PIC 9(07)V99 VALUE 0.
           05 WS-SI-TAX-AMOUNT              PIC 9(05)V99 VALUE 0.
           05 WS-SI-FREIGHT-AMOUNT          PIC 9(05)V99 VALUE 0.
           05 WS-SI-SHIP-DATE               PIC X(08)  VALUE SPACES.
      *
       01 WS-CTL-INVOICE-KEY                PIC X(08)  VALUE 'INVOICE '.
       01 WS-CURRENT-INVOICE-NBR            PIC X(06)  VALUE SPACES.
      *
      * RESTART WORK - THE IVCHKPT CHECKPOINT NAMES THE ORDER AND
      * INVOICE IN FLIGHT. AN ORDER LEFT PART WAY THROUGH IS FINISHED
      * OR BACKED OUT BEFORE THE PASS, AND A RESTART OF THE SAME
      * BUSINESS DATE RESUMES THE PASS FROM THE CHECKPOINTED ORDER.
      *
       01 WS-CTL-CHECKPOINT-KEY             PIC X(08)  VALUE 'IVCHKPT '.
       01 WS-RESTART-WORK.
           05 WS-RS-CHECKPOINT-DATE         PIC X(06)  VALUE SPACES.
           05 WS-RS-START-KEY               PIC X(06)  VALUE SPACES.
           05 WS-RS-START-AT-SW             PIC X(01)  VALUE 'N'.
               88 WS-RS-START-AT                VALUE 'Y'.
           05 WS-RS-RECOVERED-ORDER         PIC X(06)  VALUE SPACES.
           05 WS-RS-INVOICE-FOUND-SW        PIC X(01)  VALUE 'N'.
               88 WS-RS-INVOICE-FOUND           VALUE 'Y'.
           05 WS-RS-INVOICE-NBR-9           PIC 9(06)  VALUE 0.
           05 WS-RS-REPORT-SW               PIC X(01)  VALUE 'N'.
               88 WS-RS-REPORT-PRINTED          VALUE 'Y'.
           05 WS-RS-ACTION-COUNT            PIC 9(07)  VALUE 0.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ORDJNL KEY - THE
      * NIGHT'S APPENDS ARE REPROED INTO THE KEYED CLUSTER BY OPS,
      * THE SAME WAY THE CMFAUDT BATCH JOURNAL ENTRIES ARE HANDLED.
           05 WS-SR-FROM-SUB                PIC S9(04) COMP VALUE 0.
           05 WS-SR-NEW-RECORD-SW           PIC X(01)  VALUE 'N'.
               88 WS-SR-NEW-RECORD              VALUE 'Y'.
           05 WS-SR-ALREADY-POSTED-SW       PIC X(01)  VALUE 'N'.
               88 WS-SR-ALREADY-POSTED          VALUE 'Y'.
      *
      * THE NIGHT'S INVOICES ARE COLLECTED HERE AS THEY PRINT AND
      * LISTED AS A REGISTER AT THE END OF THE RUN. OVERFLOW PAST THE
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
           05 FILLER                        PIC X(12)
               VALUE "INVOICE TOT ".
           05 WS-IT-TOTAL-DISPLAY           PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-RESTART-HEADING-1.
           05 FILLER                        PIC X(20)  VALUE SPACES.
           05 FILLER                        PIC X(30)
               VALUE "INVOICING RESTART".
      *
       01 WS-RESTART-LINE-1.
           05 WS-RL1-LABEL                  PIC X(24).
           05 WS-RL1-ORDER-NUMBER           PIC X(06).
      *
       01 WS-RECOVERY-LINE.
           05 FILLER                        PIC X(06)  VALUE "ORDER ".
           05 WS-RV-ORDER-NUMBER            PIC X(06).
           05 FILLER                        PIC X(09)
               VALUE " INVOICE ".
           05 WS-RV-INVOICE-NUMBER          PIC X(06).
           05 FILLER                        PIC X(06)  VALUE " SHPT ".
           05 WS-RV-SHIPMENT-SEQ            PIC X(02).
           05 FILLER                        PIC X(03)  VALUE " - ".
           05 WS-RV-ACTION                  PIC X(40).
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(19)  VALUE SPACES.
           05 FILLER                        PIC X(20)
               VALUE "PRINT ONLY        = ".
           05 WS-TL5-PRINT-ONLY-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(19)  VALUE SPACES.
           05 FILLER                        PIC X(20)
               VALUE "RESTART ACTIONS   = ".
           05 WS-TL6-ACTION-COUNT           PIC ZZZ,ZZ9.
      *
       01 WS-REGISTER-HEADING-1.
           05 FILLER                        PIC X(20)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ORDIVF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-CMFFILE-SW
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
           MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE-X.
      *
           OPEN I-O ORD-FILE.
           IF WS-ORDFILE-SUCCESS
               DISPLAY "SHP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O SHM-FILE.
           IF WS-SHMFILE-SUCCESS
               DISPLAY "SHM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SHMFILE-SW=" WS-SHMFILE-SW
               DISPLAY "SHM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O INV-FILE.
           IF WS-INVFILE-SUCCESS
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      *
      *    A RESTART KEEPS THE EXTRACT THE FAILED RUN ALREADY WROTE.
      *
           IF WS-RC-RESTART-88
               OPEN EXTEND EDL-FILE
           ELSE
               OPEN OUTPUT EDL-FILE
           END-IF.
           IF WS-EDLFILE-SUCCESS
               DISPLAY "EDL-FILE OPEN SUCCESSFUL"
           ELSE
           END-IF.
      *
           PERFORM 020-GET-INVOICE-CONTROL.
           PERFORM 025-CHECK-OPEN-PERIOD.
           PERFORM 030-CHECK-CHECKPOINT.
           PERFORM 050-POSITION-ORDER-FILE.
      *
           IF WS-EOF-IN-NO
               READ ORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-IN
               END-READ
           END-IF.
      *
           IF WS-EOF-IN-NO THEN
               PERFORM 100-PROCESS-ORDER
                 ODL-FILE
                 CMF-FILE
                 SHP-FILE
                 SHM-FILE
                 INV-FILE
                 AR-FILE
                 CTL-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-ORDER-COUNT              TO WS-RC-IN-COUNT.
           MOVE WS-INVOICE-COUNT            TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
               DISPLAY "CTL-FILE INVOICE CONTROL ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       025-CHECK-OPEN-PERIOD.
      *
      *    INVOICES ARE DATED ON THE RUN DATE, AND GLEXF2A TAKES THEM
      *    TO THE LEDGER BY THAT DATE. A RUN DATE IN A MONTH THE
      *    PRDCLF2A CLOSE HAS ALREADY CLOSED - A LATE RERUN FOR AN OLD
      *    BUSINESS DATE - IS REFUSED. NO PERIOD RECORD MEANS NO MONTH
      *    HAS BEEN CLOSED YET.
      *
           MOVE WS-PD-PERIOD-KEY            TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-PERIOD-RECORD
                   IF WS-RUN-DATE-X < WS-PD-OPEN-START-DATE
                       DISPLAY "RUN DATE " WS-RUN-DATE-X
                               " IS IN A CLOSED PERIOD - OPEN PERIOD "
                               WS-PD-OPEN-PERIOD " STARTED "
                               WS-PD-OPEN-START-DATE
                       DISPLAY "INVOICING REFUSED"
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS AND NOT WS-CTLFILE-NOTFND
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE PERIOD CONTROL ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       030-CHECK-CHECKPOINT.
      *
      *    THE CHECKPOINT RECORD IS CREATED THE FIRST TIME THE RUN
      *    FINDS IT MISSING, THE SAME AS THE INVOICE CONTROL RECORD.
      *
           MOVE WS-CTL-CHECKPOINT-KEY       TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-CHECKPOINT-RECORD
                   MOVE WS-CTL-CHECKPOINT-KEY
                     TO WS-CK-CONTROL-ID
                   SET WS-CK-STEP-COMPLETE  TO TRUE
                   MOVE WS-RC-BUSINESS-DATE TO WS-CK-RUN-DATE
                   WRITE CTL-FILE-RECORD
                       FROM WS-CHECKPOINT-RECORD
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-CHECKPOINT-RECORD
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE CHECKPOINT ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-CK-RUN-DATE              TO WS-RS-CHECKPOINT-DATE.
           IF WS-CK-STEP-NUMBERED OR WS-CK-STEP-EXTRACTED
               PERFORM 040-RECOVER-IN-FLIGHT-ORDER
           END-IF.
      *
      *    ONLY A RESTART OF THE SAME BUSINESS DATE SKIPS THE ORDERS
      *    THE FAILED RUN FINISHED - ANY OTHER RUN TAKES THE WHOLE
      *    FILE, WHICH ITS STATUS CHECKS MAKE SAFE.
      *
           IF      WS-RC-RESTART-88
               AND WS-RS-CHECKPOINT-DATE = WS-RC-BUSINESS-DATE
               AND WS-CK-ORDER-NUMBER NOT = SPACES
               MOVE WS-CK-ORDER-NUMBER      TO WS-RS-START-KEY
                                               WS-RC-RESTART-FROM
               IF      WS-CK-STEP-BACKED-OUT
                    OR WS-RS-RECOVERED-ORDER NOT = SPACES
                   MOVE 'Y'                 TO WS-RS-START-AT-SW
                   MOVE "RUN RESUMED AT ORDER"
                     TO WS-RL1-LABEL
               ELSE
                   MOVE "RUN RESUMED AFTER ORDER"
                     TO WS-RL1-LABEL
               END-IF
               MOVE WS-RS-START-KEY         TO WS-RL1-ORDER-NUMBER
               PERFORM 046-PRINT-RESTART-HEADING
               WRITE PRINT-RECORD FROM WS-RESTART-LINE-1
           ELSE
               IF WS-RC-RESTART-88
                   MOVE "RUN RESTARTED - FULL PASS"
                     TO WS-RESTART-LINE-1
                   PERFORM 046-PRINT-RESTART-HEADING
                   WRITE PRINT-RECORD FROM WS-RESTART-LINE-1
               END-IF
           END-IF.
      *
       040-RECOVER-IN-FLIGHT-ORDER.
      *
      *    AN INVOICE THAT REACHED INVF2A IS FINISHED - EACH KEYED
      *    UPDATE IS CHECKED FOR ON FILE AND DONE ONLY IF MISSING, AND
      *    THE EXTRACT IS REDONE ONLY IF THE CHECKPOINT SHOWS IT WAS
      *    NOT WRITTEN. ONE THAT NEVER REACHED INVF2A HAS POSTED
      *    NOTHING, SO IT IS BACKED OUT AND ITS NUMBER RELEASED.
      *
           MOVE WS-CK-ORDER-NUMBER          TO ORD-FILE-NUMBER.
           READ ORD-FILE
               INVALID KEY
                   DISPLAY "CHECKPOINT ORDER " WS-CK-ORDER-NUMBER
                           " NOT ON ORD-FILE"
                   PERFORM 800-PROGRAM-FAILED
               NOT INVALID KEY
                   MOVE ORD-FILE-RECORD     TO WS-ORDER-RECORD
           END-READ.
           MOVE WS-ORDER-RECORD             TO WS-OJ-BEFORE-IMAGE.
           MOVE WS-CK-INVOICE-NUMBER        TO WS-CURRENT-INVOICE-NBR.
      *
           MOVE 'N'                         TO WS-RS-INVOICE-FOUND-SW.
           MOVE WS-CK-INVOICE-NUMBER        TO INV-FILE-NUMBER.
           READ INV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-FILE-RECORD     TO WS-INVOICE-RECORD
                   IF WS-IV-ORDER-NUMBER = WS-CK-ORDER-NUMBER
                       MOVE 'Y'             TO WS-RS-INVOICE-FOUND-SW
                   END-IF
           END-READ.
      *
           IF WS-RS-INVOICE-FOUND
               PERFORM 042-COMPLETE-INVOICE
           ELSE
               PERFORM 044-BACK-OUT-INVOICE
           END-IF.
      *
       042-COMPLETE-INVOICE.
      *
           MOVE WS-IV-MDSE-AMOUNT           TO WS-SI-MDSE-AMOUNT.
           MOVE WS-IV-TAX-AMOUNT            TO WS-SI-TAX-AMOUNT.
           MOVE WS-IV-FREIGHT-AMOUNT        TO WS-SI-FREIGHT-AMOUNT.
           PERFORM 221-READ-CUSTOMER.
      *
           IF WS-CK-SHIPMENT-SEQ = SPACES
               MOVE 'N'                     TO WS-SI-SHIPMENT-SW
           ELSE
               MOVE 'Y'                     TO WS-SI-SHIPMENT-SW
               MOVE WS-CK-ORDER-NUMBER      TO SHM-FILE-ORDER-NUMBER
               MOVE WS-CK-SHIPMENT-SEQ      TO SHM-FILE-SEQ
               READ SHM-FILE
                   INVALID KEY
                       DISPLAY "CHECKPOINT SHIPMENT "
                               WS-CK-ORDER-NUMBER WS-CK-SHIPMENT-SEQ
                               " NOT ON SHM-FILE"
                       PERFORM 800-PROGRAM-FAILED
                   NOT INVALID KEY
                       MOVE SHM-FILE-RECORD TO WS-SHIPMENT-RECORD
               END-READ
           END-IF.
      *
           MOVE WS-IV-CUSTOMER-NUMBER       TO AR-FILE-CUSTOMER.
           MOVE WS-IV-INVOICE-NUMBER        TO AR-FILE-INVOICE.
           READ AR-FILE
               INVALID KEY
                   PERFORM 360-WRITE-RECEIVABLE-RECORD
                   MOVE "RECEIVABLE WRITTEN"
                     TO WS-RV-ACTION
                   PERFORM 048-PRINT-RECOVERY-LINE
           END-READ.
      *
           PERFORM 365-POST-SALES-HISTORY.
           IF NOT WS-SR-ALREADY-POSTED
               MOVE "SALES HISTORY POSTED"  TO WS-RV-ACTION
               PERFORM 048-PRINT-RECOVERY-LINE
           END-IF.
      *
           IF WS-CK-STEP-NUMBERED
               PERFORM 380-WRITE-EDELIVERY-EXTRACT
               IF WS-ED-EMAIL-OK
                   MOVE "E-DELIVERY EXTRACT WRITTEN"
                     TO WS-RV-ACTION
                   PERFORM 048-PRINT-RECOVERY-LINE
               END-IF
               SET WS-CK-STEP-EXTRACTED     TO TRUE
               PERFORM 260-TAKE-CHECKPOINT
           END-IF.
      *
           IF WS-SI-SHIPMENT AND NOT WS-SM-STATUS-INVOICED
               PERFORM 140-MARK-SHIPMENT-INVOICED
               MOVE "SHIPMENT MARKED INVOICED"
                 TO WS-RV-ACTION
               PERFORM 048-PRINT-RECOVERY-LINE
           END-IF.
      *
      *    A WHOLE-ORDER INVOICE FINISHES THE ORDER HERE. AN ORDER
      *    INVOICED BY SHIPMENT IS LEFT TO THE PASS, WHICH PICKS UP
      *    ITS OTHER SHIPMENTS AND DECIDES WHETHER IT IS NOW DONE.
      *
           EVALUATE TRUE
               WHEN WS-OR-STATUS-INVOICED
                   PERFORM 265-CHECKPOINT-ORDER-COMPLETE
                   MOVE "COMPLETED - ORDER ALREADY INVOICED"
                     TO WS-RV-ACTION
               WHEN NOT WS-SI-SHIPMENT
                   PERFORM 300-MARK-ORDER-INVOICED
                   PERFORM 370-WRITE-JOURNAL-RECORD
                   PERFORM 265-CHECKPOINT-ORDER-COMPLETE
                   MOVE "COMPLETED - ORDER MARKED INVOICED"
                     TO WS-RV-ACTION
               WHEN OTHER
                   MOVE WS-OR-ORDER-NUMBER  TO WS-RS-RECOVERED-ORDER
                   MOVE "COMPLETED - ORDER REPROCESSED IN PASS"
                     TO WS-RV-ACTION
           END-EVALUATE.
           PERFORM 048-PRINT-RECOVERY-LINE.
      *
       044-BACK-OUT-INVOICE.
      *
      *    THE CHECKPOINT IS TAKEN BEFORE THE NUMBER IS DRAWN, SO THE
      *    CONTROL RECORD ONLY NEEDS STEPPING BACK WHEN IT GOT THAT FAR.
      *
           MOVE WS-CK-INVOICE-NUMBER        TO WS-RS-INVOICE-NBR-9.
           IF WS-CT-LAST-NUMBER = WS-RS-INVOICE-NBR-9
               SUBTRACT 1                   FROM WS-CT-LAST-NUMBER
               MOVE WS-CONTROL-RECORD       TO CTL-FILE-RECORD
               REWRITE CTL-FILE-RECORD
               IF NOT WS-CTLFILE-SUCCESS
                   DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
                   DISPLAY "CTL-FILE REWRITE ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               MOVE "INVOICE NUMBER RELEASED"
                 TO WS-RV-ACTION
               PERFORM 048-PRINT-RECOVERY-LINE
           END-IF.
      *
           SET WS-CK-STEP-BACKED-OUT        TO TRUE.
           PERFORM 260-TAKE-CHECKPOINT.
           MOVE "BACKED OUT - ORDER REINVOICED IN PASS"
             TO WS-RV-ACTION.
           PERFORM 048-PRINT-RECOVERY-LINE.
      *
       046-PRINT-RESTART-HEADING.
      *
           IF NOT WS-RS-REPORT-PRINTED
               MOVE 'Y'                     TO WS-RS-REPORT-SW
               MOVE WS-REPORT-MM            TO WS-HL2-MM
               MOVE WS-REPORT-DD            TO WS-HL2-DD
               MOVE WS-REPORT-YY            TO WS-HL2-YY
               WRITE PRINT-RECORD FROM WS-RESTART-HEADING-1
               WRITE PRINT-RECORD FROM WS-HEADING-LINE-2
               WRITE PRINT-RECORD FROM SPACES
           END-IF.
      *
       048-PRINT-RECOVERY-LINE.
      *
           PERFORM 046-PRINT-RESTART-HEADING.
           MOVE WS-CK-ORDER-NUMBER          TO WS-RV-ORDER-NUMBER.
           MOVE WS-CK-INVOICE-NUMBER        TO WS-RV-INVOICE-NUMBER.
           MOVE WS-CK-SHIPMENT-SEQ          TO WS-RV-SHIPMENT-SEQ.
           WRITE PRINT-RECORD FROM WS-RECOVERY-LINE.
           ADD 1                            TO WS-RS-ACTION-COUNT.
      *
       050-POSITION-ORDER-FILE.
      *
      *    THE RECOVERY ABOVE READS ORD-FILE BY KEY, SO THE PASS IS
      *    ALWAYS POSITIONED EXPLICITLY.
      *
           IF WS-RS-START-KEY = SPACES
               MOVE LOW-VALUES              TO ORD-FILE-NUMBER
               START ORD-FILE KEY >= ORD-FILE-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-SW-IN
               END-START
           ELSE
               MOVE WS-RS-START-KEY         TO ORD-FILE-NUMBER
               IF WS-RS-START-AT
                   START ORD-FILE KEY >= ORD-FILE-KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF-SW-IN
                   END-START
               ELSE
                   START ORD-FILE KEY > ORD-FILE-KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF-SW-IN
                   END-START
               END-IF
           END-IF.
      *
       100-PROCESS-ORDER.
      *
           MOVE ORD-FILE-RECORD          TO WS-ORDER-RECORD.
           ADD 1                          TO WS-ORDER-COUNT.
      *
      *    A PARTLY SHIPPED ORDER IS BACKORDERED UNTIL ITS LAST
      *    SHIPMENT GOES - ITS SHIPMENTS ARE INVOICED AS THEY SHIP
      *    AND THE ORDER ONLY GOES TO INVOICED ONCE IT IS SHIPPED IN
      *    FULL AND NO SHIPMENT IS LEFT UNINVOICED.
      *
           IF      WS-OR-STATUS-SHIPPED
                OR WS-OR-STATUS-BACKORDERED
               MOVE WS-ORDER-RECORD         TO WS-OJ-BEFORE-IMAGE
               PERFORM 110-INVOICE-SHIPMENTS
               IF WS-SI-FOUND-COUNT = ZERO
                   IF      WS-OR-STATUS-SHIPPED
                       AND WS-OR-SHIP-DATE(1:6) = WS-RUN-DATE-X
                       PERFORM 150-INVOICE-WHOLE-ORDER
                   END-IF
               ELSE
                   IF      WS-OR-STATUS-SHIPPED
                       AND WS-SI-OPEN-COUNT = ZERO
                       AND (   WS-SI-INVOICED-COUNT > ZERO
                            OR WS-OR-ORDER-NUMBER =
                               WS-RS-RECOVERED-ORDER)
                       PERFORM 300-MARK-ORDER-INVOICED
                       PERFORM 370-WRITE-JOURNAL-RECORD
                   END-IF
                   IF      WS-SI-INVOICED-COUNT > ZERO
                        OR WS-OR-ORDER-NUMBER =
                           WS-RS-RECOVERED-ORDER
                       PERFORM 265-CHECKPOINT-ORDER-COMPLETE
                   END-IF
               END-IF
           END-IF.
      *
           READ ORD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       110-INVOICE-SHIPMENTS.
      *
           MOVE ZERO                        TO WS-SI-FOUND-COUNT
                                               WS-SI-OPEN-COUNT
                                               WS-SI-INVOICED-COUNT.
           MOVE 'N' TO WS-EOF-SW-SHM.
           MOVE WS-OR-ORDER-NUMBER          TO SHM-FILE-ORDER-NUMBER.
           MOVE LOW-VALUES                  TO SHM-FILE-SEQ.
           START SHM-FILE KEY >= SHM-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-SHM
           END-START.
      *
           IF WS-EOF-SHM-NO
               READ SHM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-SHM
               END-READ
               PERFORM 120-PROCESS-ONE-SHIPMENT
                   UNTIL WS-EOF-SHM-YES
           END-IF.
      *
       120-PROCESS-ONE-SHIPMENT.
      *
           MOVE SHM-FILE-RECORD             TO WS-SHIPMENT-RECORD.
      *
           IF WS-SM-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-SHM
           ELSE
               ADD 1 TO WS-SI-FOUND-COUNT
               IF WS-SM-STATUS-SHIPPED
                   IF WS-SM-SHIP-DATE(1:6) = WS-RUN-DATE-X
                       PERFORM 130-INVOICE-ONE-SHIPMENT
                   ELSE
                       ADD 1 TO WS-SI-OPEN-COUNT
                   END-IF
               END-IF
               READ SHM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-SHM
               END-READ
           END-IF.
      *
       130-INVOICE-ONE-SHIPMENT.
      *
           MOVE 'Y'                         TO WS-SI-SHIPMENT-SW.
           MOVE WS-SM-MDSE-AMOUNT           TO WS-SI-MDSE-AMOUNT.
           MOVE WS-SM-TAX-AMOUNT            TO WS-SI-TAX-AMOUNT.
           MOVE WS-SM-FREIGHT-AMOUNT        TO WS-SI-FREIGHT-AMOUNT.
           MOVE WS-SM-SHIP-DATE             TO WS-SI-SHIP-DATE.
      *
           PERFORM 250-ASSIGN-INVOICE-NUMBER.
           PERFORM 200-PRINT-INVOICE-PAGE.
           PERFORM 350-WRITE-INVOICE-RECORD.
           PERFORM 360-WRITE-RECEIVABLE-RECORD.
           PERFORM 365-POST-SALES-HISTORY.
           PERFORM 380-WRITE-EDELIVERY-EXTRACT.
           SET WS-CK-STEP-EXTRACTED         TO TRUE.
           PERFORM 260-TAKE-CHECKPOINT.
           PERFORM 140-MARK-SHIPMENT-INVOICED.
           ADD 1 TO WS-INVOICE-COUNT
                    WS-SI-INVOICED-COUNT.
      *
       140-MARK-SHIPMENT-INVOICED.
      *
           SET WS-SM-STATUS-INVOICED        TO TRUE.
           MOVE WS-CURRENT-INVOICE-NBR      TO WS-SM-INVOICE-NUMBER.
           REWRITE SHM-FILE-RECORD FROM WS-SHIPMENT-RECORD.
           IF NOT WS-SHMFILE-SUCCESS
               DISPLAY "WS-SHMFILE-SW=" WS-SHMFILE-SW
               DISPLAY "SHM-FILE REWRITE ERROR FOR ORDER "
                       WS-SM-ORDER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       150-INVOICE-WHOLE-ORDER.
      *
           MOVE 'N'                         TO WS-SI-SHIPMENT-SW.
           MOVE WS-OR-TOTAL-AMOUNT          TO WS-SI-MDSE-AMOUNT.
           MOVE WS-OR-TAX-AMOUNT            TO WS-SI-TAX-AMOUNT.
           MOVE ZERO                        TO WS-SI-FREIGHT-AMOUNT.
           MOVE WS-OR-SHIP-DATE             TO WS-SI-SHIP-DATE.
      *
      *    THE ORDER GOES TO INVOICED ONLY ONCE ITS INVOICE IS
      *    POSTED, SO A RESTART CAN TELL A FINISHED ORDER BY STATUS.
      *
           PERFORM 250-ASSIGN-INVOICE-NUMBER.
           PERFORM 200-PRINT-INVOICE-PAGE.
           PERFORM 350-WRITE-INVOICE-RECORD.
           PERFORM 360-WRITE-RECEIVABLE-RECORD.
           PERFORM 365-POST-SALES-HISTORY.
           PERFORM 380-WRITE-EDELIVERY-EXTRACT.
           SET WS-CK-STEP-EXTRACTED         TO TRUE.
           PERFORM 260-TAKE-CHECKPOINT.
           PERFORM 300-MARK-ORDER-INVOICED.
           PERFORM 370-WRITE-JOURNAL-RECORD.
           PERFORM 265-CHECKPOINT-ORDER-COMPLETE.
           ADD 1 TO WS-INVOICE-COUNT.
      *
       250-ASSIGN-INVOICE-NUMBER.
      *
           ADD 1                            TO WS-CT-LAST-NUMBER.
           MOVE WS-CT-LAST-NUMBER           TO WS-CURRENT-INVOICE-NBR.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-CK-ORDER-NUMBER.
           MOVE WS-CURRENT-INVOICE-NBR      TO WS-CK-INVOICE-NUMBER.
           IF WS-SI-SHIPMENT
               MOVE WS-SM-SHIPMENT-SEQ      TO WS-CK-SHIPMENT-SEQ
           ELSE
               MOVE SPACES                  TO WS-CK-SHIPMENT-SEQ
           END-IF.
           SET WS-CK-STEP-NUMBERED          TO TRUE.
           PERFORM 260-TAKE-CHECKPOINT.
      *
           MOVE WS-CONTROL-RECORD           TO CTL-FILE-RECORD.
           REWRITE CTL-FILE-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "CTL-FILE REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       260-TAKE-CHECKPOINT.
      *
           MOVE WS-CTL-CHECKPOINT-KEY       TO WS-CK-CONTROL-ID.
           MOVE WS-RC-BUSINESS-DATE         TO WS-CK-RUN-DATE.
           MOVE WS-CHECKPOINT-RECORD        TO CTL-FILE-RECORD.
           REWRITE CTL-FILE-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE CHECKPOINT REWRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       265-CHECKPOINT-ORDER-COMPLETE.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-CK-ORDER-NUMBER.
           SET WS-CK-STEP-COMPLETE          TO TRUE.
           PERFORM 260-TAKE-CHECKPOINT.
      *
       200-PRINT-INVOICE-PAGE.
      *
           PERFORM 220-PRINT-SOLDTO-BLOCK.
           PERFORM 230-PRINT-ORDER-LINES.
      *
           IF WS-SI-SHIPMENT
               MOVE "MERCHANDISE "          TO WS-OT-LABEL
           ELSE
               MOVE "ORDER TOTAL "          TO WS-OT-LABEL
           END-IF.
           MOVE WS-SI-MDSE-AMOUNT           TO WS-OT-TOTAL-AMOUNT.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-ORDER-TOTAL-LINE.
      *
           MOVE WS-SI-TAX-AMOUNT            TO WS-TX-TAX-DISPLAY.
           WRITE PRINT-RECORD FROM WS-SALES-TAX-LINE.
      *
           IF WS-SI-FREIGHT-AMOUNT > ZERO
               MOVE WS-SI-FREIGHT-AMOUNT    TO WS-FR-FREIGHT-DISPLAY
               WRITE PRINT-RECORD FROM WS-FREIGHT-LINE
           END-IF.
      *
           COMPUTE WS-IV-TOTAL-AMOUNT =
                 WS-SI-MDSE-AMOUNT + WS-SI-TAX-AMOUNT
               + WS-SI-FREIGHT-AMOUNT.
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-IT-TOTAL-DISPLAY.
           WRITE PRINT-RECORD FROM WS-INVOICE-TOTAL-LINE.
      *
           MOVE WS-REPORT-DD                TO WS-HL2-DD.
           MOVE WS-REPORT-YY                TO WS-HL2-YY.
      *
           IF WS-PAGE-NBR > 1 OR WS-RS-REPORT-PRINTED
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-OD1-ORDER-NUMBER.
           MOVE WS-OR-ORDER-DATE            TO WS-OD1-ORDER-DATE.
           MOVE WS-SI-SHIP-DATE             TO WS-OD1-SHIP-DATE.
           WRITE PRINT-RECORD FROM WS-ORDER-LINE-1.
           IF WS-SI-SHIPMENT
               MOVE WS-SM-SHIPMENT-NUMBER   TO WS-SM1-SHIPMENT-NUMBER
               MOVE WS-SM-CARRIER           TO WS-SM1-CARRIER
               MOVE WS-SM-TRACKING-NUMBER   TO WS-SM1-TRACKING-NUMBER
               WRITE PRINT-RECORD FROM WS-SHIPMENT-LINE-1
           END-IF.
           WRITE PRINT-RECORD FROM SPACES.
      *
       220-PRINT-SOLDTO-BLOCK.
      *
           PERFORM 221-READ-CUSTOMER.
      *
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-ST1-CUSTOMER-NUMBER.
           IF WS-CUST-FOUND
                AND WS-OR-SHIP-TO-CODE NOT = LOW-VALUES
               PERFORM 225-PRINT-SHIPTO-BLOCK
           END-IF.
      *
       221-READ-CUSTOMER.
      *
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE WS-OR-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
           END-READ.
      *
       225-PRINT-SHIPTO-BLOCK.
      *
      *    HEADER'S OWN ITEM FIELDS AS LINE ONE INSTEAD.
      *
           IF WS-LINES-PRINTED = 0
               PERFORM 246-GET-HEADER-LINE-QTY
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
               IF NOT WS-SI-SHIPMENT OR WS-SI-LINE-QTY > ZERO
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
      *    A SHIPMENT INVOICE BILLS ONLY WHAT THAT SHIPMENT CARRIED ON
      *    THE LINE, PRICED THE SAME WAY SHIP-CONFIRM PRICED IT.
      *
           IF WS-SI-SHIPMENT
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
       246-GET-HEADER-LINE-QTY.
      *
           IF WS-SI-SHIPMENT
               MOVE WS-SM-LINE-QTY(1)       TO WS-SI-LINE-QTY
               MOVE WS-SI-MDSE-AMOUNT       TO WS-SI-LINE-AMOUNT
           ELSE
               MOVE WS-OR-QUANTITY          TO WS-SI-LINE-QTY
               MOVE WS-OR-TOTAL-AMOUNT      TO WS-SI-LINE-AMOUNT
           END-IF.
      *
       300-MARK-ORDER-INVOICED.
      *
           SET WS-IV-TYPE-INVOICE           TO TRUE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IV-ORDER-NUMBER.
           MOVE WS-OR-CUSTOMER-NUMBER       TO WS-IV-CUSTOMER-NUMBER.
           MOVE WS-SI-MDSE-AMOUNT           TO WS-IV-MDSE-AMOUNT.
           MOVE WS-SI-TAX-AMOUNT            TO WS-IV-TAX-AMOUNT.
           MOVE WS-SI-FREIGHT-AMOUNT        TO WS-IV-FREIGHT-AMOUNT.
           COMPUTE WS-IV-TOTAL-AMOUNT =
                 WS-SI-MDSE-AMOUNT + WS-SI-TAX-AMOUNT
               + WS-SI-FREIGHT-AMOUNT.
           IF WS-SI-SHIPMENT
               MOVE WS-SM-SHIPMENT-NUMBER   TO WS-IV-SHIPMENT-NUMBER
               MOVE WS-SM-SHIPMENT-SEQ      TO WS-IV-SHIPMENT-SEQ
           END-IF.
           MOVE SPACES                      TO WS-IV-INVOICE-DATE.
           MOVE WS-RUN-DATE-X               TO WS-IV-INVOICE-DATE(1:6).
           IF WS-CUST-FOUND
               MOVE WS-CM-STATE             TO WS-IV-TAX-STATE
               MOVE WS-CM-SALES-REP         TO WS-IV-SALES-REP
           END-IF.
      *
           WRITE INV-FILE-RECORD FROM WS-INVOICE-RECORD.
           IF NOT WS-INVFILE-SUCCESS
           MOVE ZERO                        TO WS-AR-AMOUNT-PAID.
           MOVE SPACES                      TO WS-AR-LAST-PAYMENT-DATE.
           SET WS-AR-STATUS-OPEN            TO TRUE.
           SET WS-AR-TYPE-INVOICE           TO TRUE.
           MOVE WS-IV-ORDER-NUMBER          TO WS-AR-ORDER-NUMBER.
      *
           WRITE AR-FILE-RECORD FROM WS-RECEIVABLE-RECORD.
           IF NOT WS-ARFILE-SUCCESS
      *
       365-POST-SALES-HISTORY.
      *
           MOVE WS-RUN-DATE-X(1:2)          TO WS-SR-RUN-YY.
           MOVE WS-RUN-DATE-X(3:2)          TO WS-SR-RUN-MM.
      *
           MOVE 'N'                         TO WS-SR-NEW-RECORD-SW.
           MOVE WS-OR-CUSTOMER-NUMBER       TO CSH-FILE-CUSTOMER.
                   PERFORM 367-ROLL-BUCKETS-FORWARD
           END-READ.
      *
      *    THE LAST INVOICE POSTED IS KEPT ON THE RECORD SO AN
      *    INVOICE FINISHED ON A RESTART IS NEVER COUNTED TWICE.
      *
           IF WS-CS-LAST-INVOICE = WS-IV-INVOICE-NUMBER
               MOVE 'Y'                     TO WS-SR-ALREADY-POSTED-SW
           ELSE
               MOVE 'N'                     TO WS-SR-ALREADY-POSTED-SW
               ADD WS-IV-TOTAL-AMOUNT       TO WS-CS-BK-REVENUE(1)
               ADD 1                        TO WS-CS-BK-COUNT(1)
               MOVE WS-IV-INVOICE-NUMBER    TO WS-CS-LAST-INVOICE
               IF WS-SR-NEW-RECORD
                   WRITE CSH-FILE-RECORD
                       FROM WS-SALES-HISTORY-RECORD
               ELSE
                   MOVE WS-SALES-HISTORY-RECORD
                     TO CSH-FILE-RECORD
                   REWRITE CSH-FILE-RECORD
               END-IF
               IF NOT WS-CSHFILE-SUCCESS
                   DISPLAY "WS-CSHFILE-SW=" WS-CSHFILE-SW
                   DISPLAY "CSH-FILE UPDATE ERROR FOR "
                           WS-CS-CUSTOMER-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
       366-ZERO-ONE-BUCKET.
               MOVE '01'                    TO WS-ED-LINE-NUMBER
               MOVE WS-OR-ITEM-NUMBER       TO WS-ED-ITEM-NUMBER
               MOVE WS-OR-ITEM-DESC         TO WS-ED-ITEM-DESC
               PERFORM 246-GET-HEADER-LINE-QTY
               MOVE WS-SI-LINE-QTY          TO WS-ED-QUANTITY
               MOVE WS-OR-UNIT-PRICE        TO WS-ED-UNIT-PRICE
               MOVE WS-SI-LINE-AMOUNT       TO WS-ED-LINE-AMOUNT
               WRITE EDL-FILE-RECORD FROM WS-EDL-DETAIL-RECORD
               IF NOT WS-EDLFILE-SUCCESS
                   DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
           IF WS-OL-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-ODL
           ELSE
               PERFORM 245-GET-INVOICED-LINE-QTY
               IF NOT WS-SI-SHIPMENT OR WS-SI-LINE-QTY > ZERO
                   PERFORM 388-WRITE-LINE-EDL-DETAIL
               END-IF
               ADD 1 TO WS-LINES-PRINTED
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
           END-IF.
      *
       388-WRITE-LINE-EDL-DETAIL.
      *
           MOVE SPACES                      TO WS-EDL-DETAIL-RECORD.
           MOVE 'D'                         TO WS-ED-RECORD-TYPE.
           MOVE WS-IV-INVOICE-NUMBER        TO WS-ED-INVOICE-NUMBER.
           MOVE WS-OL-LINE-NUMBER           TO WS-ED-LINE-NUMBER.
           MOVE WS-OL-ITEM-NUMBER           TO WS-ED-ITEM-NUMBER.
           MOVE WS-OL-ITEM-DESC             TO WS-ED-ITEM-DESC.
           MOVE WS-SI-LINE-QTY              TO WS-ED-QUANTITY.
           MOVE WS-OL-UNIT-PRICE            TO WS-ED-UNIT-PRICE.
           MOVE WS-SI-LINE-AMOUNT           TO WS-ED-LINE-AMOUNT.
           WRITE EDL-FILE-RECORD FROM WS-EDL-DETAIL-RECORD.
           IF NOT WS-EDLFILE-SUCCESS
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-INVOICE-REGISTER.
      *
             TO WS-TL4-EDELIVERED-COUNT.
           MOVE WS-PRINT-ONLY-COUNT
             TO WS-TL5-PRINT-ONLY-COUNT.
           MOVE WS-RS-ACTION-COUNT          TO WS-TL6-ACTION-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "INVOICED AMOUNT =" WS-RG-TOTAL-AMOUNT.
           DISPLAY "E-DELIVERED     =" WS-EDELIVERED-COUNT.
           DISPLAY "PRINT ONLY      =" WS-PRINT-ONLY-COUNT.
           DISPLAY "RESTART ACTIONS =" WS-RS-ACTION-COUNT.
      *
       COPY RUNCTLPD.
