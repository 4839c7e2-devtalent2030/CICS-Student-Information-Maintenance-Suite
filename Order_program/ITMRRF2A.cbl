       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMRRF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly replenishment suggestion report. For
      *                     every active ITEMF2A item the stock in sight
      *                     - available (on-hand less allocated) plus
      *                     the quantity still due in on OPEN and
      *                     PARTIAL POLF2A purchase order lines - is set
      *                     against what is needed - the item's reorder
      *                     point plus the quantity on OPEN lines of
      *                     BACKORDERED ORDRF2A orders still to ship,
      *                     which hold no allocation. An item whose
      *                     stock in sight is at or below that need is
      *                     listed with its shortage and a suggested
      *                     order quantity, the shortage rounded up to
      *                     whole multiples of the item's reorder
      *                     quantity, worst shortage first. Each line
      *                     also shows the item's average monthly usage
      *                     over the last three months of invoiced
      *                     INVF2A lines, net of returns, so the buyer
      *                     can judge the suggestion. An invoice for one
      *                     shipment counts the quantities on its SHMF2A
      *                     record.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT POL-FILE ASSIGN TO POLFILE
               RECORD KEY IS POL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POLFILE-SW.

           SELECT ORD-FILE ASSIGN TO ORDFILE
               RECORD KEY IS ORD-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ORDFILE-SW.

           SELECT ODL-FILE ASSIGN TO ORDLINES
               RECORD KEY IS ODL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ODLFILE-SW.

           SELECT SHM-FILE ASSIGN TO SHMFILE
               RECORD KEY IS SHM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHMFILE-SW.

           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD POL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POL-FILE-RECORD.
       01 POL-FILE-RECORD.
           05 POL-FILE-KEY.
               10 POL-FILE-PO-NUMBER        PIC X(6).
               10 POL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(92).

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

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY ITMWSREC.
       COPY POLWSREC.
       COPY ORDWSREC.
       COPY ODLWSREC.
       COPY INVWSREC.
       COPY SHMWSREC.
      *
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
       01 WS-POLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-POLFILE-SUCCESS               VALUE '00'.
       01 WS-ORDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ORDFILE-SUCCESS               VALUE '00'.
           88  WS-ORDFILE-NOTFND                VALUE '23'.
       01 WS-ODLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ODLFILE-SUCCESS               VALUE '00'.
       01 WS-SHMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHMFILE-SUCCESS               VALUE '00'.
           88  WS-SHMFILE-NOTFND                VALUE '23'.
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-EOF-SW-ODL                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ODL-NO                    VALUE 'N'.
           88  WS-EOF-ODL-YES                   VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
      * USAGE IS TAKEN FROM INVOICES DATED WITHIN THE LAST 90 DAYS OF
      * THE BUSINESS DATE AND AVERAGED OVER THREE MONTHS. DAY NUMBERS
      * USE THE SAME 365/30 APPROXIMATION AS THE ARSTMF2A AGING.
      *
       01 WS-USAGE-WINDOW.
           05 WS-UW-USAGE-DAYS              PIC 9(03)  VALUE 090.
           05 WS-UW-USAGE-MONTHS            PIC 9(01)  VALUE 3.
           05 WS-UW-DATE-X.
               10 WS-UW-YY                  PIC 9(02).
               10 WS-UW-MM                  PIC 9(02).
               10 WS-UW-DD                  PIC 9(02).
           05 WS-UW-DAY-NUMBER              PIC S9(08) COMP VALUE 0.
           05 WS-UW-RUN-DAYS                PIC S9(08) COMP VALUE 0.
           05 WS-UW-FROM-DAYS               PIC S9(08) COMP VALUE 0.
      *
      * ONE ENTRY PER ACTIVE ITEM, LOADED IN ITEM NUMBER SEQUENCE. THE
      * PURCHASE ORDER, BACKORDER AND INVOICE PASSES ADD INTO IT. AN
      * ITEM PAST THE TABLE LIMIT IS COUNTED AND FLAGGED ON THE REPORT
      * AND IS NOT ASSESSED, SO THE LIMIT MUST BE RAISED.
      *
       01 WS-RR-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-RR-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-RR-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-RR-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-RR-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-RR-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-RR-FOUND                      VALUE 'Y'.
       01 WS-RR-SEARCH-ITEM                 PIC X(06)  VALUE SPACES.
       01 WS-RR-ITEM-TABLE.
           05 WS-RR-ENTRY                   OCCURS 2000 TIMES.
               10 WS-RR-ITEM-NUMBER         PIC X(06).
               10 WS-RR-ITEM-DESC           PIC X(20).
               10 WS-RR-ON-HAND             PIC 9(07) COMP-3.
               10 WS-RR-ALLOCATED           PIC 9(07) COMP-3.
               10 WS-RR-REORDER-POINT       PIC 9(07) COMP-3.
               10 WS-RR-REORDER-QTY         PIC 9(07) COMP-3.
               10 WS-RR-ON-ORDER-QTY        PIC 9(09) COMP-3.
               10 WS-RR-BACKORDER-QTY       PIC 9(09) COMP-3.
               10 WS-RR-USAGE-QTY           PIC S9(09) COMP-3.
      *
      * ITEMS THAT NEED REPLENISHING, EXCHANGE-SORTED INTO DESCENDING
      * SHORTAGE SEQUENCE BEFORE PRINTING.
      *
       01 WS-SH-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-SH-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-SH-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-SH-PASS                        PIC 9(04) COMP VALUE 0.
       01 WS-SH-LIMIT                       PIC 9(04) COMP VALUE 0.
       01 WS-SH-SHORTAGE-TABLE.
           05 WS-SH-ENTRY                   OCCURS 2000 TIMES.
               10 WS-SH-SHORTAGE            PIC S9(09) COMP-3.
               10 WS-SH-SUGGESTED           PIC 9(09) COMP-3.
               10 WS-SH-ITEM-SUB            PIC 9(04) COMP.
       01 WS-SH-SWAP-ENTRY.
           05 WS-SH-SWAP-SHORTAGE           PIC S9(09) COMP-3.
           05 WS-SH-SWAP-SUGGESTED          PIC 9(09) COMP-3.
           05 WS-SH-SWAP-ITEM-SUB           PIC 9(04) COMP.
      *
       01 WS-ASSESS-WORK.
           05 WS-AW-AVAILABLE               PIC S9(09) VALUE 0.
           05 WS-AW-IN-SIGHT                PIC S9(09) VALUE 0.
           05 WS-AW-NEEDED                  PIC S9(09) VALUE 0.
           05 WS-AW-SHORTAGE                PIC S9(09) VALUE 0.
           05 WS-AW-MULTIPLES               PIC 9(09)  VALUE 0.
           05 WS-AW-SUGGESTED               PIC 9(09)  VALUE 0.
           05 WS-AW-MONTHLY-USAGE           PIC S9(09) VALUE 0.
      *
      * WHICH BUCKET THE ORDER LINES BEING READ ARE ADDED INTO -
      * BACKORDERED DEMAND OR INVOICED USAGE.
      *
       01 WS-LINE-BUCKET-SW                 PIC X(01)  VALUE SPACES.
           88  WS-LINE-BUCKET-BACKORDER         VALUE 'B'.
           88  WS-LINE-BUCKET-USAGE             VALUE 'U'.
       01 WS-LINE-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LINE-FOUND                    VALUE 'Y'.
       01 WS-SHIPMENT-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-SHIPMENT-FOUND                VALUE 'Y'.
       01 WS-SHIP-LINE-NO                   PIC 9(02)  VALUE 0.
       01 WS-LINE-QTY                       PIC S9(07) VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-ITEM-READ-COUNT            PIC 9(07)  VALUE 0.
           05 WS-PO-LINE-READ-COUNT         PIC 9(07)  VALUE 0.
           05 WS-BACKORDER-COUNT            PIC 9(07)  VALUE 0.
           05 WS-INVOICE-USED-COUNT         PIC 9(07)  VALUE 0.
           05 WS-SUGGESTED-COUNT            PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "REPLENISHMENT SUGGESTION REPORT".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-HL2-DATE                   PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(08)  VALUE "PRINTED ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(10) VALUE "   ON HAND".
           05 FILLER                   PIC X(10) VALUE " ALLOCATED".
           05 FILLER                   PIC X(11) VALUE "  AVAILABLE".
           05 FILLER                   PIC X(10) VALUE "  ON ORDER".
           05 FILLER                   PIC X(10) VALUE " BACKORDER".
           05 FILLER                   PIC X(10) VALUE "  REORD PT".
           05 FILLER                   PIC X(11) VALUE "   SHORTAGE".
           05 FILLER                   PIC X(10) VALUE "  SUGGEST".
           05 FILLER                   PIC X(12) VALUE "  AVG MO USE".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ITEM-DESC               PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ON-HAND                 PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-ALLOCATED               PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-AVAILABLE               PIC -Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-ON-ORDER                PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-BACKORDER               PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-REORDER-POINT           PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-SHORTAGE                PIC -Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-SUGGESTED               PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-MONTHLY-USAGE           PIC -Z,ZZZ,ZZ9.
      *
       01 WS-OVERFLOW-LINE.
           05 FILLER                        PIC X(30)
               VALUE "** ITEM TABLE FULL - ITEMS    ".
           05 WS-OFL-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(30)
               VALUE " NOT ASSESSED - RAISE LIMIT **".
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "ACTIVE ITEMS ASSESSED       = ".
           05 WS-TL1-ITEM-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "OPEN PO LINES COUNTED       = ".
           05 WS-TL2-PO-LINE-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "BACKORDERED ORDERS COUNTED  = ".
           05 WS-TL3-BACKORDER-COUNT        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "INVOICES IN USAGE WINDOW    = ".
           05 WS-TL4-INVOICE-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS TO REPLENISH          = ".
           05 WS-TL5-SUGGESTED-COUNT        PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMRRF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ITMFILE-SW
                         WS-POLFILE-SW
                         WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-INVFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-UW-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-UW-DAY-NUMBER            TO WS-UW-RUN-DAYS.
           COMPUTE WS-UW-FROM-DAYS = WS-UW-RUN-DAYS - WS-UW-USAGE-DAYS.
      *
           OPEN INPUT ITM-FILE.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT POL-FILE.
           IF WS-POLFILE-SUCCESS
               DISPLAY "POL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-POLFILE-SW=" WS-POLFILE-SW
               DISPLAY "POL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ORD-FILE.
           IF WS-ORDFILE-SUCCESS
               DISPLAY "ORD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ORDFILE-SW=" WS-ORDFILE-SW
               DISPLAY "ORD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ODL-FILE.
           IF WS-ODLFILE-SUCCESS
               DISPLAY "ODL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ODLFILE-SW=" WS-ODLFILE-SW
               DISPLAY "ODL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT INV-FILE.
           IF WS-INVFILE-SUCCESS
               DISPLAY "INV-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INV-FILE OPEN ERROR"
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
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 100-LOAD-ONE-ITEM
               UNTIL WS-EOF-IN-YES.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ POL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 200-ADD-ONE-PO-LINE
               UNTIL WS-EOF-IN-YES.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ ORD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 250-ADD-ONE-BACKORDER
               UNTIL WS-EOF-IN-YES.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 300-ADD-ONE-INVOICE
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 400-ASSESS-ONE-ITEM
               VARYING WS-RR-SUB FROM 1 BY 1
                   UNTIL WS-RR-SUB > WS-RR-TABLE-COUNT.
      *
           PERFORM 450-SORT-SHORTAGE-TABLE.
      *
           PERFORM 500-PRINT-DETAIL-LINE
               VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-TABLE-COUNT.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ITM-FILE
                 POL-FILE
                 ORD-FILE
                 ODL-FILE
                 INV-FILE
                 SHM-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-ITEM-READ-COUNT          TO WS-RC-IN-COUNT.
           MOVE WS-SUGGESTED-COUNT          TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       050-DATE-TO-DAYS.
      *
           COMPUTE WS-UW-DAY-NUMBER =
                 (WS-UW-YY * 365)
               + (WS-UW-MM * 30)
               +  WS-UW-DD.
      *
       100-LOAD-ONE-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
      *
           IF WS-IT-STATUS-ACTIVE
               IF WS-RR-TABLE-COUNT < WS-RR-MAX-TABLE
                   ADD 1 TO WS-ITEM-READ-COUNT
                   ADD 1 TO WS-RR-TABLE-COUNT
                   MOVE WS-RR-TABLE-COUNT   TO WS-RR-HIT
                   MOVE WS-IT-ITEM-NUMBER
                     TO WS-RR-ITEM-NUMBER(WS-RR-HIT)
                   MOVE WS-IT-DESC
                     TO WS-RR-ITEM-DESC(WS-RR-HIT)
                   MOVE WS-IT-QTY-ON-HAND
                     TO WS-RR-ON-HAND(WS-RR-HIT)
                   MOVE WS-IT-QTY-ALLOCATED
                     TO WS-RR-ALLOCATED(WS-RR-HIT)
                   MOVE WS-IT-REORDER-POINT
                     TO WS-RR-REORDER-POINT(WS-RR-HIT)
                   MOVE WS-IT-REORDER-QTY
                     TO WS-RR-REORDER-QTY(WS-RR-HIT)
                   MOVE ZERO TO WS-RR-ON-ORDER-QTY(WS-RR-HIT)
                                WS-RR-BACKORDER-QTY(WS-RR-HIT)
                                WS-RR-USAGE-QTY(WS-RR-HIT)
               ELSE
                   ADD 1 TO WS-RR-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       150-FIND-ITEM-ENTRY.
      *
           MOVE 'N' TO WS-RR-FOUND-SW.
           MOVE ZERO TO WS-RR-HIT.
           PERFORM 160-CHECK-ITEM-ENTRY
               VARYING WS-RR-SUB FROM 1 BY 1
                   UNTIL WS-RR-SUB > WS-RR-TABLE-COUNT
                      OR WS-RR-FOUND.
      *
       160-CHECK-ITEM-ENTRY.
      *
           IF WS-RR-ITEM-NUMBER(WS-RR-SUB) = WS-RR-SEARCH-ITEM
               MOVE 'Y' TO WS-RR-FOUND-SW
               MOVE WS-RR-SUB TO WS-RR-HIT
           END-IF.
      *
       200-ADD-ONE-PO-LINE.
      *
           MOVE POL-FILE-RECORD             TO WS-PO-LINE-RECORD.
      *
           IF     (WS-PI-STATUS-OPEN OR WS-PI-STATUS-PARTIAL)
              AND WS-PI-QTY-ORDERED > WS-PI-QTY-RECEIVED
               ADD 1 TO WS-PO-LINE-READ-COUNT
               MOVE WS-PI-ITEM-NUMBER       TO WS-RR-SEARCH-ITEM
               PERFORM 150-FIND-ITEM-ENTRY
               IF WS-RR-FOUND
                   COMPUTE WS-RR-ON-ORDER-QTY(WS-RR-HIT) =
                           WS-RR-ON-ORDER-QTY(WS-RR-HIT)
                         + WS-PI-QTY-ORDERED
                         - WS-PI-QTY-RECEIVED
               END-IF
           END-IF.
      *
           READ POL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       250-ADD-ONE-BACKORDER.
      *
           MOVE ORD-FILE-RECORD             TO WS-ORDER-RECORD.
      *
           IF WS-OR-STATUS-BACKORDERED
               ADD 1 TO WS-BACKORDER-COUNT
               SET WS-LINE-BUCKET-BACKORDER TO TRUE
               PERFORM 270-ADD-ORDER-LINES
           END-IF.
      *
           READ ORD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * OLDER SINGLE-LINE ORDERS HAVE NO ORDLF2A RECORDS, SO THE
      * HEADER'S OWN ITEM FIELDS STAND IN AS LINE ONE.
      *
       270-ADD-ORDER-LINES.
      *
           MOVE 'N'                         TO WS-LINE-FOUND-SW.
           MOVE 'N'                         TO WS-EOF-SW-ODL.
           MOVE WS-OR-ORDER-NUMBER          TO ODL-FILE-ORDER-NUMBER.
           MOVE LOW-VALUES                  TO ODL-FILE-LINE-NUMBER.
           START ODL-FILE KEY >= ODL-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-ODL
           END-START.
      *
           IF WS-EOF-ODL-NO
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
               PERFORM 275-ADD-ONE-ORDER-LINE
                   UNTIL WS-EOF-ODL-YES
           END-IF.
      *
           IF NOT WS-LINE-FOUND
               MOVE WS-OR-ITEM-NUMBER       TO WS-RR-SEARCH-ITEM
               MOVE WS-OR-QUANTITY          TO WS-LINE-QTY
               IF WS-LINE-BUCKET-USAGE
                   IF WS-SHIPMENT-FOUND
                       MOVE WS-SM-LINE-QTY(1) TO WS-LINE-QTY
                   END-IF
               ELSE
                   IF WS-OR-QTY-SHIPPED < WS-OR-QUANTITY
                       COMPUTE WS-LINE-QTY = WS-OR-QUANTITY
                                           - WS-OR-QTY-SHIPPED
                   END-IF
               END-IF
               PERFORM 280-ADD-LINE-QTY
           END-IF.
      *
       275-ADD-ONE-ORDER-LINE.
      *
           MOVE ODL-FILE-RECORD             TO WS-ORDER-LINE-RECORD.
      *
           IF WS-OL-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-ODL
           ELSE
               MOVE 'Y'                     TO WS-LINE-FOUND-SW
               IF WS-OL-STATUS-OPEN
                   MOVE WS-OL-ITEM-NUMBER   TO WS-RR-SEARCH-ITEM
                   IF WS-LINE-BUCKET-USAGE
                       COMPUTE WS-LINE-QTY = WS-OL-QUANTITY
                                           - WS-OL-QTY-RETURNED
                       IF WS-SHIPMENT-FOUND
                           PERFORM 277-GET-SHIPPED-LINE-QTY
                       END-IF
                   ELSE
                       PERFORM 276-GET-OPEN-LINE-QTY
                   END-IF
                   PERFORM 280-ADD-LINE-QTY
               END-IF
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
           END-IF.
      *
      * BACKORDERED DEMAND IS WHAT IS STILL TO SHIP ON THE LINE.
      * LINES WRITTEN BEFORE SHIPPED QUANTITIES WERE KEPT HAVE NONE.
      *
       276-GET-OPEN-LINE-QTY.
      *
           IF WS-OL-QTY-SHIPPED IS NOT NUMERIC
               MOVE ZERO                    TO WS-OL-QTY-SHIPPED
           END-IF.
           MOVE ZERO                        TO WS-LINE-QTY.
           IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
               COMPUTE WS-LINE-QTY = WS-OL-QUANTITY
                                   - WS-OL-QTY-SHIPPED
           END-IF.
      *
      * AN INVOICE FOR ONE SHIPMENT COUNTS ONLY THE LINE QUANTITY
      * THAT WENT OUT ON THAT SHIPMENT.
      *
       277-GET-SHIPPED-LINE-QTY.
      *
           MOVE ZERO                        TO WS-LINE-QTY.
           IF WS-OL-LINE-NUMBER IS NUMERIC
               MOVE WS-OL-LINE-NUMBER       TO WS-SHIP-LINE-NO
               IF WS-SHIP-LINE-NO > ZERO AND WS-SHIP-LINE-NO < 6
                   MOVE WS-SM-LINE-QTY(WS-SHIP-LINE-NO)
                     TO WS-LINE-QTY
               END-IF
           END-IF.
      *
       280-ADD-LINE-QTY.
      *
           PERFORM 150-FIND-ITEM-ENTRY.
           IF WS-RR-FOUND
               IF WS-LINE-BUCKET-USAGE
                   ADD WS-LINE-QTY TO WS-RR-USAGE-QTY(WS-RR-HIT)
               ELSE
                   ADD WS-LINE-QTY TO WS-RR-BACKORDER-QTY(WS-RR-HIT)
               END-IF
           END-IF.
      *
      * ONLY INVOICES (NOT CREDIT MEMOS) DATED INSIDE THE USAGE WINDOW
      * COUNT. RETURNS ARE NETTED OFF AT THE LINE, SO A CREDIT MEMO
      * NEED NOT BE SUBTRACTED AGAIN. AN INVOICE FOR ONE SHIPMENT OF
      * THE ORDER COUNTS THAT SHIPMENT'S QUANTITIES.
      *
       300-ADD-ONE-INVOICE.
      *
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
      *
           IF       WS-IV-TYPE-INVOICE
                AND WS-IV-INVOICE-DATE(1:6) IS NUMERIC
               MOVE WS-IV-INVOICE-DATE(1:6) TO WS-UW-DATE-X
               PERFORM 050-DATE-TO-DAYS
               IF       WS-UW-DAY-NUMBER > WS-UW-FROM-DAYS
                    AND WS-UW-DAY-NUMBER NOT > WS-UW-RUN-DAYS
                   PERFORM 310-READ-INVOICED-ORDER
               END-IF
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       310-READ-INVOICED-ORDER.
      *
           MOVE WS-IV-ORDER-NUMBER          TO ORD-FILE-NUMBER.
           READ ORD-FILE
               INVALID KEY
                   DISPLAY "ITMRRF2A: ORDER " WS-IV-ORDER-NUMBER
                           " FOR INVOICE " WS-IV-INVOICE-NUMBER
                           " NOT ON FILE - USAGE SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICE-USED-COUNT
                   MOVE ORD-FILE-RECORD     TO WS-ORDER-RECORD
                   SET WS-LINE-BUCKET-USAGE TO TRUE
                   PERFORM 315-READ-INVOICED-SHIPMENT
                   PERFORM 270-ADD-ORDER-LINES
           END-READ.
      *
       315-READ-INVOICED-SHIPMENT.
      *
           MOVE 'N'                         TO WS-SHIPMENT-FOUND-SW.
           IF WS-IV-SHIPMENT-SEQ IS NUMERIC
               MOVE WS-IV-ORDER-NUMBER      TO SHM-FILE-ORDER-NUMBER
               MOVE WS-IV-SHIPMENT-SEQ      TO SHM-FILE-SEQ
               READ SHM-FILE
                   INVALID KEY
                       DISPLAY "ITMRRF2A: SHIPMENT "
                               WS-IV-SHIPMENT-NUMBER
                               " FOR INVOICE " WS-IV-INVOICE-NUMBER
                               " NOT ON FILE - FULL ORDER USED"
                   NOT INVALID KEY
                       MOVE 'Y'             TO WS-SHIPMENT-FOUND-SW
                       MOVE SHM-FILE-RECORD TO WS-SHIPMENT-RECORD
               END-READ
           END-IF.
      *
      * STOCK IN SIGHT IS AVAILABLE PLUS ON ORDER. THE ITEM IS LISTED
      * WHEN THAT IS AT OR BELOW ITS REORDER POINT PLUS BACKORDERED
      * DEMAND. THE SUGGESTION IS THE SHORTAGE ROUNDED UP TO WHOLE
      * REORDER QUANTITIES - AT LEAST ONE - OR THE SHORTAGE ITSELF
      * WHEN NO REORDER QUANTITY IS SET.
      *
       400-ASSESS-ONE-ITEM.
      *
           COMPUTE WS-AW-AVAILABLE = WS-RR-ON-HAND(WS-RR-SUB)
                                   - WS-RR-ALLOCATED(WS-RR-SUB).
           COMPUTE WS-AW-IN-SIGHT = WS-AW-AVAILABLE
                                  + WS-RR-ON-ORDER-QTY(WS-RR-SUB).
           COMPUTE WS-AW-NEEDED = WS-RR-REORDER-POINT(WS-RR-SUB)
                                + WS-RR-BACKORDER-QTY(WS-RR-SUB).
           COMPUTE WS-AW-SHORTAGE = WS-AW-NEEDED - WS-AW-IN-SIGHT.
      *
           IF       WS-AW-SHORTAGE > ZERO
                OR (WS-AW-SHORTAGE = ZERO
                    AND WS-RR-REORDER-POINT(WS-RR-SUB) > ZERO)
               IF WS-RR-REORDER-QTY(WS-RR-SUB) > ZERO
                   COMPUTE WS-AW-MULTIPLES =
                       (WS-AW-SHORTAGE
                        + WS-RR-REORDER-QTY(WS-RR-SUB) - 1)
                       / WS-RR-REORDER-QTY(WS-RR-SUB)
                   IF WS-AW-MULTIPLES = ZERO
                       MOVE 1               TO WS-AW-MULTIPLES
                   END-IF
                   COMPUTE WS-AW-SUGGESTED = WS-AW-MULTIPLES
                                   * WS-RR-REORDER-QTY(WS-RR-SUB)
               ELSE
                   MOVE WS-AW-SHORTAGE      TO WS-AW-SUGGESTED
               END-IF
               ADD 1 TO WS-SH-TABLE-COUNT
               MOVE WS-AW-SHORTAGE
                 TO WS-SH-SHORTAGE(WS-SH-TABLE-COUNT)
               MOVE WS-AW-SUGGESTED
                 TO WS-SH-SUGGESTED(WS-SH-TABLE-COUNT)
               MOVE WS-RR-SUB
                 TO WS-SH-ITEM-SUB(WS-SH-TABLE-COUNT)
           END-IF.
      *
       450-SORT-SHORTAGE-TABLE.
      *
           IF WS-SH-TABLE-COUNT > 1
               PERFORM 460-SORT-ONE-PASS
                   VARYING WS-SH-PASS FROM 1 BY 1
                       UNTIL WS-SH-PASS >= WS-SH-TABLE-COUNT
           END-IF.
      *
       460-SORT-ONE-PASS.
      *
           COMPUTE WS-SH-LIMIT = WS-SH-TABLE-COUNT - WS-SH-PASS.
           PERFORM 470-COMPARE-ADJACENT-PAIR
               VARYING WS-SH-SUB2 FROM 1 BY 1
                   UNTIL WS-SH-SUB2 > WS-SH-LIMIT.
      *
       470-COMPARE-ADJACENT-PAIR.
      *
           IF WS-SH-SHORTAGE(WS-SH-SUB2) <
              WS-SH-SHORTAGE(WS-SH-SUB2 + 1)
               MOVE WS-SH-ENTRY(WS-SH-SUB2) TO WS-SH-SWAP-ENTRY
               MOVE WS-SH-ENTRY(WS-SH-SUB2 + 1)
                 TO WS-SH-ENTRY(WS-SH-SUB2)
               MOVE WS-SH-SWAP-ENTRY
                 TO WS-SH-ENTRY(WS-SH-SUB2 + 1)
           END-IF.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           ADD 1 TO WS-SUGGESTED-COUNT.
           MOVE WS-SH-ITEM-SUB(WS-SH-SUB)   TO WS-RR-HIT.
      *
           COMPUTE WS-AW-AVAILABLE = WS-RR-ON-HAND(WS-RR-HIT)
                                   - WS-RR-ALLOCATED(WS-RR-HIT).
           COMPUTE WS-AW-MONTHLY-USAGE ROUNDED =
                   WS-RR-USAGE-QTY(WS-RR-HIT) / WS-UW-USAGE-MONTHS.
      *
           MOVE WS-RR-ITEM-NUMBER(WS-RR-HIT)
             TO WS-DL-ITEM-NUMBER.
           MOVE WS-RR-ITEM-DESC(WS-RR-HIT)  TO WS-DL-ITEM-DESC.
           MOVE WS-RR-ON-HAND(WS-RR-HIT)    TO WS-DL-ON-HAND.
           MOVE WS-RR-ALLOCATED(WS-RR-HIT)  TO WS-DL-ALLOCATED.
           MOVE WS-AW-AVAILABLE             TO WS-DL-AVAILABLE.
           MOVE WS-RR-ON-ORDER-QTY(WS-RR-HIT)
             TO WS-DL-ON-ORDER.
           MOVE WS-RR-BACKORDER-QTY(WS-RR-HIT)
             TO WS-DL-BACKORDER.
           MOVE WS-RR-REORDER-POINT(WS-RR-HIT)
             TO WS-DL-REORDER-POINT.
           MOVE WS-SH-SHORTAGE(WS-SH-SUB)   TO WS-DL-SHORTAGE.
           MOVE WS-SH-SUGGESTED(WS-SH-SUB)  TO WS-DL-SUGGESTED.
           MOVE WS-AW-MONTHLY-USAGE         TO WS-DL-MONTHLY-USAGE.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-DATE.
           MOVE WS-REPORT-MM                TO WS-HL2-MM.
           MOVE WS-REPORT-DD                TO WS-HL2-DD.
           MOVE WS-REPORT-YY                TO WS-HL2-YY.
      *
           IF WS-PAGE-NBR > 1
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-ITEM-READ-COUNT          TO WS-TL1-ITEM-COUNT.
           MOVE WS-PO-LINE-READ-COUNT       TO WS-TL2-PO-LINE-COUNT.
           MOVE WS-BACKORDER-COUNT          TO WS-TL3-BACKORDER-COUNT.
           MOVE WS-INVOICE-USED-COUNT       TO WS-TL4-INVOICE-COUNT.
           MOVE WS-SUGGESTED-COUNT          TO WS-TL5-SUGGESTED-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           IF WS-RR-OVERFLOW-COUNT > ZERO
               MOVE WS-RR-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
               WRITE PRINT-RECORD FROM SPACES
           END-IF.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
      *
       COPY RUNCTLPD.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "ACTIVE ITEMS        =" WS-ITEM-READ-COUNT.
           DISPLAY "OPEN PO LINES       =" WS-PO-LINE-READ-COUNT.
           DISPLAY "BACKORDERED ORDERS  =" WS-BACKORDER-COUNT.
           DISPLAY "INVOICES USED       =" WS-INVOICE-USED-COUNT.
           DISPLAY "ITEMS TO REPLENISH  =" WS-SUGGESTED-COUNT.
           IF WS-RR-OVERFLOW-COUNT > ZERO
               DISPLAY "ITMRRF2A: ITEM TABLE FULL - "
                       WS-RR-OVERFLOW-COUNT " ITEMS NOT ASSESSED"
           END-IF.
      *
