       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly cross-file integrity audit. Matches
      *                     ORDRF2A against ORDLF2A and reports lines
      *                     whose order is missing, headers (other than
      *                     cancelled) whose WS-OR-TOTAL-AMOUNT is not
      *                     the sum of their open lines, and orders
      *                     whose customer is not on CMFF2A or whose
      *                     ship-to code is not on SHPF2A. The quantity
      *                     still to ship on the open lines of OPEN
      *                     orders (the header item on an older order
      *                     with no lines) is totalled by item and
      *                     compared with each ITEMF2A allocated
      *                     quantity. INVF2A invoices and credit memos
      *                     are matched to ARF2A both ways, and the
      *                     order, invoice and credit memo numbers on
      *                     file are checked for gaps and for numbers
      *                     past the CTLF2A last number. Gaps below the
      *                     lowest number on file are taken as purged
      *                     and not reported. A SYSIN card reading FIX
      *                     (after the RUNCTL business date card) resets
      *                     every drifted allocation to the open orders
      *                     and logs the change to the ITMLDGR ledger;
      *                     the fix is skipped if the item table
      *                     overflows.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO ORDFILE
               RECORD KEY IS ORD-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDFILE-SW.

           SELECT ODL-FILE ASSIGN TO ORDLINES
               RECORD KEY IS ODL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ODLFILE-SW.

           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SHP-FILE ASSIGN TO SHPFILE
               RECORD KEY IS SHP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHPFILE-SW.

           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-INVFILE-SW.

           SELECT AR-FILE ASSIGN TO ARFILE
               RECORD KEY IS AR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT ILG-FILE ASSIGN TO ILGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ILGFILE-SW.

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

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD SHP-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SHP-FILE-RECORD.
       01 SHP-FILE-RECORD.
           05 SHP-FILE-KEY.
               10 SHP-FILE-CUSTOMER         PIC X(6).
               10 SHP-FILE-CODE             PIC X(2).
           05 FILLER                        PIC X(102).

       FD INV-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS INV-FILE-RECORD.
       01 INV-FILE-RECORD.
           05 INV-FILE-KEY.
               10 INV-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(71).

       FD AR-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AR-FILE-RECORD.
       01 AR-FILE-RECORD.
           05 AR-FILE-KEY.
               10 AR-FILE-CUSTOMER          PIC X(6).
               10 AR-FILE-INVOICE           PIC X(6).
           05 FILLER                        PIC X(46).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD ILG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ILG-FILE-RECORD.
       01 ILG-FILE-RECORD                   PIC X(100).

       FD PRINT-FILE
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
       COPY ITMWSREC.
       COPY INVWSREC.
       COPY ARWSREC.
       COPY CTLWSREC.
       COPY ITMLDGWS.
      *
       01 WS-ORDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ORDFILE-SUCCESS               VALUE '00'.
       01 WS-ODLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ODLFILE-SUCCESS               VALUE '00'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
           88  WS-INVFILE-NOTFND                VALUE '23'.
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
           88  WS-ARFILE-NOTFND                 VALUE '23'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
      * THE RUN ONLY REPORTS UNLESS THE SYSIN CARD ASKS FOR THE FIX.
      *
       01 WS-RUN-MODE-X                     PIC X(08)  VALUE SPACES.
       01 WS-FIX-SW                         PIC X(01)  VALUE 'N'.
           88  WS-FIX-MODE                      VALUE 'Y'.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ITMLDGR KEY, AS IN
      * THE ORDBRF2A RELEASE RUN.
      *
       01 WS-LEDGER-SEQ-NBR                 PIC S9(08) COMP VALUE 0.
      *
      * THE ORDRF2A AND ORDLF2A KEYS BEING MATCHED. EACH GOES TO
      * HIGH-VALUES AT END OF FILE SO THE OTHER FILE RUNS OUT.
      *
       01 WS-MATCH-KEYS.
           05 WS-MK-ORDER-KEY               PIC X(06)  VALUE SPACES.
           05 WS-MK-LINE-ORDER-KEY          PIC X(06)  VALUE SPACES.
      *
      * WHAT THE LINES OF THE CURRENT ORDER ADD UP TO.
      *
       01 WS-ORDER-ACCUM.
           05 WS-OA-LINE-COUNT              PIC 9(03) COMP VALUE 0.
           05 WS-OA-OPEN-TOTAL              PIC S9(09)V99 VALUE 0.
           05 WS-OA-OPEN-QTY                PIC S9(07) VALUE 0.
           05 WS-OA-ITEM-NUMBER             PIC X(06)  VALUE SPACES.
      *
      * EXPECTED ALLOCATION BY ITEM - THE QUANTITY STILL TO SHIP ON
      * OPEN ORDERS - KEPT IN ITEM NUMBER SEQUENCE SO IT CAN BE
      * MATCHED AGAINST ITEMF2A READ IN KEY ORDER. A FULL TABLE LEAVES
      * THE HIT AT ZERO AND THE OVERFLOW IS COUNTED.
      *
       01 WS-AL-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-AL-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-AL-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-AL-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-AL-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-AL-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-AL-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-AL-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-AL-FOUND                      VALUE 'Y'.
       01 WS-AL-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-AL-STOP                       VALUE 'Y'.
       01 WS-AL-SEARCH-ITEM                 PIC X(06)  VALUE SPACES.
       01 WS-AL-ITEM-TABLE.
           05 WS-AL-ENTRY                   OCCURS 2000 TIMES.
               10 WS-AL-ITEM-NUMBER         PIC X(06).
               10 WS-AL-EXPECTED-QTY        PIC S9(09) COMP-3.
      *
       01 WS-ALLOC-WORK.
           05 WS-AW-EXPECTED-QTY            PIC S9(09) VALUE 0.
           05 WS-AW-DIFFERENCE              PIC S9(09) VALUE 0.
      *
      * ONE ENTRY PER CTLF2A NUMBER SERIES CHECKED - THE LAST NUMBER
      * HANDED OUT AND THE LAST NUMBER SEEN ON FILE SO FAR.
      *
       01 WS-NS-SUB                         PIC 9(02) COMP VALUE 0.
       01 WS-NS-SERIES-TABLE.
           05 WS-NS-ENTRY                   OCCURS 3 TIMES.
               10 WS-NS-CONTROL-ID          PIC X(08).
               10 WS-NS-FILE-NAME           PIC X(07).
               10 WS-NS-LAST-NUMBER         PIC 9(06).
               10 WS-NS-PREV-NUMBER         PIC 9(06).
               10 WS-NS-SEEN-SW             PIC X(01).
                   88  WS-NS-SEEN               VALUE 'Y'.
       01 WS-NS-NUMBER-X                    PIC X(06)  VALUE SPACES.
       01 WS-NS-NUMBER-9 REDEFINES WS-NS-NUMBER-X
                                            PIC 9(06).
       01 WS-NS-GAP-FROM                    PIC 9(06)  VALUE 0.
       01 WS-NS-GAP-TO                      PIC 9(06)  VALUE 0.
      *
       01 WS-EDIT-FIELDS.
           05 WS-ED-AMOUNT                  PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-ED-QTY                     PIC -ZZZ,ZZZ,ZZ9.
           05 WS-ED-NUMBER                  PIC 9(06).
      *
       01 WS-COUNTERS.
           05 WS-ORDERS-READ                PIC 9(07)  VALUE 0.
           05 WS-LINES-READ                 PIC 9(07)  VALUE 0.
           05 WS-ITEMS-READ                 PIC 9(07)  VALUE 0.
           05 WS-INVOICES-READ              PIC 9(07)  VALUE 0.
           05 WS-AR-ITEMS-READ              PIC 9(07)  VALUE 0.
           05 WS-EXCEPTION-COUNT            PIC 9(07)  VALUE 0.
           05 WS-ORPHAN-LINE-COUNT          PIC 9(07)  VALUE 0.
           05 WS-ORDER-TOTAL-COUNT          PIC 9(07)  VALUE 0.
           05 WS-NO-CUSTOMER-COUNT          PIC 9(07)  VALUE 0.
           05 WS-NO-SHIP-TO-COUNT           PIC 9(07)  VALUE 0.
           05 WS-ALLOCATION-COUNT           PIC 9(07)  VALUE 0.
           05 WS-ALLOCATION-FIXED-COUNT     PIC 9(07)  VALUE 0.
           05 WS-INV-NO-AR-COUNT            PIC 9(07)  VALUE 0.
           05 WS-AR-NO-INV-COUNT            PIC 9(07)  VALUE 0.
           05 WS-NUMBER-COUNT               PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "CROSS-FILE INTEGRITY AUDIT".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "DATE ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "MODE ".
           05 WS-HL2-MODE                   PIC X(20).
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(16) VALUE "CHECK".
           05 FILLER                   PIC X(18) VALUE "KEY".
           05 FILLER                   PIC X(52) VALUE "DETAIL".
           05 FILLER                   PIC X(15)
               VALUE "        ON FILE".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(15)
               VALUE "      SHOULD BE".
      *
       01 WS-EXCEPTION-LINE.
           05 WS-XL-CHECK                   PIC X(14).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-XL-KEY                     PIC X(16).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-XL-DETAIL                  PIC X(50).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-XL-ON-FILE                 PIC X(15).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-XL-SHOULD-BE               PIC X(15).
      *
       01 WS-NONE-LINE.
           05 FILLER                        PIC X(40)
               VALUE "NO MISMATCHES FOUND".
      *
       01 WS-OVERFLOW-LINE.
           05 FILLER                        PIC X(13)
               VALUE "** TABLE FULL".
           05 FILLER                        PIC X(03)  VALUE " - ".
           05 WS-OFL-TABLE-NAME             PIC X(10).
           05 WS-OFL-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(44)
               VALUE " NOT CHECKED - ALLOCATIONS NOT FIXED - RAISE".
           05 FILLER                        PIC X(09)
               VALUE " LIMIT **".
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "ORDERS READ                 = ".
           05 WS-TL1-ORDERS-READ            PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ORDER LINES READ            = ".
           05 WS-TL2-LINES-READ             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS READ                  = ".
           05 WS-TL3-ITEMS-READ             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "INVF2A DOCUMENTS READ       = ".
           05 WS-TL4-INVOICES-READ          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "ARF2A ITEMS READ            = ".
           05 WS-TL5-AR-ITEMS-READ          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "LINES WITH NO ORDER         = ".
           05 WS-TL6-ORPHAN-LINE-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "ORDER TOTALS OUT            = ".
           05 WS-TL7-ORDER-TOTAL-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(30)
               VALUE "ORDERS WITH NO CUSTOMER     = ".
           05 WS-TL8-NO-CUSTOMER-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-9.
           05 FILLER                        PIC X(30)
               VALUE "ORDERS WITH NO SHIP-TO      = ".
           05 WS-TL9-NO-SHIP-TO-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-10.
           05 FILLER                        PIC X(30)
               VALUE "ALLOCATIONS OUT             = ".
           05 WS-TL10-ALLOCATION-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-11.
           05 FILLER                        PIC X(30)
               VALUE "ALLOCATIONS FIXED           = ".
           05 WS-TL11-ALLOCATION-FIXED      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-12.
           05 FILLER                        PIC X(30)
               VALUE "INVF2A WITH NO ARF2A ITEM   = ".
           05 WS-TL12-INV-NO-AR-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-13.
           05 FILLER                        PIC X(30)
               VALUE "ARF2A WITH NO INVF2A        = ".
           05 WS-TL13-AR-NO-INV-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-14.
           05 FILLER                        PIC X(30)
               VALUE "NUMBER GAPS AND OVERRUNS    = ".
           05 WS-TL14-NUMBER-COUNT          PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'INTAUF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-ITMFILE-SW
                         WS-CMFFILE-SW
                         WS-SHPFILE-SW
                         WS-INVFILE-SW
                         WS-ARFILE-SW
                         WS-CTLFILE-SW
                         WS-ILGFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-RUN-MODE-X.
           IF WS-RUN-MODE-X = 'FIX'
               MOVE 'Y'                     TO WS-FIX-SW
               MOVE 'FIX ALLOCATIONS'       TO WS-HL2-MODE
           ELSE
               MOVE 'N'                     TO WS-FIX-SW
               MOVE 'REPORT ONLY'           TO WS-HL2-MODE
           END-IF.
           DISPLAY "RUN MODE=" WS-HL2-MODE.
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
           IF WS-FIX-MODE
               OPEN I-O ITM-FILE
           ELSE
               OPEN INPUT ITM-FILE
           END-IF.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CMF-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SHP-FILE.
           IF WS-SHPFILE-SUCCESS
               DISPLAY "SHP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SHPFILE-SW=" WS-SHPFILE-SW
               DISPLAY "SHP-FILE OPEN ERROR"
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
           OPEN INPUT AR-FILE.
           IF WS-ARFILE-SUCCESS
               DISPLAY "AR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
               DISPLAY "AR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CTL-FILE.
           IF WS-CTLFILE-SUCCESS
               DISPLAY "CTL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-FIX-MODE
               OPEN EXTEND ILG-FILE
               IF WS-ILGFILE-SUCCESS
                   DISPLAY "ILG-FILE OPEN SUCCESSFUL"
               ELSE
                   DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
                   DISPLAY "ILG-FILE OPENING ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
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
           MOVE 'ORDERNO '                  TO WS-NS-CONTROL-ID(1).
           MOVE 'ORDRF2A'                   TO WS-NS-FILE-NAME(1).
           MOVE 'INVOICE '                  TO WS-NS-CONTROL-ID(2).
           MOVE 'INVF2A'                    TO WS-NS-FILE-NAME(2).
           MOVE 'CREDMEMO'                  TO WS-NS-CONTROL-ID(3).
           MOVE 'INVF2A'                    TO WS-NS-FILE-NAME(3).
           PERFORM 100-LOAD-CONTROL-NUMBER
               VARYING WS-NS-SUB FROM 1 BY 1
                   UNTIL WS-NS-SUB > 3.
      *
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
      *
           PERFORM 250-READ-ORDER.
           PERFORM 255-READ-ORDER-LINE.
           PERFORM 200-MATCH-ORDERS-AND-LINES
               UNTIL WS-MK-ORDER-KEY      = HIGH-VALUES
                 AND WS-MK-LINE-ORDER-KEY = HIGH-VALUES.
      *
           IF WS-AL-OVERFLOW-COUNT > ZERO
              AND WS-FIX-MODE
               DISPLAY "ITEM TABLE FULL - ALLOCATIONS NOT FIXED"
               MOVE 'N'                     TO WS-FIX-SW
           END-IF.
      *
           MOVE 1                           TO WS-AL-SUB.
           MOVE 'N'                         TO WS-EOF-SW-IN.
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 300-CHECK-ONE-ITEM
               UNTIL WS-EOF-IN-YES.
           MOVE HIGH-VALUES                 TO WS-IT-ITEM-NUMBER.
           MOVE 'N'                         TO WS-AL-STOP-SW.
           PERFORM 310-SKIP-ITEM-NOT-ON-FILE
               UNTIL WS-AL-STOP.
      *
           MOVE 'N'                         TO WS-EOF-SW-IN.
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 400-CHECK-ONE-DOCUMENT
               UNTIL WS-EOF-IN-YES.
      *
      *    THE INVOICE PASS READ ARF2A AT RANDOM, SO THE FILE IS
      *    REPOSITIONED TO ITS START FOR THE REVERSE PASS.
      *
           MOVE 'N'                         TO WS-EOF-SW-IN.
           MOVE LOW-VALUES                  TO AR-FILE-KEY.
           START AR-FILE KEY >= AR-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-IN
           END-START.
           IF WS-EOF-IN-NO
               READ AR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-IN
               END-READ
           END-IF.
           PERFORM 450-CHECK-ONE-AR-ITEM
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 470-CHECK-END-OF-SERIES
               VARYING WS-NS-SUB FROM 1 BY 1
                   UNTIL WS-NS-SUB > 3.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ORD-FILE
                 ODL-FILE
                 ITM-FILE
                 CMF-FILE
                 SHP-FILE
                 INV-FILE
                 AR-FILE
                 CTL-FILE
                 PRINT-FILE.
           IF WS-RUN-MODE-X = 'FIX'
               CLOSE ILG-FILE
           END-IF.
      *
           PERFORM 900-COMPLETED-OK.
      *
           COMPUTE WS-RC-IN-COUNT = WS-ORDERS-READ
                                  + WS-LINES-READ
                                  + WS-ITEMS-READ
                                  + WS-INVOICES-READ
                                  + WS-AR-ITEMS-READ.
           MOVE WS-EXCEPTION-COUNT          TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * A SERIES WITH NO CONTROL RECORD HAS HANDED OUT NOTHING, SO ANY
      * NUMBER OF THAT SERIES ON FILE IS PAST ITS LAST NUMBER.
      *
       100-LOAD-CONTROL-NUMBER.
      *
           MOVE ZERO              TO WS-NS-LAST-NUMBER(WS-NS-SUB)
                                     WS-NS-PREV-NUMBER(WS-NS-SUB).
           MOVE 'N'                    TO WS-NS-SEEN-SW(WS-NS-SUB).
           MOVE WS-NS-CONTROL-ID(WS-NS-SUB) TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   DISPLAY "NO CTLF2A RECORD FOR "
                           WS-NS-CONTROL-ID(WS-NS-SUB)
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-CONTROL-RECORD
                   IF WS-CT-LAST-NUMBER IS NUMERIC
                       MOVE WS-CT-LAST-NUMBER
                         TO WS-NS-LAST-NUMBER(WS-NS-SUB)
                   END-IF
           END-READ.
      *
      * ORDRF2A AND ORDLF2A ARE BOTH IN ORDER NUMBER SEQUENCE. A LINE
      * LOWER THAN THE CURRENT HEADER HAS NO HEADER; A LINE EQUAL TO
      * IT IS ADDED IN; OTHERWISE THE HEADER HAS HAD ALL ITS LINES
      * AND IS CHECKED.
      *
       200-MATCH-ORDERS-AND-LINES.
      *
           IF WS-MK-LINE-ORDER-KEY < WS-MK-ORDER-KEY
               PERFORM 210-REPORT-ORPHAN-LINE
               PERFORM 255-READ-ORDER-LINE
           ELSE
               IF WS-MK-LINE-ORDER-KEY = WS-MK-ORDER-KEY
                   PERFORM 220-ACCUMULATE-ORDER-LINE
                   PERFORM 255-READ-ORDER-LINE
               ELSE
                   PERFORM 230-CHECK-ORDER-HEADER
                   PERFORM 250-READ-ORDER
               END-IF
           END-IF.
      *
       210-REPORT-ORPHAN-LINE.
      *
           ADD 1 TO WS-ORPHAN-LINE-COUNT.
           MOVE 'ORPHAN LINE'               TO WS-XL-CHECK.
           MOVE SPACES                      TO WS-XL-KEY.
           STRING WS-OL-ORDER-NUMBER '-' WS-OL-LINE-NUMBER
                  DELIMITED BY SIZE
             INTO WS-XL-KEY.
           MOVE 'ORDLF2A LINE - ORDER NOT ON ORDRF2A'
             TO WS-XL-DETAIL.
           MOVE SPACES                      TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE.
           PERFORM 500-PRINT-EXCEPTION-LINE.
      *
      * ONLY OPEN LINES COUNT TOWARDS THE HEADER TOTAL. THE QUANTITY
      * STILL TO SHIP ON AN OPEN LINE OF AN OPEN ORDER IS WHAT THE
      * ORDER HOLDS ALLOCATED.
      *
       220-ACCUMULATE-ORDER-LINE.
      *
           ADD 1 TO WS-OA-LINE-COUNT.
           IF WS-OL-STATUS-OPEN
               ADD WS-OL-LINE-AMOUNT        TO WS-OA-OPEN-TOTAL
               IF WS-OR-STATUS-OPEN
                   IF WS-OL-QTY-SHIPPED IS NOT NUMERIC
                       MOVE ZERO            TO WS-OL-QTY-SHIPPED
                   END-IF
                   IF WS-OL-QTY-SHIPPED < WS-OL-QUANTITY
                       COMPUTE WS-OA-OPEN-QTY =
                           WS-OL-QUANTITY - WS-OL-QTY-SHIPPED
                       MOVE WS-OL-ITEM-NUMBER
                         TO WS-OA-ITEM-NUMBER
                       PERFORM 240-ADD-EXPECTED-ALLOCATION
                   END-IF
               END-IF
           END-IF.
      *
      * AN OLDER SINGLE-LINE ORDER HAS NO ORDLF2A RECORDS - ITS HEADER
      * ITEM STANDS AS THE ONLY LINE FOR ALLOCATION, THE SAME WAY THE
      * ORDBRF2A RELEASE RUN TREATS IT, AND THERE ARE NO LINES TO FOOT
      * THE TOTAL AGAINST.
      *
       230-CHECK-ORDER-HEADER.
      *
           MOVE 1                           TO WS-NS-SUB.
           MOVE WS-OR-ORDER-NUMBER          TO WS-NS-NUMBER-X.
           PERFORM 480-CHECK-SERIES-NUMBER.
      *
           IF WS-OA-LINE-COUNT > ZERO
              AND NOT WS-OR-STATUS-CANCELLED
              AND WS-OA-OPEN-TOTAL NOT = WS-OR-TOTAL-AMOUNT
               ADD 1 TO WS-ORDER-TOTAL-COUNT
               MOVE 'ORDER TOTAL'           TO WS-XL-CHECK
               MOVE WS-OR-ORDER-NUMBER      TO WS-XL-KEY
               MOVE 'HEADER TOTAL IS NOT THE SUM OF THE OPEN LINES'
                 TO WS-XL-DETAIL
               MOVE WS-OR-TOTAL-AMOUNT      TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT            TO WS-XL-ON-FILE
               MOVE WS-OA-OPEN-TOTAL        TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT            TO WS-XL-SHOULD-BE
               PERFORM 500-PRINT-EXCEPTION-LINE
           END-IF.
      *
           PERFORM 235-CHECK-ORDER-CUSTOMER.
           IF       WS-OR-SHIP-TO-CODE NOT = SPACES
                AND WS-OR-SHIP-TO-CODE NOT = LOW-VALUES
               PERFORM 237-CHECK-ORDER-SHIP-TO
           END-IF.
      *
           IF WS-OA-LINE-COUNT = ZERO
              AND WS-OR-STATUS-OPEN
              AND WS-OR-QTY-SHIPPED < WS-OR-QUANTITY
               COMPUTE WS-OA-OPEN-QTY =
                   WS-OR-QUANTITY - WS-OR-QTY-SHIPPED
               MOVE WS-OR-ITEM-NUMBER       TO WS-OA-ITEM-NUMBER
               PERFORM 240-ADD-EXPECTED-ALLOCATION
           END-IF.
      *
       235-CHECK-ORDER-CUSTOMER.
      *
           MOVE WS-OR-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
                   MOVE 'NO CUSTOMER'       TO WS-XL-CHECK
                   MOVE WS-OR-ORDER-NUMBER  TO WS-XL-KEY
                   MOVE SPACES              TO WS-XL-DETAIL
                   STRING 'CUSTOMER ' WS-OR-CUSTOMER-NUMBER
                          ' NOT ON CMFF2A'
                          DELIMITED BY SIZE
                     INTO WS-XL-DETAIL
                   MOVE SPACES              TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE
                   PERFORM 500-PRINT-EXCEPTION-LINE
           END-READ.
      *
       237-CHECK-ORDER-SHIP-TO.
      *
           MOVE WS-OR-CUSTOMER-NUMBER       TO SHP-FILE-CUSTOMER.
           MOVE WS-OR-SHIP-TO-CODE          TO SHP-FILE-CODE.
           READ SHP-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-SHIP-TO-COUNT
                   MOVE 'NO SHIP-TO'        TO WS-XL-CHECK
                   MOVE WS-OR-ORDER-NUMBER  TO WS-XL-KEY
                   MOVE SPACES              TO WS-XL-DETAIL
                   STRING 'SHIP-TO ' WS-OR-CUSTOMER-NUMBER '-'
                          WS-OR-SHIP-TO-CODE ' NOT ON SHPF2A'
                          DELIMITED BY SIZE
                     INTO WS-XL-DETAIL
                   MOVE SPACES              TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE
                   PERFORM 500-PRINT-EXCEPTION-LINE
           END-READ.
      *
      * THE TABLE IS KEPT IN ITEM NUMBER SEQUENCE - THE SEARCH STOPS
      * AT THE FIRST ITEM NOT LOWER THAN THE ONE WANTED AND A NEW
      * ENTRY IS INSERTED THERE.
      *
       240-ADD-EXPECTED-ALLOCATION.
      *
           MOVE WS-OA-ITEM-NUMBER           TO WS-AL-SEARCH-ITEM.
           MOVE 'N' TO WS-AL-FOUND-SW
                       WS-AL-STOP-SW.
           MOVE ZERO TO WS-AL-HIT.
           COMPUTE WS-AL-POS = WS-AL-TABLE-COUNT + 1.
           PERFORM 242-CHECK-ITEM-ENTRY
               VARYING WS-AL-SUB FROM 1 BY 1
                   UNTIL WS-AL-SUB > WS-AL-TABLE-COUNT
                      OR WS-AL-STOP.
      *
           IF NOT WS-AL-FOUND
               IF WS-AL-TABLE-COUNT < WS-AL-MAX-TABLE
                   PERFORM 245-INSERT-ITEM-ENTRY
               ELSE
                   ADD 1 TO WS-AL-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           IF WS-AL-HIT > ZERO
               ADD WS-OA-OPEN-QTY     TO WS-AL-EXPECTED-QTY(WS-AL-HIT)
           END-IF.
      *
       242-CHECK-ITEM-ENTRY.
      *
           IF WS-AL-ITEM-NUMBER(WS-AL-SUB) NOT < WS-AL-SEARCH-ITEM
               MOVE 'Y' TO WS-AL-STOP-SW
               MOVE WS-AL-SUB TO WS-AL-POS
               IF WS-AL-ITEM-NUMBER(WS-AL-SUB) = WS-AL-SEARCH-ITEM
                   MOVE 'Y' TO WS-AL-FOUND-SW
                   MOVE WS-AL-SUB TO WS-AL-HIT
               END-IF
           END-IF.
      *
       245-INSERT-ITEM-ENTRY.
      *
           PERFORM 247-SHIFT-ITEM-ENTRY
               VARYING WS-AL-SUB2 FROM WS-AL-TABLE-COUNT BY -1
                   UNTIL WS-AL-SUB2 < WS-AL-POS.
           ADD 1 TO WS-AL-TABLE-COUNT.
           MOVE WS-AL-POS                   TO WS-AL-HIT.
           MOVE WS-AL-SEARCH-ITEM     TO WS-AL-ITEM-NUMBER(WS-AL-HIT).
           MOVE ZERO                  TO WS-AL-EXPECTED-QTY(WS-AL-HIT).
      *
       247-SHIFT-ITEM-ENTRY.
      *
           MOVE WS-AL-ENTRY(WS-AL-SUB2)
             TO WS-AL-ENTRY(WS-AL-SUB2 + 1).
      *
       250-READ-ORDER.
      *
           READ ORD-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES         TO WS-MK-ORDER-KEY
               NOT AT END
                   ADD 1 TO WS-ORDERS-READ
                   MOVE ORD-FILE-RECORD     TO WS-ORDER-RECORD
                   MOVE WS-OR-ORDER-NUMBER  TO WS-MK-ORDER-KEY
           END-READ.
           MOVE ZERO                        TO WS-OA-LINE-COUNT
                                               WS-OA-OPEN-TOTAL.
      *
       255-READ-ORDER-LINE.
      *
           READ ODL-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES         TO WS-MK-LINE-ORDER-KEY
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE ODL-FILE-RECORD     TO WS-ORDER-LINE-RECORD
                   MOVE WS-OL-ORDER-NUMBER  TO WS-MK-LINE-ORDER-KEY
           END-READ.
      *
      * ITEMF2A AND THE EXPECTED ALLOCATION TABLE ARE BOTH IN ITEM
      * NUMBER SEQUENCE. TABLE ENTRIES LOWER THAN THE ITEM JUST READ
      * ARE FOR ITEMS NOT ON FILE; AN ITEM WITH NO ENTRY SHOULD HAVE
      * NOTHING ALLOCATED.
      *
       300-CHECK-ONE-ITEM.
      *
           ADD 1 TO WS-ITEMS-READ.
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
      *
           MOVE 'N'                         TO WS-AL-STOP-SW.
           PERFORM 310-SKIP-ITEM-NOT-ON-FILE
               UNTIL WS-AL-STOP.
      *
           MOVE ZERO                        TO WS-AW-EXPECTED-QTY.
           IF WS-AL-SUB NOT > WS-AL-TABLE-COUNT
               IF WS-AL-ITEM-NUMBER(WS-AL-SUB) = WS-IT-ITEM-NUMBER
                   MOVE WS-AL-EXPECTED-QTY(WS-AL-SUB)
                     TO WS-AW-EXPECTED-QTY
                   ADD 1 TO WS-AL-SUB
               END-IF
           END-IF.
      *
           IF WS-IT-QTY-ALLOCATED IS NOT NUMERIC
               MOVE ZERO                    TO WS-IT-QTY-ALLOCATED
           END-IF.
           IF WS-IT-QTY-ALLOCATED NOT = WS-AW-EXPECTED-QTY
               PERFORM 320-REPORT-ALLOCATION
           END-IF.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       310-SKIP-ITEM-NOT-ON-FILE.
      *
           IF WS-AL-SUB > WS-AL-TABLE-COUNT
               MOVE 'Y'                     TO WS-AL-STOP-SW
           ELSE
               IF WS-AL-ITEM-NUMBER(WS-AL-SUB) < WS-IT-ITEM-NUMBER
                   ADD 1 TO WS-ALLOCATION-COUNT
                   MOVE 'ALLOCATION'        TO WS-XL-CHECK
                   MOVE WS-AL-ITEM-NUMBER(WS-AL-SUB)
                     TO WS-XL-KEY
                   MOVE 'ITEM ON OPEN ORDERS IS NOT ON ITEMF2A'
                     TO WS-XL-DETAIL
                   MOVE SPACES              TO WS-XL-ON-FILE
                   MOVE WS-AL-EXPECTED-QTY(WS-AL-SUB) TO WS-ED-QTY
                   MOVE WS-ED-QTY           TO WS-XL-SHOULD-BE
                   PERFORM 500-PRINT-EXCEPTION-LINE
                   ADD 1 TO WS-AL-SUB
               ELSE
                   MOVE 'Y'                 TO WS-AL-STOP-SW
               END-IF
           END-IF.
      *
       320-REPORT-ALLOCATION.
      *
           ADD 1 TO WS-ALLOCATION-COUNT.
           MOVE 'ALLOCATION'                TO WS-XL-CHECK.
           MOVE WS-IT-ITEM-NUMBER           TO WS-XL-KEY.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-ED-QTY.
           MOVE WS-ED-QTY                   TO WS-XL-ON-FILE.
           MOVE WS-AW-EXPECTED-QTY          TO WS-ED-QTY.
           MOVE WS-ED-QTY                   TO WS-XL-SHOULD-BE.
           IF WS-FIX-MODE
               PERFORM 330-FIX-ALLOCATION
               MOVE 'ALLOCATED QTY RESET TO THE OPEN ORDER LINES'
                 TO WS-XL-DETAIL
           ELSE
               MOVE 'ALLOCATED QTY IS NOT THE OPEN ORDER LINES'
                 TO WS-XL-DETAIL
           END-IF.
           PERFORM 500-PRINT-EXCEPTION-LINE.
      *
      * THE CHANGE IS LOGGED AS AN ALLOCATION OR DEALLOCATION OF THE
      * DIFFERENCE SO THE ITMMVF2A MOVEMENT REPORT STILL FOOTS.
      *
       330-FIX-ALLOCATION.
      *
           IF WS-AW-EXPECTED-QTY > WS-IT-QTY-ALLOCATED
               COMPUTE WS-AW-DIFFERENCE =
                   WS-AW-EXPECTED-QTY - WS-IT-QTY-ALLOCATED
               SET WS-IL-MOVE-ALLOCATE      TO TRUE
           ELSE
               COMPUTE WS-AW-DIFFERENCE =
                   WS-IT-QTY-ALLOCATED - WS-AW-EXPECTED-QTY
               SET WS-IL-MOVE-DEALLOCATE    TO TRUE
           END-IF.
           MOVE WS-AW-EXPECTED-QTY          TO WS-IT-QTY-ALLOCATED.
      *
           REWRITE ITM-FILE-RECORD FROM WS-ITEM-RECORD.
           IF NOT WS-ITMFILE-SUCCESS
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE REWRITE ERROR FOR "
                       WS-IT-ITEM-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1 TO WS-ALLOCATION-FIXED-COUNT.
      *
           MOVE WS-AW-DIFFERENCE            TO WS-IL-QUANTITY.
           PERFORM 335-WRITE-STOCK-MOVEMENT.
      *
       335-WRITE-STOCK-MOVEMENT.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           SET WS-IL-REF-AUDIT              TO TRUE.
           MOVE 'INTAUF2A'                  TO WS-IL-REFERENCE.
           MOVE 'BAT'                       TO WS-IL-OPERATOR-ID.
           MOVE 'INTAUF2A'                  TO WS-IL-RUN-ID.
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
      * EVERY INVOICE AND CREDIT MEMO ON THE REGISTER RAISES AN ARF2A
      * ITEM UNDER THE SAME CUSTOMER AND NUMBER.
      *
       400-CHECK-ONE-DOCUMENT.
      *
           ADD 1 TO WS-INVOICES-READ.
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
      *
           IF WS-IV-TYPE-INVOICE OR WS-IV-TYPE-CREDIT
               IF WS-IV-TYPE-INVOICE
                   MOVE 2                   TO WS-NS-SUB
               ELSE
                   MOVE 3                   TO WS-NS-SUB
               END-IF
               MOVE WS-IV-INVOICE-NUMBER    TO WS-NS-NUMBER-X
               PERFORM 480-CHECK-SERIES-NUMBER
      *
               MOVE WS-IV-CUSTOMER-NUMBER   TO AR-FILE-CUSTOMER
               MOVE WS-IV-INVOICE-NUMBER    TO AR-FILE-INVOICE
               READ AR-FILE
                   INVALID KEY
                       PERFORM 410-REPORT-INV-NO-AR
               END-READ
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       410-REPORT-INV-NO-AR.
      *
           ADD 1 TO WS-INV-NO-AR-COUNT.
           MOVE 'INV NO AR'                 TO WS-XL-CHECK.
           MOVE WS-IV-INVOICE-NUMBER        TO WS-XL-KEY.
           MOVE SPACES                      TO WS-XL-DETAIL.
           IF WS-IV-TYPE-INVOICE
               STRING 'INVOICE FOR ' WS-IV-CUSTOMER-NUMBER
                      ' HAS NO ARF2A ITEM'
                      DELIMITED BY SIZE
                 INTO WS-XL-DETAIL
           ELSE
               STRING 'CREDIT MEMO FOR ' WS-IV-CUSTOMER-NUMBER
                      ' HAS NO ARF2A ITEM'
                      DELIMITED BY SIZE
                 INTO WS-XL-DETAIL
           END-IF.
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT                TO WS-XL-ON-FILE.
           MOVE SPACES                      TO WS-XL-SHOULD-BE.
           PERFORM 500-PRINT-EXCEPTION-LINE.
      *
      * AN ARF2A INVOICE OR CREDIT MEMO ITEM MUST HAVE ITS DOCUMENT ON
      * THE REGISTER, FOR THE SAME CUSTOMER AND OF THE SAME TYPE.
      * ON-ACCOUNT CASH ITEMS HAVE NO DOCUMENT AND ARE SKIPPED.
      *
       450-CHECK-ONE-AR-ITEM.
      *
           ADD 1 TO WS-AR-ITEMS-READ.
           MOVE AR-FILE-RECORD              TO WS-RECEIVABLE-RECORD.
      *
           IF WS-AR-TYPE-INVOICE OR WS-AR-TYPE-CREDIT-MEMO
               MOVE WS-AR-INVOICE-NUMBER    TO INV-FILE-NUMBER
               READ INV-FILE
                   INVALID KEY
                       MOVE 'NO INVF2A DOCUMENT FOR THIS ITEM'
                         TO WS-XL-DETAIL
                       PERFORM 460-REPORT-AR-NO-INV
                   NOT INVALID KEY
                       MOVE INV-FILE-RECORD TO WS-INVOICE-RECORD
                       IF WS-IV-CUSTOMER-NUMBER
                              NOT = WS-AR-CUSTOMER-NUMBER
                          OR (WS-AR-TYPE-INVOICE
                              AND NOT WS-IV-TYPE-INVOICE)
                          OR (WS-AR-TYPE-CREDIT-MEMO
                              AND NOT WS-IV-TYPE-CREDIT)
                           MOVE SPACES      TO WS-XL-DETAIL
                           STRING 'INVF2A DOCUMENT IS TYPE '
                                  WS-IV-DOCUMENT-TYPE
                                  ' FOR CUSTOMER '
                                  WS-IV-CUSTOMER-NUMBER
                                  DELIMITED BY SIZE
                             INTO WS-XL-DETAIL
                           PERFORM 460-REPORT-AR-NO-INV
                       END-IF
               END-READ
           END-IF.
      *
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       460-REPORT-AR-NO-INV.
      *
           ADD 1 TO WS-AR-NO-INV-COUNT.
           MOVE 'AR NO INV'                 TO WS-XL-CHECK.
           MOVE SPACES                      TO WS-XL-KEY.
           STRING WS-AR-CUSTOMER-NUMBER '/' WS-AR-INVOICE-NUMBER
                  DELIMITED BY SIZE
             INTO WS-XL-KEY.
           MOVE WS-AR-ORIGINAL-AMOUNT       TO WS-ED-AMOUNT.
           MOVE WS-ED-AMOUNT                TO WS-XL-ON-FILE.
           MOVE SPACES                      TO WS-XL-SHOULD-BE.
           PERFORM 500-PRINT-EXCEPTION-LINE.
      *
      * NUMBERS HANDED OUT AFTER THE LAST ONE ON FILE NEVER REACHED
      * THE FILE.
      *
       470-CHECK-END-OF-SERIES.
      *
           IF WS-NS-SEEN(WS-NS-SUB)
              AND WS-NS-PREV-NUMBER(WS-NS-SUB)
                  < WS-NS-LAST-NUMBER(WS-NS-SUB)
               COMPUTE WS-NS-GAP-FROM =
                   WS-NS-PREV-NUMBER(WS-NS-SUB) + 1
               MOVE WS-NS-LAST-NUMBER(WS-NS-SUB) TO WS-NS-GAP-TO
               PERFORM 490-REPORT-NUMBER-GAP
           END-IF.
      *
      * EACH SERIES IS READ IN ASCENDING NUMBER ORDER, SO A JUMP OF
      * MORE THAN ONE FROM THE LAST NUMBER SEEN IS A GAP. THE FIRST
      * NUMBER SEEN STARTS THE RUN - ANYTHING BELOW IT WAS PURGED.
      *
       480-CHECK-SERIES-NUMBER.
      *
           IF WS-NS-NUMBER-X IS NOT NUMERIC
               ADD 1 TO WS-NUMBER-COUNT
               MOVE 'BAD NUMBER'            TO WS-XL-CHECK
               MOVE WS-NS-NUMBER-X          TO WS-XL-KEY
               MOVE SPACES                  TO WS-XL-DETAIL
               STRING WS-NS-FILE-NAME(WS-NS-SUB) ' '
                      WS-NS-CONTROL-ID(WS-NS-SUB)
                      ' NUMBER IS NOT NUMERIC'
                      DELIMITED BY SIZE
                 INTO WS-XL-DETAIL
               MOVE SPACES                  TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE
               PERFORM 500-PRINT-EXCEPTION-LINE
           ELSE
               IF WS-NS-NUMBER-9 > WS-NS-LAST-NUMBER(WS-NS-SUB)
                   ADD 1 TO WS-NUMBER-COUNT
                   MOVE 'PAST CONTROL'      TO WS-XL-CHECK
                   MOVE WS-NS-NUMBER-X      TO WS-XL-KEY
                   MOVE WS-NS-LAST-NUMBER(WS-NS-SUB) TO WS-ED-NUMBER
                   MOVE SPACES              TO WS-XL-DETAIL
                   STRING WS-NS-FILE-NAME(WS-NS-SUB)
                          ' NUMBER PAST CTLF2A '
                          WS-NS-CONTROL-ID(WS-NS-SUB)
                          ' LAST ' WS-ED-NUMBER
                          DELIMITED BY SIZE
                     INTO WS-XL-DETAIL
                   MOVE SPACES              TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE
                   PERFORM 500-PRINT-EXCEPTION-LINE
               END-IF
               IF WS-NS-SEEN(WS-NS-SUB)
                  AND WS-NS-NUMBER-9
                      > WS-NS-PREV-NUMBER(WS-NS-SUB) + 1
                   COMPUTE WS-NS-GAP-FROM =
                       WS-NS-PREV-NUMBER(WS-NS-SUB) + 1
                   COMPUTE WS-NS-GAP-TO = WS-NS-NUMBER-9 - 1
                   PERFORM 490-REPORT-NUMBER-GAP
               END-IF
               MOVE WS-NS-NUMBER-9    TO WS-NS-PREV-NUMBER(WS-NS-SUB)
               MOVE 'Y'               TO WS-NS-SEEN-SW(WS-NS-SUB)
           END-IF.
      *
       490-REPORT-NUMBER-GAP.
      *
           ADD 1 TO WS-NUMBER-COUNT.
           MOVE 'NUMBER GAP'                TO WS-XL-CHECK.
           MOVE WS-NS-CONTROL-ID(WS-NS-SUB) TO WS-XL-KEY.
           MOVE SPACES                      TO WS-XL-DETAIL.
           STRING 'NUMBERS ' WS-NS-GAP-FROM ' TO ' WS-NS-GAP-TO
                  ' NOT ON ' WS-NS-FILE-NAME(WS-NS-SUB)
                  DELIMITED BY SIZE
             INTO WS-XL-DETAIL.
           MOVE SPACES                      TO WS-XL-ON-FILE
                                               WS-XL-SHOULD-BE.
           PERFORM 500-PRINT-EXCEPTION-LINE.
      *
       500-PRINT-EXCEPTION-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 18
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           IF WS-EXCEPTION-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           END-IF.
      *
           MOVE WS-ORDERS-READ              TO WS-TL1-ORDERS-READ.
           MOVE WS-LINES-READ               TO WS-TL2-LINES-READ.
           MOVE WS-ITEMS-READ               TO WS-TL3-ITEMS-READ.
           MOVE WS-INVOICES-READ            TO WS-TL4-INVOICES-READ.
           MOVE WS-AR-ITEMS-READ            TO WS-TL5-AR-ITEMS-READ.
           MOVE WS-ORPHAN-LINE-COUNT        TO WS-TL6-ORPHAN-LINE-COUNT.
           MOVE WS-ORDER-TOTAL-COUNT        TO WS-TL7-ORDER-TOTAL-COUNT.
           MOVE WS-NO-CUSTOMER-COUNT        TO WS-TL8-NO-CUSTOMER-COUNT.
           MOVE WS-NO-SHIP-TO-COUNT         TO WS-TL9-NO-SHIP-TO-COUNT.
           MOVE WS-ALLOCATION-COUNT         TO WS-TL10-ALLOCATION-COUNT.
           MOVE WS-ALLOCATION-FIXED-COUNT   TO WS-TL11-ALLOCATION-FIXED.
           MOVE WS-INV-NO-AR-COUNT          TO WS-TL12-INV-NO-AR-COUNT.
           MOVE WS-AR-NO-INV-COUNT          TO WS-TL13-AR-NO-INV-COUNT.
           MOVE WS-NUMBER-COUNT             TO WS-TL14-NUMBER-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-8.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-9.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-10.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-11.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-12.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-13.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-14.
      *
           IF WS-AL-OVERFLOW-COUNT > ZERO
               MOVE 'ITEMS'                 TO WS-OFL-TABLE-NAME
               MOVE WS-AL-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "ORDERS READ       =" WS-ORDERS-READ.
           DISPLAY "ORDER LINES READ  =" WS-LINES-READ.
           DISPLAY "ITEMS READ        =" WS-ITEMS-READ.
           DISPLAY "MISMATCHES        =" WS-EXCEPTION-COUNT.
           DISPLAY "ALLOCATIONS FIXED =" WS-ALLOCATION-FIXED-COUNT.
      *
       COPY RUNCTLPD.
