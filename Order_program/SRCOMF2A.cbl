       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCOMF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Month-end sales rep commission statements.
      *                     Every INVF2A invoice and credit memo dated
      *                     from January of the report year to the end
      *                     of the report month is credited to the rep
      *                     code stamped on it when it was raised, so
      *                     reassigning an account on CMFF2A does not
      *                     move its history. Each rep shows the month's
      *                     invoices less credit memos on merchandise,
      *                     the commission earned at the SRPF2A rate,
      *                     and the year-to-date net and commission at
      *                     the same rate. Documents with no rep are
      *                     shown as unassigned and earn no commission.
      *                     The report month is read as YYMM from SYSIN
      *                     (after the RUNCTL business date card) and
      *                     defaults to the business date's month.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT SRP-FILE ASSIGN TO SRPFILE
               RECORD KEY IS SRP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SRPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD INV-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS INV-FILE-RECORD.
       01 INV-FILE-RECORD.
           05 INV-FILE-KEY.
               10 INV-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(71).

       FD SRP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SRP-FILE-RECORD.
       01 SRP-FILE-RECORD.
           05 SRP-FILE-KEY.
               10 SRP-FILE-REP-CODE         PIC X(4).
           05 FILLER                        PIC X(76).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY INVWSREC.
       COPY SRPWSREC.
      *
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
       01 WS-SRPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SRPFILE-SUCCESS               VALUE '00'.
           88  WS-SRPFILE-NOTFND                VALUE '23'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
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
       01 WS-RUN-YYMM-X                     PIC X(04)  VALUE SPACES.
       01 WS-RUN-YYMM-R REDEFINES WS-RUN-YYMM-X.
           05 WS-RUN-YY-X                   PIC X(02).
           05 WS-RUN-MM-X                   PIC X(02).
      *
      * ONE ENTRY PER REP CODE MET ON THE REGISTER THIS YEAR, IN REP
      * CODE SEQUENCE. THE SRPF2A NAME, TERRITORY AND RATE ARE LOOKED
      * UP WHEN THE CODE IS FIRST MET. THE BLANK CODE SORTS FIRST AND
      * COLLECTS THE UNASSIGNED DOCUMENTS.
      *
       01 WS-RT-MAX-TABLE                   PIC 9(04)  VALUE 0200.
       01 WS-RT-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-RT-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-RT-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-RT-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-RT-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-RT-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-RT-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-RT-FOUND                      VALUE 'Y'.
       01 WS-RT-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-RT-STOP                       VALUE 'Y'.
       01 WS-RT-SEARCH-REP                  PIC X(04)  VALUE SPACES.
       01 WS-RT-REP-TABLE.
           05 WS-RT-ENTRY                   OCCURS 200 TIMES.
               10 WS-RT-REP-CODE            PIC X(04).
               10 WS-RT-REP-NAME            PIC X(20).
               10 WS-RT-TERRITORY           PIC X(10).
               10 WS-RT-COMMISSION-RATE     PIC 9(02)V99.
               10 WS-RT-MONTH-INVOICES      PIC S9(11)V99 COMP-3.
               10 WS-RT-MONTH-CREDITS       PIC S9(11)V99 COMP-3.
               10 WS-RT-YTD-NET             PIC S9(11)V99 COMP-3.
      *
       01 WS-DOCUMENT-WORK.
           05 WS-DW-MDSE-AMOUNT             PIC S9(09)V99 VALUE 0.
           05 WS-DW-IN-MONTH-SW             PIC X(01)  VALUE 'N'.
               88  WS-DW-IN-MONTH               VALUE 'Y'.
      *
       01 WS-REP-WORK.
           05 WS-RW-MONTH-NET               PIC S9(11)V99 VALUE 0.
           05 WS-RW-MONTH-COMMISSION        PIC S9(09)V99 VALUE 0.
           05 WS-RW-YTD-COMMISSION          PIC S9(09)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-INVOICE-COUNT              PIC 9(07)  VALUE 0.
           05 WS-CREDIT-COUNT               PIC 9(07)  VALUE 0.
           05 WS-YTD-DOCUMENT-COUNT         PIC 9(07)  VALUE 0.
           05 WS-UNASSIGNED-COUNT           PIC 9(07)  VALUE 0.
           05 WS-GRAND-INVOICES             PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-CREDITS              PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-NET                  PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-COMMISSION           PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-YTD-NET              PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-YTD-COMMISSION       PIC S9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "SALES REP COMMISSION STATEMENT".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(13)
               VALUE "REPORT MONTH ".
           05 WS-HL2-YYMM                   PIC X(04).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(08)  VALUE "PRINTED ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(06) VALUE "REP".
           05 FILLER                   PIC X(22) VALUE "NAME".
           05 FILLER                   PIC X(11) VALUE "TERRITORY".
           05 FILLER                   PIC X(05) VALUE " RATE".
           05 FILLER                   PIC X(15)
               VALUE "       INVOICES".
           05 FILLER                   PIC X(15)
               VALUE "   CREDIT MEMOS".
           05 FILLER                   PIC X(15)
               VALUE "      NET SALES".
           05 FILLER                   PIC X(14)
               VALUE "    COMMISSION".
           05 FILLER                   PIC X(16)
               VALUE "   YTD NET SALES".
           05 FILLER                   PIC X(14)
               VALUE "  YTD COMMISSN".
      *
       01 WS-REP-LINE.
           05 WS-RL-REP-CODE                PIC X(04).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-RL-REP-NAME                PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-RL-TERRITORY               PIC X(10).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-COMMISSION-RATE         PIC Z9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-MONTH-INVOICES          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-MONTH-CREDITS           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-MONTH-NET               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-MONTH-COMMISSION        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-YTD-NET                 PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-RL-YTD-COMMISSION          PIC -Z,ZZZ,ZZ9.99.
      *
       01 WS-NONE-LINE.
           05 FILLER                        PIC X(40)
               VALUE "NO DOCUMENTS ON THE REGISTER THIS YEAR".
      *
       01 WS-OVERFLOW-LINE.
           05 FILLER                        PIC X(13)
               VALUE "** TABLE FULL".
           05 FILLER                        PIC X(03)  VALUE " - ".
           05 WS-OFL-TABLE-NAME             PIC X(10).
           05 WS-OFL-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(30)
               VALUE " NOT REPORTED - RAISE LIMIT **".
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "INVOICES IN MONTH           = ".
           05 WS-TL1-INVOICE-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "CREDIT MEMOS IN MONTH       = ".
           05 WS-TL2-CREDIT-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "INVOICED MERCHANDISE        = ".
           05 WS-TL3-INVOICES               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "CREDITED MERCHANDISE        = ".
           05 WS-TL4-CREDITS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "NET SALES                   = ".
           05 WS-TL5-NET                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "COMMISSION EARNED           = ".
           05 WS-TL6-COMMISSION             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "YEAR TO DATE NET SALES      = ".
           05 WS-TL7-YTD-NET                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(30)
               VALUE "YEAR TO DATE COMMISSION     = ".
           05 WS-TL8-YTD-COMMISSION         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-9.
           05 FILLER                        PIC X(30)
               VALUE "UNASSIGNED DOCUMENTS YTD    = ".
           05 WS-TL9-UNASSIGNED-COUNT       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'SRCOMF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-INVFILE-SW
                         WS-SRPFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-RUN-YYMM-X.
           IF WS-RUN-YYMM-X = SPACES
              OR WS-RUN-YYMM-X IS NOT NUMERIC
               MOVE WS-RC-BUSINESS-DATE(1:4) TO WS-RUN-YYMM-X
           END-IF.
           DISPLAY "REPORT MONTH=" WS-RUN-YYMM-X.
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
           OPEN INPUT SRP-FILE.
           IF WS-SRPFILE-SUCCESS
               DISPLAY "SRP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SRPFILE-SW=" WS-SRPFILE-SW
               DISPLAY "SRP-FILE OPEN ERROR"
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
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 200-PROCESS-ONE-DOCUMENT
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-REP-SECTION.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE INV-FILE
                 SRP-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-YTD-DOCUMENT-COUNT       TO WS-RC-IN-COUNT.
           MOVE WS-RT-TABLE-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * THE TABLE IS KEPT IN REP CODE SEQUENCE - THE SEARCH STOPS AT
      * THE FIRST CODE NOT LOWER THAN THE ONE WANTED AND A NEW ENTRY IS
      * INSERTED THERE. A FULL TABLE LEAVES THE HIT AT ZERO AND THE
      * OVERFLOW IS COUNTED.
      *
       170-FIND-REP-ENTRY.
      *
           MOVE WS-IV-SALES-REP             TO WS-RT-SEARCH-REP.
           MOVE 'N' TO WS-RT-FOUND-SW
                       WS-RT-STOP-SW.
           MOVE ZERO TO WS-RT-HIT.
           COMPUTE WS-RT-POS = WS-RT-TABLE-COUNT + 1.
           PERFORM 172-CHECK-REP-ENTRY
               VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-TABLE-COUNT
                      OR WS-RT-STOP.
      *
           IF NOT WS-RT-FOUND
               IF WS-RT-TABLE-COUNT < WS-RT-MAX-TABLE
                   PERFORM 175-INSERT-REP-ENTRY
               ELSE
                   ADD 1 TO WS-RT-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       172-CHECK-REP-ENTRY.
      *
           IF WS-RT-REP-CODE(WS-RT-SUB) NOT < WS-RT-SEARCH-REP
               MOVE 'Y' TO WS-RT-STOP-SW
               MOVE WS-RT-SUB TO WS-RT-POS
               IF WS-RT-REP-CODE(WS-RT-SUB) = WS-RT-SEARCH-REP
                   MOVE 'Y' TO WS-RT-FOUND-SW
                   MOVE WS-RT-SUB TO WS-RT-HIT
               END-IF
           END-IF.
      *
      * A REP NO LONGER ON SRPF2A STILL GETS A LINE SO THE SALES ARE
      * NOT LOST, BUT EARNS NOTHING UNTIL THE RECORD IS PUT BACK.
      *
       175-INSERT-REP-ENTRY.
      *
           PERFORM 177-SHIFT-REP-ENTRY
               VARYING WS-RT-SUB2 FROM WS-RT-TABLE-COUNT BY -1
                   UNTIL WS-RT-SUB2 < WS-RT-POS.
           ADD 1 TO WS-RT-TABLE-COUNT.
           MOVE WS-RT-POS                   TO WS-RT-HIT.
           MOVE WS-RT-SEARCH-REP         TO WS-RT-REP-CODE(WS-RT-HIT).
           MOVE ZERO               TO WS-RT-MONTH-INVOICES(WS-RT-HIT)
                                      WS-RT-MONTH-CREDITS(WS-RT-HIT)
                                      WS-RT-YTD-NET(WS-RT-HIT)
                                      WS-RT-COMMISSION-RATE(WS-RT-HIT).
           MOVE SPACES                   TO WS-RT-TERRITORY(WS-RT-HIT).
      *
           IF WS-RT-SEARCH-REP = SPACES
               MOVE '** UNASSIGNED **'   TO WS-RT-REP-NAME(WS-RT-HIT)
           ELSE
               MOVE WS-RT-SEARCH-REP        TO SRP-FILE-REP-CODE
               READ SRP-FILE
                   INVALID KEY
                       MOVE '** NOT ON SRPF2A **'
                         TO WS-RT-REP-NAME(WS-RT-HIT)
                   NOT INVALID KEY
                       MOVE SRP-FILE-RECORD TO WS-SALES-REP-RECORD
                       MOVE WS-RP-NAME   TO WS-RT-REP-NAME(WS-RT-HIT)
                       MOVE WS-RP-TERRITORY
                         TO WS-RT-TERRITORY(WS-RT-HIT)
                       MOVE WS-RP-COMMISSION-RATE
                         TO WS-RT-COMMISSION-RATE(WS-RT-HIT)
               END-READ
           END-IF.
      *
       177-SHIFT-REP-ENTRY.
      *
           MOVE WS-RT-ENTRY(WS-RT-SUB2)
             TO WS-RT-ENTRY(WS-RT-SUB2 + 1).
      *
      * DOCUMENTS DATED FROM JANUARY OF THE REPORT YEAR TO THE END OF
      * THE REPORT MONTH GO INTO THE YEAR TO DATE; THOSE IN THE REPORT
      * MONTH ARE ALSO POSTED TO THE MONTH. A CREDIT MEMO GIVES BACK
      * SALES, SO IT REDUCES THE NET.
      *
       200-PROCESS-ONE-DOCUMENT.
      *
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
      *
           IF WS-IV-INVOICE-DATE(1:2) = WS-RUN-YY-X
              AND WS-IV-INVOICE-DATE(3:2) NOT > WS-RUN-MM-X
              AND (WS-IV-TYPE-INVOICE OR WS-IV-TYPE-CREDIT)
               IF WS-IV-INVOICE-DATE(1:4) = WS-RUN-YYMM-X
                   MOVE 'Y'                 TO WS-DW-IN-MONTH-SW
               ELSE
                   MOVE 'N'                 TO WS-DW-IN-MONTH-SW
               END-IF
               ADD 1 TO WS-YTD-DOCUMENT-COUNT
               IF WS-IV-SALES-REP = SPACES
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
               IF WS-IV-TYPE-INVOICE
                   MOVE WS-IV-MDSE-AMOUNT   TO WS-DW-MDSE-AMOUNT
               ELSE
                   COMPUTE WS-DW-MDSE-AMOUNT =
                       0 - WS-IV-MDSE-AMOUNT
               END-IF
               PERFORM 210-POST-DOCUMENT
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       210-POST-DOCUMENT.
      *
           PERFORM 170-FIND-REP-ENTRY.
      *
           IF WS-RT-HIT > ZERO
               ADD WS-DW-MDSE-AMOUNT        TO WS-RT-YTD-NET(WS-RT-HIT)
               IF WS-DW-IN-MONTH
                   IF WS-IV-TYPE-INVOICE
                       ADD 1 TO WS-INVOICE-COUNT
                       ADD WS-DW-MDSE-AMOUNT
                         TO WS-RT-MONTH-INVOICES(WS-RT-HIT)
                            WS-GRAND-INVOICES
                   ELSE
                       ADD 1 TO WS-CREDIT-COUNT
                       ADD WS-DW-MDSE-AMOUNT
                         TO WS-RT-MONTH-CREDITS(WS-RT-HIT)
                            WS-GRAND-CREDITS
                   END-IF
               END-IF
           END-IF.
      *
       500-PRINT-REP-SECTION.
      *
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           IF WS-RT-TABLE-COUNT = ZERO
               PERFORM 600-PRINT-HEADINGS
               WRITE PRINT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 510-PRINT-ONE-REP
                   VARYING WS-RT-SUB FROM 1 BY 1
                       UNTIL WS-RT-SUB > WS-RT-TABLE-COUNT
           END-IF.
      *
      * COMMISSION IS THE NET MERCHANDISE TIMES THE REP'S CURRENT
      * RATE. A MONTH WITH MORE CREDITS THAN SALES GIVES A NEGATIVE
      * COMMISSION THAT IS RECOVERED FROM THE NEXT PAYMENT.
      *
       510-PRINT-ONE-REP.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           COMPUTE WS-RW-MONTH-NET = WS-RT-MONTH-INVOICES(WS-RT-SUB)
                                   + WS-RT-MONTH-CREDITS(WS-RT-SUB).
           COMPUTE WS-RW-MONTH-COMMISSION ROUNDED =
               WS-RW-MONTH-NET * WS-RT-COMMISSION-RATE(WS-RT-SUB)
                               / 100.
           COMPUTE WS-RW-YTD-COMMISSION ROUNDED =
               WS-RT-YTD-NET(WS-RT-SUB)
                               * WS-RT-COMMISSION-RATE(WS-RT-SUB)
                               / 100.
      *
           MOVE WS-RT-REP-CODE(WS-RT-SUB)   TO WS-RL-REP-CODE.
           MOVE WS-RT-REP-NAME(WS-RT-SUB)   TO WS-RL-REP-NAME.
           MOVE WS-RT-TERRITORY(WS-RT-SUB)  TO WS-RL-TERRITORY.
           MOVE WS-RT-COMMISSION-RATE(WS-RT-SUB)
             TO WS-RL-COMMISSION-RATE.
           MOVE WS-RT-MONTH-INVOICES(WS-RT-SUB)
             TO WS-RL-MONTH-INVOICES.
           MOVE WS-RT-MONTH-CREDITS(WS-RT-SUB)
             TO WS-RL-MONTH-CREDITS.
           MOVE WS-RW-MONTH-NET             TO WS-RL-MONTH-NET.
           MOVE WS-RW-MONTH-COMMISSION      TO WS-RL-MONTH-COMMISSION.
           MOVE WS-RT-YTD-NET(WS-RT-SUB)    TO WS-RL-YTD-NET.
           MOVE WS-RW-YTD-COMMISSION        TO WS-RL-YTD-COMMISSION.
      *
           ADD WS-RW-MONTH-NET              TO WS-GRAND-NET.
           ADD WS-RW-MONTH-COMMISSION       TO WS-GRAND-COMMISSION.
           ADD WS-RT-YTD-NET(WS-RT-SUB)     TO WS-GRAND-YTD-NET.
           ADD WS-RW-YTD-COMMISSION         TO WS-GRAND-YTD-COMMISSION.
      *
           WRITE PRINT-RECORD FROM WS-REP-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RUN-YYMM-X               TO WS-HL2-YYMM.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-INVOICE-COUNT            TO WS-TL1-INVOICE-COUNT.
           MOVE WS-CREDIT-COUNT             TO WS-TL2-CREDIT-COUNT.
           MOVE WS-GRAND-INVOICES           TO WS-TL3-INVOICES.
           MOVE WS-GRAND-CREDITS            TO WS-TL4-CREDITS.
           MOVE WS-GRAND-NET                TO WS-TL5-NET.
           MOVE WS-GRAND-COMMISSION         TO WS-TL6-COMMISSION.
           MOVE WS-GRAND-YTD-NET            TO WS-TL7-YTD-NET.
           MOVE WS-GRAND-YTD-COMMISSION     TO WS-TL8-YTD-COMMISSION.
           MOVE WS-UNASSIGNED-COUNT         TO WS-TL9-UNASSIGNED-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-8.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-9.
      *
           IF WS-RT-OVERFLOW-COUNT > ZERO
               MOVE 'REPS'                  TO WS-OFL-TABLE-NAME
               MOVE WS-RT-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "INVOICES IN MONTH =" WS-INVOICE-COUNT.
           DISPLAY "CREDIT MEMOS      =" WS-CREDIT-COUNT.
           DISPLAY "DOCUMENTS YTD     =" WS-YTD-DOCUMENT-COUNT.
           DISPLAY "REPS REPORTED     =" WS-RT-TABLE-COUNT.
      *
       COPY RUNCTLPD.
