       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly general ledger journal extract.
      *                     Summarizes the business date's financial
      *                     events into journal lines: from the INVF2A
      *                     register, the AR debit, merchandise revenue,
      *                     sales tax payable (by the customer's state)
      *                     and freight billed for every invoice, and
      *                     the reversing entries for every credit memo;
      *                     from the CAJFILE cash application journal
      *                     written by ARCAPF2A, cash against
      *                     receivables - payments held on account as
      *                     ARF2A credit items post the same way, the
      *                     credit sitting in receivables until the
      *                     ARMTCF2A run applies it. Ledger accounts
      *                     come from the GLAF2A account-mapping file.
      *                     The journal is listed with its debit and
      *                     credit totals, and the GLXFILE extract - a
      *                     header, the detail lines and a trailer
      *                     carrying the control totals - is only
      *                     written when debits equal credits and every
      *                     line found an account; otherwise the run is
      *                     refused and ends abnormally with no extract.
      *                     Requires tonight's ORDIVF2A and ARCAPF2A
      *                     runs on RUNCTL. The extract is dated on the
      *                     business date, unless that date falls in a
      *                     month the PRDCLF2A close has already closed;
      *                     then it is dated on the first day of the
      *                     open period from the CTLF2A PERIOD record,
      *                     so nothing is posted into a closed month.
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

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT GLA-FILE ASSIGN TO GLAFILE
               RECORD KEY IS GLA-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-GLAFILE-SW.

           SELECT CAJ-FILE ASSIGN TO CAJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAJFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT GLX-FILE ASSIGN TO GLXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXFILE-SW.

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

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD GLA-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS GLA-FILE-RECORD.
       01 GLA-FILE-RECORD.
           05 GLA-FILE-KEY.
               10 GLA-FILE-POSTING-TYPE     PIC X(4).
               10 GLA-FILE-STATE            PIC X(2).
           05 FILLER                        PIC X(54).

       FD CAJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CAJ-FILE-RECORD.
       01 CAJ-FILE-RECORD                   PIC X(50).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD GLX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GLX-FILE-RECORD.
       01 GLX-FILE-RECORD                   PIC X(100).

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
       COPY CMFWSREC.
       COPY GLAWSREC.
       COPY CAJWSREC.
       COPY CTLWSREC.
      *
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-GLAFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-GLAFILE-SUCCESS               VALUE '00'.
           88  WS-GLAFILE-NOTFND                VALUE '23'.
       01 WS-CAJFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CAJFILE-SUCCESS               VALUE '00'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-GLXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-GLXFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-POST-DATE-X                    PIC X(06)  VALUE SPACES.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
      * ONE POSTING ON ITS WAY INTO THE JOURNAL TABLE. THE KEY HAS
      * THE SAME SHAPE AS WS-JL-KEY SO THE TWO COMPARE DIRECTLY.
      *
       01 WS-POSTING-WORK.
           05 WS-PW-KEY.
               10 WS-PW-SOURCE              PIC X(02).
                   88  WS-PW-SOURCE-INVOICE     VALUE 'IV'.
                   88  WS-PW-SOURCE-CREDIT      VALUE 'CM'.
                   88  WS-PW-SOURCE-CASH        VALUE 'CA'.
               10 WS-PW-POSTING-TYPE        PIC X(04).
               10 WS-PW-STATE               PIC X(02).
               10 WS-PW-DR-CR               PIC X(01).
                   88  WS-PW-DEBIT              VALUE 'D'.
                   88  WS-PW-CREDIT             VALUE 'C'.
           05 WS-PW-AMOUNT                  PIC 9(09)V99 VALUE 0.
           05 WS-PW-CUSTOMER-STATE          PIC X(02)  VALUE SPACES.
           05 WS-PW-MAP-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  WS-PW-MAP-FOUND              VALUE 'Y'.
      *
      * THE SUMMARIZED JOURNAL - ONE ENTRY PER SOURCE, POSTING TYPE,
      * STATE AND SIDE, KEPT IN KEY SEQUENCE AS ENTRIES ARE INSERTED.
      *
       01 WS-JL-MAX-TABLE                   PIC 9(04)  VALUE 0500.
       01 WS-JL-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-JL-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-JL-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-JL-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-JL-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-JL-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-JL-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-JL-FOUND                      VALUE 'Y'.
       01 WS-JL-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-JL-STOP                       VALUE 'Y'.
       01 WS-JL-JOURNAL-TABLE.
           05 WS-JL-ENTRY                   OCCURS 500 TIMES.
               10 WS-JL-KEY.
                   15 WS-JL-SOURCE          PIC X(02).
                   15 WS-JL-POSTING-TYPE    PIC X(04).
                   15 WS-JL-STATE           PIC X(02).
                   15 WS-JL-DR-CR           PIC X(01).
               10 WS-JL-ACCOUNT             PIC X(12).
               10 WS-JL-DESCRIPTION         PIC X(30).
               10 WS-JL-MAPPED-SW           PIC X(01).
                   88  WS-JL-MAPPED             VALUE 'Y'.
               10 WS-JL-AMOUNT              PIC S9(11)V99 COMP-3.
      *
       01 WS-COUNTERS.
           05 WS-INVOICE-COUNT              PIC 9(07)  VALUE 0.
           05 WS-INVOICE-AMOUNT             PIC 9(11)V99 VALUE 0.
           05 WS-CREDIT-COUNT               PIC 9(07)  VALUE 0.
           05 WS-CREDIT-AMOUNT              PIC 9(11)V99 VALUE 0.
           05 WS-CASH-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-CASH-AMOUNT                PIC 9(11)V99 VALUE 0.
           05 WS-UNMAPPED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-DETAIL-WRITTEN-COUNT       PIC 9(07)  VALUE 0.
           05 WS-TOTAL-DEBITS               PIC 9(13)V99 VALUE 0.
           05 WS-TOTAL-CREDITS              PIC 9(13)V99 VALUE 0.
           05 WS-OUT-OF-BALANCE             PIC S9(13)V99 VALUE 0.
      *
       01 WS-EXTRACT-SW                     PIC X(01)  VALUE 'Y'.
           88  WS-EXTRACT-OK                    VALUE 'Y'.
           88  WS-EXTRACT-REFUSED               VALUE 'N'.
      *
      * GLXFILE RECORD LAYOUTS - A HEADER, ONE DETAIL PER JOURNAL
      * LINE AND A TRAILER CARRYING THE CONTROL TOTALS.
      *
       01 WS-GLX-HEADER-RECORD.
           05 WS-GH-RECORD-TYPE             PIC X(01).
           05 WS-GH-SOURCE-SYSTEM           PIC X(08).
           05 WS-GH-BUSINESS-DATE           PIC X(06).
           05 WS-GH-CREATED-DATE            PIC X(06).
           05 WS-GH-CREATED-TIME            PIC X(06).
           05 FILLER                        PIC X(73).
      *
       01 WS-GLX-DETAIL-RECORD.
           05 WS-GD-RECORD-TYPE             PIC X(01).
           05 WS-GD-BUSINESS-DATE           PIC X(06).
           05 WS-GD-LINE-NUMBER             PIC 9(05).
           05 WS-GD-ACCOUNT                 PIC X(12).
           05 WS-GD-DR-CR                   PIC X(01).
           05 WS-GD-AMOUNT                  PIC 9(11)V99.
           05 WS-GD-SOURCE                  PIC X(02).
           05 WS-GD-STATE                   PIC X(02).
           05 WS-GD-DESCRIPTION             PIC X(30).
           05 FILLER                        PIC X(28).
      *
       01 WS-GLX-TRAILER-RECORD.
           05 WS-GT-RECORD-TYPE             PIC X(01).
           05 WS-GT-BUSINESS-DATE           PIC X(06).
           05 WS-GT-DETAIL-COUNT            PIC 9(07).
           05 WS-GT-TOTAL-DEBITS            PIC 9(13)V99.
           05 WS-GT-TOTAL-CREDITS           PIC 9(13)V99.
           05 FILLER                        PIC X(56).
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "GENERAL LEDGER JOURNAL EXTRACT".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-HL2-BUSINESS-DATE          PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(08)  VALUE "PRINTED ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(14) VALUE "SOURCE".
           05 FILLER                   PIC X(06) VALUE "TYPE".
           05 FILLER                   PIC X(07) VALUE "STATE".
           05 FILLER                   PIC X(14) VALUE "ACCOUNT".
           05 FILLER                   PIC X(32) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(18)
               VALUE "             DEBIT".
           05 FILLER                   PIC X(20)
               VALUE "              CREDIT".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-SOURCE                  PIC X(12).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-POSTING-TYPE            PIC X(04).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-STATE                   PIC X(02).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 WS-DL-ACCOUNT                 PIC X(12).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-DESCRIPTION             PIC X(30).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-DEBIT                   PIC Z,ZZZ,ZZZ,ZZ9.99B
                                            BLANK WHEN ZERO.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-CREDIT                  PIC Z,ZZZ,ZZZ,ZZ9.99B
                                            BLANK WHEN ZERO.
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(24)
               VALUE "INVOICES           =    ".
           05 WS-TL1-INVOICE-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-TL1-INVOICE-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(24)
               VALUE "CREDIT MEMOS       =    ".
           05 WS-TL2-CREDIT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-TL2-CREDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(24)
               VALUE "CASH APPLICATIONS  =    ".
           05 WS-TL3-CASH-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-TL3-CASH-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(24)
               VALUE "TOTAL DEBITS       =    ".
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 WS-TL4-TOTAL-DEBITS           PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(24)
               VALUE "TOTAL CREDITS      =    ".
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 WS-TL5-TOTAL-CREDITS          PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(24)
               VALUE "LINES WITH NO ACCOUNT=  ".
           05 WS-TL6-UNMAPPED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(24)
               VALUE "JOURNAL TABLE FULL =    ".
           05 WS-TL7-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(30)
               VALUE " POSTINGS NOT SUMMARIZED".
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(24)
               VALUE "EXTRACT DATED      =    ".
           05 WS-TL8-POST-DATE              PIC X(06).
           05 FILLER                        PIC X(35)
               VALUE " - BUSINESS DATE IN A CLOSED PERIOD".
      *
       01 WS-RESULT-LINE-OK.
           05 FILLER                        PIC X(34)
               VALUE "EXTRACT WRITTEN - DETAIL RECORDS =".
           05 WS-RL-DETAIL-COUNT            PIC ZZZ,ZZ9.
       01 WS-RESULT-LINE-BALANCE.
           05 FILLER                        PIC X(42)
               VALUE "*** EXTRACT REFUSED - OUT OF BALANCE BY = ".
           05 WS-RL-OUT-OF-BALANCE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RESULT-LINE-UNMAPPED.
           05 FILLER                        PIC X(60)
               VALUE "*** EXTRACT REFUSED - JOURNAL LINES HAVE NO GLAF2A
      -              " ACCOUNT".
       01 WS-RESULT-LINE-OVERFLOW.
           05 FILLER                        PIC X(60)
               VALUE "*** EXTRACT REFUSED - JOURNAL TABLE FULL, RAISE TH
      -              "E LIMIT".
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'GLEXF2A'                   TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE 'ORDIVF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
           MOVE 'ARCAPF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
      *
           MOVE SPACE TO WS-INVFILE-SW
                         WS-CMFFILE-SW
                         WS-GLAFILE-SW
                         WS-CAJFILE-SW
                         WS-CTLFILE-SW
                         WS-GLXFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
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
           OPEN INPUT CMF-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT GLA-FILE.
           IF WS-GLAFILE-SUCCESS
               DISPLAY "GLA-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-GLAFILE-SW=" WS-GLAFILE-SW
               DISPLAY "GLA-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT CAJ-FILE.
           IF WS-CAJFILE-SUCCESS
               DISPLAY "CAJ-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CAJFILE-SW=" WS-CAJFILE-SW
               DISPLAY "CAJ-FILE OPEN ERROR"
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
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-GET-POSTING-DATE.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 100-PROCESS-ONE-DOCUMENT
               UNTIL WS-EOF-IN-YES.
      *
           MOVE 'N' TO WS-EOF-SW-IN.
           READ CAJ-FILE
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 200-PROCESS-ONE-CASH-ENTRY
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 400-PRINT-ONE-JOURNAL-LINE
               VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-TABLE-COUNT.
      *
           COMPUTE WS-OUT-OF-BALANCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF       WS-OUT-OF-BALANCE NOT = ZERO
                 OR WS-UNMAPPED-COUNT > ZERO
                 OR WS-JL-OVERFLOW-COUNT > ZERO
               SET WS-EXTRACT-REFUSED       TO TRUE
           END-IF.
      *
           IF WS-EXTRACT-OK
               PERFORM 500-WRITE-EXTRACT
           END-IF.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE INV-FILE
                 CMF-FILE
                 GLA-FILE
                 CAJ-FILE
                 CTL-FILE
                 PRINT-FILE.
      *
           IF WS-EXTRACT-REFUSED
               DISPLAY "GLEXF2A: EXTRACT REFUSED - SEE REPORT"
               DISPLAY "TOTAL DEBITS  =" WS-TOTAL-DEBITS
               DISPLAY "TOTAL CREDITS =" WS-TOTAL-CREDITS
               DISPLAY "NO ACCOUNT    =" WS-UNMAPPED-COUNT
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 900-COMPLETED-OK.
      *
           COMPUTE WS-RC-IN-COUNT =
               WS-INVOICE-COUNT + WS-CREDIT-COUNT + WS-CASH-COUNT.
           MOVE WS-DETAIL-WRITTEN-COUNT     TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * THE BUSINESS DATE'S DOCUMENTS AND CASH ARE STILL SELECTED BY
      * THE BUSINESS DATE, BUT A BUSINESS DATE IN A MONTH ALREADY
      * CLOSED IS POSTED ON THE FIRST DAY OF THE OPEN PERIOD. NO
      * PERIOD RECORD MEANS NO MONTH HAS BEEN CLOSED YET.
      *
       050-GET-POSTING-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-POST-DATE-X.
           MOVE 'N'                         TO WS-PD-REDATED-SW.
           MOVE WS-PD-PERIOD-KEY            TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-PERIOD-RECORD
                   IF WS-POST-DATE-X < WS-PD-OPEN-START-DATE
                       MOVE WS-PD-OPEN-START-DATE
                         TO WS-POST-DATE-X
                       SET WS-PD-REDATED    TO TRUE
                   END-IF
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS AND NOT WS-CTLFILE-NOTFND
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE PERIOD CONTROL ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-PD-REDATED
               DISPLAY "BUSINESS DATE " WS-RC-BUSINESS-DATE
                       " IS IN A CLOSED PERIOD - EXTRACT DATED "
                       WS-POST-DATE-X
           END-IF.
      *
      * AN INVOICE DEBITS AR WITH ITS TOTAL AND CREDITS REVENUE,
      * TAX AND ANY FREIGHT BILLED; A CREDIT MEMO REVERSES THEM. ONLY
      * DOCUMENTS DATED ON THE BUSINESS DATE ARE TAKEN. DOCUMENTS
      * WRITTEN BEFORE FREIGHT WAS BILLED CARRY NO NUMERIC FREIGHT.
      *
       100-PROCESS-ONE-DOCUMENT.
      *
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
           IF WS-IV-FREIGHT-AMOUNT IS NOT NUMERIC
               MOVE ZERO                    TO WS-IV-FREIGHT-AMOUNT
           END-IF.
      *
           IF WS-IV-INVOICE-DATE(1:6) = WS-RC-BUSINESS-DATE
               PERFORM 150-GET-CUSTOMER-STATE
               IF WS-IV-TYPE-INVOICE
                   ADD 1                    TO WS-INVOICE-COUNT
                   ADD WS-IV-TOTAL-AMOUNT   TO WS-INVOICE-AMOUNT
                   PERFORM 110-POST-INVOICE
               ELSE
                   IF WS-IV-TYPE-CREDIT
                       ADD 1                TO WS-CREDIT-COUNT
                       ADD WS-IV-TOTAL-AMOUNT
                                            TO WS-CREDIT-AMOUNT
                       PERFORM 120-POST-CREDIT-MEMO
                   END-IF
               END-IF
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       110-POST-INVOICE.
      *
           SET WS-PW-SOURCE-INVOICE         TO TRUE.
      *
           MOVE 'AREC'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-DEBIT                  TO TRUE.
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'MDSE'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-CREDIT                 TO TRUE.
           MOVE WS-IV-MDSE-AMOUNT           TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'STAX'                      TO WS-PW-POSTING-TYPE.
           MOVE WS-PW-CUSTOMER-STATE        TO WS-PW-STATE.
           SET WS-PW-CREDIT                 TO TRUE.
           MOVE WS-IV-TAX-AMOUNT            TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'FRGT'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-CREDIT                 TO TRUE.
           MOVE WS-IV-FREIGHT-AMOUNT        TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
       120-POST-CREDIT-MEMO.
      *
           SET WS-PW-SOURCE-CREDIT          TO TRUE.
      *
           MOVE 'RTRN'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-DEBIT                  TO TRUE.
           MOVE WS-IV-MDSE-AMOUNT           TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'STAX'                      TO WS-PW-POSTING-TYPE.
           MOVE WS-PW-CUSTOMER-STATE        TO WS-PW-STATE.
           SET WS-PW-DEBIT                  TO TRUE.
           MOVE WS-IV-TAX-AMOUNT            TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'FRGT'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-DEBIT                  TO TRUE.
           MOVE WS-IV-FREIGHT-AMOUNT        TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
           MOVE 'AREC'                      TO WS-PW-POSTING-TYPE.
           MOVE SPACES                      TO WS-PW-STATE.
           SET WS-PW-CREDIT                 TO TRUE.
           MOVE WS-IV-TOTAL-AMOUNT          TO WS-PW-AMOUNT.
           PERFORM 300-POST-JOURNAL-AMOUNT.
      *
       150-GET-CUSTOMER-STATE.
      *
           MOVE WS-IV-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-PW-CUSTOMER-STATE
                   DISPLAY "GLEXF2A: CUSTOMER " WS-IV-CUSTOMER-NUMBER
                           " FOR " WS-IV-INVOICE-NUMBER
                           " NOT ON FILE - TAX TO DEFAULT ACCOUNT"
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
                   MOVE WS-CM-STATE         TO WS-PW-CUSTOMER-STATE
           END-READ.
      *
       200-PROCESS-ONE-CASH-ENTRY.
      *
           MOVE CAJ-FILE-RECORD             TO WS-CASH-JOURNAL-RECORD.
      *
           IF WS-CJ-BUSINESS-DATE = WS-RC-BUSINESS-DATE
               ADD 1                        TO WS-CASH-COUNT
               ADD WS-CJ-AMOUNT             TO WS-CASH-AMOUNT
               SET WS-PW-SOURCE-CASH        TO TRUE
               MOVE SPACES                  TO WS-PW-STATE
      *
               MOVE 'CASH'                  TO WS-PW-POSTING-TYPE
               SET WS-PW-DEBIT              TO TRUE
               MOVE WS-CJ-AMOUNT            TO WS-PW-AMOUNT
               PERFORM 300-POST-JOURNAL-AMOUNT
      *
               MOVE 'AREC'                  TO WS-PW-POSTING-TYPE
               SET WS-PW-CREDIT             TO TRUE
               MOVE WS-CJ-AMOUNT            TO WS-PW-AMOUNT
               PERFORM 300-POST-JOURNAL-AMOUNT
           END-IF.
      *
           READ CAJ-FILE
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * ADD ONE POSTING INTO ITS JOURNAL LINE, OPENING THE LINE (AND
      * LOOKING UP ITS ACCOUNT) THE FIRST TIME THE KEY IS SEEN. ZERO
      * AMOUNTS - AN UNTAXED INVOICE'S TAX - MAKE NO LINE.
      *
       300-POST-JOURNAL-AMOUNT.
      *
           IF WS-PW-AMOUNT > ZERO
               IF WS-PW-DEBIT
                   ADD WS-PW-AMOUNT         TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-PW-AMOUNT         TO WS-TOTAL-CREDITS
               END-IF
               PERFORM 310-FIND-JOURNAL-ENTRY
               IF WS-JL-HIT > ZERO
                   ADD WS-PW-AMOUNT         TO WS-JL-AMOUNT(WS-JL-HIT)
               END-IF
           END-IF.
      *
       310-FIND-JOURNAL-ENTRY.
      *
           MOVE 'N' TO WS-JL-FOUND-SW
                       WS-JL-STOP-SW.
           MOVE ZERO TO WS-JL-HIT.
           COMPUTE WS-JL-POS = WS-JL-TABLE-COUNT + 1.
           PERFORM 320-CHECK-JOURNAL-ENTRY
               VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-TABLE-COUNT
                      OR WS-JL-STOP.
      *
           IF NOT WS-JL-FOUND
               IF WS-JL-TABLE-COUNT < WS-JL-MAX-TABLE
                   PERFORM 330-INSERT-JOURNAL-ENTRY
               ELSE
                   ADD 1 TO WS-JL-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       320-CHECK-JOURNAL-ENTRY.
      *
           IF WS-JL-KEY(WS-JL-SUB) NOT < WS-PW-KEY
               MOVE 'Y' TO WS-JL-STOP-SW
               MOVE WS-JL-SUB TO WS-JL-POS
               IF WS-JL-KEY(WS-JL-SUB) = WS-PW-KEY
                   MOVE 'Y' TO WS-JL-FOUND-SW
                   MOVE WS-JL-SUB TO WS-JL-HIT
               END-IF
           END-IF.
      *
       330-INSERT-JOURNAL-ENTRY.
      *
           PERFORM 335-SHIFT-JOURNAL-ENTRY
               VARYING WS-JL-SUB2 FROM WS-JL-TABLE-COUNT BY -1
                   UNTIL WS-JL-SUB2 < WS-JL-POS.
           ADD 1 TO WS-JL-TABLE-COUNT.
           MOVE WS-JL-POS                   TO WS-JL-HIT.
           MOVE WS-PW-KEY                   TO WS-JL-KEY(WS-JL-HIT).
           MOVE ZERO                        TO WS-JL-AMOUNT(WS-JL-HIT).
      *
           PERFORM 340-MAP-ACCOUNT.
           IF WS-PW-MAP-FOUND
               MOVE 'Y'
                 TO WS-JL-MAPPED-SW(WS-JL-HIT)
               MOVE WS-GA-ACCOUNT           TO WS-JL-ACCOUNT(WS-JL-HIT)
               MOVE WS-GA-DESCRIPTION
                 TO WS-JL-DESCRIPTION(WS-JL-HIT)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE 'N'
                 TO WS-JL-MAPPED-SW(WS-JL-HIT)
               MOVE '** NONE **'            TO WS-JL-ACCOUNT(WS-JL-HIT)
               MOVE 'NO GLAF2A ACCOUNT MAPPING'
                 TO WS-JL-DESCRIPTION(WS-JL-HIT)
           END-IF.
      *
       335-SHIFT-JOURNAL-ENTRY.
      *
           MOVE WS-JL-ENTRY(WS-JL-SUB2)
             TO WS-JL-ENTRY(WS-JL-SUB2 + 1).
      *
      * THE ACCOUNT IS LOOKED UP UNDER THE STATE FIRST, THEN UNDER A
      * BLANK STATE. SALES RETURNS AND FREIGHT BILLED FALL BACK TO
      * MERCHANDISE REVENUE WHEN NO RTRN OR FRGT ACCOUNT IS SET UP.
      *
       340-MAP-ACCOUNT.
      *
           MOVE 'N'                         TO WS-PW-MAP-FOUND-SW.
           MOVE WS-PW-POSTING-TYPE          TO GLA-FILE-POSTING-TYPE.
           MOVE WS-PW-STATE                 TO GLA-FILE-STATE.
           PERFORM 345-READ-ACCOUNT-MAP.
      *
           IF NOT WS-PW-MAP-FOUND AND WS-PW-STATE NOT = SPACES
               MOVE WS-PW-POSTING-TYPE      TO GLA-FILE-POSTING-TYPE
               MOVE SPACES                  TO GLA-FILE-STATE
               PERFORM 345-READ-ACCOUNT-MAP
           END-IF.
      *
           IF      NOT WS-PW-MAP-FOUND
               AND (WS-PW-POSTING-TYPE = 'RTRN'
                 OR WS-PW-POSTING-TYPE = 'FRGT')
               MOVE 'MDSE'                  TO GLA-FILE-POSTING-TYPE
               MOVE SPACES                  TO GLA-FILE-STATE
               PERFORM 345-READ-ACCOUNT-MAP
           END-IF.
      *
       345-READ-ACCOUNT-MAP.
      *
           READ GLA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GLA-FILE-RECORD
                     TO WS-GL-ACCOUNT-MAP-RECORD
                   IF WS-GA-ACCOUNT NOT = SPACES
                       MOVE 'Y'             TO WS-PW-MAP-FOUND-SW
                   END-IF
           END-READ.
      *
       400-PRINT-ONE-JOURNAL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           EVALUATE WS-JL-SOURCE(WS-JL-SUB)
               WHEN 'IV'
                   MOVE 'INVOICES'          TO WS-DL-SOURCE
               WHEN 'CM'
                   MOVE 'CREDIT MEMOS'      TO WS-DL-SOURCE
               WHEN 'CA'
                   MOVE 'CASH APPLIED'      TO WS-DL-SOURCE
               WHEN OTHER
                   MOVE WS-JL-SOURCE(WS-JL-SUB) TO WS-DL-SOURCE
           END-EVALUATE.
      *
           MOVE WS-JL-POSTING-TYPE(WS-JL-SUB) TO WS-DL-POSTING-TYPE.
           MOVE WS-JL-STATE(WS-JL-SUB)        TO WS-DL-STATE.
           MOVE WS-JL-ACCOUNT(WS-JL-SUB)      TO WS-DL-ACCOUNT.
           MOVE WS-JL-DESCRIPTION(WS-JL-SUB)  TO WS-DL-DESCRIPTION.
           IF WS-JL-DR-CR(WS-JL-SUB) = 'D'
               MOVE WS-JL-AMOUNT(WS-JL-SUB)   TO WS-DL-DEBIT
               MOVE ZERO                      TO WS-DL-CREDIT
           ELSE
               MOVE ZERO                      TO WS-DL-DEBIT
               MOVE WS-JL-AMOUNT(WS-JL-SUB)   TO WS-DL-CREDIT
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
      * THE EXTRACT IS ONLY OPENED ONCE THE JOURNAL HAS PROVED IN
      * BALANCE, SO A REFUSED RUN LEAVES NO FILE BEHIND.
      *
       500-WRITE-EXTRACT.
      *
           OPEN OUTPUT GLX-FILE.
           IF WS-GLXFILE-SUCCESS
               DISPLAY "GLX-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-GLXFILE-SW=" WS-GLXFILE-SW
               DISPLAY "GLX-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE SPACES                      TO WS-GLX-HEADER-RECORD.
           MOVE 'H'                         TO WS-GH-RECORD-TYPE.
           MOVE 'ORDERS'                    TO WS-GH-SOURCE-SYSTEM.
           MOVE WS-POST-DATE-X              TO WS-GH-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE             TO WS-GH-CREATED-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-GH-CREATED-TIME.
           WRITE GLX-FILE-RECORD FROM WS-GLX-HEADER-RECORD.
           PERFORM 550-CHECK-EXTRACT-WRITE.
      *
           PERFORM 510-WRITE-ONE-DETAIL
               VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-TABLE-COUNT.
      *
           MOVE SPACES                      TO WS-GLX-TRAILER-RECORD.
           MOVE 'T'                         TO WS-GT-RECORD-TYPE.
           MOVE WS-POST-DATE-X              TO WS-GT-BUSINESS-DATE.
           MOVE WS-DETAIL-WRITTEN-COUNT     TO WS-GT-DETAIL-COUNT.
           MOVE WS-TOTAL-DEBITS             TO WS-GT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS            TO WS-GT-TOTAL-CREDITS.
           WRITE GLX-FILE-RECORD FROM WS-GLX-TRAILER-RECORD.
           PERFORM 550-CHECK-EXTRACT-WRITE.
      *
           CLOSE GLX-FILE.
      *
       510-WRITE-ONE-DETAIL.
      *
           ADD 1 TO WS-DETAIL-WRITTEN-COUNT.
           MOVE SPACES                      TO WS-GLX-DETAIL-RECORD.
           MOVE 'D'                         TO WS-GD-RECORD-TYPE.
           MOVE WS-POST-DATE-X              TO WS-GD-BUSINESS-DATE.
           MOVE WS-DETAIL-WRITTEN-COUNT     TO WS-GD-LINE-NUMBER.
           MOVE WS-JL-ACCOUNT(WS-JL-SUB)    TO WS-GD-ACCOUNT.
           MOVE WS-JL-DR-CR(WS-JL-SUB)      TO WS-GD-DR-CR.
           MOVE WS-JL-AMOUNT(WS-JL-SUB)     TO WS-GD-AMOUNT.
           MOVE WS-JL-SOURCE(WS-JL-SUB)     TO WS-GD-SOURCE.
           MOVE WS-JL-STATE(WS-JL-SUB)      TO WS-GD-STATE.
           MOVE WS-JL-DESCRIPTION(WS-JL-SUB) TO WS-GD-DESCRIPTION.
           WRITE GLX-FILE-RECORD FROM WS-GLX-DETAIL-RECORD.
           PERFORM 550-CHECK-EXTRACT-WRITE.
      *
       550-CHECK-EXTRACT-WRITE.
      *
           IF NOT WS-GLXFILE-SUCCESS
               DISPLAY "WS-GLXFILE-SW=" WS-GLXFILE-SW
               DISPLAY "GLX-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-BUSINESS-DATE.
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
           MOVE WS-INVOICE-AMOUNT           TO WS-TL1-INVOICE-AMOUNT.
           MOVE WS-CREDIT-COUNT             TO WS-TL2-CREDIT-COUNT.
           MOVE WS-CREDIT-AMOUNT            TO WS-TL2-CREDIT-AMOUNT.
           MOVE WS-CASH-COUNT               TO WS-TL3-CASH-COUNT.
           MOVE WS-CASH-AMOUNT              TO WS-TL3-CASH-AMOUNT.
           MOVE WS-TOTAL-DEBITS             TO WS-TL4-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS            TO WS-TL5-TOTAL-CREDITS.
           MOVE WS-UNMAPPED-COUNT           TO WS-TL6-UNMAPPED-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
           IF WS-PD-REDATED
               MOVE WS-POST-DATE-X          TO WS-TL8-POST-DATE
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-8
           END-IF.
      *
           IF WS-JL-OVERFLOW-COUNT > ZERO
               MOVE WS-JL-OVERFLOW-COUNT    TO WS-TL7-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7
           END-IF.
      *
           WRITE PRINT-RECORD FROM SPACES.
           IF WS-EXTRACT-OK
               MOVE WS-DETAIL-WRITTEN-COUNT TO WS-RL-DETAIL-COUNT
               WRITE PRINT-RECORD FROM WS-RESULT-LINE-OK
           ELSE
               IF WS-OUT-OF-BALANCE NOT = ZERO
                   MOVE WS-OUT-OF-BALANCE   TO WS-RL-OUT-OF-BALANCE
                   WRITE PRINT-RECORD FROM WS-RESULT-LINE-BALANCE
               END-IF
               IF WS-UNMAPPED-COUNT > ZERO
                   WRITE PRINT-RECORD FROM WS-RESULT-LINE-UNMAPPED
               END-IF
               IF WS-JL-OVERFLOW-COUNT > ZERO
                   WRITE PRINT-RECORD FROM WS-RESULT-LINE-OVERFLOW
               END-IF
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "INVOICES          =" WS-INVOICE-COUNT.
           DISPLAY "CREDIT MEMOS      =" WS-CREDIT-COUNT.
           DISPLAY "CASH APPLICATIONS =" WS-CASH-COUNT.
           DISPLAY "DETAIL RECORDS    =" WS-DETAIL-WRITTEN-COUNT.
      *
       COPY RUNCTLPD.
