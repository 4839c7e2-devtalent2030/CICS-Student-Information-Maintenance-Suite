       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTDOCF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly quotation document run. Reads the
      *                     QTHF2A quotation headers and produces a
      *                     quote document for every one whose document
      *                     flag QTMNTF2A has set to requested - a new
      *                     quote, or one the salesman asked to send
      *                     again. The document is printed one page per
      *                     quote, addressed from CMFF2A with the
      *                     SHPF2A ship-to when there is one, and lists
      *                     the QTLF2A lines at the quoted prices with
      *                     the estimated sales tax and the date the
      *                     prices are held until. Customers with a
      *                     usable WS-CM-EMAIL also get the quote
      *                     through the QTEEDL delivery interface - a
      *                     header record addressed with the email and
      *                     a detail record per line, laid out like the
      *                     ORDIVF2A invoice extract. A customer with no
      *                     usable email is sent the printed copy only
      *                     and is listed as an exception so sales can
      *                     post or hand it over. A quote that is no
      *                     longer open, has expired on the business
      *                     date or has no lines is not sent. Every
      *                     requested quote is marked produced with the
      *                     business date so it is not sent twice, and
      *                     the run closes with a summary of each quote
      *                     and what was done with it.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT QTH-FILE ASSIGN TO QTHFILE
               RECORD KEY IS QTH-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QTHFILE-SW.

           SELECT QTL-FILE ASSIGN TO QTLFILE
               RECORD KEY IS QTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-QTLFILE-SW.

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

           SELECT EDL-FILE ASSIGN TO QTEEDL
               FILE STATUS IS WS-EDLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD QTH-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS QTH-FILE-RECORD.
       01 QTH-FILE-RECORD.
           05 QTH-FILE-KEY.
               10 QTH-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(114).

       FD QTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS QTL-FILE-RECORD.
       01 QTL-FILE-RECORD.
           05 QTL-FILE-KEY.
               10 QTL-FILE-QUOTE-NUMBER     PIC X(6).
               10 QTL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(72).

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

       FD EDL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS EDL-FILE-RECORD.
       01 EDL-FILE-RECORD                   PIC X(100).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY QTHWSREC.
       COPY QTLWSREC.
       COPY CMFWSREC.
       COPY SHPWSREC.
      *
       01 WS-QTHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-QTHFILE-SUCCESS               VALUE '00'.
           88  WS-QTHFILE-EOF                   VALUE '10'.
       01 WS-QTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-QTLFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-EDLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-EDLFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-CUST-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                    VALUE 'Y'.
       01 WS-SHIP-TO-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  WS-SHIP-TO-FOUND                 VALUE 'Y'.
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
      * A YYMMDD DATE FROM THE QUOTE SHOWN MM/DD/YY ON THE DOCUMENT.
      *
       01 WS-DATE-IN                        PIC X(06)  VALUE SPACES.
       01 WS-DATE-OUT.
           05 WS-DO-MM                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-DO-DD                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-DO-YY                      PIC X(02).
      *
      * THE CURRENT QUOTE'S LINES, READ FROM QTLF2A BEFORE THE
      * DOCUMENT IS PRINTED. QTMNTF2A TAKES AT MOST FIVE LINES.
      *
       01 WS-QL-MAX-TABLE                   PIC 9(02)  VALUE 05.
       01 WS-QL-TABLE-COUNT                 PIC 9(02) COMP VALUE 0.
       01 WS-QL-SUB                         PIC 9(02) COMP VALUE 0.
       01 WS-QL-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-QL-EOF                        VALUE 'Y'.
       01 WS-QUOTE-LINE-TABLE.
           05 WS-QT-ENTRY                   OCCURS 5 TIMES.
               10 WS-QT-LINE-NUMBER         PIC X(02).
               10 WS-QT-ITEM-NUMBER         PIC X(06).
               10 WS-QT-ITEM-DESC           PIC X(30).
               10 WS-QT-QUANTITY            PIC 9(05).
               10 WS-QT-UNIT-PRICE          PIC 9(05)V99.
               10 WS-QT-LINE-AMOUNT         PIC 9(07)V99.
      *
       01 WS-DOCUMENT-WORK.
           05 WS-DW-SEND-SW                 PIC X(01)  VALUE 'N'.
               88  WS-DW-SEND                   VALUE 'Y'.
           05 WS-DW-DELIVERY                PIC X(07)  VALUE SPACES.
           05 WS-DW-REMARK                  PIC X(40)  VALUE SPACES.
           05 WS-DW-QUOTE-TOTAL             PIC 9(07)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-QUOTE-COUNT                PIC 9(07)  VALUE 0.
           05 WS-REQUESTED-COUNT            PIC 9(07)  VALUE 0.
           05 WS-DOCUMENT-COUNT             PIC 9(07)  VALUE 0.
           05 WS-EDELIVERED-COUNT           PIC 9(07)  VALUE 0.
           05 WS-PRINT-ONLY-COUNT           PIC 9(07)  VALUE 0.
           05 WS-NOT-SENT-COUNT             PIC 9(07)  VALUE 0.
           05 WS-GRAND-QUOTED               PIC 9(11)V99 VALUE 0.
      *
      * E-DELIVERY EXTRACT WORK - AS IN ORDIVF2A, THE EMAIL ON THE
      * CUSTOMER MASTER MUST CARRY AT LEAST ONE '@' AND ONE '.' TO BE
      * HANDED TO THE GATEWAY; ANYTHING ELSE IS PRINT-ONLY.
      *
       01 WS-EDELIVERY-WORK.
           05 WS-ED-AT-COUNT                PIC 9(02)  VALUE 0.
           05 WS-ED-DOT-COUNT               PIC 9(02)  VALUE 0.
           05 WS-ED-EMAIL-OK-SW             PIC X(01)  VALUE 'N'.
               88 WS-ED-EMAIL-OK                VALUE 'Y'.
      *
       01 WS-EDL-HEADER-RECORD.
           05 WS-EH-RECORD-TYPE             PIC X(01).
           05 WS-EH-QUOTE-NUMBER            PIC X(06).
           05 WS-EH-CUSTOMER-NUMBER         PIC X(06).
           05 WS-EH-EMAIL                   PIC X(40).
           05 WS-EH-QUOTE-DATE              PIC X(06).
           05 WS-EH-EXPIRY-DATE             PIC X(06).
           05 WS-EH-TOTAL-AMOUNT            PIC 9(07)V99.
           05 WS-EH-TAX-AMOUNT              PIC 9(05)V99.
           05 FILLER                        PIC X(19).
      *
       01 WS-EDL-DETAIL-RECORD.
           05 WS-ED-RECORD-TYPE             PIC X(01).
           05 WS-ED-QUOTE-NUMBER            PIC X(06).
           05 WS-ED-LINE-NUMBER             PIC X(02).
           05 WS-ED-ITEM-NUMBER             PIC X(06).
           05 WS-ED-ITEM-DESC               PIC X(30).
           05 WS-ED-QUANTITY                PIC 9(05).
           05 WS-ED-UNIT-PRICE              PIC 9(05)V99.
           05 WS-ED-LINE-AMOUNT             PIC 9(07)V99.
           05 FILLER                        PIC X(34).
      *
      * REQUESTED QUOTES AND WHAT WAS DONE, COLLECTED FOR THE CLOSING
      * SUMMARY.
      *
       01 WS-SM-MAX-TABLE                   PIC 9(03)  VALUE 300.
       01 WS-SM-TABLE-COUNT                 PIC 9(03) COMP VALUE 0.
       01 WS-SM-SUB                         PIC 9(03) COMP VALUE 0.
       01 WS-SM-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-SM-SUMMARY-TABLE.
           05 WS-SM-ENTRY                   OCCURS 300 TIMES.
               10 WS-SM-QUOTE-NUMBER        PIC X(06).
               10 WS-SM-CUSTOMER-NUMBER     PIC X(06).
               10 WS-SM-LAST-NAME           PIC X(20).
               10 WS-SM-TOTAL-AMOUNT        PIC 9(07)V99.
               10 WS-SM-EXPIRY-DATE         PIC X(06).
               10 WS-SM-DELIVERY            PIC X(07).
               10 WS-SM-REMARK              PIC X(40).
      *
      * QUOTE DOCUMENT LAYOUT.
      *
       01 WS-QUOTE-HEADING-1.
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "QUOTATION".
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 FILLER                        PIC X(10)
               VALUE "QUOTE NO  ".
           05 WS-QH1-QUOTE-NUMBER           PIC X(06).
      *
       01 WS-QUOTE-HEADING-2.
           05 FILLER                        PIC X(60)  VALUE SPACES.
           05 FILLER                        PIC X(10)
               VALUE "DATE      ".
           05 WS-QH2-QUOTE-DATE             PIC X(08).
      *
       01 WS-QUOTE-HEADING-3.
           05 FILLER                        PIC X(60)  VALUE SPACES.
           05 FILLER                        PIC X(10)
               VALUE "VALID TO  ".
           05 WS-QH3-EXPIRY-DATE            PIC X(08).
      *
       01 WS-SOLDTO-LINE-1.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST1-FIRST-NAME             PIC X(15).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST1-LAST-NAME              PIC X(20).
      *
       01 WS-SOLDTO-LINE-2.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST2-ADDRESS                PIC X(25).
      *
       01 WS-SOLDTO-LINE-3.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST3-CITY                   PIC X(15).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST3-STATE                  PIC X(02).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST3-ZIP-CODE               PIC X(09).
      *
       01 WS-SHIPTO-LINE-1.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(09)
               VALUE "SHIP TO: ".
           05 WS-SH1-NAME                   PIC X(25).
      *
       01 WS-SHIPTO-LINE-2.
           05 FILLER                        PIC X(18)  VALUE SPACES.
           05 WS-SH2-ADDRESS                PIC X(25).
      *
       01 WS-SHIPTO-LINE-3.
           05 FILLER                        PIC X(18)  VALUE SPACES.
           05 WS-SH3-CITY                   PIC X(15).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-SH3-STATE                  PIC X(02).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-SH3-ZIP-CODE               PIC X(09).
      *
       01 WS-ACCOUNT-LINE.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(16)
               VALUE "ACCOUNT NUMBER: ".
           05 WS-AL-CUSTOMER-NUMBER         PIC X(06).
      *
       01 WS-LINE-HEADING.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE "LINE".
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(32) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(08) VALUE "   QTY".
           05 FILLER                   PIC X(12) VALUE "  UNIT PRICE".
           05 FILLER                   PIC X(14) VALUE "        AMOUNT".
      *
       01 WS-LINE-DETAIL.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-LD-LINE-NUMBER             PIC X(02).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-LD-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-LD-ITEM-DESC               PIC X(30).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-LD-QUANTITY                PIC ZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-LD-UNIT-PRICE              PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-LD-LINE-AMOUNT             PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-QUOTE-TOTAL-LINE-1.
           05 FILLER                        PIC X(49)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "MERCHANDISE           = ".
           05 WS-QT1-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
       01 WS-QUOTE-TOTAL-LINE-2.
           05 FILLER                        PIC X(49)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "ESTIMATED SALES TAX   = ".
           05 WS-QT2-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
       01 WS-QUOTE-TOTAL-LINE-3.
           05 FILLER                        PIC X(49)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "QUOTED TOTAL          = ".
           05 WS-QT3-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
      *
       01 WS-QUOTE-TERMS-LINE-1.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(38)
               VALUE "THE PRICES ABOVE ARE HELD UNTIL ".
           05 WS-QTL1-EXPIRY-DATE           PIC X(08).
           05 FILLER                        PIC X(24)
               VALUE ". SALES TAX IS ESTIMATED".
       01 WS-QUOTE-TERMS-LINE-2.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(35)
               VALUE "AND IS CHARGED AT THE RATE IN FORCE".
           05 FILLER                        PIC X(35)
               VALUE " WHEN THE ORDER IS PLACED.".
      *
      * RUN SUMMARY LAYOUT.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "QUOTATION DOCUMENT RUN SUMMARY".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(15)
               VALUE "BUSINESS DATE ".
           05 WS-HL2-BUSINESS-DATE          PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(10)
               VALUE "RUN DATE ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-SUMMARY-HEADING.
           05 FILLER                   PIC X(08) VALUE "QUOTE".
           05 FILLER                   PIC X(09) VALUE "CUST NO".
           05 FILLER                   PIC X(21) VALUE "LAST NAME".
           05 FILLER                   PIC X(14) VALUE "       TOTAL".
           05 FILLER                   PIC X(10) VALUE "VALID TO".
           05 FILLER                   PIC X(08) VALUE "VIA".
           05 FILLER                   PIC X(40) VALUE "REMARK".
      *
       01 WS-SUMMARY-DETAIL-LINE.
           05 WS-SD-QUOTE-NUMBER            PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SD-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-SD-LAST-NAME               PIC X(20).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-SD-TOTAL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SD-EXPIRY-DATE             PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SD-DELIVERY                PIC X(08).
           05 WS-SD-REMARK                  PIC X(40).
      *
       01 WS-NONE-LINE.
           05 WS-NL-TEXT                    PIC X(60).
      *
       01 WS-OVERFLOW-LINE.
           05 FILLER                        PIC X(19)
               VALUE "** TABLE FULL - ".
           05 WS-OFL-TABLE-NAME             PIC X(10).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-OFL-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(35)
               VALUE " NOT REPORTED - RAISE LIMIT **".
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(20)
               VALUE "QUOTES READ       = ".
           05 WS-TL1-QUOTE-COUNT            PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "DOCS REQUESTED    = ".
           05 WS-TL2-REQUESTED-COUNT        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "DOCUMENTS SENT    = ".
           05 WS-TL3-DOCUMENT-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "E-DELIVERED       = ".
           05 WS-TL4-EDELIVERED-COUNT       PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(16)
               VALUE "   PRINT ONLY = ".
           05 WS-TL4-PRINT-ONLY-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "NOT SENT          = ".
           05 WS-TL5-NOT-SENT-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(20)
               VALUE "AMOUNT QUOTED     = ".
           05 WS-TL6-GRAND-QUOTED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'QTDOCF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-QTHFILE-SW
                         WS-QTLFILE-SW
                         WS-CMFFILE-SW
                         WS-SHPFILE-SW
                         WS-EDLFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           OPEN I-O QTH-FILE.
           IF WS-QTHFILE-SUCCESS
               DISPLAY "QTH-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QTHFILE-SW=" WS-QTHFILE-SW
               DISPLAY "QTH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT QTL-FILE.
           IF WS-QTLFILE-SUCCESS
               DISPLAY "QTL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QTLFILE-SW=" WS-QTLFILE-SW
               DISPLAY "QTL-FILE OPEN ERROR"
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
           OPEN OUTPUT EDL-FILE.
           IF WS-EDLFILE-SUCCESS
               DISPLAY "EDL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE OPEN ERROR"
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
           READ QTH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-PROCESS-QUOTE
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-RUN-SUMMARY.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE QTH-FILE
                 QTL-FILE
                 CMF-FILE
                 SHP-FILE
                 EDL-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
           MOVE WS-QUOTE-COUNT              TO WS-RC-IN-COUNT.
           MOVE WS-DOCUMENT-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
           STOP RUN.
      *
       050-FORMAT-DATE.
      *
           MOVE WS-DATE-IN(1:2)             TO WS-DO-YY.
           MOVE WS-DATE-IN(3:2)             TO WS-DO-MM.
           MOVE WS-DATE-IN(5:2)             TO WS-DO-DD.
      *
       100-PROCESS-QUOTE.
      *
           ADD 1 TO WS-QUOTE-COUNT.
           MOVE QTH-FILE-RECORD             TO WS-QUOTE-HEADER-RECORD.
      *
           IF WS-QH-DOC-REQUESTED
               ADD 1 TO WS-REQUESTED-COUNT
               PERFORM 200-REVIEW-REQUESTED-QUOTE
               SET WS-QH-DOC-PRODUCED       TO TRUE
               MOVE WS-RC-BUSINESS-DATE     TO WS-QH-DOCUMENT-DATE
               REWRITE QTH-FILE-RECORD FROM WS-QUOTE-HEADER-RECORD
               IF NOT WS-QTHFILE-SUCCESS
                   DISPLAY "WS-QTHFILE-SW=" WS-QTHFILE-SW
                   DISPLAY "QTH-FILE REWRITE ERROR FOR QUOTE "
                           WS-QH-QUOTE-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
           READ QTH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * ONLY AN OPEN QUOTE STILL WITHIN ITS EXPIRY DATE, FOR A
      * CUSTOMER ON FILE AND WITH LINES TO SHOW, IS SENT. ANY OTHER
      * REQUEST IS MARKED PRODUCED ALL THE SAME SO IT DOES NOT COME
      * BACK EVERY NIGHT, AND IS LISTED WITH THE REASON.
      *
       200-REVIEW-REQUESTED-QUOTE.
      *
           MOVE 'N'                         TO WS-DW-SEND-SW.
           MOVE SPACES                      TO WS-DW-DELIVERY
                                               WS-DW-REMARK.
           COMPUTE WS-DW-QUOTE-TOTAL =
               WS-QH-TOTAL-AMOUNT + WS-QH-TAX-AMOUNT.
      *
           PERFORM 210-READ-CUSTOMER.
      *
           EVALUATE TRUE
               WHEN WS-QH-STATUS-CONVERTED
                   MOVE SPACES              TO WS-DW-REMARK
                   STRING 'CONVERTED TO ORDER ' DELIMITED BY SIZE
                          WS-QH-ORDER-NUMBER DELIMITED BY SIZE
                          ' - NOT SENT'      DELIMITED BY SIZE
                     INTO WS-DW-REMARK
                   END-STRING
               WHEN WS-QH-STATUS-LOST
                   MOVE 'MARKED LOST - NOT SENT'
                     TO WS-DW-REMARK
               WHEN WS-QH-EXPIRY-DATE < WS-RC-BUSINESS-DATE
                   MOVE 'EXPIRED - NOT SENT'
                     TO WS-DW-REMARK
               WHEN NOT WS-CUST-FOUND
                   MOVE 'NOT ON CMFF2A - NOT SENT'
                     TO WS-DW-REMARK
               WHEN OTHER
                   PERFORM 230-LOAD-QUOTE-LINES
                   IF WS-QL-TABLE-COUNT = ZERO
                       MOVE 'NO LINES ON QTLF2A - NOT SENT'
                         TO WS-DW-REMARK
                   ELSE
                       MOVE 'Y'             TO WS-DW-SEND-SW
                   END-IF
           END-EVALUATE.
      *
           IF WS-DW-SEND
               ADD 1 TO WS-DOCUMENT-COUNT
               ADD WS-DW-QUOTE-TOTAL        TO WS-GRAND-QUOTED
               PERFORM 220-READ-SHIP-TO
               PERFORM 400-PRINT-QUOTE
               PERFORM 380-WRITE-EDELIVERY-EXTRACT
           ELSE
               ADD 1 TO WS-NOT-SENT-COUNT
           END-IF.
      *
           PERFORM 360-ADD-SUMMARY-ENTRY.
      *
       210-READ-CUSTOMER.
      *
           MOVE SPACES                      TO
               WS-CUSTOMER-MASTER-RECORD.
           MOVE WS-QH-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-CUST-FOUND-SW
                   MOVE '** CUSTOMER UNKNOWN **'
                     TO WS-CM-LAST-NAME
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
           END-READ.
      *
      * A BLANK SHIP-TO CODE SHIPS TO THE CUSTOMER'S OWN ADDRESS AND
      * NO SHIP-TO BLOCK IS PRINTED.
      *
       220-READ-SHIP-TO.
      *
           MOVE 'N'                         TO WS-SHIP-TO-FOUND-SW.
           MOVE SPACES                      TO WS-SHIP-TO-RECORD.
           IF WS-QH-SHIP-TO-CODE NOT = SPACES
               MOVE WS-QH-CUSTOMER-NUMBER   TO SHP-FILE-CUSTOMER
               MOVE WS-QH-SHIP-TO-CODE      TO SHP-FILE-CODE
               READ SHP-FILE
                   INVALID KEY
                       MOVE 'N'             TO WS-SHIP-TO-FOUND-SW
                   NOT INVALID KEY
                       MOVE SHP-FILE-RECORD TO WS-SHIP-TO-RECORD
                       MOVE 'Y'             TO WS-SHIP-TO-FOUND-SW
               END-READ
           END-IF.
      *
       230-LOAD-QUOTE-LINES.
      *
           MOVE ZERO                        TO WS-QL-TABLE-COUNT.
           MOVE 'N'                         TO WS-QL-EOF-SW.
           MOVE WS-QH-QUOTE-NUMBER          TO QTL-FILE-QUOTE-NUMBER.
           MOVE LOW-VALUES                  TO QTL-FILE-LINE-NUMBER.
           START QTL-FILE KEY >= QTL-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-QL-EOF-SW
           END-START.
           IF NOT WS-QL-EOF
               READ QTL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-QL-EOF-SW
               END-READ
               PERFORM 235-LOAD-ONE-LINE
                   UNTIL WS-QL-EOF
           END-IF.
      *
       235-LOAD-ONE-LINE.
      *
           MOVE QTL-FILE-RECORD             TO WS-QUOTE-LINE-RECORD.
           IF       WS-QL-QUOTE-NUMBER NOT = WS-QH-QUOTE-NUMBER
                 OR WS-QL-TABLE-COUNT = WS-QL-MAX-TABLE
               MOVE 'Y' TO WS-QL-EOF-SW
           ELSE
               ADD 1 TO WS-QL-TABLE-COUNT
               MOVE WS-QL-LINE-NUMBER
                 TO WS-QT-LINE-NUMBER(WS-QL-TABLE-COUNT)
               MOVE WS-QL-ITEM-NUMBER
                 TO WS-QT-ITEM-NUMBER(WS-QL-TABLE-COUNT)
               MOVE WS-QL-ITEM-DESC
                 TO WS-QT-ITEM-DESC(WS-QL-TABLE-COUNT)
               MOVE WS-QL-QUANTITY
                 TO WS-QT-QUANTITY(WS-QL-TABLE-COUNT)
               MOVE WS-QL-UNIT-PRICE
                 TO WS-QT-UNIT-PRICE(WS-QL-TABLE-COUNT)
               MOVE WS-QL-LINE-AMOUNT
                 TO WS-QT-LINE-AMOUNT(WS-QL-TABLE-COUNT)
               READ QTL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-QL-EOF-SW
               END-READ
           END-IF.
      *
       360-ADD-SUMMARY-ENTRY.
      *
           IF WS-SM-TABLE-COUNT < WS-SM-MAX-TABLE
               ADD 1 TO WS-SM-TABLE-COUNT
               MOVE WS-QH-QUOTE-NUMBER
                 TO WS-SM-QUOTE-NUMBER(WS-SM-TABLE-COUNT)
               MOVE WS-QH-CUSTOMER-NUMBER
                 TO WS-SM-CUSTOMER-NUMBER(WS-SM-TABLE-COUNT)
               MOVE WS-CM-LAST-NAME
                 TO WS-SM-LAST-NAME(WS-SM-TABLE-COUNT)
               MOVE WS-DW-QUOTE-TOTAL
                 TO WS-SM-TOTAL-AMOUNT(WS-SM-TABLE-COUNT)
               MOVE WS-QH-EXPIRY-DATE
                 TO WS-SM-EXPIRY-DATE(WS-SM-TABLE-COUNT)
               MOVE WS-DW-DELIVERY
                 TO WS-SM-DELIVERY(WS-SM-TABLE-COUNT)
               MOVE WS-DW-REMARK
                 TO WS-SM-REMARK(WS-SM-TABLE-COUNT)
           ELSE
               ADD 1 TO WS-SM-OVERFLOW-COUNT
           END-IF.
      *
       380-WRITE-EDELIVERY-EXTRACT.
      *
           MOVE 'N'                         TO WS-ED-EMAIL-OK-SW.
           MOVE ZERO                        TO WS-ED-AT-COUNT
                                               WS-ED-DOT-COUNT.
           INSPECT WS-CM-EMAIL
               TALLYING WS-ED-AT-COUNT  FOR ALL '@'
                        WS-ED-DOT-COUNT FOR ALL '.'.
           IF       WS-CM-EMAIL NOT = SPACES
                AND WS-ED-AT-COUNT > ZERO
                AND WS-ED-DOT-COUNT > ZERO
               MOVE 'Y'                     TO WS-ED-EMAIL-OK-SW
           END-IF.
      *
           IF WS-ED-EMAIL-OK
               ADD 1 TO WS-EDELIVERED-COUNT
               MOVE ' E-MAIL'               TO WS-DW-DELIVERY
               MOVE 'SENT'                  TO WS-DW-REMARK
               PERFORM 382-WRITE-EDELIVERY-HEADER
               PERFORM 384-WRITE-EDELIVERY-DETAIL
                   VARYING WS-QL-SUB FROM 1 BY 1
                       UNTIL WS-QL-SUB > WS-QL-TABLE-COUNT
           ELSE
               ADD 1 TO WS-PRINT-ONLY-COUNT
               MOVE ' PRINT '               TO WS-DW-DELIVERY
               MOVE '** NO USABLE E-MAIL - PRINTED COPY ONLY'
                 TO WS-DW-REMARK
           END-IF.
      *
       382-WRITE-EDELIVERY-HEADER.
      *
           MOVE SPACES                      TO WS-EDL-HEADER-RECORD.
           MOVE 'H'                         TO WS-EH-RECORD-TYPE.
           MOVE WS-QH-QUOTE-NUMBER          TO WS-EH-QUOTE-NUMBER.
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-EH-CUSTOMER-NUMBER.
           MOVE WS-CM-EMAIL                 TO WS-EH-EMAIL.
           MOVE WS-QH-QUOTE-DATE            TO WS-EH-QUOTE-DATE.
           MOVE WS-QH-EXPIRY-DATE           TO WS-EH-EXPIRY-DATE.
           MOVE WS-QH-TOTAL-AMOUNT          TO WS-EH-TOTAL-AMOUNT.
           MOVE WS-QH-TAX-AMOUNT            TO WS-EH-TAX-AMOUNT.
           WRITE EDL-FILE-RECORD FROM WS-EDL-HEADER-RECORD.
           IF NOT WS-EDLFILE-SUCCESS
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       384-WRITE-EDELIVERY-DETAIL.
      *
           MOVE SPACES                      TO WS-EDL-DETAIL-RECORD.
           MOVE 'D'                         TO WS-ED-RECORD-TYPE.
           MOVE WS-QH-QUOTE-NUMBER          TO WS-ED-QUOTE-NUMBER.
           MOVE WS-QT-LINE-NUMBER(WS-QL-SUB)
             TO WS-ED-LINE-NUMBER.
           MOVE WS-QT-ITEM-NUMBER(WS-QL-SUB)
             TO WS-ED-ITEM-NUMBER.
           MOVE WS-QT-ITEM-DESC(WS-QL-SUB)  TO WS-ED-ITEM-DESC.
           MOVE WS-QT-QUANTITY(WS-QL-SUB)   TO WS-ED-QUANTITY.
           MOVE WS-QT-UNIT-PRICE(WS-QL-SUB) TO WS-ED-UNIT-PRICE.
           MOVE WS-QT-LINE-AMOUNT(WS-QL-SUB)
             TO WS-ED-LINE-AMOUNT.
           WRITE EDL-FILE-RECORD FROM WS-EDL-DETAIL-RECORD.
           IF NOT WS-EDLFILE-SUCCESS
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      * ONE PAGE PER QUOTE - QUOTE NUMBER AND DATES, ADDRESS BLOCK,
      * SHIP-TO WHEN THERE IS ONE, THE LINES AT THE QUOTED PRICES,
      * THE TOTALS AND THE TERMS.
      *
       400-PRINT-QUOTE.
      *
           IF WS-DOCUMENT-COUNT > 1
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           MOVE WS-QH-QUOTE-NUMBER          TO WS-QH1-QUOTE-NUMBER.
           MOVE WS-QH-QUOTE-DATE            TO WS-DATE-IN.
           PERFORM 050-FORMAT-DATE.
           MOVE WS-DATE-OUT                 TO WS-QH2-QUOTE-DATE.
           MOVE WS-QH-EXPIRY-DATE           TO WS-DATE-IN.
           PERFORM 050-FORMAT-DATE.
           MOVE WS-DATE-OUT                 TO WS-QH3-EXPIRY-DATE
                                               WS-QTL1-EXPIRY-DATE.
           WRITE PRINT-RECORD FROM WS-QUOTE-HEADING-1.
           WRITE PRINT-RECORD FROM WS-QUOTE-HEADING-2.
           WRITE PRINT-RECORD FROM WS-QUOTE-HEADING-3.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE WS-CM-FIRST-NAME            TO WS-ST1-FIRST-NAME.
           MOVE WS-CM-LAST-NAME             TO WS-ST1-LAST-NAME.
           MOVE WS-CM-ADDRESS               TO WS-ST2-ADDRESS.
           MOVE WS-CM-CITY                  TO WS-ST3-CITY.
           MOVE WS-CM-STATE                 TO WS-ST3-STATE.
           MOVE WS-CM-ZIP-CODE              TO WS-ST3-ZIP-CODE.
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-AL-CUSTOMER-NUMBER.
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-1.
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-2.
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
      *
           IF WS-SHIP-TO-FOUND
               MOVE WS-SH-NAME              TO WS-SH1-NAME
               MOVE WS-SH-ADDRESS           TO WS-SH2-ADDRESS
               MOVE WS-SH-CITY              TO WS-SH3-CITY
               MOVE WS-SH-STATE             TO WS-SH3-STATE
               MOVE WS-SH-ZIP-CODE          TO WS-SH3-ZIP-CODE
               WRITE PRINT-RECORD FROM WS-SHIPTO-LINE-1
               WRITE PRINT-RECORD FROM WS-SHIPTO-LINE-2
               WRITE PRINT-RECORD FROM WS-SHIPTO-LINE-3
               WRITE PRINT-RECORD FROM SPACES
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-ACCOUNT-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-LINE-HEADING.
           WRITE PRINT-RECORD FROM SPACES.
           PERFORM 420-PRINT-QUOTE-LINE
               VARYING WS-QL-SUB FROM 1 BY 1
                   UNTIL WS-QL-SUB > WS-QL-TABLE-COUNT.
      *
           MOVE WS-QH-TOTAL-AMOUNT          TO WS-QT1-AMOUNT.
           MOVE WS-QH-TAX-AMOUNT            TO WS-QT2-AMOUNT.
           MOVE WS-DW-QUOTE-TOTAL           TO WS-QT3-AMOUNT.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-QUOTE-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-QUOTE-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-QUOTE-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-QUOTE-TERMS-LINE-1.
           WRITE PRINT-RECORD FROM WS-QUOTE-TERMS-LINE-2.
      *
       420-PRINT-QUOTE-LINE.
      *
           MOVE WS-QT-LINE-NUMBER(WS-QL-SUB) TO WS-LD-LINE-NUMBER.
           MOVE WS-QT-ITEM-NUMBER(WS-QL-SUB) TO WS-LD-ITEM-NUMBER.
           MOVE WS-QT-ITEM-DESC(WS-QL-SUB)   TO WS-LD-ITEM-DESC.
           MOVE WS-QT-QUANTITY(WS-QL-SUB)    TO WS-LD-QUANTITY.
           MOVE WS-QT-UNIT-PRICE(WS-QL-SUB)  TO WS-LD-UNIT-PRICE.
           MOVE WS-QT-LINE-AMOUNT(WS-QL-SUB) TO WS-LD-LINE-AMOUNT.
      *
           WRITE PRINT-RECORD FROM WS-LINE-DETAIL.
      *
       500-PRINT-RUN-SUMMARY.
      *
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 510-PRINT-SUMMARY-LINE
               VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-TABLE-COUNT.
           IF WS-SM-TABLE-COUNT = ZERO
               MOVE 'NO QUOTE DOCUMENTS REQUESTED THIS RUN'
                 TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           END-IF.
      *
       510-PRINT-SUMMARY-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-SM-QUOTE-NUMBER(WS-SM-SUB)
             TO WS-SD-QUOTE-NUMBER.
           MOVE WS-SM-CUSTOMER-NUMBER(WS-SM-SUB)
             TO WS-SD-CUSTOMER-NUMBER.
           MOVE WS-SM-LAST-NAME(WS-SM-SUB)  TO WS-SD-LAST-NAME.
           MOVE WS-SM-TOTAL-AMOUNT(WS-SM-SUB)
             TO WS-SD-TOTAL-AMOUNT.
           MOVE WS-SM-EXPIRY-DATE(WS-SM-SUB) TO WS-DATE-IN.
           PERFORM 050-FORMAT-DATE.
           MOVE WS-DATE-OUT                 TO WS-SD-EXPIRY-DATE.
           MOVE WS-SM-DELIVERY(WS-SM-SUB)   TO WS-SD-DELIVERY.
           MOVE WS-SM-REMARK(WS-SM-SUB)     TO WS-SD-REMARK.
      *
           WRITE PRINT-RECORD FROM WS-SUMMARY-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
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
           IF WS-PAGE-NBR > 1 OR WS-DOCUMENT-COUNT > ZERO
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-SUMMARY-HEADING.
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
           MOVE WS-QUOTE-COUNT              TO WS-TL1-QUOTE-COUNT.
           MOVE WS-REQUESTED-COUNT          TO WS-TL2-REQUESTED-COUNT.
           MOVE WS-DOCUMENT-COUNT           TO WS-TL3-DOCUMENT-COUNT.
           MOVE WS-EDELIVERED-COUNT         TO WS-TL4-EDELIVERED-COUNT.
           MOVE WS-PRINT-ONLY-COUNT         TO WS-TL4-PRINT-ONLY-COUNT.
           MOVE WS-NOT-SENT-COUNT           TO WS-TL5-NOT-SENT-COUNT.
           MOVE WS-GRAND-QUOTED             TO WS-TL6-GRAND-QUOTED.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
      *
           IF WS-SM-OVERFLOW-COUNT > ZERO
               MOVE 'QUOTES'                TO WS-OFL-TABLE-NAME
               MOVE WS-SM-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "QUOTES READ       =" WS-QUOTE-COUNT.
           DISPLAY "DOCS REQUESTED    =" WS-REQUESTED-COUNT.
           DISPLAY "DOCUMENTS SENT    =" WS-DOCUMENT-COUNT.
           DISPLAY "E-DELIVERED       =" WS-EDELIVERED-COUNT.
      *
       COPY RUNCTLPD.
