       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Monthly sales tax return report. Every
      *                     INVF2A invoice and credit memo dated in the
      *                     report month is posted to the state it was
      *                     taxed in, credit memos reducing the totals.
      *                     Documents written before the tax state was
      *                     stamped take the state from the customer
      *                     master. A document that carried tax is
      *                     taxable; one with no tax in a state that
      *                     has a TAXF2A rate was exempt under the
      *                     customer's TXEF2A certificate; any other is
      *                     non-taxable. Each state shows gross,
      *                     taxable, exempt and non-taxable sales and
      *                     the tax collected. A second section lists
      *                     the active exemption certificates that
      *                     expire within 60 days of the business date,
      *                     soonest first, so they can be renewed. The
      *                     report month is read as YYMM from SYSIN
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

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT TAX-FILE ASSIGN TO TAXFILE
               RECORD KEY IS TAX-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TAXFILE-SW.

           SELECT TXE-FILE ASSIGN TO TXEFILE
               RECORD KEY IS TXE-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXEFILE-SW.

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

       FD TAX-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS TAX-FILE-RECORD.
       01 TAX-FILE-RECORD.
           05 TAX-FILE-KEY.
               10 TAX-FILE-STATE            PIC X(2).
           05 FILLER                        PIC X(18).

       FD TXE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TXE-FILE-RECORD.
       01 TXE-FILE-RECORD.
           05 TXE-FILE-KEY.
               10 TXE-FILE-CUSTOMER         PIC X(6).
           05 FILLER                        PIC X(54).

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
       COPY TAXWSREC.
       COPY TXEWSREC.
      *
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-TAXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS               VALUE '00'.
           88  WS-TAXFILE-NOTFND                VALUE '23'.
       01 WS-TXEFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TXEFILE-SUCCESS               VALUE '00'.
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
      *
      * WHICH PART OF THE REPORT IS PRINTING - DRIVES THE SECTION
      * TITLE AND COLUMN HEADINGS ON EACH NEW PAGE.
      *
       01 WS-SECTION-SW                     PIC X(01)  VALUE 'S'.
           88  WS-SECTION-STATE                 VALUE 'S'.
           88  WS-SECTION-EXPIRING              VALUE 'E'.
      *
      * ONE ENTRY PER STATE TAXED IN THE MONTH, IN STATE CODE
      * SEQUENCE. THE TAXF2A RATE IS LOOKED UP WHEN THE STATE IS
      * FIRST MET.
      *
       01 WS-MS-MAX-TABLE                   PIC 9(04)  VALUE 0100.
       01 WS-MS-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MS-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-MS-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-MS-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-MS-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-MS-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-MS-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-MS-FOUND                      VALUE 'Y'.
       01 WS-MS-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-MS-STOP                       VALUE 'Y'.
       01 WS-MS-SEARCH-STATE                PIC X(02)  VALUE SPACES.
       01 WS-MS-STATE-TABLE.
           05 WS-MS-ENTRY                   OCCURS 100 TIMES.
               10 WS-MS-STATE               PIC X(02).
               10 WS-MS-RATED-SW            PIC X(01).
                   88  WS-MS-RATED              VALUE 'Y'.
               10 WS-MS-TAX-RATE            PIC 9V9999.
               10 WS-MS-TAXABLE             PIC S9(11)V99 COMP-3.
               10 WS-MS-EXEMPT              PIC S9(11)V99 COMP-3.
               10 WS-MS-NON-TAXABLE         PIC S9(11)V99 COMP-3.
               10 WS-MS-TAX                 PIC S9(11)V99 COMP-3.
      *
      * CERTIFICATES EXPIRING WITHIN THE WINDOW, KEPT IN EXPIRY DATE
      * THEN CUSTOMER NUMBER SEQUENCE AS THEY ARE INSERTED.
      *
       01 WS-XP-MAX-TABLE                   PIC 9(04)  VALUE 1000.
       01 WS-XP-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-XP-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-XP-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-XP-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-XP-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-XP-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-XP-STOP                       VALUE 'Y'.
       01 WS-XP-SEARCH-KEY                  PIC X(12)  VALUE SPACES.
       01 WS-XP-EXPIRING-TABLE.
           05 WS-XP-ENTRY                   OCCURS 1000 TIMES.
               10 WS-XP-SORT-KEY.
                   15 WS-XP-EXPIRY-DATE     PIC X(06).
                   15 WS-XP-CUSTOMER-NUMBER PIC X(06).
               10 WS-XP-CERT-NUMBER         PIC X(15).
               10 WS-XP-EXEMPT-STATE        PIC X(02).
               10 WS-XP-DAYS-LEFT           PIC 9(03).
      *
       01 WS-DOCUMENT-WORK.
           05 WS-DW-STATE                   PIC X(02)  VALUE SPACES.
           05 WS-DW-MDSE-AMOUNT             PIC S9(09)V99 VALUE 0.
           05 WS-DW-TAX-AMOUNT              PIC S9(09)V99 VALUE 0.
      *
      * DAY NUMBERS FOR THE EXPIRY WINDOW - 365 DAYS A YEAR AND 30 A
      * MONTH IS CLOSE ENOUGH FOR A RENEWAL REMINDER.
      *
       01 WS-EXPIRY-WORK.
           05 WS-XW-WINDOW-DAYS             PIC 9(03)  VALUE 060.
           05 WS-XW-DATE-X.
               10 WS-XW-YY                  PIC 9(02).
               10 WS-XW-MM                  PIC 9(02).
               10 WS-XW-DD                  PIC 9(02).
           05 WS-XW-DAY-NUMBER              PIC S9(08) COMP VALUE 0.
           05 WS-XW-RUN-DAYS                PIC S9(08) COMP VALUE 0.
           05 WS-XW-DAYS-LEFT               PIC S9(08) COMP VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-INVOICE-COUNT              PIC 9(07)  VALUE 0.
           05 WS-CREDIT-COUNT               PIC 9(07)  VALUE 0.
           05 WS-STATE-FROM-CMF-COUNT       PIC 9(07)  VALUE 0.
           05 WS-CERT-READ-COUNT            PIC 9(07)  VALUE 0.
           05 WS-EXPIRING-COUNT             PIC 9(07)  VALUE 0.
           05 WS-GRAND-TAXABLE              PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-EXEMPT               PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-NON-TAXABLE          PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-TAX                  PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-GROSS                PIC S9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "SALES TAX RETURN REPORT".
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
           05 WS-HL3-SECTION-TITLE          PIC X(50).
      *
       01 WS-STATE-HEADING.
           05 FILLER                   PIC X(06) VALUE "STATE".
           05 FILLER                   PIC X(08) VALUE "    RATE".
           05 FILLER                   PIC X(20)
               VALUE "         GROSS SALES".
           05 FILLER                   PIC X(20)
               VALUE "       TAXABLE SALES".
           05 FILLER                   PIC X(20)
               VALUE "        EXEMPT SALES".
           05 FILLER                   PIC X(20)
               VALUE "         NON-TAXABLE".
           05 FILLER                   PIC X(20)
               VALUE "       TAX COLLECTED".
      *
       01 WS-EXPIRING-HEADING.
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                   PIC X(17) VALUE "CERTIFICATE".
           05 FILLER                   PIC X(07) VALUE "STATE".
           05 FILLER                   PIC X(10) VALUE "EXPIRES".
           05 FILLER                   PIC X(09) VALUE "DAYS LEFT".
      *
       01 WS-STATE-LINE.
           05 WS-SL-STATE                   PIC X(02).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 WS-SL-TAX-RATE                PIC 9.9999 BLANK WHEN ZERO.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-SL-GROSS                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SL-TAXABLE                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SL-EXEMPT                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SL-NON-TAXABLE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SL-TAX                     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-EXPIRING-LINE.
           05 WS-EL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-CUSTOMER-NAME           PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-CERT-NUMBER             PIC X(15).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-EXEMPT-STATE            PIC X(02).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 WS-EL-EXPIRY-YY               PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-EXPIRY-MM               PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-EXPIRY-DD               PIC X(02).
           05 FILLER                        PIC X(08)  VALUE SPACES.
           05 WS-EL-DAYS-LEFT               PIC ZZ9.
      *
       01 WS-NONE-LINE.
           05 FILLER                        PIC X(40)
               VALUE "NO CERTIFICATES EXPIRING IN THE WINDOW".
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
               VALUE "NET GROSS SALES             = ".
           05 WS-TL3-GROSS                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "NET TAXABLE SALES           = ".
           05 WS-TL4-TAXABLE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "NET EXEMPT SALES            = ".
           05 WS-TL5-EXEMPT                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "NET NON-TAXABLE SALES       = ".
           05 WS-TL6-NON-TAXABLE            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "NET TAX COLLECTED           = ".
           05 WS-TL7-TAX                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(30)
               VALUE "STATE TAKEN FROM CMFF2A     = ".
           05 WS-TL8-STATE-FROM-CMF-COUNT   PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-9.
           05 FILLER                        PIC X(30)
               VALUE "CERTIFICATES EXPIRING       = ".
           05 WS-TL9-EXPIRING-COUNT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'TAXRPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-INVFILE-SW
                         WS-CMFFILE-SW
                         WS-TAXFILE-SW
                         WS-TXEFILE-SW
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
           MOVE WS-RC-BUSINESS-DATE         TO WS-XW-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-XW-DAY-NUMBER            TO WS-XW-RUN-DAYS.
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
           OPEN INPUT TAX-FILE.
           IF WS-TAXFILE-SUCCESS
               DISPLAY "TAX-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-TAXFILE-SW=" WS-TAXFILE-SW
               DISPLAY "TAX-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT TXE-FILE.
           IF WS-TXEFILE-SUCCESS
               DISPLAY "TXE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-TXEFILE-SW=" WS-TXEFILE-SW
               DISPLAY "TXE-FILE OPEN ERROR"
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
           MOVE 'N' TO WS-EOF-SW-IN.
           READ TXE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 300-CHECK-ONE-CERTIFICATE
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-STATE-SECTION.
           PERFORM 700-PRINT-TOTAL-LINES.
           PERFORM 540-PRINT-EXPIRING-SECTION.
      *
           CLOSE INV-FILE
                 CMF-FILE
                 TAX-FILE
                 TXE-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           COMPUTE WS-RC-IN-COUNT = WS-INVOICE-COUNT + WS-CREDIT-COUNT.
           MOVE WS-MS-TABLE-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       050-DATE-TO-DAYS.
      *
           COMPUTE WS-XW-DAY-NUMBER =
                 (WS-XW-YY * 365)
               + (WS-XW-MM * 30)
               +  WS-XW-DD.
      *
      * THE TABLES ARE KEPT IN KEY SEQUENCE - THE SEARCH STOPS AT THE
      * FIRST KEY NOT LOWER THAN THE ONE WANTED AND A NEW ENTRY IS
      * INSERTED THERE. A FULL TABLE LEAVES THE HIT AT ZERO AND THE
      * OVERFLOW IS COUNTED.
      *
       170-FIND-STATE-ENTRY.
      *
           MOVE WS-DW-STATE                 TO WS-MS-SEARCH-STATE.
           MOVE 'N' TO WS-MS-FOUND-SW
                       WS-MS-STOP-SW.
           MOVE ZERO TO WS-MS-HIT.
           COMPUTE WS-MS-POS = WS-MS-TABLE-COUNT + 1.
           PERFORM 172-CHECK-STATE-ENTRY
               VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > WS-MS-TABLE-COUNT
                      OR WS-MS-STOP.
      *
           IF NOT WS-MS-FOUND
               IF WS-MS-TABLE-COUNT < WS-MS-MAX-TABLE
                   PERFORM 175-INSERT-STATE-ENTRY
               ELSE
                   ADD 1 TO WS-MS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       172-CHECK-STATE-ENTRY.
      *
           IF WS-MS-STATE(WS-MS-SUB) NOT < WS-MS-SEARCH-STATE
               MOVE 'Y' TO WS-MS-STOP-SW
               MOVE WS-MS-SUB TO WS-MS-POS
               IF WS-MS-STATE(WS-MS-SUB) = WS-MS-SEARCH-STATE
                   MOVE 'Y' TO WS-MS-FOUND-SW
                   MOVE WS-MS-SUB TO WS-MS-HIT
               END-IF
           END-IF.
      *
       175-INSERT-STATE-ENTRY.
      *
           PERFORM 177-SHIFT-STATE-ENTRY
               VARYING WS-MS-SUB2 FROM WS-MS-TABLE-COUNT BY -1
                   UNTIL WS-MS-SUB2 < WS-MS-POS.
           ADD 1 TO WS-MS-TABLE-COUNT.
           MOVE WS-MS-POS                   TO WS-MS-HIT.
           MOVE WS-MS-SEARCH-STATE          TO WS-MS-STATE(WS-MS-HIT).
           MOVE ZERO                        TO WS-MS-TAXABLE(WS-MS-HIT)
                                             WS-MS-EXEMPT(WS-MS-HIT)
                                         WS-MS-NON-TAXABLE(WS-MS-HIT)
                                               WS-MS-TAX(WS-MS-HIT).
      *
           MOVE WS-MS-SEARCH-STATE          TO TAX-FILE-STATE.
           READ TAX-FILE
               INVALID KEY
                   MOVE 'N'             TO WS-MS-RATED-SW(WS-MS-HIT)
                   MOVE ZERO            TO WS-MS-TAX-RATE(WS-MS-HIT)
               NOT INVALID KEY
                   MOVE TAX-FILE-RECORD     TO WS-TAX-RATE-RECORD
                   MOVE 'Y'             TO WS-MS-RATED-SW(WS-MS-HIT)
                   MOVE WS-TX-TAX-RATE  TO WS-MS-TAX-RATE(WS-MS-HIT)
           END-READ.
      *
       177-SHIFT-STATE-ENTRY.
      *
           MOVE WS-MS-ENTRY(WS-MS-SUB2)
             TO WS-MS-ENTRY(WS-MS-SUB2 + 1).
      *
      * ONLY DOCUMENTS DATED IN THE REPORT MONTH ARE POSTED. A CREDIT
      * MEMO GIVES BACK SALES AND TAX, SO ITS AMOUNTS GO IN NEGATIVE.
      *
       200-PROCESS-ONE-DOCUMENT.
      *
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
      *
           IF WS-IV-INVOICE-DATE(1:4) = WS-RUN-YYMM-X
               IF WS-IV-TYPE-INVOICE
                   ADD 1 TO WS-INVOICE-COUNT
                   MOVE WS-IV-MDSE-AMOUNT   TO WS-DW-MDSE-AMOUNT
                   MOVE WS-IV-TAX-AMOUNT    TO WS-DW-TAX-AMOUNT
                   PERFORM 210-POST-DOCUMENT
               ELSE
                   IF WS-IV-TYPE-CREDIT
                       ADD 1 TO WS-CREDIT-COUNT
                       COMPUTE WS-DW-MDSE-AMOUNT =
                           0 - WS-IV-MDSE-AMOUNT
                       COMPUTE WS-DW-TAX-AMOUNT =
                           0 - WS-IV-TAX-AMOUNT
                       PERFORM 210-POST-DOCUMENT
                   END-IF
               END-IF
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       210-POST-DOCUMENT.
      *
           IF WS-IV-TAX-STATE = SPACES
               PERFORM 220-READ-CUSTOMER
               ADD 1 TO WS-STATE-FROM-CMF-COUNT
           ELSE
               MOVE WS-IV-TAX-STATE         TO WS-DW-STATE
           END-IF.
      *
           PERFORM 170-FIND-STATE-ENTRY.
      *
           IF WS-MS-HIT > ZERO
               IF WS-DW-TAX-AMOUNT NOT = ZERO
                   ADD WS-DW-MDSE-AMOUNT TO WS-MS-TAXABLE(WS-MS-HIT)
                                            WS-GRAND-TAXABLE
                   ADD WS-DW-TAX-AMOUNT  TO WS-MS-TAX(WS-MS-HIT)
                                            WS-GRAND-TAX
               ELSE
                   IF WS-MS-RATED(WS-MS-HIT)
                       ADD WS-DW-MDSE-AMOUNT
                         TO WS-MS-EXEMPT(WS-MS-HIT)
                            WS-GRAND-EXEMPT
                   ELSE
                       ADD WS-DW-MDSE-AMOUNT
                         TO WS-MS-NON-TAXABLE(WS-MS-HIT)
                            WS-GRAND-NON-TAXABLE
                   END-IF
               END-IF
           END-IF.
      *
       220-READ-CUSTOMER.
      *
           MOVE WS-IV-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-CUSTOMER-MASTER-RECORD
                   MOVE '** NOT ON CMFF2A **'
                     TO WS-CM-LAST-NAME
                   MOVE '??'                TO WS-CM-STATE
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
           END-READ.
           MOVE WS-CM-STATE                 TO WS-DW-STATE.
      *
      * AN ACTIVE CERTIFICATE WHOSE EXPIRY FALLS FROM THE BUSINESS
      * DATE TO THE END OF THE WINDOW IS HELD FOR THE SECOND SECTION.
      * ONE ALREADY EXPIRED NO LONGER EXEMPTS ANYTHING AND IS LEFT OFF.
      *
       300-CHECK-ONE-CERTIFICATE.
      *
           MOVE TXE-FILE-RECORD             TO WS-TAX-EXEMPTION-RECORD.
           ADD 1 TO WS-CERT-READ-COUNT.
      *
           IF WS-TE-STATUS-ACTIVE
              AND WS-TE-EXPIRY-DATE IS NUMERIC
               MOVE WS-TE-EXPIRY-DATE       TO WS-XW-DATE-X
               PERFORM 050-DATE-TO-DAYS
               COMPUTE WS-XW-DAYS-LEFT =
                   WS-XW-DAY-NUMBER - WS-XW-RUN-DAYS
               IF WS-XW-DAYS-LEFT NOT < ZERO
                  AND WS-XW-DAYS-LEFT NOT > WS-XW-WINDOW-DAYS
                   ADD 1 TO WS-EXPIRING-COUNT
                   IF WS-XP-TABLE-COUNT < WS-XP-MAX-TABLE
                       PERFORM 310-INSERT-EXPIRING-ENTRY
                   ELSE
                       ADD 1 TO WS-XP-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.
      *
           READ TXE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       310-INSERT-EXPIRING-ENTRY.
      *
           MOVE WS-TE-EXPIRY-DATE           TO WS-XP-SEARCH-KEY(1:6).
           MOVE WS-TE-CUSTOMER-NUMBER       TO WS-XP-SEARCH-KEY(7:6).
           MOVE 'N'                         TO WS-XP-STOP-SW.
           COMPUTE WS-XP-POS = WS-XP-TABLE-COUNT + 1.
           PERFORM 312-CHECK-EXPIRING-ENTRY
               VARYING WS-XP-SUB FROM 1 BY 1
                   UNTIL WS-XP-SUB > WS-XP-TABLE-COUNT
                      OR WS-XP-STOP.
      *
           PERFORM 317-SHIFT-EXPIRING-ENTRY
               VARYING WS-XP-SUB2 FROM WS-XP-TABLE-COUNT BY -1
                   UNTIL WS-XP-SUB2 < WS-XP-POS.
           ADD 1 TO WS-XP-TABLE-COUNT.
           MOVE WS-XP-SEARCH-KEY         TO WS-XP-SORT-KEY(WS-XP-POS).
           MOVE WS-TE-CERT-NUMBER
             TO WS-XP-CERT-NUMBER(WS-XP-POS).
           MOVE WS-TE-EXEMPT-STATE
             TO WS-XP-EXEMPT-STATE(WS-XP-POS).
           MOVE WS-XW-DAYS-LEFT          TO WS-XP-DAYS-LEFT(WS-XP-POS).
      *
       312-CHECK-EXPIRING-ENTRY.
      *
           IF WS-XP-SORT-KEY(WS-XP-SUB) NOT < WS-XP-SEARCH-KEY
               MOVE 'Y' TO WS-XP-STOP-SW
               MOVE WS-XP-SUB TO WS-XP-POS
           END-IF.
      *
       317-SHIFT-EXPIRING-ENTRY.
      *
           MOVE WS-XP-ENTRY(WS-XP-SUB2)
             TO WS-XP-ENTRY(WS-XP-SUB2 + 1).
      *
       500-PRINT-STATE-SECTION.
      *
           SET WS-SECTION-STATE             TO TRUE.
           MOVE 'SALES AND TAX BY STATE'    TO WS-HL3-SECTION-TITLE.
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           PERFORM 510-PRINT-ONE-STATE
               VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > WS-MS-TABLE-COUNT.
      *
       510-PRINT-ONE-STATE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-MS-STATE(WS-MS-SUB)      TO WS-SL-STATE.
           MOVE WS-MS-TAX-RATE(WS-MS-SUB)   TO WS-SL-TAX-RATE.
           COMPUTE WS-SL-GROSS = WS-MS-TAXABLE(WS-MS-SUB)
                               + WS-MS-EXEMPT(WS-MS-SUB)
                               + WS-MS-NON-TAXABLE(WS-MS-SUB).
           MOVE WS-MS-TAXABLE(WS-MS-SUB)    TO WS-SL-TAXABLE.
           MOVE WS-MS-EXEMPT(WS-MS-SUB)     TO WS-SL-EXEMPT.
           MOVE WS-MS-NON-TAXABLE(WS-MS-SUB) TO WS-SL-NON-TAXABLE.
           MOVE WS-MS-TAX(WS-MS-SUB)        TO WS-SL-TAX.
      *
           WRITE PRINT-RECORD FROM WS-STATE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       540-PRINT-EXPIRING-SECTION.
      *
           SET WS-SECTION-EXPIRING          TO TRUE.
           MOVE 'EXEMPTION CERTIFICATES EXPIRING WITHIN 60 DAYS'
             TO WS-HL3-SECTION-TITLE.
           PERFORM 600-PRINT-HEADINGS.
           IF WS-XP-TABLE-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 550-PRINT-ONE-EXPIRING
                   VARYING WS-XP-SUB FROM 1 BY 1
                       UNTIL WS-XP-SUB > WS-XP-TABLE-COUNT
           END-IF.
      *
           IF WS-XP-OVERFLOW-COUNT > ZERO
               MOVE 'CERTS'                 TO WS-OFL-TABLE-NAME
               MOVE WS-XP-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM SPACES
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
       550-PRINT-ONE-EXPIRING.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-XP-CUSTOMER-NUMBER(WS-XP-SUB)
             TO WS-EL-CUSTOMER-NUMBER
                WS-IV-CUSTOMER-NUMBER.
           PERFORM 220-READ-CUSTOMER.
           MOVE WS-CM-LAST-NAME             TO WS-EL-CUSTOMER-NAME.
           MOVE WS-XP-CERT-NUMBER(WS-XP-SUB) TO WS-EL-CERT-NUMBER.
           MOVE WS-XP-EXEMPT-STATE(WS-XP-SUB)
             TO WS-EL-EXEMPT-STATE.
           MOVE WS-XP-EXPIRY-DATE(WS-XP-SUB)(1:2) TO WS-EL-EXPIRY-YY.
           MOVE WS-XP-EXPIRY-DATE(WS-XP-SUB)(3:2) TO WS-EL-EXPIRY-MM.
           MOVE WS-XP-EXPIRY-DATE(WS-XP-SUB)(5:2) TO WS-EL-EXPIRY-DD.
           MOVE WS-XP-DAYS-LEFT(WS-XP-SUB)  TO WS-EL-DAYS-LEFT.
      *
           WRITE PRINT-RECORD FROM WS-EXPIRING-LINE.
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
           IF WS-SECTION-EXPIRING
               WRITE PRINT-RECORD FROM WS-EXPIRING-HEADING
           ELSE
               WRITE PRINT-RECORD FROM WS-STATE-HEADING
           END-IF.
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
           COMPUTE WS-GRAND-GROSS = WS-GRAND-TAXABLE
                                  + WS-GRAND-EXEMPT
                                  + WS-GRAND-NON-TAXABLE.
      *
           MOVE WS-INVOICE-COUNT            TO WS-TL1-INVOICE-COUNT.
           MOVE WS-CREDIT-COUNT             TO WS-TL2-CREDIT-COUNT.
           MOVE WS-GRAND-GROSS              TO WS-TL3-GROSS.
           MOVE WS-GRAND-TAXABLE            TO WS-TL4-TAXABLE.
           MOVE WS-GRAND-EXEMPT             TO WS-TL5-EXEMPT.
           MOVE WS-GRAND-NON-TAXABLE        TO WS-TL6-NON-TAXABLE.
           MOVE WS-GRAND-TAX                TO WS-TL7-TAX.
           MOVE WS-STATE-FROM-CMF-COUNT
             TO WS-TL8-STATE-FROM-CMF-COUNT.
           MOVE WS-EXPIRING-COUNT           TO WS-TL9-EXPIRING-COUNT.
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
           IF WS-MS-OVERFLOW-COUNT > ZERO
               MOVE 'STATES'                TO WS-OFL-TABLE-NAME
               MOVE WS-MS-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "STATES REPORTED   =" WS-MS-TABLE-COUNT.
           DISPLAY "CERTS EXPIRING    =" WS-EXPIRING-COUNT.
      *
       COPY RUNCTLPD.
