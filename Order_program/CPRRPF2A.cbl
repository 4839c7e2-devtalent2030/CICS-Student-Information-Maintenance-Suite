       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRRPF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Monthly contract price renewal report.
      *                     Reads the CPRF2A customer contract price
      *                     file and lists every active contract whose
      *                     end date falls within 60 days of the
      *                     RUNCTL business date, soonest first, so the
      *                     sales desk can renegotiate before the
      *                     customer drops back to list price. Each
      *                     line shows the customer, the item, the
      *                     contract dates, the contract price and the
      *                     item's current ITEMF2A list price beside
      *                     it. Contracts already ended are left off.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CPR-FILE ASSIGN TO CPRFILE
               RECORD KEY IS CPR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CPRFILE-SW.

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CPR-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CPR-FILE-RECORD.
       01 CPR-FILE-RECORD.
           05 CPR-FILE-KEY.
               10 CPR-FILE-CUSTOMER         PIC X(6).
               10 CPR-FILE-ITEM             PIC X(6).
               10 CPR-FILE-START-DATE       PIC X(6).
           05 FILLER                        PIC X(42).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY CPRWSREC.
       COPY CMFWSREC.
       COPY ITMWSREC.
      *
       01 WS-CPRFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CPRFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-NOTFND                VALUE '23'.
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
      * CONTRACTS ENDING WITHIN THE WINDOW, KEPT IN END DATE THEN
      * CUSTOMER AND ITEM NUMBER SEQUENCE AS THEY ARE INSERTED.
      *
       01 WS-XP-MAX-TABLE                   PIC 9(04)  VALUE 1000.
       01 WS-XP-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-XP-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-XP-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-XP-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-XP-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-XP-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-XP-STOP                       VALUE 'Y'.
       01 WS-XP-SEARCH-KEY                  PIC X(18)  VALUE SPACES.
       01 WS-XP-EXPIRING-TABLE.
           05 WS-XP-ENTRY                   OCCURS 1000 TIMES.
               10 WS-XP-SORT-KEY.
                   15 WS-XP-END-DATE        PIC X(06).
                   15 WS-XP-CUSTOMER-NUMBER PIC X(06).
                   15 WS-XP-ITEM-NUMBER     PIC X(06).
               10 WS-XP-START-DATE          PIC X(06).
               10 WS-XP-UNIT-PRICE          PIC 9(05)V99.
               10 WS-XP-DAYS-LEFT           PIC 9(03).
      *
      * DAY NUMBERS FOR THE WINDOW - 365 DAYS A YEAR AND 30 A MONTH IS
      * CLOSE ENOUGH FOR A RENEGOTIATION REMINDER, AS ON TAXRPF2A.
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
           05 WS-CONTRACT-READ-COUNT        PIC 9(07)  VALUE 0.
           05 WS-ACTIVE-COUNT               PIC 9(07)  VALUE 0.
           05 WS-EXPIRING-COUNT             PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "CONTRACT PRICE RENEWAL REPORT".
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
           05 FILLER                        PIC X(50)
               VALUE "CONTRACT PRICES ENDING WITHIN 60 DAYS".
      *
       01 WS-HEADING-LINE-4.
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                   PIC X(08) VALUE "ITEM NO".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(10) VALUE "STARTS".
           05 FILLER                   PIC X(10) VALUE "ENDS".
           05 FILLER                   PIC X(11) VALUE "   CONTRACT".
           05 FILLER                   PIC X(11) VALUE "       LIST".
           05 FILLER                   PIC X(10) VALUE " DAYS LEFT".
      *
       01 WS-EXPIRING-LINE.
           05 WS-EL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-CUSTOMER-NAME           PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-ITEM-DESC               PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-START-YY                PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-START-MM                PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-START-DD                PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-END-YY                  PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-END-MM                  PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-EL-END-DD                  PIC X(02).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-EL-CONTRACT-PRICE          PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-EL-LIST-PRICE              PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(07)  VALUE SPACES.
           05 WS-EL-DAYS-LEFT               PIC ZZ9.
      *
       01 WS-NONE-LINE.
           05 FILLER                        PIC X(40)
               VALUE "NO CONTRACTS ENDING IN THE WINDOW".
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
               VALUE "CONTRACTS READ              = ".
           05 WS-TL1-CONTRACT-READ-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ACTIVE AND NOT YET ENDED    = ".
           05 WS-TL2-ACTIVE-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ENDING WITHIN 60 DAYS       = ".
           05 WS-TL3-EXPIRING-COUNT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'CPRRPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-CPRFILE-SW
                         WS-CMFFILE-SW
                         WS-ITMFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-XW-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-XW-DAY-NUMBER            TO WS-XW-RUN-DAYS.
      *
           OPEN INPUT CPR-FILE.
           IF WS-CPRFILE-SUCCESS
               DISPLAY "CPR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CPRFILE-SW=" WS-CPRFILE-SW
               DISPLAY "CPR-FILE OPEN ERROR"
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
           OPEN INPUT ITM-FILE.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
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
           READ CPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 300-CHECK-ONE-CONTRACT
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 540-PRINT-EXPIRING-SECTION.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE CPR-FILE
                 CMF-FILE
                 ITM-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-CONTRACT-READ-COUNT      TO WS-RC-IN-COUNT.
           MOVE WS-EXPIRING-COUNT           TO WS-RC-OUT-COUNT.
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
      * AN ACTIVE CONTRACT WHOSE END DATE FALLS FROM THE BUSINESS DATE
      * TO THE END OF THE WINDOW IS HELD FOR THE REPORT. ONE ALREADY
      * ENDED NO LONGER PRICES ANYTHING AND IS LEFT OFF.
      *
       300-CHECK-ONE-CONTRACT.
      *
           MOVE CPR-FILE-RECORD             TO WS-CONTRACT-PRICE-RECORD.
           ADD 1 TO WS-CONTRACT-READ-COUNT.
      *
           IF WS-CP-STATUS-ACTIVE
              AND WS-CP-END-DATE IS NUMERIC
              AND WS-CP-END-DATE NOT < WS-RC-BUSINESS-DATE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE WS-CP-END-DATE          TO WS-XW-DATE-X
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
           READ CPR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * THE TABLE IS KEPT IN KEY SEQUENCE - THE SEARCH STOPS AT THE
      * FIRST KEY NOT LOWER THAN THE NEW ONE AND THE ENTRY IS INSERTED
      * THERE.
      *
       310-INSERT-EXPIRING-ENTRY.
      *
           MOVE WS-CP-END-DATE              TO WS-XP-SEARCH-KEY(1:6).
           MOVE WS-CP-CUSTOMER-NUMBER       TO WS-XP-SEARCH-KEY(7:6).
           MOVE WS-CP-ITEM-NUMBER           TO WS-XP-SEARCH-KEY(13:6).
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
           MOVE WS-CP-START-DATE
             TO WS-XP-START-DATE(WS-XP-POS).
           MOVE WS-CP-UNIT-PRICE
             TO WS-XP-UNIT-PRICE(WS-XP-POS).
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
       400-READ-CUSTOMER.
      *
           MOVE WS-XP-CUSTOMER-NUMBER(WS-XP-SUB) TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-CUSTOMER-MASTER-RECORD
                   MOVE '** NOT ON CMFF2A **'
                     TO WS-CM-LAST-NAME
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
           END-READ.
      *
       410-READ-ITEM.
      *
           MOVE WS-XP-ITEM-NUMBER(WS-XP-SUB) TO ITM-FILE-NUMBER.
           READ ITM-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-ITEM-RECORD
                   MOVE '** NOT ON ITEMF2A **'
                     TO WS-IT-DESC
                   MOVE ZERO                TO WS-IT-UNIT-PRICE
               NOT INVALID KEY
                   MOVE ITM-FILE-RECORD     TO WS-ITEM-RECORD
           END-READ.
      *
       540-PRINT-EXPIRING-SECTION.
      *
           PERFORM 600-PRINT-HEADINGS.
           IF WS-XP-TABLE-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 550-PRINT-ONE-EXPIRING
                   VARYING WS-XP-SUB FROM 1 BY 1
                       UNTIL WS-XP-SUB > WS-XP-TABLE-COUNT
           END-IF.
      *
           IF WS-XP-OVERFLOW-COUNT > ZERO
               MOVE 'CONTRACTS'             TO WS-OFL-TABLE-NAME
               MOVE WS-XP-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM SPACES
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
      *
       550-PRINT-ONE-EXPIRING.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           PERFORM 400-READ-CUSTOMER.
           PERFORM 410-READ-ITEM.
      *
           MOVE WS-XP-CUSTOMER-NUMBER(WS-XP-SUB)
             TO WS-EL-CUSTOMER-NUMBER.
           MOVE WS-CM-LAST-NAME             TO WS-EL-CUSTOMER-NAME.
           MOVE WS-XP-ITEM-NUMBER(WS-XP-SUB) TO WS-EL-ITEM-NUMBER.
           MOVE WS-IT-DESC                  TO WS-EL-ITEM-DESC.
           MOVE WS-XP-START-DATE(WS-XP-SUB)(1:2) TO WS-EL-START-YY.
           MOVE WS-XP-START-DATE(WS-XP-SUB)(3:2) TO WS-EL-START-MM.
           MOVE WS-XP-START-DATE(WS-XP-SUB)(5:2) TO WS-EL-START-DD.
           MOVE WS-XP-END-DATE(WS-XP-SUB)(1:2)   TO WS-EL-END-YY.
           MOVE WS-XP-END-DATE(WS-XP-SUB)(3:2)   TO WS-EL-END-MM.
           MOVE WS-XP-END-DATE(WS-XP-SUB)(5:2)   TO WS-EL-END-DD.
           MOVE WS-XP-UNIT-PRICE(WS-XP-SUB) TO WS-EL-CONTRACT-PRICE.
           MOVE WS-IT-UNIT-PRICE            TO WS-EL-LIST-PRICE.
           MOVE WS-XP-DAYS-LEFT(WS-XP-SUB)  TO WS-EL-DAYS-LEFT.
      *
           WRITE PRINT-RECORD FROM WS-EXPIRING-LINE.
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
           IF WS-PAGE-NBR > 1
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-3.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-4.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CONTRACT-READ-COUNT
             TO WS-TL1-CONTRACT-READ-COUNT.
           MOVE WS-ACTIVE-COUNT             TO WS-TL2-ACTIVE-COUNT.
           MOVE WS-EXPIRING-COUNT           TO WS-TL3-EXPIRING-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "CONTRACTS READ    =" WS-CONTRACT-READ-COUNT.
           DISPLAY "CONTRACTS ACTIVE  =" WS-ACTIVE-COUNT.
           DISPLAY "CONTRACTS ENDING  =" WS-EXPIRING-COUNT.
      *
       COPY RUNCTLPD.
