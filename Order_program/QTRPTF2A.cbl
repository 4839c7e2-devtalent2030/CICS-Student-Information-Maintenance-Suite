       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRPTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Weekly quotation follow-up report. Reads
      *                     the QTHF2A quotation headers and lists them
      *                     by customer for the sales desk, each quote
      *                     classed as OPEN, EXPIRING (open, with 7
      *                     days or less left to its expiry date on the
      *                     RUNCTL business date), CONVERTED or LOST.
      *                     A quote marked lost on QTMNTF2A shows the
      *                     reason given; an open quote left to run
      *                     past its expiry date without being
      *                     converted is counted as lost too. Every
      *                     open quote is listed; converted and lost
      *                     quotes are listed for the week they closed
      *                     in - converted or marked lost, or expired,
      *                     in the 7 days to the business date - so the
      *                     report does not grow with history. Each
      *                     customer closes with a count and value by
      *                     class, and the report with grand totals.
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

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

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

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

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
       COPY CMFWSREC.
      *
       01 WS-QTHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-QTHFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
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
      * QUOTES TO REPORT, KEPT IN CUSTOMER THEN QUOTE NUMBER SEQUENCE
      * AS THEY ARE INSERTED.
      *
       01 WS-QR-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-QR-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-QR-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-QR-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-QR-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-QR-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-QR-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-QR-STOP                       VALUE 'Y'.
       01 WS-QR-SEARCH-KEY                  PIC X(12)  VALUE SPACES.
       01 WS-QR-QUOTE-TABLE.
           05 WS-QR-ENTRY                   OCCURS 2000 TIMES.
               10 WS-QR-SORT-KEY.
                   15 WS-QR-CUSTOMER-NUMBER PIC X(06).
                   15 WS-QR-QUOTE-NUMBER    PIC X(06).
               10 WS-QR-CLASS               PIC 9(01).
               10 WS-QR-QUOTE-DATE          PIC X(06).
               10 WS-QR-EXPIRY-DATE         PIC X(06).
               10 WS-QR-TOTAL-AMOUNT        PIC 9(07)V99.
               10 WS-QR-DAYS-LEFT           PIC 9(03).
               10 WS-QR-REMARK              PIC X(26).
      *
      * THE CLASS OF THE QUOTE BEING READ - ALSO THE SUBSCRIPT OF ITS
      * COUNT AND VALUE IN THE CUSTOMER AND GRAND TOTALS.
      *
       01 WS-QUOTE-CLASS                    PIC 9(01)  VALUE 0.
           88  WS-CLASS-OPEN                    VALUE 1.
           88  WS-CLASS-EXPIRING                VALUE 2.
           88  WS-CLASS-CONVERTED               VALUE 3.
           88  WS-CLASS-LOST                    VALUE 4.
           88  WS-CLASS-NOT-REPORTED            VALUE 0.
       01 WS-CLASS-NAME-VALUES.
           05 FILLER                        PIC X(09)  VALUE "OPEN".
           05 FILLER                        PIC X(09)  VALUE "EXPIRING".
           05 FILLER                        PIC X(09)
               VALUE "CONVERTED".
           05 FILLER                        PIC X(09)  VALUE "LOST".
       01 WS-CLASS-NAME-TABLE               REDEFINES
           WS-CLASS-NAME-VALUES.
           05 WS-CLASS-NAME                 PIC X(09) OCCURS 4 TIMES.
       01 WS-CLASS-SUB                      PIC 9(01) COMP VALUE 0.
       01 WS-QUOTE-REMARK                   PIC X(26)  VALUE SPACES.
      *
      * DAY NUMBERS FOR THE WINDOWS - 365 DAYS A YEAR AND 30 A MONTH,
      * AS ON CPRRPF2A. A QUOTE IS EXPIRING WITH 7 DAYS OR LESS LEFT,
      * AND A CLOSED QUOTE IS REPORTED FOR 7 DAYS AFTER IT CLOSED.
      *
       01 WS-WINDOW-WORK.
           05 WS-WW-EXPIRING-DAYS           PIC 9(03)  VALUE 007.
           05 WS-WW-CLOSED-DAYS             PIC 9(03)  VALUE 007.
           05 WS-WW-DATE-X.
               10 WS-WW-YY                  PIC 9(02).
               10 WS-WW-MM                  PIC 9(02).
               10 WS-WW-DD                  PIC 9(02).
           05 WS-WW-DAY-NUMBER              PIC S9(08) COMP VALUE 0.
           05 WS-WW-RUN-DAYS                PIC S9(08) COMP VALUE 0.
           05 WS-WW-DAYS-LEFT               PIC S9(08) COMP VALUE 0.
           05 WS-WW-DAYS-SINCE              PIC S9(08) COMP VALUE 0.
      *
       01 WS-CUSTOMER-BREAK-WORK.
           05 WS-CB-CURRENT-CUSTOMER        PIC X(06) VALUE SPACES.
           05 WS-CB-COUNT                   PIC 9(05) VALUE 0
                                            OCCURS 4 TIMES.
           05 WS-CB-AMOUNT                  PIC 9(09)V99 VALUE 0
                                            OCCURS 4 TIMES.
      *
       01 WS-COUNTERS.
           05 WS-QUOTE-READ-COUNT           PIC 9(07)  VALUE 0.
           05 WS-REPORTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-CUSTOMER-COUNT             PIC 9(07)  VALUE 0.
           05 WS-GRAND-COUNT                PIC 9(07)  VALUE 0
                                            OCCURS 4 TIMES.
           05 WS-GRAND-AMOUNT               PIC 9(11)V99 VALUE 0
                                            OCCURS 4 TIMES.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "QUOTATION FOLLOW-UP REPORT".
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
           05 FILLER                        PIC X(60)
               VALUE "ALL OPEN QUOTES - CONVERTED AND LOST IN THE LAST 7
      -    " DAYS".
      *
       01 WS-HEADING-LINE-4.
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                   PIC X(08) VALUE "QUOTE".
           05 FILLER                   PIC X(10) VALUE "QUOTED".
           05 FILLER                   PIC X(10) VALUE "EXPIRES".
           05 FILLER                   PIC X(11) VALUE "CLASS".
           05 FILLER                   PIC X(14) VALUE "         TOTAL".
           05 FILLER                   PIC X(11) VALUE "  DAYS LEFT".
           05 FILLER                   PIC X(26) VALUE "  REMARK".
      *
       01 WS-QUOTE-LINE.
           05 WS-QL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-CUSTOMER-NAME           PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-QUOTE-NUMBER            PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-QUOTE-YY                PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-QL-QUOTE-MM                PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-QL-QUOTE-DD                PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-EXPIRY-YY               PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-QL-EXPIRY-MM               PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-QL-EXPIRY-DD               PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-CLASS                   PIC X(09).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-TOTAL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(08)  VALUE SPACES.
           05 WS-QL-DAYS-LEFT               PIC ZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-QL-REMARK                  PIC X(26).
      *
       01 WS-CUSTOMER-TOTAL-LINE.
           05 FILLER                        PIC X(30)  VALUE SPACES.
           05 FILLER                        PIC X(10)
               VALUE "CUSTOMER  ".
           05 WS-CT-CLASS-ENTRY             OCCURS 4 TIMES.
               10 WS-CT-CLASS-NAME          PIC X(10).
               10 WS-CT-COUNT               PIC ZZZ9.
               10 FILLER                    PIC X(01).
               10 WS-CT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
               10 FILLER                    PIC X(02).
      *
       01 WS-NONE-LINE.
           05 FILLER                        PIC X(40)
               VALUE "NO QUOTES TO REPORT".
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
               VALUE "QUOTES READ                 = ".
           05 WS-TL1-QUOTE-READ-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "QUOTES REPORTED             = ".
           05 WS-TL2-REPORTED-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(17)
               VALUE "   CUSTOMERS   = ".
           05 WS-TL2-CUSTOMER-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(08)  VALUE SPACES.
           05 WS-TL3-CLASS-NAME             PIC X(09).
           05 FILLER                        PIC X(13)
               VALUE "          = ".
           05 WS-TL3-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(11)
               VALUE "   VALUE = ".
           05 WS-TL3-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'QTRPTF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-QTHFILE-SW
                         WS-CMFFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-WW-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-WW-DAY-NUMBER            TO WS-WW-RUN-DAYS.
      *
           OPEN INPUT QTH-FILE.
           IF WS-QTHFILE-SUCCESS
               DISPLAY "QTH-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QTHFILE-SW=" WS-QTHFILE-SW
               DISPLAY "QTH-FILE OPEN ERROR"
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
           READ QTH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 300-CHECK-ONE-QUOTE
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 540-PRINT-QUOTE-SECTION.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE QTH-FILE
                 CMF-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-QUOTE-READ-COUNT         TO WS-RC-IN-COUNT.
           MOVE WS-REPORTED-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       050-DATE-TO-DAYS.
      *
           COMPUTE WS-WW-DAY-NUMBER =
                 (WS-WW-YY * 365)
               + (WS-WW-MM * 30)
               +  WS-WW-DD.
      *
      * CLASSIFY THE QUOTE ON THE BUSINESS DATE. AN OPEN QUOTE PAST
      * ITS EXPIRY DATE IS LOST - IT CAN NO LONGER BE CONVERTED - AND
      * IS REPORTED FOR THE WEEK AFTER IT EXPIRED, AS A CONVERTED OR
      * LOST QUOTE IS FOR THE WEEK AFTER IT CLOSED.
      *
       300-CHECK-ONE-QUOTE.
      *
           MOVE QTH-FILE-RECORD             TO WS-QUOTE-HEADER-RECORD.
           ADD 1 TO WS-QUOTE-READ-COUNT.
           MOVE ZERO                        TO WS-QUOTE-CLASS
                                               WS-WW-DAYS-LEFT.
           MOVE SPACES                      TO WS-QUOTE-REMARK.
      *
           EVALUATE TRUE
               WHEN WS-QH-STATUS-CONVERTED
                   PERFORM 320-CHECK-CLOSED-DATE
                   IF WS-WW-DAYS-SINCE NOT > WS-WW-CLOSED-DAYS
                       SET WS-CLASS-CONVERTED
                                            TO TRUE
                       STRING 'ORDER '      DELIMITED BY SIZE
                              WS-QH-ORDER-NUMBER
                                            DELIMITED BY SIZE
                         INTO WS-QUOTE-REMARK
                       END-STRING
                   END-IF
               WHEN WS-QH-STATUS-LOST
                   PERFORM 320-CHECK-CLOSED-DATE
                   IF WS-WW-DAYS-SINCE NOT > WS-WW-CLOSED-DAYS
                       SET WS-CLASS-LOST    TO TRUE
                       MOVE WS-QH-LOST-REASON
                                            TO WS-QUOTE-REMARK
                   END-IF
               WHEN WS-QH-STATUS-OPEN
                   PERFORM 310-CHECK-OPEN-QUOTE
           END-EVALUATE.
      *
           IF NOT WS-CLASS-NOT-REPORTED
               ADD 1 TO WS-REPORTED-COUNT
               IF WS-QR-TABLE-COUNT < WS-QR-MAX-TABLE
                   PERFORM 330-INSERT-QUOTE-ENTRY
               ELSE
                   ADD 1 TO WS-QR-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           READ QTH-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       310-CHECK-OPEN-QUOTE.
      *
           IF WS-QH-EXPIRY-DATE IS NUMERIC
               MOVE WS-QH-EXPIRY-DATE       TO WS-WW-DATE-X
               PERFORM 050-DATE-TO-DAYS
               COMPUTE WS-WW-DAYS-LEFT =
                   WS-WW-DAY-NUMBER - WS-WW-RUN-DAYS
           ELSE
               MOVE ZERO                    TO WS-WW-DAYS-LEFT
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-QH-EXPIRY-DATE NOT < WS-RC-BUSINESS-DATE
                AND WS-WW-DAYS-LEFT > WS-WW-EXPIRING-DAYS
                   SET WS-CLASS-OPEN        TO TRUE
               WHEN WS-QH-EXPIRY-DATE NOT < WS-RC-BUSINESS-DATE
                   SET WS-CLASS-EXPIRING    TO TRUE
                   IF WS-WW-DAYS-LEFT < ZERO
                       MOVE ZERO            TO WS-WW-DAYS-LEFT
                   END-IF
                   MOVE 'FOLLOW UP BEFORE EXPIRY'
                     TO WS-QUOTE-REMARK
               WHEN ZERO - WS-WW-DAYS-LEFT NOT > WS-WW-CLOSED-DAYS
                   SET WS-CLASS-LOST        TO TRUE
                   MOVE ZERO                TO WS-WW-DAYS-LEFT
                   MOVE 'EXPIRED - NOT CONVERTED'
                     TO WS-QUOTE-REMARK
               WHEN OTHER
                   MOVE ZERO                TO WS-WW-DAYS-LEFT
           END-EVALUATE.
      *
       320-CHECK-CLOSED-DATE.
      *
           IF WS-QH-CLOSED-DATE IS NUMERIC
               MOVE WS-QH-CLOSED-DATE       TO WS-WW-DATE-X
               PERFORM 050-DATE-TO-DAYS
               COMPUTE WS-WW-DAYS-SINCE =
                   WS-WW-RUN-DAYS - WS-WW-DAY-NUMBER
           ELSE
               MOVE ZERO                    TO WS-WW-DAYS-SINCE
           END-IF.
      *
      * THE TABLE IS KEPT IN KEY SEQUENCE - THE SEARCH STOPS AT THE
      * FIRST KEY NOT LOWER THAN THE NEW ONE AND THE ENTRY IS INSERTED
      * THERE.
      *
       330-INSERT-QUOTE-ENTRY.
      *
           MOVE WS-QH-CUSTOMER-NUMBER       TO WS-QR-SEARCH-KEY(1:6).
           MOVE WS-QH-QUOTE-NUMBER          TO WS-QR-SEARCH-KEY(7:6).
           MOVE 'N'                         TO WS-QR-STOP-SW.
           COMPUTE WS-QR-POS = WS-QR-TABLE-COUNT + 1.
           PERFORM 332-CHECK-QUOTE-ENTRY
               VARYING WS-QR-SUB FROM 1 BY 1
                   UNTIL WS-QR-SUB > WS-QR-TABLE-COUNT
                      OR WS-QR-STOP.
      *
           PERFORM 337-SHIFT-QUOTE-ENTRY
               VARYING WS-QR-SUB2 FROM WS-QR-TABLE-COUNT BY -1
                   UNTIL WS-QR-SUB2 < WS-QR-POS.
           ADD 1 TO WS-QR-TABLE-COUNT.
           MOVE WS-QR-SEARCH-KEY         TO WS-QR-SORT-KEY(WS-QR-POS).
           MOVE WS-QUOTE-CLASS           TO WS-QR-CLASS(WS-QR-POS).
           MOVE WS-QH-QUOTE-DATE
             TO WS-QR-QUOTE-DATE(WS-QR-POS).
           MOVE WS-QH-EXPIRY-DATE
             TO WS-QR-EXPIRY-DATE(WS-QR-POS).
           COMPUTE WS-QR-TOTAL-AMOUNT(WS-QR-POS) =
               WS-QH-TOTAL-AMOUNT + WS-QH-TAX-AMOUNT.
           MOVE WS-WW-DAYS-LEFT          TO WS-QR-DAYS-LEFT(WS-QR-POS).
           MOVE WS-QUOTE-REMARK          TO WS-QR-REMARK(WS-QR-POS).
      *
       332-CHECK-QUOTE-ENTRY.
      *
           IF WS-QR-SORT-KEY(WS-QR-SUB) NOT < WS-QR-SEARCH-KEY
               MOVE 'Y' TO WS-QR-STOP-SW
               MOVE WS-QR-SUB TO WS-QR-POS
           END-IF.
      *
       337-SHIFT-QUOTE-ENTRY.
      *
           MOVE WS-QR-ENTRY(WS-QR-SUB2)
             TO WS-QR-ENTRY(WS-QR-SUB2 + 1).
      *
       400-READ-CUSTOMER.
      *
           MOVE WS-QR-CUSTOMER-NUMBER(WS-QR-SUB) TO CMF-FILE-NUMBER.
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
       540-PRINT-QUOTE-SECTION.
      *
           PERFORM 600-PRINT-HEADINGS.
           IF WS-QR-TABLE-COUNT = ZERO
               WRITE PRINT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 550-PRINT-ONE-QUOTE
                   VARYING WS-QR-SUB FROM 1 BY 1
                       UNTIL WS-QR-SUB > WS-QR-TABLE-COUNT
               PERFORM 560-PRINT-CUSTOMER-TOTAL
           END-IF.
      *
           IF WS-QR-OVERFLOW-COUNT > ZERO
               MOVE 'QUOTES'                TO WS-OFL-TABLE-NAME
               MOVE WS-QR-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM SPACES
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
      *
       550-PRINT-ONE-QUOTE.
      *
           IF WS-QR-CUSTOMER-NUMBER(WS-QR-SUB)
                  NOT = WS-CB-CURRENT-CUSTOMER
               IF WS-CB-CURRENT-CUSTOMER NOT = SPACES
                   PERFORM 560-PRINT-CUSTOMER-TOTAL
               END-IF
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-QR-CUSTOMER-NUMBER(WS-QR-SUB)
                 TO WS-CB-CURRENT-CUSTOMER
               MOVE ZERO                    TO WS-CB-COUNT(1)
                                               WS-CB-COUNT(2)
                                               WS-CB-COUNT(3)
                                               WS-CB-COUNT(4)
                                               WS-CB-AMOUNT(1)
                                               WS-CB-AMOUNT(2)
                                               WS-CB-AMOUNT(3)
                                               WS-CB-AMOUNT(4)
               PERFORM 400-READ-CUSTOMER
               MOVE WS-QR-CUSTOMER-NUMBER(WS-QR-SUB)
                 TO WS-QL-CUSTOMER-NUMBER
               MOVE WS-CM-LAST-NAME         TO WS-QL-CUSTOMER-NAME
           ELSE
               MOVE SPACES                  TO WS-QL-CUSTOMER-NUMBER
                                               WS-QL-CUSTOMER-NAME
           END-IF.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
               MOVE WS-QR-CUSTOMER-NUMBER(WS-QR-SUB)
                 TO WS-QL-CUSTOMER-NUMBER
               MOVE WS-CM-LAST-NAME         TO WS-QL-CUSTOMER-NAME
           END-IF.
      *
           MOVE WS-QR-CLASS(WS-QR-SUB)      TO WS-CLASS-SUB.
           ADD 1 TO WS-CB-COUNT(WS-CLASS-SUB)
                    WS-GRAND-COUNT(WS-CLASS-SUB).
           ADD WS-QR-TOTAL-AMOUNT(WS-QR-SUB)
             TO WS-CB-AMOUNT(WS-CLASS-SUB)
                WS-GRAND-AMOUNT(WS-CLASS-SUB).
      *
           MOVE WS-QR-QUOTE-NUMBER(WS-QR-SUB) TO WS-QL-QUOTE-NUMBER.
           MOVE WS-QR-QUOTE-DATE(WS-QR-SUB)(1:2)  TO WS-QL-QUOTE-YY.
           MOVE WS-QR-QUOTE-DATE(WS-QR-SUB)(3:2)  TO WS-QL-QUOTE-MM.
           MOVE WS-QR-QUOTE-DATE(WS-QR-SUB)(5:2)  TO WS-QL-QUOTE-DD.
           MOVE WS-QR-EXPIRY-DATE(WS-QR-SUB)(1:2) TO WS-QL-EXPIRY-YY.
           MOVE WS-QR-EXPIRY-DATE(WS-QR-SUB)(3:2) TO WS-QL-EXPIRY-MM.
           MOVE WS-QR-EXPIRY-DATE(WS-QR-SUB)(5:2) TO WS-QL-EXPIRY-DD.
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO WS-QL-CLASS.
           MOVE WS-QR-TOTAL-AMOUNT(WS-QR-SUB) TO WS-QL-TOTAL-AMOUNT.
           MOVE WS-QR-DAYS-LEFT(WS-QR-SUB)  TO WS-QL-DAYS-LEFT.
           MOVE WS-QR-REMARK(WS-QR-SUB)     TO WS-QL-REMARK.
      *
           WRITE PRINT-RECORD FROM WS-QUOTE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       560-PRINT-CUSTOMER-TOTAL.
      *
           PERFORM 565-FORMAT-CUSTOMER-CLASS
               VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 4.
           WRITE PRINT-RECORD FROM WS-CUSTOMER-TOTAL-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           ADD 2 TO WS-LINE-COUNT.
      *
       565-FORMAT-CUSTOMER-CLASS.
      *
           MOVE WS-CLASS-NAME(WS-CLASS-SUB)
             TO WS-CT-CLASS-NAME(WS-CLASS-SUB).
           MOVE WS-CB-COUNT(WS-CLASS-SUB)
             TO WS-CT-COUNT(WS-CLASS-SUB).
           MOVE WS-CB-AMOUNT(WS-CLASS-SUB)
             TO WS-CT-AMOUNT(WS-CLASS-SUB).
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-QUOTE-READ-COUNT         TO WS-TL1-QUOTE-READ-COUNT.
           MOVE WS-REPORTED-COUNT           TO WS-TL2-REPORTED-COUNT.
           MOVE WS-CUSTOMER-COUNT           TO WS-TL2-CUSTOMER-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           PERFORM 710-PRINT-CLASS-TOTAL
               VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 4.
      *
       710-PRINT-CLASS-TOTAL.
      *
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO WS-TL3-CLASS-NAME.
           MOVE WS-GRAND-COUNT(WS-CLASS-SUB) TO WS-TL3-COUNT.
           MOVE WS-GRAND-AMOUNT(WS-CLASS-SUB) TO WS-TL3-AMOUNT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "QUOTES READ       =" WS-QUOTE-READ-COUNT.
           DISPLAY "QUOTES REPORTED   =" WS-REPORTED-COUNT.
           DISPLAY "CUSTOMERS         =" WS-CUSTOMER-COUNT.
      *
       COPY RUNCTLPD.
