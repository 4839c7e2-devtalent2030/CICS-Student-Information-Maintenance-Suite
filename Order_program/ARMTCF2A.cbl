       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMTCF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly receivable credit matching run.
      *                     Every customer holding an unapplied ARF2A
      *                     credit item - a credit memo from the
      *                     ORDERF2A return action or a payment ARCAPF2A
      *                     held on account - has their unpaid items
      *                     loaded and the credits applied: a credit
      *                     memo first to the unpaid invoice of the
      *                     order it was raised against, then every
      *                     credit with anything left to the customer's
      *                     oldest unpaid invoices in turn. Both sides
      *                     of each application are rewritten - the
      *                     amount applied added to the credit's and the
      *                     invoice's WS-AR-AMOUNT-PAID, each closed
      *                     once used up or paid. Applying a credit
      *                     moves nothing in the ledger, since the
      *                     credit already sits in receivables. The
      *                     report lists every application, then the
      *                     credits still unapplied, oldest first, aged
      *                     against the RUNCTL business date in the
      *                     current/30/60/90-day buckets used on the
      *                     ARSTMF2A statements, for the AR desk.
      *                     Requires tonight's ARCAPF2A run on RUNCTL.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AR-FILE ASSIGN TO ARFILE
               RECORD KEY IS AR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARFILE-SW.

           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-INVFILE-SW.

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
       FD AR-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AR-FILE-RECORD.
       01 AR-FILE-RECORD.
           05 AR-FILE-KEY.
               10 AR-FILE-CUSTOMER          PIC X(6).
               10 AR-FILE-INVOICE           PIC X(6).
           05 FILLER                        PIC X(46).

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

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY ARWSREC.
       COPY INVWSREC.
       COPY CMFWSREC.
      *
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
           88  WS-ARFILE-NOTFND                 VALUE '23'.
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
           88  WS-INVFILE-NOTFND                VALUE '23'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-EOF-SW-CUST                    PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUST-NO                   VALUE 'N'.
           88  WS-EOF-CUST-YES                  VALUE 'Y'.
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
      * WHICH PART OF THE REPORT IS PRINTING - DRIVES THE SECTION
      * TITLE AND COLUMN HEADINGS ON EACH NEW PAGE.
      *
       01 WS-SECTION-SW                     PIC X(01)  VALUE 'A'.
           88  WS-SECTION-APPLIED               VALUE 'A'.
           88  WS-SECTION-UNAPPLIED             VALUE 'U'.
      *
      * AGING IS WORKED IN APPROXIMATE DAYS (YEARS AT 365, MONTHS AT
      * 30) FROM THE YYMMDD DATES, AS ON THE STATEMENTS.
      *
       01 WS-AGE-WORK.
           05 WS-AG-DATE-X.
               10 WS-AG-YY                  PIC 9(02).
               10 WS-AG-MM                  PIC 9(02).
               10 WS-AG-DD                  PIC 9(02).
           05 WS-AG-DAY-NUMBER              PIC S9(08) COMP VALUE 0.
           05 WS-AG-RUN-DAYS                PIC S9(08) COMP VALUE 0.
           05 WS-AG-AGE-DAYS                PIC S9(08) COMP VALUE 0.
      *
      * CUSTOMERS HOLDING AN UNAPPLIED CREDIT, COLLECTED IN CUSTOMER
      * SEQUENCE ON THE FIRST PASS OF ARF2A.
      *
       01 WS-MC-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-MC-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MC-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-MC-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-MC-CUSTOMER-TABLE.
           05 WS-MC-ENTRY                   OCCURS 2000 TIMES.
               10 WS-MC-CUSTOMER-NUMBER     PIC X(06).
      *
      * THE UNPAID ITEMS OF THE CUSTOMER BEING MATCHED, IN DOCUMENT
      * NUMBER SEQUENCE. AN ITEM IS FLAGGED WHEN AN APPLICATION
      * CHANGES IT SO ONLY THOSE ARE REWRITTEN.
      *
       01 WS-OI-MAX-ITEMS                   PIC 9(04)  VALUE 0200.
       01 WS-OI-ITEM-COUNT                  PIC 9(04) COMP VALUE 0.
       01 WS-OI-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-OI-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-OI-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-OI-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-OI-ITEM-TABLE.
           05 WS-OI-ENTRY                   OCCURS 200 TIMES.
               10 WS-OI-INVOICE-NUMBER      PIC X(06).
               10 WS-OI-ITEM-TYPE           PIC X(01).
                   88  WS-OI-TYPE-INVOICE       VALUE 'I' ' '.
                   88  WS-OI-TYPE-CREDIT-MEMO   VALUE 'C'.
                   88  WS-OI-TYPE-CREDIT        VALUE 'C' 'U'.
               10 WS-OI-ORDER-NUMBER        PIC X(06).
               10 WS-OI-DATE                PIC X(06).
               10 WS-OI-ORIGINAL-AMOUNT     PIC 9(07)V99.
               10 WS-OI-AMOUNT-PAID         PIC 9(07)V99.
               10 WS-OI-CHANGED-SW          PIC X(01).
                   88  WS-OI-CHANGED            VALUE 'Y'.
      *
      * CREDITS STILL UNAPPLIED AFTER MATCHING, KEPT OLDEST FIRST
      * (DATE, CUSTOMER, DOCUMENT) AS THEY ARE INSERTED.
      *
       01 WS-UC-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-UC-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-UC-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-UC-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-UC-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-UC-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-UC-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-UC-STOP                       VALUE 'Y'.
       01 WS-UC-SEARCH-KEY                  PIC X(18)  VALUE SPACES.
       01 WS-UC-CREDIT-TABLE.
           05 WS-UC-ENTRY                   OCCURS 2000 TIMES.
               10 WS-UC-SORT-KEY.
                   15 WS-UC-DATE            PIC X(06).
                   15 WS-UC-CUSTOMER-NUMBER PIC X(06).
                   15 WS-UC-DOCUMENT        PIC X(06).
               10 WS-UC-ITEM-TYPE           PIC X(01).
                   88  WS-UC-TYPE-CREDIT-MEMO   VALUE 'C'.
               10 WS-UC-ORIGINAL-AMOUNT     PIC 9(07)V99.
               10 WS-UC-UNAPPLIED           PIC 9(07)V99.
      *
       01 WS-MATCH-WORK.
           05 WS-MW-CUSTOMER-NUMBER         PIC X(06)  VALUE SPACES.
           05 WS-MW-CREDIT-LEFT             PIC 9(07)V99 VALUE 0.
           05 WS-MW-INVOICE-LEFT            PIC 9(07)V99 VALUE 0.
           05 WS-MW-APPLY-AMOUNT            PIC 9(07)V99 VALUE 0.
           05 WS-MW-OLDEST-KEY              PIC X(12)  VALUE SPACES.
           05 WS-MW-ITEM-KEY                PIC X(12)  VALUE SPACES.
           05 WS-MW-RULE                    PIC X(20)  VALUE SPACES.
      *
       01 WS-COUNTERS.
           05 WS-CREDIT-COUNT               PIC 9(07)  VALUE 0.
           05 WS-CUSTOMER-COUNT             PIC 9(07)  VALUE 0.
           05 WS-APPLIED-COUNT              PIC 9(07)  VALUE 0.
           05 WS-APPLIED-AMOUNT             PIC 9(09)V99 VALUE 0.
           05 WS-INVOICE-CLOSED-COUNT       PIC 9(07)  VALUE 0.
           05 WS-CREDIT-CLOSED-COUNT        PIC 9(07)  VALUE 0.
           05 WS-UNAPPLIED-COUNT            PIC 9(07)  VALUE 0.
           05 WS-BUCKET-CURRENT             PIC 9(09)V99 VALUE 0.
           05 WS-BUCKET-30                  PIC 9(09)V99 VALUE 0.
           05 WS-BUCKET-60                  PIC 9(09)V99 VALUE 0.
           05 WS-BUCKET-90                  PIC 9(09)V99 VALUE 0.
           05 WS-UNAPPLIED-AMOUNT           PIC 9(09)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "RECEIVABLE CREDIT MATCHING".
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
           05 WS-HL3-SECTION-TITLE          PIC X(50).
      *
       01 WS-APPLIED-HEADING.
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(08) VALUE "CREDIT".
           05 FILLER                   PIC X(13) VALUE "TYPE".
           05 FILLER                   PIC X(08) VALUE "INVOICE".
           05 FILLER                   PIC X(14) VALUE "     APPLIED".
           05 FILLER                   PIC X(14) VALUE "  INV BALANCE".
           05 FILLER                   PIC X(14) VALUE "  CREDIT LEFT".
           05 FILLER                   PIC X(20) VALUE "  MATCHED TO".
      *
       01 WS-UNAPPLIED-HEADING.
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER                   PIC X(08) VALUE "CREDIT".
           05 FILLER                   PIC X(13) VALUE "TYPE".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(14) VALUE "    ORIGINAL".
           05 FILLER                   PIC X(14) VALUE "   UNAPPLIED".
           05 FILLER                   PIC X(07) VALUE "   AGE".
           05 FILLER                   PIC X(08) VALUE "  BUCKET".
      *
       01 WS-APPLIED-LINE.
           05 WS-AL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-CREDIT-NUMBER           PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-CREDIT-TYPE             PIC X(11).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-INVOICE-NUMBER          PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-APPLIED                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-INVOICE-LEFT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-CREDIT-LEFT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-AL-RULE                    PIC X(20).
      *
       01 WS-UNAPPLIED-LINE.
           05 WS-UL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-CUSTOMER-NAME           PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-CREDIT-NUMBER           PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-CREDIT-TYPE             PIC X(11).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-DATE-YY                 PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-UL-DATE-MM                 PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-UL-DATE-DD                 PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-ORIGINAL                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-UNAPPLIED               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-AGE-DAYS                PIC ZZZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-UL-AGE-BUCKET              PIC X(07).
      *
       01 WS-NONE-LINE.
           05 WS-NL-TEXT                    PIC X(40).
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
               VALUE "UNAPPLIED CREDITS READ      = ".
           05 WS-TL1-CREDIT-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "CUSTOMERS MATCHED           = ".
           05 WS-TL2-CUSTOMER-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "APPLICATIONS MADE           = ".
           05 WS-TL3-APPLIED-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-TL3-APPLIED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "INVOICES CLOSED             = ".
           05 WS-TL4-INVOICE-CLOSED-COUNT   PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "CREDITS USED UP             = ".
           05 WS-TL5-CREDIT-CLOSED-COUNT    PIC ZZZ,ZZ9.
      *
       01 WS-BUCKET-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "UNAPPLIED - CURRENT         = ".
           05 WS-BL1-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "UNAPPLIED - OVER 30 DAYS    = ".
           05 WS-BL2-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "UNAPPLIED - OVER 60 DAYS    = ".
           05 WS-BL3-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "UNAPPLIED - OVER 90 DAYS    = ".
           05 WS-BL4-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "TOTAL UNAPPLIED CREDITS     = ".
           05 WS-BL5-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-BL5-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(06)  VALUE " ITEMS".
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ARMTCF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
           MOVE 'ARCAPF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
      *
           MOVE SPACE TO WS-ARFILE-SW
                         WS-INVFILE-SW
                         WS-CMFFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-AG-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-AG-DAY-NUMBER            TO WS-AG-RUN-DAYS.
      *
           OPEN I-O AR-FILE.
           IF WS-ARFILE-SUCCESS
               DISPLAY "AR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
               DISPLAY "AR-FILE OPEN ERROR"
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
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 100-FIND-CREDIT-CUSTOMERS
               UNTIL WS-EOF-IN-YES.
      *
           SET WS-SECTION-APPLIED           TO TRUE.
           MOVE 'CREDITS APPLIED'           TO WS-HL3-SECTION-TITLE.
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 300-MATCH-ONE-CUSTOMER
               VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-TABLE-COUNT.
           IF WS-APPLIED-COUNT = ZERO
               MOVE 'NO CREDITS APPLIED THIS RUN' TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           END-IF.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
           PERFORM 500-PRINT-UNAPPLIED-SECTION.
      *
           CLOSE AR-FILE
                 INV-FILE
                 CMF-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-CREDIT-COUNT             TO WS-RC-IN-COUNT.
           MOVE WS-APPLIED-COUNT            TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       050-DATE-TO-DAYS.
      *
           COMPUTE WS-AG-DAY-NUMBER =
                 (WS-AG-YY * 365)
               + (WS-AG-MM * 30)
               +  WS-AG-DD.
      *
      * FIRST PASS - NOTE EACH CUSTOMER WITH AN UNAPPLIED CREDIT. THE
      * FILE IS IN CUSTOMER SEQUENCE SO A CUSTOMER IS ONLY ADDED WHEN
      * IT DIFFERS FROM THE LAST ONE NOTED.
      *
       100-FIND-CREDIT-CUSTOMERS.
      *
           MOVE AR-FILE-RECORD              TO WS-RECEIVABLE-RECORD.
      *
           IF WS-AR-TYPE-CREDIT AND WS-AR-STATUS-UNAPPLIED
               ADD 1 TO WS-CREDIT-COUNT
               IF WS-AR-CUSTOMER-NUMBER NOT = WS-MW-CUSTOMER-NUMBER
                   MOVE WS-AR-CUSTOMER-NUMBER
                     TO WS-MW-CUSTOMER-NUMBER
                   IF WS-MC-TABLE-COUNT < WS-MC-MAX-TABLE
                       ADD 1 TO WS-MC-TABLE-COUNT
                       MOVE WS-AR-CUSTOMER-NUMBER
                         TO WS-MC-CUSTOMER-NUMBER(WS-MC-TABLE-COUNT)
                   ELSE
                       ADD 1 TO WS-MC-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.
      *
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * SECOND PASS - ONE CUSTOMER AT A TIME: LOAD, MATCH CREDIT MEMOS
      * TO THEIR OWN INVOICES, MATCH WHAT IS LEFT TO THE OLDEST
      * INVOICES, REWRITE WHAT CHANGED AND NOTE WHAT IS STILL OPEN.
      *
       300-MATCH-ONE-CUSTOMER.
      *
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE WS-MC-CUSTOMER-NUMBER(WS-MC-SUB)
             TO WS-MW-CUSTOMER-NUMBER.
           PERFORM 310-LOAD-CUSTOMER-ITEMS.
      *
           PERFORM 320-MATCH-CREDIT-MEMO
               VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-ITEM-COUNT.
           PERFORM 330-MATCH-TO-OLDEST
               VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-ITEM-COUNT.
      *
           PERFORM 370-REWRITE-ONE-ITEM
               VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-ITEM-COUNT.
           PERFORM 380-NOTE-UNAPPLIED-CREDIT
               VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-ITEM-COUNT.
      *
       310-LOAD-CUSTOMER-ITEMS.
      *
           MOVE ZERO                        TO WS-OI-ITEM-COUNT.
           MOVE 'N'                         TO WS-EOF-SW-CUST.
           MOVE WS-MW-CUSTOMER-NUMBER       TO AR-FILE-CUSTOMER.
           MOVE LOW-VALUES                  TO AR-FILE-INVOICE.
           START AR-FILE KEY >= AR-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-CUST
           END-START.
           IF WS-EOF-CUST-NO
               READ AR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-CUST
               END-READ
               PERFORM 315-LOAD-ONE-ITEM
                   UNTIL WS-EOF-CUST-YES
           END-IF.
      *
      * INVOICE ITEMS OPENED BEFORE ARF2A CARRIED THE ORDER NUMBER
      * TAKE IT FROM THE INVF2A REGISTER.
      *
       315-LOAD-ONE-ITEM.
      *
           MOVE AR-FILE-RECORD              TO WS-RECEIVABLE-RECORD.
      *
           IF WS-AR-CUSTOMER-NUMBER NOT = WS-MW-CUSTOMER-NUMBER
               MOVE 'Y'                     TO WS-EOF-SW-CUST
           ELSE
               IF WS-AR-STATUS-UNPAID
                   IF WS-OI-ITEM-COUNT < WS-OI-MAX-ITEMS
                       ADD 1 TO WS-OI-ITEM-COUNT
                       MOVE WS-OI-ITEM-COUNT TO WS-OI-HIT
                       MOVE WS-AR-INVOICE-NUMBER
                         TO WS-OI-INVOICE-NUMBER(WS-OI-HIT)
                       MOVE WS-AR-ITEM-TYPE
                         TO WS-OI-ITEM-TYPE(WS-OI-HIT)
                       MOVE WS-AR-ORDER-NUMBER
                         TO WS-OI-ORDER-NUMBER(WS-OI-HIT)
                       MOVE WS-AR-INVOICE-DATE(1:6)
                         TO WS-OI-DATE(WS-OI-HIT)
                       MOVE WS-AR-ORIGINAL-AMOUNT
                         TO WS-OI-ORIGINAL-AMOUNT(WS-OI-HIT)
                       MOVE WS-AR-AMOUNT-PAID
                         TO WS-OI-AMOUNT-PAID(WS-OI-HIT)
                       MOVE 'N' TO WS-OI-CHANGED-SW(WS-OI-HIT)
                       IF WS-AR-TYPE-INVOICE
                          AND WS-AR-ORDER-NUMBER = SPACES
                           PERFORM 317-READ-INVOICE-ORDER
                       END-IF
                   ELSE
                       ADD 1 TO WS-OI-OVERFLOW-COUNT
                   END-IF
               END-IF
               READ AR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-CUST
               END-READ
           END-IF.
      *
       317-READ-INVOICE-ORDER.
      *
           MOVE WS-AR-INVOICE-NUMBER        TO INV-FILE-NUMBER.
           READ INV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-FILE-RECORD     TO WS-INVOICE-RECORD
                   MOVE WS-IV-ORDER-NUMBER
                     TO WS-OI-ORDER-NUMBER(WS-OI-HIT)
           END-READ.
      *
       320-MATCH-CREDIT-MEMO.
      *
           IF WS-OI-TYPE-CREDIT-MEMO(WS-OI-SUB)
              AND WS-OI-ORDER-NUMBER(WS-OI-SUB) NOT = SPACES
              AND WS-OI-AMOUNT-PAID(WS-OI-SUB)
                    < WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
               MOVE ZERO                    TO WS-OI-HIT
               PERFORM 322-CHECK-ORDER-INVOICE
                   VARYING WS-OI-SUB2 FROM 1 BY 1
                       UNTIL WS-OI-SUB2 > WS-OI-ITEM-COUNT
                          OR WS-OI-HIT > ZERO
               IF WS-OI-HIT > ZERO
                   MOVE 'ITS OWN INVOICE'   TO WS-MW-RULE
                   PERFORM 350-APPLY-CREDIT
               END-IF
           END-IF.
      *
       322-CHECK-ORDER-INVOICE.
      *
           IF WS-OI-TYPE-INVOICE(WS-OI-SUB2)
              AND WS-OI-ORDER-NUMBER(WS-OI-SUB2)
                    = WS-OI-ORDER-NUMBER(WS-OI-SUB)
              AND WS-OI-AMOUNT-PAID(WS-OI-SUB2)
                    < WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB2)
               MOVE WS-OI-SUB2              TO WS-OI-HIT
           END-IF.
      *
       330-MATCH-TO-OLDEST.
      *
           IF WS-OI-TYPE-CREDIT(WS-OI-SUB)
               MOVE 'OLDEST INVOICE'        TO WS-MW-RULE
               PERFORM 340-FIND-OLDEST-INVOICE
               PERFORM 345-APPLY-TO-OLDEST
                   UNTIL WS-OI-HIT = ZERO
                      OR WS-OI-AMOUNT-PAID(WS-OI-SUB)
                           NOT < WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
           END-IF.
      *
      * THE OLDEST UNPAID INVOICE IS THE LOWEST DATE, THEN INVOICE
      * NUMBER. NONE LEFT LEAVES THE HIT AT ZERO.
      *
       340-FIND-OLDEST-INVOICE.
      *
           MOVE ZERO                        TO WS-OI-HIT.
           MOVE HIGH-VALUES                 TO WS-MW-OLDEST-KEY.
           PERFORM 342-CHECK-OLDEST-INVOICE
               VARYING WS-OI-SUB2 FROM 1 BY 1
                   UNTIL WS-OI-SUB2 > WS-OI-ITEM-COUNT.
      *
       342-CHECK-OLDEST-INVOICE.
      *
           IF WS-OI-TYPE-INVOICE(WS-OI-SUB2)
              AND WS-OI-AMOUNT-PAID(WS-OI-SUB2)
                    < WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB2)
               MOVE WS-OI-DATE(WS-OI-SUB2)  TO WS-MW-ITEM-KEY(1:6)
               MOVE WS-OI-INVOICE-NUMBER(WS-OI-SUB2)
                 TO WS-MW-ITEM-KEY(7:6)
               IF WS-MW-ITEM-KEY < WS-MW-OLDEST-KEY
                   MOVE WS-MW-ITEM-KEY      TO WS-MW-OLDEST-KEY
                   MOVE WS-OI-SUB2          TO WS-OI-HIT
               END-IF
           END-IF.
      *
       345-APPLY-TO-OLDEST.
      *
           PERFORM 350-APPLY-CREDIT.
           PERFORM 340-FIND-OLDEST-INVOICE.
      *
      * APPLY THE CREDIT AT WS-OI-SUB TO THE INVOICE AT WS-OI-HIT -
      * AS MUCH AS THE SMALLER OF WHAT IS LEFT ON EACH.
      *
       350-APPLY-CREDIT.
      *
           COMPUTE WS-MW-CREDIT-LEFT =
                 WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
               - WS-OI-AMOUNT-PAID(WS-OI-SUB).
           COMPUTE WS-MW-INVOICE-LEFT =
                 WS-OI-ORIGINAL-AMOUNT(WS-OI-HIT)
               - WS-OI-AMOUNT-PAID(WS-OI-HIT).
           IF WS-MW-CREDIT-LEFT < WS-MW-INVOICE-LEFT
               MOVE WS-MW-CREDIT-LEFT       TO WS-MW-APPLY-AMOUNT
           ELSE
               MOVE WS-MW-INVOICE-LEFT      TO WS-MW-APPLY-AMOUNT
           END-IF.
      *
           ADD WS-MW-APPLY-AMOUNT  TO WS-OI-AMOUNT-PAID(WS-OI-SUB)
                                      WS-OI-AMOUNT-PAID(WS-OI-HIT).
           MOVE 'Y'                TO WS-OI-CHANGED-SW(WS-OI-SUB)
                                      WS-OI-CHANGED-SW(WS-OI-HIT).
           SUBTRACT WS-MW-APPLY-AMOUNT FROM WS-MW-CREDIT-LEFT
                                            WS-MW-INVOICE-LEFT.
      *
           ADD 1                            TO WS-APPLIED-COUNT.
           ADD WS-MW-APPLY-AMOUNT           TO WS-APPLIED-AMOUNT.
           IF WS-MW-CREDIT-LEFT = ZERO
               ADD 1                        TO WS-CREDIT-CLOSED-COUNT
           END-IF.
           IF WS-MW-INVOICE-LEFT = ZERO
               ADD 1                        TO WS-INVOICE-CLOSED-COUNT
           END-IF.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
           MOVE WS-MW-CUSTOMER-NUMBER       TO WS-AL-CUSTOMER-NUMBER.
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-SUB)
             TO WS-AL-CREDIT-NUMBER.
           IF WS-OI-TYPE-CREDIT-MEMO(WS-OI-SUB)
               MOVE 'CREDIT MEMO'           TO WS-AL-CREDIT-TYPE
           ELSE
               MOVE 'ON ACCOUNT'            TO WS-AL-CREDIT-TYPE
           END-IF.
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-HIT)
             TO WS-AL-INVOICE-NUMBER.
           MOVE WS-MW-APPLY-AMOUNT          TO WS-AL-APPLIED.
           MOVE WS-MW-INVOICE-LEFT          TO WS-AL-INVOICE-LEFT.
           MOVE WS-MW-CREDIT-LEFT           TO WS-AL-CREDIT-LEFT.
           MOVE WS-MW-RULE                  TO WS-AL-RULE.
           WRITE PRINT-RECORD FROM WS-APPLIED-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       370-REWRITE-ONE-ITEM.
      *
           IF WS-OI-CHANGED(WS-OI-SUB)
               MOVE WS-MW-CUSTOMER-NUMBER   TO AR-FILE-CUSTOMER
               MOVE WS-OI-INVOICE-NUMBER(WS-OI-SUB)
                 TO AR-FILE-INVOICE
               READ AR-FILE
                   INVALID KEY
                       DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
                       DISPLAY "AR-FILE READ ERROR FOR "
                               AR-FILE-KEY
                       PERFORM 800-PROGRAM-FAILED
               END-READ
               MOVE AR-FILE-RECORD          TO WS-RECEIVABLE-RECORD
               MOVE WS-OI-AMOUNT-PAID(WS-OI-SUB)
                 TO WS-AR-AMOUNT-PAID
               MOVE SPACES                  TO WS-AR-LAST-PAYMENT-DATE
               MOVE WS-RC-BUSINESS-DATE
                 TO WS-AR-LAST-PAYMENT-DATE(1:6)
               IF WS-AR-AMOUNT-PAID >= WS-AR-ORIGINAL-AMOUNT
                   SET WS-AR-STATUS-CLOSED  TO TRUE
               ELSE
                   SET WS-AR-STATUS-PARTIAL TO TRUE
               END-IF
               REWRITE AR-FILE-RECORD FROM WS-RECEIVABLE-RECORD
               IF NOT WS-ARFILE-SUCCESS
                   DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
                   DISPLAY "AR-FILE REWRITE ERROR FOR "
                           WS-AR-CUSTOMER-NUMBER " "
                           WS-AR-INVOICE-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
       380-NOTE-UNAPPLIED-CREDIT.
      *
           IF WS-OI-TYPE-CREDIT(WS-OI-SUB)
              AND WS-OI-AMOUNT-PAID(WS-OI-SUB)
                    < WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
               ADD 1 TO WS-UNAPPLIED-COUNT
               IF WS-UC-TABLE-COUNT < WS-UC-MAX-TABLE
                   PERFORM 385-INSERT-UNAPPLIED-ENTRY
               ELSE
                   ADD 1 TO WS-UC-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       385-INSERT-UNAPPLIED-ENTRY.
      *
           MOVE WS-OI-DATE(WS-OI-SUB)       TO WS-UC-SEARCH-KEY(1:6).
           MOVE WS-MW-CUSTOMER-NUMBER       TO WS-UC-SEARCH-KEY(7:6).
           MOVE WS-OI-INVOICE-NUMBER(WS-OI-SUB)
             TO WS-UC-SEARCH-KEY(13:6).
           MOVE 'N'                         TO WS-UC-STOP-SW.
           COMPUTE WS-UC-POS = WS-UC-TABLE-COUNT + 1.
           PERFORM 386-CHECK-UNAPPLIED-ENTRY
               VARYING WS-UC-SUB FROM 1 BY 1
                   UNTIL WS-UC-SUB > WS-UC-TABLE-COUNT
                      OR WS-UC-STOP.
      *
           PERFORM 387-SHIFT-UNAPPLIED-ENTRY
               VARYING WS-UC-SUB2 FROM WS-UC-TABLE-COUNT BY -1
                   UNTIL WS-UC-SUB2 < WS-UC-POS.
           ADD 1 TO WS-UC-TABLE-COUNT.
           MOVE WS-UC-SEARCH-KEY         TO WS-UC-SORT-KEY(WS-UC-POS).
           MOVE WS-OI-ITEM-TYPE(WS-OI-SUB)
             TO WS-UC-ITEM-TYPE(WS-UC-POS).
           MOVE WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
             TO WS-UC-ORIGINAL-AMOUNT(WS-UC-POS).
           COMPUTE WS-UC-UNAPPLIED(WS-UC-POS) =
                 WS-OI-ORIGINAL-AMOUNT(WS-OI-SUB)
               - WS-OI-AMOUNT-PAID(WS-OI-SUB).
      *
       386-CHECK-UNAPPLIED-ENTRY.
      *
           IF WS-UC-SORT-KEY(WS-UC-SUB) NOT < WS-UC-SEARCH-KEY
               MOVE 'Y' TO WS-UC-STOP-SW
               MOVE WS-UC-SUB TO WS-UC-POS
           END-IF.
      *
       387-SHIFT-UNAPPLIED-ENTRY.
      *
           MOVE WS-UC-ENTRY(WS-UC-SUB2)
             TO WS-UC-ENTRY(WS-UC-SUB2 + 1).
      *
       500-PRINT-UNAPPLIED-SECTION.
      *
           SET WS-SECTION-UNAPPLIED         TO TRUE.
           MOVE 'UNAPPLIED CREDITS BY AGE - OLDEST FIRST'
             TO WS-HL3-SECTION-TITLE.
           PERFORM 600-PRINT-HEADINGS.
           IF WS-UC-TABLE-COUNT = ZERO
               MOVE 'NO UNAPPLIED CREDITS'  TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 510-PRINT-ONE-UNAPPLIED
                   VARYING WS-UC-SUB FROM 1 BY 1
                       UNTIL WS-UC-SUB > WS-UC-TABLE-COUNT
           END-IF.
      *
           PERFORM 720-PRINT-BUCKET-LINES.
      *
       510-PRINT-ONE-UNAPPLIED.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           IF WS-UC-DATE(WS-UC-SUB) IS NUMERIC
               MOVE WS-UC-DATE(WS-UC-SUB)   TO WS-AG-DATE-X
               PERFORM 050-DATE-TO-DAYS
               COMPUTE WS-AG-AGE-DAYS =
                   WS-AG-RUN-DAYS - WS-AG-DAY-NUMBER
               IF WS-AG-AGE-DAYS < ZERO
                   MOVE ZERO                TO WS-AG-AGE-DAYS
               END-IF
           ELSE
               MOVE 9999                    TO WS-AG-AGE-DAYS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AG-AGE-DAYS NOT > 30
                   MOVE 'CURRENT'           TO WS-UL-AGE-BUCKET
                   ADD WS-UC-UNAPPLIED(WS-UC-SUB)
                     TO WS-BUCKET-CURRENT
               WHEN WS-AG-AGE-DAYS NOT > 60
                   MOVE 'OVER 30'           TO WS-UL-AGE-BUCKET
                   ADD WS-UC-UNAPPLIED(WS-UC-SUB)
                     TO WS-BUCKET-30
               WHEN WS-AG-AGE-DAYS NOT > 90
                   MOVE 'OVER 60'           TO WS-UL-AGE-BUCKET
                   ADD WS-UC-UNAPPLIED(WS-UC-SUB)
                     TO WS-BUCKET-60
               WHEN OTHER
                   MOVE 'OVER 90'           TO WS-UL-AGE-BUCKET
                   ADD WS-UC-UNAPPLIED(WS-UC-SUB)
                     TO WS-BUCKET-90
           END-EVALUATE.
           ADD WS-UC-UNAPPLIED(WS-UC-SUB)   TO WS-UNAPPLIED-AMOUNT.
      *
           MOVE WS-UC-CUSTOMER-NUMBER(WS-UC-SUB)
             TO WS-UL-CUSTOMER-NUMBER
                CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE '** NOT ON CMFF2A **'
                     TO WS-UL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
                   MOVE WS-CM-LAST-NAME     TO WS-UL-CUSTOMER-NAME
           END-READ.
           MOVE WS-UC-DOCUMENT(WS-UC-SUB)   TO WS-UL-CREDIT-NUMBER.
           IF WS-UC-TYPE-CREDIT-MEMO(WS-UC-SUB)
               MOVE 'CREDIT MEMO'           TO WS-UL-CREDIT-TYPE
           ELSE
               MOVE 'ON ACCOUNT'            TO WS-UL-CREDIT-TYPE
           END-IF.
           MOVE WS-UC-DATE(WS-UC-SUB)(1:2)  TO WS-UL-DATE-YY.
           MOVE WS-UC-DATE(WS-UC-SUB)(3:2)  TO WS-UL-DATE-MM.
           MOVE WS-UC-DATE(WS-UC-SUB)(5:2)  TO WS-UL-DATE-DD.
           MOVE WS-UC-ORIGINAL-AMOUNT(WS-UC-SUB) TO WS-UL-ORIGINAL.
           MOVE WS-UC-UNAPPLIED(WS-UC-SUB)  TO WS-UL-UNAPPLIED.
           MOVE WS-AG-AGE-DAYS              TO WS-UL-AGE-DAYS.
      *
           WRITE PRINT-RECORD FROM WS-UNAPPLIED-LINE.
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
           IF WS-SECTION-UNAPPLIED
               WRITE PRINT-RECORD FROM WS-UNAPPLIED-HEADING
           ELSE
               WRITE PRINT-RECORD FROM WS-APPLIED-HEADING
           END-IF.
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
           MOVE WS-CREDIT-COUNT             TO WS-TL1-CREDIT-COUNT.
           MOVE WS-CUSTOMER-COUNT           TO WS-TL2-CUSTOMER-COUNT.
           MOVE WS-APPLIED-COUNT            TO WS-TL3-APPLIED-COUNT.
           MOVE WS-APPLIED-AMOUNT           TO WS-TL3-APPLIED-AMOUNT.
           MOVE WS-INVOICE-CLOSED-COUNT
             TO WS-TL4-INVOICE-CLOSED-COUNT.
           MOVE WS-CREDIT-CLOSED-COUNT
             TO WS-TL5-CREDIT-CLOSED-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF WS-MC-OVERFLOW-COUNT > ZERO
               MOVE 'CUSTOMERS'             TO WS-OFL-TABLE-NAME
               MOVE WS-MC-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-OI-OVERFLOW-COUNT > ZERO
               MOVE 'OPEN ITEMS'            TO WS-OFL-TABLE-NAME
               MOVE WS-OI-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
      *
       720-PRINT-BUCKET-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-BUCKET-CURRENT           TO WS-BL1-AMOUNT.
           MOVE WS-BUCKET-30                TO WS-BL2-AMOUNT.
           MOVE WS-BUCKET-60                TO WS-BL3-AMOUNT.
           MOVE WS-BUCKET-90                TO WS-BL4-AMOUNT.
           MOVE WS-UNAPPLIED-AMOUNT         TO WS-BL5-AMOUNT.
           MOVE WS-UNAPPLIED-COUNT          TO WS-BL5-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-1.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-2.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-3.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-4.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-5.
      *
           IF WS-UC-OVERFLOW-COUNT > ZERO
               MOVE 'UNAPPLIED'             TO WS-OFL-TABLE-NAME
               MOVE WS-UC-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "UNAPPLIED CREDITS =" WS-CREDIT-COUNT.
           DISPLAY "APPLICATIONS MADE =" WS-APPLIED-COUNT.
           DISPLAY "STILL UNAPPLIED   =" WS-UNAPPLIED-COUNT.
      *
       COPY RUNCTLPD.
