       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGENF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly standing order generator. Reads
      *                     every SORF2A standing order and, for each
      *                     active one whose next due date has been
      *                     reached on the business date, raises a
      *                     real order through the same edits, pricing,
      *                     credit check, sales tax and all-or-nothing
      *                     stock allocation that ORDINF2A applies to
      *                     storefront orders - numbered from the
      *                     CTLF2A ORDERNO record, written to
      *                     ORDRF2A/ORDLF2A, journalled to ORDJNL as an
      *                     add and logged to the ITMLDGR stock
      *                     movement ledger. A standing order that is
      *                     suspended when due is skipped, one whose
      *                     edits fail is rejected, and both are listed
      *                     with the reason. Each standing order
      *                     processed has its next due date moved on a
      *                     week or a month at a time past the business
      *                     date - only one order is raised per run
      *                     however many occurrences were missed, and
      *                     the missed ones are noted on the report -
      *                     and the last order, run date and result are
      *                     stamped on it for SOMNTF2A. A standing
      *                     order whose next due date passes its end
      *                     date is ended.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SOR-FILE ASSIGN TO SORFILE
               RECORD KEY IS SOR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORFILE-SW.

           SELECT ORD-FILE ASSIGN TO ORDFILE
               RECORD KEY IS ORD-FILE-KEY
               ALTERNATE RECORD KEY IS ORD-FILE-CUSTOMER
                   WITH DUPLICATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ORDFILE-SW.

           SELECT ODL-FILE ASSIGN TO ORDLINES
               RECORD KEY IS ODL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-ODLFILE-SW.

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

           SELECT ITP-FILE ASSIGN TO ITPFILE
               RECORD KEY IS ITP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITPFILE-SW.

           SELECT ITC-FILE ASSIGN TO ITCFILE
               RECORD KEY IS ITC-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITCFILE-SW.

           SELECT SHP-FILE ASSIGN TO SHPFILE
               RECORD KEY IS SHP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SHPFILE-SW.

           SELECT TAX-FILE ASSIGN TO TAXFILE
               RECORD KEY IS TAX-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TAXFILE-SW.

           SELECT TXE-FILE ASSIGN TO TXEFILE
               RECORD KEY IS TXE-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-TXEFILE-SW.

           SELECT CPR-FILE ASSIGN TO CPRFILE
               RECORD KEY IS CPR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CPRFILE-SW.

           SELECT QBK-FILE ASSIGN TO QBKFILE
               RECORD KEY IS QBK-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-QBKFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT OJL-FILE ASSIGN TO OJLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OJLFILE-SW.

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
       FD SOR-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SOR-FILE-RECORD.
       01 SOR-FILE-RECORD.
           05 SOR-FILE-KEY.
               10 SOR-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(114).

       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 ORD-FILE-CUSTOMER             PIC X(6).
           05 FILLER                        PIC X(125).

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

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD ITP-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ITP-FILE-RECORD.
       01 ITP-FILE-RECORD.
           05 ITP-FILE-KEY.
               10 ITP-FILE-ITEM             PIC X(6).
               10 ITP-FILE-EFF-DATE         PIC X(6).
           05 FILLER                        PIC X(28).

       FD ITC-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ITC-FILE-RECORD.
       01 ITC-FILE-RECORD.
           05 ITC-FILE-KEY.
               10 ITC-FILE-ITEM             PIC X(6).
               10 ITC-FILE-EFF-DATE         PIC X(6).
           05 FILLER                        PIC X(28).

       FD SHP-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SHP-FILE-RECORD.
       01 SHP-FILE-RECORD.
           05 SHP-FILE-KEY.
               10 SHP-FILE-CUSTOMER         PIC X(6).
               10 SHP-FILE-CODE             PIC X(2).
           05 FILLER                        PIC X(102).

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

       FD CPR-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CPR-FILE-RECORD.
       01 CPR-FILE-RECORD.
           05 CPR-FILE-KEY.
               10 CPR-FILE-CUSTOMER         PIC X(6).
               10 CPR-FILE-ITEM             PIC X(6).
               10 CPR-FILE-START-DATE       PIC X(6).
           05 FILLER                        PIC X(42).

       FD QBK-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS QBK-FILE-RECORD.
       01 QBK-FILE-RECORD.
           05 QBK-FILE-KEY.
               10 QBK-FILE-ITEM             PIC X(6).
           05 FILLER                        PIC X(94).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD OJL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 322 CHARACTERS
           DATA RECORD IS OJL-FILE-RECORD.
       01 OJL-FILE-RECORD                   PIC X(322).

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
       COPY SORWSREC.
       COPY ORDWSREC.
       COPY ODLWSREC.
       COPY CMFWSREC.
       COPY ITMWSREC.
       COPY ITPWSREC.
       COPY ITCWSREC.
       COPY SHPWSREC.
       COPY TAXWSREC.
       COPY TXEWSREC.
       COPY CPRWSREC.
       COPY QBKWSREC.
       COPY CTLWSREC.
       COPY ORDJNLWS.
       COPY ITMLDGWS.
      *
       01 WS-SORFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SORFILE-SUCCESS               VALUE '00'.
           88  WS-SORFILE-EOF                   VALUE '10'.
       01 WS-ORDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ORDFILE-SUCCESS               VALUE '00'.
           88  WS-ORDFILE-NOTFND                VALUE '23'.
           88  WS-ORDFILE-DUPOK                 VALUE '02'.
       01 WS-ODLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ODLFILE-SUCCESS               VALUE '00'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-NOTFND                VALUE '23'.
       01 WS-ITPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITPFILE-SUCCESS               VALUE '00'.
           88  WS-ITPFILE-NOTFND                VALUE '23'.
           88  WS-ITPFILE-EOF                   VALUE '10'.
       01 WS-ITCFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITCFILE-SUCCESS               VALUE '00'.
       01 WS-SHPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHPFILE-SUCCESS               VALUE '00'.
           88  WS-SHPFILE-NOTFND                VALUE '23'.
       01 WS-TAXFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS               VALUE '00'.
           88  WS-TAXFILE-NOTFND                VALUE '23'.
       01 WS-TXEFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-TXEFILE-SUCCESS               VALUE '00'.
           88  WS-TXEFILE-NOTFND                VALUE '23'.
       01 WS-CPRFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CPRFILE-SUCCESS               VALUE '00'.
       01 WS-QBKFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-QBKFILE-SUCCESS               VALUE '00'.
           88  WS-QBKFILE-NOTFND                VALUE '23'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-OJLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-OJLFILE-SUCCESS               VALUE '00'.
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.

       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-EOF-SW-ORD                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ORD-NO                    VALUE 'N'.
           88  WS-EOF-ORD-YES                   VALUE 'Y'.
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
      * THE ORDER BEING RAISED FROM THE CURRENT STANDING ORDER - THE
      * SAME GROUP WORK AREA ORDINF2A BUILDS FROM A TRANSACTION
      * HEADER AND ITS DETAILS, SO THE EDIT, PRICING, CREDIT, TAX AND
      * WRITE PARAGRAPHS ARE SHARED IN FORM WITH THE INTAKE.
      *
       01 WS-GROUP-WORK.
           05 WS-GR-CUSTOMER-NUMBER         PIC X(06)  VALUE SPACES.
           05 WS-GR-SHIP-TO-CODE            PIC X(02)  VALUE SPACES.
           05 WS-GR-REJECT-REASON           PIC X(40)  VALUE SPACES.
           05 WS-GR-MAX-LINES               PIC 9(02) COMP VALUE 5.
           05 WS-GR-LINE-COUNT              PIC 9(02) COMP VALUE 0.
           05 WS-GR-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-GR-LINE-NBR-9              PIC 9(02)  VALUE 0.
           05 WS-GR-ORDER-TOTAL             PIC 9(07)V99 VALUE 0.
           05 WS-GR-TAX-AMOUNT              PIC 9(05)V99 VALUE 0.
           05 WS-GR-STOCK-SHORT-SW          PIC X(01)  VALUE 'N'.
               88 WS-GR-STOCK-SHORT             VALUE 'Y'.
           05 WS-GR-CREDIT-HELD-SW          PIC X(01)  VALUE 'N'.
               88 WS-GR-CREDIT-HELD             VALUE 'Y'.
           05 WS-GR-ACCOUNT-HELD-SW         PIC X(01)  VALUE 'N'.
               88 WS-GR-ACCOUNT-HELD            VALUE 'Y'.
           05 WS-GR-HOLD-REASON             PIC X(30)  VALUE SPACES.
           05 WS-GR-TAX-EXEMPT-SW           PIC X(01)  VALUE 'N'.
               88 WS-GR-TAX-EXEMPT              VALUE 'Y'.
           05 WS-GR-AVAILABLE-QTY           PIC S9(08) VALUE 0.
      *
       01 WS-GROUP-LINE-TABLE.
           05 WS-GL-ENTRY                   OCCURS 5 TIMES.
               10 WS-GL-ITEM-NUMBER         PIC X(06).
               10 WS-GL-ITEM-DESC           PIC X(30).
               10 WS-GL-QUANTITY            PIC 9(05).
               10 WS-GL-UNIT-PRICE          PIC 9(05)V99.
               10 WS-GL-LINE-AMOUNT         PIC 9(07)V99.
               10 WS-GL-UNIT-COST           PIC 9(05)V99.
               10 WS-GL-PRICE-RULE          PIC X(01).
      *
       01 WS-EXPOSURE-WORK.
           05 WS-EX-OPEN-EXPOSURE           PIC 9(09)V99 VALUE 0.
      *
      * STANDING ORDER WORK - THE LINE BEING EDITED, THE DISPOSITION
      * PRINTED FOR THE STANDING ORDER AND THE NUMBER OF PERIODS ITS
      * NEXT DUE DATE WAS MOVED ON.
      *
       01 WS-STANDING-WORK.
           05 WS-SW-SUB                     PIC 9(02) COMP VALUE 0.
           05 WS-SW-PERIODS                 PIC 9(05) COMP VALUE 0.
           05 WS-SW-MISSED                  PIC 9(05) VALUE 0.
           05 WS-SW-MISSED-DISPLAY          PIC ZZZZ9.
           05 WS-SW-DUE-DATE                PIC X(06)  VALUE SPACES.
           05 WS-SW-DISPOSITION             PIC X(52)  VALUE SPACES.
           05 WS-SW-ORDER-NUMBER            PIC X(06)  VALUE SPACES.
           05 WS-SW-AMOUNT                  PIC 9(07)V99 VALUE 0.
      *
      * DATE ARITHMETIC FOR MOVING THE NEXT DUE DATE ON - A WEEK IS
      * SEVEN DAYS CARRIED INTO THE NEXT MONTH AND YEAR AS NEEDED, A
      * MONTH KEEPS THE DAY OF THE MONTH. FEBRUARY IS TAKEN AS 29 IN
      * A YEAR DIVISIBLE BY FOUR.
      *
       01 WS-DATE-WORK.
           05 WS-DT-DATE.
               10 WS-DT-YY                  PIC 9(02).
               10 WS-DT-MM                  PIC 9(02).
               10 WS-DT-DD                  PIC 9(02).
           05 WS-DT-DATE-R REDEFINES WS-DT-DATE
                                            PIC X(06).
           05 WS-DT-MONTH-MAX               PIC 9(02) VALUE 0.
           05 WS-DT-LEAP-QUOTIENT           PIC 9(02) COMP VALUE 0.
           05 WS-DT-LEAP-REMAINDER          PIC 9(02) COMP VALUE 0.
      *
       01 WS-MONTH-DAYS-CNST                PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-CNST.
           05 WS-MONTH-DAYS                 PIC 9(02) OCCURS 12 TIMES.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ORDJNL KEY - THE
      * NIGHT'S APPENDS ARE REPROED INTO THE KEYED CLUSTER BY OPS,
      * THE SAME WAY THE ORDINF2A INTAKE ENTRIES ARE HANDLED.
      *
       01 WS-JOURNAL-SEQ-NBR                PIC S9(08) COMP VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ITMLDGR KEY - THE
      * KEY CARRIES THE BUSINESS DATE SO A RUN PAST MIDNIGHT STAYS IN
      * TONIGHT'S ITMMVF2A MOVEMENT REPORT.
      *
       01 WS-LEDGER-SEQ-NBR                 PIC S9(08) COMP VALUE 0.
      *
      * EFFECTIVE-PRICE LOOKUP WORK - SAME RULE AS ONLINE ENTRY, THE
      * LAST ITPF2A PRICE DATED ON OR BEFORE THE RUN DATE WINS AND
      * AN ITEM WITH NO PRICE RECORDS KEEPS THE MASTER PRICE.
      *
       01 WS-PRICE-LOOKUP-WORK.
           05 WS-PL-EFF-PRICE               PIC 9(05)V99 VALUE 0.
           05 WS-PL-FOUND-SW                PIC X(01) VALUE 'N'.
               88 WS-PL-FOUND-88                VALUE 'Y'.
           05 WS-PL-EOF-SW                  PIC X(01) VALUE 'N'.
               88 WS-PL-EOF-88                  VALUE 'Y'.
           05 WS-PL-RUN-DATE-X              PIC X(06) VALUE SPACES.
      *
      * THE STANDARD COST IS FOUND THE SAME WAY FROM ITCF2A - AN ITEM
      * WITH NO COST RECORDS CARRIES THE ITEMF2A STANDARD COST.
      *
           05 WS-PL-EFF-COST                PIC 9(05)V99 VALUE 0.
      *
      * THE PRICE CHARGED IS THE LOWEST OF THE LIST PRICE ABOVE, THE
      * CUSTOMER'S CPRF2A CONTRACT PRICE IN FORCE ON THE RUN DATE AND
      * THE HIGHEST QBKF2A QUANTITY BREAK THE LINE REACHES - THE SAME
      * RULE AS ONLINE ENTRY - AND THE RULE USED IS KEPT ON THE LINE.
      *
           05 WS-PL-LINE-QTY                PIC 9(05) VALUE 0.
           05 WS-PL-BEST-PRICE              PIC 9(05)V99 VALUE 0.
           05 WS-PL-CONTRACT-PRICE          PIC 9(05)V99 VALUE 0.
           05 WS-PL-BREAK-PRICE             PIC 9(05)V99 VALUE 0.
           05 WS-PL-CONTRACT-SW             PIC X(01) VALUE 'N'.
               88 WS-PL-CONTRACT-88             VALUE 'Y'.
           05 WS-PL-BREAK-SW                PIC X(01) VALUE 'N'.
               88 WS-PL-BREAK-88                VALUE 'Y'.
           05 WS-PL-TIER-SUB                PIC 9(02) COMP VALUE 0.
           05 WS-PL-RULE                    PIC X(01) VALUE 'L'.
               88 WS-PL-RULE-LIST-88            VALUE 'L'.
               88 WS-PL-RULE-CONTRACT-88        VALUE 'C'.
               88 WS-PL-RULE-QTY-BREAK-88       VALUE 'Q'.
      *
       01 WS-COUNTERS.
           05 WS-STD-READ-COUNT             PIC 9(07)  VALUE 0.
           05 WS-DUE-COUNT                  PIC 9(07)  VALUE 0.
           05 WS-ACCEPTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-BACKORDERED-COUNT          PIC 9(07)  VALUE 0.
           05 WS-CREDIT-HELD-COUNT          PIC 9(07)  VALUE 0.
           05 WS-REJECTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-SKIPPED-COUNT              PIC 9(07)  VALUE 0.
           05 WS-ENDED-COUNT                PIC 9(07)  VALUE 0.
           05 WS-MISSED-COUNT               PIC 9(07)  VALUE 0.
           05 WS-CONTRACT-LINE-COUNT        PIC 9(07)  VALUE 0.
           05 WS-BREAK-LINE-COUNT           PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "STANDING ORDER GENERATION REPORT".
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
           05 FILLER                        PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-HL2-BUSINESS-DATE          PIC X(06).
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(09) VALUE "STD ORD".
           05 FILLER                   PIC X(09) VALUE "CUST NO".
           05 FILLER                   PIC X(09) VALUE "DUE".
           05 FILLER                   PIC X(09) VALUE "ORDER NO".
           05 FILLER                   PIC X(07) VALUE "LINES".
           05 FILLER                   PIC X(14) VALUE "AMOUNT".
           05 FILLER                   PIC X(52) VALUE "DISPOSITION".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-SO-NUMBER               PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-DUE-DATE                PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-ORDER-NUMBER            PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-LINES                   PIC ZZZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-DISPOSITION             PIC X(52).
      *
       01 WS-NOTE-LINE.
           05 FILLER                        PIC X(57)  VALUE SPACES.
           05 WS-NL-TEXT                    PIC X(52).
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(20)
               VALUE "STD ORDERS READ   = ".
           05 WS-TL1-STD-READ-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "STD ORDERS DUE    = ".
           05 WS-TL2-DUE-COUNT              PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "ORDERS GENERATED  = ".
           05 WS-TL3-ACCEPTED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "OF WHICH BACKORDER= ".
           05 WS-TL4-BACKORDERED-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "OF WHICH CRED HOLD= ".
           05 WS-TL5-CREDIT-HELD-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(20)
               VALUE "REJECTED          = ".
           05 WS-TL6-REJECTED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(20)
               VALUE "SKIPPED SUSPENDED = ".
           05 WS-TL7-SKIPPED-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(20)
               VALUE "STD ORDERS ENDED  = ".
           05 WS-TL8-ENDED-COUNT            PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-9.
           05 FILLER                        PIC X(20)
               VALUE "MISSED OCCURRENCES= ".
           05 WS-TL9-MISSED-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-10.
           05 FILLER                        PIC X(20)
               VALUE "CONTRACT PRICED LNS=".
           05 WS-TL10-CONTRACT-LINE-COUNT   PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-11.
           05 FILLER                        PIC X(20)
               VALUE "QTYBREAK PRICED LNS=".
           05 WS-TL11-BREAK-LINE-COUNT      PIC ZZZ,ZZ9.
      *
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'SOGENF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-SORFILE-SW
                         WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-CMFFILE-SW
                         WS-ITMFILE-SW
                         WS-ITPFILE-SW
                         WS-ITCFILE-SW
                         WS-SHPFILE-SW
                         WS-TAXFILE-SW
                         WS-TXEFILE-SW
                         WS-CPRFILE-SW
                         WS-QBKFILE-SW
                         WS-CTLFILE-SW
                         WS-OJLFILE-SW
                         WS-ILGFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
           MOVE WS-RC-BUSINESS-DATE TO WS-PL-RUN-DATE-X.
      *
           OPEN I-O SOR-FILE.
           IF WS-SORFILE-SUCCESS
               DISPLAY "SOR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SORFILE-SW=" WS-SORFILE-SW
               DISPLAY "SOR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O ORD-FILE.
           IF WS-ORDFILE-SUCCESS
               DISPLAY "ORD-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ORDFILE-SW=" WS-ORDFILE-SW
               DISPLAY "ORD-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O ODL-FILE.
           IF WS-ODLFILE-SUCCESS
               DISPLAY "ODL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ODLFILE-SW=" WS-ODLFILE-SW
               DISPLAY "ODL-FILE OPEN ERROR"
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
           OPEN I-O ITM-FILE.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ITP-FILE.
           IF WS-ITPFILE-SUCCESS
               DISPLAY "ITP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITPFILE-SW=" WS-ITPFILE-SW
               DISPLAY "ITP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT ITC-FILE.
           IF WS-ITCFILE-SUCCESS
               DISPLAY "ITC-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITCFILE-SW=" WS-ITCFILE-SW
               DISPLAY "ITC-FILE OPEN ERROR"
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
           OPEN INPUT CPR-FILE.
           IF WS-CPRFILE-SUCCESS
               DISPLAY "CPR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CPRFILE-SW=" WS-CPRFILE-SW
               DISPLAY "CPR-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT QBK-FILE.
           IF WS-QBKFILE-SUCCESS
               DISPLAY "QBK-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-QBKFILE-SW=" WS-QBKFILE-SW
               DISPLAY "QBK-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O CTL-FILE.
           IF WS-CTLFILE-SUCCESS
               DISPLAY "CTL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND OJL-FILE.
           IF WS-OJLFILE-SUCCESS
               DISPLAY "OJL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OJLFILE-SW=" WS-OJLFILE-SW
               DISPLAY "OJL-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND ILG-FILE.
           IF WS-ILGFILE-SUCCESS
               DISPLAY "ILG-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE OPENING ERROR"
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
           READ SOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-PROCESS-STANDING-ORDER
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE SOR-FILE
                 ORD-FILE
                 ODL-FILE
                 CMF-FILE
                 ITM-FILE
                 ITP-FILE
                 ITC-FILE
                 SHP-FILE
                 TAX-FILE
                 TXE-FILE
                 CPR-FILE
                 QBK-FILE
                 CTL-FILE
                 OJL-FILE
                 ILG-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-STD-READ-COUNT           TO WS-RC-IN-COUNT.
           MOVE WS-ACCEPTED-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      *    A STANDING ORDER IS DUE WHEN IT IS NOT ENDED AND ITS NEXT
      *    DUE DATE HAS BEEN REACHED ON THE BUSINESS DATE. ONE THAT
      *    IS NOT DUE IS PASSED OVER UNTOUCHED; EVERY ONE THAT IS DUE
      *    IS STAMPED WITH THE RUN DATE AND RESULT AND REWRITTEN.
      *
       100-PROCESS-STANDING-ORDER.
      *
           ADD 1 TO WS-STD-READ-COUNT.
           MOVE SOR-FILE-RECORD             TO WS-STANDING-ORDER-RECORD.
      *
           IF       NOT WS-SO-STATUS-ENDED
                AND WS-SO-NEXT-DUE-DATE NOT > WS-RC-BUSINESS-DATE
               ADD 1 TO WS-DUE-COUNT
               PERFORM 150-PROCESS-DUE-ORDER
               MOVE WS-RC-BUSINESS-DATE     TO WS-SO-LAST-RUN-DATE
               REWRITE SOR-FILE-RECORD FROM WS-STANDING-ORDER-RECORD
               IF NOT WS-SORFILE-SUCCESS
                   DISPLAY "WS-SORFILE-SW=" WS-SORFILE-SW
                   DISPLAY "SOR-FILE REWRITE ERROR FOR STANDING ORDER "
                           WS-SO-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
           READ SOR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       150-PROCESS-DUE-ORDER.
      *
           MOVE WS-SO-NEXT-DUE-DATE         TO WS-SW-DUE-DATE.
           MOVE SPACES                      TO WS-SW-ORDER-NUMBER
                                               WS-SW-DISPOSITION.
           MOVE ZERO                        TO WS-SW-AMOUNT
                                               WS-GR-LINE-COUNT.
      *
           EVALUATE TRUE
               WHEN     WS-SO-NEXT-DUE-DATE IS NOT NUMERIC
                     OR WS-SO-NEXT-DUE-DATE(3:2) < '01'
                     OR WS-SO-NEXT-DUE-DATE(3:2) > '12'
                     OR WS-SO-NEXT-DUE-DATE(5:2) < '01'
                     OR WS-SO-NEXT-DUE-DATE(5:2) > '31'
                     OR NOT (   WS-SO-FREQ-WEEKLY
                             OR WS-SO-FREQ-MONTHLY)
                   ADD 1 TO WS-REJECTED-COUNT
                   SET WS-SO-RESULT-REJECTED
                                            TO TRUE
                   MOVE 'REJECTED - SCHEDULE INVALID'
                     TO WS-SW-DISPOSITION
                   PERFORM 520-PRINT-DISPOSITION-LINE
               WHEN     WS-SO-END-DATE NOT = SPACES
                    AND WS-SO-NEXT-DUE-DATE > WS-SO-END-DATE
                   ADD 1 TO WS-ENDED-COUNT
                   SET WS-SO-STATUS-ENDED   TO TRUE
                   MOVE 'ENDED - PAST END DATE'
                     TO WS-SW-DISPOSITION
                   PERFORM 520-PRINT-DISPOSITION-LINE
               WHEN WS-SO-STATUS-SUSPENDED
                   ADD 1 TO WS-SKIPPED-COUNT
                   SET WS-SO-RESULT-SKIPPED TO TRUE
                   MOVE 'SKIPPED - SUSPENDED'
                     TO WS-SW-DISPOSITION
                   PERFORM 520-PRINT-DISPOSITION-LINE
                   PERFORM 400-ADVANCE-NEXT-DUE-DATE
               WHEN OTHER
                   PERFORM 200-START-ORDER-GROUP
                   PERFORM 210-EDIT-ONE-ORDER-LINE
                       VARYING WS-SW-SUB FROM 1 BY 1
                           UNTIL WS-SW-SUB > WS-GR-MAX-LINES
                   PERFORM 220-FINALIZE-ORDER
                   PERFORM 400-ADVANCE-NEXT-DUE-DATE
           END-EVALUATE.
      *
       200-START-ORDER-GROUP.
      *
           MOVE WS-SO-CUSTOMER-NUMBER       TO WS-GR-CUSTOMER-NUMBER.
           MOVE WS-SO-SHIP-TO-CODE          TO WS-GR-SHIP-TO-CODE.
           MOVE SPACES                      TO WS-GR-REJECT-REASON.
           MOVE ZERO                        TO WS-GR-LINE-COUNT
                                               WS-GR-ORDER-TOTAL
                                               WS-GR-TAX-AMOUNT.
           MOVE SPACES                      TO WS-GROUP-LINE-TABLE.
      *
      *    EACH STANDING ORDER LINE IS EDITED IN TURN - THE FIRST
      *    FAILURE STICKS AS THE ORDER'S REJECT REASON AND THE LINES
      *    AFTER IT ARE SKIPPED. UNUSED LINES ARE BLANK.
      *
       210-EDIT-ONE-ORDER-LINE.
      *
           IF       WS-GR-REJECT-REASON = SPACES
                AND WS-SO-ITEM-NUMBER(WS-SW-SUB) NOT = SPACES
               IF       WS-SO-QUANTITY(WS-SW-SUB) IS NOT NUMERIC
                     OR WS-SO-QUANTITY(WS-SW-SUB) = ZERO
                   MOVE 'QUANTITY NOT NUMERIC OR ZERO'
                     TO WS-GR-REJECT-REASON
               ELSE
                   PERFORM 215-EDIT-LINE-ITEM
               END-IF
           END-IF.
      *
       215-EDIT-LINE-ITEM.
      *
           MOVE WS-SO-ITEM-NUMBER(WS-SW-SUB)
             TO ITM-FILE-NUMBER.
           READ ITM-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-GR-REJECT-REASON
                   STRING 'ITEM ' WS-SO-ITEM-NUMBER(WS-SW-SUB)
                          ' NOT ON FILE'
                          DELIMITED BY SIZE
                     INTO WS-GR-REJECT-REASON
               NOT INVALID KEY
                   MOVE ITM-FILE-RECORD     TO WS-ITEM-RECORD
                   IF WS-IT-STATUS-INACTIVE
                       MOVE SPACES          TO WS-GR-REJECT-REASON
                       STRING 'ITEM ' WS-SO-ITEM-NUMBER(WS-SW-SUB)
                              ' IS INACTIVE'
                              DELIMITED BY SIZE
                         INTO WS-GR-REJECT-REASON
                   ELSE
                       PERFORM 216-LOOKUP-EFFECTIVE-PRICE
                       MOVE WS-SO-QUANTITY(WS-SW-SUB)
                         TO WS-PL-LINE-QTY
                       PERFORM 240-APPLY-PRICE-RULES
                       PERFORM 218-LOOKUP-EFFECTIVE-COST
                       ADD 1 TO WS-GR-LINE-COUNT
                       MOVE WS-SO-ITEM-NUMBER(WS-SW-SUB)
                         TO WS-GL-ITEM-NUMBER(WS-GR-LINE-COUNT)
                       MOVE WS-IT-DESC
                         TO WS-GL-ITEM-DESC(WS-GR-LINE-COUNT)
                       MOVE WS-SO-QUANTITY(WS-SW-SUB)
                         TO WS-GL-QUANTITY(WS-GR-LINE-COUNT)
                       MOVE WS-IT-UNIT-PRICE
                         TO WS-GL-UNIT-PRICE(WS-GR-LINE-COUNT)
                       MOVE WS-PL-EFF-COST
                         TO WS-GL-UNIT-COST(WS-GR-LINE-COUNT)
                       MOVE WS-PL-RULE
                         TO WS-GL-PRICE-RULE(WS-GR-LINE-COUNT)
                       COMPUTE
                           WS-GL-LINE-AMOUNT(WS-GR-LINE-COUNT)
                               ROUNDED =
                             WS-GL-QUANTITY(WS-GR-LINE-COUNT)
                           * WS-GL-UNIT-PRICE(WS-GR-LINE-COUNT)
                       ADD WS-GL-LINE-AMOUNT(WS-GR-LINE-COUNT)
                         TO WS-GR-ORDER-TOTAL
                   END-IF
           END-READ.
      *
       216-LOOKUP-EFFECTIVE-PRICE.
      *
           MOVE 'N'                         TO WS-PL-FOUND-SW
                                               WS-PL-EOF-SW.
           MOVE WS-IT-ITEM-NUMBER           TO ITP-FILE-ITEM.
           MOVE LOW-VALUES                  TO ITP-FILE-EFF-DATE.
           START ITP-FILE KEY >= ITP-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-EOF-SW
           END-START.
      *
           IF NOT WS-PL-EOF-88
               READ ITP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
               PERFORM 217-CHECK-ONE-PRICE
                   UNTIL WS-PL-EOF-88
           END-IF.
      *
           IF WS-PL-FOUND-88
               MOVE WS-PL-EFF-PRICE         TO WS-IT-UNIT-PRICE
           END-IF.
      *
       217-CHECK-ONE-PRICE.
      *
           MOVE ITP-FILE-RECORD             TO WS-ITEM-PRICE-RECORD.
      *
           IF       WS-IP-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                 OR WS-IP-EFF-DATE > WS-PL-RUN-DATE-X
               MOVE 'Y' TO WS-PL-EOF-SW
           ELSE
               MOVE 'Y'                     TO WS-PL-FOUND-SW
               MOVE WS-IP-UNIT-PRICE        TO WS-PL-EFF-PRICE
               READ ITP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       218-LOOKUP-EFFECTIVE-COST.
      *
           IF WS-IT-STD-COST IS NUMERIC
               MOVE WS-IT-STD-COST          TO WS-PL-EFF-COST
           ELSE
               MOVE ZERO                    TO WS-PL-EFF-COST
           END-IF.
      *
           MOVE 'N'                         TO WS-PL-EOF-SW.
           MOVE WS-IT-ITEM-NUMBER           TO ITC-FILE-ITEM.
           MOVE LOW-VALUES                  TO ITC-FILE-EFF-DATE.
           START ITC-FILE KEY >= ITC-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-EOF-SW
           END-START.
      *
           IF NOT WS-PL-EOF-88
               READ ITC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
               PERFORM 219-CHECK-ONE-COST
                   UNTIL WS-PL-EOF-88
           END-IF.
      *
       219-CHECK-ONE-COST.
      *
           MOVE ITC-FILE-RECORD             TO WS-ITEM-COST-RECORD.
      *
           IF       WS-SC-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                 OR WS-SC-EFF-DATE > WS-PL-RUN-DATE-X
               MOVE 'Y' TO WS-PL-EOF-SW
           ELSE
               MOVE WS-SC-UNIT-COST         TO WS-PL-EFF-COST
               READ ITC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       220-FINALIZE-ORDER.
      *
           IF WS-GR-REJECT-REASON = SPACES
               PERFORM 230-EDIT-ORDER-HEADER
           END-IF.
      *
           IF       WS-GR-REJECT-REASON = SPACES
                AND WS-GR-LINE-COUNT = ZERO
               MOVE 'NO ORDER LINES'        TO WS-GR-REJECT-REASON
           END-IF.
      *
           IF WS-GR-REJECT-REASON = SPACES
               PERFORM 250-CHECK-CREDIT-LIMIT
           END-IF.
      *
           IF WS-GR-REJECT-REASON = SPACES
               PERFORM 260-COMPUTE-SALES-TAX
               PERFORM 300-WRITE-ACCEPTED-ORDER
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               SET WS-SO-RESULT-REJECTED    TO TRUE
               STRING 'REJECTED - ' WS-GR-REJECT-REASON
                      DELIMITED BY SIZE
                 INTO WS-SW-DISPOSITION
               PERFORM 520-PRINT-DISPOSITION-LINE
           END-IF.
      *
       230-EDIT-ORDER-HEADER.
      *
           MOVE WS-GR-CUSTOMER-NUMBER       TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE'
                     TO WS-GR-REJECT-REASON
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
                   IF WS-CM-STATUS-INACTIVE
                       MOVE 'CUSTOMER IS INACTIVE'
                         TO WS-GR-REJECT-REASON
                   END-IF
           END-READ.
      *
           IF       WS-GR-REJECT-REASON = SPACES
                AND WS-GR-SHIP-TO-CODE NOT = SPACES
               MOVE WS-GR-CUSTOMER-NUMBER   TO SHP-FILE-CUSTOMER
               MOVE WS-GR-SHIP-TO-CODE      TO SHP-FILE-CODE
               READ SHP-FILE
                   INVALID KEY
                       MOVE 'SHIP-TO CODE NOT ON FILE'
                         TO WS-GR-REJECT-REASON
                   NOT INVALID KEY
                       MOVE SHP-FILE-RECORD TO WS-SHIP-TO-RECORD
                       IF WS-SH-STATUS-INACTIVE
                           MOVE 'SHIP-TO ADDRESS IS INACTIVE'
                             TO WS-GR-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
      *
       240-APPLY-PRICE-RULES.
      *
      *    THE QUANTITY BREAK REPLACES THE LIST PRICE ONLY WHEN IT IS
      *    LOWER. A CONTRACT PRICE EQUAL TO THE BEST SO FAR STILL
      *    NAMES THE CONTRACT, AS ONLINE ENTRY DOES.
      *
           MOVE WS-IT-UNIT-PRICE            TO WS-PL-BEST-PRICE.
           SET WS-PL-RULE-LIST-88           TO TRUE.
      *
           PERFORM 246-LOOKUP-QTY-BREAK.
           IF       WS-PL-BREAK-88
                AND WS-PL-BREAK-PRICE < WS-PL-BEST-PRICE
               MOVE WS-PL-BREAK-PRICE       TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-QTY-BREAK-88  TO TRUE
           END-IF.
      *
           PERFORM 243-LOOKUP-CONTRACT-PRICE.
           IF       WS-PL-CONTRACT-88
                AND WS-PL-CONTRACT-PRICE NOT > WS-PL-BEST-PRICE
               MOVE WS-PL-CONTRACT-PRICE    TO WS-PL-BEST-PRICE
               SET WS-PL-RULE-CONTRACT-88   TO TRUE
           END-IF.
      *
           MOVE WS-PL-BEST-PRICE            TO WS-IT-UNIT-PRICE.
      *
       243-LOOKUP-CONTRACT-PRICE.
      *
      *    THE CUSTOMER'S CONTRACTS FOR THE ITEM ARE READ IN START
      *    DATE ORDER - THE LATEST ACTIVE ONE STARTED ON OR BEFORE THE
      *    RUN DATE AND NOT YET ENDED WINS.
      *
           MOVE 'N'                         TO WS-PL-CONTRACT-SW
                                               WS-PL-EOF-SW.
           MOVE WS-GR-CUSTOMER-NUMBER       TO CPR-FILE-CUSTOMER.
           MOVE WS-IT-ITEM-NUMBER           TO CPR-FILE-ITEM.
           MOVE LOW-VALUES                  TO CPR-FILE-START-DATE.
           START CPR-FILE KEY >= CPR-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-PL-EOF-SW
           END-START.
      *
           IF NOT WS-PL-EOF-88
               READ CPR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
               PERFORM 244-CHECK-ONE-CONTRACT
                   UNTIL WS-PL-EOF-88
           END-IF.
      *
       244-CHECK-ONE-CONTRACT.
      *
           MOVE CPR-FILE-RECORD             TO WS-CONTRACT-PRICE-RECORD.
      *
           IF       WS-CP-CUSTOMER-NUMBER NOT = WS-GR-CUSTOMER-NUMBER
                 OR WS-CP-ITEM-NUMBER NOT = WS-IT-ITEM-NUMBER
                 OR WS-CP-START-DATE > WS-PL-RUN-DATE-X
               MOVE 'Y' TO WS-PL-EOF-SW
           ELSE
               IF       WS-CP-STATUS-ACTIVE
                    AND WS-CP-END-DATE NOT < WS-PL-RUN-DATE-X
                   MOVE 'Y'                 TO WS-PL-CONTRACT-SW
                   MOVE WS-CP-UNIT-PRICE    TO WS-PL-CONTRACT-PRICE
               END-IF
               READ CPR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PL-EOF-SW
               END-READ
           END-IF.
      *
       246-LOOKUP-QTY-BREAK.
      *
           MOVE 'N'                         TO WS-PL-BREAK-SW.
           MOVE WS-IT-ITEM-NUMBER           TO QBK-FILE-ITEM.
           READ QBK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QBK-FILE-RECORD     TO WS-QTY-BREAK-RECORD
                   IF WS-QB-STATUS-ACTIVE
                       PERFORM 247-CHECK-ONE-TIER
                           VARYING WS-PL-TIER-SUB FROM 1 BY 1
                               UNTIL WS-PL-TIER-SUB > 5
                   END-IF
           END-READ.
      *
       247-CHECK-ONE-TIER.
      *
      *    THE TIERS ARE HELD IN ASCENDING ORDER, SO THE LAST ONE THE
      *    LINE QUANTITY REACHES IS THE HIGHEST BREAK.
      *
           IF       WS-QB-FROM-QTY(WS-PL-TIER-SUB) > ZERO
                AND WS-QB-FROM-QTY(WS-PL-TIER-SUB) NOT > WS-PL-LINE-QTY
                AND WS-QB-UNIT-PRICE(WS-PL-TIER-SUB) > ZERO
               MOVE 'Y'                     TO WS-PL-BREAK-SW
               MOVE WS-QB-UNIT-PRICE(WS-PL-TIER-SUB)
                 TO WS-PL-BREAK-PRICE
           END-IF.
      *
       250-CHECK-CREDIT-LIMIT.
      *
      *    SAME RULE AS ONLINE ENTRY - THE CUSTOMER'S OPEN CREDIT
      *    EXPOSURE ON ORDRF2A IS TOTALLED THROUGH THE CUSTOMER
      *    ALTERNATE KEY, AND AN ORDER THAT WOULD PUSH IT PAST THE
      *    LIMIT IS CAPTURED AS HELD FOR THE ORDHLF2A SUPERVISOR
      *    RELEASE SCREEN. A ZERO LIMIT IS UNLIMITED. A CUSTOMER ON
      *    ACCOUNT HOLD FROM THE CMCRVF2A CREDIT REVIEW HAS THE ORDER
      *    HELD WHATEVER THE LIMIT, WITH THE HOLD REASON CARRIED ONTO
      *    THE ORDER.
      *
           MOVE 'N'                         TO WS-GR-CREDIT-HELD-SW.
           MOVE 'N'                         TO WS-GR-ACCOUNT-HELD-SW.
           MOVE SPACES                      TO WS-GR-HOLD-REASON.
           IF WS-CM-ON-HOLD
               MOVE 'Y'                     TO WS-GR-CREDIT-HELD-SW
               MOVE 'Y'                     TO WS-GR-ACCOUNT-HELD-SW
               MOVE WS-CM-HOLD-REASON       TO WS-GR-HOLD-REASON
           ELSE
               IF WS-CM-CREDIT-LIMIT > ZERO
                   PERFORM 255-TOTAL-OPEN-EXPOSURE
                   IF WS-EX-OPEN-EXPOSURE + WS-GR-ORDER-TOTAL
                        > WS-CM-CREDIT-LIMIT
                       MOVE 'Y'             TO WS-GR-CREDIT-HELD-SW
                       MOVE 'OVER CREDIT LIMIT'
                         TO WS-GR-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
      *
       255-TOTAL-OPEN-EXPOSURE.
      *
           MOVE ZERO                        TO WS-EX-OPEN-EXPOSURE.
           MOVE 'N'                         TO WS-EOF-SW-ORD.
           MOVE WS-GR-CUSTOMER-NUMBER       TO ORD-FILE-CUSTOMER.
           START ORD-FILE KEY >= ORD-FILE-CUSTOMER
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-ORD
           END-START.
      *
           IF WS-EOF-ORD-NO
               READ ORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ORD
               END-READ
               PERFORM 256-ADD-ONE-EXPOSURE
                   UNTIL WS-EOF-ORD-YES
           END-IF.
      *
       256-ADD-ONE-EXPOSURE.
      *
           MOVE ORD-FILE-RECORD             TO WS-ORDER-RECORD.
      *
           IF WS-OR-CUSTOMER-NUMBER NOT = WS-GR-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-ORD
           ELSE
               IF WS-OR-STATUS-EXPOSED
                   ADD WS-OR-TOTAL-AMOUNT   TO WS-EX-OPEN-EXPOSURE
               END-IF
               READ ORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ORD
               END-READ
           END-IF.
      *
       260-COMPUTE-SALES-TAX.
      *
           MOVE ZERO                        TO WS-GR-TAX-AMOUNT.
           IF WS-CM-STATE NOT = SPACES
               MOVE WS-CM-STATE             TO TAX-FILE-STATE
               READ TAX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TAX-FILE-RECORD TO WS-TAX-RATE-RECORD
                       PERFORM 265-CHECK-TAX-EXEMPTION
                       IF NOT WS-GR-TAX-EXEMPT
                           COMPUTE WS-GR-TAX-AMOUNT ROUNDED =
                               WS-GR-ORDER-TOTAL * WS-TX-TAX-RATE
                       END-IF
               END-READ
           END-IF.
      *
       265-CHECK-TAX-EXEMPTION.
      *
      *    SAME RULE AS ONLINE ENTRY - AN ACTIVE TXEF2A CERTIFICATE
      *    FOR THE CUSTOMER'S STATE THAT HAS NOT EXPIRED ON THE ORDER
      *    DATE TAKES THE TAX OFF THE ORDER.
      *
           MOVE 'N'                         TO WS-GR-TAX-EXEMPT-SW.
           MOVE WS-GR-CUSTOMER-NUMBER       TO TXE-FILE-CUSTOMER.
           READ TXE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TXE-FILE-RECORD
                     TO WS-TAX-EXEMPTION-RECORD
                   IF      WS-TE-STATUS-ACTIVE
                       AND WS-TE-EXEMPT-STATE = WS-CM-STATE
                       AND WS-TE-EXPIRY-DATE NOT < WS-PL-RUN-DATE-X
                       MOVE 'Y'             TO WS-GR-TAX-EXEMPT-SW
                   END-IF
           END-READ.
      *
       300-WRITE-ACCEPTED-ORDER.
      *
           PERFORM 310-ASSIGN-ORDER-NUMBER.
           IF WS-GR-CREDIT-HELD
               MOVE 'N'                     TO WS-GR-STOCK-SHORT-SW
           ELSE
               PERFORM 320-CHECK-STOCK-COVERAGE
           END-IF.
      *
           MOVE SPACES                      TO WS-ORDER-RECORD.
           MOVE WS-CT-LAST-NUMBER           TO WS-OR-ORDER-NUMBER.
           MOVE WS-GR-CUSTOMER-NUMBER       TO WS-OR-CUSTOMER-NUMBER.
           MOVE WS-GL-ITEM-NUMBER(1)        TO WS-OR-ITEM-NUMBER.
           MOVE WS-GL-ITEM-DESC(1)          TO WS-OR-ITEM-DESC.
           MOVE WS-GL-QUANTITY(1)           TO WS-OR-QUANTITY.
           MOVE WS-GL-UNIT-PRICE(1)         TO WS-OR-UNIT-PRICE.
           MOVE WS-GR-ORDER-TOTAL           TO WS-OR-TOTAL-AMOUNT.
           MOVE SPACES                      TO WS-OR-ORDER-DATE.
           MOVE WS-CURRENT-DATE             TO WS-OR-ORDER-DATE(1:6).
           MOVE 'BAT'                       TO WS-OR-ENTERED-USERID.
           MOVE SPACES                      TO WS-OR-SHIP-DATE.
           MOVE ZERO                        TO WS-OR-QTY-SHIPPED.
           MOVE WS-GR-SHIP-TO-CODE          TO WS-OR-SHIP-TO-CODE.
           MOVE WS-GR-TAX-AMOUNT            TO WS-OR-TAX-AMOUNT.
           MOVE SPACES                      TO WS-OR-HOLD-USERID.
           MOVE WS-GR-HOLD-REASON           TO WS-OR-HOLD-REASON.
           MOVE 'N'                         TO WS-OR-PICKED-FLAG.
           EVALUATE TRUE
               WHEN WS-GR-CREDIT-HELD
                   SET WS-OR-STATUS-HELD    TO TRUE
                   ADD 1 TO WS-CREDIT-HELD-COUNT
               WHEN WS-GR-STOCK-SHORT
                   SET WS-OR-STATUS-BACKORDERED
                       TO TRUE
                   ADD 1 TO WS-BACKORDERED-COUNT
               WHEN OTHER
                   SET WS-OR-STATUS-OPEN    TO TRUE
           END-EVALUATE.
      *
           WRITE ORD-FILE-RECORD FROM WS-ORDER-RECORD.
           IF NOT WS-ORDFILE-SUCCESS AND NOT WS-ORDFILE-DUPOK
               DISPLAY "WS-ORDFILE-SW=" WS-ORDFILE-SW
               DISPLAY "ORD-FILE WRITE ERROR FOR ORDER "
                       WS-OR-ORDER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 350-WRITE-ONE-ORDER-LINE
               VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > WS-GR-LINE-COUNT.
      *
           IF       NOT WS-GR-STOCK-SHORT
                AND NOT WS-GR-CREDIT-HELD
               PERFORM 360-ALLOCATE-ONE-LINE
                   VARYING WS-GR-SUB FROM 1 BY 1
                       UNTIL WS-GR-SUB > WS-GR-LINE-COUNT
           END-IF.
      *
           PERFORM 340-WRITE-JOURNAL-RECORD.
      *
           ADD 1 TO WS-ACCEPTED-COUNT.
           SET WS-SO-RESULT-GENERATED       TO TRUE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-SO-LAST-ORDER-NUMBER
                                               WS-SW-ORDER-NUMBER.
           MOVE WS-GR-ORDER-TOTAL           TO WS-SW-AMOUNT.
           EVALUATE TRUE
               WHEN WS-GR-ACCOUNT-HELD
                   MOVE 'GENERATED - CREDIT HOLD (ACCOUNT HOLD)'
                     TO WS-SW-DISPOSITION
               WHEN WS-GR-CREDIT-HELD
                   MOVE 'GENERATED - CREDIT HOLD (OVER LIMIT)'
                     TO WS-SW-DISPOSITION
               WHEN WS-GR-STOCK-SHORT
                   MOVE 'GENERATED - BACKORDERED (STOCK SHORT)'
                     TO WS-SW-DISPOSITION
               WHEN OTHER
                   MOVE 'GENERATED'         TO WS-SW-DISPOSITION
           END-EVALUATE.
           PERFORM 520-PRINT-DISPOSITION-LINE.
      *
       310-ASSIGN-ORDER-NUMBER.
      *
           MOVE 'ORDERNO '                  TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-CONTROL-RECORD
                   MOVE 'ORDERNO '          TO WS-CT-CONTROL-ID
                   MOVE 1                   TO WS-CT-LAST-NUMBER
                   WRITE CTL-FILE-RECORD
                       FROM WS-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-CONTROL-RECORD
                   ADD 1                    TO WS-CT-LAST-NUMBER
                   MOVE WS-CONTROL-RECORD   TO CTL-FILE-RECORD
                   REWRITE CTL-FILE-RECORD
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE ORDER NUMBER ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       320-CHECK-STOCK-COVERAGE.
      *
      *    ALL-OR-NOTHING, AS AT ONLINE ENTRY - WHEN EVERY LINE CAN
      *    BE COVERED FROM AVAILABLE STOCK THE ORDER ALLOCATES AND
      *    GOES OPEN, OTHERWISE NOTHING ALLOCATES AND THE ORDER IS
      *    BACKORDERED FOR THE ORDBRF2A RELEASE RUN.
      *
           MOVE 'N'                         TO WS-GR-STOCK-SHORT-SW.
           PERFORM 330-CHECK-ONE-LINE-STOCK
               VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > WS-GR-LINE-COUNT.
      *
       330-CHECK-ONE-LINE-STOCK.
      *
           MOVE WS-GL-ITEM-NUMBER(WS-GR-SUB)
             TO ITM-FILE-NUMBER.
           READ ITM-FILE
               INVALID KEY
                   MOVE 'Y'                 TO WS-GR-STOCK-SHORT-SW
               NOT INVALID KEY
                   MOVE ITM-FILE-RECORD     TO WS-ITEM-RECORD
                   COMPUTE WS-GR-AVAILABLE-QTY =
                       WS-IT-QTY-ON-HAND - WS-IT-QTY-ALLOCATED
                   IF WS-GL-QUANTITY(WS-GR-SUB) > WS-GR-AVAILABLE-QTY
                       MOVE 'Y'             TO WS-GR-STOCK-SHORT-SW
                   END-IF
           END-READ.
      *
       340-WRITE-JOURNAL-RECORD.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-OJ-ORDER-NUMBER.
           SET WS-OJ-ACTION-ADD             TO TRUE.
           MOVE 'BAT'                       TO WS-OJ-OPERATOR-ID.
           MOVE 'SOGENF2A'                  TO WS-OJ-RUN-ID.
           MOVE SPACES                      TO WS-OJ-DATE.
           MOVE WS-CURRENT-DATE             TO WS-OJ-DATE(1:6).
           ACCEPT WS-CURRENT-TIME           FROM TIME.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-OJ-TIME.
           MOVE WS-CURRENT-DATE             TO WS-OJ-KEY-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-OJ-KEY-TIME.
           ADD 1                            TO WS-JOURNAL-SEQ-NBR.
           MOVE WS-JOURNAL-SEQ-NBR          TO WS-OJ-KEY-SEQ-9.
           MOVE LOW-VALUE                   TO WS-OJ-BEFORE-IMAGE.
           MOVE WS-ORDER-RECORD             TO WS-OJ-AFTER-IMAGE.
      *
           WRITE OJL-FILE-RECORD FROM WS-ORDER-JOURNAL-RECORD.
           IF NOT WS-OJLFILE-SUCCESS
               DISPLAY "WS-OJLFILE-SW=" WS-OJLFILE-SW
               DISPLAY "OJL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       350-WRITE-ONE-ORDER-LINE.
      *
           MOVE WS-OR-ORDER-NUMBER          TO WS-OL-ORDER-NUMBER.
           MOVE WS-GR-SUB                   TO WS-GR-LINE-NBR-9.
           MOVE WS-GR-LINE-NBR-9            TO WS-OL-LINE-NUMBER.
           MOVE WS-GL-ITEM-NUMBER(WS-GR-SUB)
             TO WS-OL-ITEM-NUMBER.
           MOVE WS-GL-ITEM-DESC(WS-GR-SUB)  TO WS-OL-ITEM-DESC.
           MOVE WS-GL-QUANTITY(WS-GR-SUB)   TO WS-OL-QUANTITY.
           MOVE WS-GL-UNIT-PRICE(WS-GR-SUB) TO WS-OL-UNIT-PRICE.
           MOVE WS-GL-UNIT-COST(WS-GR-SUB)  TO WS-OL-UNIT-COST.
           MOVE WS-GL-PRICE-RULE(WS-GR-SUB) TO WS-OL-PRICE-RULE.
           IF WS-OL-PRICE-CONTRACT
               ADD 1                        TO WS-CONTRACT-LINE-COUNT
           END-IF.
           IF WS-OL-PRICE-QTY-BREAK
               ADD 1                        TO WS-BREAK-LINE-COUNT
           END-IF.
           MOVE WS-GL-LINE-AMOUNT(WS-GR-SUB)
             TO WS-OL-LINE-AMOUNT.
           MOVE ZERO                        TO WS-OL-QTY-RETURNED.
           MOVE ZERO                        TO WS-OL-QTY-SHIPPED.
           SET WS-OL-STATUS-OPEN            TO TRUE.
      *
           WRITE ODL-FILE-RECORD FROM WS-ORDER-LINE-RECORD.
           IF NOT WS-ODLFILE-SUCCESS
               DISPLAY "WS-ODLFILE-SW=" WS-ODLFILE-SW
               DISPLAY "ODL-FILE WRITE ERROR FOR ORDER "
                       WS-OL-ORDER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       360-ALLOCATE-ONE-LINE.
      *
           MOVE WS-GL-ITEM-NUMBER(WS-GR-SUB)
             TO ITM-FILE-NUMBER.
           READ ITM-FILE
               INVALID KEY
                   DISPLAY "SOGENF2A: ITEM " ITM-FILE-NUMBER
                           " VANISHED DURING ALLOCATION"
               NOT INVALID KEY
                   MOVE ITM-FILE-RECORD     TO WS-ITEM-RECORD
                   ADD WS-GL-QUANTITY(WS-GR-SUB)
                     TO WS-IT-QTY-ALLOCATED
                   REWRITE ITM-FILE-RECORD FROM WS-ITEM-RECORD
                   IF NOT WS-ITMFILE-SUCCESS
                       DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
                       DISPLAY "ITM-FILE REWRITE ERROR FOR "
                               WS-IT-ITEM-NUMBER
                       PERFORM 800-PROGRAM-FAILED
                   END-IF
                   MOVE WS-GL-QUANTITY(WS-GR-SUB)
                     TO WS-IL-QUANTITY
                   PERFORM 365-WRITE-STOCK-MOVEMENT
           END-READ.
      *
       365-WRITE-STOCK-MOVEMENT.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           SET WS-IL-MOVE-ALLOCATE          TO TRUE.
           SET WS-IL-REF-ORDER              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-OR-ORDER-NUMBER          TO WS-IL-REFERENCE.
           MOVE 'BAT'                       TO WS-IL-OPERATOR-ID.
           MOVE 'SOGENF2A'                  TO WS-IL-RUN-ID.
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
      *
      *    THE NEXT DUE DATE IS MOVED ON A PERIOD AT A TIME UNTIL IT
      *    IS PAST THE BUSINESS DATE. MORE THAN ONE PERIOD MEANS
      *    EARLIER OCCURRENCES WERE MISSED WHILE THE RUN WAS NOT MADE -
      *    ONLY TONIGHT'S ORDER IS RAISED AND THE MISSED ONES ARE
      *    NOTED. A DATE THAT RUNS PAST THE END DATE ENDS THE
      *    STANDING ORDER.
      *
       400-ADVANCE-NEXT-DUE-DATE.
      *
           MOVE WS-SO-NEXT-DUE-DATE         TO WS-DT-DATE-R.
           MOVE ZERO                        TO WS-SW-PERIODS.
           PERFORM 410-ADVANCE-ONE-PERIOD
               UNTIL WS-DT-DATE-R > WS-RC-BUSINESS-DATE.
           MOVE WS-DT-DATE-R                TO WS-SO-NEXT-DUE-DATE.
      *
           IF WS-SW-PERIODS > 1
               COMPUTE WS-SW-MISSED = WS-SW-PERIODS - 1
               ADD WS-SW-MISSED             TO WS-MISSED-COUNT
               MOVE WS-SW-MISSED            TO WS-SW-MISSED-DISPLAY
               MOVE SPACES                  TO WS-NL-TEXT
               STRING WS-SW-MISSED-DISPLAY
                      ' EARLIER OCCURRENCE(S) MISSED'
                      DELIMITED BY SIZE
                 INTO WS-NL-TEXT
               PERFORM 530-PRINT-NOTE-LINE
           END-IF.
      *
           IF       WS-SO-END-DATE NOT = SPACES
                AND WS-SO-NEXT-DUE-DATE > WS-SO-END-DATE
               ADD 1 TO WS-ENDED-COUNT
               SET WS-SO-STATUS-ENDED       TO TRUE
               MOVE 'STANDING ORDER ENDED - END DATE REACHED'
                 TO WS-NL-TEXT
               PERFORM 530-PRINT-NOTE-LINE
           END-IF.
      *
       410-ADVANCE-ONE-PERIOD.
      *
           ADD 1 TO WS-SW-PERIODS.
      *
           IF WS-SO-FREQ-WEEKLY
               ADD 7                        TO WS-DT-DD
               PERFORM 430-SET-MONTH-MAX
               IF WS-DT-DD > WS-DT-MONTH-MAX
                   SUBTRACT WS-DT-MONTH-MAX FROM WS-DT-DD
                   PERFORM 420-NEXT-MONTH
               END-IF
           ELSE
               PERFORM 420-NEXT-MONTH
               PERFORM 430-SET-MONTH-MAX
               IF WS-DT-DD > WS-DT-MONTH-MAX
                   MOVE WS-DT-MONTH-MAX     TO WS-DT-DD
               END-IF
           END-IF.
      *
       420-NEXT-MONTH.
      *
           IF WS-DT-MM = 12
               MOVE 1                       TO WS-DT-MM
               IF WS-DT-YY = 99
                   MOVE ZERO                TO WS-DT-YY
               ELSE
                   ADD 1                    TO WS-DT-YY
               END-IF
           ELSE
               ADD 1                        TO WS-DT-MM
           END-IF.
      *
       430-SET-MONTH-MAX.
      *
           MOVE WS-MONTH-DAYS(WS-DT-MM)     TO WS-DT-MONTH-MAX.
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YY BY 4 GIVING WS-DT-LEAP-QUOTIENT
                   REMAINDER WS-DT-LEAP-REMAINDER
               IF WS-DT-LEAP-REMAINDER = ZERO
                   MOVE 29                  TO WS-DT-MONTH-MAX
               END-IF
           END-IF.
      *
       520-PRINT-DISPOSITION-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-SO-NUMBER                TO WS-DL-SO-NUMBER.
           MOVE WS-SO-CUSTOMER-NUMBER       TO WS-DL-CUSTOMER-NUMBER.
           MOVE WS-SW-DUE-DATE              TO WS-DL-DUE-DATE.
           MOVE WS-SW-ORDER-NUMBER          TO WS-DL-ORDER-NUMBER.
           MOVE WS-GR-LINE-COUNT            TO WS-DL-LINES.
           MOVE WS-SW-AMOUNT                TO WS-DL-AMOUNT.
           MOVE WS-SW-DISPOSITION           TO WS-DL-DISPOSITION.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       530-PRINT-NOTE-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-NOTE-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-REPORT-MM                TO WS-HL2-MM.
           MOVE WS-REPORT-DD                TO WS-HL2-DD.
           MOVE WS-REPORT-YY                TO WS-HL2-YY.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-BUSINESS-DATE.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-STD-READ-COUNT           TO WS-TL1-STD-READ-COUNT.
           MOVE WS-DUE-COUNT                TO WS-TL2-DUE-COUNT.
           MOVE WS-ACCEPTED-COUNT           TO WS-TL3-ACCEPTED-COUNT.
           MOVE WS-BACKORDERED-COUNT
             TO WS-TL4-BACKORDERED-COUNT.
           MOVE WS-CREDIT-HELD-COUNT
             TO WS-TL5-CREDIT-HELD-COUNT.
           MOVE WS-REJECTED-COUNT           TO WS-TL6-REJECTED-COUNT.
           MOVE WS-SKIPPED-COUNT            TO WS-TL7-SKIPPED-COUNT.
           MOVE WS-ENDED-COUNT              TO WS-TL8-ENDED-COUNT.
           MOVE WS-MISSED-COUNT             TO WS-TL9-MISSED-COUNT.
           MOVE WS-CONTRACT-LINE-COUNT
             TO WS-TL10-CONTRACT-LINE-COUNT.
           MOVE WS-BREAK-LINE-COUNT
             TO WS-TL11-BREAK-LINE-COUNT.
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
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-10.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-11.
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
           DISPLAY "STD ORDERS READ   =" WS-STD-READ-COUNT.
           DISPLAY "STD ORDERS DUE    =" WS-DUE-COUNT.
           DISPLAY "ORDERS GENERATED  =" WS-ACCEPTED-COUNT.
           DISPLAY "ORDERS REJECTED   =" WS-REJECTED-COUNT.
           DISPLAY "STD ORDERS SKIPPED=" WS-SKIPPED-COUNT.
      *
