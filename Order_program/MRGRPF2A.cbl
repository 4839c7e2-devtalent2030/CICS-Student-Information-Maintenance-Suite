       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGRPF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Monthly gross margin report. Reads the
      *                     INVF2A register for the report month and,
      *                     through each document's order, prices the
      *                     ORDLF2A lines at the unit cost captured
      *                     beside the unit price at order entry.
      *                     Invoices add revenue and cost; credit memos
      *                     take back the returned lines' share of both.
      *                     Revenue, cost, margin and margin % are
      *                     printed by item, by customer and by customer
      *                     state, followed by a separate list of
      *                     invoiced lines sold below cost. Lines
      *                     entered before costs were captured are
      *                     costed at the ITEMF2A standard cost and
      *                     counted on the totals. An invoice raised for
      *                     one shipment is reported at the quantities
      *                     on its SHMF2A shipment record. The report
      *                     month comes from SYSIN (YYMM, after the
      *                     RUNCTL business date card) and defaults to
      *                     the business date's month.
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

           SELECT INV-FILE ASSIGN TO INVFILE
               RECORD KEY IS INV-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INVFILE-SW.

           SELECT ORD-FILE ASSIGN TO ORDFILE
               RECORD KEY IS ORD-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD INV-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS INV-FILE-RECORD.
       01 INV-FILE-RECORD.
           05 INV-FILE-KEY.
               10 INV-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(71).

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
       COPY ITMWSREC.
       COPY INVWSREC.
       COPY ORDWSREC.
       COPY ODLWSREC.
       COPY SHMWSREC.
       COPY CMFWSREC.
      *
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
       01 WS-INVFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS               VALUE '00'.
       01 WS-ORDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ORDFILE-SUCCESS               VALUE '00'.
           88  WS-ORDFILE-NOTFND                VALUE '23'.
       01 WS-ODLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ODLFILE-SUCCESS               VALUE '00'.
       01 WS-SHMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SHMFILE-SUCCESS               VALUE '00'.
           88  WS-SHMFILE-NOTFND                VALUE '23'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
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
       01 WS-RUN-YYMM-X                     PIC X(04)  VALUE SPACES.
      *
      * WHICH PART OF THE REPORT IS PRINTING - DRIVES THE SECTION
      * TITLE AND COLUMN HEADINGS ON EACH NEW PAGE.
      *
       01 WS-SECTION-SW                     PIC X(01)  VALUE 'I'.
           88  WS-SECTION-ITEM                  VALUE 'I'.
           88  WS-SECTION-CUSTOMER              VALUE 'C'.
           88  WS-SECTION-STATE                 VALUE 'S'.
           88  WS-SECTION-BELOW-COST            VALUE 'B'.
      *
      * ONE ENTRY PER ITEM, LOADED FROM ITEMF2A IN ITEM NUMBER
      * SEQUENCE. AN ITEM SOLD BUT NO LONGER ON FILE IS INSERTED IN
      * ITS PLACE. THE STANDARD COST PRICES LINES THAT CARRY NO
      * CAPTURED COST.
      *
       01 WS-MI-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-MI-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MI-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-MI-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-MI-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-MI-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-MI-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-MI-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-MI-FOUND                      VALUE 'Y'.
       01 WS-MI-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-MI-STOP                       VALUE 'Y'.
       01 WS-MI-SEARCH-ITEM                 PIC X(06)  VALUE SPACES.
       01 WS-MI-ITEM-TABLE.
           05 WS-MI-ENTRY                   OCCURS 2000 TIMES.
               10 WS-MI-ITEM-NUMBER         PIC X(06).
               10 WS-MI-ITEM-DESC           PIC X(20).
               10 WS-MI-STD-COST            PIC 9(05)V99 COMP-3.
               10 WS-MI-REVENUE             PIC S9(11)V99 COMP-3.
               10 WS-MI-COST                PIC S9(11)V99 COMP-3.
      *
      * ONE ENTRY PER CUSTOMER INVOICED OR CREDITED IN THE MONTH,
      * KEPT IN CUSTOMER NUMBER SEQUENCE AS THEY ARE INSERTED.
      *
       01 WS-MC-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-MC-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MC-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-MC-SUB2                        PIC 9(04) COMP VALUE 0.
       01 WS-MC-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-MC-POS                         PIC 9(04) COMP VALUE 0.
       01 WS-MC-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-MC-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-MC-FOUND                      VALUE 'Y'.
       01 WS-MC-STOP-SW                     PIC X(01)  VALUE 'N'.
           88  WS-MC-STOP                       VALUE 'Y'.
       01 WS-MC-CUSTOMER-TABLE.
           05 WS-MC-ENTRY                   OCCURS 2000 TIMES.
               10 WS-MC-CUSTOMER-NUMBER     PIC X(06).
               10 WS-MC-LAST-NAME           PIC X(20).
               10 WS-MC-STATE               PIC X(02).
               10 WS-MC-REVENUE             PIC S9(11)V99 COMP-3.
               10 WS-MC-COST                PIC S9(11)V99 COMP-3.
      *
      * ONE ENTRY PER CUSTOMER STATE, IN STATE CODE SEQUENCE.
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
               10 WS-MS-REVENUE             PIC S9(11)V99 COMP-3.
               10 WS-MS-COST                PIC S9(11)V99 COMP-3.
      *
      * INVOICED LINES WHOSE UNIT PRICE WAS BELOW THE CAPTURED COST,
      * IN THE ORDER THEY WERE MET ON THE REGISTER.
      *
       01 WS-BC-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-BC-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-BC-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-BC-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-BC-BELOW-COST-TABLE.
           05 WS-BC-ENTRY                   OCCURS 2000 TIMES.
               10 WS-BC-INVOICE-NUMBER      PIC X(06).
               10 WS-BC-ORDER-NUMBER        PIC X(06).
               10 WS-BC-CUSTOMER-NUMBER     PIC X(06).
               10 WS-BC-ITEM-NUMBER         PIC X(06).
               10 WS-BC-ITEM-DESC           PIC X(20).
               10 WS-BC-QUANTITY            PIC 9(05) COMP-3.
               10 WS-BC-UNIT-PRICE          PIC 9(05)V99 COMP-3.
               10 WS-BC-UNIT-COST           PIC 9(05)V99 COMP-3.
      *
      * THE LINES OF THE ORDER BEHIND THE DOCUMENT BEING POSTED.
      * OLDER SINGLE-LINE ORDERS HAVE NO ORDLF2A RECORDS, SO THE
      * HEADER'S OWN ITEM FIELDS STAND IN AS LINE ONE.
      *
       01 WS-DT-MAX-LINES                   PIC 9(02) COMP VALUE 10.
       01 WS-DT-LINE-COUNT                  PIC 9(02) COMP VALUE 0.
       01 WS-DT-SUB                         PIC 9(02) COMP VALUE 0.
       01 WS-DT-LINE-TABLE.
           05 WS-DT-ENTRY                   OCCURS 10 TIMES.
               10 WS-DT-ITEM-NUMBER         PIC X(06).
               10 WS-DT-QUANTITY            PIC 9(05).
               10 WS-DT-QTY-RETURNED        PIC 9(05).
               10 WS-DT-UNIT-PRICE          PIC 9(05)V99.
               10 WS-DT-UNIT-COST           PIC 9(05)V99.
               10 WS-DT-STATUS              PIC X(01).
                   88  WS-DT-STATUS-CANCELLED   VALUE 'C'.
      *
       01 WS-DOCUMENT-WORK.
           05 WS-DW-ORDER-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-DW-ORDER-FOUND            VALUE 'Y'.
           05 WS-DW-SHIPMENT-FOUND-SW       PIC X(01)  VALUE 'N'.
               88  WS-DW-SHIPMENT-FOUND         VALUE 'Y'.
           05 WS-DW-LINE-NO                 PIC 9(02)  VALUE 0.
           05 WS-DW-STATE                   PIC X(02)  VALUE SPACES.
           05 WS-DW-RETURN-VALUE            PIC S9(09)V99 VALUE 0.
           05 WS-DW-LINE-REVENUE            PIC S9(09)V99 VALUE 0.
           05 WS-DW-LINE-COST               PIC S9(09)V99 VALUE 0.
      *
       01 WS-MARGIN-WORK.
           05 WS-MW-REVENUE                 PIC S9(11)V99 VALUE 0.
           05 WS-MW-COST                    PIC S9(11)V99 VALUE 0.
           05 WS-MW-MARGIN                  PIC S9(11)V99 VALUE 0.
           05 WS-MW-MARGIN-PCT              PIC S9(05)V9  VALUE 0.
           05 WS-MW-LOSS                    PIC S9(09)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-INVOICE-COUNT              PIC 9(07)  VALUE 0.
           05 WS-CREDIT-COUNT               PIC 9(07)  VALUE 0.
           05 WS-LINE-POSTED-COUNT          PIC 9(07)  VALUE 0.
           05 WS-MASTER-COSTED-COUNT        PIC 9(07)  VALUE 0.
           05 WS-BELOW-COST-COUNT           PIC 9(07)  VALUE 0.
           05 WS-ORDER-MISSING-COUNT        PIC 9(07)  VALUE 0.
           05 WS-GRAND-REVENUE              PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-COST                 PIC S9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "GROSS MARGIN REPORT".
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
           05 WS-HL3-SECTION-TITLE          PIC X(40).
      *
       01 WS-COLUMN-HEADING.
           05 WS-CH-LABEL-1                 PIC X(08).
           05 WS-CH-LABEL-2                 PIC X(22).
           05 FILLER                   PIC X(18)
               VALUE "           REVENUE".
           05 FILLER                   PIC X(20)
               VALUE "                COST".
           05 FILLER                   PIC X(20)
               VALUE "              MARGIN".
           05 FILLER                   PIC X(10) VALUE "  MARGIN %".
      *
       01 WS-BELOW-COST-HEADING.
           05 FILLER                   PIC X(08) VALUE "INVOICE".
           05 FILLER                   PIC X(08) VALUE "ORDER".
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(06) VALUE "   QTY".
           05 FILLER                   PIC X(11) VALUE "      PRICE".
           05 FILLER                   PIC X(11) VALUE "       COST".
           05 FILLER                   PIC X(16)
               VALUE "            LOSS".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-KEY                     PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-NAME                    PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-REVENUE                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-COST                    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-MARGIN                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-MARGIN-PCT              PIC -ZZZZ9.9.
      *
       01 WS-BELOW-COST-LINE.
           05 WS-BL-INVOICE-NUMBER          PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-ORDER-NUMBER            PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-ITEM-DESC               PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-QUANTITY                PIC ZZ,ZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-UNIT-PRICE              PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-UNIT-COST               PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-BL-LOSS                    PIC ZZ,ZZZ,ZZ9.99.
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
               VALUE "NET REVENUE                 = ".
           05 WS-TL3-REVENUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "NET COST                    = ".
           05 WS-TL4-COST                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "GROSS MARGIN                = ".
           05 WS-TL5-MARGIN                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "GROSS MARGIN %              = ".
           05 WS-TL6-MARGIN-PCT             PIC -ZZZZ9.9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "LINES SOLD BELOW COST       = ".
           05 WS-TL7-BELOW-COST-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(30)
               VALUE "LINES COSTED AT ITEM MASTER = ".
           05 WS-TL8-MASTER-COSTED-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-9.
           05 FILLER                        PIC X(30)
               VALUE "DOCUMENTS WITH NO ORDER     = ".
           05 WS-TL9-ORDER-MISSING-COUNT    PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'MRGRPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ITMFILE-SW
                         WS-INVFILE-SW
                         WS-ORDFILE-SW
                         WS-ODLFILE-SW
                         WS-CMFFILE-SW
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
           OPEN INPUT ITM-FILE.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
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
           OPEN INPUT CMF-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE OPEN ERROR"
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
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           PERFORM 200-PROCESS-ONE-DOCUMENT
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-ITEM-SECTION.
           PERFORM 520-PRINT-CUSTOMER-SECTION.
           PERFORM 540-PRINT-STATE-SECTION.
           PERFORM 560-PRINT-BELOW-COST-SECTION.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ITM-FILE
                 INV-FILE
                 ORD-FILE
                 ODL-FILE
                 SHM-FILE
                 CMF-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           COMPUTE WS-RC-IN-COUNT = WS-INVOICE-COUNT + WS-CREDIT-COUNT.
           MOVE WS-LINE-POSTED-COUNT        TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-LOAD-ONE-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
      *
           IF WS-MI-TABLE-COUNT < WS-MI-MAX-TABLE
               ADD 1 TO WS-MI-TABLE-COUNT
               MOVE WS-MI-TABLE-COUNT       TO WS-MI-HIT
               MOVE WS-IT-ITEM-NUMBER
                 TO WS-MI-ITEM-NUMBER(WS-MI-HIT)
               MOVE WS-IT-DESC
                 TO WS-MI-ITEM-DESC(WS-MI-HIT)
               IF WS-IT-STD-COST IS NUMERIC
                   MOVE WS-IT-STD-COST
                     TO WS-MI-STD-COST(WS-MI-HIT)
               ELSE
                   MOVE ZERO                TO WS-MI-STD-COST(WS-MI-HIT)
               END-IF
               MOVE ZERO                    TO WS-MI-REVENUE(WS-MI-HIT)
                                               WS-MI-COST(WS-MI-HIT)
           ELSE
               ADD 1 TO WS-MI-OVERFLOW-COUNT
           END-IF.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * THE TABLES ARE KEPT IN KEY SEQUENCE - THE SEARCH STOPS AT THE
      * FIRST KEY NOT LOWER THAN THE ONE WANTED AND A NEW ENTRY IS
      * INSERTED THERE. A FULL TABLE LEAVES THE HIT AT ZERO AND THE
      * OVERFLOW IS COUNTED.
      *
       150-FIND-ITEM-ENTRY.
      *
           MOVE 'N' TO WS-MI-FOUND-SW
                       WS-MI-STOP-SW.
           MOVE ZERO TO WS-MI-HIT.
           COMPUTE WS-MI-POS = WS-MI-TABLE-COUNT + 1.
           PERFORM 152-CHECK-ITEM-ENTRY
               VARYING WS-MI-SUB FROM 1 BY 1
                   UNTIL WS-MI-SUB > WS-MI-TABLE-COUNT
                      OR WS-MI-STOP.
      *
           IF NOT WS-MI-FOUND
               IF WS-MI-TABLE-COUNT < WS-MI-MAX-TABLE
                   PERFORM 155-INSERT-ITEM-ENTRY
               ELSE
                   ADD 1 TO WS-MI-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       152-CHECK-ITEM-ENTRY.
      *
           IF WS-MI-ITEM-NUMBER(WS-MI-SUB) NOT < WS-MI-SEARCH-ITEM
               MOVE 'Y' TO WS-MI-STOP-SW
               MOVE WS-MI-SUB TO WS-MI-POS
               IF WS-MI-ITEM-NUMBER(WS-MI-SUB) = WS-MI-SEARCH-ITEM
                   MOVE 'Y' TO WS-MI-FOUND-SW
                   MOVE WS-MI-SUB TO WS-MI-HIT
               END-IF
           END-IF.
      *
       155-INSERT-ITEM-ENTRY.
      *
           PERFORM 157-SHIFT-ITEM-ENTRY
               VARYING WS-MI-SUB2 FROM WS-MI-TABLE-COUNT BY -1
                   UNTIL WS-MI-SUB2 < WS-MI-POS.
           ADD 1 TO WS-MI-TABLE-COUNT.
           MOVE WS-MI-POS                   TO WS-MI-HIT.
           MOVE WS-MI-SEARCH-ITEM
             TO WS-MI-ITEM-NUMBER(WS-MI-HIT).
           MOVE '** NOT ON ITEMF2A **'
             TO WS-MI-ITEM-DESC(WS-MI-HIT).
           MOVE ZERO                        TO WS-MI-STD-COST(WS-MI-HIT)
                                               WS-MI-REVENUE(WS-MI-HIT)
                                               WS-MI-COST(WS-MI-HIT).
      *
       157-SHIFT-ITEM-ENTRY.
      *
           MOVE WS-MI-ENTRY(WS-MI-SUB2)
             TO WS-MI-ENTRY(WS-MI-SUB2 + 1).
      *
       160-FIND-CUSTOMER-ENTRY.
      *
           MOVE 'N' TO WS-MC-FOUND-SW
                       WS-MC-STOP-SW.
           MOVE ZERO TO WS-MC-HIT.
           COMPUTE WS-MC-POS = WS-MC-TABLE-COUNT + 1.
           PERFORM 162-CHECK-CUSTOMER-ENTRY
               VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-TABLE-COUNT
                      OR WS-MC-STOP.
      *
           IF WS-MC-FOUND
               MOVE WS-MC-STATE(WS-MC-HIT)  TO WS-DW-STATE
           ELSE
               PERFORM 164-READ-CUSTOMER
               IF WS-MC-TABLE-COUNT < WS-MC-MAX-TABLE
                   PERFORM 165-INSERT-CUSTOMER-ENTRY
               ELSE
                   ADD 1 TO WS-MC-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       162-CHECK-CUSTOMER-ENTRY.
      *
           IF WS-MC-CUSTOMER-NUMBER(WS-MC-SUB)
                   NOT < WS-IV-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-MC-STOP-SW
               MOVE WS-MC-SUB TO WS-MC-POS
               IF WS-MC-CUSTOMER-NUMBER(WS-MC-SUB)
                       = WS-IV-CUSTOMER-NUMBER
                   MOVE 'Y' TO WS-MC-FOUND-SW
                   MOVE WS-MC-SUB TO WS-MC-HIT
               END-IF
           END-IF.
      *
       164-READ-CUSTOMER.
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
       165-INSERT-CUSTOMER-ENTRY.
      *
           PERFORM 167-SHIFT-CUSTOMER-ENTRY
               VARYING WS-MC-SUB2 FROM WS-MC-TABLE-COUNT BY -1
                   UNTIL WS-MC-SUB2 < WS-MC-POS.
           ADD 1 TO WS-MC-TABLE-COUNT.
           MOVE WS-MC-POS                   TO WS-MC-HIT.
           MOVE WS-IV-CUSTOMER-NUMBER
             TO WS-MC-CUSTOMER-NUMBER(WS-MC-HIT).
           MOVE WS-CM-LAST-NAME
             TO WS-MC-LAST-NAME(WS-MC-HIT).
           MOVE WS-DW-STATE                 TO WS-MC-STATE(WS-MC-HIT).
           MOVE ZERO                        TO WS-MC-REVENUE(WS-MC-HIT)
                                               WS-MC-COST(WS-MC-HIT).
      *
       167-SHIFT-CUSTOMER-ENTRY.
      *
           MOVE WS-MC-ENTRY(WS-MC-SUB2)
             TO WS-MC-ENTRY(WS-MC-SUB2 + 1).
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
           MOVE ZERO                        TO WS-MS-REVENUE(WS-MS-HIT)
                                               WS-MS-COST(WS-MS-HIT).
      *
       177-SHIFT-STATE-ENTRY.
      *
           MOVE WS-MS-ENTRY(WS-MS-SUB2)
             TO WS-MS-ENTRY(WS-MS-SUB2 + 1).
      *
      * ONLY DOCUMENTS DATED IN THE REPORT MONTH ARE POSTED. THE
      * CUSTOMER AND STATE ENTRIES ARE FOUND ONCE PER DOCUMENT.
      *
       200-PROCESS-ONE-DOCUMENT.
      *
           MOVE INV-FILE-RECORD             TO WS-INVOICE-RECORD.
      *
           IF WS-IV-INVOICE-DATE(1:4) = WS-RUN-YYMM-X
               PERFORM 210-LOAD-DOCUMENT-LINES
               IF WS-DW-ORDER-FOUND
                   PERFORM 160-FIND-CUSTOMER-ENTRY
                   PERFORM 170-FIND-STATE-ENTRY
                   IF WS-IV-TYPE-INVOICE
                       ADD 1 TO WS-INVOICE-COUNT
                       PERFORM 300-POST-INVOICE
                   ELSE
                       IF WS-IV-TYPE-CREDIT
                           ADD 1 TO WS-CREDIT-COUNT
                           PERFORM 350-POST-CREDIT-MEMO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           READ INV-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       210-LOAD-DOCUMENT-LINES.
      *
           MOVE 'N'                         TO WS-DW-ORDER-FOUND-SW.
           MOVE ZERO                        TO WS-DT-LINE-COUNT.
           MOVE WS-IV-ORDER-NUMBER          TO ORD-FILE-NUMBER.
           READ ORD-FILE
               INVALID KEY
                   ADD 1 TO WS-ORDER-MISSING-COUNT
                   DISPLAY "MRGRPF2A: ORDER " WS-IV-ORDER-NUMBER
                           " FOR DOCUMENT " WS-IV-INVOICE-NUMBER
                           " NOT ON FILE - NOT REPORTED"
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-DW-ORDER-FOUND-SW
                   MOVE ORD-FILE-RECORD     TO WS-ORDER-RECORD
           END-READ.
      *
           MOVE 'N'                         TO WS-DW-SHIPMENT-FOUND-SW.
           IF WS-DW-ORDER-FOUND
               AND WS-IV-TYPE-INVOICE
               AND WS-IV-SHIPMENT-SEQ IS NUMERIC
               PERFORM 212-READ-SHIPMENT
           END-IF.
      *
           IF WS-DW-ORDER-FOUND
               MOVE 'N'                     TO WS-EOF-SW-ODL
               MOVE WS-OR-ORDER-NUMBER      TO ODL-FILE-ORDER-NUMBER
               MOVE LOW-VALUES              TO ODL-FILE-LINE-NUMBER
               START ODL-FILE KEY >= ODL-FILE-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-SW-ODL
               END-START
               IF WS-EOF-ODL-NO
                   READ ODL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SW-ODL
                   END-READ
                   PERFORM 215-LOAD-ONE-LINE
                       UNTIL WS-EOF-ODL-YES
               END-IF
               IF WS-DT-LINE-COUNT = ZERO
                   MOVE 1                   TO WS-DT-LINE-COUNT
                   MOVE WS-OR-ITEM-NUMBER   TO WS-DT-ITEM-NUMBER(1)
                   MOVE WS-OR-QUANTITY      TO WS-DT-QUANTITY(1)
                   IF WS-DW-SHIPMENT-FOUND
                       MOVE WS-SM-LINE-QTY(1) TO WS-DT-QUANTITY(1)
                   END-IF
                   MOVE ZERO                TO WS-DT-QTY-RETURNED(1)
                   MOVE WS-OR-UNIT-PRICE    TO WS-DT-UNIT-PRICE(1)
                   MOVE SPACES              TO WS-DT-STATUS(1)
                   MOVE 1                   TO WS-DT-SUB
                   MOVE SPACES              TO WS-ORDER-LINE-RECORD
                   PERFORM 218-RESOLVE-LINE-COST
               END-IF
           END-IF.
      *
      * AN INVOICE RAISED FOR ONE SHIPMENT OF A PARTLY SHIPPED ORDER
      * CARRIES ONLY THE QUANTITIES THAT WENT OUT ON THAT SHIPMENT.
      *
       212-READ-SHIPMENT.
      *
           MOVE WS-IV-ORDER-NUMBER          TO SHM-FILE-ORDER-NUMBER.
           MOVE WS-IV-SHIPMENT-SEQ          TO SHM-FILE-SEQ.
           READ SHM-FILE
               INVALID KEY
                   DISPLAY "MRGRPF2A: SHIPMENT " WS-IV-SHIPMENT-NUMBER
                           " FOR INVOICE " WS-IV-INVOICE-NUMBER
                           " NOT ON FILE - FULL ORDER REPORTED"
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-DW-SHIPMENT-FOUND-SW
                   MOVE SHM-FILE-RECORD     TO WS-SHIPMENT-RECORD
           END-READ.
      *
       215-LOAD-ONE-LINE.
      *
           MOVE ODL-FILE-RECORD             TO WS-ORDER-LINE-RECORD.
      *
           IF WS-OL-ORDER-NUMBER NOT = WS-OR-ORDER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-ODL
           ELSE
               IF WS-DT-LINE-COUNT < WS-DT-MAX-LINES
                   ADD 1 TO WS-DT-LINE-COUNT
                   MOVE WS-DT-LINE-COUNT    TO WS-DT-SUB
                   MOVE WS-OL-ITEM-NUMBER
                     TO WS-DT-ITEM-NUMBER(WS-DT-SUB)
                   MOVE WS-OL-QUANTITY
                     TO WS-DT-QUANTITY(WS-DT-SUB)
                   IF WS-DW-SHIPMENT-FOUND
                       PERFORM 216-LOAD-SHIPPED-QTY
                   END-IF
                   MOVE WS-OL-QTY-RETURNED
                     TO WS-DT-QTY-RETURNED(WS-DT-SUB)
                   MOVE WS-OL-UNIT-PRICE
                     TO WS-DT-UNIT-PRICE(WS-DT-SUB)
                   MOVE WS-OL-STATUS
                     TO WS-DT-STATUS(WS-DT-SUB)
                   PERFORM 218-RESOLVE-LINE-COST
               END-IF
               READ ODL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-ODL
               END-READ
           END-IF.
      *
       216-LOAD-SHIPPED-QTY.
      *
           MOVE ZERO                 TO WS-DT-QUANTITY(WS-DT-SUB).
           IF WS-OL-LINE-NUMBER IS NUMERIC
               MOVE WS-OL-LINE-NUMBER       TO WS-DW-LINE-NO
               IF WS-DW-LINE-NO > ZERO AND WS-DW-LINE-NO < 6
                   MOVE WS-SM-LINE-QTY(WS-DW-LINE-NO)
                     TO WS-DT-QUANTITY(WS-DT-SUB)
               END-IF
           END-IF.
      *
      * A LINE ENTERED BEFORE COSTS WERE CAPTURED CARRIES NO UNIT
      * COST AND IS PRICED AT THE ITEM'S CURRENT STANDARD COST.
      *
       218-RESOLVE-LINE-COST.
      *
           MOVE WS-DT-ITEM-NUMBER(WS-DT-SUB) TO WS-MI-SEARCH-ITEM.
           PERFORM 150-FIND-ITEM-ENTRY.
      *
           IF WS-OL-UNIT-COST IS NUMERIC
               MOVE WS-OL-UNIT-COST
                 TO WS-DT-UNIT-COST(WS-DT-SUB)
           ELSE
               ADD 1 TO WS-MASTER-COSTED-COUNT
               IF WS-MI-HIT > ZERO
                   MOVE WS-MI-STD-COST(WS-MI-HIT)
                     TO WS-DT-UNIT-COST(WS-DT-SUB)
               ELSE
                   MOVE ZERO
                     TO WS-DT-UNIT-COST(WS-DT-SUB)
               END-IF
           END-IF.
      *
      * AN INVOICE CARRIES EVERY LINE THAT WAS NOT CANCELLED AT ITS
      * FULL QUANTITY, OR A SHIPMENT INVOICE AT THE QUANTITY SHIPPED -
      * RETURNS COME BACK OFF THROUGH CREDIT MEMOS.
      *
       300-POST-INVOICE.
      *
           PERFORM 310-POST-ONE-INVOICE-LINE
               VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-LINE-COUNT.
      *
       310-POST-ONE-INVOICE-LINE.
      *
           IF NOT WS-DT-STATUS-CANCELLED(WS-DT-SUB)
               AND WS-DT-QUANTITY(WS-DT-SUB) > ZERO
               COMPUTE WS-DW-LINE-REVENUE ROUNDED =
                     WS-DT-QUANTITY(WS-DT-SUB)
                   * WS-DT-UNIT-PRICE(WS-DT-SUB)
               COMPUTE WS-DW-LINE-COST ROUNDED =
                     WS-DT-QUANTITY(WS-DT-SUB)
                   * WS-DT-UNIT-COST(WS-DT-SUB)
               PERFORM 400-POST-LINE-AMOUNTS
               IF WS-DT-UNIT-PRICE(WS-DT-SUB)
                       < WS-DT-UNIT-COST(WS-DT-SUB)
                   PERFORM 450-RECORD-BELOW-COST-LINE
               END-IF
           END-IF.
      *
      * A CREDIT MEMO IS SPREAD OVER THE ORDER'S RETURNED LINES IN
      * PROPORTION TO THEIR RETURNED VALUE, AND EACH LINE'S COST COMES
      * BACK IN THE SAME PROPORTION. A MEMO ON AN ORDER WITH NO LINE
      * RETURNS RECORDED FALLS ON LINE ONE AT THAT LINE'S COST RATIO.
      *
       350-POST-CREDIT-MEMO.
      *
           MOVE ZERO                        TO WS-DW-RETURN-VALUE.
           PERFORM 355-SUM-ONE-RETURN-LINE
               VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-LINE-COUNT.
      *
           IF WS-DW-RETURN-VALUE > ZERO
               PERFORM 360-POST-ONE-RETURN-LINE
                   VARYING WS-DT-SUB FROM 1 BY 1
                       UNTIL WS-DT-SUB > WS-DT-LINE-COUNT
           ELSE
               MOVE 1                       TO WS-DT-SUB
               COMPUTE WS-DW-LINE-REVENUE = ZERO - WS-IV-MDSE-AMOUNT
               IF WS-DT-UNIT-PRICE(1) > ZERO
                   COMPUTE WS-DW-LINE-COST ROUNDED =
                         ZERO - WS-IV-MDSE-AMOUNT
                       * WS-DT-UNIT-COST(1) / WS-DT-UNIT-PRICE(1)
               ELSE
                   MOVE ZERO                TO WS-DW-LINE-COST
               END-IF
               PERFORM 400-POST-LINE-AMOUNTS
           END-IF.
      *
       355-SUM-ONE-RETURN-LINE.
      *
           COMPUTE WS-DW-RETURN-VALUE = WS-DW-RETURN-VALUE
               + WS-DT-QTY-RETURNED(WS-DT-SUB)
               * WS-DT-UNIT-PRICE(WS-DT-SUB).
      *
       360-POST-ONE-RETURN-LINE.
      *
           IF WS-DT-QTY-RETURNED(WS-DT-SUB) > ZERO
               COMPUTE WS-DW-LINE-REVENUE ROUNDED =
                   ZERO - WS-DT-QTY-RETURNED(WS-DT-SUB)
                        * WS-DT-UNIT-PRICE(WS-DT-SUB)
                        * WS-IV-MDSE-AMOUNT / WS-DW-RETURN-VALUE
               COMPUTE WS-DW-LINE-COST ROUNDED =
                   ZERO - WS-DT-QTY-RETURNED(WS-DT-SUB)
                        * WS-DT-UNIT-COST(WS-DT-SUB)
                        * WS-IV-MDSE-AMOUNT / WS-DW-RETURN-VALUE
               PERFORM 400-POST-LINE-AMOUNTS
           END-IF.
      *
       400-POST-LINE-AMOUNTS.
      *
           ADD 1 TO WS-LINE-POSTED-COUNT.
           ADD WS-DW-LINE-REVENUE           TO WS-GRAND-REVENUE.
           ADD WS-DW-LINE-COST              TO WS-GRAND-COST.
      *
           MOVE WS-DT-ITEM-NUMBER(WS-DT-SUB) TO WS-MI-SEARCH-ITEM.
           PERFORM 150-FIND-ITEM-ENTRY.
           IF WS-MI-HIT > ZERO
               ADD WS-DW-LINE-REVENUE       TO WS-MI-REVENUE(WS-MI-HIT)
               ADD WS-DW-LINE-COST          TO WS-MI-COST(WS-MI-HIT)
           END-IF.
      *
           IF WS-MC-HIT > ZERO
               ADD WS-DW-LINE-REVENUE       TO WS-MC-REVENUE(WS-MC-HIT)
               ADD WS-DW-LINE-COST          TO WS-MC-COST(WS-MC-HIT)
           END-IF.
      *
           IF WS-MS-HIT > ZERO
               ADD WS-DW-LINE-REVENUE       TO WS-MS-REVENUE(WS-MS-HIT)
               ADD WS-DW-LINE-COST          TO WS-MS-COST(WS-MS-HIT)
           END-IF.
      *
       450-RECORD-BELOW-COST-LINE.
      *
           ADD 1 TO WS-BELOW-COST-COUNT.
           IF WS-BC-TABLE-COUNT < WS-BC-MAX-TABLE
               ADD 1 TO WS-BC-TABLE-COUNT
               MOVE WS-BC-TABLE-COUNT       TO WS-BC-SUB
               MOVE WS-IV-INVOICE-NUMBER
                 TO WS-BC-INVOICE-NUMBER(WS-BC-SUB)
               MOVE WS-IV-ORDER-NUMBER
                 TO WS-BC-ORDER-NUMBER(WS-BC-SUB)
               MOVE WS-IV-CUSTOMER-NUMBER
                 TO WS-BC-CUSTOMER-NUMBER(WS-BC-SUB)
               MOVE WS-DT-ITEM-NUMBER(WS-DT-SUB)
                 TO WS-BC-ITEM-NUMBER(WS-BC-SUB)
               IF WS-MI-HIT > ZERO
                   MOVE WS-MI-ITEM-DESC(WS-MI-HIT)
                     TO WS-BC-ITEM-DESC(WS-BC-SUB)
               ELSE
                   MOVE SPACES TO WS-BC-ITEM-DESC(WS-BC-SUB)
               END-IF
               MOVE WS-DT-QUANTITY(WS-DT-SUB)
                 TO WS-BC-QUANTITY(WS-BC-SUB)
               MOVE WS-DT-UNIT-PRICE(WS-DT-SUB)
                 TO WS-BC-UNIT-PRICE(WS-BC-SUB)
               MOVE WS-DT-UNIT-COST(WS-DT-SUB)
                 TO WS-BC-UNIT-COST(WS-BC-SUB)
           ELSE
               ADD 1 TO WS-BC-OVERFLOW-COUNT
           END-IF.
      *
      * EACH SECTION STARTS ON A NEW PAGE. ITEMS WITH NO SALES OR
      * CREDITS IN THE MONTH ARE LEFT OFF.
      *
       500-PRINT-ITEM-SECTION.
      *
           SET WS-SECTION-ITEM              TO TRUE.
           MOVE 'MARGIN BY ITEM'            TO WS-HL3-SECTION-TITLE.
           MOVE 'ITEM'                      TO WS-CH-LABEL-1.
           MOVE 'DESCRIPTION'               TO WS-CH-LABEL-2.
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           PERFORM 510-PRINT-ONE-ITEM
               VARYING WS-MI-SUB FROM 1 BY 1
                   UNTIL WS-MI-SUB > WS-MI-TABLE-COUNT.
      *
       510-PRINT-ONE-ITEM.
      *
           IF       WS-MI-REVENUE(WS-MI-SUB) NOT = ZERO
                 OR WS-MI-COST(WS-MI-SUB) NOT = ZERO
               MOVE WS-MI-ITEM-NUMBER(WS-MI-SUB) TO WS-DL-KEY
               MOVE WS-MI-ITEM-DESC(WS-MI-SUB)   TO WS-DL-NAME
               MOVE WS-MI-REVENUE(WS-MI-SUB)     TO WS-MW-REVENUE
               MOVE WS-MI-COST(WS-MI-SUB)        TO WS-MW-COST
               PERFORM 590-WRITE-DETAIL-LINE
           END-IF.
      *
       520-PRINT-CUSTOMER-SECTION.
      *
           SET WS-SECTION-CUSTOMER          TO TRUE.
           MOVE 'MARGIN BY CUSTOMER'        TO WS-HL3-SECTION-TITLE.
           MOVE 'CUST NO'                   TO WS-CH-LABEL-1.
           MOVE 'LAST NAME'                 TO WS-CH-LABEL-2.
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           PERFORM 530-PRINT-ONE-CUSTOMER
               VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-TABLE-COUNT.
      *
       530-PRINT-ONE-CUSTOMER.
      *
           MOVE WS-MC-CUSTOMER-NUMBER(WS-MC-SUB) TO WS-DL-KEY.
           MOVE WS-MC-LAST-NAME(WS-MC-SUB)   TO WS-DL-NAME.
           MOVE WS-MC-REVENUE(WS-MC-SUB)     TO WS-MW-REVENUE.
           MOVE WS-MC-COST(WS-MC-SUB)        TO WS-MW-COST.
           PERFORM 590-WRITE-DETAIL-LINE.
      *
       540-PRINT-STATE-SECTION.
      *
           SET WS-SECTION-STATE             TO TRUE.
           MOVE 'MARGIN BY CUSTOMER STATE'  TO WS-HL3-SECTION-TITLE.
           MOVE 'STATE'                     TO WS-CH-LABEL-1.
           MOVE SPACES                      TO WS-CH-LABEL-2.
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           PERFORM 550-PRINT-ONE-STATE
               VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > WS-MS-TABLE-COUNT.
      *
       550-PRINT-ONE-STATE.
      *
           MOVE WS-MS-STATE(WS-MS-SUB)       TO WS-DL-KEY.
           MOVE SPACES                       TO WS-DL-NAME.
           MOVE WS-MS-REVENUE(WS-MS-SUB)     TO WS-MW-REVENUE.
           MOVE WS-MS-COST(WS-MS-SUB)        TO WS-MW-COST.
           PERFORM 590-WRITE-DETAIL-LINE.
      *
       560-PRINT-BELOW-COST-SECTION.
      *
           SET WS-SECTION-BELOW-COST        TO TRUE.
           MOVE 'INVOICED LINES SOLD BELOW COST'
             TO WS-HL3-SECTION-TITLE.
           MOVE WS-LINES-PER-PAGE           TO WS-LINE-COUNT.
           PERFORM 570-PRINT-ONE-BELOW-COST
               VARYING WS-BC-SUB FROM 1 BY 1
                   UNTIL WS-BC-SUB > WS-BC-TABLE-COUNT.
      *
       570-PRINT-ONE-BELOW-COST.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           COMPUTE WS-MW-LOSS = WS-BC-QUANTITY(WS-BC-SUB)
               * (WS-BC-UNIT-COST(WS-BC-SUB)
                - WS-BC-UNIT-PRICE(WS-BC-SUB)).
      *
           MOVE WS-BC-INVOICE-NUMBER(WS-BC-SUB)
             TO WS-BL-INVOICE-NUMBER.
           MOVE WS-BC-ORDER-NUMBER(WS-BC-SUB)
             TO WS-BL-ORDER-NUMBER.
           MOVE WS-BC-CUSTOMER-NUMBER(WS-BC-SUB)
             TO WS-BL-CUSTOMER-NUMBER.
           MOVE WS-BC-ITEM-NUMBER(WS-BC-SUB) TO WS-BL-ITEM-NUMBER.
           MOVE WS-BC-ITEM-DESC(WS-BC-SUB)   TO WS-BL-ITEM-DESC.
           MOVE WS-BC-QUANTITY(WS-BC-SUB)    TO WS-BL-QUANTITY.
           MOVE WS-BC-UNIT-PRICE(WS-BC-SUB)  TO WS-BL-UNIT-PRICE.
           MOVE WS-BC-UNIT-COST(WS-BC-SUB)   TO WS-BL-UNIT-COST.
           MOVE WS-MW-LOSS                   TO WS-BL-LOSS.
      *
           WRITE PRINT-RECORD FROM WS-BELOW-COST-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       580-COMPUTE-MARGIN.
      *
           COMPUTE WS-MW-MARGIN = WS-MW-REVENUE - WS-MW-COST.
           IF WS-MW-REVENUE = ZERO
               MOVE ZERO                    TO WS-MW-MARGIN-PCT
           ELSE
               COMPUTE WS-MW-MARGIN-PCT ROUNDED =
                   WS-MW-MARGIN * 100 / WS-MW-REVENUE
                   ON SIZE ERROR
                       MOVE ZERO            TO WS-MW-MARGIN-PCT
               END-COMPUTE
           END-IF.
      *
       590-WRITE-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           PERFORM 580-COMPUTE-MARGIN.
           MOVE WS-MW-REVENUE               TO WS-DL-REVENUE.
           MOVE WS-MW-COST                  TO WS-DL-COST.
           MOVE WS-MW-MARGIN                TO WS-DL-MARGIN.
           MOVE WS-MW-MARGIN-PCT            TO WS-DL-MARGIN-PCT.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
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
           IF WS-SECTION-BELOW-COST
               WRITE PRINT-RECORD FROM WS-BELOW-COST-HEADING
           ELSE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
           END-IF.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 14
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-GRAND-REVENUE            TO WS-MW-REVENUE.
           MOVE WS-GRAND-COST               TO WS-MW-COST.
           PERFORM 580-COMPUTE-MARGIN.
      *
           MOVE WS-INVOICE-COUNT            TO WS-TL1-INVOICE-COUNT.
           MOVE WS-CREDIT-COUNT             TO WS-TL2-CREDIT-COUNT.
           MOVE WS-MW-REVENUE               TO WS-TL3-REVENUE.
           MOVE WS-MW-COST                  TO WS-TL4-COST.
           MOVE WS-MW-MARGIN                TO WS-TL5-MARGIN.
           MOVE WS-MW-MARGIN-PCT            TO WS-TL6-MARGIN-PCT.
           MOVE WS-BELOW-COST-COUNT         TO WS-TL7-BELOW-COST-COUNT.
           MOVE WS-MASTER-COSTED-COUNT
             TO WS-TL8-MASTER-COSTED-COUNT.
           MOVE WS-ORDER-MISSING-COUNT
             TO WS-TL9-ORDER-MISSING-COUNT.
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
           IF WS-MI-OVERFLOW-COUNT > ZERO
               MOVE 'ITEMS'                 TO WS-OFL-TABLE-NAME
               MOVE WS-MI-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-MC-OVERFLOW-COUNT > ZERO
               MOVE 'CUSTOMERS'             TO WS-OFL-TABLE-NAME
               MOVE WS-MC-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-MS-OVERFLOW-COUNT > ZERO
               MOVE 'STATES'                TO WS-OFL-TABLE-NAME
               MOVE WS-MS-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-OVERFLOW-LINE
           END-IF.
           IF WS-BC-OVERFLOW-COUNT > ZERO
               MOVE 'BELOW COST'            TO WS-OFL-TABLE-NAME
               MOVE WS-BC-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "LINES POSTED      =" WS-LINE-POSTED-COUNT.
           DISPLAY "BELOW COST LINES  =" WS-BELOW-COST-COUNT.
      *
       COPY RUNCTLPD.
