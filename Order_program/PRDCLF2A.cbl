       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCLF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Month-end close. Closes the open
      *                     accounting period held on the CTLF2A
      *                     PERIOD record and opens the next month.
      *                     The run is refused unless the business
      *                     date has reached the last day of the
      *                     period and the month's ORDIVF2A invoicing,
      *                     ARCAPF2A cash application and ORDBLF2A
      *                     balancing runs all completed on RUNCTL
      *                     for a business date no earlier than that
      *                     last day. It then snapshots the period-end
      *                     balances to PEBF2A - for every customer
      *                     with open ARF2A items the unpaid invoice
      *                     balance, the unapplied credits and the
      *                     net, and for every ITEMF2A item the
      *                     on-hand and allocated quantities and the
      *                     stock value at standard cost - prints a
      *                     close summary, and advances the PERIOD
      *                     record. From then on ARCAPF2A, GLEXF2A
      *                     and the ORDERF2A and APPRVF2A return
      *                     credits post anything dated in the closed
      *                     month on the first day of the open period
      *                     instead, and ORDIVF2A refuses to invoice
      *                     for a business date in the closed month,
      *                     so the month's figures stop changing. The
      *                     close belongs at the end of the month's
      *                     last batch window, after those runs and
      *                     before the next day's postings. With no
      *                     PERIOD record on file the first close
      *                     takes the latest month that has ended by
      *                     the business date. A close rerun after an
      *                     abend rewrites the balances it had already
      *                     written.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT AR-FILE ASSIGN TO ARFILE
               RECORD KEY IS AR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARFILE-SW.

           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT PEB-FILE ASSIGN TO PEBFILE
               RECORD KEY IS PEB-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-PEBFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD AR-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AR-FILE-RECORD.
       01 AR-FILE-RECORD.
           05 AR-FILE-KEY.
               10 AR-FILE-CUSTOMER          PIC X(6).
               10 AR-FILE-INVOICE           PIC X(6).
           05 FILLER                        PIC X(46).

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD PEB-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PEB-FILE-RECORD.
       01 PEB-FILE-RECORD.
           05 PEB-FILE-KEY.
               10 PEB-FILE-PERIOD           PIC X(4).
               10 PEB-FILE-TYPE             PIC X(1).
               10 PEB-FILE-ENTITY           PIC X(6).
           05 FILLER                        PIC X(69).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY CTLWSREC.
       COPY ARWSREC.
       COPY ITMWSREC.
       COPY PEBWSREC.
      *
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
       01 WS-PEBFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PEBFILE-SUCCESS               VALUE '00'.
           88  WS-PEBFILE-DUPREC                VALUE '22'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-AR                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-AR-NO                     VALUE 'N'.
           88  WS-EOF-AR-YES                    VALUE 'Y'.
       01 WS-EOF-SW-ITM                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ITM-NO                    VALUE 'N'.
           88  WS-EOF-ITM-YES                   VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
      *
       01 WS-MONTH-DAYS-CNST                PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-CNST.
           05 WS-MONTH-DAYS                 PIC 9(02) OCCURS 12 TIMES.
      *
      * THE PERIOD BEING CLOSED, ITS LAST DAY AND THE PERIOD THAT
      * OPENS BEHIND IT.
      *
       01 WS-CLOSE-WORK.
           05 WS-CW-NEW-RECORD-SW           PIC X(01)  VALUE 'N'.
               88  WS-CW-NEW-RECORD             VALUE 'Y'.
           05 WS-CW-DATE.
               10 WS-CW-YY                  PIC 9(02).
               10 WS-CW-MM                  PIC 9(02).
               10 WS-CW-DD                  PIC 9(02).
           05 WS-CW-MONTH-MAX               PIC 9(02)  VALUE 0.
           05 WS-CW-LEAP-QUOTIENT           PIC 9(02) COMP VALUE 0.
           05 WS-CW-LEAP-REMAINDER          PIC 9(02) COMP VALUE 0.
           05 WS-CW-CLOSE-PERIOD            PIC X(04)  VALUE SPACES.
           05 WS-CW-PERIOD-END-DATE         PIC X(06)  VALUE SPACES.
           05 WS-CW-NEXT-PERIOD.
               10 WS-CW-NEXT-YY             PIC 9(02).
               10 WS-CW-NEXT-MM             PIC 9(02).
           05 WS-CW-NEXT-START-DATE         PIC X(06)  VALUE SPACES.
      *
      * THE RUNS THAT MUST HAVE COMPLETED FOR THE MONTH BEFORE IT CAN
      * CLOSE, WITH WHAT RUNCTL SHOWED FOR EACH.
      *
       01 WS-PREREQ-VALUES.
           05 FILLER                        PIC X(08)  VALUE 'ORDIVF2A'.
           05 FILLER                        PIC X(16)
               VALUE 'INVOICING'.
           05 FILLER                        PIC X(08)  VALUE 'ARCAPF2A'.
           05 FILLER                        PIC X(16)
               VALUE 'CASH APPLICATION'.
           05 FILLER                        PIC X(08)  VALUE 'ORDBLF2A'.
           05 FILLER                        PIC X(16)
               VALUE 'BALANCING'.
       01 WS-PREREQ-TABLE REDEFINES WS-PREREQ-VALUES.
           05 WS-PQ-ENTRY                   OCCURS 3 TIMES.
               10 WS-PQ-PROGRAM             PIC X(08).
               10 WS-PQ-CAPTION             PIC X(16).
       01 WS-PQ-MAX                         PIC 9(01)  VALUE 3.
       01 WS-PQ-SUB                         PIC 9(01) COMP VALUE 0.
       01 WS-PREREQ-RESULTS.
           05 WS-PR-ENTRY                   OCCURS 3 TIMES.
               10 WS-PR-RUN-DATE            PIC X(06).
               10 WS-PR-END-DATE            PIC X(06).
               10 WS-PR-END-TIME            PIC X(06).
               10 WS-PR-RECS-IN             PIC 9(07).
               10 WS-PR-RECS-OUT            PIC 9(07).
      *
       01 WS-AR-BREAK-WORK.
           05 WS-AB-CURRENT-CUSTOMER        PIC X(06)  VALUE SPACES.
           05 WS-AB-ITEM-COUNT              PIC 9(05)  VALUE 0.
           05 WS-AB-INVOICE-BAL             PIC 9(09)V99 VALUE 0.
           05 WS-AB-CREDIT-BAL              PIC 9(09)V99 VALUE 0.
           05 WS-AB-ITEM-BALANCE            PIC S9(08)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-AR-READ-COUNT              PIC 9(07)  VALUE 0.
           05 WS-AR-OPEN-COUNT              PIC 9(07)  VALUE 0.
           05 WS-AR-CUSTOMER-COUNT          PIC 9(07)  VALUE 0.
           05 WS-AR-INVOICE-TOTAL           PIC 9(11)V99 VALUE 0.
           05 WS-AR-CREDIT-TOTAL            PIC 9(11)V99 VALUE 0.
           05 WS-AR-NET-TOTAL               PIC S9(11)V99 VALUE 0.
           05 WS-ITEM-READ-COUNT            PIC 9(07)  VALUE 0.
           05 WS-ITEM-NO-COST-COUNT         PIC 9(07)  VALUE 0.
           05 WS-ITEM-ON-HAND-TOTAL         PIC 9(11)  VALUE 0.
           05 WS-ITEM-ALLOCATED-TOTAL       PIC 9(11)  VALUE 0.
           05 WS-ITEM-VALUE-TOTAL           PIC 9(13)V99 VALUE 0.
           05 WS-BALANCE-WRITTEN-COUNT      PIC 9(07)  VALUE 0.
           05 WS-BALANCE-REWRITTEN-COUNT    PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "MONTH-END CLOSE SUMMARY".
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
       01 WS-PERIOD-LINE.
           05 FILLER                        PIC X(20)
               VALUE "PERIOD CLOSED     = ".
           05 WS-PL-CLOSE-PERIOD            PIC X(04).
           05 FILLER                        PIC X(20)
               VALUE "    PERIOD ENDED = ".
           05 WS-PL-PERIOD-END-DATE         PIC X(06).
      *
       01 WS-SECTION-LINE.
           05 WS-SL-TEXT                    PIC X(40).
      *
       01 WS-PREREQ-HEADING.
           05 FILLER                   PIC X(10) VALUE "PROGRAM".
           05 FILLER                   PIC X(18) VALUE "RUN".
           05 FILLER                   PIC X(10) VALUE "BUS DATE".
           05 FILLER                   PIC X(18) VALUE "ENDED".
           05 FILLER                   PIC X(10) VALUE "   RECS IN".
           05 FILLER                   PIC X(10) VALUE "  RECS OUT".
      *
       01 WS-PREREQ-LINE.
           05 WS-PQL-PROGRAM                PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-PQL-CAPTION                PIC X(16).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-PQL-RUN-DATE               PIC X(06).
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 WS-PQL-END-DATE               PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-PQL-END-TIME               PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 WS-PQL-RECS-IN                PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-PQL-RECS-OUT               PIC Z,ZZZ,ZZ9.
      *
       01 WS-COUNT-LINE.
           05 WS-CL-CAPTION                 PIC X(30).
           05 WS-CL-COUNT                   PIC ZZ,ZZZ,ZZZ,ZZ9.
      *
       01 WS-AMOUNT-LINE.
           05 WS-ML-CAPTION                 PIC X(30).
           05 WS-ML-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01 WS-NEXT-PERIOD-LINE.
           05 FILLER                        PIC X(20)
               VALUE "PERIOD NOW OPEN   = ".
           05 WS-NL-NEXT-PERIOD             PIC X(04).
           05 FILLER                        PIC X(20)
               VALUE "    STARTING     = ".
           05 WS-NL-NEXT-START-DATE         PIC X(06).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'PRDCLF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-CTLFILE-SW
                         WS-ARFILE-SW
                         WS-ITMFILE-SW
                         WS-PEBFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
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
           PERFORM 020-GET-PERIOD-CONTROL.
           PERFORM 030-SET-CLOSE-DATES.
      *
           IF WS-RC-BUSINESS-DATE < WS-CW-PERIOD-END-DATE
               DISPLAY "PERIOD " WS-CW-CLOSE-PERIOD
                       " DOES NOT END UNTIL " WS-CW-PERIOD-END-DATE
                       " - CLOSE REFUSED ON BUSINESS DATE "
                       WS-RC-BUSINESS-DATE
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 040-CHECK-ONE-PREREQ
               VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB > WS-PQ-MAX.
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
           OPEN INPUT ITM-FILE.
           IF WS-ITMFILE-SUCCESS
               DISPLAY "ITM-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
               DISPLAY "ITM-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O PEB-FILE.
           IF WS-PEBFILE-SUCCESS
               DISPLAY "PEB-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PEBFILE-SW=" WS-PEBFILE-SW
               DISPLAY "PEB-FILE OPEN ERROR"
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
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-AR.
           PERFORM 100-PROCESS-RECEIVABLE
               UNTIL WS-EOF-AR-YES.
           IF WS-AB-CURRENT-CUSTOMER NOT = SPACES
               PERFORM 150-WRITE-AR-BALANCE
           END-IF.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ITM.
           PERFORM 200-PROCESS-ITEM
               UNTIL WS-EOF-ITM-YES.
      *
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 700-PRINT-CLOSE-SUMMARY.
      *
           PERFORM 300-ADVANCE-PERIOD.
      *
           CLOSE CTL-FILE
                 AR-FILE
                 ITM-FILE
                 PEB-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           COMPUTE WS-RC-IN-COUNT =
               WS-AR-READ-COUNT + WS-ITEM-READ-COUNT.
           COMPUTE WS-RC-OUT-COUNT =
               WS-BALANCE-WRITTEN-COUNT + WS-BALANCE-REWRITTEN-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * THE PERIOD RECORD NAMES THE OPEN PERIOD, WHICH IS THE ONE THIS
      * RUN CLOSES. THE FIRST CLOSE FINDS NO RECORD AND CLOSES THE
      * LATEST MONTH ENDED BY THE BUSINESS DATE - THE BUSINESS DATE'S
      * OWN MONTH ON ITS LAST DAY, OTHERWISE THE MONTH BEFORE.
      *
       020-GET-PERIOD-CONTROL.
      *
           MOVE WS-PD-PERIOD-KEY            TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE 'Y'                 TO WS-CW-NEW-RECORD-SW
               NOT INVALID KEY
                   MOVE 'N'                 TO WS-CW-NEW-RECORD-SW
                   MOVE CTL-FILE-RECORD     TO WS-PERIOD-RECORD
           END-READ.
      *
           IF WS-CW-NEW-RECORD
               MOVE WS-RC-BUSINESS-DATE     TO WS-CW-DATE
               PERFORM 050-GET-MONTH-MAX
               IF WS-CW-DD < WS-CW-MONTH-MAX
                   PERFORM 055-STEP-BACK-ONE-MONTH
               END-IF
               MOVE SPACES                  TO WS-PERIOD-RECORD
               MOVE WS-PD-PERIOD-KEY        TO WS-PD-CONTROL-ID
               MOVE WS-CW-YY                TO WS-PD-OPEN-YY
               MOVE WS-CW-MM                TO WS-PD-OPEN-MM
               MOVE WS-PD-OPEN-PERIOD       TO WS-PD-OPEN-START-DATE
               MOVE '01'                    TO
                   WS-PD-OPEN-START-DATE(5:2)
               DISPLAY "NO PERIOD RECORD ON CTLF2A - FIRST CLOSE"
           ELSE
               IF NOT WS-CTLFILE-SUCCESS
                  OR WS-PD-OPEN-PERIOD IS NOT NUMERIC
                   DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
                   DISPLAY "CTL-FILE PERIOD RECORD ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
      * THE LAST DAY OF THE PERIOD BEING CLOSED, AND THE PERIOD AND
      * START DATE THAT OPEN BEHIND IT.
      *
       030-SET-CLOSE-DATES.
      *
           MOVE WS-PD-OPEN-PERIOD           TO WS-CW-CLOSE-PERIOD.
           MOVE WS-PD-OPEN-YY               TO WS-CW-YY.
           MOVE WS-PD-OPEN-MM               TO WS-CW-MM.
           PERFORM 050-GET-MONTH-MAX.
           MOVE WS-CW-MONTH-MAX             TO WS-CW-DD.
           MOVE WS-CW-DATE                  TO WS-CW-PERIOD-END-DATE.
      *
           IF WS-CW-MM = 12
               MOVE 01                      TO WS-CW-NEXT-MM
               IF WS-CW-YY = 99
                   MOVE 00                  TO WS-CW-NEXT-YY
               ELSE
                   COMPUTE WS-CW-NEXT-YY = WS-CW-YY + 1
               END-IF
           ELSE
               MOVE WS-CW-YY                TO WS-CW-NEXT-YY
               COMPUTE WS-CW-NEXT-MM = WS-CW-MM + 1
           END-IF.
           MOVE WS-CW-NEXT-PERIOD           TO WS-CW-NEXT-START-DATE.
           MOVE '01'                        TO
               WS-CW-NEXT-START-DATE(5:2).
      *
           DISPLAY "CLOSING PERIOD " WS-CW-CLOSE-PERIOD
                   " ENDED " WS-CW-PERIOD-END-DATE.
      *
      * A MONTH'S RUN HAS TO HAVE COMPLETED FOR A BUSINESS DATE NO
      * EARLIER THAN THE MONTH'S LAST DAY - ANYTHING OLDER MEANS THE
      * LAST DAYS OF THE MONTH WERE NEVER INVOICED, APPLIED OR
      * BALANCED.
      *
       040-CHECK-ONE-PREREQ.
      *
           PERFORM 7000-RUNCTL-OPEN.
      *
           MOVE WS-PQ-PROGRAM(WS-PQ-SUB)    TO RCT-FILE-PROGRAM.
           READ RCT-FILE
               INVALID KEY
                   DISPLAY "PREREQUISITE " WS-PQ-PROGRAM(WS-PQ-SUB)
                           " HAS NEVER RUN - CLOSE REFUSED"
                   PERFORM 800-PROGRAM-FAILED
               NOT INVALID KEY
                   MOVE RCT-FILE-RECORD
                     TO WS-RUN-CONTROL-RECORD
           END-READ.
      *
           IF NOT WS-RC-COMP-OK
               DISPLAY "PREREQUISITE " WS-PQ-PROGRAM(WS-PQ-SUB)
                       " DID NOT COMPLETE - COMP CODE="
                       WS-RC-COMP-CODE " - CLOSE REFUSED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-RC-RUN-DATE < WS-CW-PERIOD-END-DATE
               DISPLAY "PREREQUISITE " WS-PQ-PROGRAM(WS-PQ-SUB)
                       " LAST RAN FOR BUSINESS DATE " WS-RC-RUN-DATE
                       " BEFORE PERIOD END " WS-CW-PERIOD-END-DATE
                       " - CLOSE REFUSED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE WS-RC-RUN-DATE     TO WS-PR-RUN-DATE(WS-PQ-SUB).
           MOVE WS-RC-END-DATE     TO WS-PR-END-DATE(WS-PQ-SUB).
           MOVE WS-RC-END-TIME     TO WS-PR-END-TIME(WS-PQ-SUB).
           MOVE WS-RC-RECS-IN      TO WS-PR-RECS-IN(WS-PQ-SUB).
           MOVE WS-RC-RECS-OUT     TO WS-PR-RECS-OUT(WS-PQ-SUB).
      *
       050-GET-MONTH-MAX.
      *
           MOVE WS-MONTH-DAYS(WS-CW-MM)     TO WS-CW-MONTH-MAX.
           IF WS-CW-MM = 02
               DIVIDE WS-CW-YY BY 4
                   GIVING WS-CW-LEAP-QUOTIENT
                   REMAINDER WS-CW-LEAP-REMAINDER
               IF WS-CW-LEAP-REMAINDER = ZERO
                   MOVE 29                  TO WS-CW-MONTH-MAX
               END-IF
           END-IF.
      *
       055-STEP-BACK-ONE-MONTH.
      *
           IF WS-CW-MM = 01
               MOVE 12                      TO WS-CW-MM
               IF WS-CW-YY = 00
                   MOVE 99                  TO WS-CW-YY
               ELSE
                   SUBTRACT 1               FROM WS-CW-YY
               END-IF
           ELSE
               SUBTRACT 1                   FROM WS-CW-MM
           END-IF.
      *
      * ARF2A IS IN CUSTOMER SEQUENCE - EACH CUSTOMER'S UNPAID
      * INVOICES AND UNAPPLIED CREDITS ARE TOTALLED AT THEIR
      * REMAINING BALANCE AND WRITTEN AS ONE BALANCE RECORD.
      *
       100-PROCESS-RECEIVABLE.
      *
           MOVE AR-FILE-RECORD              TO WS-RECEIVABLE-RECORD.
           ADD 1                            TO WS-AR-READ-COUNT.
      *
           IF WS-AR-CUSTOMER-NUMBER NOT = WS-AB-CURRENT-CUSTOMER
               IF WS-AB-CURRENT-CUSTOMER NOT = SPACES
                   PERFORM 150-WRITE-AR-BALANCE
               END-IF
               MOVE WS-AR-CUSTOMER-NUMBER   TO WS-AB-CURRENT-CUSTOMER
               MOVE ZERO                    TO WS-AB-ITEM-COUNT
                                               WS-AB-INVOICE-BAL
                                               WS-AB-CREDIT-BAL
           END-IF.
      *
           IF WS-AR-STATUS-UNPAID
               COMPUTE WS-AB-ITEM-BALANCE =
                   WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID
               IF WS-AB-ITEM-BALANCE > ZERO
                   ADD 1                    TO WS-AB-ITEM-COUNT
                                               WS-AR-OPEN-COUNT
                   IF WS-AR-TYPE-CREDIT
                       ADD WS-AB-ITEM-BALANCE
                         TO WS-AB-CREDIT-BAL
                   ELSE
                       ADD WS-AB-ITEM-BALANCE
                         TO WS-AB-INVOICE-BAL
                   END-IF
               END-IF
           END-IF.
      *
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-AR.
      *
       150-WRITE-AR-BALANCE.
      *
           IF WS-AB-ITEM-COUNT > ZERO
               MOVE SPACES                  TO WS-PERIOD-BALANCE-RECORD
               MOVE WS-CW-CLOSE-PERIOD      TO WS-PB-PERIOD
               SET WS-PB-TYPE-AR            TO TRUE
               MOVE WS-AB-CURRENT-CUSTOMER  TO WS-PB-ENTITY
               MOVE WS-RC-BUSINESS-DATE     TO WS-PB-CLOSE-DATE
               MOVE WS-AB-ITEM-COUNT        TO WS-PB-AR-ITEM-COUNT
               MOVE WS-AB-INVOICE-BAL       TO WS-PB-AR-INVOICE-BAL
               MOVE WS-AB-CREDIT-BAL        TO WS-PB-AR-CREDIT-BAL
               COMPUTE WS-PB-AR-NET-BAL =
                   WS-AB-INVOICE-BAL - WS-AB-CREDIT-BAL
               PERFORM 400-WRITE-BALANCE-RECORD
      *
               ADD 1                        TO WS-AR-CUSTOMER-COUNT
               ADD WS-AB-INVOICE-BAL        TO WS-AR-INVOICE-TOTAL
               ADD WS-AB-CREDIT-BAL         TO WS-AR-CREDIT-TOTAL
               ADD WS-PB-AR-NET-BAL         TO WS-AR-NET-TOTAL
           END-IF.
      *
      * EVERY ITEM IS SNAPSHOT, STOCKED OR NOT. AN ITEM WITH NO
      * STANDARD COST ON FILE IS VALUED AT ZERO AND COUNTED SO THE
      * GAP SHOWS ON THE SUMMARY.
      *
       200-PROCESS-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
           ADD 1                            TO WS-ITEM-READ-COUNT.
      *
           IF WS-IT-QTY-ON-HAND IS NOT NUMERIC
               MOVE ZERO                    TO WS-IT-QTY-ON-HAND
           END-IF.
           IF WS-IT-QTY-ALLOCATED IS NOT NUMERIC
               MOVE ZERO                    TO WS-IT-QTY-ALLOCATED
           END-IF.
           IF WS-IT-STD-COST IS NOT NUMERIC
               MOVE ZERO                    TO WS-IT-STD-COST
           END-IF.
           IF WS-IT-STD-COST = ZERO
               ADD 1                        TO WS-ITEM-NO-COST-COUNT
           END-IF.
      *
           MOVE SPACES                      TO WS-PERIOD-BALANCE-RECORD.
           MOVE WS-CW-CLOSE-PERIOD          TO WS-PB-PERIOD.
           SET WS-PB-TYPE-ITEM              TO TRUE.
           MOVE WS-IT-ITEM-NUMBER           TO WS-PB-ENTITY.
           MOVE WS-RC-BUSINESS-DATE         TO WS-PB-CLOSE-DATE.
           MOVE WS-IT-QTY-ON-HAND           TO WS-PB-IT-QTY-ON-HAND.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-PB-IT-QTY-ALLOCATED.
           MOVE WS-IT-STD-COST              TO WS-PB-IT-STD-COST.
           COMPUTE WS-PB-IT-STOCK-VALUE =
               WS-IT-QTY-ON-HAND * WS-IT-STD-COST.
           PERFORM 400-WRITE-BALANCE-RECORD.
      *
           ADD WS-IT-QTY-ON-HAND            TO WS-ITEM-ON-HAND-TOTAL.
           ADD WS-IT-QTY-ALLOCATED          TO WS-ITEM-ALLOCATED-TOTAL.
           ADD WS-PB-IT-STOCK-VALUE         TO WS-ITEM-VALUE-TOTAL.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ITM.
      *
      * THE PERIOD IS ONLY ADVANCED ONCE EVERY BALANCE IS ON FILE AND
      * THE SUMMARY HAS PRINTED.
      *
       300-ADVANCE-PERIOD.
      *
           MOVE WS-PD-OPEN-PERIOD           TO WS-PD-LAST-CLOSED-PERIOD.
           MOVE WS-RC-BUSINESS-DATE         TO WS-PD-LAST-CLOSE-DATE.
           MOVE WS-CW-NEXT-YY               TO WS-PD-OPEN-YY.
           MOVE WS-CW-NEXT-MM               TO WS-PD-OPEN-MM.
           MOVE WS-CW-NEXT-START-DATE       TO WS-PD-OPEN-START-DATE.
      *
           MOVE WS-PERIOD-RECORD            TO CTL-FILE-RECORD.
           IF WS-CW-NEW-RECORD
               WRITE CTL-FILE-RECORD
           ELSE
               REWRITE CTL-FILE-RECORD
           END-IF.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE PERIOD UPDATE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           DISPLAY "PERIOD " WS-PD-LAST-CLOSED-PERIOD " CLOSED - "
                   "PERIOD " WS-PD-OPEN-PERIOD " NOW OPEN".
      *
      * A RECORD ALREADY ON FILE WAS WRITTEN BY A CLOSE OF THIS
      * PERIOD THAT DID NOT FINISH - IT IS REPLACED.
      *
       400-WRITE-BALANCE-RECORD.
      *
           MOVE WS-PERIOD-BALANCE-RECORD    TO PEB-FILE-RECORD.
           WRITE PEB-FILE-RECORD.
           IF WS-PEBFILE-DUPREC
               REWRITE PEB-FILE-RECORD
               IF WS-PEBFILE-SUCCESS
                   ADD 1                    TO
                       WS-BALANCE-REWRITTEN-COUNT
               END-IF
           ELSE
               IF WS-PEBFILE-SUCCESS
                   ADD 1                    TO WS-BALANCE-WRITTEN-COUNT
               END-IF
           END-IF.
           IF NOT WS-PEBFILE-SUCCESS
               DISPLAY "WS-PEBFILE-SW=" WS-PEBFILE-SW
               DISPLAY "PEB-FILE WRITE ERROR FOR " WS-PB-KEY
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
      *
       700-PRINT-CLOSE-SUMMARY.
      *
           MOVE WS-CW-CLOSE-PERIOD          TO WS-PL-CLOSE-PERIOD.
           MOVE WS-CW-PERIOD-END-DATE       TO WS-PL-PERIOD-END-DATE.
           WRITE PRINT-RECORD FROM WS-PERIOD-LINE.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE "RUNS COMPLETED FOR THE PERIOD" TO WS-SL-TEXT.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-PREREQ-HEADING.
           PERFORM 710-PRINT-PREREQ-LINE
               VARYING WS-PQ-SUB FROM 1 BY 1
                   UNTIL WS-PQ-SUB > WS-PQ-MAX.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE "RECEIVABLES AT PERIOD END" TO WS-SL-TEXT.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           MOVE 'CUSTOMERS WITH OPEN ITEMS   = ' TO WS-CL-CAPTION.
           MOVE WS-AR-CUSTOMER-COUNT        TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE 'OPEN ITEMS                  = ' TO WS-CL-CAPTION.
           MOVE WS-AR-OPEN-COUNT            TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE 'UNPAID INVOICES             = ' TO WS-ML-CAPTION.
           MOVE WS-AR-INVOICE-TOTAL         TO WS-ML-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'UNAPPLIED CREDITS           = ' TO WS-ML-CAPTION.
           MOVE WS-AR-CREDIT-TOTAL          TO WS-ML-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'NET RECEIVABLE              = ' TO WS-ML-CAPTION.
           MOVE WS-AR-NET-TOTAL             TO WS-ML-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE "INVENTORY AT PERIOD END"   TO WS-SL-TEXT.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           MOVE 'ITEMS                       = ' TO WS-CL-CAPTION.
           MOVE WS-ITEM-READ-COUNT          TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE 'UNITS ON HAND               = ' TO WS-CL-CAPTION.
           MOVE WS-ITEM-ON-HAND-TOTAL       TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE 'UNITS ALLOCATED             = ' TO WS-CL-CAPTION.
           MOVE WS-ITEM-ALLOCATED-TOTAL     TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           MOVE 'STOCK VALUE AT STD COST     = ' TO WS-ML-CAPTION.
           MOVE WS-ITEM-VALUE-TOTAL         TO WS-ML-AMOUNT.
           WRITE PRINT-RECORD FROM WS-AMOUNT-LINE.
           MOVE 'ITEMS WITH NO STD COST      = ' TO WS-CL-CAPTION.
           MOVE WS-ITEM-NO-COST-COUNT       TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 'BALANCE RECORDS WRITTEN     = ' TO WS-CL-CAPTION.
           MOVE WS-BALANCE-WRITTEN-COUNT    TO WS-CL-COUNT.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE.
           IF WS-BALANCE-REWRITTEN-COUNT > ZERO
               MOVE 'REPLACED FROM EARLIER CLOSE = '
                 TO WS-CL-CAPTION
               MOVE WS-BALANCE-REWRITTEN-COUNT
                 TO WS-CL-COUNT
               WRITE PRINT-RECORD FROM WS-COUNT-LINE
           END-IF.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE WS-CW-NEXT-PERIOD           TO WS-NL-NEXT-PERIOD.
           MOVE WS-CW-NEXT-START-DATE       TO WS-NL-NEXT-START-DATE.
           WRITE PRINT-RECORD FROM WS-NEXT-PERIOD-LINE.
      *
       710-PRINT-PREREQ-LINE.
      *
           MOVE WS-PQ-PROGRAM(WS-PQ-SUB)    TO WS-PQL-PROGRAM.
           MOVE WS-PQ-CAPTION(WS-PQ-SUB)    TO WS-PQL-CAPTION.
           MOVE WS-PR-RUN-DATE(WS-PQ-SUB)   TO WS-PQL-RUN-DATE.
           MOVE WS-PR-END-DATE(WS-PQ-SUB)   TO WS-PQL-END-DATE.
           MOVE WS-PR-END-TIME(WS-PQ-SUB)   TO WS-PQL-END-TIME.
           MOVE WS-PR-RECS-IN(WS-PQ-SUB)    TO WS-PQL-RECS-IN.
           MOVE WS-PR-RECS-OUT(WS-PQ-SUB)   TO WS-PQL-RECS-OUT.
           WRITE PRINT-RECORD FROM WS-PREREQ-LINE.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "CHECK ERROR MESSAGES IN SYSOUT PART OF JOB SUMMARY".
           COMPUTE WS-NBR = WS-NBR / WS-NBR.
      *
       900-COMPLETED-OK.
           DISPLAY "PROGRAM COMPLETED OK".
           DISPLAY "AR ITEMS READ     =" WS-AR-READ-COUNT.
           DISPLAY "AR CUSTOMERS      =" WS-AR-CUSTOMER-COUNT.
           DISPLAY "ITEMS READ        =" WS-ITEM-READ-COUNT.
           DISPLAY "BALANCES WRITTEN  =" WS-BALANCE-WRITTEN-COUNT.
           DISPLAY "BALANCES REPLACED =" WS-BALANCE-REWRITTEN-COUNT.
      *
       COPY RUNCTLPD.
