       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMCRVF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly customer credit review. Reads the
      *                     CMFF2A customer master in key sequence and,
      *                     for each active customer, totals their
      *                     unpaid ARF2A open items aged against the
      *                     RUNCTL business date the way ARSTMF2A does.
      *                     A customer is put on account hold when an
      *                     invoice is older than the hold age on the
      *                     review card, or when the past-due balance
      *                     (invoices over 30 days less unapplied
      *                     credits) exceeds the hold amount. The hold
      *                     status, a reason naming the oldest invoice
      *                     or the balance, and the date are written to
      *                     the customer record, and ORDERF2A and
      *                     ORDINF2A capture every order from a held
      *                     customer as HELD for the ORDHLF2A release
      *                     screen. A held customer comes off hold once
      *                     nothing past due is left uncovered. Every
      *                     change is journalled to CMFAUDT with before
      *                     and after images, and the report lists who
      *                     went on hold and who came off. The review
      *                     card carries the hold age in days (default
      *                     090) and the hold amount (default zero,
      *                     which turns the amount test off). Requires
      *                     tonight's ARMTCF2A run on RUNCTL so
      *                     payments and credits are applied first.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT AR-FILE ASSIGN TO ARFILE
               RECORD KEY IS AR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ARFILE-SW.

           SELECT CMF-AUDIT ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD AR-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS AR-FILE-RECORD.
       01 AR-FILE-RECORD.
           05 AR-FILE-KEY.
               10 AR-FILE-CUSTOMER          PIC X(6).
               10 AR-FILE-INVOICE           PIC X(6).
           05 FILLER                        PIC X(46).

       FD CMF-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 484 CHARACTERS
           DATA RECORD IS CMF-AUDIT-RECORD.
       01 CMF-AUDIT-RECORD                  PIC X(484).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY CMFWSREC.
       COPY ARWSREC.
       COPY CMFAUDWS.
      *
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
       01 WS-AUDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-AUDFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-EOF-SW-AR                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-AR-NO                     VALUE 'N'.
           88  WS-EOF-AR-YES                    VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
      * THE HOLD DATE IS THE BUSINESS DATE, SHOWN MM/DD/YY AS THE
      * ONLINE SCREENS STAMP THE CUSTOMER RECORD.
      *
       01 WS-HOLD-DATE.
           05 WS-HD-MM                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HD-DD                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HD-YY                      PIC X(02).
      *
      * HOLD RULES FOR THIS RUN FROM THE SECOND SYSIN CARD - THE AGE
      * IN DAYS AN UNPAID INVOICE MAY REACH BEFORE THE CUSTOMER IS
      * HELD, AND THE PAST-DUE BALANCE (9(07)V99, NO POINT) ABOVE
      * WHICH THE CUSTOMER IS HELD. A BLANK OR NON-NUMERIC AGE IS 090;
      * A BLANK OR ZERO AMOUNT TURNS THE AMOUNT TEST OFF.
      *
       01 WS-REVIEW-CARD.
           05 WS-RV-HOLD-DAYS-X             PIC X(03)  VALUE SPACES.
           05 WS-RV-HOLD-DAYS REDEFINES
              WS-RV-HOLD-DAYS-X             PIC 9(03).
           05 WS-RV-HOLD-AMOUNT-X           PIC X(09)  VALUE SPACES.
           05 WS-RV-HOLD-AMOUNT REDEFINES
              WS-RV-HOLD-AMOUNT-X           PIC 9(07)V99.
           05 FILLER                        PIC X(68)  VALUE SPACES.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
      * AGING IS WORKED IN APPROXIMATE DAYS (YEARS AT 365, MONTHS AT
      * 30) FROM THE YYMMDD DATES, AS ON THE ARSTMF2A STATEMENTS.
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
      * ONE CUSTOMER'S RECEIVABLES POSITION.
      *
       01 WS-CUSTOMER-REVIEW-WORK.
           05 WS-CR-ITEM-BALANCE            PIC 9(07)V99 VALUE 0.
           05 WS-CR-PAST-DUE                PIC 9(09)V99 VALUE 0.
           05 WS-CR-CREDITS                 PIC 9(09)V99 VALUE 0.
           05 WS-CR-UNCOVERED               PIC 9(09)V99 VALUE 0.
           05 WS-CR-OLDEST-DAYS             PIC S9(08) COMP VALUE 0.
           05 WS-CR-OLDEST-INVOICE          PIC X(06)  VALUE SPACES.
           05 WS-CR-ACTION-SW               PIC X(01)  VALUE SPACE.
               88  WS-CR-ACTION-NONE            VALUE SPACE.
               88  WS-CR-ACTION-HOLD            VALUE 'H'.
               88  WS-CR-ACTION-RELEASE         VALUE 'R'.
      *
       01 WS-BEFORE-IMAGE-SAVE              PIC X(218) VALUE SPACES.
       01 WS-AUDIT-SEQ-NBR                  PIC S9(08) COMP VALUE 0.
      *
      * HOLD REASON LAYOUTS - THE OLDEST INVOICE WHEN THE AGE TEST
      * TRIPS, OTHERWISE THE PAST-DUE BALANCE. BOTH FIT THE 30-BYTE
      * WS-CM-HOLD-REASON.
      *
       01 WS-AGE-REASON.
           05 FILLER                        PIC X(08)
               VALUE "INVOICE ".
           05 WS-AR-REASON-INVOICE          PIC X(06).
           05 FILLER                        PIC X(06)
               VALUE " AGED ".
           05 WS-AR-REASON-DAYS             PIC ZZZ9.
           05 FILLER                        PIC X(06)
               VALUE " DAYS ".
      *
       01 WS-AMOUNT-REASON.
           05 FILLER                        PIC X(17)
               VALUE "PAST DUE BALANCE ".
           05 WS-AM-REASON-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
      *
      * CUSTOMERS PUT ON OR TAKEN OFF HOLD THIS RUN, COLLECTED FOR THE
      * REPORT SECTIONS.
      *
       01 WS-HR-MAX-TABLE                   PIC 9(03)  VALUE 500.
       01 WS-HR-TABLE-COUNT                 PIC 9(03) COMP VALUE 0.
       01 WS-HR-SUB                         PIC 9(03) COMP VALUE 0.
       01 WS-HR-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-HR-SECTION-COUNT               PIC 9(07)  VALUE 0.
       01 WS-HR-SECTION-ACTION              PIC X(01)  VALUE SPACE.
       01 WS-HR-REPORT-TABLE.
           05 WS-HR-ENTRY                   OCCURS 500 TIMES.
               10 WS-HR-ACTION              PIC X(01).
               10 WS-HR-CUSTOMER-NUMBER     PIC X(06).
               10 WS-HR-LAST-NAME           PIC X(20).
               10 WS-HR-PAST-DUE            PIC 9(09)V99.
               10 WS-HR-OLDEST-DAYS         PIC 9(04).
               10 WS-HR-REASON              PIC X(30).
               10 WS-HR-HOLD-DATE           PIC X(08).
      *
       01 WS-COUNTERS.
           05 WS-CUSTOMER-COUNT             PIC 9(07)  VALUE 0.
           05 WS-REVIEWED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-ITEM-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-HELD-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-RELEASED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-STILL-HELD-COUNT           PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "CUSTOMER CREDIT REVIEW - ACCOUNT HOLDS".
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
       01 WS-HEADING-LINE-3.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(22)
               VALUE "HOLD AT INVOICE AGE > ".
           05 WS-HL3-HOLD-DAYS              PIC ZZ9.
           05 FILLER                        PIC X(30)
               VALUE " DAYS OR PAST DUE BALANCE > ".
           05 WS-HL3-HOLD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 WS-HL3-AMOUNT-OFF             PIC X(06).
      *
       01 WS-SECTION-LINE.
           05 FILLER                        PIC X(05)  VALUE "*** ".
           05 WS-SL-TITLE                   PIC X(30).
           05 FILLER                        PIC X(04)  VALUE " ***".
      *
       01 WS-DETAIL-HEADING.
           05 FILLER                   PIC X(09) VALUE "CUST NO".
           05 FILLER                   PIC X(21) VALUE "LAST NAME".
           05 FILLER                   PIC X(16) VALUE "      PAST DUE".
           05 FILLER                   PIC X(08) VALUE "OLDEST".
           05 FILLER                   PIC X(10) VALUE "HELD ON".
           05 FILLER                   PIC X(30) VALUE "HOLD REASON".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-LAST-NAME               PIC X(20).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-PAST-DUE                PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-OLDEST-DAYS             PIC ZZZ9.
           05 FILLER                        PIC X(04)  VALUE SPACES.
           05 WS-DL-HOLD-DATE               PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-REASON                  PIC X(30).
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
               VALUE "CUSTOMERS READ    = ".
           05 WS-TL1-CUSTOMER-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(16)
               VALUE "   REVIEWED   = ".
           05 WS-TL1-REVIEWED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "OPEN ITEMS READ   = ".
           05 WS-TL2-ITEM-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "PLACED ON HOLD    = ".
           05 WS-TL3-HELD-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "RELEASED FROM HOLD= ".
           05 WS-TL4-RELEASED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "REMAINING ON HOLD = ".
           05 WS-TL5-STILL-HELD-COUNT       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'CMCRVF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
           MOVE 'ARMTCF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
      *
           MOVE SPACE TO WS-CMFFILE-SW
                         WS-ARFILE-SW
                         WS-AUDFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-REVIEW-CARD.
           IF WS-RV-HOLD-DAYS-X IS NOT NUMERIC
               MOVE 090                     TO WS-RV-HOLD-DAYS
           END-IF.
           IF WS-RV-HOLD-AMOUNT-X IS NOT NUMERIC
               MOVE ZERO                    TO WS-RV-HOLD-AMOUNT
           END-IF.
           DISPLAY "HOLD AGE DAYS=" WS-RV-HOLD-DAYS
                   " HOLD AMOUNT=" WS-RV-HOLD-AMOUNT-X.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-AG-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-AG-DAY-NUMBER            TO WS-AG-RUN-DAYS.
           MOVE WS-RC-BUSINESS-DATE(1:2)    TO WS-HD-YY.
           MOVE WS-RC-BUSINESS-DATE(3:2)    TO WS-HD-MM.
           MOVE WS-RC-BUSINESS-DATE(5:2)    TO WS-HD-DD.
      *
           OPEN I-O CMF-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
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
           OPEN EXTEND CMF-AUDIT.
           IF WS-AUDFILE-SUCCESS
               DISPLAY "CMF-AUDIT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-AUDFILE-SW=" WS-AUDFILE-SW
               DISPLAY "CMF-AUDIT OPENING ERROR"
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
           READ CMF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-REVIEW-CUSTOMER
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-HOLD-REPORT.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE CMF-FILE
                 AR-FILE
                 CMF-AUDIT
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-CUSTOMER-COUNT           TO WS-RC-IN-COUNT.
           COMPUTE WS-RC-OUT-COUNT =
               WS-HELD-COUNT + WS-RELEASED-COUNT.
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
      * INACTIVE AND MERGED-AWAY CUSTOMERS TAKE NO ORDERS AND ARE LEFT
      * AS THEY ARE.
      *
       100-REVIEW-CUSTOMER.
      *
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE CMF-FILE-RECORD         TO WS-CUSTOMER-MASTER-RECORD.
      *
           IF NOT WS-CM-STATUS-INACTIVE
               ADD 1 TO WS-REVIEWED-COUNT
               PERFORM 200-TOTAL-RECEIVABLES
               PERFORM 300-DECIDE-HOLD
               IF NOT WS-CR-ACTION-NONE
                   PERFORM 350-REWRITE-CUSTOMER
                   PERFORM 360-ADD-REPORT-ENTRY
               END-IF
           END-IF.
      *
           READ CMF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       200-TOTAL-RECEIVABLES.
      *
           MOVE ZERO                        TO WS-CR-PAST-DUE
                                               WS-CR-CREDITS
                                               WS-CR-UNCOVERED
                                               WS-CR-OLDEST-DAYS.
           MOVE SPACES                      TO WS-CR-OLDEST-INVOICE.
           MOVE 'N'                         TO WS-EOF-SW-AR.
           MOVE WS-CM-CUSTOMER-NUMBER       TO AR-FILE-CUSTOMER.
           MOVE LOW-VALUES                  TO AR-FILE-INVOICE.
           START AR-FILE KEY >= AR-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-AR
           END-START.
      *
           IF WS-EOF-AR-NO
               READ AR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-AR
               END-READ
               PERFORM 210-ADD-ONE-OPEN-ITEM
                   UNTIL WS-EOF-AR-YES
           END-IF.
      *
           IF WS-CR-PAST-DUE > WS-CR-CREDITS
               COMPUTE WS-CR-UNCOVERED =
                   WS-CR-PAST-DUE - WS-CR-CREDITS
           END-IF.
      *
      * AN UNAPPLIED CREDIT IS HELD AGAINST THE PAST-DUE TOTAL; AN
      * INVOICE MORE THAN 30 DAYS OLD IS PAST DUE.
      *
       210-ADD-ONE-OPEN-ITEM.
      *
           MOVE AR-FILE-RECORD              TO WS-RECEIVABLE-RECORD.
      *
           IF WS-AR-CUSTOMER-NUMBER NOT = WS-CM-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-EOF-SW-AR
           ELSE
               IF WS-AR-STATUS-UNPAID
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM 220-AGE-OPEN-ITEM
               END-IF
               READ AR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-AR
               END-READ
           END-IF.
      *
       220-AGE-OPEN-ITEM.
      *
           COMPUTE WS-CR-ITEM-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
      *
           IF WS-AR-TYPE-CREDIT
               ADD WS-CR-ITEM-BALANCE       TO WS-CR-CREDITS
           ELSE
               IF WS-AR-INVOICE-DATE(1:6) IS NUMERIC
                   MOVE WS-AR-INVOICE-DATE(1:6) TO WS-AG-DATE-X
                   PERFORM 050-DATE-TO-DAYS
                   COMPUTE WS-AG-AGE-DAYS =
                       WS-AG-RUN-DAYS - WS-AG-DAY-NUMBER
               ELSE
                   MOVE 9999                TO WS-AG-AGE-DAYS
               END-IF
               IF WS-AG-AGE-DAYS > 30
                   ADD WS-CR-ITEM-BALANCE   TO WS-CR-PAST-DUE
               END-IF
               IF WS-AG-AGE-DAYS > WS-CR-OLDEST-DAYS
                   MOVE WS-AG-AGE-DAYS      TO WS-CR-OLDEST-DAYS
                   MOVE WS-AR-INVOICE-NUMBER
                     TO WS-CR-OLDEST-INVOICE
               END-IF
           END-IF.
      *
      * A CUSTOMER WHOSE UNAPPLIED CREDITS COVER EVERYTHING PAST DUE IS
      * CURRENT - NEVER HELD, AND RELEASED IF HELD. OTHERWISE THE AGE
      * AND AMOUNT TESTS DECIDE THE HOLD; A HELD CUSTOMER WHO NO
      * LONGER TRIPS EITHER TEST STAYS HELD UNTIL BROUGHT CURRENT.
      *
       300-DECIDE-HOLD.
      *
           SET WS-CR-ACTION-NONE            TO TRUE.
      *
           EVALUATE TRUE
               WHEN WS-CR-UNCOVERED = ZERO
                   IF WS-CM-ON-HOLD
                       SET WS-CR-ACTION-RELEASE TO TRUE
                   END-IF
               WHEN WS-CM-ON-HOLD
                   ADD 1 TO WS-STILL-HELD-COUNT
               WHEN WS-CR-OLDEST-DAYS > WS-RV-HOLD-DAYS
                   SET WS-CR-ACTION-HOLD    TO TRUE
                   MOVE WS-CR-OLDEST-INVOICE
                     TO WS-AR-REASON-INVOICE
                   IF WS-CR-OLDEST-DAYS > 9999
                       MOVE 9999            TO WS-AR-REASON-DAYS
                   ELSE
                       MOVE WS-CR-OLDEST-DAYS
                         TO WS-AR-REASON-DAYS
                   END-IF
                   MOVE WS-AGE-REASON       TO WS-CM-HOLD-REASON
               WHEN WS-RV-HOLD-AMOUNT > ZERO
                AND WS-CR-UNCOVERED > WS-RV-HOLD-AMOUNT
                   SET WS-CR-ACTION-HOLD    TO TRUE
                   MOVE WS-CR-UNCOVERED     TO WS-AM-REASON-AMOUNT
                   MOVE WS-AMOUNT-REASON    TO WS-CM-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       350-REWRITE-CUSTOMER.
      *
           MOVE CMF-FILE-RECORD             TO WS-BEFORE-IMAGE-SAVE.
      *
           IF WS-CR-ACTION-HOLD
               SET WS-CM-ON-HOLD            TO TRUE
               MOVE WS-HOLD-DATE            TO WS-CM-HOLD-DATE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE SPACES                  TO WS-CM-HOLD-STATUS
                                               WS-CM-HOLD-REASON
                                               WS-CM-HOLD-DATE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
      *
           MOVE 'BAT'                       TO WS-CM-LAST-CHG-USERID.
           MOVE WS-HOLD-DATE                TO WS-CM-LAST-CHG-DATE.
           ACCEPT WS-CURRENT-TIME           FROM TIME.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-CM-LAST-CHG-TIME.
      *
           REWRITE CMF-FILE-RECORD FROM WS-CUSTOMER-MASTER-RECORD.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE REWRITE ERROR FOR CUSTOMER "
                       WS-CM-CUSTOMER-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           SET WS-AU-ACTION-CHANGE          TO TRUE.
           PERFORM 650-WRITE-AUDIT-RECORD.
      *
       360-ADD-REPORT-ENTRY.
      *
           IF WS-HR-TABLE-COUNT < WS-HR-MAX-TABLE
               ADD 1 TO WS-HR-TABLE-COUNT
               MOVE WS-CR-ACTION-SW
                 TO WS-HR-ACTION(WS-HR-TABLE-COUNT)
               MOVE WS-CM-CUSTOMER-NUMBER
                 TO WS-HR-CUSTOMER-NUMBER(WS-HR-TABLE-COUNT)
               MOVE WS-CM-LAST-NAME
                 TO WS-HR-LAST-NAME(WS-HR-TABLE-COUNT)
               MOVE WS-CR-UNCOVERED
                 TO WS-HR-PAST-DUE(WS-HR-TABLE-COUNT)
               IF WS-CR-OLDEST-DAYS > 9999
                   MOVE 9999
                     TO WS-HR-OLDEST-DAYS(WS-HR-TABLE-COUNT)
               ELSE
                   MOVE WS-CR-OLDEST-DAYS
                     TO WS-HR-OLDEST-DAYS(WS-HR-TABLE-COUNT)
               END-IF
               IF WS-CR-ACTION-HOLD
                   MOVE WS-CM-HOLD-REASON
                     TO WS-HR-REASON(WS-HR-TABLE-COUNT)
                   MOVE WS-CM-HOLD-DATE
                     TO WS-HR-HOLD-DATE(WS-HR-TABLE-COUNT)
               ELSE
                   MOVE WS-BEFORE-IMAGE-SAVE(177:30)
                     TO WS-HR-REASON(WS-HR-TABLE-COUNT)
                   MOVE WS-BEFORE-IMAGE-SAVE(207:8)
                     TO WS-HR-HOLD-DATE(WS-HR-TABLE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-HR-OVERFLOW-COUNT
           END-IF.
      *
      * THE REPORT HAS TWO SECTIONS - CUSTOMERS PLACED ON HOLD, THEN
      * CUSTOMERS RELEASED, EACH STARTING A NEW PAGE. A RELEASED LINE
      * SHOWS THE HOLD BEING LIFTED.
      *
       500-PRINT-HOLD-REPORT.
      *
           MOVE 'H'                         TO WS-HR-SECTION-ACTION.
           MOVE 'CUSTOMERS PLACED ON HOLD'  TO WS-SL-TITLE.
           PERFORM 510-PRINT-SECTION.
      *
           MOVE 'R'                         TO WS-HR-SECTION-ACTION.
           MOVE 'CUSTOMERS RELEASED FROM HOLD'
             TO WS-SL-TITLE.
           PERFORM 510-PRINT-SECTION.
      *
       510-PRINT-SECTION.
      *
           MOVE ZERO                        TO WS-HR-SECTION-COUNT.
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 520-PRINT-ONE-ENTRY
               VARYING WS-HR-SUB FROM 1 BY 1
                   UNTIL WS-HR-SUB > WS-HR-TABLE-COUNT.
           IF WS-HR-SECTION-COUNT = ZERO
               MOVE 'NONE THIS RUN'         TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
       520-PRINT-ONE-ENTRY.
      *
           IF WS-HR-ACTION(WS-HR-SUB) = WS-HR-SECTION-ACTION
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 600-PRINT-HEADINGS
               END-IF
               ADD 1 TO WS-HR-SECTION-COUNT
               MOVE WS-HR-CUSTOMER-NUMBER(WS-HR-SUB)
                 TO WS-DL-CUSTOMER-NUMBER
               MOVE WS-HR-LAST-NAME(WS-HR-SUB)
                 TO WS-DL-LAST-NAME
               MOVE WS-HR-PAST-DUE(WS-HR-SUB)
                 TO WS-DL-PAST-DUE
               MOVE WS-HR-OLDEST-DAYS(WS-HR-SUB)
                 TO WS-DL-OLDEST-DAYS
               MOVE WS-HR-HOLD-DATE(WS-HR-SUB)
                 TO WS-DL-HOLD-DATE
               MOVE WS-HR-REASON(WS-HR-SUB)
                 TO WS-DL-REASON
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
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
           MOVE WS-RV-HOLD-DAYS             TO WS-HL3-HOLD-DAYS.
           MOVE WS-RV-HOLD-AMOUNT           TO WS-HL3-HOLD-AMOUNT.
           IF WS-RV-HOLD-AMOUNT = ZERO
               MOVE ' (OFF)'                TO WS-HL3-AMOUNT-OFF
           ELSE
               MOVE SPACES                  TO WS-HL3-AMOUNT-OFF
           END-IF.
      *
           IF WS-PAGE-NBR > 1
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-DETAIL-HEADING.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       650-WRITE-AUDIT-RECORD.
      *
           MOVE WS-CM-CUSTOMER-NUMBER       TO WS-AU-CUSTOMER-NUMBER.
           MOVE 'BAT'                       TO WS-AU-OPERATOR-ID.
           MOVE 'CMCRVF2A'                  TO WS-AU-RUN-ID.
           MOVE SPACES                      TO WS-AU-DATE.
           MOVE WS-CURRENT-DATE             TO WS-AU-DATE(1:6).
           MOVE WS-CURRENT-TIME(1:6)        TO WS-AU-TIME.
           MOVE WS-CURRENT-DATE             TO WS-AU-KEY-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-AU-KEY-TIME.
           ADD 1                            TO WS-AUDIT-SEQ-NBR.
           MOVE WS-AUDIT-SEQ-NBR            TO WS-AU-KEY-SEQ-9.
           MOVE WS-BEFORE-IMAGE-SAVE        TO WS-AU-BEFORE-IMAGE.
           MOVE WS-CUSTOMER-MASTER-RECORD   TO WS-AU-AFTER-IMAGE.
      *
           WRITE CMF-AUDIT-RECORD FROM WS-AUDIT-RECORD.
           IF NOT WS-AUDFILE-SUCCESS
               DISPLAY "WS-AUDFILE-SW=" WS-AUDFILE-SW
               DISPLAY "CMF-AUDIT WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 7
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-CUSTOMER-COUNT           TO WS-TL1-CUSTOMER-COUNT.
           MOVE WS-REVIEWED-COUNT           TO WS-TL1-REVIEWED-COUNT.
           MOVE WS-ITEM-COUNT               TO WS-TL2-ITEM-COUNT.
           MOVE WS-HELD-COUNT               TO WS-TL3-HELD-COUNT.
           MOVE WS-RELEASED-COUNT           TO WS-TL4-RELEASED-COUNT.
           MOVE WS-STILL-HELD-COUNT         TO WS-TL5-STILL-HELD-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF WS-HR-OVERFLOW-COUNT > ZERO
               MOVE 'CUSTOMERS'             TO WS-OFL-TABLE-NAME
               MOVE WS-HR-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "CUSTOMERS READ    =" WS-CUSTOMER-COUNT.
           DISPLAY "PLACED ON HOLD    =" WS-HELD-COUNT.
           DISPLAY "RELEASED FROM HOLD=" WS-RELEASED-COUNT.
           DISPLAY "REMAINING ON HOLD =" WS-STILL-HELD-COUNT.
      *
       COPY RUNCTLPD.
