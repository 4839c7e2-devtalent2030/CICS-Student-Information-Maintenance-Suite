      *                     open-item receivable - closing fully paid
      *                     items, carrying partial payments, and
      *                     printing an application report with every
      *                     payment and its disposition. A payment that
      *                     quotes no invoice, or one that cannot be
      *                     matched to an unpaid invoice, is held on
      *                     account as an ARF2A credit item numbered
      *                     from the CTLF2A ONACCT series ('U' and five
      *                     digits), as is the excess of a payment over
      *                     the invoice balance; the ARMTCF2A matching
      *                     run applies these credits later. Only a
      *                     payment with a bad amount or for a customer
      *                     not on CMFF2A is left for the desk to
      *                     handle by hand. Every applied payment, and
      *                     every payment held on account as unapplied
      *                     cash, is also appended to the CAJFILE cash
      *                     application journal under the RUNCTL
      *                     business date, for the GLEXF2A general
      *                     ledger extract to post cash against
      *                     receivables. A payment dated in a month the
      *                     PRDCLF2A close has already closed is posted
      *                     on the first day of the open period instead,
      *                     and the re-dated payments are counted on the
      *                     report.
      *
      *
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-ARFILE-SW.

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT CAJ-FILE ASSIGN TO CAJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAJFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
               10 AR-FILE-INVOICE           PIC X(6).
           05 FILLER                        PIC X(46).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD CAJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CAJ-FILE-RECORD.
       01 CAJ-FILE-RECORD                   PIC X(50).

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
       COPY CAJWSREC.
       COPY CTLWSREC.
      *
       01 WS-PAYFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS               VALUE '00'.
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
           88  WS-ARFILE-NOTFND                 VALUE '23'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
       01 WS-CAJFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CAJFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
       01 WS-AP-OPEN-BALANCE                PIC S9(08)V99 VALUE 0.
       01 WS-AP-APPLY-AMOUNT                PIC 9(07)V99 VALUE 0.
       01 WS-AP-EXCESS-AMOUNT               PIC 9(07)V99 VALUE 0.
       01 WS-AP-LINE-AMOUNT                 PIC 9(07)V99 VALUE 0.
       01 WS-AP-REASON                      PIC X(22)  VALUE SPACES.
       01 WS-AP-PAYMENT-DATE                PIC X(06)  VALUE SPACES.
       01 WS-AP-JOURNAL-WORK.
           05 WS-AP-JOURNAL-TYPE            PIC X(01)  VALUE SPACES.
           05 WS-AP-JOURNAL-DOCUMENT        PIC X(06)  VALUE SPACES.
           05 WS-AP-JOURNAL-AMOUNT          PIC 9(07)V99 VALUE 0.
      *
      * ON-ACCOUNT CREDIT ITEMS ARE NUMBERED 'U' AND THE LOW FIVE
      * DIGITS OF THE CTLF2A ONACCT SERIES, SO THEY CAN NEVER TAKE AN
      * INVOICE OR CREDIT MEMO NUMBER ON ARF2A.
      *
       01 WS-CTL-ON-ACCOUNT-KEY             PIC X(08)  VALUE 'ONACCT  '.
       01 WS-OA-CREDIT-NUMBER.
           05 WS-OA-PREFIX                  PIC X(01)  VALUE 'U'.
           05 WS-OA-SEQUENCE                PIC 9(05)  VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-PAYMENT-COUNT              PIC 9(07)  VALUE 0.
           05 WS-UNMATCHED-COUNT            PIC 9(07)  VALUE 0.
           05 WS-UNMATCHED-AMOUNT           PIC 9(09)V99 VALUE 0.
           05 WS-CLOSED-COUNT               PIC 9(07)  VALUE 0.
           05 WS-ON-ACCOUNT-COUNT           PIC 9(07)  VALUE 0.
           05 WS-ON-ACCOUNT-AMOUNT          PIC 9(09)V99 VALUE 0.
           05 WS-REDATED-COUNT              PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(20)
               VALUE "ITEMS CLOSED      = ".
           05 WS-TL4-CLOSED-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "HELD ON ACCOUNT   = ".
           05 WS-TL5-ON-ACCOUNT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-TL5-ON-ACCOUNT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(20)
               VALUE "PAYMENTS RE-DATED = ".
           05 WS-TL6-REDATED-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 FILLER                        PIC X(18)
               VALUE "PERIOD OPENED ON ".
           05 WS-TL6-OPEN-START-DATE        PIC X(06).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ARCAPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-PAYFILE-SW
                         WS-ARFILE-SW
                         WS-CMFFILE-SW
                         WS-CTLFILE-SW
                         WS-CAJFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
               DISPLAY "AR-FILE OPEN ERROR"
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
           OPEN I-O CTL-FILE.
           IF WS-CTLFILE-SUCCESS
               DISPLAY "CTL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN EXTEND CAJ-FILE.
           IF WS-CAJFILE-SUCCESS
               DISPLAY "CAJ-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CAJFILE-SW=" WS-CAJFILE-SW
               DISPLAY "CAJ-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-GET-OPEN-PERIOD.
      *
           READ PAY-FILE
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           CLOSE PAY-FILE
                 AR-FILE
                 CMF-FILE
                 CTL-FILE
                 CAJ-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-PAYMENT-COUNT            TO WS-RC-IN-COUNT.
           MOVE WS-APPLIED-COUNT            TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      *
      * PAYMENTS DATED IN A MONTH THE PRDCLF2A CLOSE HAS ALREADY CLOSED
      * ARE POSTED ON THE FIRST DAY OF THE OPEN PERIOD. NO PERIOD
      * RECORD MEANS NO MONTH HAS BEEN CLOSED YET.
      *
       050-GET-OPEN-PERIOD.
      *
           MOVE WS-PD-PERIOD-KEY            TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-PERIOD-RECORD
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-PERIOD-RECORD
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS AND NOT WS-CTLFILE-NOTFND
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE PERIOD CONTROL ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       100-PROCESS-PAYMENT.
      *
      *
       200-APPLY-ONE-PAYMENT.
      *
           MOVE PAY-PAYMENT-DATE            TO WS-AP-PAYMENT-DATE.
           IF WS-PD-OPEN-START-DATE NOT = SPACES
              AND WS-AP-PAYMENT-DATE < WS-PD-OPEN-START-DATE
               MOVE WS-PD-OPEN-START-DATE   TO WS-AP-PAYMENT-DATE
               ADD 1                        TO WS-REDATED-COUNT
           END-IF.
      *
           IF PAY-INVOICE-NUMBER = SPACES
               MOVE PAY-AMOUNT              TO WS-AP-EXCESS-AMOUNT
               MOVE 'NO INVOICE QUOTED'     TO WS-AP-REASON
               PERFORM 300-HOLD-ON-ACCOUNT
           ELSE
               MOVE PAY-CUSTOMER-NUMBER     TO AR-FILE-CUSTOMER
               MOVE PAY-INVOICE-NUMBER      TO AR-FILE-INVOICE
               READ AR-FILE
                   INVALID KEY
                       MOVE PAY-AMOUNT      TO WS-AP-EXCESS-AMOUNT
                       MOVE 'NO OPEN ITEM'  TO WS-AP-REASON
                       PERFORM 300-HOLD-ON-ACCOUNT
                   NOT INVALID KEY
                       MOVE AR-FILE-RECORD  TO WS-RECEIVABLE-RECORD
                       PERFORM 250-UPDATE-OPEN-ITEM
               END-READ
           END-IF.
      *
      * A PAYMENT IS APPLIED UP TO THE ITEM'S BALANCE - ANY EXCESS,
      * OR THE WHOLE PAYMENT WHEN THE ITEM IS CLOSED OR IS ITSELF A
      * CREDIT, IS HELD ON ACCOUNT.
      *
       250-UPDATE-OPEN-ITEM.
      *
           EVALUATE TRUE
               WHEN WS-AR-TYPE-CREDIT
                   MOVE PAY-AMOUNT          TO WS-AP-EXCESS-AMOUNT
                   MOVE 'ITEM IS A CREDIT'  TO WS-AP-REASON
                   PERFORM 300-HOLD-ON-ACCOUNT
               WHEN WS-AR-STATUS-CLOSED
                   MOVE PAY-AMOUNT          TO WS-AP-EXCESS-AMOUNT
                   MOVE 'ITEM ALREADY CLOSED'
                     TO WS-AP-REASON
                   PERFORM 300-HOLD-ON-ACCOUNT
               WHEN OTHER
                   PERFORM 255-APPLY-TO-INVOICE
           END-EVALUATE.
      *
       255-APPLY-TO-INVOICE.
      *
           COMPUTE WS-AP-OPEN-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
           IF PAY-AMOUNT > WS-AP-OPEN-BALANCE
               MOVE WS-AP-OPEN-BALANCE      TO WS-AP-APPLY-AMOUNT
               COMPUTE WS-AP-EXCESS-AMOUNT =
                   PAY-AMOUNT - WS-AP-OPEN-BALANCE
           ELSE
               MOVE PAY-AMOUNT              TO WS-AP-APPLY-AMOUNT
               MOVE ZERO                    TO WS-AP-EXCESS-AMOUNT
           END-IF.
      *
           ADD WS-AP-APPLY-AMOUNT           TO WS-AR-AMOUNT-PAID.
           MOVE SPACES                      TO WS-AR-LAST-PAYMENT-DATE.
           MOVE WS-AP-PAYMENT-DATE
             TO WS-AR-LAST-PAYMENT-DATE(1:6).
           IF WS-AR-AMOUNT-PAID >= WS-AR-ORIGINAL-AMOUNT
               SET WS-AR-STATUS-CLOSED      TO TRUE
               ADD 1                        TO WS-CLOSED-COUNT
               MOVE 'APPLIED - ITEM CLOSED'
                 TO WS-DL-DISPOSITION
           ELSE
               SET WS-AR-STATUS-PARTIAL     TO TRUE
               MOVE 'APPLIED - PARTIAL PAYMENT CARRIED'
                 TO WS-DL-DISPOSITION
           END-IF.
      *
           REWRITE AR-FILE-RECORD FROM WS-RECEIVABLE-RECORD.
           IF NOT WS-ARFILE-SUCCESS
               DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
               DISPLAY "AR-FILE REWRITE ERROR FOR "
                       WS-AR-CUSTOMER-NUMBER " "
                       WS-AR-INVOICE-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'A'                         TO WS-AP-JOURNAL-TYPE.
           MOVE PAY-INVOICE-NUMBER          TO WS-AP-JOURNAL-DOCUMENT.
           MOVE WS-AP-APPLY-AMOUNT          TO WS-AP-JOURNAL-AMOUNT.
           PERFORM 260-WRITE-CASH-JOURNAL.
      *
           ADD 1                            TO WS-APPLIED-COUNT.
           ADD WS-AP-APPLY-AMOUNT           TO WS-APPLIED-AMOUNT.
           COMPUTE WS-AP-OPEN-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
           IF WS-AP-OPEN-BALANCE < ZERO
               MOVE ZERO                    TO WS-AP-OPEN-BALANCE
           END-IF.
           MOVE WS-AP-APPLY-AMOUNT          TO WS-AP-LINE-AMOUNT.
           PERFORM 500-PRINT-DETAIL-LINE.
      *
           IF WS-AP-EXCESS-AMOUNT > ZERO
               MOVE 'OVERPAYMENT'           TO WS-AP-REASON
               PERFORM 300-HOLD-ON-ACCOUNT
           END-IF.
      *
      * THE CALLER SETS THE ENTRY TYPE, THE DOCUMENT AND THE AMOUNT
      * IN WS-AP-JOURNAL-WORK; THE REST COMES FROM THE PAYMENT.
      *
       260-WRITE-CASH-JOURNAL.
      *
           MOVE SPACES                      TO WS-CASH-JOURNAL-RECORD.
           MOVE WS-RC-BUSINESS-DATE         TO WS-CJ-BUSINESS-DATE.
           MOVE WS-AP-JOURNAL-TYPE          TO WS-CJ-ENTRY-TYPE.
           MOVE PAY-CUSTOMER-NUMBER         TO WS-CJ-CUSTOMER-NUMBER.
           MOVE WS-AP-JOURNAL-DOCUMENT      TO WS-CJ-INVOICE-NUMBER.
           MOVE WS-AP-PAYMENT-DATE          TO WS-CJ-PAYMENT-DATE.
           MOVE WS-AP-JOURNAL-AMOUNT        TO WS-CJ-AMOUNT.
           MOVE WS-RC-MY-PROGRAM            TO WS-CJ-RUN-ID.
      *
           WRITE CAJ-FILE-RECORD FROM WS-CASH-JOURNAL-RECORD.
           IF NOT WS-CAJFILE-SUCCESS
               DISPLAY "WS-CAJFILE-SW=" WS-CAJFILE-SW
               DISPLAY "CAJ-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      * THE AMOUNT IN WS-AP-EXCESS-AMOUNT BECOMES AN ON-ACCOUNT CREDIT
      * ITEM FOR THE CUSTOMER, JOURNALLED AS UNAPPLIED CASH. A
      * CUSTOMER NOT ON CMFF2A CANNOT CARRY A CREDIT, SO THAT
      * PAYMENT IS STILL REPORTED UNMATCHED FOR THE DESK.
      *
       300-HOLD-ON-ACCOUNT.
      *
           MOVE PAY-CUSTOMER-NUMBER         TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE - NOT HELD'
                     TO WS-DL-DISPOSITION
                   PERFORM 450-REPORT-UNMATCHED
               NOT INVALID KEY
                   PERFORM 310-WRITE-ON-ACCOUNT-ITEM
           END-READ.
      *
       310-WRITE-ON-ACCOUNT-ITEM.
      *
           PERFORM 320-ASSIGN-CREDIT-NUMBER.
      *
           MOVE SPACES                      TO WS-RECEIVABLE-RECORD.
           MOVE PAY-CUSTOMER-NUMBER         TO WS-AR-CUSTOMER-NUMBER.
           MOVE WS-OA-CREDIT-NUMBER         TO WS-AR-INVOICE-NUMBER.
           MOVE WS-AP-PAYMENT-DATE          TO WS-AR-INVOICE-DATE(1:6).
           MOVE WS-AP-EXCESS-AMOUNT         TO WS-AR-ORIGINAL-AMOUNT.
           MOVE ZERO                        TO WS-AR-AMOUNT-PAID.
           SET WS-AR-STATUS-OPEN            TO TRUE.
           SET WS-AR-TYPE-ON-ACCOUNT        TO TRUE.
      *
           WRITE AR-FILE-RECORD FROM WS-RECEIVABLE-RECORD.
           IF NOT WS-ARFILE-SUCCESS
               DISPLAY "WS-ARFILE-SW=" WS-ARFILE-SW
               DISPLAY "AR-FILE WRITE ERROR FOR CREDIT "
                       WS-AR-CUSTOMER-NUMBER " "
                       WS-AR-INVOICE-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           MOVE 'U'                         TO WS-AP-JOURNAL-TYPE.
           MOVE WS-OA-CREDIT-NUMBER         TO WS-AP-JOURNAL-DOCUMENT.
           MOVE WS-AP-EXCESS-AMOUNT         TO WS-AP-JOURNAL-AMOUNT.
           PERFORM 260-WRITE-CASH-JOURNAL.
      *
           ADD 1                            TO WS-ON-ACCOUNT-COUNT.
           ADD WS-AP-EXCESS-AMOUNT          TO WS-ON-ACCOUNT-AMOUNT.
      *
           MOVE SPACES                      TO WS-DL-DISPOSITION.
           STRING 'ON ACCOUNT ' WS-OA-CREDIT-NUMBER ' - '
                  WS-AP-REASON DELIMITED BY SIZE
             INTO WS-DL-DISPOSITION.
           MOVE WS-AP-EXCESS-AMOUNT         TO WS-AP-LINE-AMOUNT.
           MOVE ZERO                        TO WS-AP-OPEN-BALANCE.
           PERFORM 500-PRINT-DETAIL-LINE.
      *
       320-ASSIGN-CREDIT-NUMBER.
      *
           MOVE WS-CTL-ON-ACCOUNT-KEY       TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-CONTROL-RECORD
                   MOVE WS-CTL-ON-ACCOUNT-KEY TO WS-CT-CONTROL-ID
                   MOVE 1                   TO WS-CT-LAST-NUMBER
                   WRITE CTL-FILE-RECORD FROM WS-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE CTL-FILE-RECORD     TO WS-CONTROL-RECORD
                   ADD 1                    TO WS-CT-LAST-NUMBER
                   REWRITE CTL-FILE-RECORD FROM WS-CONTROL-RECORD
           END-READ.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE UPDATE ERROR FOR ONACCT"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           MOVE WS-CT-LAST-NUMBER           TO WS-OA-SEQUENCE.
      *
       400-REPORT-UNMATCHED-RAW.
      *
      *
           ADD 1                            TO WS-UNMATCHED-COUNT.
           ADD PAY-AMOUNT                   TO WS-UNMATCHED-AMOUNT.
           MOVE PAY-AMOUNT                  TO WS-AP-LINE-AMOUNT.
           MOVE ZERO                        TO WS-AP-OPEN-BALANCE.
           PERFORM 500-PRINT-DETAIL-LINE.
      *
      *
           MOVE PAY-CUSTOMER-NUMBER         TO WS-DL-CUSTOMER-NUMBER.
           MOVE PAY-INVOICE-NUMBER          TO WS-DL-INVOICE-NUMBER.
           MOVE WS-AP-LINE-AMOUNT           TO WS-DL-PAYMENT.
           MOVE WS-AP-OPEN-BALANCE          TO WS-DL-BALANCE.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           MOVE WS-UNMATCHED-COUNT          TO WS-TL3-UNMATCHED-COUNT.
           MOVE WS-UNMATCHED-AMOUNT         TO WS-TL3-UNMATCHED-AMOUNT.
           MOVE WS-CLOSED-COUNT             TO WS-TL4-CLOSED-COUNT.
           MOVE WS-ON-ACCOUNT-COUNT         TO WS-TL5-ON-ACCOUNT-COUNT.
           MOVE WS-ON-ACCOUNT-AMOUNT        TO WS-TL5-ON-ACCOUNT-AMOUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           IF WS-REDATED-COUNT > ZERO
               MOVE WS-REDATED-COUNT        TO WS-TL6-REDATED-COUNT
               MOVE WS-PD-OPEN-START-DATE   TO WS-TL6-OPEN-START-DATE
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6
           END-IF.
      *
       800-PROGRAM-FAILED.
           DISPLAY "PROGRAM TERMINATED WITH DIVIDE BY ZERO!".
           DISPLAY "PAYMENTS APPLIED  =" WS-APPLIED-COUNT.
           DISPLAY "PAYMENTS UNMATCHED=" WS-UNMATCHED-COUNT.
           DISPLAY "ITEMS CLOSED      =" WS-CLOSED-COUNT.
           DISPLAY "HELD ON ACCOUNT   =" WS-ON-ACCOUNT-COUNT.
           DISPLAY "PAYMENTS RE-DATED =" WS-REDATED-COUNT.
      *
       COPY RUNCTLPD.
