      *                     the ARF2A open-item file in customer
      *                     sequence and prints one statement page per
      *                     customer with open activity - each unpaid
      *                     invoice with any partial payment, aged into
      *                     current/30/60/90-day buckets against the
      *                     SYSIN statement date (calendar date when no
      *                     parm is supplied). The name and address
      *                     block comes from CMFF2A the way ORDIVF2A
      *                     formats the sold-to block. Credit memos and
      *                     payments held on account show as credits
      *                     against the invoices - their unapplied
      *                     amount, marked CREDIT, is not aged but taken
      *                     off the bucket total as LESS CREDITS to give
      *                     the net balance due, which may itself be a
      *                     credit. Customers carrying a 90-day balance
      *                     are also listed on a closing summary page,
      *                     worst first, for the credit desk.
      *
      *
           05 FILLER                        PIC X(46).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD PRINT-FILE
           RECORDING MODE IS F
           05 WS-CB-BUCKET-30               PIC 9(09)V99 VALUE 0.
           05 WS-CB-BUCKET-60               PIC 9(09)V99 VALUE 0.
           05 WS-CB-BUCKET-90               PIC 9(09)V99 VALUE 0.
           05 WS-CB-CREDITS                 PIC 9(09)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-ITEM-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-STATEMENT-COUNT            PIC 9(07)  VALUE 0.
           05 WS-GRAND-BALANCE              PIC S9(11)V99 VALUE 0.
           05 WS-GRAND-90-BALANCE           PIC 9(11)V99 VALUE 0.
      *
      * CUSTOMERS WITH A 90-DAY BALANCE, COLLECTED FOR THE CLOSING
           05 WS-ST3-ZIP-CODE               PIC X(09).
      *
       01 WS-ITEM-HEADING.
           05 FILLER                   PIC X(09) VALUE "DOCUMENT".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(14) VALUE "ORIGINAL".
           05 FILLER                   PIC X(14) VALUE "PAID".
           05 FILLER                   PIC X(15) VALUE "BALANCE".
           05 FILLER                   PIC X(07) VALUE "AGE".
      *
       01 WS-ITEM-DETAIL-LINE.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-PAID                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-BALANCE                 PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-AGE-BUCKET              PIC X(07).
      *
           05 FILLER                        PIC X(20)
               VALUE "OVER 90 DAYS      = ".
           05 WS-BL4-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
       01 WS-BUCKET-LINE-6.
           05 FILLER                        PIC X(20)
               VALUE "LESS CREDITS      = ".
           05 WS-BL6-AMOUNT                 PIC Z,ZZZ,ZZ9.99-.
       01 WS-BUCKET-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "BALANCE DUE       = ".
           05 WS-BL5-AMOUNT                 PIC Z,ZZZ,ZZ9.99-.
      *
       01 WS-SUMMARY-HEADING-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "TOTAL OPEN BALANCE= ".
           05 WS-TL3-GRAND-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "TOTAL 90 DAY BAL  = ".
                                               WS-CB-BUCKET-CURRENT
                                               WS-CB-BUCKET-30
                                               WS-CB-BUCKET-60
                                               WS-CB-BUCKET-90
                                               WS-CB-CREDITS.
      *
           ADD 1 TO WS-PAGE-NBR.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-AR-AMOUNT-PAID           TO WS-ID-PAID.
           COMPUTE WS-CB-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
      *
      * A CREDIT STILL UNAPPLIED PRINTS AS A MINUS BALANCE AND IS
      * KEPT OUT OF THE AGING BUCKETS.
      *
           IF WS-AR-TYPE-CREDIT
               MOVE 'CREDIT'                TO WS-ID-AGE-BUCKET
               ADD WS-CB-BALANCE            TO WS-CB-CREDITS
               COMPUTE WS-CB-BALANCE = ZERO - WS-CB-BALANCE
               MOVE WS-CB-BALANCE           TO WS-ID-BALANCE
               ADD WS-CB-BALANCE            TO WS-GRAND-BALANCE
               WRITE PRINT-RECORD FROM WS-ITEM-DETAIL-LINE
           ELSE
               PERFORM 260-AGE-OPEN-INVOICE
           END-IF.
      *
       260-AGE-OPEN-INVOICE.
      *
           MOVE WS-CB-BALANCE               TO WS-ID-BALANCE.
      *
           EVALUATE TRUE
           MOVE WS-CB-BUCKET-90             TO WS-BL4-AMOUNT.
           COMPUTE WS-CB-BALANCE =
                 WS-CB-BUCKET-CURRENT + WS-CB-BUCKET-30
               + WS-CB-BUCKET-60 + WS-CB-BUCKET-90
               - WS-CB-CREDITS.
           COMPUTE WS-BL6-AMOUNT = ZERO - WS-CB-CREDITS.
           MOVE WS-CB-BALANCE               TO WS-BL5-AMOUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-2.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-3.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-4.
           IF WS-CB-CREDITS > ZERO
               WRITE PRINT-RECORD FROM WS-BUCKET-LINE-6
           END-IF.
           WRITE PRINT-RECORD FROM WS-BUCKET-LINE-5.
      *
           IF WS-CB-BUCKET-90 > ZERO
