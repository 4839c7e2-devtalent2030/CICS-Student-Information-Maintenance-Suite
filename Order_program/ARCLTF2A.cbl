       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCLTF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Weekly past-due collection letter run.
      *                     Reads the ARF2A open-item file in customer
      *                     sequence and ages each unpaid invoice
      *                     against the RUNCTL business date the way
      *                     ARSTMF2A does. A customer whose invoices
      *                     past 30 days are not covered by unapplied
      *                     credits is sent a tiered letter - a friendly
      *                     reminder at 30 days, a firmer second notice
      *                     at 60 and a final demand at 90 - addressed
      *                     from CMFF2A and listing the overdue
      *                     invoices. Every letter sent is recorded as a
      *                     CNOTF2A note headed COLLECTION LETTER n, so
      *                     it shows in the CMNOTF2A history and the
      *                     next run escalates from the last letter
      *                     instead of repeating it: a customer already
      *                     sent the letter their age calls for gets the
      *                     next one up only once a month has passed
      *                     without payment, and after a final demand is
      *                     left to the credit desk. A letter more than
      *                     90 days old no longer counts, so a customer
      *                     who paid up starts again at the reminder.
      *                     Customers with a usable WS-CM-EMAIL also get
      *                     the letter through the LTREDL delivery
      *                     interface - a header record addressed with
      *                     the email and detail records for the
      *                     overdue invoices, laid out like the ORDIVF2A
      *                     invoice extract. The run closes with a
      *                     summary of every past-due customer and what
      *                     was done. Requires tonight's ARMTCF2A run on
      *                     RUNCTL so payments and credits are applied
      *                     first.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AR-FILE ASSIGN TO ARFILE
               RECORD KEY IS AR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARFILE-SW.

           SELECT CMF-FILE ASSIGN TO OUTFILE
               RECORD KEY IS CMF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CNT-FILE ASSIGN TO CNOTFILE
               RECORD KEY IS CNT-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-CNTFILE-SW.

           SELECT EDL-FILE ASSIGN TO LTREDL
               FILE STATUS IS WS-EDLFILE-SW.

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

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD CNT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CNT-FILE-RECORD.
       01 CNT-FILE-RECORD.
           05 CNT-FILE-KEY.
               10 CNT-FILE-CUSTOMER         PIC X(6).
               10 CNT-FILE-SEQ              PIC X(4).
           05 FILLER                        PIC X(80).

       FD EDL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS EDL-FILE-RECORD.
       01 EDL-FILE-RECORD                   PIC X(100).

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
       COPY CMFWSREC.
       COPY CNTWSREC.
      *
       01 WS-ARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARFILE-SUCCESS                VALUE '00'.
           88  WS-ARFILE-EOF                    VALUE '10'.
       01 WS-CMFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS               VALUE '00'.
           88  WS-CMFFILE-NOTFND                VALUE '23'.
       01 WS-CNTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CNTFILE-SUCCESS               VALUE '00'.
       01 WS-EDLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-EDLFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-CUST-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-CUST-FOUND                    VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
      * THE LETTER DATE IS THE BUSINESS DATE, SHOWN MM/DD/YY AS THE
      * CMNOTF2A SCREEN STAMPS ITS NOTES.
      *
       01 WS-LETTER-DATE.
           05 WS-LD-MM                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-LD-DD                      PIC X(02).
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-LD-YY                      PIC X(02).
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
      * ONE CUSTOMER'S PAST-DUE INVOICES, COLLECTED AS THE OPEN ITEMS
      * ARE READ AND PRINTED ON THE LETTER AT THE CUSTOMER BREAK.
      *
       01 WS-CUSTOMER-BREAK-WORK.
           05 WS-CB-CURRENT-CUSTOMER        PIC X(06) VALUE SPACES.
           05 WS-CB-ITEM-BALANCE            PIC 9(07)V99 VALUE 0.
           05 WS-CB-PAST-DUE                PIC 9(09)V99 VALUE 0.
           05 WS-CB-CREDITS                 PIC 9(09)V99 VALUE 0.
           05 WS-CB-AMOUNT-DUE              PIC 9(09)V99 VALUE 0.
           05 WS-CB-OLDEST-DAYS             PIC S9(08) COMP VALUE 0.
      *
       01 WS-PD-MAX-TABLE                   PIC 9(03)  VALUE 050.
       01 WS-PD-TABLE-COUNT                 PIC 9(03) COMP VALUE 0.
       01 WS-PD-SUB                         PIC 9(03) COMP VALUE 0.
       01 WS-PD-OVERFLOW-COUNT              PIC 9(05)  VALUE 0.
       01 WS-PD-ITEM-TABLE.
           05 WS-PD-ENTRY                   OCCURS 50 TIMES.
               10 WS-PD-INVOICE-NUMBER      PIC X(06).
               10 WS-PD-INVOICE-DATE        PIC X(08).
               10 WS-PD-ORIGINAL-AMOUNT     PIC 9(07)V99.
               10 WS-PD-AMOUNT-PAID         PIC 9(07)V99.
               10 WS-PD-BALANCE             PIC 9(07)V99.
               10 WS-PD-AGE-DAYS            PIC 9(04).
      *
      * THE CUSTOMER'S LAST COLLECTION LETTER, FOUND BY BROWSING THEIR
      * CNOTF2A CHAIN FOR NOTES HEADED "COLLECTION LETTER n". THE SAME
      * BROWSE FINDS THE NEXT FREE NOTE SEQUENCE FOR THIS RUN'S NOTE.
      *
       01 WS-LAST-LETTER-WORK.
           05 WS-LL-LEVEL                   PIC 9(01)  VALUE 0.
           05 WS-LL-DATE                    PIC X(08)  VALUE SPACES.
           05 WS-LL-SINCE-DAYS              PIC S9(08) COMP VALUE 0.
           05 WS-LL-NEXT-SEQ                PIC 9(04)  VALUE 0.
           05 WS-LL-EOF-SW                  PIC X(01)  VALUE 'N'.
               88  WS-LL-EOF                    VALUE 'Y'.
      *
       01 WS-LETTER-WORK.
           05 WS-LT-TIER                    PIC 9(01)  VALUE 0.
           05 WS-LT-LEVEL                   PIC 9(01)  VALUE 0.
           05 WS-LT-ACTION                  PIC X(40)  VALUE SPACES.
           05 WS-LT-DELIVERY                PIC X(07)  VALUE SPACES.
           05 WS-LT-LINE-SUB                PIC 9(02) COMP VALUE 0.
      *
      * THE NOTE TEXT WRITTEN FOR EACH LETTER - ITS FIRST 19 BYTES ARE
      * WHAT THE NEXT RUN LOOKS FOR, SO KEEP THE HEADING AS IS.
      *
       01 WS-COLLECTION-NOTE-TEXT.
           05 WS-CT-HEADING                 PIC X(18)
               VALUE "COLLECTION LETTER ".
           05 WS-CT-LEVEL                   PIC 9(01).
           05 FILLER                        PIC X(03)  VALUE " - ".
           05 WS-CT-TITLE                   PIC X(15).
           05 FILLER                        PIC X(05)  VALUE " DUE ".
           05 WS-CT-AMOUNT-DUE              PIC ZZZZ,ZZ9.99.
           05 WS-CT-DELIVERY                PIC X(07).
       01 WS-NOTE-TEXT-CHECK                REDEFINES
           WS-COLLECTION-NOTE-TEXT.
           05 WS-NC-HEADING                 PIC X(18).
           05 WS-NC-LEVEL                   PIC X(01).
           05 FILLER                        PIC X(41).
      *
      * LETTER WORDING - TWO OPENING LINES PRINTED ABOVE THE INVOICE
      * LIST AND TWO CLOSING LINES BELOW THE TOTALS, FOR EACH LEVEL.
      *
       01 WS-LETTER-TEXT-VALUES.
           05 FILLER                           PIC X(15)
               VALUE "REMINDER".
           05 FILLER                           PIC X(40)
               VALUE "PAYMENT REMINDER".
           05 FILLER                           PIC X(35)
               VALUE "OUR RECORDS SHOW THAT THE INVOICES ".
           05 FILLER                           PIC X(35)
               VALUE "BELOW ARE NOW PAST".
           05 FILLER                           PIC X(35)
               VALUE "DUE. IF YOU HAVE ALREADY SENT ".
           05 FILLER                           PIC X(35)
               VALUE "PAYMENT, THANK YOU - PLEASE".
           05 FILLER                           PIC X(35)
               VALUE "DISREGARD THIS NOTICE. OTHERWISE ".
           05 FILLER                           PIC X(35)
               VALUE "WE WOULD BE GRATEFUL FOR".
           05 FILLER                           PIC X(35)
               VALUE "YOUR REMITTANCE OF THE AMOUNT NOW ".
           05 FILLER                           PIC X(35)
               VALUE "DUE AT YOUR CONVENIENCE.".
           05 FILLER                           PIC X(15)
               VALUE "SECOND NOTICE".
           05 FILLER                           PIC X(40)
               VALUE "SECOND NOTICE - ACCOUNT PAST DUE".
           05 FILLER                           PIC X(35)
               VALUE "WE HAVE NOT RECEIVED PAYMENT FOR ".
           05 FILLER                           PIC X(35)
               VALUE "THE INVOICES BELOW,".
           05 FILLER                           PIC X(35)
               VALUE "WHICH ARE NOW MORE THAN 60 DAYS ".
           05 FILLER                           PIC X(35)
               VALUE "PAST THEIR INVOICE DATE.".
           05 FILLER                           PIC X(35)
               VALUE "PLEASE REMIT THE AMOUNT NOW DUE ".
           05 FILLER                           PIC X(35)
               VALUE "WITHIN 14 DAYS, OR CALL".
           05 FILLER                           PIC X(35)
               VALUE "OUR ACCOUNTS RECEIVABLE DESK IF ".
           05 FILLER                           PIC X(35)
               VALUE "YOU HAVE A QUERY.".
           05 FILLER                           PIC X(15)
               VALUE "FINAL DEMAND".
           05 FILLER                           PIC X(40)
               VALUE "FINAL DEMAND FOR PAYMENT".
           05 FILLER                           PIC X(35)
               VALUE "DESPITE OUR EARLIER LETTERS THE ".
           05 FILLER                           PIC X(35)
               VALUE "INVOICES BELOW REMAIN".
           05 FILLER                           PIC X(35)
               VALUE "UNPAID AND ARE NOW MORE THAN 90 ".
           05 FILLER                           PIC X(35)
               VALUE "DAYS PAST INVOICE DATE.".
           05 FILLER                           PIC X(35)
               VALUE "UNLESS THE AMOUNT NOW DUE IS ".
           05 FILLER                           PIC X(35)
               VALUE "RECEIVED WITHIN 7 DAYS YOUR".
           05 FILLER                           PIC X(35)
               VALUE "ACCOUNT WILL BE PLACED ON HOLD AND ".
           05 FILLER                           PIC X(35)
               VALUE "REFERRED FOR COLLECTION.".
       01 WS-LETTER-TEXT-TABLE              REDEFINES
           WS-LETTER-TEXT-VALUES.
           05 WS-LX-LEVEL                   OCCURS 3 TIMES.
               10 WS-LX-SHORT-TITLE         PIC X(15).
               10 WS-LX-TITLE               PIC X(40).
               10 WS-LX-LINE                PIC X(70) OCCURS 4 TIMES.
      *
       01 WS-COUNTERS.
           05 WS-ITEM-COUNT                 PIC 9(07)  VALUE 0.
           05 WS-PAST-DUE-COUNT             PIC 9(07)  VALUE 0.
           05 WS-LETTER-COUNT               PIC 9(07)  VALUE 0.
           05 WS-LEVEL-COUNT                PIC 9(07)  VALUE 0
                                            OCCURS 3 TIMES.
           05 WS-NOT-SENT-COUNT             PIC 9(07)  VALUE 0.
           05 WS-EDELIVERED-COUNT           PIC 9(07)  VALUE 0.
           05 WS-PRINT-ONLY-COUNT           PIC 9(07)  VALUE 0.
           05 WS-GRAND-AMOUNT-DUE           PIC 9(11)V99 VALUE 0.
      *
      * E-DELIVERY EXTRACT WORK - AS IN ORDIVF2A, THE EMAIL ON THE
      * CUSTOMER MASTER MUST CARRY AT LEAST ONE '@' AND ONE '.' TO BE
      * HANDED TO THE GATEWAY; ANYTHING ELSE IS PRINT-ONLY.
      *
       01 WS-EDELIVERY-WORK.
           05 WS-ED-AT-COUNT                PIC 9(02)  VALUE 0.
           05 WS-ED-DOT-COUNT               PIC 9(02)  VALUE 0.
           05 WS-ED-EMAIL-OK-SW             PIC X(01)  VALUE 'N'.
               88 WS-ED-EMAIL-OK                VALUE 'Y'.
      *
       01 WS-EDL-HEADER-RECORD.
           05 WS-EH-RECORD-TYPE             PIC X(01).
           05 WS-EH-LETTER-LEVEL            PIC 9(01).
           05 WS-EH-CUSTOMER-NUMBER         PIC X(06).
           05 WS-EH-EMAIL                   PIC X(40).
           05 WS-EH-LETTER-DATE             PIC X(08).
           05 WS-EH-PAST-DUE-AMOUNT         PIC 9(07)V99.
           05 WS-EH-AMOUNT-DUE              PIC 9(07)V99.
           05 FILLER                        PIC X(26).
      *
       01 WS-EDL-DETAIL-RECORD.
           05 WS-ED-RECORD-TYPE             PIC X(01).
           05 WS-ED-CUSTOMER-NUMBER         PIC X(06).
           05 WS-ED-INVOICE-NUMBER          PIC X(06).
           05 WS-ED-INVOICE-DATE            PIC X(08).
           05 WS-ED-ORIGINAL-AMOUNT         PIC 9(07)V99.
           05 WS-ED-AMOUNT-PAID             PIC 9(07)V99.
           05 WS-ED-BALANCE                 PIC 9(07)V99.
           05 WS-ED-AGE-DAYS                PIC 9(04).
           05 FILLER                        PIC X(48).
      *
      * PAST-DUE CUSTOMERS AND WHAT WAS DONE, COLLECTED FOR THE
      * CLOSING SUMMARY.
      *
       01 WS-SM-MAX-TABLE                   PIC 9(03)  VALUE 300.
       01 WS-SM-TABLE-COUNT                 PIC 9(03) COMP VALUE 0.
       01 WS-SM-SUB                         PIC 9(03) COMP VALUE 0.
       01 WS-SM-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-SM-SUMMARY-TABLE.
           05 WS-SM-ENTRY                   OCCURS 300 TIMES.
               10 WS-SM-CUSTOMER-NUMBER     PIC X(06).
               10 WS-SM-LAST-NAME           PIC X(20).
               10 WS-SM-PAST-DUE            PIC 9(09)V99.
               10 WS-SM-OLDEST-DAYS         PIC 9(04).
               10 WS-SM-LEVEL               PIC 9(01).
               10 WS-SM-DELIVERY            PIC X(07).
               10 WS-SM-ACTION              PIC X(40).
      *
      * LETTER LAYOUT.
      *
       01 WS-LETTER-HEADING-1.
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 WS-LH1-TITLE                  PIC X(40).
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "DATE ".
           05 WS-LH1-DATE                   PIC X(08).
      *
       01 WS-LETTER-HEADING-2.
           05 FILLER                        PIC X(10)  VALUE SPACES.
           05 FILLER                        PIC X(30)
               VALUE "ACCOUNTS RECEIVABLE".
      *
       01 WS-SOLDTO-LINE-1.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST1-FIRST-NAME             PIC X(15).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST1-LAST-NAME              PIC X(20).
      *
       01 WS-SOLDTO-LINE-2.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST2-ADDRESS                PIC X(25).
      *
       01 WS-SOLDTO-LINE-3.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ST3-CITY                   PIC X(15).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST3-STATE                  PIC X(02).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-ST3-ZIP-CODE               PIC X(09).
      *
       01 WS-ACCOUNT-LINE.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(16)
               VALUE "ACCOUNT NUMBER: ".
           05 WS-AL-CUSTOMER-NUMBER         PIC X(06).
      *
       01 WS-BODY-LINE.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-BL-TEXT                    PIC X(70).
      *
       01 WS-ITEM-HEADING.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE "INVOICE".
           05 FILLER                   PIC X(10) VALUE "DATE".
           05 FILLER                   PIC X(14) VALUE "ORIGINAL".
           05 FILLER                   PIC X(14) VALUE "PAID".
           05 FILLER                   PIC X(14) VALUE "BALANCE".
           05 FILLER                   PIC X(04) VALUE "DAYS".
      *
       01 WS-ITEM-DETAIL-LINE.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 WS-ID-INVOICE-NUMBER          PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-ID-INVOICE-DATE.
               10 WS-ID-DATE-MM             PIC X(02).
               10 FILLER                    PIC X(01)  VALUE "/".
               10 WS-ID-DATE-DD             PIC X(02).
               10 FILLER                    PIC X(01)  VALUE "/".
               10 WS-ID-DATE-YY             PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-ORIGINAL                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-PAID                    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-ID-BALANCE                 PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-ID-AGE-DAYS                PIC ZZZ9.
      *
       01 WS-ITEM-OVERFLOW-LINE.
           05 FILLER                        PIC X(09)  VALUE SPACES.
           05 FILLER                        PIC X(04)  VALUE "AND ".
           05 WS-IO-OVERFLOW-COUNT          PIC ZZZZ9.
           05 FILLER                        PIC X(50)
               VALUE " FURTHER PAST-DUE ITEMS - SEE YOUR STATEMENT".
      *
       01 WS-LETTER-TOTAL-LINE-1.
           05 FILLER                        PIC X(37)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "TOTAL PAST DUE        = ".
           05 WS-LT1-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
       01 WS-LETTER-TOTAL-LINE-2.
           05 FILLER                        PIC X(37)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "LESS UNAPPLIED CREDITS= ".
           05 WS-LT2-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-LETTER-TOTAL-LINE-3.
           05 FILLER                        PIC X(37)  VALUE SPACES.
           05 FILLER                        PIC X(24)
               VALUE "AMOUNT NOW DUE        = ".
           05 WS-LT3-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
      *
      * RUN SUMMARY LAYOUT.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "COLLECTION LETTER RUN SUMMARY".
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
       01 WS-SUMMARY-HEADING.
           05 FILLER                   PIC X(09) VALUE "CUST NO".
           05 FILLER                   PIC X(21) VALUE "LAST NAME".
           05 FILLER                   PIC X(14) VALUE "    PAST DUE".
           05 FILLER                   PIC X(07) VALUE "OLDEST".
           05 FILLER                   PIC X(17) VALUE "LETTER".
           05 FILLER                   PIC X(08) VALUE "VIA".
           05 FILLER                   PIC X(40) VALUE "ACTION".
      *
       01 WS-SUMMARY-DETAIL-LINE.
           05 WS-SD-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-SD-LAST-NAME               PIC X(20).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-SD-PAST-DUE                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-SD-OLDEST-DAYS             PIC ZZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-SD-LETTER                  PIC X(17).
           05 WS-SD-DELIVERY                PIC X(08).
           05 WS-SD-ACTION                  PIC X(40).
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
               VALUE "OPEN ITEMS READ   = ".
           05 WS-TL1-ITEM-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "CUSTOMERS PAST DUE= ".
           05 WS-TL2-PAST-DUE-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "LETTERS SENT      = ".
           05 WS-TL3-LETTER-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(13)
               VALUE "   REMINDER ".
           05 WS-TL3-LEVEL-1                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(10)
               VALUE "   SECOND ".
           05 WS-TL3-LEVEL-2                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(09)
               VALUE "   FINAL ".
           05 WS-TL3-LEVEL-3                PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "E-DELIVERED       = ".
           05 WS-TL4-EDELIVERED-COUNT       PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(16)
               VALUE "   PRINT ONLY = ".
           05 WS-TL4-PRINT-ONLY-COUNT       PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "NO LETTER SENT    = ".
           05 WS-TL5-NOT-SENT-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(20)
               VALUE "AMOUNT DUNNED     = ".
           05 WS-TL6-GRAND-AMOUNT-DUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ARCLTF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
           MOVE 'ARMTCF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
      *
           MOVE SPACE TO WS-ARFILE-SW
                         WS-CMFFILE-SW
                         WS-CNTFILE-SW
                         WS-EDLFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-AG-DATE-X.
           PERFORM 050-DATE-TO-DAYS.
           MOVE WS-AG-DAY-NUMBER            TO WS-AG-RUN-DAYS.
           MOVE WS-RC-BUSINESS-DATE(1:2)    TO WS-LD-YY.
           MOVE WS-RC-BUSINESS-DATE(3:2)    TO WS-LD-MM.
           MOVE WS-RC-BUSINESS-DATE(5:2)    TO WS-LD-DD.
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
           OPEN INPUT CMF-FILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMF-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN I-O CNT-FILE.
           IF WS-CNTFILE-SUCCESS
               DISPLAY "CNT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CNTFILE-SW=" WS-CNTFILE-SW
               DISPLAY "CNT-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT EDL-FILE.
           IF WS-EDLFILE-SUCCESS
               DISPLAY "EDL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE OPEN ERROR"
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
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-PROCESS-OPEN-ITEM
               UNTIL WS-EOF-IN-YES.
      *
           IF WS-CB-CURRENT-CUSTOMER NOT = SPACES
               PERFORM 300-CLOSE-CUSTOMER
           END-IF.
      *
           PERFORM 500-PRINT-RUN-SUMMARY.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE AR-FILE
                 CMF-FILE
                 CNT-FILE
                 EDL-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-ITEM-COUNT               TO WS-RC-IN-COUNT.
           MOVE WS-LETTER-COUNT             TO WS-RC-OUT-COUNT.
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
       100-PROCESS-OPEN-ITEM.
      *
           MOVE AR-FILE-RECORD           TO WS-RECEIVABLE-RECORD.
      *
           IF WS-AR-STATUS-UNPAID
               ADD 1 TO WS-ITEM-COUNT
               IF WS-AR-CUSTOMER-NUMBER
                      NOT = WS-CB-CURRENT-CUSTOMER
                   IF WS-CB-CURRENT-CUSTOMER NOT = SPACES
                       PERFORM 300-CLOSE-CUSTOMER
                   END-IF
                   PERFORM 200-START-CUSTOMER
               END-IF
               PERFORM 250-COLLECT-OPEN-ITEM
           END-IF.
      *
           READ AR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       200-START-CUSTOMER.
      *
           MOVE WS-AR-CUSTOMER-NUMBER       TO WS-CB-CURRENT-CUSTOMER.
           MOVE ZERO                        TO WS-CB-PAST-DUE
                                               WS-CB-CREDITS
                                               WS-CB-OLDEST-DAYS
                                               WS-PD-TABLE-COUNT
                                               WS-PD-OVERFLOW-COUNT.
      *
      * AN UNAPPLIED CREDIT IS HELD AGAINST THE PAST-DUE TOTAL; AN
      * INVOICE MORE THAN 30 DAYS OLD IS PAST DUE AND GOES ON THE
      * LETTER.
      *
       250-COLLECT-OPEN-ITEM.
      *
           COMPUTE WS-CB-ITEM-BALANCE =
               WS-AR-ORIGINAL-AMOUNT - WS-AR-AMOUNT-PAID.
      *
           IF WS-AR-TYPE-CREDIT
               ADD WS-CB-ITEM-BALANCE       TO WS-CB-CREDITS
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
                   PERFORM 260-KEEP-PAST-DUE-ITEM
               END-IF
           END-IF.
      *
       260-KEEP-PAST-DUE-ITEM.
      *
           ADD WS-CB-ITEM-BALANCE           TO WS-CB-PAST-DUE.
           IF WS-AG-AGE-DAYS > WS-CB-OLDEST-DAYS
               MOVE WS-AG-AGE-DAYS          TO WS-CB-OLDEST-DAYS
           END-IF.
      *
           IF WS-PD-TABLE-COUNT < WS-PD-MAX-TABLE
               ADD 1 TO WS-PD-TABLE-COUNT
               MOVE WS-AR-INVOICE-NUMBER
                 TO WS-PD-INVOICE-NUMBER(WS-PD-TABLE-COUNT)
               MOVE WS-AR-INVOICE-DATE
                 TO WS-PD-INVOICE-DATE(WS-PD-TABLE-COUNT)
               MOVE WS-AR-ORIGINAL-AMOUNT
                 TO WS-PD-ORIGINAL-AMOUNT(WS-PD-TABLE-COUNT)
               MOVE WS-AR-AMOUNT-PAID
                 TO WS-PD-AMOUNT-PAID(WS-PD-TABLE-COUNT)
               MOVE WS-CB-ITEM-BALANCE
                 TO WS-PD-BALANCE(WS-PD-TABLE-COUNT)
               MOVE WS-AG-AGE-DAYS
                 TO WS-PD-AGE-DAYS(WS-PD-TABLE-COUNT)
           ELSE
               ADD 1 TO WS-PD-OVERFLOW-COUNT
           END-IF.
      *
       300-CLOSE-CUSTOMER.
      *
           IF WS-CB-PAST-DUE > ZERO
               PERFORM 305-REVIEW-PAST-DUE-CUSTOMER
           END-IF.
      *
       305-REVIEW-PAST-DUE-CUSTOMER.
      *
           ADD 1 TO WS-PAST-DUE-COUNT.
           MOVE ZERO                        TO WS-LT-LEVEL.
           MOVE SPACES                      TO WS-LT-DELIVERY
                                               WS-LT-ACTION.
      *
           EVALUATE TRUE
               WHEN WS-CB-OLDEST-DAYS > 90
                   MOVE 3                   TO WS-LT-TIER
               WHEN WS-CB-OLDEST-DAYS > 60
                   MOVE 2                   TO WS-LT-TIER
               WHEN OTHER
                   MOVE 1                   TO WS-LT-TIER
           END-EVALUATE.
      *
           PERFORM 310-READ-CUSTOMER.
      *
           EVALUATE TRUE
               WHEN WS-CB-PAST-DUE NOT > WS-CB-CREDITS
                   MOVE 'COVERED BY UNAPPLIED CREDITS'
                     TO WS-LT-ACTION
               WHEN NOT WS-CUST-FOUND
                   MOVE 'NOT ON CMFF2A - NO LETTER'
                     TO WS-LT-ACTION
               WHEN OTHER
                   COMPUTE WS-CB-AMOUNT-DUE =
                       WS-CB-PAST-DUE - WS-CB-CREDITS
                   PERFORM 320-FIND-LAST-LETTER
                   PERFORM 330-DECIDE-LETTER-LEVEL
           END-EVALUATE.
      *
           IF WS-LT-LEVEL > ZERO
               ADD 1 TO WS-LETTER-COUNT
               ADD 1 TO WS-LEVEL-COUNT(WS-LT-LEVEL)
               ADD WS-CB-AMOUNT-DUE         TO WS-GRAND-AMOUNT-DUE
               PERFORM 400-PRINT-LETTER
               PERFORM 380-WRITE-EDELIVERY-EXTRACT
               PERFORM 350-WRITE-COLLECTION-NOTE
           ELSE
               ADD 1 TO WS-NOT-SENT-COUNT
           END-IF.
      *
           PERFORM 360-ADD-SUMMARY-ENTRY.
      *
       310-READ-CUSTOMER.
      *
           MOVE SPACES                      TO
               WS-CUSTOMER-MASTER-RECORD.
           MOVE WS-CB-CURRENT-CUSTOMER      TO CMF-FILE-NUMBER.
           READ CMF-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-CUST-FOUND-SW
                   MOVE '** CUSTOMER UNKNOWN **'
                     TO WS-CM-LAST-NAME
               NOT INVALID KEY
                   MOVE CMF-FILE-RECORD
                     TO WS-CUSTOMER-MASTER-RECORD
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
           END-READ.
      *
       320-FIND-LAST-LETTER.
      *
           MOVE ZERO                        TO WS-LL-LEVEL.
           MOVE SPACES                      TO WS-LL-DATE.
           MOVE 1                           TO WS-LL-NEXT-SEQ.
           MOVE 'N'                         TO WS-LL-EOF-SW.
           MOVE WS-CB-CURRENT-CUSTOMER      TO CNT-FILE-CUSTOMER.
           MOVE LOW-VALUES                  TO CNT-FILE-SEQ.
           START CNT-FILE KEY >= CNT-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-LL-EOF-SW
           END-START.
      *
           IF NOT WS-LL-EOF
               READ CNT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LL-EOF-SW
               END-READ
               PERFORM 325-CHECK-ONE-NOTE
                   UNTIL WS-LL-EOF
           END-IF.
      *
      *    A LETTER MORE THAN 90 DAYS OLD STARTS A NEW CYCLE.
      *
           IF WS-LL-LEVEL > ZERO
               IF WS-LL-DATE(1:2) IS NUMERIC
                  AND WS-LL-DATE(4:2) IS NUMERIC
                  AND WS-LL-DATE(7:2) IS NUMERIC
                   MOVE WS-LL-DATE(7:2)     TO WS-AG-YY
                   MOVE WS-LL-DATE(1:2)     TO WS-AG-MM
                   MOVE WS-LL-DATE(4:2)     TO WS-AG-DD
                   PERFORM 050-DATE-TO-DAYS
                   COMPUTE WS-LL-SINCE-DAYS =
                       WS-AG-RUN-DAYS - WS-AG-DAY-NUMBER
               ELSE
                   MOVE 9999                TO WS-LL-SINCE-DAYS
               END-IF
               IF WS-LL-SINCE-DAYS > 90
                   MOVE ZERO                TO WS-LL-LEVEL
               END-IF
           END-IF.
      *
       325-CHECK-ONE-NOTE.
      *
           MOVE CNT-FILE-RECORD             TO
               WS-CUSTOMER-NOTE-RECORD.
      *
           IF WS-CN-CUSTOMER-NUMBER NOT = WS-CB-CURRENT-CUSTOMER
               MOVE 'Y' TO WS-LL-EOF-SW
           ELSE
               COMPUTE WS-LL-NEXT-SEQ = WS-CN-NOTE-SEQ + 1
               MOVE WS-CN-NOTE-TEXT         TO WS-NOTE-TEXT-CHECK
               IF      WS-NC-HEADING = "COLLECTION LETTER "
                   AND WS-NC-LEVEL >= '1'
                   AND WS-NC-LEVEL <= '3'
                   MOVE WS-NC-LEVEL         TO WS-LL-LEVEL
                   MOVE WS-CN-NOTE-DATE     TO WS-LL-DATE
               END-IF
               READ CNT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LL-EOF-SW
               END-READ
           END-IF.
      *
      * THE AGE OF THE OLDEST PAST-DUE INVOICE SETS THE TIER. A
      * CUSTOMER ALREADY SENT THAT LETTER (OR A LATER ONE) IS NOT SENT
      * IT AGAIN - THEY MOVE UP ONE LEVEL ONCE A MONTH HAS PASSED
      * SINCE THE LAST LETTER, AND AFTER A FINAL DEMAND ARE LEFT TO
      * THE CREDIT DESK.
      *
       330-DECIDE-LETTER-LEVEL.
      *
           EVALUATE TRUE
               WHEN WS-LT-TIER > WS-LL-LEVEL
                   MOVE WS-LT-TIER          TO WS-LT-LEVEL
                   IF WS-LL-LEVEL > ZERO
                       MOVE 'ESCALATED FROM EARLIER LETTER'
                         TO WS-LT-ACTION
                   ELSE
                       MOVE 'LETTER SENT'   TO WS-LT-ACTION
                   END-IF
               WHEN WS-LL-LEVEL = 3
                   MOVE SPACES              TO WS-LT-ACTION
                   STRING 'FINAL DEMAND SENT ' DELIMITED BY SIZE
                          WS-LL-DATE       DELIMITED BY SIZE
                          ' - CREDIT DESK'  DELIMITED BY SIZE
                     INTO WS-LT-ACTION
                   END-STRING
               WHEN WS-LL-SINCE-DAYS >= 30
                   COMPUTE WS-LT-LEVEL = WS-LL-LEVEL + 1
                   MOVE 'ESCALATED - UNPAID A MONTH AFTER LETTER'
                     TO WS-LT-ACTION
               WHEN OTHER
                   MOVE SPACES              TO WS-LT-ACTION
                   STRING 'LETTER '         DELIMITED BY SIZE
                          WS-LL-LEVEL       DELIMITED BY SIZE
                          ' SENT '          DELIMITED BY SIZE
                          WS-LL-DATE       DELIMITED BY SIZE
                          ' - NOT REPEATED' DELIMITED BY SIZE
                     INTO WS-LT-ACTION
                   END-STRING
           END-EVALUATE.
      *
       350-WRITE-COLLECTION-NOTE.
      *
           MOVE WS-LT-LEVEL                 TO WS-CT-LEVEL.
           MOVE WS-LX-SHORT-TITLE(WS-LT-LEVEL)
             TO WS-CT-TITLE.
           MOVE WS-CB-AMOUNT-DUE            TO WS-CT-AMOUNT-DUE.
           MOVE WS-LT-DELIVERY              TO WS-CT-DELIVERY.
      *
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES                      TO
               WS-CUSTOMER-NOTE-RECORD.
           MOVE WS-CB-CURRENT-CUSTOMER      TO WS-CN-CUSTOMER-NUMBER.
           MOVE WS-LL-NEXT-SEQ              TO WS-CN-NOTE-SEQ.
           MOVE WS-COLLECTION-NOTE-TEXT     TO WS-CN-NOTE-TEXT.
           MOVE 'BAT'                       TO WS-CN-NOTE-USERID.
           MOVE WS-LETTER-DATE              TO WS-CN-NOTE-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-CN-NOTE-TIME.
      *
           WRITE CNT-FILE-RECORD FROM WS-CUSTOMER-NOTE-RECORD.
           IF NOT WS-CNTFILE-SUCCESS
               DISPLAY "WS-CNTFILE-SW=" WS-CNTFILE-SW
               DISPLAY "CNT-FILE WRITE ERROR FOR CUSTOMER "
                       WS-CB-CURRENT-CUSTOMER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       360-ADD-SUMMARY-ENTRY.
      *
           IF WS-SM-TABLE-COUNT < WS-SM-MAX-TABLE
               ADD 1 TO WS-SM-TABLE-COUNT
               MOVE WS-CB-CURRENT-CUSTOMER
                 TO WS-SM-CUSTOMER-NUMBER(WS-SM-TABLE-COUNT)
               MOVE WS-CM-LAST-NAME
                 TO WS-SM-LAST-NAME(WS-SM-TABLE-COUNT)
               MOVE WS-CB-PAST-DUE
                 TO WS-SM-PAST-DUE(WS-SM-TABLE-COUNT)
               MOVE WS-CB-OLDEST-DAYS
                 TO WS-SM-OLDEST-DAYS(WS-SM-TABLE-COUNT)
               MOVE WS-LT-LEVEL
                 TO WS-SM-LEVEL(WS-SM-TABLE-COUNT)
               MOVE WS-LT-DELIVERY
                 TO WS-SM-DELIVERY(WS-SM-TABLE-COUNT)
               MOVE WS-LT-ACTION
                 TO WS-SM-ACTION(WS-SM-TABLE-COUNT)
           ELSE
               ADD 1 TO WS-SM-OVERFLOW-COUNT
           END-IF.
      *
       380-WRITE-EDELIVERY-EXTRACT.
      *
           MOVE 'N'                         TO WS-ED-EMAIL-OK-SW.
           MOVE ZERO                        TO WS-ED-AT-COUNT
                                               WS-ED-DOT-COUNT.
           INSPECT WS-CM-EMAIL
               TALLYING WS-ED-AT-COUNT  FOR ALL '@'
                        WS-ED-DOT-COUNT FOR ALL '.'.
           IF       WS-CM-EMAIL NOT = SPACES
                AND WS-ED-AT-COUNT > ZERO
                AND WS-ED-DOT-COUNT > ZERO
               MOVE 'Y'                     TO WS-ED-EMAIL-OK-SW
           END-IF.
      *
           IF WS-ED-EMAIL-OK
               ADD 1 TO WS-EDELIVERED-COUNT
               MOVE ' E-MAIL'               TO WS-LT-DELIVERY
               PERFORM 382-WRITE-EDELIVERY-HEADER
               PERFORM 384-WRITE-EDELIVERY-DETAIL
                   VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB > WS-PD-TABLE-COUNT
           ELSE
               ADD 1 TO WS-PRINT-ONLY-COUNT
               MOVE ' PRINT '               TO WS-LT-DELIVERY
           END-IF.
      *
       382-WRITE-EDELIVERY-HEADER.
      *
           MOVE SPACES                      TO WS-EDL-HEADER-RECORD.
           MOVE 'H'                         TO WS-EH-RECORD-TYPE.
           MOVE WS-LT-LEVEL                 TO WS-EH-LETTER-LEVEL.
           MOVE WS-CB-CURRENT-CUSTOMER      TO WS-EH-CUSTOMER-NUMBER.
           MOVE WS-CM-EMAIL                 TO WS-EH-EMAIL.
           MOVE WS-RC-BUSINESS-DATE         TO WS-EH-LETTER-DATE.
           MOVE WS-CB-PAST-DUE              TO WS-EH-PAST-DUE-AMOUNT.
           MOVE WS-CB-AMOUNT-DUE            TO WS-EH-AMOUNT-DUE.
      *
           WRITE EDL-FILE-RECORD FROM WS-EDL-HEADER-RECORD.
           IF NOT WS-EDLFILE-SUCCESS
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
       384-WRITE-EDELIVERY-DETAIL.
      *
           MOVE SPACES                      TO WS-EDL-DETAIL-RECORD.
           MOVE 'D'                         TO WS-ED-RECORD-TYPE.
           MOVE WS-CB-CURRENT-CUSTOMER      TO WS-ED-CUSTOMER-NUMBER.
           MOVE WS-PD-INVOICE-NUMBER(WS-PD-SUB)
             TO WS-ED-INVOICE-NUMBER.
           MOVE WS-PD-INVOICE-DATE(WS-PD-SUB)
             TO WS-ED-INVOICE-DATE.
           MOVE WS-PD-ORIGINAL-AMOUNT(WS-PD-SUB)
             TO WS-ED-ORIGINAL-AMOUNT.
           MOVE WS-PD-AMOUNT-PAID(WS-PD-SUB)
             TO WS-ED-AMOUNT-PAID.
           MOVE WS-PD-BALANCE(WS-PD-SUB)    TO WS-ED-BALANCE.
           MOVE WS-PD-AGE-DAYS(WS-PD-SUB)   TO WS-ED-AGE-DAYS.
      *
           WRITE EDL-FILE-RECORD FROM WS-EDL-DETAIL-RECORD.
           IF NOT WS-EDLFILE-SUCCESS
               DISPLAY "WS-EDLFILE-SW=" WS-EDLFILE-SW
               DISPLAY "EDL-FILE WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
      * ONE PAGE PER LETTER - ADDRESS BLOCK, OPENING WORDS FOR THE
      * LEVEL, THE OVERDUE INVOICES, THE AMOUNT NOW DUE AND THE
      * CLOSING WORDS.
      *
       400-PRINT-LETTER.
      *
           IF WS-LETTER-COUNT > 1
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           MOVE WS-LX-TITLE(WS-LT-LEVEL)    TO WS-LH1-TITLE.
           MOVE WS-LETTER-DATE              TO WS-LH1-DATE.
           WRITE PRINT-RECORD FROM WS-LETTER-HEADING-1.
           WRITE PRINT-RECORD FROM WS-LETTER-HEADING-2.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE WS-CM-FIRST-NAME            TO WS-ST1-FIRST-NAME.
           MOVE WS-CM-LAST-NAME             TO WS-ST1-LAST-NAME.
           MOVE WS-CM-ADDRESS               TO WS-ST2-ADDRESS.
           MOVE WS-CM-CITY                  TO WS-ST3-CITY.
           MOVE WS-CM-STATE                 TO WS-ST3-STATE.
           MOVE WS-CM-ZIP-CODE              TO WS-ST3-ZIP-CODE.
           MOVE WS-CB-CURRENT-CUSTOMER      TO WS-AL-CUSTOMER-NUMBER.
      *
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-1.
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-2.
           WRITE PRINT-RECORD FROM WS-SOLDTO-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-ACCOUNT-LINE.
           WRITE PRINT-RECORD FROM SPACES.
      *
           PERFORM 410-PRINT-BODY-LINE
               VARYING WS-LT-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LT-LINE-SUB > 2.
           WRITE PRINT-RECORD FROM SPACES.
      *
           WRITE PRINT-RECORD FROM WS-ITEM-HEADING.
           WRITE PRINT-RECORD FROM SPACES.
           PERFORM 420-PRINT-PAST-DUE-ITEM
               VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB > WS-PD-TABLE-COUNT.
           IF WS-PD-OVERFLOW-COUNT > ZERO
               MOVE WS-PD-OVERFLOW-COUNT    TO WS-IO-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-ITEM-OVERFLOW-LINE
           END-IF.
      *
           MOVE WS-CB-PAST-DUE              TO WS-LT1-AMOUNT.
           COMPUTE WS-LT2-AMOUNT = ZERO - WS-CB-CREDITS.
           MOVE WS-CB-AMOUNT-DUE            TO WS-LT3-AMOUNT.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-LETTER-TOTAL-LINE-1.
           IF WS-CB-CREDITS > ZERO
               WRITE PRINT-RECORD FROM WS-LETTER-TOTAL-LINE-2
           END-IF.
           WRITE PRINT-RECORD FROM WS-LETTER-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM SPACES.
      *
           PERFORM 410-PRINT-BODY-LINE
               VARYING WS-LT-LINE-SUB FROM 3 BY 1
                   UNTIL WS-LT-LINE-SUB > 4.
      *
       410-PRINT-BODY-LINE.
      *
           MOVE WS-LX-LINE(WS-LT-LEVEL, WS-LT-LINE-SUB)
             TO WS-BL-TEXT.
           WRITE PRINT-RECORD FROM WS-BODY-LINE.
      *
       420-PRINT-PAST-DUE-ITEM.
      *
           MOVE WS-PD-INVOICE-NUMBER(WS-PD-SUB)
             TO WS-ID-INVOICE-NUMBER.
           MOVE WS-PD-INVOICE-DATE(WS-PD-SUB)(1:2)
             TO WS-ID-DATE-YY.
           MOVE WS-PD-INVOICE-DATE(WS-PD-SUB)(3:2)
             TO WS-ID-DATE-MM.
           MOVE WS-PD-INVOICE-DATE(WS-PD-SUB)(5:2)
             TO WS-ID-DATE-DD.
           MOVE WS-PD-ORIGINAL-AMOUNT(WS-PD-SUB) TO WS-ID-ORIGINAL.
           MOVE WS-PD-AMOUNT-PAID(WS-PD-SUB)     TO WS-ID-PAID.
           MOVE WS-PD-BALANCE(WS-PD-SUB)         TO WS-ID-BALANCE.
           MOVE WS-PD-AGE-DAYS(WS-PD-SUB)        TO WS-ID-AGE-DAYS.
      *
           WRITE PRINT-RECORD FROM WS-ITEM-DETAIL-LINE.
      *
       500-PRINT-RUN-SUMMARY.
      *
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 510-PRINT-SUMMARY-LINE
               VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-TABLE-COUNT.
           IF WS-SM-TABLE-COUNT = ZERO
               MOVE 'NO PAST-DUE CUSTOMERS THIS RUN' TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
           END-IF.
      *
       510-PRINT-SUMMARY-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-SM-CUSTOMER-NUMBER(WS-SM-SUB)
             TO WS-SD-CUSTOMER-NUMBER.
           MOVE WS-SM-LAST-NAME(WS-SM-SUB)  TO WS-SD-LAST-NAME.
           MOVE WS-SM-PAST-DUE(WS-SM-SUB)   TO WS-SD-PAST-DUE.
           MOVE WS-SM-OLDEST-DAYS(WS-SM-SUB) TO WS-SD-OLDEST-DAYS.
           MOVE WS-SM-DELIVERY(WS-SM-SUB)   TO WS-SD-DELIVERY.
           MOVE WS-SM-ACTION(WS-SM-SUB)     TO WS-SD-ACTION.
           IF WS-SM-LEVEL(WS-SM-SUB) > ZERO
               MOVE WS-SM-LEVEL(WS-SM-SUB)  TO WS-LT-LEVEL
               MOVE WS-LX-SHORT-TITLE(WS-LT-LEVEL)
                 TO WS-SD-LETTER
           ELSE
               MOVE 'NONE'                  TO WS-SD-LETTER
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-SUMMARY-DETAIL-LINE.
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
           IF WS-PAGE-NBR > 1 OR WS-LETTER-COUNT > ZERO
               WRITE PRINT-RECORD FROM SPACES
                   AFTER ADVANCING PAGE
           END-IF.
      *
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-1.
           WRITE PRINT-RECORD FROM WS-HEADING-LINE-2.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-SUMMARY-HEADING.
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
           MOVE WS-ITEM-COUNT               TO WS-TL1-ITEM-COUNT.
           MOVE WS-PAST-DUE-COUNT           TO WS-TL2-PAST-DUE-COUNT.
           MOVE WS-LETTER-COUNT             TO WS-TL3-LETTER-COUNT.
           MOVE WS-LEVEL-COUNT(1)           TO WS-TL3-LEVEL-1.
           MOVE WS-LEVEL-COUNT(2)           TO WS-TL3-LEVEL-2.
           MOVE WS-LEVEL-COUNT(3)           TO WS-TL3-LEVEL-3.
           MOVE WS-EDELIVERED-COUNT         TO WS-TL4-EDELIVERED-COUNT.
           MOVE WS-PRINT-ONLY-COUNT         TO WS-TL4-PRINT-ONLY-COUNT.
           MOVE WS-NOT-SENT-COUNT           TO WS-TL5-NOT-SENT-COUNT.
           MOVE WS-GRAND-AMOUNT-DUE         TO WS-TL6-GRAND-AMOUNT-DUE.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
      *
           IF WS-SM-OVERFLOW-COUNT > ZERO
               MOVE 'CUSTOMERS'             TO WS-OFL-TABLE-NAME
               MOVE WS-SM-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "OPEN ITEMS READ   =" WS-ITEM-COUNT.
           DISPLAY "CUSTOMERS PAST DUE=" WS-PAST-DUE-COUNT.
           DISPLAY "LETTERS SENT      =" WS-LETTER-COUNT.
           DISPLAY "E-DELIVERED       =" WS-EDELIVERED-COUNT.
      *
       COPY RUNCTLPD.
