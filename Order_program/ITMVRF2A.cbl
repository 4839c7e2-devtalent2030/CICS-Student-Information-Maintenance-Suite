       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMVRF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Physical inventory variance report. Lists
      *                     every item in the open count on ICFF2A -
      *                     frozen book quantity against the counted
      *                     quantity loaded by ITMCLF2A, the variance
      *                     and its extended value at the unit value
      *                     frozen with the book. Items frozen but not
      *                     yet counted are listed as such. An item
      *                     whose on-hand after the adjustment would
      *                     fall below the quantity allocated to OPEN
      *                     orders on ITEMF2A is flagged, since those
      *                     orders can no longer all be filled. The
      *                     report is the approval document for the
      *                     ITMADF2A adjustment run, which will not
      *                     run until this report has run for the same
      *                     business date.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ICF-FILE ASSIGN TO ICFFILE
               RECORD KEY IS ICF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ICFFILE-SW.

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
       FD ICF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ICF-FILE-RECORD.
       01 ICF-FILE-RECORD.
           05 ICF-FILE-KEY.
               10 ICF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(74).

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
       COPY ITMWSREC.
       COPY ICFWSREC.
      *
       01 WS-ICFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ICFFILE-SUCCESS               VALUE '00'.
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
       01 WS-VARIANCE-WORK.
           05 WS-VW-VARIANCE-QTY            PIC S9(08) VALUE 0.
           05 WS-VW-VARIANCE-VALUE          PIC S9(11)V99 VALUE 0.
           05 WS-VW-PROJECTED-ON-HAND       PIC S9(08) VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-FREEZE-READ-COUNT          PIC 9(07)  VALUE 0.
           05 WS-OPEN-COUNT-COUNT           PIC 9(07)  VALUE 0.
           05 WS-COUNTED-COUNT              PIC 9(07)  VALUE 0.
           05 WS-UNCOUNTED-COUNT            PIC 9(07)  VALUE 0.
           05 WS-VARIANCE-COUNT             PIC 9(07)  VALUE 0.
           05 WS-BELOW-ALLOC-COUNT          PIC 9(07)  VALUE 0.
       01 WS-VALUE-TOTALS.
           05 WS-VT-OVER-VALUE              PIC S9(11)V99 VALUE 0.
           05 WS-VT-SHORT-VALUE             PIC S9(11)V99 VALUE 0.
           05 WS-VT-NET-VALUE               PIC S9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "PHYSICAL INVENTORY VARIANCE REPORT".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(14)
               VALUE "BUSINESS DATE ".
           05 WS-HL2-DATE                   PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(08)  VALUE "PRINTED ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(07) VALUE "FROZEN".
           05 FILLER                   PIC X(10) VALUE "      BOOK".
           05 FILLER                   PIC X(11) VALUE "    COUNTED".
           05 FILLER                   PIC X(11) VALUE "   VARIANCE".
           05 FILLER                   PIC X(11) VALUE " UNIT VALUE".
           05 FILLER                   PIC X(16)
               VALUE "  EXTENDED VALUE".
           05 FILLER                   PIC X(11) VALUE "  ALLOCATED".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(23) VALUE "FLAG".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ITEM-DESC               PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-FREEZE-DATE             PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-BOOK-QTY                PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-COUNTED-QTY             PIC X(11).
           05 WS-DL-VARIANCE-QTY            PIC X(11).
           05 WS-DL-UNIT-VALUE              PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-EXTENDED-VALUE          PIC X(16).
           05 WS-DL-ALLOCATED-QTY           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-FLAG                    PIC X(23).
      *
       01 WS-DL-QTY-EDIT                    PIC Z,ZZZ,ZZ9.
       01 WS-DL-SIGNED-QTY-EDIT             PIC -ZZ,ZZZ,ZZ9.
       01 WS-DL-VALUE-EDIT                  PIC -ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS IN THE OPEN COUNT     = ".
           05 WS-TL1-OPEN-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS COUNTED               = ".
           05 WS-TL2-COUNTED-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS NOT YET COUNTED       = ".
           05 WS-TL3-UNCOUNTED-COUNT        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS WITH A VARIANCE       = ".
           05 WS-TL4-VARIANCE-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS BELOW ALLOCATED       = ".
           05 WS-TL5-BELOW-ALLOC-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "VALUE OF STOCK FOUND OVER   = ".
           05 WS-TL6-OVER-VALUE             PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "VALUE OF STOCK FOUND SHORT  = ".
           05 WS-TL7-SHORT-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-8.
           05 FILLER                        PIC X(30)
               VALUE "NET VALUE OF THE VARIANCE   = ".
           05 WS-TL8-NET-VALUE              PIC -ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMVRF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ICFFILE-SW
                         WS-ITMFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           OPEN INPUT ICF-FILE.
           IF WS-ICFFILE-SUCCESS
               DISPLAY "ICF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
               DISPLAY "ICF-FILE OPEN ERROR"
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
           READ ICF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-REPORT-ONE-ITEM
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ICF-FILE
                 ITM-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-FREEZE-READ-COUNT        TO WS-RC-IN-COUNT.
           MOVE WS-OPEN-COUNT-COUNT         TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-REPORT-ONE-ITEM.
      *
           MOVE ICF-FILE-RECORD             TO WS-COUNT-FREEZE-RECORD.
           ADD 1 TO WS-FREEZE-READ-COUNT.
      *
           IF NOT WS-IC-STATUS-POSTED
               ADD 1 TO WS-OPEN-COUNT-COUNT
               PERFORM 110-READ-ITEM-MASTER
               IF WS-IC-STATUS-COUNTED
                   PERFORM 120-COMPUTE-VARIANCE
               ELSE
                   ADD 1 TO WS-UNCOUNTED-COUNT
                   MOVE SPACES              TO WS-DL-COUNTED-QTY
                                               WS-DL-VARIANCE-QTY
                                               WS-DL-EXTENDED-VALUE
                   MOVE 'NOT COUNTED'       TO WS-DL-FLAG
               END-IF
               PERFORM 500-PRINT-DETAIL-LINE
           END-IF.
      *
           READ ICF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       110-READ-ITEM-MASTER.
      *
           MOVE WS-IC-ITEM-NUMBER           TO ITM-FILE-NUMBER.
           READ ITM-FILE INTO WS-ITEM-RECORD
               INVALID KEY
                   MOVE SPACES              TO WS-ITEM-RECORD
                   MOVE '** NOT ON ITEM MASTER' TO WS-IT-DESC
                   MOVE ZERO                TO WS-IT-QTY-ON-HAND
                                               WS-IT-QTY-ALLOCATED
           END-READ.
      *
      * THE ADJUSTMENT IS COUNTED LESS FROZEN BOOK, APPLIED TO TODAY'S
      * ON-HAND. IF WHAT IS LEFT AFTER IT IS LESS THAN IS ALLOCATED TO
      * OPEN ORDERS, THOSE ORDERS CANNOT ALL BE FILLED.
      *
       120-COMPUTE-VARIANCE.
      *
           ADD 1 TO WS-COUNTED-COUNT.
           MOVE SPACES                      TO WS-DL-FLAG.
      *
           COMPUTE WS-VW-VARIANCE-QTY = WS-IC-COUNTED-QTY
                                      - WS-IC-BOOK-ON-HAND.
           COMPUTE WS-VW-VARIANCE-VALUE ROUNDED =
                   WS-VW-VARIANCE-QTY * WS-IC-UNIT-VALUE.
           COMPUTE WS-VW-PROJECTED-ON-HAND = WS-IT-QTY-ON-HAND
                                           + WS-VW-VARIANCE-QTY.
      *
           IF WS-VW-VARIANCE-QTY NOT = ZERO
               ADD 1 TO WS-VARIANCE-COUNT
               ADD WS-VW-VARIANCE-VALUE     TO WS-VT-NET-VALUE
               IF WS-VW-VARIANCE-QTY > ZERO
                   ADD WS-VW-VARIANCE-VALUE TO WS-VT-OVER-VALUE
               ELSE
                   ADD WS-VW-VARIANCE-VALUE TO WS-VT-SHORT-VALUE
               END-IF
           END-IF.
      *
           IF WS-VW-PROJECTED-ON-HAND < WS-IT-QTY-ALLOCATED
               ADD 1 TO WS-BELOW-ALLOC-COUNT
               MOVE '** COUNT BELOW ALLOC'  TO WS-DL-FLAG
           END-IF.
      *
           MOVE WS-IC-COUNTED-QTY           TO WS-DL-QTY-EDIT.
           MOVE SPACES                      TO WS-DL-COUNTED-QTY.
           MOVE WS-DL-QTY-EDIT              TO WS-DL-COUNTED-QTY(3:9).
           MOVE WS-VW-VARIANCE-QTY          TO WS-DL-SIGNED-QTY-EDIT.
           MOVE WS-DL-SIGNED-QTY-EDIT       TO WS-DL-VARIANCE-QTY.
           MOVE WS-VW-VARIANCE-VALUE        TO WS-DL-VALUE-EDIT.
           MOVE WS-DL-VALUE-EDIT            TO WS-DL-EXTENDED-VALUE.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-IC-ITEM-NUMBER           TO WS-DL-ITEM-NUMBER.
           MOVE WS-IT-DESC                  TO WS-DL-ITEM-DESC.
           MOVE WS-IC-FREEZE-DATE           TO WS-DL-FREEZE-DATE.
           MOVE WS-IC-BOOK-ON-HAND          TO WS-DL-BOOK-QTY.
           MOVE WS-IC-UNIT-VALUE            TO WS-DL-UNIT-VALUE.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-DL-ALLOCATED-QTY.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-DATE.
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
           WRITE PRINT-RECORD FROM SPACES.
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 9
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-OPEN-COUNT-COUNT         TO WS-TL1-OPEN-COUNT.
           MOVE WS-COUNTED-COUNT            TO WS-TL2-COUNTED-COUNT.
           MOVE WS-UNCOUNTED-COUNT          TO WS-TL3-UNCOUNTED-COUNT.
           MOVE WS-VARIANCE-COUNT           TO WS-TL4-VARIANCE-COUNT.
           MOVE WS-BELOW-ALLOC-COUNT        TO WS-TL5-BELOW-ALLOC-COUNT.
           MOVE WS-VT-OVER-VALUE            TO WS-TL6-OVER-VALUE.
           MOVE WS-VT-SHORT-VALUE           TO WS-TL7-SHORT-VALUE.
           MOVE WS-VT-NET-VALUE             TO WS-TL8-NET-VALUE.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-8.
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
           DISPLAY "FREEZE RECORDS READ =" WS-FREEZE-READ-COUNT.
           DISPLAY "ITEMS IN OPEN COUNT =" WS-OPEN-COUNT-COUNT.
           DISPLAY "ITEMS WITH VARIANCE =" WS-VARIANCE-COUNT.
           DISPLAY "BELOW ALLOCATED     =" WS-BELOW-ALLOC-COUNT.
      *
