       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMADF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Physical inventory adjustment posting.
      *                     Posts the approved count variances on
      *                     ICFF2A to ITEMF2A. The approver's initials
      *                     come from the second SYSIN card and the
      *                     run refuses to start unless the ITMVRF2A
      *                     variance report ran for the same business
      *                     date. For each counted item the adjustment
      *                     - counted less frozen book - is applied to
      *                     the current WS-IT-QTY-ON-HAND (floored at
      *                     zero); WS-IT-QTY-ALLOCATED is not touched.
      *                     Each adjustment is appended to the ITMLDGR
      *                     stock movement ledger extract and the
      *                     freeze record is marked posted. Any item
      *                     left with less on hand than is allocated to
      *                     OPEN orders is flagged on the posting
      *                     register. Items frozen but never counted
      *                     are left in the open count.
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
       COPY ITMWSREC.
       COPY ICFWSREC.
       COPY ITMLDGWS.
      *
       01 WS-ICFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ICFFILE-SUCCESS               VALUE '00'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-NOTFND                VALUE '23'.
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-NBR                            PIC 9      VALUE 0.
      *
       01 WS-CURRENT-DATE                   PIC 9(06)  VALUE 0.
       01 WS-CURRENT-TIME                   PIC 9(08)  VALUE 0.
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-APPROVAL-CARD.
           05 WS-APPROVER-ID                PIC X(03)  VALUE SPACES.
           05 FILLER                        PIC X(77)  VALUE SPACES.
      *
      * PER-RUN ASCENDING SEQUENCE FOR THE EMBEDDED ITMLDGR KEY - THE
      * NIGHT'S STOCK MOVEMENTS ARE REPROED INTO THE KEYED CLUSTER BY
      * OPS AHEAD OF THE ITMMVF2A MOVEMENT REPORT. THE KEY CARRIES THE
      * BUSINESS DATE SO A RUN PAST MIDNIGHT STAYS IN TONIGHT'S REPORT.
      *
       01 WS-LEDGER-SEQ-NBR                 PIC S9(08) COMP VALUE 0.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
       01 WS-ADJUST-WORK.
           05 WS-AW-VARIANCE-QTY            PIC S9(08) VALUE 0.
           05 WS-AW-ON-HAND-BEFORE          PIC 9(07)  VALUE 0.
           05 WS-AW-NEW-ON-HAND             PIC S9(08) VALUE 0.
           05 WS-AW-APPLIED-QTY             PIC S9(08) VALUE 0.
           05 WS-AW-ADJUST-VALUE            PIC S9(11)V99 VALUE 0.
      *
       01 WS-COUNTERS.
           05 WS-FREEZE-READ-COUNT          PIC 9(07)  VALUE 0.
           05 WS-POSTED-COUNT               PIC 9(07)  VALUE 0.
           05 WS-ADJUSTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-UNCOUNTED-COUNT            PIC 9(07)  VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT        PIC 9(07)  VALUE 0.
           05 WS-FLOORED-COUNT              PIC 9(07)  VALUE 0.
           05 WS-BELOW-ALLOC-COUNT          PIC 9(07)  VALUE 0.
       01 WS-NET-ADJUST-VALUE               PIC S9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "PHYSICAL INVENTORY ADJUSTMENT REGISTER".
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
           05 FILLER                        PIC X(12)
               VALUE "APPROVED BY ".
           05 WS-HL2-APPROVER               PIC X(03).
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(10) VALUE "      BOOK".
           05 FILLER                   PIC X(11) VALUE "    COUNTED".
           05 FILLER                   PIC X(11) VALUE "  ADJUSTMNT".
           05 FILLER                   PIC X(11) VALUE "  OH BEFORE".
           05 FILLER                   PIC X(11) VALUE "   OH AFTER".
           05 FILLER                   PIC X(11) VALUE "  ALLOCATED".
           05 FILLER                   PIC X(16)
               VALUE "           VALUE".
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE "REMARKS".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-BOOK-QTY                PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-COUNTED-QTY             PIC ZZ,ZZZ,ZZ9.
           05 WS-DL-ADJUST-QTY              PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-ON-HAND-BEFORE          PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-ON-HAND-AFTER           PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-ALLOCATED-QTY           PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-ADJUST-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-REMARKS                 PIC X(40).
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "COUNTS POSTED               = ".
           05 WS-TL1-POSTED-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS ADJUSTED              = ".
           05 WS-TL2-ADJUSTED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS BELOW ALLOCATED       = ".
           05 WS-TL3-BELOW-ALLOC-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "NOT COUNTED - LEFT OPEN     = ".
           05 WS-TL4-UNCOUNTED-COUNT        PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "NOT ON MASTER - NOT POSTED  = ".
           05 WS-TL5-NOT-ON-MASTER-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "NET VALUE OF ADJUSTMENTS    = ".
           05 WS-TL6-NET-VALUE              PIC -ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMADF2A'                  TO WS-RC-MY-PROGRAM.
           MOVE 'ITMVRF2A'                  TO WS-RC-PREREQ-PROGRAM.
           PERFORM 7300-RUNCTL-CHECK-PREREQ.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ICFFILE-SW
                         WS-ITMFILE-SW
                         WS-ILGFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-APPROVAL-CARD.
           IF WS-APPROVER-ID = SPACES
               DISPLAY "APPROVER INITIALS PARM MISSING - "
                       "ADJUSTMENTS NOT POSTED"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           DISPLAY "ADJUSTMENTS APPROVED BY=" WS-APPROVER-ID.
      *
           OPEN I-O ICF-FILE.
           IF WS-ICFFILE-SUCCESS
               DISPLAY "ICF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
               DISPLAY "ICF-FILE OPEN ERROR"
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
           READ ICF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-POST-ONE-COUNT
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ICF-FILE
                 ITM-FILE
                 ILG-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-FREEZE-READ-COUNT        TO WS-RC-IN-COUNT.
           MOVE WS-POSTED-COUNT             TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-POST-ONE-COUNT.
      *
           MOVE ICF-FILE-RECORD             TO WS-COUNT-FREEZE-RECORD.
           ADD 1 TO WS-FREEZE-READ-COUNT.
      *
           EVALUATE TRUE
               WHEN WS-IC-STATUS-COUNTED
                   PERFORM 110-ADJUST-ITEM
               WHEN WS-IC-STATUS-FROZEN
                   ADD 1 TO WS-UNCOUNTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           READ ICF-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       110-ADJUST-ITEM.
      *
           MOVE SPACES                      TO WS-DL-REMARKS.
           MOVE WS-IC-ITEM-NUMBER           TO ITM-FILE-NUMBER.
           READ ITM-FILE INTO WS-ITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE ZERO                TO WS-AW-ON-HAND-BEFORE
                                               WS-AW-NEW-ON-HAND
                                               WS-AW-APPLIED-QTY
                                               WS-AW-ADJUST-VALUE
                                               WS-IT-QTY-ALLOCATED
                   MOVE 'ITEM NOT ON MASTER - NOT POSTED'
                     TO WS-DL-REMARKS
               NOT INVALID KEY
                   PERFORM 120-APPLY-ADJUSTMENT
           END-READ.
      *
           PERFORM 500-PRINT-DETAIL-LINE.
      *
      * THE ADJUSTMENT IS COUNTED LESS FROZEN BOOK APPLIED TO TODAY'S
      * ON-HAND, SO SHIPMENTS AND RECEIPTS SINCE THE FREEZE STAND. A
      * SHORTAGE BIGGER THAN WHAT IS NOW ON HAND IS FLOORED AT ZERO AND
      * THE LEDGER RECORDS ONLY WHAT WAS ACTUALLY TAKEN OFF.
      *
       120-APPLY-ADJUSTMENT.
      *
           COMPUTE WS-AW-VARIANCE-QTY = WS-IC-COUNTED-QTY
                                      - WS-IC-BOOK-ON-HAND.
           MOVE WS-IT-QTY-ON-HAND           TO WS-AW-ON-HAND-BEFORE.
           COMPUTE WS-AW-NEW-ON-HAND = WS-IT-QTY-ON-HAND
                                     + WS-AW-VARIANCE-QTY.
           IF WS-AW-NEW-ON-HAND < ZERO
               MOVE ZERO                    TO WS-AW-NEW-ON-HAND
               ADD 1 TO WS-FLOORED-COUNT
               MOVE 'SHORTAGE FLOORED AT ZERO ON HAND'
                 TO WS-DL-REMARKS
           END-IF.
           COMPUTE WS-AW-APPLIED-QTY = WS-AW-NEW-ON-HAND
                                     - WS-AW-ON-HAND-BEFORE.
           COMPUTE WS-AW-ADJUST-VALUE ROUNDED =
                   WS-AW-APPLIED-QTY * WS-IC-UNIT-VALUE.
      *
           IF WS-AW-APPLIED-QTY NOT = ZERO
               MOVE WS-AW-NEW-ON-HAND       TO WS-IT-QTY-ON-HAND
               REWRITE ITM-FILE-RECORD FROM WS-ITEM-RECORD
               IF NOT WS-ITMFILE-SUCCESS
                   DISPLAY "WS-ITMFILE-SW=" WS-ITMFILE-SW
                   DISPLAY "ITM-FILE REWRITE ERROR FOR "
                           WS-IT-ITEM-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               ADD 1 TO WS-ADJUSTED-COUNT
               ADD WS-AW-ADJUST-VALUE       TO WS-NET-ADJUST-VALUE
               PERFORM 130-WRITE-STOCK-MOVEMENT
           END-IF.
      *
           IF WS-IT-QTY-ON-HAND < WS-IT-QTY-ALLOCATED
               ADD 1 TO WS-BELOW-ALLOC-COUNT
               MOVE '** ON HAND NOW BELOW ALLOCATED'
                 TO WS-DL-REMARKS
           END-IF.
      *
           SET WS-IC-STATUS-POSTED          TO TRUE.
           MOVE WS-AW-APPLIED-QTY           TO WS-IC-ADJUST-QTY.
           MOVE WS-RC-BUSINESS-DATE         TO WS-IC-POSTED-DATE.
           MOVE WS-APPROVER-ID              TO WS-IC-APPROVER-ID.
           REWRITE ICF-FILE-RECORD FROM WS-COUNT-FREEZE-RECORD.
           IF NOT WS-ICFFILE-SUCCESS
               DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
               DISPLAY "ICF-FILE REWRITE ERROR FOR "
                       WS-IC-ITEM-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
      *
       130-WRITE-STOCK-MOVEMENT.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           IF WS-AW-APPLIED-QTY > ZERO
               SET WS-IL-MOVE-COUNT-IN      TO TRUE
               MOVE WS-AW-APPLIED-QTY       TO WS-IL-QUANTITY
           ELSE
               SET WS-IL-MOVE-COUNT-OUT     TO TRUE
               COMPUTE WS-IL-QUANTITY = 0 - WS-AW-APPLIED-QTY
           END-IF.
           SET WS-IL-REF-COUNT              TO TRUE.
           MOVE SPACES                      TO WS-IL-REFERENCE.
           MOVE WS-IC-FREEZE-DATE           TO WS-IL-REFERENCE.
           MOVE WS-APPROVER-ID              TO WS-IL-OPERATOR-ID.
           MOVE 'ITMADF2A'                  TO WS-IL-RUN-ID.
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
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-IC-ITEM-NUMBER           TO WS-DL-ITEM-NUMBER.
           MOVE WS-IC-BOOK-ON-HAND          TO WS-DL-BOOK-QTY.
           MOVE WS-IC-COUNTED-QTY           TO WS-DL-COUNTED-QTY.
           MOVE WS-AW-APPLIED-QTY           TO WS-DL-ADJUST-QTY.
           MOVE WS-AW-ON-HAND-BEFORE        TO WS-DL-ON-HAND-BEFORE.
           MOVE WS-AW-NEW-ON-HAND           TO WS-DL-ON-HAND-AFTER.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-DL-ALLOCATED-QTY.
           MOVE WS-AW-ADJUST-VALUE          TO WS-DL-ADJUST-VALUE.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-DATE.
           MOVE WS-APPROVER-ID              TO WS-HL2-APPROVER.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 7
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-POSTED-COUNT             TO WS-TL1-POSTED-COUNT.
           MOVE WS-ADJUSTED-COUNT           TO WS-TL2-ADJUSTED-COUNT.
           MOVE WS-BELOW-ALLOC-COUNT        TO WS-TL3-BELOW-ALLOC-COUNT.
           MOVE WS-UNCOUNTED-COUNT          TO WS-TL4-UNCOUNTED-COUNT.
           MOVE WS-NOT-ON-MASTER-COUNT
             TO WS-TL5-NOT-ON-MASTER-COUNT.
           MOVE WS-NET-ADJUST-VALUE         TO WS-TL6-NET-VALUE.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
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
           DISPLAY "COUNTS POSTED       =" WS-POSTED-COUNT.
           DISPLAY "ITEMS ADJUSTED      =" WS-ADJUSTED-COUNT.
           DISPLAY "SHORTAGES FLOORED   =" WS-FLOORED-COUNT.
           DISPLAY "BELOW ALLOCATED     =" WS-BELOW-ALLOC-COUNT.
      *
