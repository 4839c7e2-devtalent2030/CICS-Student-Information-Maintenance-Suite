       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMCSF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Physical inventory count sheets. Reads
      *                     ITEMF2A for the item range on the second
      *                     SYSIN card (FROM item in columns 1-6, TO
      *                     item in 7-12, blank for all items), prints
      *                     a blind count sheet - no book quantity -
      *                     for the counters, and freezes each item's
      *                     book on-hand, allocated and unit value on
      *                     the ICFF2A count freeze file. An item still
      *                     in an earlier count that has not been
      *                     posted is listed but not refrozen, so a
      *                     count in progress is never overwritten.
      *                     The count is loaded by ITMCLF2A, reviewed
      *                     on the ITMVRF2A variance report and posted
      *                     by ITMADF2A.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT ICF-FILE ASSIGN TO ICFFILE
               RECORD KEY IS ICF-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-ICFFILE-SW.

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

       FD ICF-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ICF-FILE-RECORD.
       01 ICF-FILE-RECORD.
           05 ICF-FILE-KEY.
               10 ICF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(74).

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
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-EOF                   VALUE '10'.
       01 WS-ICFFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ICFFILE-SUCCESS               VALUE '00'.
           88  WS-ICFFILE-NOTFND                VALUE '23'.
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
      * ITEM RANGE FOR THIS COUNT FROM THE SECOND SYSIN CARD. A BLANK
      * FROM STARTS AT THE FIRST ITEM, A BLANK TO RUNS TO THE LAST.
      *
       01 WS-RANGE-CARD.
           05 WS-RANGE-FROM                 PIC X(06)  VALUE SPACES.
           05 WS-RANGE-TO                   PIC X(06)  VALUE SPACES.
           05 FILLER                        PIC X(68)  VALUE SPACES.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
       01 WS-COUNTERS.
           05 WS-ITEM-READ-COUNT            PIC 9(07)  VALUE 0.
           05 WS-FROZEN-COUNT               PIC 9(07)  VALUE 0.
           05 WS-IN-COUNT-COUNT             PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "PHYSICAL INVENTORY COUNT SHEET".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(12)
               VALUE "FREEZE DATE ".
           05 WS-HL2-DATE                   PIC X(06).
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(06)  VALUE "ITEMS ".
           05 WS-HL2-FROM                   PIC X(06).
           05 FILLER                        PIC X(04)  VALUE " TO ".
           05 WS-HL2-TO                     PIC X(06).
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(09) VALUE "ITEM NO".
           05 FILLER                   PIC X(33) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(18)
               VALUE "COUNTED QUANTITY".
           05 FILLER                   PIC X(12) VALUE "COUNTED BY".
           05 FILLER                   PIC X(40) VALUE "REMARKS".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-ITEM-DESC               PIC X(30).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-COUNT-BLANK             PIC X(16).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-COUNTER-BLANK           PIC X(10).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-REMARKS                 PIC X(40).
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS IN RANGE              = ".
           05 WS-TL1-READ-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS FROZEN FOR THIS COUNT = ".
           05 WS-TL2-FROZEN-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS STILL IN AN OPEN COUNT= ".
           05 WS-TL3-IN-COUNT-COUNT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMCSF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ITMFILE-SW
                         WS-ICFFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-RANGE-CARD.
           IF WS-RANGE-TO = SPACES
               MOVE HIGH-VALUES             TO WS-RANGE-TO
           END-IF.
           IF WS-RANGE-FROM > WS-RANGE-TO
               DISPLAY "ITEM RANGE FROM " WS-RANGE-FROM
                       " IS AFTER TO " WS-RANGE-TO
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           DISPLAY "COUNT RANGE FROM=" WS-RANGE-FROM
                   " TO=" WS-RANGE-TO.
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
           OPEN I-O ICF-FILE.
           IF WS-ICFFILE-SUCCESS
               DISPLAY "ICF-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
               DISPLAY "ICF-FILE OPEN ERROR"
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
           MOVE WS-RANGE-FROM               TO ITM-FILE-NUMBER.
           START ITM-FILE KEY >= ITM-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-IN
           END-START.
      *
           IF WS-EOF-IN-NO
               PERFORM 110-READ-NEXT-ITEM
           END-IF.
      *
           PERFORM 100-FREEZE-ONE-ITEM
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ITM-FILE
                 ICF-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-ITEM-READ-COUNT          TO WS-RC-IN-COUNT.
           MOVE WS-FROZEN-COUNT             TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-FREEZE-ONE-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
           ADD 1 TO WS-ITEM-READ-COUNT.
           MOVE SPACES                      TO WS-DL-REMARKS.
      *
           MOVE WS-IT-ITEM-NUMBER           TO ICF-FILE-NUMBER.
           READ ICF-FILE INTO WS-COUNT-FREEZE-RECORD
               INVALID KEY
                   PERFORM 120-BUILD-FREEZE-RECORD
                   WRITE ICF-FILE-RECORD FROM WS-COUNT-FREEZE-RECORD
                   PERFORM 130-CHECK-FREEZE-WRITE
               NOT INVALID KEY
                   IF WS-IC-STATUS-POSTED
                       PERFORM 120-BUILD-FREEZE-RECORD
                       REWRITE ICF-FILE-RECORD
                           FROM WS-COUNT-FREEZE-RECORD
                       PERFORM 130-CHECK-FREEZE-WRITE
                   ELSE
                       ADD 1 TO WS-IN-COUNT-COUNT
                       STRING 'IN OPEN COUNT FROZEN '
                              WS-IC-FREEZE-DATE
                              ' - NOT REFROZEN'
                              DELIMITED BY SIZE
                         INTO WS-DL-REMARKS
                   END-IF
           END-READ.
      *
           PERFORM 500-PRINT-DETAIL-LINE.
      *
           PERFORM 110-READ-NEXT-ITEM.
      *
       110-READ-NEXT-ITEM.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN
           END-READ.
      *
           IF WS-EOF-IN-NO
              AND ITM-FILE-NUMBER > WS-RANGE-TO
               MOVE 'Y' TO WS-EOF-SW-IN
           END-IF.
      *
       120-BUILD-FREEZE-RECORD.
      *
           ACCEPT WS-CURRENT-TIME           FROM TIME.
           MOVE SPACES                      TO WS-COUNT-FREEZE-RECORD.
           MOVE WS-IT-ITEM-NUMBER           TO WS-IC-ITEM-NUMBER.
           SET WS-IC-STATUS-FROZEN          TO TRUE.
           MOVE WS-RC-BUSINESS-DATE         TO WS-IC-FREEZE-DATE.
           MOVE WS-CURRENT-TIME(1:6)        TO WS-IC-FREEZE-TIME.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IC-BOOK-ON-HAND.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IC-BOOK-ALLOCATED.
           MOVE WS-IT-UNIT-PRICE            TO WS-IC-UNIT-VALUE.
           MOVE ZERO                        TO WS-IC-COUNTED-QTY
                                               WS-IC-COUNT-TIMES
                                               WS-IC-ADJUST-QTY.
      *
       130-CHECK-FREEZE-WRITE.
      *
           IF NOT WS-ICFFILE-SUCCESS
               DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
               DISPLAY "ICF-FILE WRITE ERROR FOR "
                       WS-IC-ITEM-NUMBER
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1 TO WS-FROZEN-COUNT.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-IT-ITEM-NUMBER           TO WS-DL-ITEM-NUMBER.
           MOVE WS-IT-DESC                  TO WS-DL-ITEM-DESC.
           IF WS-DL-REMARKS = SPACES
               MOVE ALL '_'                 TO WS-DL-COUNT-BLANK
                                               WS-DL-COUNTER-BLANK
           ELSE
               MOVE SPACES                  TO WS-DL-COUNT-BLANK
                                               WS-DL-COUNTER-BLANK
           END-IF.
      *
      *    DOUBLE SPACED SO THE COUNTERS HAVE ROOM TO WRITE.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           WRITE PRINT-RECORD FROM SPACES.
           ADD 2 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-DATE.
           MOVE WS-RANGE-FROM               TO WS-HL2-FROM.
           IF WS-RANGE-TO = HIGH-VALUES
               MOVE 'LAST  '                TO WS-HL2-TO
           ELSE
               MOVE WS-RANGE-TO             TO WS-HL2-TO
           END-IF.
           IF WS-RANGE-FROM = SPACES
               MOVE 'FIRST '                TO WS-HL2-FROM
           END-IF.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-ITEM-READ-COUNT          TO WS-TL1-READ-COUNT.
           MOVE WS-FROZEN-COUNT             TO WS-TL2-FROZEN-COUNT.
           MOVE WS-IN-COUNT-COUNT           TO WS-TL3-IN-COUNT-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
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
           DISPLAY "ITEMS IN RANGE      =" WS-ITEM-READ-COUNT.
           DISPLAY "ITEMS FROZEN        =" WS-FROZEN-COUNT.
           DISPLAY "ITEMS IN OPEN COUNT =" WS-IN-COUNT-COUNT.
      *
