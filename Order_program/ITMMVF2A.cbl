       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMMVF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Nightly stock movement report. Reads the
      *                     ITMLDGR stock movement ledger for the
      *                     business date from SYSIN and totals each
      *                     item's movements by type, then walks
      *                     ITEMF2A in item order against last night's
      *                     ITEMF2A snapshot. For every item that
      *                     moved it prints the opening balance (last
      *                     night's snapshot), receipts, returns,
      *                     net physical count adjustments, shipments,
      *                     allocations and releases, and
      *                     the closing balance from the master. Any
      *                     item whose opening balance plus the day's
      *                     ledger movements does not come to the
      *                     master's closing balance is flagged, so a
      *                     stock change made without a ledger record
      *                     shows up the night it happens. Tonight's
      *                     master images are written as the snapshot
      *                     for tomorrow's opening balances. Runs
      *                     after the online region is closed for the
      *                     day and the batch ledger extracts have
      *                     been reproed into the cluster.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ILG-FILE ASSIGN TO ITMLDGR
               RECORD KEY IS ILG-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT ITM-FILE ASSIGN TO ITEMFILE
               RECORD KEY IS ITM-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITMFILE-SW.

           SELECT OLD-SNAPSHOT ASSIGN TO OLDSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDSNAP-SW.

           SELECT NEW-SNAPSHOT ASSIGN TO NEWSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWSNAP-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ILG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ILG-FILE-RECORD.
       01 ILG-FILE-RECORD.
           05 ILG-FILE-KEY.
               10 ILG-FILE-KEY-DATE         PIC X(6).
               10 ILG-FILE-KEY-TIME         PIC X(6).
               10 ILG-FILE-KEY-SEQ          PIC X(4).
               10 ILG-FILE-KEY-CTR          PIC X(2).
           05 FILLER                        PIC X(82).

       FD ITM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITM-FILE-RECORD.
       01 ITM-FILE-RECORD.
           05 ITM-FILE-KEY.
               10 ITM-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(94).

       FD OLD-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OLD-SNAPSHOT-RECORD.
       01 OLD-SNAPSHOT-RECORD               PIC X(100).

       FD NEW-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS NEW-SNAPSHOT-RECORD.
       01 NEW-SNAPSHOT-RECORD               PIC X(100).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY ITMLDGWS.
       COPY ITMWSREC.
      *
      * LAST NIGHT'S IMAGE OF THE ITEM BEING MATCHED - SAME LAYOUT AS
      * THE MASTER, ONLY THE KEY AND THE TWO BALANCES ARE USED.
      *
       01 WS-OLD-ITEM-RECORD.
           05 WS-OI-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(54).
           05 WS-OI-QTY-ON-HAND             PIC 9(07).
           05 WS-OI-QTY-ALLOCATED           PIC 9(07).
           05 FILLER                        PIC X(01).
      *
       01 WS-ILGFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS               VALUE '00'.
           88  WS-ILGFILE-EOF                   VALUE '10'.
       01 WS-ITMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-ITMFILE-SUCCESS               VALUE '00'.
           88  WS-ITMFILE-EOF                   VALUE '10'.
       01 WS-OLDSNAP-SW                     PIC X(02)  VALUE SPACES.
           88  WS-OLDSNAP-SUCCESS               VALUE '00'.
       01 WS-NEWSNAP-SW                     PIC X(02)  VALUE SPACES.
           88  WS-NEWSNAP-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-ILG                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ILG-NO                    VALUE 'N'.
           88  WS-EOF-ILG-YES                   VALUE 'Y'.
       01 WS-EOF-SW-ITM                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-ITM-NO                    VALUE 'N'.
           88  WS-EOF-ITM-YES                   VALUE 'Y'.
       01 WS-EOF-SW-OLD                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-OLD-NO                    VALUE 'N'.
           88  WS-EOF-OLD-YES                   VALUE 'Y'.
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
      * ONE ENTRY PER ITEM THAT MOVED ON THE BUSINESS DATE, WITH THE
      * DAY'S QUANTITIES BY MOVEMENT TYPE. AN ITEM PAST THE TABLE
      * LIMIT IS COUNTED AND FLAGGED ON THE REPORT - ITS MOVEMENTS
      * ARE MISSING FROM THE FOOTING, SO THE LIMIT MUST BE RAISED.
      *
       01 WS-MV-MAX-TABLE                   PIC 9(04)  VALUE 2000.
       01 WS-MV-TABLE-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MV-SUB                         PIC 9(04) COMP VALUE 0.
       01 WS-MV-HIT                         PIC 9(04) COMP VALUE 0.
       01 WS-MV-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-MV-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-MV-FOUND                      VALUE 'Y'.
       01 WS-MV-ITEM-TABLE.
           05 WS-MV-ENTRY                   OCCURS 2000 TIMES.
               10 WS-MV-ITEM-NUMBER         PIC X(06).
               10 WS-MV-MATCHED-SW          PIC X(01).
                   88  WS-MV-MATCHED            VALUE 'Y'.
               10 WS-MV-RECEIVED-QTY        PIC 9(09) COMP-3.
               10 WS-MV-RETURNED-QTY        PIC 9(09) COMP-3.
               10 WS-MV-SHIPPED-QTY         PIC 9(09) COMP-3.
               10 WS-MV-ALLOCATED-QTY       PIC 9(09) COMP-3.
               10 WS-MV-RELEASED-QTY        PIC 9(09) COMP-3.
               10 WS-MV-COUNT-IN-QTY        PIC 9(09) COMP-3.
               10 WS-MV-COUNT-OUT-QTY       PIC 9(09) COMP-3.
      *
      * THE ITEM BEING REPORTED - OPENING FROM THE SNAPSHOT, CLOSING
      * FROM THE MASTER, AND WHAT THE LEDGER SAYS THE CLOSING SHOULD
      * BE.
      *
       01 WS-ITEM-WORK.
           05 WS-IW-ITEM-NUMBER             PIC X(06)  VALUE SPACES.
           05 WS-IW-OPEN-ON-HAND            PIC 9(07)  VALUE 0.
           05 WS-IW-OPEN-ALLOCATED          PIC 9(07)  VALUE 0.
           05 WS-IW-CLOSE-ON-HAND           PIC 9(07)  VALUE 0.
           05 WS-IW-CLOSE-ALLOCATED         PIC 9(07)  VALUE 0.
           05 WS-IW-RECEIVED-QTY            PIC 9(09)  VALUE 0.
           05 WS-IW-RETURNED-QTY            PIC 9(09)  VALUE 0.
           05 WS-IW-SHIPPED-QTY             PIC 9(09)  VALUE 0.
           05 WS-IW-ALLOCATED-QTY           PIC 9(09)  VALUE 0.
           05 WS-IW-RELEASED-QTY            PIC 9(09)  VALUE 0.
           05 WS-IW-COUNT-IN-QTY            PIC 9(09)  VALUE 0.
           05 WS-IW-COUNT-OUT-QTY           PIC 9(09)  VALUE 0.
           05 WS-IW-ADJUSTED-QTY            PIC S9(09) VALUE 0.
           05 WS-IW-LEDGER-ON-HAND          PIC S9(09) VALUE 0.
           05 WS-IW-LEDGER-ALLOCATED        PIC S9(09) VALUE 0.
           05 WS-IW-MOVED-SW                PIC X(01)  VALUE 'N'.
               88  WS-IW-MOVED                  VALUE 'Y'.
           05 WS-IW-FOOTS-SW                PIC X(01)  VALUE 'Y'.
               88  WS-IW-FOOTS                  VALUE 'Y'.
           05 WS-IW-FLAG                    PIC X(13)  VALUE SPACES.
      *
       01 WS-COUNTERS.
           05 WS-LEDGER-READ-COUNT          PIC 9(07)  VALUE 0.
           05 WS-LEDGER-DAY-COUNT           PIC 9(07)  VALUE 0.
           05 WS-ITEM-READ-COUNT            PIC 9(07)  VALUE 0.
           05 WS-ITEM-MOVED-COUNT           PIC 9(07)  VALUE 0.
           05 WS-NOT-FOOTING-COUNT          PIC 9(07)  VALUE 0.
           05 WS-NEW-ITEM-COUNT             PIC 9(07)  VALUE 0.
           05 WS-DROPPED-ITEM-COUNT         PIC 9(07)  VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT        PIC 9(07)  VALUE 0.
           05 WS-SNAPSHOT-COUNT             PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "DAILY STOCK MOVEMENT REPORT".
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
           05 FILLER                   PIC X(07) VALUE "ITEM".
           05 FILLER                   PIC X(11) VALUE "    OPEN OH".
           05 FILLER                   PIC X(11) VALUE "   RECEIVED".
           05 FILLER                   PIC X(11) VALUE "   RETURNED".
           05 FILLER                   PIC X(11) VALUE "   ADJUSTED".
           05 FILLER                   PIC X(11) VALUE "    SHIPPED".
           05 FILLER                   PIC X(11) VALUE "   CLOSE OH".
           05 FILLER                   PIC X(11) VALUE "    OPEN AL".
           05 FILLER                   PIC X(11) VALUE "  ALLOCATED".
           05 FILLER                   PIC X(11) VALUE "   RELEASED".
           05 FILLER                   PIC X(11) VALUE "   CLOSE AL".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "FLAG".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-OPEN-ON-HAND            PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-RECEIVED-QTY            PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-RETURNED-QTY            PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-ADJUSTED-QTY            PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-SHIPPED-QTY             PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-CLOSE-ON-HAND           PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-OPEN-ALLOCATED          PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-ALLOCATED-QTY           PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-RELEASED-QTY            PIC -ZZ,ZZZ,ZZ9.
           05 WS-DL-CLOSE-ALLOCATED         PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-FLAG                    PIC X(13).
      *
      * PRINTED UNDER AN ITEM THAT DOES NOT FOOT - THE CLOSING
      * BALANCES THE LEDGER ARRIVES AT, BESIDE THE MASTER'S.
      *
       01 WS-LEDGER-LINE.
           05 FILLER                        PIC X(17)  VALUE SPACES.
           05 FILLER                        PIC X(45)
               VALUE "  LEDGER CLOSING BALANCES ----------------->".
           05 WS-LL-CLOSE-ON-HAND           PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(33)
               VALUE "  ------------------------------>".
           05 WS-LL-CLOSE-ALLOCATED         PIC -ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "LEDGER RECORDS FOR THE DAY  = ".
           05 WS-TL1-DAY-COUNT              PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS WITH MOVEMENT         = ".
           05 WS-TL2-MOVED-COUNT            PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS THAT DO NOT FOOT      = ".
           05 WS-TL3-NOT-FOOTING-COUNT      PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS NEW SINCE LAST NIGHT  = ".
           05 WS-TL4-NEW-ITEM-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS GONE FROM THE MASTER  = ".
           05 WS-TL5-DROPPED-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "LEDGER ITEMS NOT ON MASTER  = ".
           05 WS-TL6-NOT-ON-MASTER-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-7.
           05 FILLER                        PIC X(30)
               VALUE "ITEMS PAST TABLE LIMIT      = ".
           05 WS-TL7-OVERFLOW-COUNT         PIC ZZZ,ZZ9.
       01 WS-RESULT-LINE.
           05 WS-RL-TEXT                    PIC X(60).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMMVF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-ILGFILE-SW
                         WS-ITMFILE-SW
                         WS-OLDSNAP-SW
                         WS-NEWSNAP-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           OPEN INPUT ILG-FILE.
           IF WS-ILGFILE-SUCCESS
               DISPLAY "ILG-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
               DISPLAY "ILG-FILE OPEN ERROR"
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
           OPEN INPUT OLD-SNAPSHOT.
           IF WS-OLDSNAP-SUCCESS
               DISPLAY "OLD-SNAPSHOT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OLDSNAP-SW=" WS-OLDSNAP-SW
               DISPLAY "OLD-SNAPSHOT OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN OUTPUT NEW-SNAPSHOT.
           IF WS-NEWSNAP-SUCCESS
               DISPLAY "NEW-SNAPSHOT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-NEWSNAP-SW=" WS-NEWSNAP-SW
               DISPLAY "NEW-SNAPSHOT OPENING ERROR"
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
           READ ILG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ILG.
      *
           PERFORM 100-ACCUMULATE-MOVEMENT
               UNTIL WS-EOF-ILG-YES.
      *
           PERFORM 210-READ-OLD-SNAPSHOT.
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ITM.
      *
           PERFORM 200-MATCH-ITEM
               UNTIL WS-EOF-ITM-YES AND WS-EOF-OLD-YES.
      *
           PERFORM 400-LIST-UNMATCHED-ENTRY
               VARYING WS-MV-SUB FROM 1 BY 1
                   UNTIL WS-MV-SUB > WS-MV-TABLE-COUNT.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE ILG-FILE
                 ITM-FILE
                 OLD-SNAPSHOT
                 NEW-SNAPSHOT
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-LEDGER-DAY-COUNT         TO WS-RC-IN-COUNT.
           MOVE WS-SNAPSHOT-COUNT           TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-ACCUMULATE-MOVEMENT.
      *
           MOVE ILG-FILE-RECORD          TO WS-STOCK-LEDGER-RECORD.
           ADD 1                          TO WS-LEDGER-READ-COUNT.
      *
           IF WS-IL-KEY-DATE = WS-RC-BUSINESS-DATE
               ADD 1 TO WS-LEDGER-DAY-COUNT
               PERFORM 150-FIND-ITEM-ENTRY
               IF WS-MV-FOUND
                   PERFORM 170-ADD-TO-ENTRY
               END-IF
           END-IF.
      *
           READ ILG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ILG.
      *
       150-FIND-ITEM-ENTRY.
      *
           MOVE 'N' TO WS-MV-FOUND-SW.
           MOVE ZERO TO WS-MV-HIT.
           PERFORM 160-CHECK-ITEM-ENTRY
               VARYING WS-MV-SUB FROM 1 BY 1
                   UNTIL WS-MV-SUB > WS-MV-TABLE-COUNT
                      OR WS-MV-FOUND.
      *
           IF NOT WS-MV-FOUND
               IF WS-MV-TABLE-COUNT < WS-MV-MAX-TABLE
                   ADD 1 TO WS-MV-TABLE-COUNT
                   MOVE WS-MV-TABLE-COUNT   TO WS-MV-HIT
                   MOVE WS-IL-ITEM-NUMBER
                     TO WS-MV-ITEM-NUMBER(WS-MV-HIT)
                   MOVE 'N'
                     TO WS-MV-MATCHED-SW(WS-MV-HIT)
                   MOVE ZERO TO WS-MV-RECEIVED-QTY(WS-MV-HIT)
                                WS-MV-RETURNED-QTY(WS-MV-HIT)
                                WS-MV-SHIPPED-QTY(WS-MV-HIT)
                                WS-MV-ALLOCATED-QTY(WS-MV-HIT)
                                WS-MV-RELEASED-QTY(WS-MV-HIT)
                                WS-MV-COUNT-IN-QTY(WS-MV-HIT)
                                WS-MV-COUNT-OUT-QTY(WS-MV-HIT)
                   MOVE 'Y'                 TO WS-MV-FOUND-SW
               ELSE
                   ADD 1 TO WS-MV-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       160-CHECK-ITEM-ENTRY.
      *
           IF WS-MV-ITEM-NUMBER(WS-MV-SUB) = WS-IL-ITEM-NUMBER
               MOVE 'Y' TO WS-MV-FOUND-SW
               MOVE WS-MV-SUB TO WS-MV-HIT
           END-IF.
      *
       170-ADD-TO-ENTRY.
      *
           EVALUATE TRUE
               WHEN WS-IL-MOVE-RECEIPT
                   ADD WS-IL-QUANTITY TO WS-MV-RECEIVED-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-RETURN
                   ADD WS-IL-QUANTITY TO WS-MV-RETURNED-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-SHIP
                   ADD WS-IL-QUANTITY TO WS-MV-SHIPPED-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-ALLOCATE
                   ADD WS-IL-QUANTITY
                     TO WS-MV-ALLOCATED-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-DEALLOCATE
                   ADD WS-IL-QUANTITY TO WS-MV-RELEASED-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-COUNT-IN
                   ADD WS-IL-QUANTITY TO WS-MV-COUNT-IN-QTY(WS-MV-HIT)
               WHEN WS-IL-MOVE-COUNT-OUT
                   ADD WS-IL-QUANTITY
                     TO WS-MV-COUNT-OUT-QTY(WS-MV-HIT)
               WHEN OTHER
                   DISPLAY "ITMMVF2A: UNKNOWN MOVEMENT TYPE "
                           WS-IL-MOVE-TYPE " FOR ITEM "
                           WS-IL-ITEM-NUMBER
           END-EVALUATE.
      *
      * ITEMF2A AND LAST NIGHT'S SNAPSHOT ARE BOTH IN ITEM ORDER. AN
      * ITEM ADDED TODAY OPENS AT ZERO; AN ITEM DELETED TODAY CLOSES
      * AT ZERO AND IS NOT CARRIED INTO TOMORROW'S SNAPSHOT.
      *
       200-MATCH-ITEM.
      *
           EVALUATE TRUE
               WHEN WS-EOF-OLD-YES
                   PERFORM 220-TAKE-NEW-ITEM
               WHEN WS-EOF-ITM-YES
                   PERFORM 230-TAKE-DROPPED-ITEM
               WHEN ITM-FILE-NUMBER < WS-OI-ITEM-NUMBER
                   PERFORM 220-TAKE-NEW-ITEM
               WHEN ITM-FILE-NUMBER > WS-OI-ITEM-NUMBER
                   PERFORM 230-TAKE-DROPPED-ITEM
               WHEN OTHER
                   PERFORM 240-TAKE-MATCHED-ITEM
           END-EVALUATE.
      *
       210-READ-OLD-SNAPSHOT.
      *
           READ OLD-SNAPSHOT INTO WS-OLD-ITEM-RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-OLD.
      *
       220-TAKE-NEW-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
           ADD 1 TO WS-ITEM-READ-COUNT.
           ADD 1 TO WS-NEW-ITEM-COUNT.
           MOVE WS-IT-ITEM-NUMBER           TO WS-IW-ITEM-NUMBER.
           MOVE ZERO                        TO WS-IW-OPEN-ON-HAND
                                               WS-IW-OPEN-ALLOCATED.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IW-CLOSE-ON-HAND.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IW-CLOSE-ALLOCATED.
           PERFORM 300-REPORT-ONE-ITEM.
           PERFORM 250-WRITE-NEW-SNAPSHOT.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ITM.
      *
       230-TAKE-DROPPED-ITEM.
      *
           ADD 1 TO WS-DROPPED-ITEM-COUNT.
           MOVE WS-OI-ITEM-NUMBER           TO WS-IW-ITEM-NUMBER.
           MOVE WS-OI-QTY-ON-HAND           TO WS-IW-OPEN-ON-HAND.
           MOVE WS-OI-QTY-ALLOCATED         TO WS-IW-OPEN-ALLOCATED.
           MOVE ZERO                        TO WS-IW-CLOSE-ON-HAND
                                               WS-IW-CLOSE-ALLOCATED.
           PERFORM 300-REPORT-ONE-ITEM.
      *
           PERFORM 210-READ-OLD-SNAPSHOT.
      *
       240-TAKE-MATCHED-ITEM.
      *
           MOVE ITM-FILE-RECORD             TO WS-ITEM-RECORD.
           ADD 1 TO WS-ITEM-READ-COUNT.
           MOVE WS-IT-ITEM-NUMBER           TO WS-IW-ITEM-NUMBER.
           MOVE WS-OI-QTY-ON-HAND           TO WS-IW-OPEN-ON-HAND.
           MOVE WS-OI-QTY-ALLOCATED         TO WS-IW-OPEN-ALLOCATED.
           MOVE WS-IT-QTY-ON-HAND           TO WS-IW-CLOSE-ON-HAND.
           MOVE WS-IT-QTY-ALLOCATED         TO WS-IW-CLOSE-ALLOCATED.
           PERFORM 300-REPORT-ONE-ITEM.
           PERFORM 250-WRITE-NEW-SNAPSHOT.
      *
           READ ITM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-ITM.
           PERFORM 210-READ-OLD-SNAPSHOT.
      *
       250-WRITE-NEW-SNAPSHOT.
      *
           WRITE NEW-SNAPSHOT-RECORD FROM ITM-FILE-RECORD.
           IF NOT WS-NEWSNAP-SUCCESS
               DISPLAY "WS-NEWSNAP-SW=" WS-NEWSNAP-SW
               DISPLAY "NEW-SNAPSHOT WRITE ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
           ADD 1 TO WS-SNAPSHOT-COUNT.
      *
      * PICKS UP THE ITEM'S MOVEMENTS FROM THE TABLE, WORKS OUT WHAT
      * THE LEDGER SAYS THE CLOSING BALANCES SHOULD BE AND PRINTS THE
      * ITEM IF IT MOVED OR DOES NOT FOOT.
      *
       300-REPORT-ONE-ITEM.
      *
           MOVE ZERO TO WS-IW-RECEIVED-QTY
                        WS-IW-RETURNED-QTY
                        WS-IW-SHIPPED-QTY
                        WS-IW-ALLOCATED-QTY
                        WS-IW-RELEASED-QTY
                        WS-IW-COUNT-IN-QTY
                        WS-IW-COUNT-OUT-QTY.
           MOVE 'N' TO WS-IW-MOVED-SW.
      *
           MOVE WS-IW-ITEM-NUMBER           TO WS-IL-ITEM-NUMBER.
           MOVE 'N' TO WS-MV-FOUND-SW.
           PERFORM 160-CHECK-ITEM-ENTRY
               VARYING WS-MV-SUB FROM 1 BY 1
                   UNTIL WS-MV-SUB > WS-MV-TABLE-COUNT
                      OR WS-MV-FOUND.
      *
           IF WS-MV-FOUND
               MOVE 'Y' TO WS-IW-MOVED-SW
               MOVE 'Y' TO WS-MV-MATCHED-SW(WS-MV-HIT)
               MOVE WS-MV-RECEIVED-QTY(WS-MV-HIT)
                 TO WS-IW-RECEIVED-QTY
               MOVE WS-MV-RETURNED-QTY(WS-MV-HIT)
                 TO WS-IW-RETURNED-QTY
               MOVE WS-MV-SHIPPED-QTY(WS-MV-HIT)
                 TO WS-IW-SHIPPED-QTY
               MOVE WS-MV-ALLOCATED-QTY(WS-MV-HIT)
                 TO WS-IW-ALLOCATED-QTY
               MOVE WS-MV-RELEASED-QTY(WS-MV-HIT)
                 TO WS-IW-RELEASED-QTY
               MOVE WS-MV-COUNT-IN-QTY(WS-MV-HIT)
                 TO WS-IW-COUNT-IN-QTY
               MOVE WS-MV-COUNT-OUT-QTY(WS-MV-HIT)
                 TO WS-IW-COUNT-OUT-QTY
           END-IF.
      *
           COMPUTE WS-IW-ADJUSTED-QTY = WS-IW-COUNT-IN-QTY
                                      - WS-IW-COUNT-OUT-QTY.
           COMPUTE WS-IW-LEDGER-ON-HAND = WS-IW-OPEN-ON-HAND
                                        + WS-IW-RECEIVED-QTY
                                        + WS-IW-RETURNED-QTY
                                        + WS-IW-ADJUSTED-QTY
                                        - WS-IW-SHIPPED-QTY.
           COMPUTE WS-IW-LEDGER-ALLOCATED = WS-IW-OPEN-ALLOCATED
                                          + WS-IW-ALLOCATED-QTY
                                          - WS-IW-RELEASED-QTY.
      *
           MOVE 'Y' TO WS-IW-FOOTS-SW.
           MOVE SPACES TO WS-IW-FLAG.
           IF WS-IW-LEDGER-ON-HAND NOT = WS-IW-CLOSE-ON-HAND
              OR WS-IW-LEDGER-ALLOCATED NOT = WS-IW-CLOSE-ALLOCATED
               MOVE 'N' TO WS-IW-FOOTS-SW
               MOVE '*NOT FOOTING*' TO WS-IW-FLAG
               ADD 1 TO WS-NOT-FOOTING-COUNT
           END-IF.
      *
           IF WS-IW-MOVED
               ADD 1 TO WS-ITEM-MOVED-COUNT
           END-IF.
      *
           IF WS-IW-MOVED OR NOT WS-IW-FOOTS
               PERFORM 500-PRINT-DETAIL-LINE
           END-IF.
      *
      * A LEDGER ITEM NEITHER ON THE MASTER NOR IN LAST NIGHT'S
      * SNAPSHOT - SOMETHING MOVED STOCK ON AN ITEM NUMBER THAT DOES
      * NOT EXIST. LISTED WITH ITS MOVEMENTS AND FLAGGED.
      *
       400-LIST-UNMATCHED-ENTRY.
      *
           IF NOT WS-MV-MATCHED(WS-MV-SUB)
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE WS-MV-ITEM-NUMBER(WS-MV-SUB) TO WS-IW-ITEM-NUMBER
               MOVE ZERO TO WS-IW-OPEN-ON-HAND
                            WS-IW-OPEN-ALLOCATED
                            WS-IW-CLOSE-ON-HAND
                            WS-IW-CLOSE-ALLOCATED
                            WS-IW-LEDGER-ON-HAND
                            WS-IW-LEDGER-ALLOCATED
               MOVE WS-MV-RECEIVED-QTY(WS-MV-SUB)
                 TO WS-IW-RECEIVED-QTY
               MOVE WS-MV-RETURNED-QTY(WS-MV-SUB)
                 TO WS-IW-RETURNED-QTY
               MOVE WS-MV-SHIPPED-QTY(WS-MV-SUB)
                 TO WS-IW-SHIPPED-QTY
               MOVE WS-MV-ALLOCATED-QTY(WS-MV-SUB)
                 TO WS-IW-ALLOCATED-QTY
               MOVE WS-MV-RELEASED-QTY(WS-MV-SUB)
                 TO WS-IW-RELEASED-QTY
               COMPUTE WS-IW-ADJUSTED-QTY =
                       WS-MV-COUNT-IN-QTY(WS-MV-SUB)
                     - WS-MV-COUNT-OUT-QTY(WS-MV-SUB)
               MOVE 'Y' TO WS-IW-FOOTS-SW
               MOVE '*NOT ON MSTR*' TO WS-IW-FLAG
               PERFORM 500-PRINT-DETAIL-LINE
           END-IF.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-IW-ITEM-NUMBER           TO WS-DL-ITEM-NUMBER.
           MOVE WS-IW-OPEN-ON-HAND          TO WS-DL-OPEN-ON-HAND.
           MOVE WS-IW-RECEIVED-QTY          TO WS-DL-RECEIVED-QTY.
           MOVE WS-IW-RETURNED-QTY          TO WS-DL-RETURNED-QTY.
           MOVE WS-IW-ADJUSTED-QTY          TO WS-DL-ADJUSTED-QTY.
           MOVE WS-IW-SHIPPED-QTY           TO WS-DL-SHIPPED-QTY.
           MOVE WS-IW-CLOSE-ON-HAND         TO WS-DL-CLOSE-ON-HAND.
           MOVE WS-IW-OPEN-ALLOCATED        TO WS-DL-OPEN-ALLOCATED.
           MOVE WS-IW-ALLOCATED-QTY         TO WS-DL-ALLOCATED-QTY.
           MOVE WS-IW-RELEASED-QTY          TO WS-DL-RELEASED-QTY.
           MOVE WS-IW-CLOSE-ALLOCATED       TO WS-DL-CLOSE-ALLOCATED.
           MOVE WS-IW-FLAG                  TO WS-DL-FLAG.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
           IF NOT WS-IW-FOOTS
               MOVE WS-IW-LEDGER-ON-HAND    TO WS-LL-CLOSE-ON-HAND
               MOVE WS-IW-LEDGER-ALLOCATED  TO WS-LL-CLOSE-ALLOCATED
               WRITE PRINT-RECORD FROM WS-LEDGER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 10
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-LEDGER-DAY-COUNT         TO WS-TL1-DAY-COUNT.
           MOVE WS-ITEM-MOVED-COUNT         TO WS-TL2-MOVED-COUNT.
           MOVE WS-NOT-FOOTING-COUNT        TO WS-TL3-NOT-FOOTING-COUNT.
           MOVE WS-NEW-ITEM-COUNT           TO WS-TL4-NEW-ITEM-COUNT.
           MOVE WS-DROPPED-ITEM-COUNT       TO WS-TL5-DROPPED-COUNT.
           MOVE WS-NOT-ON-MASTER-COUNT
             TO WS-TL6-NOT-ON-MASTER-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-6.
      *
           IF WS-MV-OVERFLOW-COUNT > 0
               MOVE WS-MV-OVERFLOW-COUNT    TO WS-TL7-OVERFLOW-COUNT
               WRITE PRINT-RECORD FROM WS-TOTAL-LINE-7
           END-IF.
      *
           WRITE PRINT-RECORD FROM SPACES.
           IF      WS-NOT-FOOTING-COUNT = ZERO
               AND WS-NOT-ON-MASTER-COUNT = ZERO
               AND WS-MV-OVERFLOW-COUNT = ZERO
               MOVE 'STOCK LEDGER FOOTS TO THE ITEM MASTER.'
                 TO WS-RL-TEXT
           ELSE
               MOVE 'STOCK LEDGER DOES NOT FOOT TO THE MASTER - INVESTIG
      -             'ATE.'
                 TO WS-RL-TEXT
           END-IF.
           WRITE PRINT-RECORD FROM WS-RESULT-LINE.
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
           DISPLAY "LEDGER RECORDS READ =" WS-LEDGER-READ-COUNT.
           DISPLAY "DAY LEDGER RECORDS  =" WS-LEDGER-DAY-COUNT.
           DISPLAY "ITEMS READ          =" WS-ITEM-READ-COUNT.
           DISPLAY "ITEMS NOT FOOTING   =" WS-NOT-FOOTING-COUNT.
           DISPLAY "SNAPSHOT RECORDS    =" WS-SNAPSHOT-COUNT.
      *
