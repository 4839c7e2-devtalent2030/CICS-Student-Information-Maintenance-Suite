       IDENTIFICATION DIVISION.
       PROGRAM-ID. POORPF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Open purchase order report. Lists every
      *                     purchase order line still awaiting stock -
      *                     lines OPEN or PARTIAL on POLF2A under an
      *                     OPEN or PARTIAL header on POHF2A - grouped
      *                     by vendor from VNDF2A. Each line shows the
      *                     quantity still to come, its value at the
      *                     ordered unit cost and its due date; a line
      *                     due before the business date is flagged
      *                     OVERDUE and one due on it DUE TODAY. The
      *                     open and overdue values are totalled for
      *                     each vendor and for the run, so buyers can
      *                     chase the late vendors first.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT VND-FILE ASSIGN TO VNDFILE
               RECORD KEY IS VND-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT POH-FILE ASSIGN TO POHFILE
               RECORD KEY IS POH-FILE-KEY
               ALTERNATE RECORD KEY IS POH-FILE-VENDOR
                   WITH DUPLICATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-POHFILE-SW.

           SELECT POL-FILE ASSIGN TO POLFILE
               RECORD KEY IS POL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-POLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD VND-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS VND-FILE-RECORD.
       01 VND-FILE-RECORD.
           05 VND-FILE-KEY.
               10 VND-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(144).

       FD POH-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POH-FILE-RECORD.
       01 POH-FILE-RECORD.
           05 POH-FILE-KEY.
               10 POH-FILE-NUMBER           PIC X(6).
           05 POH-FILE-VENDOR               PIC X(6).
           05 FILLER                        PIC X(68).

       FD POL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POL-FILE-RECORD.
       01 POL-FILE-RECORD.
           05 POL-FILE-KEY.
               10 POL-FILE-PO-NUMBER        PIC X(6).
               10 POL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(92).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY VNDWSREC.
       COPY POHWSREC.
       COPY POLWSREC.
      *
       01 WS-VNDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS               VALUE '00'.
       01 WS-POHFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-POHFILE-SUCCESS               VALUE '00'.
       01 WS-POLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-POLFILE-SUCCESS               VALUE '00'.
       01 WS-PRTFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS               VALUE '00'.
       01 WS-EOF-SW-IN                      PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                     VALUE 'N'.
           88  WS-EOF-IN-YES                    VALUE 'Y'.
       01 WS-EOF-SW-POH                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-POH-NO                    VALUE 'N'.
           88  WS-EOF-POH-YES                   VALUE 'Y'.
       01 WS-EOF-SW-POL                     PIC X(01)  VALUE 'N'.
           88  WS-EOF-POL-NO                    VALUE 'N'.
           88  WS-EOF-POL-YES                   VALUE 'Y'.
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
       01 WS-OPEN-WORK.
           05 WS-OW-OPEN-QTY                PIC 9(07)  VALUE 0.
           05 WS-OW-OPEN-VALUE              PIC 9(11)V99 VALUE 0.
           05 WS-OW-DUE-DATE                PIC X(06)  VALUE SPACES.
           05 WS-OW-VENDOR-PRINTED-SW       PIC X(01)  VALUE 'N'.
               88  WS-OW-VENDOR-PRINTED         VALUE 'Y'.
      *
       01 WS-COUNTERS.
           05 WS-VENDOR-READ-COUNT          PIC 9(07)  VALUE 0.
           05 WS-PO-READ-COUNT              PIC 9(07)  VALUE 0.
           05 WS-OPEN-PO-COUNT              PIC 9(07)  VALUE 0.
           05 WS-OPEN-LINE-COUNT            PIC 9(07)  VALUE 0.
           05 WS-OVERDUE-LINE-COUNT         PIC 9(07)  VALUE 0.
           05 WS-VENDOR-LISTED-COUNT        PIC 9(07)  VALUE 0.
       01 WS-VENDOR-TOTALS.
           05 WS-VT-OPEN-LINES              PIC 9(05)  VALUE 0.
           05 WS-VT-OPEN-VALUE              PIC 9(11)V99 VALUE 0.
           05 WS-VT-OVERDUE-VALUE           PIC 9(11)V99 VALUE 0.
       01 WS-REPORT-TOTALS.
           05 WS-RT-OPEN-VALUE              PIC 9(11)V99 VALUE 0.
           05 WS-RT-OVERDUE-VALUE           PIC 9(11)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "OPEN PURCHASE ORDER REPORT BY VENDOR".
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
           05 FILLER                   PIC X(08) VALUE "PO NBR".
           05 FILLER                   PIC X(04) VALUE "LN".
           05 FILLER                   PIC X(08) VALUE "ITEM".
           05 FILLER                   PIC X(22) VALUE "DESCRIPTION".
           05 FILLER                   PIC X(08) VALUE "ORDERED".
           05 FILLER                   PIC X(10) VALUE "   ORDERED".
           05 FILLER                   PIC X(11) VALUE "   RECEIVED".
           05 FILLER                   PIC X(11) VALUE "  OPEN QTY".
           05 FILLER                   PIC X(10) VALUE " UNIT COST".
           05 FILLER                   PIC X(15)
               VALUE "     OPEN VALUE".
           05 FILLER                   PIC X(09) VALUE "  DUE".
           05 FILLER                   PIC X(10) VALUE "FLAG".
      *
       01 WS-VENDOR-LINE.
           05 FILLER                        PIC X(08)  VALUE "VENDOR ".
           05 WS-VL-VENDOR-NUMBER           PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-VL-VENDOR-NAME             PIC X(25).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-VL-CONTACT                 PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-VL-PHONE                   PIC X(10).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-VL-STATUS                  PIC X(08).
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-PO-NUMBER               PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-LINE-NUMBER             PIC X(02).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ITEM-DESC               PIC X(20).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ORDER-DATE              PIC X(06).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-QTY-ORDERED             PIC Z,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-QTY-RECEIVED            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-OPEN-QTY                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-UNIT-COST               PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-OPEN-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-DUE-DATE                PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-FLAG                    PIC X(10).
      *
       01 WS-VENDOR-TOTAL-LINE.
           05 FILLER                        PIC X(12)  VALUE SPACES.
           05 FILLER                        PIC X(18)
               VALUE "VENDOR TOTAL     ".
           05 WS-VTL-OPEN-LINES             PIC ZZ,ZZ9.
           05 FILLER                        PIC X(07)  VALUE " LINES ".
           05 FILLER                        PIC X(06)  VALUE "OPEN ".
           05 WS-VTL-OPEN-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(11)
               VALUE "   OVERDUE ".
           05 WS-VTL-OVERDUE-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(30)
               VALUE "VENDORS WITH OPEN ORDERS    = ".
           05 WS-TL1-VENDOR-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(30)
               VALUE "OPEN PURCHASE ORDERS        = ".
           05 WS-TL2-PO-COUNT               PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(30)
               VALUE "OPEN PURCHASE ORDER LINES   = ".
           05 WS-TL3-LINE-COUNT             PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(30)
               VALUE "LINES OVERDUE               = ".
           05 WS-TL4-OVERDUE-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(30)
               VALUE "VALUE STILL ON ORDER        = ".
           05 WS-TL5-OPEN-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-6.
           05 FILLER                        PIC X(30)
               VALUE "VALUE OVERDUE               = ".
           05 WS-TL6-OVERDUE-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'POORPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-VNDFILE-SW
                         WS-POHFILE-SW
                         WS-POLFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           OPEN INPUT VND-FILE.
           IF WS-VNDFILE-SUCCESS
               DISPLAY "VND-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VND-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT POH-FILE.
           IF WS-POHFILE-SUCCESS
               DISPLAY "POH-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-POHFILE-SW=" WS-POHFILE-SW
               DISPLAY "POH-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT POL-FILE.
           IF WS-POLFILE-SUCCESS
               DISPLAY "POL-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-POLFILE-SW=" WS-POLFILE-SW
               DISPLAY "POL-FILE OPEN ERROR"
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
           READ VND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-REPORT-ONE-VENDOR
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE VND-FILE
                 POH-FILE
                 POL-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-PO-READ-COUNT            TO WS-RC-IN-COUNT.
           MOVE WS-OPEN-LINE-COUNT          TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * EACH VENDOR'S ORDERS ARE FOUND THROUGH THE VENDOR ALTERNATE
      * KEY ON POHF2A. THE VENDOR HEADING IS PRINTED ONLY WHEN THE
      * FIRST OPEN LINE TURNS UP, SO VENDORS WITH NOTHING OUTSTANDING
      * DO NOT CLUTTER THE REPORT.
      *
       100-REPORT-ONE-VENDOR.
      *
           MOVE VND-FILE-RECORD             TO WS-VENDOR-RECORD.
           ADD 1 TO WS-VENDOR-READ-COUNT.
      *
           MOVE 'N'                         TO WS-OW-VENDOR-PRINTED-SW.
           MOVE ZERO                        TO WS-VT-OPEN-LINES
                                               WS-VT-OPEN-VALUE
                                               WS-VT-OVERDUE-VALUE.
           MOVE 'N'                         TO WS-EOF-SW-POH.
      *
           MOVE WS-VN-VENDOR-NUMBER         TO POH-FILE-VENDOR.
           START POH-FILE KEY >= POH-FILE-VENDOR
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-POH
           END-START.
      *
           IF WS-EOF-POH-NO
               READ POH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-POH
               END-READ
               PERFORM 200-REPORT-ONE-PO
                   UNTIL WS-EOF-POH-YES
           END-IF.
      *
           IF WS-OW-VENDOR-PRINTED
               ADD 1 TO WS-VENDOR-LISTED-COUNT
               PERFORM 550-PRINT-VENDOR-TOTAL
           END-IF.
      *
           READ VND-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       200-REPORT-ONE-PO.
      *
           MOVE POH-FILE-RECORD             TO WS-PO-HEADER-RECORD.
      *
           IF WS-PH-VENDOR-NUMBER NOT = WS-VN-VENDOR-NUMBER
               MOVE 'Y' TO WS-EOF-SW-POH
           ELSE
               ADD 1 TO WS-PO-READ-COUNT
               IF WS-PH-STATUS-OPEN OR WS-PH-STATUS-PARTIAL
                   ADD 1 TO WS-OPEN-PO-COUNT
                   PERFORM 300-REPORT-PO-LINES
               END-IF
               READ POH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-POH
               END-READ
           END-IF.
      *
       300-REPORT-PO-LINES.
      *
           MOVE 'N'                         TO WS-EOF-SW-POL.
           MOVE WS-PH-PO-NUMBER             TO POL-FILE-PO-NUMBER.
           MOVE LOW-VALUES                  TO POL-FILE-LINE-NUMBER.
           START POL-FILE KEY >= POL-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW-POL
           END-START.
      *
           IF WS-EOF-POL-NO
               READ POL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-POL
               END-READ
               PERFORM 310-REPORT-ONE-LINE
                   UNTIL WS-EOF-POL-YES
           END-IF.
      *
       310-REPORT-ONE-LINE.
      *
           MOVE POL-FILE-RECORD             TO WS-PO-LINE-RECORD.
      *
           IF WS-PI-PO-NUMBER NOT = WS-PH-PO-NUMBER
               MOVE 'Y' TO WS-EOF-SW-POL
           ELSE
               IF WS-PI-STATUS-OPEN OR WS-PI-STATUS-PARTIAL
                   PERFORM 400-COMPUTE-OPEN-LINE
                   PERFORM 500-PRINT-DETAIL-LINE
               END-IF
               READ POL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW-POL
               END-READ
           END-IF.
      *
      * A LINE WITHOUT ITS OWN DUE DATE FALLS BACK TO THE HEADER'S.
      * DATES ARE YYMMDD, SO THEY COMPARE DIRECTLY AGAINST THE
      * BUSINESS DATE.
      *
       400-COMPUTE-OPEN-LINE.
      *
           ADD 1 TO WS-OPEN-LINE-COUNT.
           ADD 1 TO WS-VT-OPEN-LINES.
      *
           IF WS-PI-QTY-RECEIVED < WS-PI-QTY-ORDERED
               COMPUTE WS-OW-OPEN-QTY = WS-PI-QTY-ORDERED
                                      - WS-PI-QTY-RECEIVED
           ELSE
               MOVE ZERO                    TO WS-OW-OPEN-QTY
           END-IF.
           COMPUTE WS-OW-OPEN-VALUE ROUNDED =
                   WS-OW-OPEN-QTY * WS-PI-UNIT-COST.
           ADD WS-OW-OPEN-VALUE             TO WS-VT-OPEN-VALUE
                                               WS-RT-OPEN-VALUE.
      *
           IF WS-PI-DUE-DATE = SPACES
               MOVE WS-PH-DUE-DATE          TO WS-OW-DUE-DATE
           ELSE
               MOVE WS-PI-DUE-DATE          TO WS-OW-DUE-DATE
           END-IF.
      *
           MOVE SPACES                      TO WS-DL-FLAG.
           IF WS-OW-DUE-DATE < WS-RC-BUSINESS-DATE
               ADD 1 TO WS-OVERDUE-LINE-COUNT
               ADD WS-OW-OPEN-VALUE         TO WS-VT-OVERDUE-VALUE
                                               WS-RT-OVERDUE-VALUE
               MOVE 'OVERDUE'               TO WS-DL-FLAG
           ELSE
               IF WS-OW-DUE-DATE = WS-RC-BUSINESS-DATE
                   MOVE 'DUE TODAY'         TO WS-DL-FLAG
               END-IF
           END-IF.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 600-PRINT-HEADINGS
               IF WS-OW-VENDOR-PRINTED
                   PERFORM 510-PRINT-VENDOR-LINE
               END-IF
           END-IF.
      *
           IF NOT WS-OW-VENDOR-PRINTED
               PERFORM 510-PRINT-VENDOR-LINE
               MOVE 'Y'                     TO WS-OW-VENDOR-PRINTED-SW
           END-IF.
      *
           MOVE WS-PI-PO-NUMBER             TO WS-DL-PO-NUMBER.
           MOVE WS-PI-LINE-NUMBER           TO WS-DL-LINE-NUMBER.
           MOVE WS-PI-ITEM-NUMBER           TO WS-DL-ITEM-NUMBER.
           MOVE WS-PI-ITEM-DESC             TO WS-DL-ITEM-DESC.
           MOVE WS-PH-ORDER-DATE            TO WS-DL-ORDER-DATE.
           MOVE WS-PI-QTY-ORDERED           TO WS-DL-QTY-ORDERED.
           MOVE WS-PI-QTY-RECEIVED          TO WS-DL-QTY-RECEIVED.
           MOVE WS-OW-OPEN-QTY              TO WS-DL-OPEN-QTY.
           MOVE WS-PI-UNIT-COST             TO WS-DL-UNIT-COST.
           MOVE WS-OW-OPEN-VALUE            TO WS-DL-OPEN-VALUE.
           MOVE WS-OW-DUE-DATE              TO WS-DL-DUE-DATE.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       510-PRINT-VENDOR-LINE.
      *
           MOVE WS-VN-VENDOR-NUMBER         TO WS-VL-VENDOR-NUMBER.
           MOVE WS-VN-NAME                  TO WS-VL-VENDOR-NAME.
           MOVE WS-VN-CONTACT               TO WS-VL-CONTACT.
           MOVE WS-VN-PHONE                 TO WS-VL-PHONE.
           IF WS-VN-STATUS-INACTIVE
               MOVE 'INACTIVE'              TO WS-VL-STATUS
           ELSE
               MOVE SPACES                  TO WS-VL-STATUS
           END-IF.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-VENDOR-LINE.
           ADD 2 TO WS-LINE-COUNT.
      *
       550-PRINT-VENDOR-TOTAL.
      *
           MOVE WS-VT-OPEN-LINES            TO WS-VTL-OPEN-LINES.
           MOVE WS-VT-OPEN-VALUE            TO WS-VTL-OPEN-VALUE.
           MOVE WS-VT-OVERDUE-VALUE         TO WS-VTL-OVERDUE-VALUE.
      *
           WRITE PRINT-RECORD FROM WS-VENDOR-TOTAL-LINE.
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
      *
           MOVE 0 TO WS-LINE-COUNT.
      *
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-VENDOR-LISTED-COUNT      TO WS-TL1-VENDOR-COUNT.
           MOVE WS-OPEN-PO-COUNT            TO WS-TL2-PO-COUNT.
           MOVE WS-OPEN-LINE-COUNT          TO WS-TL3-LINE-COUNT.
           MOVE WS-OVERDUE-LINE-COUNT       TO WS-TL4-OVERDUE-COUNT.
           MOVE WS-RT-OPEN-VALUE            TO WS-TL5-OPEN-VALUE.
           MOVE WS-RT-OVERDUE-VALUE         TO WS-TL6-OVERDUE-VALUE.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM SPACES.
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
           DISPLAY "VENDORS READ        =" WS-VENDOR-READ-COUNT.
           DISPLAY "PURCHASE ORDERS READ=" WS-PO-READ-COUNT.
           DISPLAY "OPEN PO LINES       =" WS-OPEN-LINE-COUNT.
           DISPLAY "OVERDUE LINES       =" WS-OVERDUE-LINE-COUNT.
      *
