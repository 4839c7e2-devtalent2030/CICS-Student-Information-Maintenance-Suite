       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRRPF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Daily approval queue report. Reads the
      *                     APRF2A approval queue in request number
      *                     order and lists, in three sections, the
      *                     requests raised on the RUNCTL business date,
      *                     the requests approved or rejected on it
      *                     (with the deciding operator and any credit
      *                     memo issued), and every request still
      *                     pending whenever it was raised - credit
      *                     limit increases queued by CMMNTF2A and
      *                     return credits queued by ORDERF2A, each
      *                     showing who asked. The optional threshold
      *                     card sets the APRLIMIT approval thresholds
      *                     on CTLF2A - the largest credit limit
      *                     increase and the largest return credit an
      *                     operator may make without a second
      *                     operator's approval, each 9(07)V99 with no
      *                     point; a blank or non-numeric field leaves
      *                     that threshold as it is. The thresholds in
      *                     effect are printed in the heading.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT APR-FILE ASSIGN TO APRFILE
               RECORD KEY IS APR-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APRFILE-SW.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               RECORD KEY IS CTL-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD APR-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS APR-FILE-RECORD.
       01 APR-FILE-RECORD.
           05 APR-FILE-KEY.
               10 APR-FILE-REQUEST          PIC X(6).
           05 FILLER                        PIC X(114).

       FD CTL-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CTL-FILE-RECORD.
       01 CTL-FILE-RECORD.
           05 CTL-FILE-KEY.
               10 CTL-FILE-ID               PIC X(8).
           05 FILLER                        PIC X(22).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY APRWSREC.
       COPY CTLWSREC.
      *
       01 WS-APRFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-APRFILE-SUCCESS               VALUE '00'.
       01 WS-CTLFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS               VALUE '00'.
           88  WS-CTLFILE-NOTFND                VALUE '23'.
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
      * APPROVAL THRESHOLDS FROM THE SECOND SYSIN CARD - THE LARGEST
      * CREDIT LIMIT INCREASE AND THE LARGEST RETURN CREDIT (EACH
      * 9(07)V99, NO POINT) THAT TAKE EFFECT WITHOUT APPROVAL. A BLANK
      * OR NON-NUMERIC FIELD LEAVES THAT THRESHOLD AS IT IS ON FILE.
      *
       01 WS-THRESHOLD-CARD.
           05 WS-TC-CREDIT-LIMIT-INCR-X     PIC X(09)  VALUE SPACES.
           05 WS-TC-CREDIT-LIMIT-INCR REDEFINES
              WS-TC-CREDIT-LIMIT-INCR-X     PIC 9(07)V99.
           05 WS-TC-RETURN-CREDIT-X         PIC X(09)  VALUE SPACES.
           05 WS-TC-RETURN-CREDIT REDEFINES
              WS-TC-RETURN-CREDIT-X         PIC 9(07)V99.
           05 FILLER                        PIC X(62)  VALUE SPACES.
      *
       01 WS-LIMITS-ON-FILE-SW              PIC X(01)  VALUE 'N'.
           88  WS-LIMITS-ON-FILE                VALUE 'Y'.
       01 WS-LIMITS-CHANGED-SW              PIC X(01)  VALUE 'N'.
           88  WS-LIMITS-CHANGED                VALUE 'Y'.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
      * REQUESTS BELONGING IN ANY SECTION ARE KEPT WHOLE FOR THE REPORT
      * - ONE REQUEST RAISED AND DECIDED TODAY PRINTS IN BOTH OF THE
      * FIRST TWO SECTIONS, ONE RAISED TODAY AND STILL WAITING IN THE
      * FIRST AND THE LAST.
      *
       01 WS-RQ-MAX-TABLE                   PIC 9(03)  VALUE 500.
       01 WS-RQ-TABLE-COUNT                 PIC 9(03) COMP VALUE 0.
       01 WS-RQ-SUB                         PIC 9(03) COMP VALUE 0.
       01 WS-RQ-OVERFLOW-COUNT              PIC 9(07)  VALUE 0.
       01 WS-RQ-SECTION-COUNT               PIC 9(07)  VALUE 0.
       01 WS-RQ-SECTION                     PIC X(01)  VALUE SPACE.
           88  WS-RQ-SECTION-RAISED             VALUE 'Q'.
           88  WS-RQ-SECTION-DECIDED            VALUE 'D'.
           88  WS-RQ-SECTION-PENDING            VALUE 'P'.
       01 WS-RQ-IN-SECTION-SW               PIC X(01)  VALUE 'N'.
           88  WS-RQ-IN-SECTION                 VALUE 'Y'.
       01 WS-RQ-REPORT-TABLE.
           05 WS-RQ-ENTRY                   PIC X(120)
                                            OCCURS 500 TIMES.
      *
       01 WS-COUNTERS.
           05 WS-REQUEST-COUNT              PIC 9(07)  VALUE 0.
           05 WS-RAISED-COUNT               PIC 9(07)  VALUE 0.
           05 WS-APPROVED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-REJECTED-COUNT             PIC 9(07)  VALUE 0.
           05 WS-PENDING-COUNT              PIC 9(07)  VALUE 0.
           05 WS-PENDING-AMOUNT             PIC 9(09)V99 VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "APPROVAL QUEUE - DAILY REQUEST REPORT".
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
           05 FILLER                        PIC X(33)
               VALUE "APPROVAL OVER CREDIT INCREASE > ".
           05 WS-HL3-CREDIT-LIMIT-INCR      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(20)
               VALUE "  RETURN CREDIT > ".
           05 WS-HL3-RETURN-CREDIT          PIC Z,ZZZ,ZZ9.99.
           05 WS-HL3-CHANGED                PIC X(10).
      *
       01 WS-SECTION-LINE.
           05 FILLER                        PIC X(05)  VALUE "*** ".
           05 WS-SL-TITLE                   PIC X(30).
           05 FILLER                        PIC X(04)  VALUE " ***".
      *
       01 WS-DETAIL-HEADING.
           05 FILLER                   PIC X(08) VALUE "REQ NO".
           05 FILLER                   PIC X(08) VALUE "TYPE".
           05 FILLER                   PIC X(08) VALUE "CUST NO".
           05 FILLER                   PIC X(08) VALUE "ORDER".
           05 FILLER                   PIC X(15) VALUE "  LIMIT BEFORE".
           05 FILLER                   PIC X(15) VALUE " LIMIT/CREDIT".
           05 FILLER                   PIC X(10) VALUE "STATUS".
           05 FILLER                   PIC X(13) VALUE "ASKED BY".
           05 FILLER                   PIC X(13) VALUE "DECIDED BY".
           05 FILLER                   PIC X(08) VALUE "MEMO".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-REQUEST-NUMBER          PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-TYPE                    PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-CUSTOMER-NUMBER         PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-ORDER-NUMBER            PIC X(06).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-OLD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05 WS-DL-OLD-AMOUNT-X REDEFINES
              WS-DL-OLD-AMOUNT              PIC X(12).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-NEW-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05 WS-DL-NEW-AMOUNT-X REDEFINES
              WS-DL-NEW-AMOUNT              PIC X(12).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-STATUS                  PIC X(08).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-REQUESTED-BY            PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-REQUESTED-DATE          PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-DECIDED-BY              PIC X(03).
           05 FILLER                        PIC X(01)  VALUE SPACES.
           05 WS-DL-DECIDED-DATE            PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-MEMO-NUMBER             PIC X(06).
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
               VALUE "REQUESTS READ     = ".
           05 WS-TL1-REQUEST-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "RAISED TODAY      = ".
           05 WS-TL2-RAISED-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "APPROVED TODAY    = ".
           05 WS-TL3-APPROVED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "REJECTED TODAY    = ".
           05 WS-TL4-REJECTED-COUNT         PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-5.
           05 FILLER                        PIC X(20)
               VALUE "STILL PENDING     = ".
           05 WS-TL5-PENDING-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(16)
               VALUE "   AMOUNT     = ".
           05 WS-TL5-PENDING-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'APRRPF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-APRFILE-SW
                         WS-CTLFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           ACCEPT WS-THRESHOLD-CARD.
           DISPLAY "CREDIT INCREASE=" WS-TC-CREDIT-LIMIT-INCR-X
                   " RETURN CREDIT=" WS-TC-RETURN-CREDIT-X.
      *
           OPEN INPUT APR-FILE.
           IF WS-APRFILE-SUCCESS
               DISPLAY "APR-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-APRFILE-SW=" WS-APRFILE-SW
               DISPLAY "APR-FILE OPEN ERROR"
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
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           PERFORM 050-SET-THRESHOLDS.
      *
           READ APR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-CLASSIFY-REQUEST
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 500-PRINT-REQUEST-REPORT.
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE APR-FILE
                 CTL-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-REQUEST-COUNT            TO WS-RC-IN-COUNT.
           COMPUTE WS-RC-OUT-COUNT =
               WS-RAISED-COUNT + WS-APPROVED-COUNT
             + WS-REJECTED-COUNT + WS-PENDING-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
      * THE APRLIMIT RECORD IS READ FOR THE HEADING AND, WHEN THE CARD
      * CARRIES A NEW FIGURE, WRITTEN BACK - ADDED IF THIS IS THE FIRST
      * TIME A THRESHOLD HAS BEEN SET.
      *
       050-SET-THRESHOLDS.
      *
           MOVE 'APRLIMIT'                  TO CTL-FILE-ID.
           READ CTL-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-APPROVAL-LIMITS-RECORD
                   MOVE 'APRLIMIT'          TO WS-AL-CONTROL-ID
                   MOVE ZERO                TO WS-AL-CREDIT-LIMIT-INCR
                                               WS-AL-RETURN-CREDIT
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-LIMITS-ON-FILE-SW
                   MOVE CTL-FILE-RECORD
                     TO WS-APPROVAL-LIMITS-RECORD
           END-READ.
      *
           IF NOT WS-CTLFILE-SUCCESS AND NOT WS-CTLFILE-NOTFND
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTL-FILE APPROVAL LIMITS READ ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           IF WS-AL-CREDIT-LIMIT-INCR IS NOT NUMERIC
               MOVE ZERO                    TO WS-AL-CREDIT-LIMIT-INCR
           END-IF.
           IF WS-AL-RETURN-CREDIT IS NOT NUMERIC
               MOVE ZERO                    TO WS-AL-RETURN-CREDIT
           END-IF.
      *
           IF WS-TC-CREDIT-LIMIT-INCR-X IS NUMERIC
               MOVE WS-TC-CREDIT-LIMIT-INCR TO WS-AL-CREDIT-LIMIT-INCR
               MOVE 'Y'                     TO WS-LIMITS-CHANGED-SW
           END-IF.
           IF WS-TC-RETURN-CREDIT-X IS NUMERIC
               MOVE WS-TC-RETURN-CREDIT     TO WS-AL-RETURN-CREDIT
               MOVE 'Y'                     TO WS-LIMITS-CHANGED-SW
           END-IF.
      *
           IF WS-LIMITS-CHANGED
               MOVE WS-APPROVAL-LIMITS-RECORD
                 TO CTL-FILE-RECORD
               IF WS-LIMITS-ON-FILE
                   REWRITE CTL-FILE-RECORD
               ELSE
                   WRITE CTL-FILE-RECORD
               END-IF
               IF NOT WS-CTLFILE-SUCCESS
                   DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
                   DISPLAY "CTL-FILE APPROVAL LIMITS UPDATE ERROR"
                   PERFORM 800-PROGRAM-FAILED
               END-IF
           END-IF.
      *
      * A REQUEST IS REPORTED IF IT WAS RAISED TODAY, DECIDED TODAY OR
      * IS STILL WAITING.
      *
       100-CLASSIFY-REQUEST.
      *
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE APR-FILE-RECORD             TO WS-APPROVAL-RECORD.
           MOVE 'N'                         TO WS-RQ-IN-SECTION-SW.
      *
           IF WS-AP-REQUESTED-DATE = WS-RC-BUSINESS-DATE
               ADD 1 TO WS-RAISED-COUNT
               MOVE 'Y'                     TO WS-RQ-IN-SECTION-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AP-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   ADD WS-AP-NEW-AMOUNT     TO WS-PENDING-AMOUNT
                   MOVE 'Y'                 TO WS-RQ-IN-SECTION-SW
               WHEN WS-AP-DECIDED-DATE NOT = WS-RC-BUSINESS-DATE
                   CONTINUE
               WHEN WS-AP-STATUS-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'Y'                 TO WS-RQ-IN-SECTION-SW
               WHEN WS-AP-STATUS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'Y'                 TO WS-RQ-IN-SECTION-SW
           END-EVALUATE.
      *
           IF WS-RQ-IN-SECTION
               IF WS-RQ-TABLE-COUNT < WS-RQ-MAX-TABLE
                   ADD 1 TO WS-RQ-TABLE-COUNT
                   MOVE WS-APPROVAL-RECORD
                     TO WS-RQ-ENTRY(WS-RQ-TABLE-COUNT)
               ELSE
                   ADD 1 TO WS-RQ-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           READ APR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
      * THE REPORT HAS THREE SECTIONS, EACH STARTING A NEW PAGE.
      *
       500-PRINT-REQUEST-REPORT.
      *
           SET WS-RQ-SECTION-RAISED         TO TRUE.
           MOVE 'REQUESTS RAISED TODAY'     TO WS-SL-TITLE.
           PERFORM 510-PRINT-SECTION.
      *
           SET WS-RQ-SECTION-DECIDED        TO TRUE.
           MOVE 'REQUESTS DECIDED TODAY'    TO WS-SL-TITLE.
           PERFORM 510-PRINT-SECTION.
      *
           SET WS-RQ-SECTION-PENDING        TO TRUE.
           MOVE 'REQUESTS STILL PENDING'    TO WS-SL-TITLE.
           PERFORM 510-PRINT-SECTION.
      *
       510-PRINT-SECTION.
      *
           MOVE ZERO                        TO WS-RQ-SECTION-COUNT.
           PERFORM 600-PRINT-HEADINGS.
           PERFORM 520-PRINT-ONE-ENTRY
               VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-TABLE-COUNT.
           IF WS-RQ-SECTION-COUNT = ZERO
               MOVE 'NONE THIS RUN'         TO WS-NL-TEXT
               WRITE PRINT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
       520-PRINT-ONE-ENTRY.
      *
           MOVE WS-RQ-ENTRY(WS-RQ-SUB)      TO WS-APPROVAL-RECORD.
           MOVE 'N'                         TO WS-RQ-IN-SECTION-SW.
      *
           EVALUATE TRUE
               WHEN WS-RQ-SECTION-RAISED
                   IF WS-AP-REQUESTED-DATE = WS-RC-BUSINESS-DATE
                       MOVE 'Y'             TO WS-RQ-IN-SECTION-SW
                   END-IF
               WHEN WS-RQ-SECTION-DECIDED
                   IF      NOT WS-AP-STATUS-PENDING
                       AND WS-AP-DECIDED-DATE = WS-RC-BUSINESS-DATE
                       MOVE 'Y'             TO WS-RQ-IN-SECTION-SW
                   END-IF
               WHEN OTHER
                   IF WS-AP-STATUS-PENDING
                       MOVE 'Y'             TO WS-RQ-IN-SECTION-SW
                   END-IF
           END-EVALUATE.
      *
           IF WS-RQ-IN-SECTION
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 600-PRINT-HEADINGS
               END-IF
               ADD 1 TO WS-RQ-SECTION-COUNT
               PERFORM 530-FORMAT-DETAIL-LINE
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
      *
      * A LIMIT REQUEST SHOWS THE LIMIT ON FILE WHEN IT WAS RAISED AND
      * THE LIMIT ASKED FOR (ZERO BEING UNLIMITED); A RETURN SHOWS ITS
      * ORDER AND THE CREDIT, TAX INCLUDED.
      *
       530-FORMAT-DETAIL-LINE.
      *
           MOVE WS-AP-REQUEST-NUMBER        TO WS-DL-REQUEST-NUMBER.
           MOVE WS-AP-CUSTOMER-NUMBER       TO WS-DL-CUSTOMER-NUMBER.
           MOVE WS-AP-ORDER-NUMBER          TO WS-DL-ORDER-NUMBER.
           IF WS-AP-TYPE-CREDIT-LIMIT
               MOVE 'LIMIT '                TO WS-DL-TYPE
               MOVE WS-AP-OLD-AMOUNT        TO WS-DL-OLD-AMOUNT
           ELSE
               MOVE 'RETURN'                TO WS-DL-TYPE
               MOVE SPACES                  TO WS-DL-OLD-AMOUNT-X
           END-IF.
           IF WS-AP-TYPE-CREDIT-LIMIT AND WS-AP-NEW-AMOUNT = ZERO
               MOVE '   UNLIMITED'          TO WS-DL-NEW-AMOUNT-X
           ELSE
               MOVE WS-AP-NEW-AMOUNT        TO WS-DL-NEW-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-AP-STATUS-PENDING
                   MOVE 'PENDING '          TO WS-DL-STATUS
               WHEN WS-AP-STATUS-APPROVED
                   MOVE 'APPROVED'          TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'REJECTED'          TO WS-DL-STATUS
           END-EVALUATE.
           MOVE WS-AP-REQUESTED-BY          TO WS-DL-REQUESTED-BY.
           MOVE WS-AP-REQUESTED-DATE        TO WS-DL-REQUESTED-DATE.
           MOVE WS-AP-DECIDED-BY            TO WS-DL-DECIDED-BY.
           MOVE WS-AP-DECIDED-DATE          TO WS-DL-DECIDED-DATE.
           MOVE WS-AP-CREDIT-MEMO-NUMBER    TO WS-DL-MEMO-NUMBER.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
           MOVE WS-RC-BUSINESS-DATE         TO WS-HL2-BUSINESS-DATE.
           MOVE WS-REPORT-MM                TO WS-HL2-MM.
           MOVE WS-REPORT-DD                TO WS-HL2-DD.
           MOVE WS-REPORT-YY                TO WS-HL2-YY.
           MOVE WS-AL-CREDIT-LIMIT-INCR     TO WS-HL3-CREDIT-LIMIT-INCR.
           MOVE WS-AL-RETURN-CREDIT         TO WS-HL3-RETURN-CREDIT.
           IF WS-LIMITS-CHANGED
               MOVE ' (NEW)'                TO WS-HL3-CHANGED
           ELSE
               MOVE SPACES                  TO WS-HL3-CHANGED
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
       700-PRINT-TOTAL-LINES.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 7
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-REQUEST-COUNT            TO WS-TL1-REQUEST-COUNT.
           MOVE WS-RAISED-COUNT             TO WS-TL2-RAISED-COUNT.
           MOVE WS-APPROVED-COUNT           TO WS-TL3-APPROVED-COUNT.
           MOVE WS-REJECTED-COUNT           TO WS-TL4-REJECTED-COUNT.
           MOVE WS-PENDING-COUNT            TO WS-TL5-PENDING-COUNT.
           MOVE WS-PENDING-AMOUNT           TO WS-TL5-PENDING-AMOUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-5.
      *
           IF WS-RQ-OVERFLOW-COUNT > ZERO
               MOVE 'REQUESTS'              TO WS-OFL-TABLE-NAME
               MOVE WS-RQ-OVERFLOW-COUNT    TO WS-OFL-OVERFLOW-COUNT
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
           DISPLAY "REQUESTS READ     =" WS-REQUEST-COUNT.
           DISPLAY "RAISED TODAY      =" WS-RAISED-COUNT.
           DISPLAY "APPROVED TODAY    =" WS-APPROVED-COUNT.
           DISPLAY "REJECTED TODAY    =" WS-REJECTED-COUNT.
           DISPLAY "STILL PENDING     =" WS-PENDING-COUNT.
      *
       COPY RUNCTLPD.
