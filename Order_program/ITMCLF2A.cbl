       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITMCLF2A.
       AUTHOR. TALENT NYOTA.
       DATE-WRITTEN. 15-10-2026.
      *PROGRAM DESCRIPTION: Physical inventory count load. Reads the
      *                     CNTENTRY count entry file keyed from the
      *                     ITMCSF2A count sheets (item, counted
      *                     quantity, counter's initials) and records
      *                     each counted quantity against the item's
      *                     ICFF2A freeze record. A second entry for
      *                     the same item is a recount and replaces
      *                     the first. Entries for items not frozen,
      *                     for counts already posted, or with a blank
      *                     or non-numeric quantity are rejected and
      *                     listed so they can be corrected and
      *                     reloaded.
      *
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CTE-FILE ASSIGN TO CNTENTRY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTEFILE-SW.

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
       FD CTE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CTE-FILE-RECORD.
       01 CTE-FILE-RECORD.
           05 CTE-ITEM-NUMBER               PIC X(6).
           05 CTE-COUNTED-QTY               PIC 9(7).
           05 CTE-COUNTER-ID                PIC X(3).
           05 FILLER                        PIC X(64).

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
       COPY ICFWSREC.
      *
       01 WS-CTEFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CTEFILE-SUCCESS               VALUE '00'.
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
       01 WS-REPORT-DATE.
           05 WS-REPORT-YY                  PIC 99.
           05 WS-REPORT-MM                  PIC 99.
           05 WS-REPORT-DD                  PIC 99.
      *
       01 WS-PAGE-NBR                       PIC 9(05)  VALUE 0.
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
       01 WS-PRIOR-COUNT                    PIC ZZZZZZ9.
      *
       01 WS-COUNTERS.
           05 WS-ENTRY-COUNT                PIC 9(07)  VALUE 0.
           05 WS-LOADED-COUNT               PIC 9(07)  VALUE 0.
           05 WS-RECOUNT-COUNT              PIC 9(07)  VALUE 0.
           05 WS-REJECTED-COUNT             PIC 9(07)  VALUE 0.
      *
       01 WS-HEADING-LINE-1.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(40)
               VALUE "PHYSICAL INVENTORY COUNT LOAD".
           05 FILLER                        PIC X(05)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "PAGE ".
           05 WS-HL1-PAGE-NBR               PIC ZZZZ9.
      *
       01 WS-HEADING-LINE-2.
           05 FILLER                        PIC X(15)  VALUE SPACES.
           05 FILLER                        PIC X(05)  VALUE "DATE ".
           05 WS-HL2-MM                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-DD                     PIC 99.
           05 FILLER                        PIC X(01)  VALUE "/".
           05 WS-HL2-YY                     PIC 99.
      *
       01 WS-HEADING-LINE-3.
           05 FILLER                   PIC X(09) VALUE "ITEM NO".
           05 FILLER                   PIC X(12) VALUE "    COUNTED".
           05 FILLER                   PIC X(09) VALUE "COUNTER".
           05 FILLER                   PIC X(50) VALUE "DISPOSITION".
      *
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-NUMBER             PIC X(06).
           05 FILLER                        PIC X(03)  VALUE SPACES.
           05 WS-DL-COUNTED-QTY             PIC X(10).
           05 FILLER                        PIC X(02)  VALUE SPACES.
           05 WS-DL-COUNTER-ID              PIC X(03).
           05 FILLER                        PIC X(06)  VALUE SPACES.
           05 WS-DL-DISPOSITION             PIC X(50).
      *
       01 WS-DL-COUNTED-EDIT                PIC Z,ZZZ,ZZ9.
      *
       01 WS-TOTAL-LINE-1.
           05 FILLER                        PIC X(20)
               VALUE "ENTRIES READ      = ".
           05 WS-TL1-ENTRY-COUNT            PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER                        PIC X(20)
               VALUE "COUNTS LOADED     = ".
           05 WS-TL2-LOADED-COUNT           PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
           05 FILLER                        PIC X(20)
               VALUE "  OF WHICH RECOUNT= ".
           05 WS-TL3-RECOUNT-COUNT          PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-4.
           05 FILLER                        PIC X(20)
               VALUE "ENTRIES REJECTED  = ".
           05 WS-TL4-REJECTED-COUNT         PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ITMCLF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-CTEFILE-SW
                         WS-ICFFILE-SW
                         WS-PRTFILE-SW.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           OPEN INPUT CTE-FILE.
           IF WS-CTEFILE-SUCCESS
               DISPLAY "CTE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTEFILE-SW=" WS-CTEFILE-SW
               DISPLAY "CTE-FILE OPEN ERROR"
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
           READ CTE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           PERFORM 100-LOAD-ONE-ENTRY
               UNTIL WS-EOF-IN-YES.
      *
           PERFORM 700-PRINT-TOTAL-LINES.
      *
           CLOSE CTE-FILE
                 ICF-FILE
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-ENTRY-COUNT              TO WS-RC-IN-COUNT.
           MOVE WS-LOADED-COUNT             TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
       100-LOAD-ONE-ENTRY.
      *
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE SPACES                      TO WS-DL-DISPOSITION.
      *
           IF CTE-ITEM-NUMBER = SPACES
              OR CTE-COUNTED-QTY IS NOT NUMERIC
               MOVE 'REJECTED - ITEM OR QUANTITY MISSING OR INVALID'
                 TO WS-DL-DISPOSITION
           ELSE
               MOVE CTE-ITEM-NUMBER         TO ICF-FILE-NUMBER
               READ ICF-FILE INTO WS-COUNT-FREEZE-RECORD
                   INVALID KEY
                       MOVE 'REJECTED - ITEM NOT FROZEN FOR A COUNT'
                         TO WS-DL-DISPOSITION
                   NOT INVALID KEY
                       PERFORM 110-APPLY-COUNT
               END-READ
           END-IF.
      *
           IF WS-DL-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
           PERFORM 500-PRINT-DETAIL-LINE.
      *
           READ CTE-FILE
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       110-APPLY-COUNT.
      *
           IF WS-IC-STATUS-POSTED
               MOVE 'REJECTED - THIS COUNT IS ALREADY POSTED'
                 TO WS-DL-DISPOSITION
           ELSE
               IF WS-IC-STATUS-COUNTED
                   ADD 1 TO WS-RECOUNT-COUNT
                   MOVE WS-IC-COUNTED-QTY   TO WS-PRIOR-COUNT
                   STRING 'RECOUNT - REPLACES ' WS-PRIOR-COUNT
                          DELIMITED BY SIZE
                     INTO WS-DL-DISPOSITION
               ELSE
                   MOVE 'LOADED'            TO WS-DL-DISPOSITION
               END-IF
               SET WS-IC-STATUS-COUNTED     TO TRUE
               MOVE CTE-COUNTED-QTY         TO WS-IC-COUNTED-QTY
               MOVE CTE-COUNTER-ID          TO WS-IC-COUNTER-ID
               MOVE WS-RC-BUSINESS-DATE     TO WS-IC-COUNT-DATE
               ADD 1                        TO WS-IC-COUNT-TIMES
               REWRITE ICF-FILE-RECORD FROM WS-COUNT-FREEZE-RECORD
               IF NOT WS-ICFFILE-SUCCESS
                   DISPLAY "WS-ICFFILE-SW=" WS-ICFFILE-SW
                   DISPLAY "ICF-FILE REWRITE ERROR FOR "
                           WS-IC-ITEM-NUMBER
                   PERFORM 800-PROGRAM-FAILED
               END-IF
               ADD 1 TO WS-LOADED-COUNT
           END-IF.
      *
       500-PRINT-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE CTE-ITEM-NUMBER             TO WS-DL-ITEM-NUMBER.
           IF CTE-COUNTED-QTY IS NUMERIC
               MOVE CTE-COUNTED-QTY         TO WS-DL-COUNTED-EDIT
               MOVE WS-DL-COUNTED-EDIT      TO WS-DL-COUNTED-QTY
           ELSE
               MOVE CTE-COUNTED-QTY         TO WS-DL-COUNTED-QTY
           END-IF.
           MOVE CTE-COUNTER-ID              TO WS-DL-COUNTER-ID.
      *
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       600-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NBR.
           MOVE WS-PAGE-NBR                 TO WS-HL1-PAGE-NBR.
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
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 5
               PERFORM 600-PRINT-HEADINGS
           END-IF.
      *
           MOVE WS-ENTRY-COUNT              TO WS-TL1-ENTRY-COUNT.
           MOVE WS-LOADED-COUNT             TO WS-TL2-LOADED-COUNT.
           MOVE WS-RECOUNT-COUNT            TO WS-TL3-RECOUNT-COUNT.
           MOVE WS-REJECTED-COUNT           TO WS-TL4-REJECTED-COUNT.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-2.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-3.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE-4.
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
           DISPLAY "ENTRIES READ        =" WS-ENTRY-COUNT.
           DISPLAY "COUNTS LOADED       =" WS-LOADED-COUNT.
           DISPLAY "ENTRIES REJECTED    =" WS-REJECTED-COUNT.
      *
