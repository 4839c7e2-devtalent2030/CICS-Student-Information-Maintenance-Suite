      *                     business date from SYSIN (calendar date
      *                     when no parm is supplied), counts the
      *                     day's adds, changes, cancels, ships,
      *                     invoices, credit-hold releases and
      *                     credited returns, then re-reads ORDRF2A
      *                     and balances the counts that can be
      *                     proven against the file - orders entered
      *                     today, orders ship-dated today and orders
      *                     invoiced today - so a half-happened
      *                     update is caught the same night instead
      *                     of in a customer dispute. The run is
      *                     recorded on RUNCTL under the business date
      *                     it balanced, for the PRDCLF2A month-end
      *                     close to check the month was balanced.
      *
      *
       ENVIRONMENT DIVISION.
           SELECT PRINT-FILE ASSIGN TO PRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD OJL-FILE
           RECORD CONTAINS 322 CHARACTERS
           DATA RECORD IS OJL-FILE-RECORD.
       01 OJL-FILE-RECORD.
           05 OJL-FILE-KEY.
               10 OJL-FILE-KEY-DATE         PIC X(6).
               10 OJL-FILE-KEY-TIME         PIC X(6).
               10 OJL-FILE-KEY-SEQ          PIC X(4).
           05 FILLER                        PIC X(306).

       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(131).

       FD PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-RECORD.
       01 PRINT-RECORD                      PIC X(132).

       COPY RUNCTLFD.
      *
       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY ORDJNLWS.
       COPY ORDWSREC.
      *
           05 WS-JC-SHIP-COUNT              PIC 9(07)  VALUE 0.
           05 WS-JC-INVOICE-COUNT           PIC 9(07)  VALUE 0.
           05 WS-JC-RELEASE-COUNT           PIC 9(07)  VALUE 0.
           05 WS-JC-RETURN-COUNT            PIC 9(07)  VALUE 0.
      *
       01 WS-ORD-COUNTERS.
           05 WS-OC-RECORDS-READ            PIC 9(07)  VALUE 0.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'ORDBLF2A'                  TO WS-RC-MY-PROGRAM.
           PERFORM 7100-RUNCTL-RECORD-START.
      *
           MOVE SPACE TO WS-OJLFILE-SW
                         WS-ORDFILE-SW
                         WS-PRTFILE-SW.
           ACCEPT WS-CURRENT-DATE FROM DATE.
           MOVE WS-CURRENT-DATE TO WS-REPORT-DATE.
      *
           MOVE WS-RC-BUSINESS-DATE         TO WS-RUN-DATE-X.
           DISPLAY "BALANCING DATE=" WS-RUN-DATE-X.
      *
           OPEN INPUT OJL-FILE.
                 PRINT-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
           MOVE WS-JC-DAY-RECORDS           TO WS-RC-IN-COUNT.
           MOVE WS-OC-RECORDS-READ          TO WS-RC-OUT-COUNT.
           PERFORM 7200-RUNCTL-RECORD-END.
      *
           STOP RUN.
      *
                       ADD 1 TO WS-JC-INVOICE-COUNT
                   WHEN WS-OJ-ACTION-RELEASE
                       ADD 1 TO WS-JC-RELEASE-COUNT
                   WHEN WS-OJ-ACTION-RETURN
                       ADD 1 TO WS-JC-RETURN-COUNT
               END-EVALUATE
           END-IF.
      *
           MOVE 'HOLDS DECIDED     = ' TO WS-JL-CAPTION.
           MOVE WS-JC-RELEASE-COUNT         TO WS-JL-COUNT.
           WRITE PRINT-RECORD FROM WS-JNL-LINE.
           MOVE 'RETURNS CREDITED  = ' TO WS-JL-CAPTION.
           MOVE WS-JC-RETURN-COUNT          TO WS-JL-COUNT.
           WRITE PRINT-RECORD FROM WS-JNL-LINE.
      *
           WRITE PRINT-RECORD FROM SPACES.
           WRITE PRINT-RECORD FROM WS-SECTION-LINE-2.
           DISPLAY "DAY RECORDS         =" WS-JC-DAY-RECORDS.
           DISPLAY "OUT OF BALANCE      =" WS-OUT-OF-BALANCE-COUNT.
      *
       COPY RUNCTLPD.
