       DATE-WRITTEN. 09-08-2026.
      *PROGRAM DESCRIPTION: Batch mass-maintenance program. Applies a
      *                     sequential file of add/change/delete
      *                     transactions to CMFF2A using the same field
      *                     edits as CMMNTF2A's online
      *                     2200-EDIT-CUSTOMER-DATA, and prints a report
      *                     of what was applied and what was rejected,
      *                     and why. A sales rep code on a transaction
      *                     must be an active rep on SRPF2A; a blank
      *                     code leaves the account unassigned.
      *
      *
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-SW.

           SELECT SRP-FILE ASSIGN TO SRPFILE
               RECORD KEY IS SRP-FILE-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-SRPFILE-SW.

       COPY RUNCTLSL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CMF-TRANS
           RECORDING MODE IS F
           RECORD CONTAINS 154 CHARACTERS
           DATA RECORD IS CMF-TRANS-RECORD.
       01 CMF-TRANS-RECORD.
           05 CMF-TRANS-CODE                PIC X(01).
           05 CMF-TRANS-PHONE               PIC X(10).
           05 CMF-TRANS-EMAIL               PIC X(40).
           05 CMF-TRANS-CREDIT-LIMIT        PIC X(07).
           05 CMF-TRANS-SALES-REP           PIC X(04).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD PRINT-FILE
           RECORDING MODE IS F

       FD CMF-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 484 CHARACTERS
           DATA RECORD IS CMF-AUDIT-RECORD.
       01 CMF-AUDIT-RECORD                  PIC X(484).

       FD SRP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SRP-FILE-RECORD.
       01 SRP-FILE-RECORD.
           05 SRP-FILE-KEY.
               10 SRP-FILE-REP-CODE         PIC X(4).
           05 FILLER                        PIC X(76).

       COPY RUNCTLFD.
      *
       COPY RUNCTLWS.
       COPY CMFWSREC.
       COPY CMFAUDWS.
       COPY SRPWSREC.
      *
       01 WS-TRANFILE-SW                    PIC X(02)  VALUE SPACES.
           88  WS-TRANFILE-SUCCESS              VALUE '00'.
      *
       01 WS-AUDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-AUDFILE-SUCCESS               VALUE '00'.
       01 WS-SRPFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-SRPFILE-SUCCESS               VALUE '00'.
           88  WS-SRPFILE-NOTFND                VALUE '23'.
      *
       01 WS-BEFORE-IMAGE-SAVE              PIC X(218)
                                             VALUE LOW-VALUES.
      *
       01 WS-MU-CREDIT-WHOLE                PIC 9(07)  VALUE 0.
               DISPLAY "CMF-AUDIT OPENING ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           OPEN INPUT SRP-FILE.
           IF WS-SRPFILE-SUCCESS
               DISPLAY "SRP-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SRPFILE-SW=" WS-SRPFILE-SW
               DISPLAY "SRP-FILE OPEN ERROR"
               PERFORM 800-PROGRAM-FAILED
           END-IF.
      *
           READ CMF-TRANS
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
           CLOSE CMF-TRANS
                 CMF-FILE
                 PRINT-FILE
                 CMF-AUDIT
                 SRP-FILE.
      *
           PERFORM 900-COMPLETED-OK.
      *
               MOVE 'CREDIT LIMIT IS NOT NUMERIC'
                                             TO WS-REJECT-REASON-TEXT
           END-IF.
      *
      *    A BLANK SALES REP LEAVES THE ACCOUNT UNASSIGNED; A KEYED
      *    CODE MUST BE AN ACTIVE REP ON SRPF2A, AS ONLINE.
      *
           IF      WS-RECORD-VALID
               AND CMF-TRANS-SALES-REP NOT = SPACES
               PERFORM 170-EDIT-SALES-REP
           END-IF.
      *
           IF WS-RECORD-VALID AND CMF-TRANS-PHONE = SPACES
               MOVE 'N'                     TO WS-RECORD-VALID-SW
               MOVE 'R011'                  TO WS-REJECT-REASON-CODE
               MOVE 'EMAIL IS MISSING'      TO WS-REJECT-REASON-TEXT
           END-IF.
      *
       170-EDIT-SALES-REP.
      *
           MOVE CMF-TRANS-SALES-REP         TO SRP-FILE-REP-CODE.
           READ SRP-FILE
               INVALID KEY
                   MOVE SPACES              TO WS-SALES-REP-RECORD
               NOT INVALID KEY
                   MOVE SRP-FILE-RECORD     TO WS-SALES-REP-RECORD
           END-READ.
      *
           IF NOT WS-RP-STATUS-ACTIVE
               MOVE 'N'                     TO WS-RECORD-VALID-SW
               MOVE 'R019'                  TO WS-REJECT-REASON-CODE
               MOVE 'SALES REP NOT ON FILE OR INACTIVE'
                                             TO WS-REJECT-REASON-TEXT
           END-IF.
      *
       200-ADD-CUSTOMER.
      *
               MOVE CMF-TRANS-CREDIT-LIMIT  TO WS-MU-CREDIT-WHOLE-X
               MOVE WS-MU-CREDIT-WHOLE      TO WS-CM-CREDIT-LIMIT
           END-IF.
           MOVE CMF-TRANS-SALES-REP         TO WS-CM-SALES-REP.
      *
           MOVE 'BAT'                       TO WS-CM-LAST-CHG-USERID.
           MOVE WS-REPORT-MM                TO WS-BCD-MM.
