       FILE SECTION.
       FD CMF-INPUT
           RECORDING MODE IS F
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-INPUT-RECORD.
       01 CMF-INPUT-RECORD.
           05 CMF-INPUT-KEY.
           05 CMF-INPUT-CREDIT-LIMIT       PIC 9(07)V99.
           05 CMF-INPUT-MERGED-TO          PIC X(06).
           05 CMF-INPUT-STATUS             PIC X(01).
           05 CMF-INPUT-HOLD-STATUS        PIC X(01).
           05 CMF-INPUT-HOLD-REASON        PIC X(30).
           05 CMF-INPUT-HOLD-DATE          PIC X(08).
           05 CMF-INPUT-SALES-REP          PIC X(04).

       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER          PIC X(6).
           05 FILLER                       PIC X(212).

       FD PRINT-FILE
           RECORDING MODE IS F
