       FILE SECTION.
       FD CMF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD PRINT-FILE
           RECORDING MODE IS F
