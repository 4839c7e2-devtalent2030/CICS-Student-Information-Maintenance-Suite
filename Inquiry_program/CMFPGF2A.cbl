       DATA DIVISION.
       FILE SECTION.
       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 ORD-FILE-CUSTOMER             PIC X(6).
           05 FILLER                        PIC X(125).

       FD CMF-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-ARCHIVE-RECORD.
       01 CMF-ARCHIVE-RECORD                PIC X(218).

       FD PRINT-FILE
           RECORDING MODE IS F
