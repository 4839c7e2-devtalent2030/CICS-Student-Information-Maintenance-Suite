       DATA DIVISION.
       FILE SECTION.
       FD ORD-FILE
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-FILE-RECORD.
       01 ORD-FILE-RECORD.
           05 ORD-FILE-KEY.
               10 ORD-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(131).

       FD ODL-FILE
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS ODL-FILE-RECORD.
       01 ODL-FILE-RECORD.
           05 ODL-FILE-KEY.
               10 ODL-FILE-ORDER-NUMBER     PIC X(6).
               10 ODL-FILE-LINE-NUMBER      PIC X(2).
           05 FILLER                        PIC X(76).

       FD ORD-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS ORD-ARCHIVE-RECORD.
       01 ORD-ARCHIVE-RECORD                PIC X(137).

       FD ODL-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS ODL-ARCHIVE-RECORD.
       01 ODL-ARCHIVE-RECORD                PIC X(84).

       FD PRINT-FILE
           RECORDING MODE IS F
