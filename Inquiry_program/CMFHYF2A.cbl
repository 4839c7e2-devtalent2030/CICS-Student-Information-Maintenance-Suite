       DATA DIVISION.
       FILE SECTION.
       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD CMF-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 484 CHARACTERS
           DATA RECORD IS CMF-AUDIT-RECORD.
       01 CMF-AUDIT-RECORD                  PIC X(484).

       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-LINE-COUNT                     PIC 9(03)  VALUE 99.
       01 WS-LINES-PER-PAGE                 PIC 9(03)  VALUE 060.
      *
       01 WS-BEFORE-IMAGE-SAVE              PIC X(218) VALUE SPACES.
      *
      * FIELD STANDARDIZATION WORK AREA - A FIELD IS COPIED IN,
      * UPPER-CASED, LEADING BLANKS STRIPPED AND RUNS OF BLANKS
