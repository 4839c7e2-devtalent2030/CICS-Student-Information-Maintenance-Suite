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

       FD DLT-OUTPUT
           RECORDING MODE IS F
           RECORD CONTAINS 219 CHARACTERS
           DATA RECORD IS DLT-OUTPUT-RECORD.
       01 DLT-OUTPUT-RECORD.
           05 DLT-RECORD-TYPE               PIC X(01).
           05 DLT-RECORD-DATA               PIC X(218).

       FD PRINT-FILE
           RECORDING MODE IS F
       01 WS-DLT-HEADER.
           05 FILLER                        PIC X(01)  VALUE 'H'.
           05 WS-DH-RUN-DATE                PIC X(06).
           05 FILLER                        PIC X(212) VALUE SPACES.
      *
       01 WS-DLT-TRAILER.
           05 FILLER                        PIC X(01)  VALUE 'T'.
           05 WS-DT-RUN-DATE                PIC X(06).
           05 WS-DT-RECORD-COUNT            PIC 9(07).
           05 FILLER                        PIC X(205) VALUE SPACES.
      *
       01 WS-COUNTERS.
           05 WS-READ-COUNT                 PIC 9(07)  VALUE 0.
