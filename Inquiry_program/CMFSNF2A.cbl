       DATA DIVISION.
       FILE SECTION.
       FD CMF-FILE
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-FILE-RECORD.
       01 CMF-FILE-RECORD.
           05 CMF-FILE-KEY.
               10 CMF-FILE-NUMBER           PIC X(6).
           05 FILLER                        PIC X(212).

       FD CMF-SNAPSHOT
           RECORDING MODE IS F
           RECORD CONTAINS 218 CHARACTERS
           DATA RECORD IS CMF-SNAPSHOT-RECORD.
       01 CMF-SNAPSHOT-RECORD               PIC X(218).

       COPY RUNCTLFD.
      *
