           05 MRG-DUPLICATE-NUMBER          PIC X(06).

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

       FD CNT-FILE
           RECORD CONTAINS 90 CHARACTERS

       FD CMF-AUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 484 CHARACTERS
           DATA RECORD IS CMF-AUDIT-RECORD.
       01 CMF-AUDIT-RECORD                  PIC X(484).

       FD PRINT-FILE
           RECORDING MODE IS F
      * AREA FOR WHICHEVER RECORD IS BEING REWRITTEN, AND THE SAVED
      * IMAGES FEED THE CMFAUDT BEFORE IMAGES.
      *
       01 WS-SURVIVOR-RECORD                PIC X(218) VALUE SPACES.
       01 WS-DUPLICATE-RECORD               PIC X(218) VALUE SPACES.
       01 WS-BEFORE-IMAGE-SAVE              PIC X(218) VALUE SPACES.
      *
      * ORDER NUMBERS COLLECTED FROM THE DUPLICATE'S ORDCNDX CHAIN
      * BEFORE ANY REWRITE, BECAUSE REWRITING AN ORDER CHANGES THE
