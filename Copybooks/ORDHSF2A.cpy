      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 02-09-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the hold reason to each held order row. *
      ******************************************************************
       01  ORDHF2AI.
           02 FILLER                    PIC X(12).
              03 FILLER REDEFINES HAMTF.
                 04 HAMTA               PIC X.
              03 HAMTI                  PIC X(10).
              03 HREASNL                PIC S9(4) COMP.
              03 HREASNF                PIC X.
              03 FILLER REDEFINES HREASNF.
                 04 HREASNA             PIC X.
              03 HREASNI                PIC X(30).
           02 MESSAGEL                  PIC S9(4) COMP.
           02 MESSAGEF                  PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 HDATEO                 PIC X(08).
              03 FILLER                 PIC X(03).
              03 HAMTO                  PIC X(10).
              03 FILLER                 PIC X(03).
              03 HREASNO                PIC X(30).
           02 FILLER                    PIC X(03).
           02 MESSAGEO                  PIC X(79).
