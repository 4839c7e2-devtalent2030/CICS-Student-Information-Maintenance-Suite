      * 02-09-2026 TN   Added the activity summary block - backorder  *
      *                 count, open order value, most recent order    *
      *                 date and status, and remaining credit room.   *
      * 15-10-2026 TN   Added account hold reason and hold date       *
      *                 display fields.                               *
      ******************************************************************
       01  INQMF2AI.
           02 FILLER                    PIC X(12).
           02 FILLER REDEFINES CREDAVF.
              03 CREDAVA                PIC X.
           02 CREDAVI                   PIC X(13).
           02 HLDRSNL                   PIC S9(4) COMP.
           02 HLDRSNF                   PIC X.
           02 FILLER REDEFINES HLDRSNF.
              03 HLDRSNA                PIC X.
           02 HLDRSNI                   PIC X(30).
           02 HLDDTL                    PIC S9(4) COMP.
           02 HLDDTF                    PIC X.
           02 FILLER REDEFINES HLDDTF.
              03 HLDDTA                 PIC X.
           02 HLDDTI                    PIC X(08).
           02 MESSAGEL                  PIC S9(4) COMP.
           02 MESSAGEF                  PIC X.
           02 FILLER REDEFINES MESSAGEF.
           02 FILLER                    PIC X(03).
           02 CREDAVO                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 HLDRSNO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 HLDDTO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 MESSAGEO                  PIC X(79).
