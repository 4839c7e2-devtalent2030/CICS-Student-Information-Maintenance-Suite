      * 09-08-2026 TN   Added PHONE/EMAIL to MNT2F2AI/MNT2F2AO.       *
      * 09-08-2026 TN   Added LNAME1 search field to MNT1F2AI/O.      *
      * 22-08-2026 TN   Added CREDIT limit field to MNT2F2AI/O.       *
      * 15-10-2026 TN   Added account hold reason and hold date       *
      *                 display fields to MNT2F2AI/O.                 *
      * 15-10-2026 TN   Added SLSREP sales rep code field to          *
      *                 MNT2F2AI/O.                                   *
      ******************************************************************
       01  MNT1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER REDEFINES CREDITF.
              03 CREDITA                PIC X.
           02 CREDITI                   PIC X(07).
           02 SLSREPL                   PIC S9(4) COMP.
           02 SLSREPF                   PIC X.
           02 FILLER REDEFINES SLSREPF.
              03 SLSREPA                PIC X.
           02 SLSREPI                   PIC X(04).
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
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
           02 FILLER                    PIC X(03).
           02 CREDITO                   PIC X(07).
           02 FILLER                    PIC X(03).
           02 SLSREPO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 HLDRSNO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 HLDDTO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
