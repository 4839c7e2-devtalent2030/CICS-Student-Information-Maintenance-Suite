      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 22-08-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the Y/N second-operator approval        *
      *                 authority field to OPR2F2A.                   *
      ******************************************************************
       01  OPR1F2AI.
           02 FILLER                    PIC X(12).
              03 FILLER REDEFINES AUTH2F.
                 04 AUTH2A              PIC X.
              03 AUTH2I                 PIC X(01).
           02 APPRV2L                   PIC S9(4) COMP.
           02 APPRV2F                   PIC X.
           02 FILLER REDEFINES APPRV2F.
              03 APPRV2A                PIC X.
           02 APPRV2I                   PIC X(01).
           02 STATUS2L                  PIC S9(4) COMP.
           02 STATUS2F                  PIC X.
           02 FILLER REDEFINES STATUS2F.
              03 FILLER                 PIC X(03).
              03 AUTH2O                 PIC X(01).
           02 FILLER                    PIC X(03).
           02 APPRV2O                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
