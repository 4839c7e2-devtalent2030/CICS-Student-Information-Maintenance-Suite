      *                 blank means the price takes effect now, a     *
      *                 future YYMMDD loads the change ahead of time  *
      *                 on ITPF2A.                                    *
      * 15-10-2026 TN   Added the reorder point and reorder quantity  *
      *                 entry fields.                                 *
      * 15-10-2026 TN   Added the standard cost and cost effective    *
      *                 date entry fields.                            *
      ******************************************************************
       01  ITM1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER REDEFINES RECQTY2F.
              03 RECQTY2A               PIC X.
           02 RECQTY2I                  PIC X(07).
           02 ROPT2L                    PIC S9(4) COMP.
           02 ROPT2F                    PIC X.
           02 FILLER REDEFINES ROPT2F.
              03 ROPT2A                 PIC X.
           02 ROPT2I                    PIC X(07).
           02 ROQTY2L                   PIC S9(4) COMP.
           02 ROQTY2F                   PIC X.
           02 FILLER REDEFINES ROQTY2F.
              03 ROQTY2A                PIC X.
           02 ROQTY2I                   PIC X(07).
           02 COST2L                    PIC S9(4) COMP.
           02 COST2F                    PIC X.
           02 FILLER REDEFINES COST2F.
              03 COST2A                 PIC X.
           02 COST2I                    PIC X(08).
           02 COSTDT2L                  PIC S9(4) COMP.
           02 COSTDT2F                  PIC X.
           02 FILLER REDEFINES COSTDT2F.
              03 COSTDT2A               PIC X.
           02 COSTDT2I                  PIC X(06).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
           02 FILLER                    PIC X(03).
           02 RECQTY2O                  PIC X(07).
           02 FILLER                    PIC X(03).
           02 ROPT2O                    PIC X(07).
           02 FILLER                    PIC X(03).
           02 ROQTY2O                   PIC X(07).
           02 FILLER                    PIC X(03).
           02 COST2O                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 COSTDT2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
