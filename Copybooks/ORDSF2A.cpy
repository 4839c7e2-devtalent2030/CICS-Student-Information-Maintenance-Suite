      *                 customer master address.                     *
      * 02-09-2026 TN   Added sales tax display field below the      *
      *                 order total.                                 *
      * 15-10-2026 TN   Added carrier, tracking number and freight    *
      *                 entry fields for ship-confirm - each          *
      *                 confirmation writes an SHMF2A shipment - and  *
      *                 the quantity-shipped field now shows the      *
      *                 running total shipped.                        *
      * 15-10-2026 TN   Added the price rule column to the order      *
      *                 lines - LIST, CONTRACT or QTYBREAK.           *
      ******************************************************************
       01  ORD1F2AI.
           02 FILLER                    PIC X(12).
              03 FILLER REDEFINES PRICE2F.
                 04 PRICE2A             PIC X.
              03 PRICE2I                PIC X(08).
              03 PRULE2L                PIC S9(4) COMP.
              03 PRULE2F                PIC X.
              03 FILLER REDEFINES PRULE2F.
                 04 PRULE2A             PIC X.
              03 PRULE2I                PIC X(08).
              03 LAMT2L                 PIC S9(4) COMP.
              03 LAMT2F                 PIC X.
              03 FILLER REDEFINES LAMT2F.
           02 FILLER REDEFINES QTYSHP2F.
              03 QTYSHP2A               PIC X.
           02 QTYSHP2I                  PIC X(05).
           02 CARR2L                    PIC S9(4) COMP.
           02 CARR2F                    PIC X.
           02 FILLER REDEFINES CARR2F.
              03 CARR2A                 PIC X.
           02 CARR2I                    PIC X(10).
           02 TRACK2L                   PIC S9(4) COMP.
           02 TRACK2F                   PIC X.
           02 FILLER REDEFINES TRACK2F.
              03 TRACK2A                PIC X.
           02 TRACK2I                   PIC X(20).
           02 FRGHT2L                   PIC S9(4) COMP.
           02 FRGHT2F                   PIC X.
           02 FILLER REDEFINES FRGHT2F.
              03 FRGHT2A                PIC X.
           02 FRGHT2I                   PIC X(08).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 FILLER                 PIC X(03).
              03 PRICE2O                PIC X(08).
              03 FILLER                 PIC X(03).
              03 PRULE2O                PIC X(08).
              03 FILLER                 PIC X(03).
              03 LAMT2O                 PIC X(10).
           02 FILLER                    PIC X(03).
           02 TOTAL2O                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 QTYSHP2O                  PIC X(05).
           02 FILLER                    PIC X(03).
           02 CARR2O                    PIC X(10).
           02 FILLER                    PIC X(03).
           02 TRACK2O                   PIC X(20).
           02 FILLER                    PIC X(03).
           02 FRGHT2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
