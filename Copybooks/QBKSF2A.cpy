      ******************************************************************
      * COPYBOOK   : QBKSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset QBKSF2A -  *
      *              QBK1F2A (the action/item key screen) and QBK2F2A *
      *              (the add/change/deactivate/reactivate quantity   *
      *              break data screen, five tier rows) used by       *
      *              QBMNTF2A.                                        *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  QBK1F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID1L                  PIC S9(4) COMP.
           02 TRANID1F                  PIC X.
           02 FILLER REDEFINES TRANID1F.
              03 TRANID1A               PIC X.
           02 TRANID1I                  PIC X(04).
           02 ACTIONL                   PIC S9(4) COMP.
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(01).
           02 ITEMNOL                   PIC S9(4) COMP.
           02 ITEMNOF                   PIC X.
           02 FILLER REDEFINES ITEMNOF.
              03 ITEMNOA                PIC X.
           02 ITEMNOI                   PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  QBK1F2AO REDEFINES QBK1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 ITEMNOO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  QBK2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 ITEMNO2L                  PIC S9(4) COMP.
           02 ITEMNO2F                  PIC X.
           02 FILLER REDEFINES ITEMNO2F.
              03 ITEMNO2A               PIC X.
           02 ITEMNO2I                  PIC X(06).
           02 ITEMDS2L                  PIC S9(4) COMP.
           02 ITEMDS2F                  PIC X.
           02 FILLER REDEFINES ITEMDS2F.
              03 ITEMDS2A               PIC X.
           02 ITEMDS2I                  PIC X(30).
           02 LISTPR2L                  PIC S9(4) COMP.
           02 LISTPR2F                  PIC X.
           02 FILLER REDEFINES LISTPR2F.
              03 LISTPR2A               PIC X.
           02 LISTPR2I                  PIC X(08).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 QBK-TIER2 OCCURS 5 TIMES.
              03 FRQTY2L                PIC S9(4) COMP.
              03 FRQTY2F                PIC X.
              03 FILLER REDEFINES FRQTY2F.
                 04 FRQTY2A             PIC X.
              03 FRQTY2I                PIC X(05).
              03 TPRICE2L               PIC S9(4) COMP.
              03 TPRICE2F               PIC X.
              03 FILLER REDEFINES TPRICE2F.
                 04 TPRICE2A            PIC X.
              03 TPRICE2I               PIC X(08).
           02 STATUS2L                  PIC S9(4) COMP.
           02 STATUS2F                  PIC X.
           02 FILLER REDEFINES STATUS2F.
              03 STATUS2A               PIC X.
           02 STATUS2I                  PIC X(08).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 MSG2A                  PIC X.
           02 MSG2I                     PIC X(79).
      *
       01  QBK2F2AO REDEFINES QBK2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ITEMNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 ITEMDS2O                  PIC X(30).
           02 FILLER                    PIC X(03).
           02 LISTPR2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 QBK-TIER2-O OCCURS 5 TIMES.
              03 FILLER                 PIC X(03).
              03 FRQTY2O                PIC X(05).
              03 FILLER                 PIC X(03).
              03 TPRICE2O               PIC X(08).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
