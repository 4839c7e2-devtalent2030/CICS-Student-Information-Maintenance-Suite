      ******************************************************************
      * COPYBOOK   : CPRSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset CPRSF2A -  *
      *              CPR1F2A (the action/customer/item/start date key *
      *              screen) and CPR2F2A (the add/change/deactivate/  *
      *              reactivate contract price data screen) used by   *
      *              CPMNTF2A.                                        *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  CPR1F2AI.
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
           02 CUSTNOL                   PIC S9(4) COMP.
           02 CUSTNOF                   PIC X.
           02 FILLER REDEFINES CUSTNOF.
              03 CUSTNOA                PIC X.
           02 CUSTNOI                   PIC X(06).
           02 ITEMNOL                   PIC S9(4) COMP.
           02 ITEMNOF                   PIC X.
           02 FILLER REDEFINES ITEMNOF.
              03 ITEMNOA                PIC X.
           02 ITEMNOI                   PIC X(06).
           02 STRTDTL                   PIC S9(4) COMP.
           02 STRTDTF                   PIC X.
           02 FILLER REDEFINES STRTDTF.
              03 STRTDTA                PIC X.
           02 STRTDTI                   PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  CPR1F2AO REDEFINES CPR1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUSTNOO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 ITEMNOO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 STRTDTO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  CPR2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 CUSTNO2L                  PIC S9(4) COMP.
           02 CUSTNO2F                  PIC X.
           02 FILLER REDEFINES CUSTNO2F.
              03 CUSTNO2A               PIC X.
           02 CUSTNO2I                  PIC X(06).
           02 CUSTNM2L                  PIC S9(4) COMP.
           02 CUSTNM2F                  PIC X.
           02 FILLER REDEFINES CUSTNM2F.
              03 CUSTNM2A               PIC X.
           02 CUSTNM2I                  PIC X(36).
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
           02 STRTDT2L                  PIC S9(4) COMP.
           02 STRTDT2F                  PIC X.
           02 FILLER REDEFINES STRTDT2F.
              03 STRTDT2A               PIC X.
           02 STRTDT2I                  PIC X(06).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 ENDDT2L                   PIC S9(4) COMP.
           02 ENDDT2F                   PIC X.
           02 FILLER REDEFINES ENDDT2F.
              03 ENDDT2A                PIC X.
           02 ENDDT2I                   PIC X(06).
           02 PRICE2L                   PIC S9(4) COMP.
           02 PRICE2F                   PIC X.
           02 FILLER REDEFINES PRICE2F.
              03 PRICE2A                PIC X.
           02 PRICE2I                   PIC X(08).
           02 LISTPR2L                  PIC S9(4) COMP.
           02 LISTPR2F                  PIC X.
           02 FILLER REDEFINES LISTPR2F.
              03 LISTPR2A               PIC X.
           02 LISTPR2I                  PIC X(08).
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
       01  CPR2F2AO REDEFINES CPR2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 CUSTNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 CUSTNM2O                  PIC X(36).
           02 FILLER                    PIC X(03).
           02 ITEMNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 ITEMDS2O                  PIC X(30).
           02 FILLER                    PIC X(03).
           02 STRTDT2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 ENDDT2O                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 PRICE2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 LISTPR2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
