      ******************************************************************
      * COPYBOOK   : TXESF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset TXESF2A -  *
      *              TXE1F2A (the action/customer key screen) and     *
      *              TXE2F2A (the add/change/deactivate/reactivate    *
      *              certificate data screen) used by TXMNTF2A.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  TXE1F2AI.
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
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  TXE1F2AO REDEFINES TXE1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CUSTNOO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  TXE2F2AI.
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
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 CERTNO2L                  PIC S9(4) COMP.
           02 CERTNO2F                  PIC X.
           02 FILLER REDEFINES CERTNO2F.
              03 CERTNO2A               PIC X.
           02 CERTNO2I                  PIC X(15).
           02 EXSTAT2L                  PIC S9(4) COMP.
           02 EXSTAT2F                  PIC X.
           02 FILLER REDEFINES EXSTAT2F.
              03 EXSTAT2A               PIC X.
           02 EXSTAT2I                  PIC X(02).
           02 EXPDT2L                   PIC S9(4) COMP.
           02 EXPDT2F                   PIC X.
           02 FILLER REDEFINES EXPDT2F.
              03 EXPDT2A                PIC X.
           02 EXPDT2I                   PIC X(06).
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
       01  TXE2F2AO REDEFINES TXE2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 CUSTNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 CUSTNM2O                  PIC X(36).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 CERTNO2O                  PIC X(15).
           02 FILLER                    PIC X(03).
           02 EXSTAT2O                  PIC X(02).
           02 FILLER                    PIC X(03).
           02 EXPDT2O                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
