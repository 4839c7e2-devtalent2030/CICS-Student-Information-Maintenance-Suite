      ******************************************************************
      * COPYBOOK   : SRPSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset SRPSF2A -  *
      *              SRP1F2A (the action/rep code key screen) and     *
      *              SRP2F2A (the                                     *
      *              add/change/deactivate/reactivate data screen)    *
      *              used by SRMNTF2A.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  SRP1F2AI.
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
           02 REPCDL                    PIC S9(4) COMP.
           02 REPCDF                    PIC X.
           02 FILLER REDEFINES REPCDF.
              03 REPCDA                 PIC X.
           02 REPCDI                    PIC X(04).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  SRP1F2AO REDEFINES SRP1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 REPCDO                    PIC X(04).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  SRP2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 REPCD2L                   PIC S9(4) COMP.
           02 REPCD2F                   PIC X.
           02 FILLER REDEFINES REPCD2F.
              03 REPCD2A                PIC X.
           02 REPCD2I                   PIC X(04).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 RNAME2L                   PIC S9(4) COMP.
           02 RNAME2F                   PIC X.
           02 FILLER REDEFINES RNAME2F.
              03 RNAME2A                PIC X.
           02 RNAME2I                   PIC X(30).
           02 TERR2L                    PIC S9(4) COMP.
           02 TERR2F                    PIC X.
           02 FILLER REDEFINES TERR2F.
              03 TERR2A                 PIC X.
           02 TERR2I                    PIC X(10).
           02 RATE2L                    PIC S9(4) COMP.
           02 RATE2F                    PIC X.
           02 FILLER REDEFINES RATE2F.
              03 RATE2A                 PIC X.
           02 RATE2I                    PIC X(05).
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
       01  SRP2F2AO REDEFINES SRP2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 REPCD2O                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 RNAME2O                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 TERR2O                    PIC X(10).
           02 FILLER                    PIC X(03).
           02 RATE2O                    PIC X(05).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
