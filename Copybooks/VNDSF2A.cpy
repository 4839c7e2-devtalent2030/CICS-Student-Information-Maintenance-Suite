      ******************************************************************
      * COPYBOOK   : VNDSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset VNDSF2A -  *
      *              VND1F2A (the action/vendor-number key screen)    *
      *              and VND2F2A (the                                 *
      *              add/change/deactivate/reactivate data screen)    *
      *              used by VNMNTF2A.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  VND1F2AI.
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
           02 VENDNOL                   PIC S9(4) COMP.
           02 VENDNOF                   PIC X.
           02 FILLER REDEFINES VENDNOF.
              03 VENDNOA                PIC X.
           02 VENDNOI                   PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  VND1F2AO REDEFINES VND1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 VENDNOO                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  VND2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 VENDNO2L                  PIC S9(4) COMP.
           02 VENDNO2F                  PIC X.
           02 FILLER REDEFINES VENDNO2F.
              03 VENDNO2A               PIC X.
           02 VENDNO2I                  PIC X(06).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 VNAME2L                   PIC S9(4) COMP.
           02 VNAME2F                   PIC X.
           02 FILLER REDEFINES VNAME2F.
              03 VNAME2A                PIC X.
           02 VNAME2I                   PIC X(25).
           02 ADDR2L                    PIC S9(4) COMP.
           02 ADDR2F                    PIC X.
           02 FILLER REDEFINES ADDR2F.
              03 ADDR2A                 PIC X.
           02 ADDR2I                    PIC X(25).
           02 CITY2L                    PIC S9(4) COMP.
           02 CITY2F                    PIC X.
           02 FILLER REDEFINES CITY2F.
              03 CITY2A                 PIC X.
           02 CITY2I                    PIC X(15).
           02 STATE2L                   PIC S9(4) COMP.
           02 STATE2F                   PIC X.
           02 FILLER REDEFINES STATE2F.
              03 STATE2A                PIC X.
           02 STATE2I                   PIC X(02).
           02 ZIP2L                     PIC S9(4) COMP.
           02 ZIP2F                     PIC X.
           02 FILLER REDEFINES ZIP2F.
              03 ZIP2A                  PIC X.
           02 ZIP2I                     PIC X(09).
           02 PHONE2L                   PIC S9(4) COMP.
           02 PHONE2F                   PIC X.
           02 FILLER REDEFINES PHONE2F.
              03 PHONE2A                PIC X.
           02 PHONE2I                   PIC X(10).
           02 CONTACT2L                 PIC S9(4) COMP.
           02 CONTACT2F                 PIC X.
           02 FILLER REDEFINES CONTACT2F.
              03 CONTACT2A              PIC X.
           02 CONTACT2I                 PIC X(20).
           02 LEAD2L                    PIC S9(4) COMP.
           02 LEAD2F                    PIC X.
           02 FILLER REDEFINES LEAD2F.
              03 LEAD2A                 PIC X.
           02 LEAD2I                    PIC X(03).
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
       01  VND2F2AO REDEFINES VND2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 VENDNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 VNAME2O                   PIC X(25).
           02 FILLER                    PIC X(03).
           02 ADDR2O                    PIC X(25).
           02 FILLER                    PIC X(03).
           02 CITY2O                    PIC X(15).
           02 FILLER                    PIC X(03).
           02 STATE2O                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 ZIP2O                     PIC X(09).
           02 FILLER                    PIC X(03).
           02 PHONE2O                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 CONTACT2O                 PIC X(20).
           02 FILLER                    PIC X(03).
           02 LEAD2O                    PIC X(03).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
