      ******************************************************************
      * COPYBOOK   : SORSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset SORSF2A -  *
      *              SO1F2A (the action/standing order number key     *
      *              screen) and SO2F2A (the standing order data      *
      *              screen, a customer, ship-to and schedule header  *
      *              over five repeating item line rows) used by      *
      *              SOMNTF2A. The last order, last run and last      *
      *              result fields show what the SOGENF2A nightly     *
      *              generator did with the standing order last time. *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  SO1F2AI.
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
           02 SONOL                     PIC S9(4) COMP.
           02 SONOF                     PIC X.
           02 FILLER REDEFINES SONOF.
              03 SONOA                  PIC X.
           02 SONOI                     PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  SO1F2AO REDEFINES SO1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 SONOO                     PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
       01  SO2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 SONO2L                    PIC S9(4) COMP.
           02 SONO2F                    PIC X.
           02 FILLER REDEFINES SONO2F.
              03 SONO2A                 PIC X.
           02 SONO2I                    PIC X(06).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 CUSTNO2L                  PIC S9(4) COMP.
           02 CUSTNO2F                  PIC X.
           02 FILLER REDEFINES CUSTNO2F.
              03 CUSTNO2A               PIC X.
           02 CUSTNO2I                  PIC X(06).
           02 CNAME2L                   PIC S9(4) COMP.
           02 CNAME2F                   PIC X.
           02 FILLER REDEFINES CNAME2F.
              03 CNAME2A                PIC X.
           02 CNAME2I                   PIC X(25).
           02 SHIPTO2L                  PIC S9(4) COMP.
           02 SHIPTO2F                  PIC X.
           02 FILLER REDEFINES SHIPTO2F.
              03 SHIPTO2A               PIC X.
           02 SHIPTO2I                  PIC X(02).
           02 SNAME2L                   PIC S9(4) COMP.
           02 SNAME2F                   PIC X.
           02 FILLER REDEFINES SNAME2F.
              03 SNAME2A                PIC X.
           02 SNAME2I                   PIC X(25).
           02 FREQ2L                    PIC S9(4) COMP.
           02 FREQ2F                    PIC X.
           02 FILLER REDEFINES FREQ2F.
              03 FREQ2A                 PIC X.
           02 FREQ2I                    PIC X(01).
           02 NEXTDUE2L                 PIC S9(4) COMP.
           02 NEXTDUE2F                 PIC X.
           02 FILLER REDEFINES NEXTDUE2F.
              03 NEXTDUE2A              PIC X.
           02 NEXTDUE2I                 PIC X(06).
           02 ENDDATE2L                 PIC S9(4) COMP.
           02 ENDDATE2F                 PIC X.
           02 FILLER REDEFINES ENDDATE2F.
              03 ENDDATE2A              PIC X.
           02 ENDDATE2I                 PIC X(06).
           02 STATUS2L                  PIC S9(4) COMP.
           02 STATUS2F                  PIC X.
           02 FILLER REDEFINES STATUS2F.
              03 STATUS2A               PIC X.
           02 STATUS2I                  PIC X(01).
           02 LASTORD2L                 PIC S9(4) COMP.
           02 LASTORD2F                 PIC X.
           02 FILLER REDEFINES LASTORD2F.
              03 LASTORD2A              PIC X.
           02 LASTORD2I                 PIC X(06).
           02 LASTRUN2L                 PIC S9(4) COMP.
           02 LASTRUN2F                 PIC X.
           02 FILLER REDEFINES LASTRUN2F.
              03 LASTRUN2A              PIC X.
           02 LASTRUN2I                 PIC X(06).
           02 LASTRES2L                 PIC S9(4) COMP.
           02 LASTRES2F                 PIC X.
           02 FILLER REDEFINES LASTRES2F.
              03 LASTRES2A              PIC X.
           02 LASTRES2I                 PIC X(09).
           02 SO-LINE2 OCCURS 5 TIMES.
              03 ITEMNO2L               PIC S9(4) COMP.
              03 ITEMNO2F               PIC X.
              03 FILLER REDEFINES ITEMNO2F.
                 04 ITEMNO2A            PIC X.
              03 ITEMNO2I               PIC X(06).
              03 ITEMDESC2L             PIC S9(4) COMP.
              03 ITEMDESC2F             PIC X.
              03 FILLER REDEFINES ITEMDESC2F.
                 04 ITEMDESC2A          PIC X.
              03 ITEMDESC2I             PIC X(20).
              03 QTY2L                  PIC S9(4) COMP.
              03 QTY2F                  PIC X.
              03 FILLER REDEFINES QTY2F.
                 04 QTY2A               PIC X.
              03 QTY2I                  PIC X(05).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 MSG2A                  PIC X.
           02 MSG2I                     PIC X(79).
      *
       01  SO2F2AO REDEFINES SO2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 SONO2O                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 CUSTNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 CNAME2O                   PIC X(25).
           02 FILLER                    PIC X(03).
           02 SHIPTO2O                  PIC X(02).
           02 FILLER                    PIC X(03).
           02 SNAME2O                   PIC X(25).
           02 FILLER                    PIC X(03).
           02 FREQ2O                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 NEXTDUE2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 ENDDATE2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(01).
           02 FILLER                    PIC X(03).
           02 LASTORD2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 LASTRUN2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 LASTRES2O                 PIC X(09).
           02 SO-LINE2-O OCCURS 5 TIMES.
              03 FILLER                 PIC X(03).
              03 ITEMNO2O               PIC X(06).
              03 FILLER                 PIC X(03).
              03 ITEMDESC2O             PIC X(20).
              03 FILLER                 PIC X(03).
              03 QTY2O                  PIC X(05).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
