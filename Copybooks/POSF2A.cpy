      ******************************************************************
      * COPYBOOK   : POSF2A                                           *
      * PURPOSE    : BMS-generated symbolic map for mapset POSF2A -   *
      *              PO1F2A (the action/PO-number key screen) and     *
      *              PO2F2A (the purchase order data screen, a vendor *
      *              and due date header over five repeating line     *
      *              rows) used by POMNTF2A. On the receive action    *
      *              the RCVQTY2 column takes the quantity received   *
      *              against each line.                               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  PO1F2AI.
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
           02 PONOL                     PIC S9(4) COMP.
           02 PONOF                     PIC X.
           02 FILLER REDEFINES PONOF.
              03 PONOA                  PIC X.
           02 PONOI                     PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  PO1F2AO REDEFINES PO1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 PONOO                     PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  PO2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 PONO2L                    PIC S9(4) COMP.
           02 PONO2F                    PIC X.
           02 FILLER REDEFINES PONO2F.
              03 PONO2A                 PIC X.
           02 PONO2I                    PIC X(06).
           02 INSTR2L                   PIC S9(4) COMP.
           02 INSTR2F                   PIC X.
           02 FILLER REDEFINES INSTR2F.
              03 INSTR2A                PIC X.
           02 INSTR2I                   PIC X(79).
           02 VENDNO2L                  PIC S9(4) COMP.
           02 VENDNO2F                  PIC X.
           02 FILLER REDEFINES VENDNO2F.
              03 VENDNO2A               PIC X.
           02 VENDNO2I                  PIC X(06).
           02 VNAME2L                   PIC S9(4) COMP.
           02 VNAME2F                   PIC X.
           02 FILLER REDEFINES VNAME2F.
              03 VNAME2A                PIC X.
           02 VNAME2I                   PIC X(25).
           02 ORDDATE2L                 PIC S9(4) COMP.
           02 ORDDATE2F                 PIC X.
           02 FILLER REDEFINES ORDDATE2F.
              03 ORDDATE2A              PIC X.
           02 ORDDATE2I                 PIC X(08).
           02 DUEDATE2L                 PIC S9(4) COMP.
           02 DUEDATE2F                 PIC X.
           02 FILLER REDEFINES DUEDATE2F.
              03 DUEDATE2A              PIC X.
           02 DUEDATE2I                 PIC X(06).
           02 STATUS2L                  PIC S9(4) COMP.
           02 STATUS2F                  PIC X.
           02 FILLER REDEFINES STATUS2F.
              03 STATUS2A               PIC X.
           02 STATUS2I                  PIC X(09).
           02 PO-LINE2 OCCURS 5 TIMES.
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
              03 QTY2I                  PIC X(07).
              03 COST2L                 PIC S9(4) COMP.
              03 COST2F                 PIC X.
              03 FILLER REDEFINES COST2F.
                 04 COST2A              PIC X.
              03 COST2I                 PIC X(08).
              03 RCVD2L                 PIC S9(4) COMP.
              03 RCVD2F                 PIC X.
              03 FILLER REDEFINES RCVD2F.
                 04 RCVD2A              PIC X.
              03 RCVD2I                 PIC X(07).
              03 RCVQTY2L               PIC S9(4) COMP.
              03 RCVQTY2F               PIC X.
              03 FILLER REDEFINES RCVQTY2F.
                 04 RCVQTY2A            PIC X.
              03 RCVQTY2I               PIC X(07).
           02 TOTAL2L                   PIC S9(4) COMP.
           02 TOTAL2F                   PIC X.
           02 FILLER REDEFINES TOTAL2F.
              03 TOTAL2A                PIC X.
           02 TOTAL2I                   PIC X(10).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 MSG2A                  PIC X.
           02 MSG2I                     PIC X(79).
      *
       01  PO2F2AO REDEFINES PO2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 PONO2O                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 INSTR2O                   PIC X(79).
           02 FILLER                    PIC X(03).
           02 VENDNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 VNAME2O                   PIC X(25).
           02 FILLER                    PIC X(03).
           02 ORDDATE2O                 PIC X(08).
           02 FILLER                    PIC X(03).
           02 DUEDATE2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(09).
           02 PO-LINE2-O OCCURS 5 TIMES.
              03 FILLER                 PIC X(03).
              03 ITEMNO2O               PIC X(06).
              03 FILLER                 PIC X(03).
              03 ITEMDESC2O             PIC X(20).
              03 FILLER                 PIC X(03).
              03 QTY2O                  PIC X(07).
              03 FILLER                 PIC X(03).
              03 COST2O                 PIC X(08).
              03 FILLER                 PIC X(03).
              03 RCVD2O                 PIC X(07).
              03 FILLER                 PIC X(03).
              03 RCVQTY2O               PIC X(07).
           02 FILLER                    PIC X(03).
           02 TOTAL2O                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
