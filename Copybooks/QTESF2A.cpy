      ******************************************************************
      * COPYBOOK   : QTESF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset QTESF2A -  *
      *              QT1F2A (the action/quote number key screen) and  *
      *              QT2F2A (the quotation data screen, a customer,   *
      *              ship-to, quote date and expiry date header over  *
      *              five repeating priced line rows with the quote   *
      *              total and estimated tax) used by QTMNTF2A. The   *
      *              status shows OPEN, EXPIRED, CONVERTED or LOST;   *
      *              the order number is the order a converted quote  *
      *              became and the reason is keyed when a quote is   *
      *              marked lost.                                     *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  QT1F2AI.
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
           02 QTNOL                     PIC S9(4) COMP.
           02 QTNOF                     PIC X.
           02 FILLER REDEFINES QTNOF.
              03 QTNOA                  PIC X.
           02 QTNOI                     PIC X(06).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  QT1F2AO REDEFINES QT1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 QTNOO                     PIC X(06).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
       01  QT2F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID2L                  PIC S9(4) COMP.
           02 TRANID2F                  PIC X.
           02 FILLER REDEFINES TRANID2F.
              03 TRANID2A               PIC X.
           02 TRANID2I                  PIC X(04).
           02 QTNO2L                    PIC S9(4) COMP.
           02 QTNO2F                    PIC X.
           02 FILLER REDEFINES QTNO2F.
              03 QTNO2A                 PIC X.
           02 QTNO2I                    PIC X(06).
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
           02 QTDATE2L                  PIC S9(4) COMP.
           02 QTDATE2F                  PIC X.
           02 FILLER REDEFINES QTDATE2F.
              03 QTDATE2A               PIC X.
           02 QTDATE2I                  PIC X(06).
           02 EXPDATE2L                 PIC S9(4) COMP.
           02 EXPDATE2F                 PIC X.
           02 FILLER REDEFINES EXPDATE2F.
              03 EXPDATE2A              PIC X.
           02 EXPDATE2I                 PIC X(06).
           02 STATUS2L                  PIC S9(4) COMP.
           02 STATUS2F                  PIC X.
           02 FILLER REDEFINES STATUS2F.
              03 STATUS2A               PIC X.
           02 STATUS2I                  PIC X(09).
           02 ORDNO2L                   PIC S9(4) COMP.
           02 ORDNO2F                   PIC X.
           02 FILLER REDEFINES ORDNO2F.
              03 ORDNO2A                PIC X.
           02 ORDNO2I                   PIC X(06).
           02 REASON2L                  PIC S9(4) COMP.
           02 REASON2F                  PIC X.
           02 FILLER REDEFINES REASON2F.
              03 REASON2A               PIC X.
           02 REASON2I                  PIC X(20).
           02 QT-LINE2 OCCURS 5 TIMES.
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
              03 PRICE2L                PIC S9(4) COMP.
              03 PRICE2F                PIC X.
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
                 04 LAMT2A              PIC X.
              03 LAMT2I                 PIC X(10).
           02 TOTAL2L                   PIC S9(4) COMP.
           02 TOTAL2F                   PIC X.
           02 FILLER REDEFINES TOTAL2F.
              03 TOTAL2A                PIC X.
           02 TOTAL2I                   PIC X(10).
           02 TAX2L                     PIC S9(4) COMP.
           02 TAX2F                     PIC X.
           02 FILLER REDEFINES TAX2F.
              03 TAX2A                  PIC X.
           02 TAX2I                     PIC X(09).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 MSG2A                  PIC X.
           02 MSG2I                     PIC X(79).
      *
       01  QT2F2AO REDEFINES QT2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 QTNO2O                    PIC X(06).
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
           02 QTDATE2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 EXPDATE2O                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 STATUS2O                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 ORDNO2O                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 REASON2O                  PIC X(20).
           02 QT-LINE2-O OCCURS 5 TIMES.
              03 FILLER                 PIC X(03).
              03 ITEMNO2O               PIC X(06).
              03 FILLER                 PIC X(03).
              03 ITEMDESC2O             PIC X(20).
              03 FILLER                 PIC X(03).
              03 QTY2O                  PIC X(05).
              03 FILLER                 PIC X(03).
              03 PRICE2O                PIC X(08).
              03 FILLER                 PIC X(03).
              03 PRULE2O                PIC X(08).
              03 FILLER                 PIC X(03).
              03 LAMT2O                 PIC X(10).
           02 FILLER                    PIC X(03).
           02 TOTAL2O                   PIC X(10).
           02 FILLER                    PIC X(03).
           02 TAX2O                     PIC X(09).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
