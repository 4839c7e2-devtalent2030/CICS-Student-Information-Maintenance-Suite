      ******************************************************************
      * COPYBOOK   : ARISF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset ARISF2A -  *
      *              ARI1F2A (the customer open-item list with the    *
      *              aged balance header) and ARI2F2A (the INVF2A     *
      *              register detail of one selected item) used by    *
      *              ARINQF2A. ITEM-ROW is a repeating field group,   *
      *              one entry per open item displayed on the page,   *
      *              with a select field keyed to show its detail.    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  ARI1F2AI.
           02 FILLER                    PIC X(12).
           02 TRANID1L                  PIC S9(4) COMP.
           02 TRANID1F                  PIC X.
           02 FILLER REDEFINES TRANID1F.
              03 TRANID1A               PIC X.
           02 TRANID1I                  PIC X(04).
           02 CUSTNO1L                  PIC S9(4) COMP.
           02 CUSTNO1F                  PIC X.
           02 FILLER REDEFINES CUSTNO1F.
              03 CUSTNO1A               PIC X.
           02 CUSTNO1I                  PIC X(06).
           02 CUSTNM1L                  PIC S9(4) COMP.
           02 CUSTNM1F                  PIC X.
           02 FILLER REDEFINES CUSTNM1F.
              03 CUSTNM1A               PIC X.
           02 CUSTNM1I                  PIC X(36).
           02 PAGENO1L                  PIC S9(4) COMP.
           02 PAGENO1F                  PIC X.
           02 FILLER REDEFINES PAGENO1F.
              03 PAGENO1A               PIC X.
           02 PAGENO1I                  PIC X(03).
           02 CURBAL1L                  PIC S9(4) COMP.
           02 CURBAL1F                  PIC X.
           02 FILLER REDEFINES CURBAL1F.
              03 CURBAL1A               PIC X.
           02 CURBAL1I                  PIC X(12).
           02 BAL301L                   PIC S9(4) COMP.
           02 BAL301F                   PIC X.
           02 FILLER REDEFINES BAL301F.
              03 BAL301A                PIC X.
           02 BAL301I                   PIC X(12).
           02 BAL601L                   PIC S9(4) COMP.
           02 BAL601F                   PIC X.
           02 FILLER REDEFINES BAL601F.
              03 BAL601A                PIC X.
           02 BAL601I                   PIC X(12).
           02 BAL901L                   PIC S9(4) COMP.
           02 BAL901F                   PIC X.
           02 FILLER REDEFINES BAL901F.
              03 BAL901A                PIC X.
           02 BAL901I                   PIC X(12).
           02 CREDIT1L                  PIC S9(4) COMP.
           02 CREDIT1F                  PIC X.
           02 FILLER REDEFINES CREDIT1F.
              03 CREDIT1A               PIC X.
           02 CREDIT1I                  PIC X(13).
           02 BALDUE1L                  PIC S9(4) COMP.
           02 BALDUE1F                  PIC X.
           02 FILLER REDEFINES BALDUE1F.
              03 BALDUE1A               PIC X.
           02 BALDUE1I                  PIC X(13).
           02 ITEM-ROW OCCURS 10 TIMES.
              03 ISELL                  PIC S9(4) COMP.
              03 ISELF                  PIC X.
              03 FILLER REDEFINES ISELF.
                 04 ISELA               PIC X.
              03 ISELI                  PIC X(01).
              03 INVNOL                 PIC S9(4) COMP.
              03 INVNOF                 PIC X.
              03 FILLER REDEFINES INVNOF.
                 04 INVNOA              PIC X.
              03 INVNOI                 PIC X(06).
              03 INVDTL                 PIC S9(4) COMP.
              03 INVDTF                 PIC X.
              03 FILLER REDEFINES INVDTF.
                 04 INVDTA              PIC X.
              03 INVDTI                 PIC X(08).
              03 ORIGAML                PIC S9(4) COMP.
              03 ORIGAMF                PIC X.
              03 FILLER REDEFINES ORIGAMF.
                 04 ORIGAMA             PIC X.
              03 ORIGAMI                PIC X(12).
              03 PAIDAML                PIC S9(4) COMP.
              03 PAIDAMF                PIC X.
              03 FILLER REDEFINES PAIDAMF.
                 04 PAIDAMA             PIC X.
              03 PAIDAMI                PIC X(12).
              03 LPAYDTL                PIC S9(4) COMP.
              03 LPAYDTF                PIC X.
              03 FILLER REDEFINES LPAYDTF.
                 04 LPAYDTA             PIC X.
              03 LPAYDTI                PIC X(08).
              03 ISTATL                 PIC S9(4) COMP.
              03 ISTATF                 PIC X.
              03 FILLER REDEFINES ISTATF.
                 04 ISTATA              PIC X.
              03 ISTATI                 PIC X(08).
              03 IDAYSL                 PIC S9(4) COMP.
              03 IDAYSF                 PIC X.
              03 FILLER REDEFINES IDAYSF.
                 04 IDAYSA              PIC X.
              03 IDAYSI                 PIC X(05).
           02 MSG1L                     PIC S9(4) COMP.
           02 MSG1F                     PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                  PIC X.
           02 MSG1I                     PIC X(79).
      *
       01  ARI1F2AO REDEFINES ARI1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID1O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 CUSTNO1O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 CUSTNM1O                  PIC X(36).
           02 FILLER                    PIC X(03).
           02 PAGENO1O                  PIC X(03).
           02 FILLER                    PIC X(03).
           02 CURBAL1O                  PIC X(12).
           02 FILLER                    PIC X(03).
           02 BAL301O                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 BAL601O                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 BAL901O                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 CREDIT1O                  PIC X(13).
           02 FILLER                    PIC X(03).
           02 BALDUE1O                  PIC X(13).
           02 ITEM-ROW-O OCCURS 10 TIMES.
              03 FILLER                 PIC X(03).
              03 ISELO                  PIC X(01).
              03 FILLER                 PIC X(03).
              03 INVNOO                 PIC X(06).
              03 FILLER                 PIC X(03).
              03 INVDTO                 PIC X(08).
              03 FILLER                 PIC X(03).
              03 ORIGAMO                PIC X(12).
              03 FILLER                 PIC X(03).
              03 PAIDAMO                PIC X(12).
              03 FILLER                 PIC X(03).
              03 LPAYDTO                PIC X(08).
              03 FILLER                 PIC X(03).
              03 ISTATO                 PIC X(08).
              03 FILLER                 PIC X(03).
              03 IDAYSO                 PIC X(05).
           02 FILLER                    PIC X(03).
           02 MSG1O                     PIC X(79).
      *
       01  ARI2F2AI.
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
           02 INVNO2L                   PIC S9(4) COMP.
           02 INVNO2F                   PIC X.
           02 FILLER REDEFINES INVNO2F.
              03 INVNO2A                PIC X.
           02 INVNO2I                   PIC X(06).
           02 DOCTYP2L                  PIC S9(4) COMP.
           02 DOCTYP2F                  PIC X.
           02 FILLER REDEFINES DOCTYP2F.
              03 DOCTYP2A               PIC X.
           02 DOCTYP2I                  PIC X(11).
           02 ORDNO2L                   PIC S9(4) COMP.
           02 ORDNO2F                   PIC X.
           02 FILLER REDEFINES ORDNO2F.
              03 ORDNO2A                PIC X.
           02 ORDNO2I                   PIC X(06).
           02 INVDT2L                   PIC S9(4) COMP.
           02 INVDT2F                   PIC X.
           02 FILLER REDEFINES INVDT2F.
              03 INVDT2A                PIC X.
           02 INVDT2I                   PIC X(08).
           02 TAXST2L                   PIC S9(4) COMP.
           02 TAXST2F                   PIC X.
           02 FILLER REDEFINES TAXST2F.
              03 TAXST2A                PIC X.
           02 TAXST2I                   PIC X(02).
           02 MDSE2L                    PIC S9(4) COMP.
           02 MDSE2F                    PIC X.
           02 FILLER REDEFINES MDSE2F.
              03 MDSE2A                 PIC X.
           02 MDSE2I                    PIC X(12).
           02 TAX2L                     PIC S9(4) COMP.
           02 TAX2F                     PIC X.
           02 FILLER REDEFINES TAX2F.
              03 TAX2A                  PIC X.
           02 TAX2I                     PIC X(10).
           02 TOTAL2L                   PIC S9(4) COMP.
           02 TOTAL2F                   PIC X.
           02 FILLER REDEFINES TOTAL2F.
              03 TOTAL2A                PIC X.
           02 TOTAL2I                   PIC X(12).
           02 ARSTAT2L                  PIC S9(4) COMP.
           02 ARSTAT2F                  PIC X.
           02 FILLER REDEFINES ARSTAT2F.
              03 ARSTAT2A               PIC X.
           02 ARSTAT2I                  PIC X(08).
           02 PAID2L                    PIC S9(4) COMP.
           02 PAID2F                    PIC X.
           02 FILLER REDEFINES PAID2F.
              03 PAID2A                 PIC X.
           02 PAID2I                    PIC X(12).
           02 BALAN2L                   PIC S9(4) COMP.
           02 BALAN2F                   PIC X.
           02 FILLER REDEFINES BALAN2F.
              03 BALAN2A                PIC X.
           02 BALAN2I                   PIC X(13).
           02 LPAYDT2L                  PIC S9(4) COMP.
           02 LPAYDT2F                  PIC X.
           02 FILLER REDEFINES LPAYDT2F.
              03 LPAYDT2A               PIC X.
           02 LPAYDT2I                  PIC X(08).
           02 IDAYS2L                   PIC S9(4) COMP.
           02 IDAYS2F                   PIC X.
           02 FILLER REDEFINES IDAYS2F.
              03 IDAYS2A                PIC X.
           02 IDAYS2I                   PIC X(05).
           02 MSG2L                     PIC S9(4) COMP.
           02 MSG2F                     PIC X.
           02 FILLER REDEFINES MSG2F.
              03 MSG2A                  PIC X.
           02 MSG2I                     PIC X(79).
      *
       01  ARI2F2AO REDEFINES ARI2F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANID2O                  PIC X(04).
           02 FILLER                    PIC X(03).
           02 CUSTNO2O                  PIC X(06).
           02 FILLER                    PIC X(03).
           02 CUSTNM2O                  PIC X(36).
           02 FILLER                    PIC X(03).
           02 INVNO2O                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 DOCTYP2O                  PIC X(11).
           02 FILLER                    PIC X(03).
           02 ORDNO2O                   PIC X(06).
           02 FILLER                    PIC X(03).
           02 INVDT2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 TAXST2O                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 MDSE2O                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TAX2O                     PIC X(10).
           02 FILLER                    PIC X(03).
           02 TOTAL2O                   PIC X(12).
           02 FILLER                    PIC X(03).
           02 ARSTAT2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 PAID2O                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 BALAN2O                   PIC X(13).
           02 FILLER                    PIC X(03).
           02 LPAYDT2O                  PIC X(08).
           02 FILLER                    PIC X(03).
           02 IDAYS2O                   PIC X(05).
           02 FILLER                    PIC X(03).
           02 MSG2O                     PIC X(79).
