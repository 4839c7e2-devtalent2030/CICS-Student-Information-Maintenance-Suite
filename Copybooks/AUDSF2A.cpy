      * 22-08-2026 TN   Original.                                     *
      * 22-08-2026 TN   Added a detail row for the merged-to cross   *
      *                 reference on the customer record.             *
      * 15-10-2026 TN   Added a detail row for the account hold       *
      *                 status, reason and date on the customer       *
      *                 record.                                       *
      * 15-10-2026 TN   Added a detail row for the sales rep code on  *
      *                 the customer record.                          *
      ******************************************************************
       01  AUD1F2AI.
           02 FILLER                    PIC X(12).
           02 FILLER REDEFINES AUDTM2F.
              03 AUDTM2A                PIC X.
           02 AUDTM2I                   PIC X(06).
           02 FLD-ROW OCCURS 17 TIMES.
              03 FLABELL                PIC S9(4) COMP.
              03 FLABELF                PIC X.
              03 FILLER REDEFINES FLABELF.
           02 AUDDT2O                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 AUDTM2O                   PIC X(06).
           02 FLD-ROW-O OCCURS 17 TIMES.
              03 FILLER                 PIC X(03).
              03 FLABELO                PIC X(13).
              03 FILLER                 PIC X(03).
