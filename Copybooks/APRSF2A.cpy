      ******************************************************************
      * COPYBOOK   : APRSF2A                                          *
      * PURPOSE    : BMS-generated symbolic map for mapset APRSF2A,   *
      *              map APRVF2A - the approval queue screen used by  *
      *              APPRVF2A. APR-ROW is a repeating field group,    *
      *              one entry per pending APRF2A request shown on    *
      *              the page - a credit limit increase shows the     *
      *              limit on file and the limit asked for, a return  *
      *              shows the order and the credit. The operator     *
      *              keys a request number and A (approve) or R       *
      *              (reject) on the action line.                     *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  APRVF2AI.
           02 FILLER                    PIC X(12).
           02 TRANIDL                   PIC S9(4) COMP.
           02 TRANIDF                   PIC X.
           02 FILLER REDEFINES TRANIDF.
              03 TRANIDA                PIC X.
           02 TRANIDI                   PIC X(04).
           02 REQNOL                    PIC S9(4) COMP.
           02 REQNOF                    PIC X.
           02 FILLER REDEFINES REQNOF.
              03 REQNOA                 PIC X.
           02 REQNOI                    PIC X(06).
           02 ACTCDL                    PIC S9(4) COMP.
           02 ACTCDF                    PIC X.
           02 FILLER REDEFINES ACTCDF.
              03 ACTCDA                 PIC X.
           02 ACTCDI                    PIC X(01).
           02 APR-ROW OCCURS 10 TIMES.
              03 AREQNOL                PIC S9(4) COMP.
              03 AREQNOF                PIC X.
              03 FILLER REDEFINES AREQNOF.
                 04 AREQNOA             PIC X.
              03 AREQNOI                PIC X(06).
              03 ATYPEL                 PIC S9(4) COMP.
              03 ATYPEF                 PIC X.
              03 FILLER REDEFINES ATYPEF.
                 04 ATYPEA              PIC X.
              03 ATYPEI                 PIC X(06).
              03 ACUSTL                 PIC S9(4) COMP.
              03 ACUSTF                 PIC X.
              03 FILLER REDEFINES ACUSTF.
                 04 ACUSTA              PIC X.
              03 ACUSTI                 PIC X(06).
              03 AORDNOL                PIC S9(4) COMP.
              03 AORDNOF                PIC X.
              03 FILLER REDEFINES AORDNOF.
                 04 AORDNOA             PIC X.
              03 AORDNOI                PIC X(06).
              03 AOLDL                  PIC S9(4) COMP.
              03 AOLDF                  PIC X.
              03 FILLER REDEFINES AOLDF.
                 04 AOLDA               PIC X.
              03 AOLDI                  PIC X(10).
              03 ANEWL                  PIC S9(4) COMP.
              03 ANEWF                  PIC X.
              03 FILLER REDEFINES ANEWF.
                 04 ANEWA               PIC X.
              03 ANEWI                  PIC X(10).
              03 ABYL                   PIC S9(4) COMP.
              03 ABYF                   PIC X.
              03 FILLER REDEFINES ABYF.
                 04 ABYA                PIC X.
              03 ABYI                   PIC X(03).
              03 ADATEL                 PIC S9(4) COMP.
              03 ADATEF                 PIC X.
              03 FILLER REDEFINES ADATEF.
                 04 ADATEA              PIC X.
              03 ADATEI                 PIC X(06).
           02 MESSAGEL                  PIC S9(4) COMP.
           02 MESSAGEF                  PIC X.
           02 FILLER REDEFINES MESSAGEF.
              03 MESSAGEA               PIC X.
           02 MESSAGEI                  PIC X(79).
      *
       01  APRVF2AO REDEFINES APRVF2AI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TRANIDO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 REQNOO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 ACTCDO                    PIC X(01).
           02 APR-ROW-O OCCURS 10 TIMES.
              03 FILLER                 PIC X(03).
              03 AREQNOO                PIC X(06).
              03 FILLER                 PIC X(03).
              03 ATYPEO                 PIC X(06).
              03 FILLER                 PIC X(03).
              03 ACUSTO                 PIC X(06).
              03 FILLER                 PIC X(03).
              03 AORDNOO                PIC X(06).
              03 FILLER                 PIC X(03).
              03 AOLDO                  PIC X(10).
              03 FILLER                 PIC X(03).
              03 ANEWO                  PIC X(10).
              03 FILLER                 PIC X(03).
              03 ABYO                   PIC X(03).
              03 FILLER                 PIC X(03).
              03 ADATEO                 PIC X(06).
           02 FILLER                    PIC X(03).
           02 MESSAGEO                  PIC X(79).
