      *              menu functions get an authority switch without   *
      *              a program change. Maintained by OPMNTF2A and     *
      *              checked by UUMENF2A before every branch.         *
      *              WS-OP-APPROVE-AUTH is the second-operator        *
      *              approval authority checked by APPRVF2A - it is   *
      *              not a menu option.                               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 22-08-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the second-operator approval authority  *
      *                 checked by APPRVF2A.                          *
      ******************************************************************
       01  WS-OPERATOR-RECORD.
           05  WS-OP-OPERATOR-ID        PIC X(03).
           05  WS-OP-AUTH-FLAGS.
               10  WS-OP-AUTH-FLAG      PIC X(01) OCCURS 9 TIMES.
                   88  WS-OP-AUTH-YES-88     VALUE 'Y'.
           05  WS-OP-APPROVE-AUTH       PIC X(01).
               88  WS-OP-APPROVE-YES-88     VALUE 'Y'.
