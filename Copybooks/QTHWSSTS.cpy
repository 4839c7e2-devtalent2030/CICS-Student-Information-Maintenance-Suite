      ******************************************************************
      * COPYBOOK   : QTHWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the QTHF2A quote header file open,      *
      *              so the QTHOPEN/QTHCLOSE logic only issues        *
      *              the EXEC CICS SET FILE once per flow instead of  *
      *              on every READ/WRITE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QTH-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-QTH-FILE-OPEN-88             VALUE 'Y'.
           88 WS-QTH-FILE-CLOSED-88           VALUE 'N'.
