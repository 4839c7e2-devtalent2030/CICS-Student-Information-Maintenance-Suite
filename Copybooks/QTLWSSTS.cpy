      ******************************************************************
      * COPYBOOK   : QTLWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the QTLF2A quote line file open,        *
      *              so the QTLOPEN/QTLCLOSE logic only issues        *
      *              the EXEC CICS SET FILE once per flow instead of  *
      *              on every READ/WRITE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QTL-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-QTL-FILE-OPEN-88             VALUE 'Y'.
           88 WS-QTL-FILE-CLOSED-88           VALUE 'N'.
