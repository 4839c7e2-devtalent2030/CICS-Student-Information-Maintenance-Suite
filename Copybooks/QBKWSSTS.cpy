      ******************************************************************
      * COPYBOOK   : QBKWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the QBKF2A quantity break file open,    *
      *              so the QBKOPEN/QBKCLOSE logic only issues the    *
      *              EXEC CICS SET FILE once per flow instead of on   *
      *              every READ/WRITE.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-QBK-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-QBK-FILE-OPEN-88             VALUE 'Y'.
           88 WS-QBK-FILE-CLOSED-88           VALUE 'N'.
