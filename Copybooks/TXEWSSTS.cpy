      ******************************************************************
      * COPYBOOK   : TXEWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the TXEF2A tax exemption file open,     *
      *              so the TXEOPEN/TXECLOSE logic only issues the    *
      *              EXEC CICS SET FILE once per flow instead of on   *
      *              every READ/WRITE.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-TXE-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-TXE-FILE-OPEN-88             VALUE 'Y'.
           88 WS-TXE-FILE-CLOSED-88           VALUE 'N'.
