      ******************************************************************
      * COPYBOOK   : ITCWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the ITCF2A item cost file open, so the  *
      *              ITCOPEN/ITCCLOSE logic only issues the EXEC CICS *
      *              SET FILE once per flow instead of on every       *
      *              READ/WRITE/STARTBR.                              *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-ITC-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-ITC-FILE-OPEN-88             VALUE 'Y'.
           88 WS-ITC-FILE-CLOSED-88           VALUE 'N'.
