      ******************************************************************
      * COPYBOOK   : ARWSSTS                                          *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the ARF2A open-item receivable file     *
      *              open, so the AROPEN/ARCLOSE logic only issues    *
      *              the EXEC CICS SET FILE once per flow instead     *
      *              of on every READ/WRITE.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-AR-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-AR-FILE-OPEN-88             VALUE 'Y'.
           88 WS-AR-FILE-CLOSED-88           VALUE 'N'.
