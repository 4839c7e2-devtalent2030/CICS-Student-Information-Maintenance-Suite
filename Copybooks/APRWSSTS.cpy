      ******************************************************************
      * COPYBOOK   : APRWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the APRF2A approval queue file open,    *
      *              so the APROPEN/APRCLOSE logic only issues the    *
      *              EXEC CICS SET FILE once per flow instead of on   *
      *              every READ/WRITE.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-APR-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-APR-FILE-OPEN-88             VALUE 'Y'.
           88 WS-APR-FILE-CLOSED-88           VALUE 'N'.
