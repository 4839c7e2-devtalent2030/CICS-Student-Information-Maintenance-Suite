      ******************************************************************
      * COPYBOOK   : SRPWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the SRPF2A sales rep file open,         *
      *              so the SRPOPEN/SRPCLOSE logic only issues the    *
      *              EXEC CICS SET FILE once per flow instead of on   *
      *              every READ/WRITE.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-SRP-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-SRP-FILE-OPEN-88             VALUE 'Y'.
           88 WS-SRP-FILE-CLOSED-88           VALUE 'N'.
