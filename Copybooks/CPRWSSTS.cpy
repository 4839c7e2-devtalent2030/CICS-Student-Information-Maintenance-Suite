      ******************************************************************
      * COPYBOOK   : CPRWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the CPRF2A contract price file open,    *
      *              so the CPROPEN/CPRCLOSE logic only issues the    *
      *              EXEC CICS SET FILE once per flow instead of on   *
      *              every READ/WRITE.                                *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-CPR-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-CPR-FILE-OPEN-88             VALUE 'Y'.
           88 WS-CPR-FILE-CLOSED-88           VALUE 'N'.
