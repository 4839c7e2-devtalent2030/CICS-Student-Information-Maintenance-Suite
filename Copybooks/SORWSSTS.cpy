      ******************************************************************
      * COPYBOOK   : SORWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the SORF2A standing order file open,    *
      *              so the SOROPEN/SORCLOSE logic only issues        *
      *              the EXEC CICS SET FILE once per flow instead of  *
      *              on every READ/WRITE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-SOR-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-SOR-FILE-OPEN-88             VALUE 'Y'.
           88 WS-SOR-FILE-CLOSED-88           VALUE 'N'.
