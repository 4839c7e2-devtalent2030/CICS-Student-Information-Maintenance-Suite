      ******************************************************************
      * COPYBOOK   : POLWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the POLF2A purchase order line file     *
      *              open, so the POLOPEN/POLCLOSE logic only issues  *
      *              the EXEC CICS SET FILE once per flow instead of  *
      *              on every READ/WRITE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-POL-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-POL-FILE-OPEN-88             VALUE 'Y'.
           88 WS-POL-FILE-CLOSED-88           VALUE 'N'.
