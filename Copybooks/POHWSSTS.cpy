      ******************************************************************
      * COPYBOOK   : POHWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the POHF2A purchase order header file   *
      *              open, so the POHOPEN/POHCLOSE logic only issues  *
      *              the EXEC CICS SET FILE once per flow instead of  *
      *              on every READ/WRITE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-POH-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-POH-FILE-OPEN-88             VALUE 'Y'.
           88 WS-POH-FILE-CLOSED-88           VALUE 'N'.
