      ******************************************************************
      * COPYBOOK   : VNDWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the VNDF2A vendor master file open, so  *
      *              the VNDOPEN/VNDCLOSE logic only issues the EXEC  *
      *              CICS SET FILE once per flow instead of on every  *
      *              READ/WRITE.                                      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-VND-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-VND-FILE-OPEN-88             VALUE 'Y'.
           88 WS-VND-FILE-CLOSED-88           VALUE 'N'.
