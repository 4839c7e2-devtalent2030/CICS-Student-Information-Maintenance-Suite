      ******************************************************************
      * COPYBOOK   : SHMWSSTS                                         *
      * PURPOSE    : Working storage switch tracking whether this     *
      *              task has the SHMF2A shipment file open, so the   *
      *              SHMOPEN/SHMCLOSE logic only issues the EXEC CICS *
      *              SET FILE once per flow.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-SHM-FILE-STATUS-SW         PIC X(01) VALUE 'N'.
           88 WS-SHM-FILE-OPEN-88             VALUE 'Y'.
           88 WS-SHM-FILE-CLOSED-88           VALUE 'N'.
