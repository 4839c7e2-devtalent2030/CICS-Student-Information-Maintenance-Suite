      *              Notes are added and browsed through CMNOTF2A     *
      *              (PF6 from CMINQF2A and CMMNTF2A) and a CMFMGF2A  *
      *              merge carries the duplicate's notes to the       *
      *              surviving customer number. The weekly ARCLTF2A   *
      *              collection run adds a note headed COLLECTION     *
      *              LETTER n for every letter it sends and reads     *
      *              them back to escalate.                           *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 02-09-2026 TN   Original.                                     *
      * 15-10-2026 TN   Collection letter notes from ARCLTF2A.        *
      ******************************************************************
       01  WS-CUSTOMER-NOTE-RECORD.
           05  WS-CN-NOTE-KEY.
