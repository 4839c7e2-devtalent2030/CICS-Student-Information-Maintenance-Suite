      ******************************************************************
      * COPYBOOK   : ICFWSREC                                         *
      * PURPOSE    : Working storage layout of one ICFF2A item count  *
      *              freeze record, keyed by item number. ITMCSF2A    *
      *              writes one record per item when it prints the    *
      *              count sheets, freezing the book on-hand and      *
      *              allocated quantities and the unit value at that  *
      *              moment. ITMCLF2A loads the counted quantity from *
      *              the count entry file (a recount simply replaces  *
      *              the earlier figure), ITMVRF2A lists book against *
      *              counted with the extended value of the           *
      *              difference, and ITMADF2A posts the approved      *
      *              difference to WS-IT-QTY-ON-HAND. The adjustment  *
      *              is counted minus frozen book, applied to the     *
      *              current on-hand, so stock that moved between the *
      *              freeze and the count is not disturbed. An item   *
      *              stays in the count until it is posted - a later  *
      *              freeze run skips it rather than overwrite a      *
      *              count in progress.                               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-COUNT-FREEZE-RECORD.
           05  WS-IC-ITEM-NUMBER        PIC X(06).
           05  WS-IC-STATUS             PIC X(01).
               88  WS-IC-STATUS-FROZEN       VALUE 'F'.
               88  WS-IC-STATUS-COUNTED      VALUE 'C'.
               88  WS-IC-STATUS-POSTED       VALUE 'P'.
           05  WS-IC-FREEZE-DATE        PIC X(06).
           05  WS-IC-FREEZE-TIME        PIC X(06).
           05  WS-IC-BOOK-ON-HAND       PIC 9(07).
           05  WS-IC-BOOK-ALLOCATED     PIC 9(07).
           05  WS-IC-UNIT-VALUE         PIC 9(05)V99.
           05  WS-IC-COUNTED-QTY        PIC 9(07).
           05  WS-IC-COUNTER-ID         PIC X(03).
           05  WS-IC-COUNT-DATE         PIC X(06).
           05  WS-IC-COUNT-TIMES        PIC 9(02).
           05  WS-IC-ADJUST-QTY         PIC S9(07).
           05  WS-IC-POSTED-DATE        PIC X(06).
           05  WS-IC-APPROVER-ID        PIC X(03).
           05  FILLER                   PIC X(06).
