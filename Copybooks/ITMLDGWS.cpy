      ******************************************************************
      * COPYBOOK   : ITMLDGWS                                         *
      * PURPOSE    : Working storage for the ITMLDGR stock movement   *
      *              ledger - one record for every change made to an  *
      *              ITEMF2A on-hand or allocated quantity, carrying  *
      *              the item, movement type, quantity moved, the     *
      *              order or receipt it belongs to, the operator and *
      *              the item's balances after the movement. The      *
      *              cluster key - date, time, a sequence number (the *
      *              CICS task number online, a per-run counter in    *
      *              batch) and a counter within the task - is        *
      *              embedded at the front of the record so the file  *
      *              reads back in chronological order. The quantity  *
      *              is always the quantity actually applied, so a    *
      *              movement floored at zero records the real change *
      *              and the ITMMVF2A nightly stock movement report   *
      *              can foot the ledger to the item master.          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      * 15-10-2026 TN   Added the physical count adjustment movements *
      *                 (CI/CO), referenced by the count freeze date. *
      * 15-10-2026 TN   Receipts now come from POMNTF2A only and are *
      *                 referenced by PO number and line number.      *
      * 15-10-2026 TN   Added the audit reference type for            *
      *                 allocations reset from the open orders by the *
      *                 INTAUF2A integrity audit in fix mode.         *
      ******************************************************************
       01  WS-ILG-FILE-NAME-CNST        PIC X(08) VALUE 'ITMLDGR '.
      *
       01  WS-ILG-FILE-STATUS-SW        PIC X(01) VALUE 'N'.
           88 WS-ILG-FILE-OPEN-88            VALUE 'Y'.
           88 WS-ILG-FILE-CLOSED-88          VALUE 'N'.
      *
       01  WS-STOCK-LEDGER-RECORD.
           05  WS-IL-KEY.
               10  WS-IL-KEY-DATE       PIC X(06).
               10  WS-IL-KEY-TIME       PIC X(06).
               10  WS-IL-KEY-SEQ        PIC X(04).
               10  WS-IL-KEY-CTR        PIC 9(02).
           05  WS-IL-KEY-R REDEFINES WS-IL-KEY.
               10  FILLER               PIC X(12).
               10  WS-IL-KEY-SEQ-9      PIC S9(08) COMP.
               10  FILLER               PIC X(02).
           05  WS-IL-ITEM-NUMBER        PIC X(06).
           05  WS-IL-MOVE-TYPE          PIC X(02).
               88  WS-IL-MOVE-RECEIPT       VALUE 'RC'.
               88  WS-IL-MOVE-ALLOCATE      VALUE 'AL'.
               88  WS-IL-MOVE-DEALLOCATE    VALUE 'DA'.
               88  WS-IL-MOVE-SHIP          VALUE 'SH'.
               88  WS-IL-MOVE-RETURN        VALUE 'RT'.
               88  WS-IL-MOVE-COUNT-IN      VALUE 'CI'.
               88  WS-IL-MOVE-COUNT-OUT     VALUE 'CO'.
           05  WS-IL-QUANTITY           PIC 9(07).
           05  WS-IL-REF-TYPE           PIC X(01).
               88  WS-IL-REF-ORDER          VALUE 'O'.
               88  WS-IL-REF-RECEIPT        VALUE 'R'.
               88  WS-IL-REF-COUNT          VALUE 'C'.
               88  WS-IL-REF-AUDIT          VALUE 'A'.
           05  WS-IL-REFERENCE          PIC X(08).
           05  WS-IL-OPERATOR-ID        PIC X(03).
           05  WS-IL-TIMESTAMP.
               10  WS-IL-DATE           PIC X(08).
               10  WS-IL-TIME           PIC X(06).
           05  WS-IL-RUN-ID             PIC X(08).
           05  WS-IL-ON-HAND-AFTER      PIC 9(07).
           05  WS-IL-ALLOCATED-AFTER    PIC 9(07).
           05  FILLER                   PIC X(19).
      *
       01  WS-IL-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
       01  WS-IL-TASK-CTR               PIC 9(02) VALUE 0.
