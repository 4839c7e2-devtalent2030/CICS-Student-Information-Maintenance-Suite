      * 22-08-2026 TN   Added merged-to cross reference, set by the  *
      *                 CMFMGF2A customer merge when this record is  *
      *                 retired as a duplicate of the survivor.      *
      * 15-10-2026 TN   Added account hold status, reason and date,   *
      *                 set and cleared by the CMCRVF2A nightly       *
      *                 credit review from past-due ARF2A items.      *
      *                 Orders from a customer on hold are captured   *
      *                 as HELD.                                      *
      * 15-10-2026 TN   Added sales rep code, validated against       *
      *                 SRPF2A and stamped on each INVF2A entry at    *
      *                 invoicing.                                    *
      ******************************************************************
       01  WS-CUSTOMER-MASTER-RECORD.
           05  WS-CM-CUSTOMER-NUMBER    PIC X(06).
           05  WS-CM-STATUS             PIC X(01).
               88  WS-CM-STATUS-ACTIVE       VALUE 'A'.
               88  WS-CM-STATUS-INACTIVE     VALUE 'I'.
           05  WS-CM-HOLD-STATUS        PIC X(01).
               88  WS-CM-ON-HOLD             VALUE 'H'.
               88  WS-CM-NOT-ON-HOLD         VALUE ' ' 'N'.
           05  WS-CM-HOLD-REASON        PIC X(30).
           05  WS-CM-HOLD-DATE          PIC X(08).
           05  WS-CM-SALES-REP          PIC X(04).
