      * 02-09-2026 TN   Added the picked flag, set by the PCKLSF2A    *
      *                 pick list / packing slip run so the same      *
      *                 order is not printed for the warehouse twice. *
      * 15-10-2026 TN   Added the hold reason - why the order was     *
      *                 captured as HELD (over credit limit or the    *
      *                 customer's account hold), shown on the        *
      *                 ORDHLF2A release screen.                      *
      ******************************************************************
       01  WS-ORDER-RECORD.
           05  WS-OR-ORDER-NUMBER       PIC X(06).
               88  WS-OR-STATUS-HELD        VALUE 'H'.
               88  WS-OR-STATUS-UNSHIPPED   VALUE 'O' 'B'.
               88  WS-OR-STATUS-EXPOSED     VALUE 'O' 'B' 'H'.
           05  WS-OR-HOLD-REASON        PIC X(30).
