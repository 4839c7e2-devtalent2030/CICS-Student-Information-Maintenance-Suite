      *                 the record at offset zero and the file reads *
      *                 back in chronological order, region restarts *
      *                 included.                                    *
      * 15-10-2026 TN   Widened before/after images for the account   *
      *                 hold status, reason and date added to the     *
      *                 customer record.                              *
      ******************************************************************
       01  WS-AUDIT-RECORD.
           05  WS-AU-KEY.
               10  WS-AU-DATE            PIC X(08).
               10  WS-AU-TIME            PIC X(06).
           05  WS-AU-RUN-ID              PIC X(08).
           05  WS-AU-BEFORE-IMAGE        PIC X(218).
           05  WS-AU-AFTER-IMAGE         PIC X(218).
