      ******************************************************************
      * COPYBOOK   : VNDWSREC                                         *
      * PURPOSE    : Working storage layout of one VNDF2A vendor      *
      *              master record, keyed by the six-character vendor *
      *              number. Maintained by VNMNTF2A; every POHF2A     *
      *              purchase order must name an active vendor, and   *
      *              the POORPF2A open purchase order report groups   *
      *              by it. The lead time is the vendor's usual days  *
      *              from order to delivery and seeds the due date on *
      *              a new purchase order.                            *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-VENDOR-RECORD.
           05  WS-VN-VENDOR-NUMBER      PIC X(06).
           05  WS-VN-NAME               PIC X(25).
           05  WS-VN-ADDRESS            PIC X(25).
           05  WS-VN-CITY               PIC X(15).
           05  WS-VN-STATE              PIC X(02).
           05  WS-VN-ZIP-CODE           PIC X(09).
           05  WS-VN-PHONE              PIC X(10).
           05  WS-VN-CONTACT            PIC X(20).
           05  WS-VN-LEAD-DAYS          PIC 9(03).
           05  WS-VN-LAST-CHG-USERID    PIC X(03).
           05  WS-VN-LAST-CHG-DATE      PIC X(08).
           05  WS-VN-LAST-CHG-TIME      PIC X(06).
           05  WS-VN-STATUS             PIC X(01).
               88  WS-VN-STATUS-ACTIVE      VALUE 'A'.
               88  WS-VN-STATUS-INACTIVE    VALUE 'I'.
           05  FILLER                   PIC X(17).
