      ******************************************************************
      * COPYBOOK   : APRWSREC                                         *
      * PURPOSE    : Working storage layout of one APRF2A approval    *
      *              queue record, keyed by the request number drawn  *
      *              from the APRREQNO series on CTLF2A. CMMNTF2A     *
      *              queues a credit limit increase over the APRLIMIT *
      *              threshold (type L - the limit on file when it    *
      *              was queued and the limit asked for, zero meaning *
      *              unlimited) and ORDERF2A queues a return credit   *
      *              over its threshold (type R - the credit and the  *
      *              quantity returned against each order line).      *
      *              Each request waits as P until a second operator  *
      *              with approval authority approves (A) or rejects  *
      *              (R) it on APPRVF2A; APRRPF2A lists the day's     *
      *              requests and decisions.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      * DATE       INIT DESCRIPTION                                   *
      * 15-10-2026 TN   Original.                                     *
      ******************************************************************
       01  WS-APPROVAL-RECORD.
           05  WS-AP-REQUEST-NUMBER     PIC X(06).
           05  WS-AP-REQUEST-TYPE       PIC X(01).
               88  WS-AP-TYPE-CREDIT-LIMIT   VALUE 'L'.
               88  WS-AP-TYPE-RETURN         VALUE 'R'.
           05  WS-AP-STATUS             PIC X(01).
               88  WS-AP-STATUS-PENDING      VALUE 'P'.
               88  WS-AP-STATUS-APPROVED     VALUE 'A'.
               88  WS-AP-STATUS-REJECTED     VALUE 'R'.
           05  WS-AP-CUSTOMER-NUMBER    PIC X(06).
           05  WS-AP-ORDER-NUMBER       PIC X(06).
           05  WS-AP-OLD-AMOUNT         PIC 9(07)V99.
           05  WS-AP-NEW-AMOUNT         PIC 9(07)V99.
           05  WS-AP-RETURN-QTY-TABLE.
               10  WS-AP-RETURN-QTY     PIC 9(05) OCCURS 5 TIMES.
           05  WS-AP-REQUESTED-BY       PIC X(03).
           05  WS-AP-REQUESTED-DATE     PIC X(06).
           05  WS-AP-REQUESTED-TIME     PIC X(06).
           05  WS-AP-DECIDED-BY         PIC X(03).
           05  WS-AP-DECIDED-DATE       PIC X(06).
           05  WS-AP-DECIDED-TIME       PIC X(06).
           05  WS-AP-CREDIT-MEMO-NUMBER PIC X(06).
           05  FILLER                   PIC X(21).
      *
       01  WS-AP-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
      *
       01  WS-AP-CONTROL-KEYS.
           05  WS-AP-LIMITS-KEY         PIC X(08) VALUE 'APRLIMIT'.
           05  WS-AP-REQUEST-KEY        PIC X(08) VALUE 'APRREQNO'.
