      * 02-09-2026 TN   Original.                                     *
      * 02-09-2026 TN   Added the credit memo series drawn by the     *
      *                 ORDERF2A return authorization action.         *
      * 15-10-2026 TN   Added the purchase order series drawn by the  *
      *                 POMNTF2A add action.                          *
      * 15-10-2026 TN   Added the on-account credit series drawn by   *
      *                 ARCAPF2A for payments it holds on account.    *
      * 15-10-2026 TN   Added the ORDIVF2A restart checkpoint record. *
      * 15-10-2026 TN   Added the approval request series and the     *
      *                 APRLIMIT approval threshold record.           *
      * 15-10-2026 TN   Added the standing order series drawn by the  *
      *                 SOMNTF2A add action.                          *
      * 15-10-2026 TN   Added the quotation series drawn by the       *
      *                 QTMNTF2A add action.                          *
      * 15-10-2026 TN   Added the PERIOD accounting period control    *
      *                 record advanced by the PRDCLF2A month-end     *
      *                 close.                                        *
      ******************************************************************
       01  WS-CONTROL-RECORD.
           05  WS-CT-CONTROL-ID         PIC X(08).
               88  WS-CT-ORDER-NUMBER-ID     VALUE 'ORDERNO '.
               88  WS-CT-INVOICE-NUMBER-ID   VALUE 'INVOICE '.
               88  WS-CT-CREDIT-MEMO-ID      VALUE 'CREDMEMO'.
               88  WS-CT-PO-NUMBER-ID        VALUE 'PONUMBER'.
               88  WS-CT-ON-ACCOUNT-ID       VALUE 'ONACCT  '.
               88  WS-CT-INVOICE-CHECKPOINT-ID
                                             VALUE 'IVCHKPT '.
               88  WS-CT-APPROVAL-REQUEST-ID VALUE 'APRREQNO'.
               88  WS-CT-APPROVAL-LIMITS-ID  VALUE 'APRLIMIT'.
               88  WS-CT-STANDING-ORDER-ID   VALUE 'STDORDNO'.
               88  WS-CT-QUOTE-NUMBER-ID     VALUE 'QUOTENO '.
               88  WS-CT-PERIOD-ID           VALUE 'PERIOD  '.
           05  WS-CT-LAST-NUMBER        PIC 9(06).
           05  FILLER                   PIC X(16).
      *
      * THE IVCHKPT RECORD IS THE ORDIVF2A RESTART CHECKPOINT - THE
      * ORDER AND INVOICE IN FLIGHT AND HOW FAR ITS POSTING HAS GOT.
      *
       01  WS-CHECKPOINT-RECORD.
           05  WS-CK-CONTROL-ID         PIC X(08).
           05  WS-CK-ORDER-NUMBER       PIC X(06).
           05  WS-CK-INVOICE-NUMBER     PIC X(06).
           05  WS-CK-SHIPMENT-SEQ       PIC X(02).
           05  WS-CK-STEP               PIC X(01).
               88  WS-CK-STEP-NUMBERED       VALUE 'N'.
               88  WS-CK-STEP-EXTRACTED      VALUE 'E'.
               88  WS-CK-STEP-COMPLETE       VALUE 'C'.
               88  WS-CK-STEP-BACKED-OUT     VALUE 'B'.
           05  WS-CK-RUN-DATE           PIC X(06).
           05  FILLER                   PIC X(01).
      *
      * THE APRLIMIT RECORD HOLDS THE SECOND-OPERATOR APPROVAL
      * THRESHOLDS, SET FROM THE APRRPF2A THRESHOLD CARD. A CREDIT
      * LIMIT RAISED BY MORE THAN THE FIRST, OR A RETURN CREDIT
      * (MERCHANDISE PLUS TAX) OVER THE SECOND, IS QUEUED ON APRF2A
      * FOR APPROVAL INSTEAD OF TAKING EFFECT. WITH NO RECORD ON FILE
      * BOTH ARE ZERO, SO EVERY INCREASE AND RETURN IS QUEUED.
      *
       01  WS-APPROVAL-LIMITS-RECORD.
           05  WS-AL-CONTROL-ID         PIC X(08).
           05  WS-AL-CREDIT-LIMIT-INCR  PIC 9(07)V99.
           05  WS-AL-RETURN-CREDIT      PIC 9(07)V99.
           05  FILLER                   PIC X(04).
      *
      * THE PERIOD RECORD IS THE ACCOUNTING PERIOD CONTROL - THE OPEN
      * PERIOD (YYMM) AND ITS FIRST DATE, AND THE LAST PERIOD THE
      * PRDCLF2A MONTH-END CLOSE CLOSED. ANYTHING DATED BEFORE THE
      * OPEN PERIOD START BELONGS TO A CLOSED PERIOD AND IS POSTED ON
      * THE OPEN PERIOD START DATE INSTEAD - ORDIVF2A ALONE REFUSES A
      * CLOSED RUN DATE, SINCE GLEXF2A TAKES ITS INVOICES TO THE
      * LEDGER BY THAT DATE. WITH NO RECORD ON FILE NO PERIOD HAS
      * BEEN CLOSED YET. THE ONLINE POSTING PROGRAMS PUT THEIR OWN
      * DATE IN WS-PD-POST-DATE AND GET IT BACK RE-DATED, WITH
      * WS-PD-REDATED SET, WHEN IT FALLS IN A CLOSED PERIOD.
      *
       01  WS-PERIOD-RECORD.
           05  WS-PD-CONTROL-ID         PIC X(08).
           05  WS-PD-OPEN-PERIOD.
               10  WS-PD-OPEN-YY        PIC 9(02).
               10  WS-PD-OPEN-MM        PIC 9(02).
           05  WS-PD-OPEN-START-DATE    PIC X(06).
           05  WS-PD-LAST-CLOSED-PERIOD PIC X(04).
           05  WS-PD-LAST-CLOSE-DATE    PIC X(06).
           05  FILLER                   PIC X(02).
      *
       01  WS-PERIOD-WORK.
           05  WS-PD-PERIOD-KEY         PIC X(08) VALUE 'PERIOD  '.
           05  WS-PD-POST-DATE          PIC X(06) VALUE SPACES.
           05  WS-PD-REDATED-SW         PIC X(01) VALUE 'N'.
               88  WS-PD-REDATED            VALUE 'Y'.
