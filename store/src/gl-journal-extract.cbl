       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-EXTRACT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  NIGHTLY GENERAL-LEDGER JOURNAL EXTRACT.                       *
      *  BATCH JOB, CALLED BY DAY-END-DRIVER AS THE LAST NIGHTLY STEP  *
      *  FOR THE BUSINESS DATE BEING CLOSED. BUILDS THE DATE'S         *
      *  JOURNAL FROM THE DAY'S BUSINESS:                              *
      *    TILL TAKINGS FROM THE ORDER HEADERS - EVERYTHING NOT        *
      *    CHARGED ON ACCOUNT - BY PAYMENT TYPE,                       *
      *    SALES, RETURNS AND SALES TAX FROM THE SALES-TRANSACTION     *
      *    LINES, WITH THE COST OF SALES AT THE PRODUCT UNIT-COST,     *
      *    ON-ACCOUNT INVOICES, PAYMENTS AND CREDIT MEMOS FROM THE     *
      *    AR-TRANSACTION FILE,                                        *
      *    STOCK RECEIVED FROM THE RECEIPT LOG AT THE DOCK COST,       *
      *    GOODS RETURNED TO VENDORS FROM THE RETURN-TO-VENDOR LOG,    *
      *    VENDOR INVOICES KEYED AND PAID FROM THE AP-INVOICE FILE,    *
      *    SHRINKAGE FROM THE DAY'S STOCK-ADJUSTMENT AUDIT IMAGES,     *
      *    LOYALTY POINTS EARNED, REDEEMED, GIVEN BACK AND EXPIRED     *
      *    FROM THE LOYALTY-ACTIVITY FILE, AT THE POINT VALUE,         *
      *    LAYAWAY DEPOSITS, INSTALLMENTS, SALES, FEES AND REFUNDS     *
      *    FROM THE LAYAWAY-PAYMENT FILE.                              *
      *  EVERY AMOUNT IS POSTED TO THE LEDGER ACCOUNT THE GL ACCOUNT   *
      *  MAP GIVES ITS USE AND THE PRODUCT'S DEPARTMENT, FALLING BACK  *
      *  TO THE STORE-WIDE ACCOUNT FOR THE USE. THE JOURNAL IS ONLY    *
      *  RELEASED TO THE GL JOURNAL FILE WHEN ITS DEBITS EQUAL ITS     *
      *  CREDITS AND EVERY LINE HAS AN ACCOUNT - OTHERWISE NOTHING IS  *
      *  WRITTEN, THE REPORT SAYS WHY AND THE STEP ENDS RC 8 SO THE    *
      *  CLOSE STOPS HERE FOR THE RERUN. A DATE ALREADY ON THE         *
      *  JOURNAL FILE IS NOT RELEASED TWICE.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT ORDER-HEADER ASSIGN TO "ORDHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS ORDHDR-STATUS.

           SELECT SALES-TRANSACTION ASSIGN TO "SALESTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESTRX-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               FILE STATUS IS PRODMAST-STATUS.

           SELECT AR-TRANSACTION ASSIGN TO "ARTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARTRX-STATUS.

           SELECT RECEIPT-LOG ASSIGN TO "RCVLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RCVLOG-STATUS.

           SELECT RTV-LOG ASSIGN TO "RTVLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RTVLOG-STATUS.

           SELECT AP-INVOICE ASSIGN TO "APINVOIC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDITLOG-STATUS.

           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

           SELECT LAYAWAY-PAYMENT ASSIGN TO "LAYPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LAYPAY-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAM-KEY
               FILE STATUS IS GLACCTMP-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  ORDER-HEADER.
       COPY "order-header.cpy".

       FD  SALES-TRANSACTION.
       COPY "sales-transaction.cpy".

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  AR-TRANSACTION.
       COPY "ar-transaction.cpy".

       FD  RECEIPT-LOG.
       COPY "receipt-log.cpy".

       FD  RTV-LOG.
       COPY "rtv-log.cpy".

       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  AUDIT-LOG.
       COPY "audit-log.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  LAYAWAY-PAYMENT.
       COPY "layaway-payment.cpy".

       FD  GL-ACCOUNT-MAP.
       COPY "gl-account-map.cpy".

       FD  GL-JOURNAL.
       COPY "gl-journal.cpy".

       FD  JOURNAL-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         01 STORCTL-STATUS PIC X(2).
         01 ORDHDR-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 ARTRX-STATUS PIC X(2).
         01 RCVLOG-STATUS PIC X(2).
         01 RTVLOG-STATUS PIC X(2).
         01 APINVOIC-STATUS PIC X(2).
         01 AUDITLOG-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 GLACCTMP-STATUS PIC X(2).
         01 GLJRNL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).

         01 FILE-EOF-SWITCH PIC X(1).
             88 END-OF-CURRENT-FILE        VALUE 'Y'.
             88 NOT-END-OF-CURRENT-FILE    VALUE 'N'.
         01 ALREADY-RELEASED-SWITCH PIC X(1).
             88 DATE-ALREADY-RELEASED      VALUE 'Y'.
             88 DATE-NOT-RELEASED-YET      VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
         01 TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 JOURNAL-TABLE-FULL         VALUE 'Y'.
             88 JOURNAL-TABLE-NOT-FULL     VALUE 'N'.
         01 UNMAPPED-SWITCH PIC X(1) VALUE 'N'.
             88 AN-ACCOUNT-IS-UNMAPPED     VALUE 'Y'.
             88 ALL-ACCOUNTS-MAPPED        VALUE 'N'.
         01 POST-SIDE-SWITCH PIC X(1).
             88 POST-AS-DEBIT              VALUE 'D'.
             88 POST-AS-CREDIT             VALUE 'C'.
         01 ORDER-CASH-SWITCH PIC X(1).
             88 ORDER-WAS-PAID-CASH        VALUE 'Y'.
             88 ORDER-WAS-ON-ACCOUNT       VALUE 'N'.

         01 JOURNAL-DATE PIC 9(8).
         01 AUDIT-DATE PIC 9(8).
         01 POST-ACCOUNT-USE PIC X(4).
         01 POST-DEPT-CODE PIC X(3).
         01 POST-AMOUNT PIC 9(9)V99.
         01 LINE-DEPT-CODE PIC X(3).
         01 LINE-UNIT-COST PIC 9(5)V99.
         01 LINE-COST-AMOUNT PIC 9(9)V99.
         01 BEFORE-QTY PIC S9(7).
         01 AFTER-QTY PIC S9(7).
         01 QTY-CHANGE PIC S9(7).
         01 TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
         01 TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
         01 OUT-OF-BALANCE-AMOUNT PIC S9(11)V99.
         01 JOURNAL-LINES-WRITTEN PIC 9(5) VALUE ZERO.
         01 MISSING-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
         01 LOYALTY-POINTS-WORK PIC 9(9).

         COPY "loyalty-rules.cpy".

      *****************************************************************
      *  WORKING COPY OF THE PRODUCT LAYOUT USED TO DECODE THE QTY,   *
      *  COST AND DEPARTMENT OUT OF THE AUDIT BEFORE/AFTER IMAGES.    *
      *****************************************************************
         01 DECODED-PRODUCT-RECORD.
             05 DECODED-PRODUCT-CODE     PIC X(6).
             05 DECODED-DESCRIPTION      PIC X(30).
             05 DECODED-UNIT-PRICE       PIC 9(5)V99.
             05 DECODED-UNIT-COST        PIC 9(5)V99.
             05 DECODED-QTY-ON-HAND      PIC 9(5).
             05 DECODED-REORDER-POINT    PIC 9(5).
             05 DECODED-STATUS           PIC X(1).
             05 DECODED-DEPT-CODE        PIC X(3).
             05 DECODED-QTY-RESERVED     PIC 9(5).
             05 DECODED-ABC-CLASS        PIC X(1).

      *****************************************************************
      *  ONE ENTRY PER ACCOUNT USE AND DEPARTMENT, CARRYING THE       *
      *  LEDGER ACCOUNT IT RESOLVED TO AND THE DAY'S DEBITS AND       *
      *  CREDITS AGAINST IT.                                          *
      *****************************************************************
         01 JOURNAL-ENTRY-COUNT PIC 9(5) VALUE ZERO.
         01 JOURNAL-TABLE.
             05 JOURNAL-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON JOURNAL-ENTRY-COUNT
                   INDEXED BY JRNL-IDX.
                10 JE-ACCOUNT-USE      PIC X(4).
                10 JE-DEPT-CODE        PIC X(3).
                10 JE-ACCOUNT-NUMBER   PIC X(10).
                10 JE-DEBIT-TOTAL      PIC 9(9)V99.
                10 JE-CREDIT-TOTAL     PIC 9(9)V99.

         01 JOURNAL-DETAIL-LINE.
             05  DETAIL-ACCOUNT-USE      PIC X(4).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DEPT-CODE        PIC X(3).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ACCOUNT-NUMBER   PIC X(10).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DEBIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

         01 TOTAL-LINE.
             05  FILLER                  PIC X(23)
                 VALUE "JOURNAL TOTALS".
             05  TOTAL-DEBIT-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  TOTAL-CREDIT-DISPLAY    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

         01 DIFFERENCE-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM CHECK-DATE-RELEASED.
           IF DATE-ALREADY-RELEASED
              MOVE "JOURNAL FOR THIS DATE ALREADY RELEASED - NOTHING WR
      -          "ITTEN" TO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "GL JOURNAL FOR " JOURNAL-DATE
                 " ALREADY RELEASED - NOT RELEASED AGAIN"
           ELSE
              OPEN INPUT PRODUCT-MASTER
              OPEN INPUT GL-ACCOUNT-MAP
              OPEN INPUT ORDER-HEADER
              PERFORM JOURNAL-CASH-SALES
              PERFORM JOURNAL-SALES-LINES
              PERFORM JOURNAL-AR-MOVEMENTS
              PERFORM JOURNAL-STOCK-RECEIPTS
              PERFORM JOURNAL-VENDOR-RETURNS
              PERFORM JOURNAL-VENDOR-INVOICES
              PERFORM JOURNAL-STOCK-ADJUSTMENTS
              PERFORM JOURNAL-LOYALTY-POINTS
              PERFORM JOURNAL-LAYAWAY-MOVEMENTS
              CLOSE PRODUCT-MASTER
              CLOSE GL-ACCOUNT-MAP
              CLOSE ORDER-HEADER
              PERFORM PRINT-JOURNAL-LINES
              PERFORM RELEASE-OR-REFUSE
           END-IF.
           CLOSE JOURNAL-REPORT-FILE.
           GOBACK.

      *****************************************************************
      *  THE JOURNAL IS FOR THE STORE BUSINESS DATE BEING CLOSED,     *
      *  FALLING BACK TO THE SYSTEM CLOCK ONLY WHEN NO CONTROL FILE   *
      *  EXISTS YET.                                                  *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO JOURNAL-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "GENERAL LEDGER JOURNAL FOR BUSINESS DATE "
              JOURNAL-DATE DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "USE   DPT  ACCOUNT               DEBIT           CREDI
      -       "T" TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-DATE-RELEASED.
           SET DATE-NOT-RELEASED-YET TO TRUE.
           OPEN INPUT GL-JOURNAL.
           IF GLJRNL-STATUS = "00"
              SET NOT-END-OF-CURRENT-FILE TO TRUE
              PERFORM READ-GL-JOURNAL
              PERFORM CHECK-ONE-JOURNAL-RECORD
                 UNTIL END-OF-CURRENT-FILE OR DATE-ALREADY-RELEASED
              CLOSE GL-JOURNAL
           END-IF.

       READ-GL-JOURNAL.
           READ GL-JOURNAL
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       CHECK-ONE-JOURNAL-RECORD.
           IF GJ-BUSINESS-DATE = JOURNAL-DATE
              SET DATE-ALREADY-RELEASED TO TRUE
           ELSE
              PERFORM READ-GL-JOURNAL
           END-IF.

      *****************************************************************
      *  CASH TAKEN OVER THE COUNTER. ON-ACCOUNT ORDERS REACH THE     *
      *  LEDGER THROUGH THEIR AR INVOICE INSTEAD. A VOIDED CASH       *
      *  ORDER STILL TOOK THE CASH - THE VOID'S RETURN LINES PAY IT   *
      *  BACK OUT BELOW. THE PART OF AN ORDER PAID WITH LOYALTY       *
      *  POINTS NEVER REACHED THE DRAWER - IT IS BOOKED AGAINST THE   *
      *  POINTS LIABILITY FROM THE LOYALTY-ACTIVITY FILE, AND THE     *
      *  PART PAID WITH LAYAWAY PAYMENTS CAME INTO THE DRAWER ON      *
      *  EARLIER DAYS - IT IS BOOKED AGAINST THE LAYAWAY DEPOSITS.    *
      *****************************************************************
       JOURNAL-CASH-SALES.
           MOVE ZERO TO OH-ORDER-NUMBER.
           START ORDER-HEADER KEY IS NOT LESS THAN OH-ORDER-NUMBER
               INVALID KEY
                  CONTINUE
           END-START.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF ORDHDR-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-NEXT-ORDER-HEADER
           END-IF.
           PERFORM JOURNAL-ONE-ORDER-HEADER
              UNTIL END-OF-CURRENT-FILE.

       READ-NEXT-ORDER-HEADER.
           READ ORDER-HEADER NEXT RECORD
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-ORDER-HEADER.
           IF OH-ORDER-DATE = JOURNAL-DATE AND NOT OH-ON-ACCOUNT
              MOVE "CASH" TO POST-ACCOUNT-USE
              MOVE SPACES TO POST-DEPT-CODE
              COMPUTE POST-AMOUNT =
                 OH-TOTAL-AMOUNT - OH-ACCOUNT-AMOUNT
                    - OH-REDEEMED-AMOUNT - OH-LAYAWAY-AMOUNT
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           PERFORM READ-NEXT-ORDER-HEADER.

      *****************************************************************
      *  EACH SALE LINE CREDITS ITS DEPARTMENT'S SALES AND THE TAX    *
      *  PAYABLE, AND MOVES ITS COST FROM STOCK TO COST OF SALES AT   *
      *  THE PRODUCT'S UNIT-COST. A RETURN LINE REVERSES ALL OF IT    *
      *  THROUGH THE RETURNS ACCOUNT, AND WHEN THE ORDER WAS A CASH   *
      *  ONE THE REFUND COMES OUT OF CASH - AN ON-ACCOUNT REFUND IS   *
      *  THE CREDIT MEMO ON THE AR FILE.                              *
      *****************************************************************
       JOURNAL-SALES-LINES.
           OPEN INPUT SALES-TRANSACTION.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF SALESTRX-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-SALES-TRANSACTION
           END-IF.
           PERFORM JOURNAL-ONE-SALES-LINE
              UNTIL END-OF-CURRENT-FILE.
           CLOSE SALES-TRANSACTION.

       READ-SALES-TRANSACTION.
           READ SALES-TRANSACTION
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-SALES-LINE.
           IF SALE-DATE = JOURNAL-DATE
              PERFORM LOOKUP-LINE-PRODUCT
              IF TRX-RETURN
                 PERFORM JOURNAL-RETURN-LINE
              ELSE
                 PERFORM JOURNAL-SALE-LINE
              END-IF
           END-IF.
           PERFORM READ-SALES-TRANSACTION.

       LOOKUP-LINE-PRODUCT.
           MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              MOVE PRODUCT-DEPT-CODE TO LINE-DEPT-CODE
              MOVE UNIT-COST TO LINE-UNIT-COST
           ELSE
              MOVE SPACES TO LINE-DEPT-CODE
              MOVE ZERO TO LINE-UNIT-COST
              ADD 1 TO MISSING-PRODUCT-COUNT
           END-IF.
           COMPUTE LINE-COST-AMOUNT ROUNDED =
              QTY-SOLD * LINE-UNIT-COST.

       JOURNAL-SALE-LINE.
           MOVE "SALE" TO POST-ACCOUNT-USE.
           MOVE LINE-DEPT-CODE TO POST-DEPT-CODE.
           MOVE SALE-AMOUNT TO POST-AMOUNT.
           SET POST-AS-CREDIT TO TRUE.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "STAX" TO POST-ACCOUNT-USE.
           MOVE SPACES TO POST-DEPT-CODE.
           MOVE TAX-AMOUNT TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "INVT" TO POST-ACCOUNT-USE.
           MOVE LINE-DEPT-CODE TO POST-DEPT-CODE.
           MOVE LINE-COST-AMOUNT TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "COGS" TO POST-ACCOUNT-USE.
           SET POST-AS-DEBIT TO TRUE.
           PERFORM POST-JOURNAL-AMOUNT.

       JOURNAL-RETURN-LINE.
           MOVE "RETN" TO POST-ACCOUNT-USE.
           MOVE LINE-DEPT-CODE TO POST-DEPT-CODE.
           MOVE SALE-AMOUNT TO POST-AMOUNT.
           SET POST-AS-DEBIT TO TRUE.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "STAX" TO POST-ACCOUNT-USE.
           MOVE SPACES TO POST-DEPT-CODE.
           MOVE TAX-AMOUNT TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "INVT" TO POST-ACCOUNT-USE.
           MOVE LINE-DEPT-CODE TO POST-DEPT-CODE.
           MOVE LINE-COST-AMOUNT TO POST-AMOUNT.
           PERFORM POST-JOURNAL-AMOUNT.
           MOVE "COGS" TO POST-ACCOUNT-USE.
           SET POST-AS-CREDIT TO TRUE.
           PERFORM POST-JOURNAL-AMOUNT.
           PERFORM CHECK-ORDER-PAID-CASH.
           IF ORDER-WAS-PAID-CASH
              MOVE "CASH" TO POST-ACCOUNT-USE
              MOVE SPACES TO POST-DEPT-CODE
              MOVE TOTAL-AMOUNT TO POST-AMOUNT
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.

      *****************************************************************
      *  A RETURN WHOSE ORDER HEADER CANNOT BE FOUND IS TREATED AS A  *
      *  CASH REFUND - THAT IS HOW RETURN-PRODUCT PAYS IT OUT.        *
      *****************************************************************
       CHECK-ORDER-PAID-CASH.
           MOVE ORDER-NUMBER TO OH-ORDER-NUMBER.
           PERFORM CHECK-HEADER-PAID-CASH.

       CHECK-HEADER-PAID-CASH.
           SET ORDER-WAS-PAID-CASH TO TRUE.
           READ ORDER-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF ORDHDR-STATUS = "00" AND OH-ON-ACCOUNT
              SET ORDER-WAS-ON-ACCOUNT TO TRUE
           END-IF.

      *****************************************************************
      *  ON-ACCOUNT INVOICES RAISE THE RECEIVABLE, PAYMENTS TURN IT   *
      *  INTO CASH AND CREDIT MEMOS TAKE IT BACK DOWN.                *
      *****************************************************************
       JOURNAL-AR-MOVEMENTS.
           OPEN INPUT AR-TRANSACTION.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF ARTRX-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-AR-TRANSACTION
           END-IF.
           PERFORM JOURNAL-ONE-AR-MOVEMENT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE AR-TRANSACTION.

       READ-AR-TRANSACTION.
           READ AR-TRANSACTION
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-AR-MOVEMENT.
           IF AR-DATE = JOURNAL-DATE
              MOVE "AR  " TO POST-ACCOUNT-USE
              MOVE SPACES TO POST-DEPT-CODE
              MOVE AR-AMOUNT TO POST-AMOUNT
              EVALUATE TRUE
                  WHEN AR-INVOICE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN AR-PAYMENT
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "CASH" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN AR-CREDIT-MEMO
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     PERFORM CHECK-CREDIT-MEMO-SPLIT-ORDER
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-AR-TRANSACTION.

      *****************************************************************
      *  A RETURN ON A SPLIT-TENDER ORDER IS BOOKED AS A CASH REFUND  *
      *  BY ITS SALES LINE; THE SHARE CREDITED TO THE ACCOUNT         *
      *  INSTEAD NEVER LEFT THE DRAWER, SO IT GOES BACK TO CASH.      *
      *****************************************************************
       CHECK-CREDIT-MEMO-SPLIT-ORDER.
           MOVE AR-REFERENCE TO OH-ORDER-NUMBER.
           READ ORDER-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF ORDHDR-STATUS = "00" AND OH-SPLIT-TENDER
              MOVE "CASH" TO POST-ACCOUNT-USE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.

      *****************************************************************
      *  STOCK RECEIVED AT THE DOCK GOES INTO ITS DEPARTMENT'S STOCK  *
      *  AT THE CONFIRMED DOCK COST AGAINST GOODS RECEIVED NOT YET    *
      *  INVOICED, WHICH THE VENDOR'S INVOICE CLEARS.                 *
      *****************************************************************
       JOURNAL-STOCK-RECEIPTS.
           OPEN INPUT RECEIPT-LOG.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF RCVLOG-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-RECEIPT-LOG
           END-IF.
           PERFORM JOURNAL-ONE-RECEIPT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE RECEIPT-LOG.

       READ-RECEIPT-LOG.
           READ RECEIPT-LOG
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-RECEIPT.
           IF RCV-RECEIPT-DATE = JOURNAL-DATE
              MOVE RCV-PRODUCT-CODE TO
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              READ PRODUCT-MASTER
                  KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-READ
              IF PRODMAST-STATUS = "00"
                 MOVE PRODUCT-DEPT-CODE TO POST-DEPT-CODE
              ELSE
                 MOVE SPACES TO POST-DEPT-CODE
                 ADD 1 TO MISSING-PRODUCT-COUNT
              END-IF
              COMPUTE POST-AMOUNT ROUNDED =
                 RCV-QTY-RECEIVED * RCV-DOCK-UNIT-COST
              MOVE "INVT" TO POST-ACCOUNT-USE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "GRNI" TO POST-ACCOUNT-USE
              MOVE SPACES TO POST-DEPT-CODE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           PERFORM READ-RECEIPT-LOG.

      *****************************************************************
      *  GOODS SENT BACK TO A VENDOR LEAVE THEIR DEPARTMENT'S STOCK   *
      *  AT THE PO LINE COST AND THE DEBIT MEMO RAISED FOR THEM       *
      *  REDUCES WHAT WE OWE THE VENDOR.                              *
      *****************************************************************
       JOURNAL-VENDOR-RETURNS.
           OPEN INPUT RTV-LOG.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF RTVLOG-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-RTV-LOG
           END-IF.
           PERFORM JOURNAL-ONE-VENDOR-RETURN
              UNTIL END-OF-CURRENT-FILE.
           CLOSE RTV-LOG.

       READ-RTV-LOG.
           READ RTV-LOG
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-VENDOR-RETURN.
           IF RTV-RETURN-DATE = JOURNAL-DATE
              MOVE RTV-PRODUCT-CODE TO
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              READ PRODUCT-MASTER
                  KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-READ
              MOVE RTV-RETURN-AMOUNT TO POST-AMOUNT
              MOVE "AP  " TO POST-ACCOUNT-USE
              MOVE SPACES TO POST-DEPT-CODE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              IF PRODMAST-STATUS = "00"
                 MOVE PRODUCT-DEPT-CODE TO POST-DEPT-CODE
              ELSE
                 ADD 1 TO MISSING-PRODUCT-COUNT
              END-IF
              MOVE "INVT" TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           PERFORM READ-RTV-LOG.

      *****************************************************************
      *  A VENDOR INVOICE KEYED TODAY MOVES THE RECEIVED GOODS INTO   *
      *  ACCOUNTS PAYABLE; ONE PAID TODAY BY THE PAYMENT RUN CLEARS   *
      *  THE PAYABLE AGAINST THE BANK. A DEBIT MEMO IS BOOKED FROM    *
      *  THE RETURN-TO-VENDOR LOG ABOVE; WHEN A CHECK TAKES IT, THE   *
      *  CHECK WAS THAT MUCH SMALLER, SO IT GOES BACK TO THE BANK.    *
      *****************************************************************
       JOURNAL-VENDOR-INVOICES.
           OPEN INPUT AP-INVOICE.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM JOURNAL-ONE-VENDOR-INVOICE
              UNTIL END-OF-CURRENT-FILE.
           CLOSE AP-INVOICE.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-VENDOR-INVOICE.
           MOVE SPACES TO POST-DEPT-CODE.
           MOVE AP-INVOICE-AMOUNT TO POST-AMOUNT.
           IF AP-ENTRY-DATE = JOURNAL-DATE AND NOT AP-DEBIT-MEMO
              MOVE "GRNI" TO POST-ACCOUNT-USE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "AP  " TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           IF AP-PAID-ITEM AND AP-PAID-DATE = JOURNAL-DATE
              AND AP-DEBIT-MEMO
              MOVE "BANK" TO POST-ACCOUNT-USE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "AP  " TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           IF AP-PAID-ITEM AND AP-PAID-DATE = JOURNAL-DATE
              AND NOT AP-DEBIT-MEMO
              MOVE "AP  " TO POST-ACCOUNT-USE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "BANK" TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.
           PERFORM READ-AP-INVOICE.

      *****************************************************************
      *  A STOCK-ADJUSTMENT QTY CHANGE IS SHRINKAGE: A WRITE-DOWN     *
      *  TAKES STOCK OFF AT THE COST IT WAS CARRIED AT, A WRITE-UP    *
      *  PUTS IT BACK. RECEIPTS AND SALES ALSO CHANGE PRODMAST BUT    *
      *  ARE BOOKED FROM THEIR OWN FILES ABOVE, SO ONLY THE           *
      *  ADJUSTMENT PROGRAM'S AUDIT RECORDS ARE TAKEN HERE.           *
      *****************************************************************
       JOURNAL-STOCK-ADJUSTMENTS.
           OPEN INPUT AUDIT-LOG.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF AUDITLOG-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-AUDIT-LOG
           END-IF.
           PERFORM JOURNAL-ONE-AUDIT-RECORD
              UNTIL END-OF-CURRENT-FILE.
           CLOSE AUDIT-LOG.

       READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-AUDIT-RECORD.
           COMPUTE AUDIT-DATE = AUDIT-TIMESTAMP / 1000000.
           IF AUDIT-FILE-ID = "PRODMAST"
              AND AUDIT-PROGRAM-NAME = "STOCK-ADJUSTMENT"
              AND AUDIT-DATE = JOURNAL-DATE
              MOVE ZERO TO AFTER-QTY
              MOVE AUDIT-AFTER-IMAGE TO DECODED-PRODUCT-RECORD
              IF DECODED-QTY-ON-HAND NUMERIC
                 MOVE DECODED-QTY-ON-HAND TO AFTER-QTY
              END-IF
              MOVE ZERO TO BEFORE-QTY
              MOVE AUDIT-BEFORE-IMAGE TO DECODED-PRODUCT-RECORD
              IF DECODED-QTY-ON-HAND NUMERIC
                 MOVE DECODED-QTY-ON-HAND TO BEFORE-QTY
              END-IF
              COMPUTE QTY-CHANGE = AFTER-QTY - BEFORE-QTY
              IF QTY-CHANGE NOT = ZERO
                 AND DECODED-UNIT-COST NUMERIC
                 PERFORM JOURNAL-ONE-ADJUSTMENT
              END-IF
           END-IF.
           PERFORM READ-AUDIT-LOG.

       JOURNAL-ONE-ADJUSTMENT.
           IF QTY-CHANGE < ZERO
              COMPUTE POST-AMOUNT ROUNDED =
                 (0 - QTY-CHANGE) * DECODED-UNIT-COST
              MOVE "SHRK" TO POST-ACCOUNT-USE
              MOVE DECODED-DEPT-CODE TO POST-DEPT-CODE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "INVT" TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           ELSE
              COMPUTE POST-AMOUNT ROUNDED =
                 QTY-CHANGE * DECODED-UNIT-COST
              MOVE "INVT" TO POST-ACCOUNT-USE
              MOVE DECODED-DEPT-CODE TO POST-DEPT-CODE
              SET POST-AS-DEBIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
              MOVE "SHRK" TO POST-ACCOUNT-USE
              SET POST-AS-CREDIT TO TRUE
              PERFORM POST-JOURNAL-AMOUNT
           END-IF.

      *****************************************************************
      *  LOYALTY POINTS ARE A LIABILITY AT THEIR REDEMPTION VALUE.    *
      *  POINTS EARNED ARE A LOYALTY COST AND RAISE IT; POINTS        *
      *  REVERSED BY A RETURN OR VOID AND POINTS EXPIRED UNWIND THE   *
      *  COST. POINTS REDEEMED PAID FOR PART OF AN ORDER, SO THEY     *
      *  TAKE THE LIABILITY DOWN IN PLACE OF THE CASH. POINTS         *
      *  CREDITED BACK ON A RETURN OR VOID RAISE IT AGAIN, AND WHEN   *
      *  THE ORDER WENT THROUGH THE TILL THE RETURN LINE BOOKED THE   *
      *  WHOLE REFUND OUT OF CASH - THE CREDITED SHARE NEVER LEFT THE *
      *  DRAWER, SO IT GOES BACK TO CASH.                             *
      *****************************************************************
       JOURNAL-LOYALTY-POINTS.
           OPEN INPUT LOYALTY-ACTIVITY.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF LOYTRX-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-LOYALTY-ACTIVITY
           END-IF.
           PERFORM JOURNAL-ONE-LOYALTY-MOVEMENT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE LOYALTY-ACTIVITY.

       READ-LOYALTY-ACTIVITY.
           READ LOYALTY-ACTIVITY
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-LOYALTY-MOVEMENT.
           IF LA-ACTIVITY-DATE = JOURNAL-DATE
              IF LA-POINTS < ZERO
                 COMPUTE LOYALTY-POINTS-WORK = 0 - LA-POINTS
              ELSE
                 MOVE LA-POINTS TO LOYALTY-POINTS-WORK
              END-IF
              COMPUTE POST-AMOUNT =
                 LOYALTY-POINTS-WORK * LOYALTY-POINT-VALUE
              MOVE SPACES TO POST-DEPT-CODE
              EVALUATE TRUE
                  WHEN LA-POINTS-EARNED
                     MOVE "LOYX" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "LOYL" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LA-POINTS-REVERSED
                  WHEN LA-POINTS-EXPIRED
                     MOVE "LOYL" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "LOYX" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LA-POINTS-REDEEMED
                     MOVE "LOYL" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LA-POINTS-CREDITED
                     MOVE "LOYL" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE LA-ORDER-NUMBER TO OH-ORDER-NUMBER
                     PERFORM CHECK-HEADER-PAID-CASH
                     IF ORDER-WAS-PAID-CASH
                        MOVE "CASH" TO POST-ACCOUNT-USE
                        SET POST-AS-DEBIT TO TRUE
                        PERFORM POST-JOURNAL-AMOUNT
                     END-IF
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

      *****************************************************************
      *  MONEY PAID ON A LAYAWAY IS HELD AS A CUSTOMER DEPOSIT UNTIL  *
      *  THE GOODS ARE SOLD. A DEPOSIT OR INSTALLMENT RAISES IT; WHEN *
      *  THE LAYAWAY IS SOLD THE DEPOSIT PAYS FOR THE ORDER IN PLACE  *
      *  OF THE CASH; THE RESTOCKING FEE KEPT ON A CANCELLATION OR    *
      *  FORFEIT MOVES TO FEE INCOME AND THE REFUND GOES BACK OUT OF  *
      *  CASH. A CARD OR CHECK PAYMENT IS BOOKED TO CASH AS THE ORDER *
      *  TENDERS ARE. NO LAYAWAY FILE YET MEANS NO LAYAWAY MOVEMENTS. *
      *****************************************************************
       JOURNAL-LAYAWAY-MOVEMENTS.
           OPEN INPUT LAYAWAY-PAYMENT.
           SET NOT-END-OF-CURRENT-FILE TO TRUE.
           IF LAYPAY-STATUS NOT = "00"
              SET END-OF-CURRENT-FILE TO TRUE
           ELSE
              PERFORM READ-LAYAWAY-PAYMENT
           END-IF.
           PERFORM JOURNAL-ONE-LAYAWAY-MOVEMENT
              UNTIL END-OF-CURRENT-FILE.
           CLOSE LAYAWAY-PAYMENT.

       READ-LAYAWAY-PAYMENT.
           READ LAYAWAY-PAYMENT
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       JOURNAL-ONE-LAYAWAY-MOVEMENT.
           IF LP-PAYMENT-DATE = JOURNAL-DATE
              MOVE LP-AMOUNT TO POST-AMOUNT
              MOVE SPACES TO POST-DEPT-CODE
              EVALUATE TRUE
                  WHEN LP-DEPOSIT
                  WHEN LP-INSTALLMENT
                     MOVE "CASH" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "LAYD" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LP-APPLIED-TO-SALE
                     MOVE "LAYD" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LP-FEE-KEPT
                     MOVE "LAYD" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "LAYF" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN LP-REFUND
                     MOVE "LAYD" TO POST-ACCOUNT-USE
                     SET POST-AS-DEBIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                     MOVE "CASH" TO POST-ACCOUNT-USE
                     SET POST-AS-CREDIT TO TRUE
                     PERFORM POST-JOURNAL-AMOUNT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-LAYAWAY-PAYMENT.

      *****************************************************************
      *  ADDS ONE AMOUNT TO THE JOURNAL UNDER ITS USE AND DEPARTMENT. *
      *  A NEW LINE IS RESOLVED TO ITS LEDGER ACCOUNT AS IT IS ADDED. *
      *  A LINE THAT WILL NOT FIT THE TABLE CANNOT BE JOURNALLED, SO  *
      *  THE JOURNAL IS MARKED UNRELEASABLE RATHER THAN SHORT.        *
      *****************************************************************
       POST-JOURNAL-AMOUNT.
           IF POST-AMOUNT NOT = ZERO
              PERFORM FIND-OR-ADD-JOURNAL-ENTRY
              IF ENTRY-WAS-FOUND
                 IF POST-AS-DEBIT
                    ADD POST-AMOUNT TO JE-DEBIT-TOTAL (JRNL-IDX)
                    ADD POST-AMOUNT TO TOTAL-DEBITS
                 ELSE
                    ADD POST-AMOUNT TO JE-CREDIT-TOTAL (JRNL-IDX)
                    ADD POST-AMOUNT TO TOTAL-CREDITS
                 END-IF
              END-IF
           END-IF.

       FIND-OR-ADD-JOURNAL-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF JOURNAL-ENTRY-COUNT > 0
              SET JRNL-IDX TO 1
              SEARCH JOURNAL-ENTRY
                  WHEN JE-ACCOUNT-USE (JRNL-IDX) = POST-ACCOUNT-USE
                     AND JE-DEPT-CODE (JRNL-IDX) = POST-DEPT-CODE
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-WAS-NOT-FOUND
              IF JOURNAL-ENTRY-COUNT < 500
                 ADD 1 TO JOURNAL-ENTRY-COUNT
                 SET JRNL-IDX TO JOURNAL-ENTRY-COUNT
                 MOVE POST-ACCOUNT-USE TO JE-ACCOUNT-USE (JRNL-IDX)
                 MOVE POST-DEPT-CODE TO JE-DEPT-CODE (JRNL-IDX)
                 MOVE ZERO TO JE-DEBIT-TOTAL (JRNL-IDX)
                 MOVE ZERO TO JE-CREDIT-TOTAL (JRNL-IDX)
                 PERFORM RESOLVE-LEDGER-ACCOUNT
                 SET ENTRY-WAS-FOUND TO TRUE
              ELSE
                 IF JOURNAL-TABLE-NOT-FULL
                    SET JOURNAL-TABLE-FULL TO TRUE
                    MOVE "** JOURNAL TABLE FULL - JOURNAL INCOMPLETE **"
                       TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-IF.

       RESOLVE-LEDGER-ACCOUNT.
           MOVE POST-ACCOUNT-USE TO GAM-ACCOUNT-USE.
           MOVE POST-DEPT-CODE TO GAM-DEPT-CODE.
           READ GL-ACCOUNT-MAP
               INVALID KEY
                  CONTINUE
           END-READ.
           IF GLACCTMP-STATUS NOT = "00"
              AND POST-DEPT-CODE NOT = SPACES
              MOVE POST-ACCOUNT-USE TO GAM-ACCOUNT-USE
              MOVE SPACES TO GAM-DEPT-CODE
              READ GL-ACCOUNT-MAP
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.
           IF GLACCTMP-STATUS = "00"
              MOVE GAM-ACCOUNT-NUMBER TO JE-ACCOUNT-NUMBER (JRNL-IDX)
           ELSE
              MOVE "*UNMAPPED*" TO JE-ACCOUNT-NUMBER (JRNL-IDX)
              SET AN-ACCOUNT-IS-UNMAPPED TO TRUE
           END-IF.

       PRINT-JOURNAL-LINES.
           IF JOURNAL-ENTRY-COUNT = ZERO
              MOVE "NO BUSINESS TO JOURNAL FOR THE DATE" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM PRINT-ONE-JOURNAL-LINE
                 VARYING JRNL-IDX FROM 1 BY 1
                 UNTIL JRNL-IDX > JOURNAL-ENTRY-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-DEBITS TO TOTAL-DEBIT-DISPLAY.
           MOVE TOTAL-CREDITS TO TOTAL-CREDIT-DISPLAY.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MISSING-PRODUCT-COUNT > ZERO
              MOVE SPACES TO REPORT-LINE
              STRING "LINES FOR PRODUCTS NOT ON FILE, COSTED AT ZERO: "
                 MISSING-PRODUCT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-JOURNAL-LINE.
           MOVE JE-ACCOUNT-USE (JRNL-IDX) TO DETAIL-ACCOUNT-USE.
           MOVE JE-DEPT-CODE (JRNL-IDX) TO DETAIL-DEPT-CODE.
           MOVE JE-ACCOUNT-NUMBER (JRNL-IDX) TO DETAIL-ACCOUNT-NUMBER.
           MOVE JE-DEBIT-TOTAL (JRNL-IDX) TO DETAIL-DEBIT-AMOUNT.
           MOVE JE-CREDIT-TOTAL (JRNL-IDX) TO DETAIL-CREDIT-AMOUNT.
           MOVE JOURNAL-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      *  ONLY A BALANCED, FULLY MAPPED, COMPLETE JOURNAL GOES TO THE  *
      *  LEDGER. ANYTHING ELSE IS HELD BACK WHOLE WITH RC 8 - THE     *
      *  MAPPING IS FIXED IN MAINTAIN-GL-ACCOUNT AND THE CLOSE RERUN  *
      *  PICKS UP AT THIS STEP.                                       *
      *****************************************************************
       RELEASE-OR-REFUSE.
           COMPUTE OUT-OF-BALANCE-AMOUNT = TOTAL-DEBITS - TOTAL-CREDITS.
           EVALUATE TRUE
               WHEN OUT-OF-BALANCE-AMOUNT NOT = ZERO
                  MOVE OUT-OF-BALANCE-AMOUNT TO DIFFERENCE-DISPLAY
                  MOVE SPACES TO REPORT-LINE
                  STRING "JOURNAL OUT OF BALANCE BY " DIFFERENCE-DISPLAY
                     " - NOT RELEASED" DELIMITED BY SIZE
                     INTO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE 8 TO RETURN-CODE
               WHEN AN-ACCOUNT-IS-UNMAPPED
                  MOVE "ACCOUNT USE WITH NO GL ACCOUNT - NOT RELEASED"
                     TO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE 8 TO RETURN-CODE
               WHEN JOURNAL-TABLE-FULL
                  MOVE "JOURNAL INCOMPLETE - NOT RELEASED" TO
                     REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  PERFORM WRITE-JOURNAL-FILE
           END-EVALUATE.
           IF RETURN-CODE = 8
              DISPLAY "GL JOURNAL FOR " JOURNAL-DATE " NOT RELEASED"
           END-IF.

       WRITE-JOURNAL-FILE.
           OPEN EXTEND GL-JOURNAL.
           IF GLJRNL-STATUS = "35"
              OPEN OUTPUT GL-JOURNAL
              CLOSE GL-JOURNAL
              OPEN EXTEND GL-JOURNAL
           END-IF.
           IF JOURNAL-ENTRY-COUNT > 0
              PERFORM WRITE-ONE-JOURNAL-RECORD
                 VARYING JRNL-IDX FROM 1 BY 1
                 UNTIL JRNL-IDX > JOURNAL-ENTRY-COUNT
           END-IF.
           CLOSE GL-JOURNAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL RELEASED - " JOURNAL-LINES-WRITTEN
              " LINES WRITTEN" DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "GL JOURNAL FOR " JOURNAL-DATE " RELEASED, "
              JOURNAL-LINES-WRITTEN " LINES".

       WRITE-ONE-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-LINES-WRITTEN.
           MOVE JOURNAL-DATE TO GJ-BUSINESS-DATE.
           MOVE JOURNAL-LINES-WRITTEN TO GJ-LINE-NUMBER.
           MOVE JE-ACCOUNT-NUMBER (JRNL-IDX) TO GJ-ACCOUNT-NUMBER.
           MOVE JE-ACCOUNT-USE (JRNL-IDX) TO GJ-ACCOUNT-USE.
           MOVE JE-DEPT-CODE (JRNL-IDX) TO GJ-DEPT-CODE.
           MOVE JE-DEBIT-TOTAL (JRNL-IDX) TO GJ-DEBIT-AMOUNT.
           MOVE JE-CREDIT-TOTAL (JRNL-IDX) TO GJ-CREDIT-AMOUNT.
           WRITE GL-JOURNAL-RECORD.

       END PROGRAM GL-JOURNAL-EXTRACT.
