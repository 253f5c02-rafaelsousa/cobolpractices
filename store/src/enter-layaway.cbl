       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTER-LAYAWAY.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  OPENS A LAYAWAY AGREEMENT: GOODS PUT ASIDE FOR A CUSTOMER     *
      *  WHO PAYS FOR THEM OVER TIME. THE LINES ARE KEYED AND PRICED   *
      *  AS SELL-PRODUCT PRICES A CART - TODAY'S PROMOTIONS, THE       *
      *  CUSTOMER'S STATE TAX RATE AND ANY EXEMPTION CERTIFICATE -     *
      *  AND THOSE PRICES AND THAT TAX HOLD UNTIL THE GOODS ARE SOLD.  *
      *  ONLY FREE STOCK CAN BE LAID AWAY, AND IT IS RESERVED ON THE   *
      *  PRODUCT MASTER SO NO OTHER SALE CAN TAKE IT. THE CUSTOMER     *
      *  PUTS DOWN AT LEAST THE MINIMUM DEPOSIT FROM LAYAWAY-RULES AND *
      *  HAS UNTIL THE DUE DATE (THE STANDARD TERM UNLESS THE CLERK    *
      *  KEYS A SHORTER ONE) TO PAY THE REST AT SERVICE-LAYAWAY. THE   *
      *  AGREEMENT IS NUMBERED FROM THE LAYAWAY COUNTER ON             *
      *  NUMBER-CONTROL, THE DEPOSIT IS LOGGED ON LAYAWAY-PAYMENT AND  *
      *  THE AGREEMENT IS PRINTED FOR THE CUSTOMER TO SIGN. MONEY IS   *
      *  TAKEN, SO LIKE A SALE IT WAITS WHILE THE DATE IS CLOSED.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               LOCK MODE IS MANUAL
               FILE STATUS IS PRODMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-STATE-CODE
               FILE STATUS IS TAXRATE-STATUS.

           SELECT PROMOTION-FILE ASSIGN TO "PROMOFLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PRODUCT-CODE
               FILE STATUS IS PROMOFLE-STATUS.

           SELECT UPC-XREF ASSIGN TO "UPCXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPC-NUMBER
               FILE STATUS IS UPCXREF-STATUS.

           SELECT TAX-EXEMPTION ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-KEY
               FILE STATUS IS TAXEXMPT-STATUS.

           SELECT LAYAWAY-HEADER ASSIGN TO "LAYHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAY-NUMBER
               FILE STATUS IS LAYHDR-STATUS.

           SELECT LAYAWAY-PAYMENT ASSIGN TO "LAYPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LAYPAY-STATUS.

           SELECT LAYAWAY-DOCUMENT ASSIGN TO "LAYDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYDOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  TAX-RATE-FILE.
       COPY "tax-rate.cpy".

       FD  PROMOTION-FILE.
       COPY "promotion.cpy".

       FD  UPC-XREF.
       COPY "upc-xref.cpy".

       FD  TAX-EXEMPTION.
       COPY "tax-exemption.cpy".

       FD  LAYAWAY-HEADER.
       COPY "layaway-header.cpy".

       FD  LAYAWAY-PAYMENT.
       COPY "layaway-payment.cpy".

       FD  LAYAWAY-DOCUMENT.
       01  LAYAWAY-DOCUMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 TAXRATE-STATUS PIC X(2).
         01 PROMOFLE-STATUS PIC X(2).
         01 UPCXREF-STATUS PIC X(2).
         01 TAXEXMPT-STATUS PIC X(2).
         01 LAYHDR-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 LAYDOC-STATUS PIC X(2).
         01 UPC-FILE-SWITCH PIC X(1).
             88 UPC-FILE-AVAILABLE        VALUE 'Y'.
             88 UPC-FILE-MISSING          VALUE 'N'.
         01 EXEMPT-FILE-SWITCH PIC X(1).
             88 EXEMPT-FILE-AVAILABLE     VALUE 'Y'.
             88 EXEMPT-FILE-MISSING       VALUE 'N'.
         01 EXEMPT-CERTIFICATE-WORK PIC X(15).
         01 EXEMPT-STATE-WORK PIC X(2).
         01 SALES-TAX-RATE PIC V9999.
         01 DEFAULT-TAX-RATE PIC V9999 VALUE .0700.
         01 DAY-OPEN-SWITCH PIC X(1).
             88 BUSINESS-DAY-IS-OPEN      VALUE 'Y'.
             88 BUSINESS-DAY-IS-CLOSED    VALUE 'N'.
         01 LAYAWAY-OK-SWITCH PIC X(1).
             88 LAYAWAY-IS-OK             VALUE 'Y'.
             88 LAYAWAY-IS-NOT-OK         VALUE 'N'.
         01 LAYAWAY-ERROR-MESSAGE PIC X(45).
         01 MORE-LINES-SWITCH PIC X(1).
             88 MORE-LINES-TO-ENTER       VALUE 'Y'.
             88 NO-MORE-LINES             VALUE 'N'.
         01 LINE-OK-SWITCH PIC X(1).
             88 LINE-IS-OK                VALUE 'Y'.
             88 LINE-IS-NOT-OK            VALUE 'N'.
         01 DEPOSIT-SWITCH PIC X(1).
             88 DEPOSIT-IS-VALID          VALUE 'Y'.
             88 DEPOSIT-NOT-VALID         VALUE 'N'.

         01 ENTERED-PRODUCT-CODE PIC X(6).
         01 ENTERED-PRODUCT-ENTRY PIC X(13).
         01 ENTERED-QTY PIC 9(5).
         01 QTY-ALREADY-IN-CART PIC 9(7).
         01 ENTERED-TERM-DAYS PIC 9(3).
         01 SAVE-ANSWER PIC X(1).
         01 ENTERED-DEPOSIT PIC 9(7)V99.
         01 ENTERED-CHECK-NUMBER PIC X(10).
         01 ENTERED-TENDER-TYPE PIC X(1).
             88 TENDER-IS-CASH            VALUE 'C'.
             88 TENDER-IS-CREDIT-CARD     VALUE 'R'.
             88 TENDER-IS-DEBIT-CARD      VALUE 'D'.
             88 TENDER-IS-CHECK           VALUE 'K'.

         01 EFFECTIVE-UNIT-PRICE PIC 9(5)V99.
         01 LAYAWAY-DATE PIC 9(8).
         01 LAYAWAY-DUE-WORK PIC 9(8).
         01 AMOUNT-DISPLAY PIC ZZZZZZ9.99.

         01 MAX-LAYAWAY-LINES PIC 9(3) VALUE 10.
         01 CART-LINE-COUNT PIC 9(3) VALUE ZERO.
         01 CART-TABLE.
             05 CART-ENTRY OCCURS 10 TIMES INDEXED BY CART-IDX.
                10 CART-PRODUCT-CODE   PIC X(6).
                10 CART-DESCRIPTION    PIC X(30).
                10 CART-QTY            PIC 9(5).
                10 CART-ORIG-PRICE     PIC 9(5)V99.
                10 CART-UNIT-PRICE     PIC 9(5)V99.
                10 CART-LINE-DISCOUNT  PIC 9(7)V99.
                10 CART-LINE-AMOUNT    PIC 9(7)V99.
                10 CART-LINE-TAX       PIC 9(7)V99.
         01 RESERVED-LINE-COUNT PIC 9(3).

         01 NEW-LAYAWAY-NUMBER PIC 9(8).
         01 HIGHEST-LAYAWAY-NUMBER PIC 9(8) VALUE ZERO.
         01 NUMBER-COUNTER-ID PIC X(8) VALUE "LAYAWAY".
         01 LAYAWAY-SUBTOTAL-WORK PIC 9(7)V99.
         01 LAYAWAY-TAX-WORK PIC 9(7)V99.
         01 LAYAWAY-DISCOUNT-WORK PIC 9(7)V99.
         01 LAYAWAY-TOTAL-WORK PIC 9(7)V99.
         01 MINIMUM-DEPOSIT-WORK PIC 9(7)V99.
         01 BALANCE-DUE-WORK PIC 9(7)V99.

         COPY "signed-on-user.cpy".

         COPY "layaway-rules.cpy".

         01 LINE-ADDED-MESSAGE.
             05  FILLER                  PIC X(5) VALUE "LINE ".
             05  ADDED-LINE-NUMBER       PIC Z9.
             05  FILLER                  PIC X(8) VALUE " ADDED: ".
             05  ADDED-PRODUCT-CODE      PIC X(6).
             05  FILLER                  PIC X(3) VALUE " X ".
             05  ADDED-QTY               PIC ZZZZ9.

         01 LAYAWAY-DETAIL-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-PRODUCT-CODE     PIC X(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DESCRIPTION      PIC X(30).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-QTY              PIC ZZZZ9.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-UNIT-PRICE       PIC ZZZZ9.99.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-LINE-AMOUNT      PIC ZZZZZZ9.99.

         01 LAYAWAY-DISCOUNT-LINE.
             05  FILLER                  PIC X(4) VALUE SPACES.
             05  FILLER                  PIC X(16)
                 VALUE "PROMO DISCOUNT -".
             05  DISCOUNT-LINE-AMOUNT    PIC ZZZZZZ9.99.

         01 LAYAWAY-TOTALS-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  TOTALS-LABEL            PIC X(22).
             05  TOTALS-AMOUNT           PIC ZZZZZZ9.99.

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM READ-STORE-CONTROL.
           IF BUSINESS-DAY-IS-OPEN
              PERFORM OPEN-LAYAWAY-FILES
              PERFORM LAYAWAY-FORMULARY
              PERFORM CLOSE-LAYAWAY-FILES
           END-IF.
           GOBACK.

      *****************************************************************
      *  THE AGREEMENT IS DATED, PRICED AND ITS DEPOSIT BANKED ON     *
      *  THE STORE BUSINESS DATE. WHILE THE DATE IS CLOSED NO MONEY   *
      *  IS TAKEN, SO NO AGREEMENT CAN BE OPENED.                     *
      *****************************************************************
       READ-STORE-CONTROL.
           SET BUSINESS-DAY-IS-OPEN TO TRUE.
           ACCEPT LAYAWAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO LAYAWAY-DATE
                 IF CTL-DATE-CLOSED
                    SET BUSINESS-DAY-IS-CLOSED TO TRUE
                    DISPLAY CLEAR-SCREEN
                    DISPLAY 'BUSINESS DATE IS CLOSED, NO LAYAWAYS UNTIL'
                       AT 0401
                    DISPLAY 'THE DAY-END RUN OPENS THE NEXT DAY.'
                       AT 0501
                 END-IF
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       OPEN-LAYAWAY-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O PRODUCT-MASTER.
           OPEN INPUT PROMOTION-FILE.
           OPEN INPUT TAX-RATE-FILE.
           OPEN I-O LAYAWAY-HEADER.
           IF LAYHDR-STATUS = "35"
              OPEN OUTPUT LAYAWAY-HEADER
              CLOSE LAYAWAY-HEADER
              OPEN I-O LAYAWAY-HEADER
           END-IF.
           OPEN EXTEND LAYAWAY-PAYMENT.
           IF LAYPAY-STATUS = "35"
              OPEN OUTPUT LAYAWAY-PAYMENT
              CLOSE LAYAWAY-PAYMENT
              OPEN EXTEND LAYAWAY-PAYMENT
           END-IF.
           OPEN EXTEND LAYAWAY-DOCUMENT.
           IF LAYDOC-STATUS = "35"
              OPEN OUTPUT LAYAWAY-DOCUMENT
              CLOSE LAYAWAY-DOCUMENT
              OPEN EXTEND LAYAWAY-DOCUMENT
           END-IF.
           SET UPC-FILE-AVAILABLE TO TRUE.
           OPEN INPUT UPC-XREF.
           IF UPCXREF-STATUS NOT = "00"
              SET UPC-FILE-MISSING TO TRUE
           END-IF.
           SET EXEMPT-FILE-AVAILABLE TO TRUE.
           OPEN INPUT TAX-EXEMPTION.
           IF TAXEXMPT-STATUS NOT = "00"
              SET EXEMPT-FILE-MISSING TO TRUE
           END-IF.

       LAYAWAY-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'OPEN A LAYAWAY AGREEMENT' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Customer #...:' AT 0401.
              ACCEPT CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD AT 0416.
              SET LAYAWAY-IS-OK TO TRUE.
              PERFORM VALIDATE-CUSTOMER.
              IF LAYAWAY-IS-OK
                 PERFORM LOOKUP-STATE-TAX-RATE
                 PERFORM CHECK-TAX-EXEMPTION
                 PERFORM CAPTURE-TERM-DAYS
                 PERFORM CAPTURE-LAYAWAY-LINES
              END-IF.
              IF LAYAWAY-IS-OK AND CART-LINE-COUNT > 0
                 PERFORM TAKE-DEPOSIT
              ELSE
                 SET LAYAWAY-IS-NOT-OK TO TRUE
              END-IF.
              IF LAYAWAY-IS-OK
                 PERFORM SAVE-LAYAWAY
              ELSE
                 DISPLAY LAYAWAY-ERROR-MESSAGE AT 2301
              END-IF.

       VALIDATE-CUSTOMER.
           READ CUSTOMER-MASTER
               KEY IS CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               INVALID KEY
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "CUSTOMER NOT FOUND" TO LAYAWAY-ERROR-MESSAGE
           END-READ.
           IF LAYAWAY-IS-OK AND CUSTOMER-DELETED
              SET LAYAWAY-IS-NOT-OK TO TRUE
              MOVE "CUSTOMER IS INACTIVE" TO LAYAWAY-ERROR-MESSAGE
           END-IF.

      *****************************************************************
      *  THE AGREEMENT IS TAXED AS SELL-PRODUCT WOULD TAX THE SALE    *
      *  TODAY - THE CUSTOMER'S STATE RATE ONCE EFFECTIVE, OTHERWISE  *
      *  THE DEFAULT RATE, NOTHING FOR A GOOD EXEMPTION CERTIFICATE   *
      *  FOR THEIR OWN STATE - AND THE CUSTOMER PAYS EXACTLY THAT     *
      *  TAX, WHATEVER THE RATE IS THE DAY THE LAYAWAY IS SOLD.       *
      *****************************************************************
       LOOKUP-STATE-TAX-RATE.
           MOVE DEFAULT-TAX-RATE TO SALES-TAX-RATE.
           MOVE CUSTOMER-STATE TO TAX-STATE-CODE.
           READ TAX-RATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           IF TAXRATE-STATUS = "00"
              AND TAX-EFFECTIVE-DATE NOT > LAYAWAY-DATE
              MOVE TAX-RATE TO SALES-TAX-RATE
           END-IF.

       CHECK-TAX-EXEMPTION.
           MOVE SPACES TO EXEMPT-CERTIFICATE-WORK.
           MOVE SPACES TO EXEMPT-STATE-WORK.
           IF EXEMPT-FILE-AVAILABLE
              MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
                 TXE-CUSTOMER-NUMBER
              MOVE CUSTOMER-STATE TO TXE-ISSUING-STATE
              READ TAX-EXEMPTION
                  INVALID KEY
                     CONTINUE
              END-READ
              IF TAXEXMPT-STATUS = "00"
                 IF TXE-EXPIRY-DATE < LAYAWAY-DATE
                    DISPLAY 'EXEMPTION EXPIRED - TAX CHARGED' AT 0430
                 ELSE
                    MOVE ZERO TO SALES-TAX-RATE
                    MOVE TXE-CERTIFICATE-NUMBER TO
                       EXEMPT-CERTIFICATE-WORK
                    MOVE TXE-ISSUING-STATE TO EXEMPT-STATE-WORK
                    DISPLAY 'TAX EXEMPT, CERT' AT 0430
                    DISPLAY TXE-CERTIFICATE-NUMBER AT 0447
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  THE CUSTOMER HAS THE STORE'S STANDARD TERM TO PAY IN FULL.   *
      *  THE CLERK MAY AGREE A SHORTER TERM, NEVER A LONGER ONE.      *
      *****************************************************************
       CAPTURE-TERM-DAYS.
           DISPLAY 'Days to pay (0 = standard):' AT 0501.
           MOVE ZERO TO ENTERED-TERM-DAYS.
           ACCEPT ENTERED-TERM-DAYS AT 0529.
           IF ENTERED-TERM-DAYS = ZERO
              OR ENTERED-TERM-DAYS > LAYAWAY-TERM-DAYS
              MOVE LAYAWAY-TERM-DAYS TO ENTERED-TERM-DAYS
           END-IF.
           COMPUTE LAYAWAY-DUE-WORK = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(LAYAWAY-DATE)
                 + ENTERED-TERM-DAYS).
           DISPLAY 'Pay in full by' AT 0534.
           DISPLAY LAYAWAY-DUE-WORK AT 0549.

      *****************************************************************
      *  LAYAWAY LINES ARE KEYED LIKE SALE LINES, A BLANK PRODUCT     *
      *  CODE ENDING THE AGREEMENT. ONLY STOCK NOT ALREADY HELD FOR   *
      *  ANOTHER LAYAWAY CAN BE LAID AWAY - A CUSTOMER WANTING GOODS  *
      *  STILL ON ORDER IS A BACK-ORDER, NOT A LAYAWAY. KITS ARE SOLD *
      *  AT THE COUNTER ONLY.                                         *
      *****************************************************************
       CAPTURE-LAYAWAY-LINES.
           MOVE ZERO TO CART-LINE-COUNT.
           MOVE "NO LINES ENTERED, LAYAWAY CANCELLED" TO
              LAYAWAY-ERROR-MESSAGE.
           DISPLAY 'Enter layaway lines, blank code ends the agreement.'
              AT 0601.
           SET MORE-LINES-TO-ENTER TO TRUE.
           PERFORM CAPTURE-ONE-LAYAWAY-LINE
              UNTIL NO-MORE-LINES
                 OR CART-LINE-COUNT = MAX-LAYAWAY-LINES.

       CAPTURE-ONE-LAYAWAY-LINE.
           DISPLAY 'Product/UPC..:              ' AT 0701.
           DISPLAY 'Quantity.....:       ' AT 0801.
           MOVE SPACES TO ENTERED-PRODUCT-ENTRY.
           ACCEPT ENTERED-PRODUCT-ENTRY AT 0716.
           PERFORM RESOLVE-PRODUCT-ENTRY.
           IF ENTERED-PRODUCT-CODE = SPACES
              SET NO-MORE-LINES TO TRUE
           ELSE
              MOVE ZERO TO ENTERED-QTY
              ACCEPT ENTERED-QTY AT 0816
              PERFORM VALIDATE-LAYAWAY-LINE
              IF LINE-IS-OK
                 PERFORM ADD-LINE-TO-LAYAWAY
              ELSE
                 DISPLAY LAYAWAY-ERROR-MESSAGE AT 1001
              END-IF
           END-IF.

       RESOLVE-PRODUCT-ENTRY.
           IF ENTERED-PRODUCT-ENTRY = SPACES
              MOVE SPACES TO ENTERED-PRODUCT-CODE
           ELSE
              MOVE ENTERED-PRODUCT-ENTRY (1:6) TO
                 ENTERED-PRODUCT-CODE
              IF UPC-FILE-AVAILABLE
                 MOVE ENTERED-PRODUCT-ENTRY TO UPC-NUMBER
                 READ UPC-XREF
                     INVALID KEY
                        CONTINUE
                 END-READ
                 IF UPCXREF-STATUS = "00"
                    MOVE UPC-PRODUCT-CODE TO ENTERED-PRODUCT-CODE
                 END-IF
              END-IF
           END-IF.

       VALIDATE-LAYAWAY-LINE.
           SET LINE-IS-NOT-OK TO TRUE.
           MOVE SPACES TO LAYAWAY-ERROR-MESSAGE.
           MOVE ENTERED-PRODUCT-CODE TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN PRODMAST-STATUS = "23"
                  MOVE "PRODUCT NOT FOUND" TO LAYAWAY-ERROR-MESSAGE
               WHEN PRODMAST-STATUS NOT = "00"
                  MOVE "PRODUCT RECORD IN USE, TRY AGAIN" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN PRODUCT-DELETED
                  MOVE "PRODUCT IS INACTIVE" TO LAYAWAY-ERROR-MESSAGE
               WHEN ENTERED-QTY = ZERO
                  MOVE "QUANTITY MUST NOT BE ZERO" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN OTHER
                  SET LINE-IS-OK TO TRUE
           END-EVALUATE.
           IF LINE-IS-OK
              PERFORM SUM-CART-QTY-FOR-PRODUCT
              IF ENTERED-QTY + QTY-ALREADY-IN-CART + QTY-RESERVED
                 > QTY-ON-HAND
                 SET LINE-IS-NOT-OK TO TRUE
                 MOVE "NOT ENOUGH FREE STOCK TO LAY AWAY" TO
                    LAYAWAY-ERROR-MESSAGE
              END-IF
           END-IF.

       SUM-CART-QTY-FOR-PRODUCT.
           MOVE ZERO TO QTY-ALREADY-IN-CART.
           IF CART-LINE-COUNT > 0
              PERFORM ADD-CART-QTY-IF-SAME-PRODUCT
                 VARYING CART-IDX FROM 1 BY 1
                 UNTIL CART-IDX > CART-LINE-COUNT
           END-IF.

       ADD-CART-QTY-IF-SAME-PRODUCT.
           IF CART-PRODUCT-CODE (CART-IDX) =
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              ADD CART-QTY (CART-IDX) TO QTY-ALREADY-IN-CART
           END-IF.

       ADD-LINE-TO-LAYAWAY.
           ADD 1 TO CART-LINE-COUNT.
           SET CART-IDX TO CART-LINE-COUNT.
           MOVE ENTERED-PRODUCT-CODE TO CART-PRODUCT-CODE (CART-IDX).
           MOVE PRODUCT-DESCRIPTION TO CART-DESCRIPTION (CART-IDX).
           MOVE ENTERED-QTY TO CART-QTY (CART-IDX).
           MOVE UNIT-PRICE OF PRODUCT-MASTER-RECORD TO
              CART-ORIG-PRICE (CART-IDX).
           PERFORM PRICE-THE-LINE.
           MOVE EFFECTIVE-UNIT-PRICE TO CART-UNIT-PRICE (CART-IDX).
           COMPUTE CART-LINE-AMOUNT (CART-IDX) =
              CART-QTY (CART-IDX) * CART-UNIT-PRICE (CART-IDX).
           COMPUTE CART-LINE-DISCOUNT (CART-IDX) =
              (CART-ORIG-PRICE (CART-IDX) - EFFECTIVE-UNIT-PRICE)
                 * CART-QTY (CART-IDX).
           COMPUTE CART-LINE-TAX (CART-IDX) ROUNDED =
              CART-LINE-AMOUNT (CART-IDX) * SALES-TAX-RATE.
           MOVE CART-LINE-COUNT TO ADDED-LINE-NUMBER.
           MOVE ENTERED-PRODUCT-CODE TO ADDED-PRODUCT-CODE.
           MOVE ENTERED-QTY TO ADDED-QTY.
           DISPLAY LINE-ADDED-MESSAGE AT 1001.

      *****************************************************************
      *  PRICE-THE-LINE IS SELL-PRODUCT'S PROMOTION RULE: A PRICE     *
      *  OVERRIDE OR PERCENTAGE DISCOUNT RUNNING TODAY, NEVER ABOVE   *
      *  THE MASTER'S UNIT-PRICE. THE PRICE IS LOCKED IN FOR THE LIFE *
      *  OF THE AGREEMENT.                                            *
      *****************************************************************
       PRICE-THE-LINE.
           MOVE UNIT-PRICE OF PRODUCT-MASTER-RECORD TO
              EFFECTIVE-UNIT-PRICE.
           MOVE ENTERED-PRODUCT-CODE TO PROMO-PRODUCT-CODE.
           READ PROMOTION-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PROMOFLE-STATUS = "00"
              AND LAYAWAY-DATE NOT < PROMO-START-DATE
              AND LAYAWAY-DATE NOT > PROMO-END-DATE
              IF PROMO-PRICE-OVERRIDE
                 AND PROMO-PRICE <
                    UNIT-PRICE OF PRODUCT-MASTER-RECORD
                 MOVE PROMO-PRICE TO EFFECTIVE-UNIT-PRICE
              END-IF
              IF PROMO-PCT-DISCOUNT
                 COMPUTE EFFECTIVE-UNIT-PRICE ROUNDED =
                    UNIT-PRICE OF PRODUCT-MASTER-RECORD *
                       (1 - (PROMO-DISCOUNT-PCT / 100))
              END-IF
           END-IF.

      *****************************************************************
      *  THE DEPOSIT IS AT LEAST THE RULES' PERCENTAGE OF THE TOTAL   *
      *  WITH TAX AND NO MORE THAN THE TOTAL, PAID BY CASH, CARD OR   *
      *  CHECK - A LAYAWAY IS NOT CHARGED TO A CUSTOMER ACCOUNT.      *
      *****************************************************************
       TAKE-DEPOSIT.
           MOVE ZERO TO LAYAWAY-SUBTOTAL-WORK.
           MOVE ZERO TO LAYAWAY-TAX-WORK.
           MOVE ZERO TO LAYAWAY-DISCOUNT-WORK.
           PERFORM ADD-LINE-TO-LAYAWAY-TOTAL
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           COMPUTE LAYAWAY-TOTAL-WORK =
              LAYAWAY-SUBTOTAL-WORK + LAYAWAY-TAX-WORK.
           COMPUTE MINIMUM-DEPOSIT-WORK ROUNDED =
              LAYAWAY-TOTAL-WORK * LAYAWAY-DEPOSIT-PCT / 100.
           DISPLAY 'Agreement total.....:' AT 1601.
           MOVE LAYAWAY-TOTAL-WORK TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 1623.
           DISPLAY 'Minimum deposit.....:' AT 1701.
           MOVE MINIMUM-DEPOSIT-WORK TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 1723.
           DISPLAY 'Deposit (0=minimum).:' AT 1801.
           SET DEPOSIT-NOT-VALID TO TRUE.
           PERFORM ACCEPT-DEPOSIT-AMOUNT
              UNTIL DEPOSIT-IS-VALID.
           DISPLAY 'Tender C=cash R=credit D=debit K=check:' AT 1901.
           MOVE SPACE TO ENTERED-TENDER-TYPE.
           PERFORM ACCEPT-DEPOSIT-TENDER
              UNTIL TENDER-IS-CASH OR TENDER-IS-CREDIT-CARD
                 OR TENDER-IS-DEBIT-CARD OR TENDER-IS-CHECK.
           MOVE SPACES TO ENTERED-CHECK-NUMBER.
           IF TENDER-IS-CHECK
              DISPLAY 'Check #.............:' AT 2001
              PERFORM ACCEPT-CHECK-NUMBER
                 UNTIL ENTERED-CHECK-NUMBER NOT = SPACES
           END-IF.
           DISPLAY 'Save and print the agreement (Y/N)?:' AT 2101.
           MOVE SPACE TO SAVE-ANSWER.
           ACCEPT SAVE-ANSWER AT 2138.
           IF SAVE-ANSWER NOT = "Y" AND SAVE-ANSWER NOT = "y"
              SET LAYAWAY-IS-NOT-OK TO TRUE
              MOVE "LAYAWAY NOT SAVED, NO DEPOSIT TAKEN" TO
                 LAYAWAY-ERROR-MESSAGE
           END-IF.

       ADD-LINE-TO-LAYAWAY-TOTAL.
           ADD CART-LINE-AMOUNT (CART-IDX) TO LAYAWAY-SUBTOTAL-WORK.
           ADD CART-LINE-TAX (CART-IDX) TO LAYAWAY-TAX-WORK.
           ADD CART-LINE-DISCOUNT (CART-IDX) TO LAYAWAY-DISCOUNT-WORK.

       ACCEPT-DEPOSIT-AMOUNT.
           MOVE ZERO TO ENTERED-DEPOSIT.
           ACCEPT ENTERED-DEPOSIT AT 1823.
           DISPLAY '                                              '
              AT 2201.
           IF ENTERED-DEPOSIT = ZERO
              MOVE MINIMUM-DEPOSIT-WORK TO ENTERED-DEPOSIT
           END-IF.
           IF ENTERED-DEPOSIT < MINIMUM-DEPOSIT-WORK
              OR ENTERED-DEPOSIT > LAYAWAY-TOTAL-WORK
              DISPLAY "DEPOSIT MUST BE FROM THE MINIMUM TO THE TOTAL"
                 AT 2201
           ELSE
              SET DEPOSIT-IS-VALID TO TRUE
           END-IF.

       ACCEPT-DEPOSIT-TENDER.
           ACCEPT ENTERED-TENDER-TYPE AT 1941.
           EVALUATE ENTERED-TENDER-TYPE
               WHEN "c"
                  SET TENDER-IS-CASH TO TRUE
               WHEN "r"
                  SET TENDER-IS-CREDIT-CARD TO TRUE
               WHEN "d"
                  SET TENDER-IS-DEBIT-CARD TO TRUE
               WHEN "k"
                  SET TENDER-IS-CHECK TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       ACCEPT-CHECK-NUMBER.
           ACCEPT ENTERED-CHECK-NUMBER AT 2023.

      *****************************************************************
      *  THE STOCK IS RESERVED FIRST, UNDER LOCK, LINE BY LINE. IF    *
      *  ANY LINE'S FREE STOCK HAS GONE SINCE IT WAS KEYED, THE LINES *
      *  ALREADY RESERVED ARE RELEASED AND NO AGREEMENT IS MADE - THE *
      *  CUSTOMER IS NOT TAKEN FOR A DEPOSIT ON GOODS NOT HELD.       *
      *****************************************************************
       SAVE-LAYAWAY.
           MOVE ZERO TO RESERVED-LINE-COUNT.
           PERFORM RESERVE-LAYAWAY-LINE
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT
                 OR LAYAWAY-IS-NOT-OK.
           IF LAYAWAY-IS-NOT-OK
              PERFORM RELEASE-LAYAWAY-LINE
                 VARYING CART-IDX FROM 1 BY 1
                 UNTIL CART-IDX > RESERVED-LINE-COUNT
              DISPLAY LAYAWAY-ERROR-MESSAGE AT 2301
           ELSE
              PERFORM ASSIGN-LAYAWAY-NUMBER
              PERFORM WRITE-LAYAWAY-HEADER
              IF LAYAWAY-IS-OK
                 PERFORM WRITE-DEPOSIT-PAYMENT
                 PERFORM PRINT-LAYAWAY-AGREEMENT
                 DISPLAY "LAYAWAY SAVED, AGREEMENT #" AT 2301
                 DISPLAY NEW-LAYAWAY-NUMBER AT 2328
              ELSE
                 PERFORM RELEASE-LAYAWAY-LINE
                    VARYING CART-IDX FROM 1 BY 1
                    UNTIL CART-IDX > RESERVED-LINE-COUNT
                 DISPLAY "UNABLE TO WRITE LAYAWAY, NOT SAVED" AT 2301
              END-IF
           END-IF.

       RESERVE-LAYAWAY-LINE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              OR CART-QTY (CART-IDX) + QTY-RESERVED > QTY-ON-HAND
              SET LAYAWAY-IS-NOT-OK TO TRUE
           ELSE
              ADD CART-QTY (CART-IDX) TO QTY-RESERVED
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     SET LAYAWAY-IS-NOT-OK TO TRUE
              END-REWRITE
              IF PRODMAST-STATUS NOT = "00"
                 SET LAYAWAY-IS-NOT-OK TO TRUE
              END-IF
           END-IF.
           UNLOCK PRODUCT-MASTER.
           IF LAYAWAY-IS-OK
              ADD 1 TO RESERVED-LINE-COUNT
           ELSE
              MOVE SPACES TO LAYAWAY-ERROR-MESSAGE
              STRING "STOCK OF " CART-PRODUCT-CODE (CART-IDX)
                  " NO LONGER FREE, NOT SAVED" DELIMITED BY SIZE
                  INTO LAYAWAY-ERROR-MESSAGE
           END-IF.

       RELEASE-LAYAWAY-LINE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              IF QTY-RESERVED > CART-QTY (CART-IDX)
                 SUBTRACT CART-QTY (CART-IDX) FROM QTY-RESERVED
              ELSE
                 MOVE ZERO TO QTY-RESERVED
              END-IF
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF.
           IF PRODMAST-STATUS NOT = "00"
              DISPLAY "UNABLE TO RELEASE STOCK OF" AT 2201
              DISPLAY CART-PRODUCT-CODE (CART-IDX) AT 2228
           END-IF.
           UNLOCK PRODUCT-MASTER.

      *****************************************************************
      *  AGREEMENT NUMBERS COME FROM THE LAYAWAY COUNTER ON           *
      *  NUMBER-CONTROL, SEEDED ONCE FROM THE HIGHEST NUMBER ON       *
      *  LAYHDR, THE SAME WAY SELL-PRODUCT NUMBERS ORDERS.            *
      *****************************************************************
       ASSIGN-LAYAWAY-NUMBER.
           MOVE ZERO TO HIGHEST-LAYAWAY-NUMBER.
           CALL "NEXT-NUMBER" USING "N" NUMBER-COUNTER-ID
               HIGHEST-LAYAWAY-NUMBER NEW-LAYAWAY-NUMBER.
           IF NEW-LAYAWAY-NUMBER = ZERO
              PERFORM SCAN-HIGHEST-LAYAWAY-NUMBER
              CALL "NEXT-NUMBER" USING "S" NUMBER-COUNTER-ID
                  HIGHEST-LAYAWAY-NUMBER NEW-LAYAWAY-NUMBER
           END-IF.

       SCAN-HIGHEST-LAYAWAY-NUMBER.
           MOVE ZERO TO HIGHEST-LAYAWAY-NUMBER.
           MOVE ZERO TO LAY-NUMBER.
           START LAYAWAY-HEADER KEY IS NOT LESS THAN LAY-NUMBER
               INVALID KEY
                  CONTINUE
           END-START.
           IF LAYHDR-STATUS = "00"
              PERFORM READ-NEXT-LAYAWAY-HEADER
              PERFORM CHECK-LAYAWAY-HEADER
                 UNTIL LAYHDR-STATUS NOT = "00"
           END-IF.

       READ-NEXT-LAYAWAY-HEADER.
           READ LAYAWAY-HEADER NEXT RECORD.

       CHECK-LAYAWAY-HEADER.
           IF LAY-NUMBER > HIGHEST-LAYAWAY-NUMBER
              MOVE LAY-NUMBER TO HIGHEST-LAYAWAY-NUMBER
           END-IF.
           PERFORM READ-NEXT-LAYAWAY-HEADER.

       WRITE-LAYAWAY-HEADER.
           INITIALIZE LAYAWAY-HEADER-RECORD.
           MOVE NEW-LAYAWAY-NUMBER TO LAY-NUMBER.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              LAY-CUSTOMER-NUMBER.
           MOVE LAYAWAY-DATE TO LAY-OPENED-DATE.
           MOVE LAYAWAY-DUE-WORK TO LAY-DUE-DATE.
           MOVE OPERATOR-USER-ID TO LAY-OPERATOR-ID.
           SET LAY-OPEN TO TRUE.
           MOVE LAYAWAY-SUBTOTAL-WORK TO LAY-SUBTOTAL.
           MOVE LAYAWAY-TAX-WORK TO LAY-TAX-AMOUNT.
           MOVE LAYAWAY-TOTAL-WORK TO LAY-TOTAL-AMOUNT.
           MOVE EXEMPT-CERTIFICATE-WORK TO LAY-EXEMPT-CERTIFICATE.
           MOVE EXEMPT-STATE-WORK TO LAY-EXEMPT-STATE.
           MOVE MINIMUM-DEPOSIT-WORK TO LAY-MINIMUM-DEPOSIT.
           MOVE ENTERED-DEPOSIT TO LAY-AMOUNT-PAID.
           MOVE LAYAWAY-DATE TO LAY-LAST-PAYMENT-DATE.
           MOVE CART-LINE-COUNT TO LAY-LINE-COUNT.
           PERFORM MOVE-CART-LINE-TO-LAYAWAY
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           WRITE LAYAWAY-HEADER-RECORD
               INVALID KEY
                  SET LAYAWAY-IS-NOT-OK TO TRUE
           END-WRITE.

       MOVE-CART-LINE-TO-LAYAWAY.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              LAY-PRODUCT-CODE (CART-IDX).
           MOVE CART-QTY (CART-IDX) TO LAY-QTY (CART-IDX).
           MOVE CART-ORIG-PRICE (CART-IDX) TO LAY-ORIG-PRICE (CART-IDX).
           MOVE CART-UNIT-PRICE (CART-IDX) TO LAY-UNIT-PRICE (CART-IDX).
           MOVE CART-LINE-DISCOUNT (CART-IDX) TO
              LAY-LINE-DISCOUNT (CART-IDX).
           MOVE CART-LINE-AMOUNT (CART-IDX) TO
              LAY-LINE-AMOUNT (CART-IDX).
           MOVE CART-LINE-TAX (CART-IDX) TO LAY-LINE-TAX (CART-IDX).

       WRITE-DEPOSIT-PAYMENT.
           MOVE LAYAWAY-DATE TO LP-PAYMENT-DATE.
           ACCEPT LP-PAYMENT-TIME FROM TIME.
           MOVE NEW-LAYAWAY-NUMBER TO LP-LAYAWAY-NUMBER.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              LP-CUSTOMER-NUMBER.
           MOVE OPERATOR-USER-ID TO LP-OPERATOR-ID.
           SET LP-DEPOSIT TO TRUE.
           MOVE ENTERED-TENDER-TYPE TO LP-TENDER-TYPE.
           MOVE ENTERED-CHECK-NUMBER TO LP-CHECK-NUMBER.
           MOVE ENTERED-DEPOSIT TO LP-AMOUNT.
           MOVE ZERO TO LP-ORDER-NUMBER.
           WRITE LAYAWAY-PAYMENT-RECORD.

       PRINT-LAYAWAY-AGREEMENT.
           COMPUTE BALANCE-DUE-WORK =
              LAYAWAY-TOTAL-WORK - ENTERED-DEPOSIT.
           MOVE ALL "*" TO LAYAWAY-DOCUMENT-LINE (1:80).
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "LAYAWAY AGREEMENT # "
               NEW-LAYAWAY-NUMBER
               " - CUSTOMER # "
               CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               " "
               FUNCTION TRIM(CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD)
               DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "OPENED " LAYAWAY-DATE
               " - TO BE PAID IN FULL BY " LAYAWAY-DUE-WORK
               DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           PERFORM PRINT-LAYAWAY-LINE
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           IF LAYAWAY-DISCOUNT-WORK > ZERO
              MOVE "TOTAL SAVED.........:" TO TOTALS-LABEL
              MOVE LAYAWAY-DISCOUNT-WORK TO TOTALS-AMOUNT
              MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE
              WRITE LAYAWAY-DOCUMENT-LINE
           END-IF.
           MOVE "SUBTOTAL............:" TO TOTALS-LABEL.
           MOVE LAYAWAY-SUBTOTAL-WORK TO TOTALS-AMOUNT.
           MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "SALES TAX...........:" TO TOTALS-LABEL.
           MOVE LAYAWAY-TAX-WORK TO TOTALS-AMOUNT.
           MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           IF EXEMPT-CERTIFICATE-WORK NOT = SPACES
              MOVE SPACES TO LAYAWAY-DOCUMENT-LINE
              STRING "  TAX EXEMPT - CERTIFICATE # "
                  EXEMPT-CERTIFICATE-WORK
                  " ISSUED BY " EXEMPT-STATE-WORK
                  DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE
              WRITE LAYAWAY-DOCUMENT-LINE
           END-IF.
           MOVE "AGREEMENT TOTAL.....:" TO TOTALS-LABEL.
           MOVE LAYAWAY-TOTAL-WORK TO TOTALS-AMOUNT.
           MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "DEPOSIT PAID........:" TO TOTALS-LABEL.
           MOVE ENTERED-DEPOSIT TO TOTALS-AMOUNT.
           MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "BALANCE TO PAY......:" TO TOTALS-LABEL.
           MOVE BALANCE-DUE-WORK TO TOTALS-AMOUNT.
           MOVE LAYAWAY-TOTALS-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "  THE GOODS ARE HELD FOR YOU UNTIL THE DATE ABOVE."
              TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "  PAY IN ANY AMOUNT AT THE COUNTER WITH THIS NUMBER."
              TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "  IF CANCELLED, OR NOT PAID BY THE DATE ABOVE, "
               LAYAWAY-RESTOCKING-PCT
               "% OF THE SUBTOTAL IS KEPT" DELIMITED BY SIZE
               INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "  AS A RESTOCKING FEE AND THE REST IS REFUNDED."
              TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "  CUSTOMER SIGNATURE: ______________________________"
              TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE ALL "*" TO LAYAWAY-DOCUMENT-LINE (1:80).
           WRITE LAYAWAY-DOCUMENT-LINE.

       PRINT-LAYAWAY-LINE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO DETAIL-PRODUCT-CODE.
           MOVE CART-DESCRIPTION (CART-IDX) TO DETAIL-DESCRIPTION.
           MOVE CART-QTY (CART-IDX) TO DETAIL-QTY.
           MOVE CART-ORIG-PRICE (CART-IDX) TO DETAIL-UNIT-PRICE.
           MOVE CART-LINE-AMOUNT (CART-IDX) TO DETAIL-LINE-AMOUNT.
           MOVE LAYAWAY-DETAIL-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           IF CART-LINE-DISCOUNT (CART-IDX) > ZERO
              MOVE CART-LINE-DISCOUNT (CART-IDX) TO
                 DISCOUNT-LINE-AMOUNT
              MOVE LAYAWAY-DISCOUNT-LINE TO LAYAWAY-DOCUMENT-LINE
              WRITE LAYAWAY-DOCUMENT-LINE
           END-IF.

       CLOSE-LAYAWAY-FILES.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE PROMOTION-FILE.
           CLOSE TAX-RATE-FILE.
           CLOSE LAYAWAY-HEADER.
           CLOSE LAYAWAY-PAYMENT.
           CLOSE LAYAWAY-DOCUMENT.
           IF UPC-FILE-AVAILABLE
              CLOSE UPC-XREF
           END-IF.
           IF EXEMPT-FILE-AVAILABLE
              CLOSE TAX-EXEMPTION
           END-IF.

       END PROGRAM ENTER-LAYAWAY.
