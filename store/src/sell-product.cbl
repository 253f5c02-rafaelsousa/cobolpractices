               RECORD KEY IS UPC-NUMBER
               FILE STATUS IS UPCXREF-STATUS.

           SELECT ORDER-TENDER ASSIGN TO "ORDTNDR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORDTNDR-STATUS.

           SELECT TAX-EXEMPTION ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-KEY
               FILE STATUS IS TAXEXMPT-STATUS.

           SELECT QUOTE-HEADER ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               LOCK MODE IS MANUAL
               FILE STATUS IS QUOTEHDR-STATUS.

           SELECT QUOTE-LINE ASSIGN TO "QUOTELIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS QUOTELIN-STATUS.

           SELECT LOYALTY-ACCOUNT ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUSTOMER-NUMBER
               LOCK MODE IS MANUAL
               FILE STATUS IS LOYALTY-STATUS.

           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

           SELECT KIT-DEFINITION ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CODE
               FILE STATUS IS KITDEF-STATUS.

           SELECT LAYAWAY-HEADER ASSIGN TO "LAYHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAY-NUMBER
               LOCK MODE IS MANUAL
               FILE STATUS IS LAYHDR-STATUS.

           SELECT LAYAWAY-PAYMENT ASSIGN TO "LAYPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LAYPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  UPC-XREF.
       COPY "upc-xref.cpy".

       FD  ORDER-TENDER.
       COPY "order-tender.cpy".

       FD  TAX-EXEMPTION.
       COPY "tax-exemption.cpy".

       FD  QUOTE-HEADER.
       COPY "quote-header.cpy".

       FD  QUOTE-LINE.
       COPY "quote-line.cpy".

       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  KIT-DEFINITION.
       COPY "kit-definition.cpy".

       FD  LAYAWAY-HEADER.
       COPY "layaway-header.cpy".

       FD  LAYAWAY-PAYMENT.
       COPY "layaway-payment.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 BACKORD-STATUS PIC X(2).
         01 SUSPORD-STATUS PIC X(2).
         01 UPCXREF-STATUS PIC X(2).
         01 ORDTNDR-STATUS PIC X(2).
         01 TAXEXMPT-STATUS PIC X(2).
         01 QUOTEHDR-STATUS PIC X(2).
         01 QUOTELIN-STATUS PIC X(2).
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 KITDEF-STATUS PIC X(2).
         01 LAYHDR-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 UPC-FILE-SWITCH PIC X(1).
             88 UPC-FILE-AVAILABLE        VALUE 'Y'.
             88 UPC-FILE-MISSING          VALUE 'N'.
         01 EXEMPT-FILE-SWITCH PIC X(1).
             88 EXEMPT-FILE-AVAILABLE     VALUE 'Y'.
             88 EXEMPT-FILE-MISSING       VALUE 'N'.
         01 QUOTE-FILE-SWITCH PIC X(1).
             88 QUOTE-FILE-AVAILABLE      VALUE 'Y'.
             88 QUOTE-FILE-MISSING        VALUE 'N'.
         01 KIT-FILE-SWITCH PIC X(1).
             88 KIT-FILE-AVAILABLE        VALUE 'Y'.
             88 KIT-FILE-MISSING          VALUE 'N'.
         01 LAYAWAY-FILE-SWITCH PIC X(1).
             88 LAYAWAY-FILE-AVAILABLE    VALUE 'Y'.
             88 LAYAWAY-FILE-MISSING      VALUE 'N'.
         01 EXEMPT-CERTIFICATE-WORK PIC X(15).
         01 EXEMPT-STATE-WORK PIC X(2).
         01 SALES-TAX-RATE PIC V9999.
         01 DEFAULT-TAX-RATE PIC V9999 VALUE .0700.
         01 SALE-OK-SWITCH PIC X(1).
         01 ENTERED-PRODUCT-CODE PIC X(6).
         01 ENTERED-PRODUCT-ENTRY PIC X(13).
         01 ENTERED-QTY PIC 9(5).
         01 QTY-ALREADY-IN-CART PIC 9(7).
         01 ENTRY-KIND-SWITCH PIC X(1).
             88 ENTRY-IS-PRODUCT          VALUE 'P'.
             88 ENTRY-IS-KIT              VALUE 'K'.
         01 COMPONENT-SUB PIC 9(2).
         01 COMPONENT-NEED-QTY PIC 9(8).

         01 STOCK-SHORT-SWITCH PIC X(1).
             88 LINE-WAS-STOCK-SHORT      VALUE 'Y'.
             88 BUSINESS-DAY-IS-CLOSED    VALUE 'N'.
         01 ORDER-DISCOUNT-WORK PIC 9(7)V99.

         01 ENTERED-TENDER-TYPE PIC X(1).
             88 TENDER-IS-CASH            VALUE 'C'.
             88 TENDER-IS-CREDIT-CARD     VALUE 'R'.
             88 TENDER-IS-DEBIT-CARD      VALUE 'D'.
             88 TENDER-IS-CHECK           VALUE 'K'.
             88 TENDER-IS-ON-ACCOUNT      VALUE 'A'.
             88 TENDER-IS-SUSPEND         VALUE 'S'.
             88 TENDER-IS-CANCEL          VALUE 'X'.
         01 ENTERED-TENDER-AMOUNT PIC 9(7)V99.
         01 ENTERED-CHECK-NUMBER PIC X(10).
         01 CART-TOTAL-WITH-TAX PIC 9(7)V99.
         01 TENDERING-SWITCH PIC X(1).
             88 TENDERING-IN-PROGRESS     VALUE 'P'.
             88 TENDERING-COMPLETE        VALUE 'C'.
             88 TENDERING-SUSPENDED       VALUE 'S'.
             88 TENDERING-CANCELLED       VALUE 'X'.
         01 TENDER-LINE-SWITCH PIC X(1).
             88 TENDER-LINE-IS-OK         VALUE 'Y'.
             88 TENDER-LINE-IS-NOT-OK     VALUE 'N'.
         01 TENDER-ERROR-MESSAGE PIC X(45).
         01 TENDER-REMAINING PIC 9(7)V99.
         01 TENDERED-TOTAL PIC 9(7)V99.
         01 CASH-TENDER-TOTAL PIC 9(7)V99.
         01 ACCOUNT-TENDER-TOTAL PIC 9(7)V99.
         01 ACCOUNT-TENDER-SLOT PIC 9(1).
         01 TENDER-EXCESS PIC 9(7)V99.
         01 ORDER-ACCOUNT-WORK PIC 9(7)V99.
         01 ORDER-CHANGE-WORK PIC 9(7)V99.
         01 WRITTEN-TENDER-COUNT PIC 9(1).
         01 TENDER-AMOUNT-DISPLAY PIC ZZZZZZ9.99.
         01 CART-AMOUNT-DUE PIC 9(7)V99.
         01 ORDER-DUE-WORK PIC 9(7)V99.

         01 REDEMPTION-SWITCH PIC X(1).
             88 REDEMPTION-IS-VALID       VALUE 'Y'.
             88 REDEMPTION-NOT-VALID      VALUE 'N'.
         01 LOYALTY-UPDATE-SWITCH PIC X(1).
             88 LOYALTY-ACCOUNT-UPDATED   VALUE 'Y'.
             88 LOYALTY-ACCOUNT-NOT-UPDATED VALUE 'N'.
         01 POINTS-AVAILABLE PIC S9(9).
         01 ENTERED-REDEEM-POINTS PIC 9(7).
         01 REDEEM-MAXIMUM-POINTS PIC 9(9).
         01 REDEEM-POINTS-WORK PIC 9(7).
         01 REDEEMED-AMOUNT-WORK PIC 9(7)V99.
         01 EARNING-BASE-WORK PIC S9(7).
         01 POINTS-EARNED-WORK PIC 9(7).
         01 POINTS-DISPLAY PIC ZZZZZZZZ9-.

         01 MAX-TENDER-LINES PIC 9(1) VALUE 5.
         01 TENDER-LINE-COUNT PIC 9(1) VALUE ZERO.
         01 TENDER-TABLE.
             05 TENDER-ENTRY OCCURS 5 TIMES INDEXED BY TENDER-IDX.
                10 TL-TYPE             PIC X(1).
                10 TL-CHECK-NUMBER     PIC X(10).
                10 TL-AMOUNT           PIC 9(7)V99.

         01 SUSPEND-SWITCH PIC X(1).
             88 ORDER-WAS-SUSPENDED       VALUE 'Y'.
         01 RECALLED-LINE-COUNT PIC 9(3).
         01 SUSPENDED-LINE-SEQ PIC 9(3).

         01 QUOTE-RECALL-SWITCH PIC X(1).
             88 QUOTE-WAS-RECALLED        VALUE 'Y'.
             88 QUOTE-NOT-RECALLED        VALUE 'N'.
         01 ENTERED-QUOTE-NUMBER PIC 9(8).
         01 QUOTE-LINES-SWITCH PIC X(1).
             88 END-OF-QUOTE-LINES        VALUE 'Y'.
             88 NOT-END-OF-QUOTE-LINES    VALUE 'N'.

         01 LAYAWAY-RECALL-SWITCH PIC X(1).
             88 LAYAWAY-WAS-RECALLED      VALUE 'Y'.
             88 LAYAWAY-NOT-RECALLED      VALUE 'N'.
         01 ENTERED-LAYAWAY-NUMBER PIC 9(8).
         01 LAYAWAY-LINE-IDX PIC 9(3).
         01 LAYAWAY-TAKEN-COUNT PIC 9(3).
         01 LAYAWAY-STOCK-SWITCH PIC X(1).
             88 LAYAWAY-STOCK-TAKEN       VALUE 'Y'.
             88 LAYAWAY-STOCK-NOT-TAKEN   VALUE 'N'.

         01 MAX-ORDER-LINES PIC 9(3) VALUE 20.
         01 CART-LINE-COUNT PIC 9(3) VALUE ZERO.
         01 CART-TABLE.
                10 CART-POSTED-SWITCH  PIC X(1).
                   88 CART-LINE-POSTED      VALUE 'Y'.
                   88 CART-LINE-NOT-POSTED  VALUE 'N'.
                10 CART-KIT-SWITCH     PIC X(1).
                   88 CART-LINE-IS-KIT      VALUE 'K'.
                   88 CART-LINE-IS-PRODUCT  VALUE 'P'.
                10 CART-LAYAWAY-SWITCH PIC X(1).
                   88 CART-LINE-FROM-LAYAWAY VALUE 'L'.
                   88 CART-LINE-NOT-LAYAWAY  VALUE 'N'.

      *****************************************************************
      *  THE COMPONENT QUANTITIES THE KITS ALREADY IN THE CART WILL   *
      *  TAKE, SO A LATER LINE FOR THE SAME PRODUCT - OR ANOTHER KIT  *
      *  SHARING IT - IS STOCK-CHECKED AGAINST WHAT IS REALLY LEFT.   *
      *****************************************************************
         01 KIT-USE-COUNT PIC 9(3) VALUE ZERO.
         01 KIT-USE-TABLE.
             05 KIT-USE-ENTRY OCCURS 200 TIMES INDEXED BY KIT-USE-IDX.
                10 KU-PRODUCT-CODE     PIC X(6).
                10 KU-QTY              PIC 9(7).

      *****************************************************************
      *  A KIT LINE BEING POSTED: THE COMPONENT STOCK TAKEN SO FAR -  *
      *  PUT BACK IF A LATER COMPONENT CANNOT BE FILLED - AND EACH    *
      *  COMPONENT'S LIST VALUE, WHICH SPREADS THE KIT PRICE.         *
      *****************************************************************
         01 KIT-TAKEN-COUNT PIC 9(2).
         01 KIT-POST-TABLE.
             05 KIT-POST-ENTRY OCCURS 10 TIMES.
                10 KP-PRODUCT-CODE     PIC X(6).
                10 KP-QTY              PIC 9(5).
                10 KP-LIST-VALUE       PIC 9(7)V99.
         01 KIT-LIST-TOTAL PIC 9(7)V99.
         01 KIT-AMOUNT-LEFT PIC 9(7)V99.
         01 KIT-TAX-LEFT PIC 9(7)V99.
         01 KIT-FIRST-LINE PIC 9(3).
         01 COMPONENT-AMOUNT PIC 9(7)V99.
         01 COMPONENT-TAX PIC 9(7)V99.
         01 KIT-CONTENTS-QTY PIC ZZZZ9.

         01 NEW-ORDER-NUMBER PIC 9(8).
         01 HIGHEST-ORDER-NUMBER PIC 9(8) VALUE ZERO.

         COPY "signed-on-user.cpy".

         COPY "loyalty-rules.cpy".

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "SELL-PRODUCT".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "CUSTMAST".
         01 AUDIT-KEY          PIC X(10).
             05  TOTALS-LABEL            PIC X(22).
             05  TOTALS-AMOUNT           PIC ZZZZZZ9.99.

         01 INVOICE-REDEMPTION-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FILLER                  PIC X(22)
                 VALUE "POINTS REDEEMED.....:".
             05  REDEMPTION-LINE-AMOUNT  PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE " (".
             05  REDEMPTION-LINE-POINTS  PIC ZZZZZZ9.
             05  FILLER                  PIC X(8) VALUE " POINTS)".

         01 INVOICE-POINTS-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-LABEL            PIC X(22).
             05  POINTS-AMOUNT           PIC ZZZZZZZZ9-.

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.
              CLOSE BACK-ORDER-FILE
              OPEN EXTEND BACK-ORDER-FILE
           END-IF.
           OPEN EXTEND ORDER-TENDER.
           IF ORDTNDR-STATUS = "35"
              OPEN OUTPUT ORDER-TENDER
              CLOSE ORDER-TENDER
              OPEN EXTEND ORDER-TENDER
           END-IF.
           OPEN I-O LOYALTY-ACCOUNT.
           IF LOYALTY-STATUS = "35"
              OPEN OUTPUT LOYALTY-ACCOUNT
              CLOSE LOYALTY-ACCOUNT
              OPEN I-O LOYALTY-ACCOUNT
           END-IF.
           OPEN EXTEND LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "35"
              OPEN OUTPUT LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
              OPEN EXTEND LOYALTY-ACTIVITY
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
           SET KIT-FILE-AVAILABLE TO TRUE.
           OPEN INPUT KIT-DEFINITION.
           IF KITDEF-STATUS NOT = "00"
              SET KIT-FILE-MISSING TO TRUE
           END-IF.
           SET QUOTE-FILE-AVAILABLE TO TRUE.
           OPEN I-O QUOTE-HEADER.
           IF QUOTEHDR-STATUS NOT = "00"
              SET QUOTE-FILE-MISSING TO TRUE
           ELSE
              OPEN INPUT QUOTE-LINE
              IF QUOTELIN-STATUS NOT = "00"
                 CLOSE QUOTE-HEADER
                 SET QUOTE-FILE-MISSING TO TRUE
              END-IF
           END-IF.
           SET LAYAWAY-FILE-AVAILABLE TO TRUE.
           OPEN I-O LAYAWAY-HEADER.
           IF LAYHDR-STATUS NOT = "00"
              SET LAYAWAY-FILE-MISSING TO TRUE
           ELSE
              OPEN EXTEND LAYAWAY-PAYMENT
              IF LAYPAY-STATUS = "35"
                 OPEN OUTPUT LAYAWAY-PAYMENT
                 CLOSE LAYAWAY-PAYMENT
                 OPEN EXTEND LAYAWAY-PAYMENT
              END-IF
           END-IF.

       SALES-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              ACCEPT CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD AT 0416.
              SET SALE-IS-OK TO TRUE.
              SET ORDER-NOT-SUSPENDED TO TRUE.
              SET QUOTE-NOT-RECALLED TO TRUE.
              SET LAYAWAY-NOT-RECALLED TO TRUE.
              PERFORM VALIDATE-CUSTOMER.
              IF SALE-IS-OK
                 PERFORM LOOKUP-STATE-TAX-RATE
                 PERFORM CHECK-TAX-EXEMPTION
                 PERFORM CAPTURE-ORDER-LINES
              END-IF.
              IF SALE-IS-OK AND CART-LINE-COUNT > 0
              END-EVALUATE.

      *****************************************************************
      *  TENDER-ORDER TAKES THE ORDER'S PAYMENT AS ONE OR MORE        *
      *  TENDER LINES - CASH, CREDIT CARD, DEBIT CARD, CHECK (WITH    *
      *  ITS NUMBER) OR ON ACCOUNT - UNTIL THEY COVER THE CART TOTAL; *
      *  NOTHING POSTS BEFORE THEN. ONLY CASH MAY BE TENDERED OVER    *
      *  WHAT IS STILL DUE - THE DIFFERENCE IS THE CHANGE. AN         *
      *  ON-ACCOUNT TENDER IS REFUSED OUTRIGHT - BEFORE ANY STOCK IS  *
      *  TAKEN - FOR AN ACCOUNT ON CREDIT HOLD OR WHEN IT WOULD PUSH  *
      *  THE CUSTOMER PAST THEIR CREDIT LIMIT, AND THE CLERK TAKES    *
      *  ANOTHER TENDER. A SALE CAN STILL BE SUSPENDED INSTEAD, AS    *
      *  LONG AS NO TENDER HAS BEEN TAKEN YET. LOYALTY POINTS THE     *
      *  CUSTOMER REDEEMS COME OFF THE TOTAL FIRST AND THE TENDERS    *
      *  COVER WHAT IS LEFT; POINTS THAT COVER THE WHOLE ORDER NEED   *
      *  NO TENDER AT ALL. A LAYAWAY BEING SOLD WAS PAID IN FULL AT   *
      *  THE LAYAWAY COUNTER: THOSE PAYMENTS ARE ITS ONE TENDER AND   *
      *  NOTHING MORE IS TAKEN, NOR ARE POINTS OFFERED.               *
      *****************************************************************
       TENDER-ORDER.
           MOVE ZERO TO CART-TOTAL-WITH-TAX.
           PERFORM ADD-CART-LINE-TO-TOTAL
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           MOVE ZERO TO TENDER-LINE-COUNT.
           MOVE ZERO TO TENDERED-TOTAL.
           MOVE ZERO TO CASH-TENDER-TOTAL.
           MOVE ZERO TO ACCOUNT-TENDER-TOTAL.
           MOVE ZERO TO ACCOUNT-TENDER-SLOT.
           DISPLAY 'Order total.........:' AT 1601.
           MOVE CART-TOTAL-WITH-TAX TO TENDER-AMOUNT-DISPLAY.
           DISPLAY TENDER-AMOUNT-DISPLAY AT 1623.
           IF LAYAWAY-WAS-RECALLED
              PERFORM APPLY-LAYAWAY-PAYMENTS
           ELSE
              PERFORM OFFER-POINTS-REDEMPTION
           END-IF.
           COMPUTE CART-AMOUNT-DUE =
              CART-TOTAL-WITH-TAX - REDEEMED-AMOUNT-WORK.
           IF TENDERED-TOTAL NOT < CART-AMOUNT-DUE
              SET TENDERING-COMPLETE TO TRUE
           ELSE
              SET TENDERING-IN-PROGRESS TO TRUE
           END-IF.
           PERFORM ACCEPT-ONE-TENDER
              UNTIL NOT TENDERING-IN-PROGRESS.
           IF TENDERING-SUSPENDED
              PERFORM SUSPEND-CART
           END-IF.
           IF TENDERING-CANCELLED
              SET SALE-IS-NOT-OK TO TRUE
              MOVE "TENDER CANCELLED, SALE NOT POSTED" TO
                 SALE-ERROR-MESSAGE
           END-IF.

           ADD CART-LINE-AMOUNT (CART-IDX) TO CART-TOTAL-WITH-TAX.
           ADD CART-LINE-TAX (CART-IDX) TO CART-TOTAL-WITH-TAX.

       APPLY-LAYAWAY-PAYMENTS.
           MOVE ZERO TO REDEEM-POINTS-WORK.
           MOVE ZERO TO REDEEMED-AMOUNT-WORK.
           ADD 1 TO TENDER-LINE-COUNT.
           SET TENDER-IDX TO TENDER-LINE-COUNT.
           MOVE "L" TO TL-TYPE (TENDER-IDX).
           MOVE ENTERED-LAYAWAY-NUMBER TO TL-CHECK-NUMBER (TENDER-IDX).
           MOVE CART-TOTAL-WITH-TAX TO TL-AMOUNT (TENDER-IDX).
           ADD CART-TOTAL-WITH-TAX TO TENDERED-TOTAL.
           DISPLAY 'Paid on layaway.....:' AT 1701.
           DISPLAY TENDER-AMOUNT-DISPLAY AT 1723.

      *****************************************************************
      *  A CUSTOMER WITH POINTS ON THEIR LOYALTY ACCOUNT IS OFFERED   *
      *  THEM BEFORE ANY TENDER IS TAKEN. NO MORE CAN BE REDEEMED     *
      *  THAN THE BALANCE HOLDS, NOR MORE THAN THE ORDER IS WORTH.    *
      *****************************************************************
       OFFER-POINTS-REDEMPTION.
           MOVE ZERO TO REDEEM-POINTS-WORK.
           MOVE ZERO TO REDEEMED-AMOUNT-WORK.
           MOVE ZERO TO POINTS-AVAILABLE.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              LOY-CUSTOMER-NUMBER.
           READ LOYALTY-ACCOUNT
               INVALID KEY
                  CONTINUE
           END-READ.
           IF LOYALTY-STATUS = "00"
              MOVE LOY-POINTS-BALANCE TO POINTS-AVAILABLE
           END-IF.
           IF POINTS-AVAILABLE > ZERO
              COMPUTE REDEEM-MAXIMUM-POINTS =
                 CART-TOTAL-WITH-TAX / LOYALTY-POINT-VALUE
              IF REDEEM-MAXIMUM-POINTS > POINTS-AVAILABLE
                 MOVE POINTS-AVAILABLE TO REDEEM-MAXIMUM-POINTS
              END-IF
              DISPLAY 'Loyalty points......:' AT 1501
              MOVE POINTS-AVAILABLE TO POINTS-DISPLAY
              DISPLAY POINTS-DISPLAY AT 1523
              DISPLAY 'Redeem (0 = none):' AT 1535
              SET REDEMPTION-NOT-VALID TO TRUE
              PERFORM ACCEPT-POINTS-TO-REDEEM
                 UNTIL REDEMPTION-IS-VALID
              MOVE ENTERED-REDEEM-POINTS TO REDEEM-POINTS-WORK
              COMPUTE REDEEMED-AMOUNT-WORK =
                 REDEEM-POINTS-WORK * LOYALTY-POINT-VALUE
           END-IF.

       ACCEPT-POINTS-TO-REDEEM.
           MOVE ZERO TO ENTERED-REDEEM-POINTS.
           ACCEPT ENTERED-REDEEM-POINTS AT 1554.
           DISPLAY '                                              '
              AT 2201.
           SET REDEMPTION-IS-VALID TO TRUE.
           IF ENTERED-REDEEM-POINTS > REDEEM-MAXIMUM-POINTS
              SET REDEMPTION-NOT-VALID TO TRUE
              MOVE REDEEM-MAXIMUM-POINTS TO POINTS-DISPLAY
              DISPLAY "MOST POINTS THAT CAN BE REDEEMED:" AT 2201
              DISPLAY POINTS-DISPLAY AT 2235
           END-IF.

       ACCEPT-ONE-TENDER.
           COMPUTE TENDER-REMAINING =
              CART-AMOUNT-DUE - TENDERED-TOTAL.
           DISPLAY 'Still to tender.....:' AT 1701.
           MOVE TENDER-REMAINING TO TENDER-AMOUNT-DISPLAY.
           DISPLAY TENDER-AMOUNT-DISPLAY AT 1723.
           DISPLAY 'Tender C=cash R=credit D=debit K=check A=account'
              AT 1801.
           DISPLAY '       S=suspend X=cancel.......:' AT 1901.
           MOVE SPACE TO ENTERED-TENDER-TYPE.
           ACCEPT ENTERED-TENDER-TYPE AT 1935.
           PERFORM UPPER-CASE-TENDER-TYPE.
           EVALUATE TRUE
               WHEN TENDER-IS-SUSPEND
                  EVALUATE TRUE
                      WHEN TENDER-LINE-COUNT NOT = ZERO
                         DISPLAY
                            "TENDERS TAKEN, SALE CANNOT BE SUSPENDED"
                            AT 2201
                      WHEN QUOTE-WAS-RECALLED
                         DISPLAY "QUOTED SALE CANNOT BE SUSPENDED"
                            AT 2201
                      WHEN OTHER
                         SET TENDERING-SUSPENDED TO TRUE
                  END-EVALUATE
               WHEN TENDER-IS-CANCEL
                  SET TENDERING-CANCELLED TO TRUE
               WHEN TENDER-IS-CASH
               WHEN TENDER-IS-CREDIT-CARD
               WHEN TENDER-IS-DEBIT-CARD
               WHEN TENDER-IS-CHECK
               WHEN TENDER-IS-ON-ACCOUNT
                  IF TENDER-LINE-COUNT = MAX-TENDER-LINES
                     AND (NOT TENDER-IS-ON-ACCOUNT
                        OR ACCOUNT-TENDER-SLOT = ZERO)
                     DISPLAY "NO MORE TENDER LINES, X TO CANCEL"
                        AT 2201
                  ELSE
                     PERFORM CAPTURE-TENDER-AMOUNT
                  END-IF
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       UPPER-CASE-TENDER-TYPE.
           EVALUATE ENTERED-TENDER-TYPE
               WHEN "c"
                  SET TENDER-IS-CASH TO TRUE
               WHEN "r"
                  SET TENDER-IS-CREDIT-CARD TO TRUE
               WHEN "d"
                  SET TENDER-IS-DEBIT-CARD TO TRUE
               WHEN "k"
                  SET TENDER-IS-CHECK TO TRUE
               WHEN "a"
                  SET TENDER-IS-ON-ACCOUNT TO TRUE
               WHEN "s"
                  SET TENDER-IS-SUSPEND TO TRUE
               WHEN "x"
                  SET TENDER-IS-CANCEL TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       CAPTURE-TENDER-AMOUNT.
           DISPLAY 'Amount (0 = all due):            ' AT 2001.
           DISPLAY '                                 ' AT 2101.
           DISPLAY '                                              '
              AT 2201.
           MOVE ZERO TO ENTERED-TENDER-AMOUNT.
           ACCEPT ENTERED-TENDER-AMOUNT AT 2023.
           IF ENTERED-TENDER-AMOUNT = ZERO
              MOVE TENDER-REMAINING TO ENTERED-TENDER-AMOUNT
           END-IF.
           MOVE SPACES TO ENTERED-CHECK-NUMBER.
           SET TENDER-LINE-IS-OK TO TRUE.
           EVALUATE TRUE
               WHEN ENTERED-TENDER-AMOUNT > TENDER-REMAINING
                  AND NOT TENDER-IS-CASH
                  SET TENDER-LINE-IS-NOT-OK TO TRUE
                  MOVE "ONLY CASH CAN BE TENDERED OVER THE AMOUNT DUE"
                     TO TENDER-ERROR-MESSAGE
               WHEN TENDER-IS-CHECK
                  DISPLAY 'Check #.............:' AT 2101
                  ACCEPT ENTERED-CHECK-NUMBER AT 2123
                  IF ENTERED-CHECK-NUMBER = SPACES
                     SET TENDER-LINE-IS-NOT-OK TO TRUE
                     MOVE "A CHECK NUMBER IS MANDATORY" TO
                        TENDER-ERROR-MESSAGE
                  END-IF
               WHEN TENDER-IS-ON-ACCOUNT AND CUSTOMER-ON-CREDIT-HOLD
                  SET TENDER-LINE-IS-NOT-OK TO TRUE
                  MOVE "ACCOUNT ON CREDIT HOLD - SEE SUPERVISOR" TO
                     TENDER-ERROR-MESSAGE
               WHEN TENDER-IS-ON-ACCOUNT
                  AND CUSTOMER-BALANCE + ACCOUNT-TENDER-TOTAL
                     + ENTERED-TENDER-AMOUNT > CUSTOMER-CREDIT-LIMIT
                  SET TENDER-LINE-IS-NOT-OK TO TRUE
                  MOVE "TENDER WOULD EXCEED CUSTOMER CREDIT LIMIT" TO
                     TENDER-ERROR-MESSAGE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF TENDER-LINE-IS-OK
              PERFORM ADD-TENDER-LINE
           ELSE
              DISPLAY TENDER-ERROR-MESSAGE AT 2201
           END-IF.

      *****************************************************************
      *  EVERYTHING CHARGED TO THE ACCOUNT IS KEPT ON ONE TENDER      *
      *  LINE, SO A SECOND ON-ACCOUNT TENDER ADDS TO THE FIRST.       *
      *****************************************************************
       ADD-TENDER-LINE.
           IF TENDER-IS-ON-ACCOUNT AND ACCOUNT-TENDER-SLOT > ZERO
              SET TENDER-IDX TO ACCOUNT-TENDER-SLOT
              ADD ENTERED-TENDER-AMOUNT TO TL-AMOUNT (TENDER-IDX)
           ELSE
              ADD 1 TO TENDER-LINE-COUNT
              SET TENDER-IDX TO TENDER-LINE-COUNT
              MOVE ENTERED-TENDER-TYPE TO TL-TYPE (TENDER-IDX)
              MOVE ENTERED-CHECK-NUMBER TO TL-CHECK-NUMBER (TENDER-IDX)
              MOVE ENTERED-TENDER-AMOUNT TO TL-AMOUNT (TENDER-IDX)
              IF TENDER-IS-ON-ACCOUNT
                 MOVE TENDER-LINE-COUNT TO ACCOUNT-TENDER-SLOT
              END-IF
           END-IF.
           IF TENDER-IS-CASH
              ADD ENTERED-TENDER-AMOUNT TO CASH-TENDER-TOTAL
           END-IF.
           IF TENDER-IS-ON-ACCOUNT
              ADD ENTERED-TENDER-AMOUNT TO ACCOUNT-TENDER-TOTAL
           END-IF.
           ADD ENTERED-TENDER-AMOUNT TO TENDERED-TOTAL.
           IF TENDERED-TOTAL NOT < CART-AMOUNT-DUE
              SET TENDERING-COMPLETE TO TRUE
           END-IF.

       VALIDATE-CUSTOMER.
              MOVE TAX-RATE TO SALES-TAX-RATE
           END-IF.

      *****************************************************************
      *  A CUSTOMER HOLDING AN EXEMPTION CERTIFICATE FOR THEIR OWN    *
      *  STATE, GOOD THROUGH TODAY, IS CHARGED NO TAX AND THE         *
      *  CERTIFICATE GOES ON THE ORDER AND THE INVOICE. AN EXPIRED    *
      *  CERTIFICATE IS TOLD TO THE CLERK AND THE SALE IS TAXED       *
      *  UNTIL THE OFFICE KEYS THE RENEWAL.                           *
      *****************************************************************
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
                 IF TXE-EXPIRY-DATE < SALE-PRICING-DATE
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
      *  ORDER LINES ARE KEYED ONE AT A TIME ON FIXED PROMPT ROWS.    *
      *  A BLANK PRODUCT CODE ENDS THE CART. STOCK IS ONLY CHECKED    *
      *****************************************************************
       CAPTURE-ORDER-LINES.
           MOVE ZERO TO CART-LINE-COUNT.
           MOVE ZERO TO KIT-USE-COUNT.
           MOVE "NO LINES ENTERED, SALE CANCELLED" TO
              SALE-ERROR-MESSAGE.
           PERFORM OFFER-RECALL-SLIP.
           IF LAYAWAY-WAS-RECALLED
              SET NO-MORE-LINES TO TRUE
           ELSE
              DISPLAY 'Enter order lines, blank code ends the order.'
                 AT 0601
              SET MORE-LINES-TO-ENTER TO TRUE
           END-IF.
           PERFORM CAPTURE-ONE-ORDER-LINE
              UNTIL NO-MORE-LINES
                 OR CART-LINE-COUNT = MAX-ORDER-LINES.
              END-IF
           END-IF.

      *****************************************************************
      *  A CODE NOT ON THE PRODUCT MASTER IS TRIED AS A KIT CODE. A   *
      *  KIT LINE IS STOCK-CHECKED ON EVERY COMPONENT - THE KITS      *
      *  WANTED TIMES THE COMPONENT'S QUANTITY PER KIT, ON TOP OF     *
      *  WHAT THE CART ALREADY HOLDS OF THAT PRODUCT. A SHORT KIT IS  *
      *  NOT OFFERED AS A BACK-ORDER: BACK-ORDERS ARE FILLED PER      *
      *  PRODUCT AS STOCK IS RECEIVED.                                *
      *****************************************************************
       VALIDATE-ORDER-LINE.
           SET LINE-IS-NOT-OK TO TRUE.
           SET LINE-NOT-STOCK-SHORT TO TRUE.
           SET ENTRY-IS-PRODUCT TO TRUE.
           MOVE ENTERED-PRODUCT-CODE TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
           EVALUATE TRUE
               WHEN PRODMAST-STATUS = "00"
                  SET LINE-IS-OK TO TRUE
               WHEN PRODMAST-STATUS = "23" AND KIT-FILE-AVAILABLE
                  PERFORM LOOKUP-KIT-ENTRY
               WHEN PRODMAST-STATUS = "23"
                  MOVE "PRODUCT NOT FOUND" TO SALE-ERROR-MESSAGE
               WHEN OTHER
                  MOVE "PRODUCT RECORD IN USE, TRY AGAIN" TO
                     SALE-ERROR-MESSAGE
           END-EVALUATE.
           IF LINE-IS-OK AND ENTRY-IS-PRODUCT AND PRODUCT-DELETED
              SET LINE-IS-NOT-OK TO TRUE
              MOVE "PRODUCT IS INACTIVE" TO SALE-ERROR-MESSAGE
           END-IF.
              SET LINE-IS-NOT-OK TO TRUE
              MOVE "QUANTITY MUST NOT BE ZERO" TO SALE-ERROR-MESSAGE
           END-IF.
           IF LINE-IS-OK AND ENTRY-IS-KIT
              PERFORM CHECK-KIT-COMPONENT
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT
                    OR LINE-IS-NOT-OK
           END-IF.
           IF LINE-IS-OK AND ENTRY-IS-PRODUCT
              PERFORM SUM-CART-QTY-FOR-PRODUCT
              IF ENTERED-QTY + QTY-ALREADY-IN-CART + QTY-RESERVED
                 > QTY-ON-HAND
                 SET LINE-IS-NOT-OK TO TRUE
                 MOVE "INSUFFICIENT STOCK ON HAND" TO
                    SALE-ERROR-MESSAGE
                 SET LINE-WAS-STOCK-SHORT TO TRUE
                 COMPUTE BACK-ORDER-QTY = ENTERED-QTY
                    + QTY-ALREADY-IN-CART + QTY-RESERVED - QTY-ON-HAND
              END-IF
           END-IF.

       LOOKUP-KIT-ENTRY.
           MOVE ENTERED-PRODUCT-CODE TO KIT-CODE.
           READ KIT-DEFINITION
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN KITDEF-STATUS NOT = "00"
                  MOVE "PRODUCT NOT FOUND" TO SALE-ERROR-MESSAGE
               WHEN KIT-INACTIVE
                  MOVE "KIT IS NO LONGER SOLD" TO SALE-ERROR-MESSAGE
               WHEN OTHER
                  SET ENTRY-IS-KIT TO TRUE
                  SET LINE-IS-OK TO TRUE
           END-EVALUATE.

       CHECK-KIT-COMPONENT.
           MOVE KIT-COMPONENT-CODE (COMPONENT-SUB) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           MOVE SPACES TO SALE-ERROR-MESSAGE.
           EVALUATE TRUE
               WHEN PRODMAST-STATUS = "23"
                  SET LINE-IS-NOT-OK TO TRUE
                  STRING "KIT PART " KIT-COMPONENT-CODE (COMPONENT-SUB)
                      " NOT ON FILE" DELIMITED BY SIZE
                      INTO SALE-ERROR-MESSAGE
               WHEN PRODMAST-STATUS NOT = "00"
                  SET LINE-IS-NOT-OK TO TRUE
                  MOVE "PRODUCT RECORD IN USE, TRY AGAIN" TO
                     SALE-ERROR-MESSAGE
               WHEN PRODUCT-DELETED
                  SET LINE-IS-NOT-OK TO TRUE
                  STRING "KIT PART " KIT-COMPONENT-CODE (COMPONENT-SUB)
                      " IS INACTIVE" DELIMITED BY SIZE
                      INTO SALE-ERROR-MESSAGE
               WHEN OTHER
                  PERFORM SUM-CART-QTY-FOR-PRODUCT
                  COMPUTE COMPONENT-NEED-QTY = ENTERED-QTY
                     * KIT-COMPONENT-QTY (COMPONENT-SUB)
                     + QTY-ALREADY-IN-CART
                  IF COMPONENT-NEED-QTY + QTY-RESERVED > QTY-ON-HAND
                     SET LINE-IS-NOT-OK TO TRUE
                     STRING "NOT ENOUGH STOCK OF KIT PART "
                         KIT-COMPONENT-CODE (COMPONENT-SUB)
                         DELIMITED BY SIZE INTO SALE-ERROR-MESSAGE
                  END-IF
           END-EVALUATE.

      *****************************************************************
      *  WHAT THE CART ALREADY HOLDS OF THE PRODUCT JUST READ - ITS   *
      *  OWN LINES PLUS WHAT THE KITS IN THE CART WILL TAKE OF IT.    *
      *****************************************************************
       SUM-CART-QTY-FOR-PRODUCT.
           MOVE ZERO TO QTY-ALREADY-IN-CART.
           IF CART-LINE-COUNT > 0
                 VARYING CART-IDX FROM 1 BY 1
                 UNTIL CART-IDX > CART-LINE-COUNT
           END-IF.
           IF KIT-USE-COUNT > 0
              PERFORM ADD-KIT-USE-IF-SAME-PRODUCT
                 VARYING KIT-USE-IDX FROM 1 BY 1
                 UNTIL KIT-USE-IDX > KIT-USE-COUNT
           END-IF.

       ADD-CART-QTY-IF-SAME-PRODUCT.
           IF CART-PRODUCT-CODE (CART-IDX) =
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              AND CART-LINE-IS-PRODUCT (CART-IDX)
              ADD CART-QTY (CART-IDX) TO QTY-ALREADY-IN-CART
           END-IF.

       ADD-KIT-USE-IF-SAME-PRODUCT.
           IF KU-PRODUCT-CODE (KIT-USE-IDX) =
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              ADD KU-QTY (KIT-USE-IDX) TO QTY-ALREADY-IN-CART
           END-IF.

      *****************************************************************
      *  A SALE SUSPENDED EARLIER TODAY CAN BE RECALLED INTO THE      *
      *  EMPTY CART BY ITS SLIP NUMBER BEFORE ANY LINES ARE KEYED.    *
           ACCEPT ENTERED-SLIP-NUMBER AT 0531.
           IF ENTERED-SLIP-NUMBER > 0
              PERFORM RECALL-SUSPENDED-CART
           ELSE
              MOVE ZERO TO ENTERED-QUOTE-NUMBER
              IF QUOTE-FILE-AVAILABLE
                 PERFORM OFFER-RECALL-QUOTE
              END-IF
              IF ENTERED-QUOTE-NUMBER = ZERO
                 AND LAYAWAY-FILE-AVAILABLE
                 PERFORM OFFER-RECALL-LAYAWAY
              END-IF
           END-IF.

      *****************************************************************
      *  A SALE WITH NO SLIP CAN INSTEAD START FROM A QUOTATION. THE  *
      *  QUOTE MUST BE THIS CUSTOMER'S, STILL OPEN, AND GOOD THROUGH  *
      *  TODAY'S BUSINESS DATE. ITS LINES GO THROUGH THE NORMAL STOCK *
      *  CHECK BUT KEEP THE QUOTED PRICE AND DISCOUNT, WHATEVER THE   *
      *  MASTER AND THE PROMOTIONS SAY NOW; TAX IS CHARGED AT TODAY'S *
      *  RATE AND EXEMPTION. MORE LINES CAN BE KEYED AFTER IT AT      *
      *  NORMAL PRICES. THE QUOTE IS MARKED CONVERTED ONCE THE ORDER  *
      *  POSTS.                                                       *
      *****************************************************************
       OFFER-RECALL-QUOTE.
           DISPLAY 'Quote # (0 = none):' AT 0541.
           MOVE ZERO TO ENTERED-QUOTE-NUMBER.
           ACCEPT ENTERED-QUOTE-NUMBER AT 0561.
           IF ENTERED-QUOTE-NUMBER > 0
              PERFORM RECALL-QUOTATION
           END-IF.

       RECALL-QUOTATION.
           MOVE ENTERED-QUOTE-NUMBER TO QH-QUOTE-NUMBER.
           READ QUOTE-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN QUOTEHDR-STATUS NOT = "00"
                  DISPLAY "QUOTE NOT FOUND" AT 1001
               WHEN QH-CUSTOMER-NUMBER NOT =
                  CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
                  DISPLAY "QUOTE IS FOR ANOTHER CUSTOMER" AT 1001
               WHEN QH-CONVERTED
                  DISPLAY "QUOTE ALREADY SOLD ON ORDER #" AT 1001
                  DISPLAY QH-ORDER-NUMBER AT 1031
               WHEN QH-EXPIRY-DATE < SALE-PRICING-DATE
                  DISPLAY "QUOTE EXPIRED, PRICES NO LONGER HELD"
                     AT 1001
               WHEN OTHER
                  PERFORM RECALL-QUOTE-LINES
           END-EVALUATE.

       RECALL-QUOTE-LINES.
           MOVE ZERO TO RECALLED-LINE-COUNT.
           MOVE ENTERED-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           MOVE ZERO TO QL-LINE-NUMBER.
           SET NOT-END-OF-QUOTE-LINES TO TRUE.
           START QUOTE-LINE KEY IS NOT LESS THAN QL-KEY
               INVALID KEY
                  SET END-OF-QUOTE-LINES TO TRUE
           END-START.
           IF NOT-END-OF-QUOTE-LINES
              PERFORM READ-NEXT-QUOTE-LINE
           END-IF.
           PERFORM RECALL-ONE-QUOTE-LINE
              UNTIL END-OF-QUOTE-LINES
                 OR CART-LINE-COUNT = MAX-ORDER-LINES.
           IF RECALLED-LINE-COUNT > 0
              SET QUOTE-WAS-RECALLED TO TRUE
              DISPLAY "LINES RECALLED FROM QUOTE:" AT 1001
              DISPLAY RECALLED-LINE-COUNT AT 1028
           ELSE
              DISPLAY "NO QUOTED LINE COULD BE SOLD" AT 1001
           END-IF.

       READ-NEXT-QUOTE-LINE.
           READ QUOTE-LINE NEXT RECORD
               AT END
                  SET END-OF-QUOTE-LINES TO TRUE
           END-READ.
           IF NOT-END-OF-QUOTE-LINES
              AND QL-QUOTE-NUMBER NOT = ENTERED-QUOTE-NUMBER
              SET END-OF-QUOTE-LINES TO TRUE
           END-IF.

       RECALL-ONE-QUOTE-LINE.
           MOVE QL-PRODUCT-CODE TO ENTERED-PRODUCT-CODE.
           MOVE QL-QTY TO ENTERED-QTY.
           PERFORM VALIDATE-ORDER-LINE.
           IF LINE-IS-OK
              PERFORM ADD-LINE-TO-CART
              MOVE QL-ORIG-PRICE TO CART-ORIG-PRICE (CART-IDX)
              MOVE QL-UNIT-PRICE TO CART-UNIT-PRICE (CART-IDX)
              MOVE QL-LINE-DISCOUNT TO CART-LINE-DISCOUNT (CART-IDX)
              MOVE QL-LINE-AMOUNT TO CART-LINE-AMOUNT (CART-IDX)
              COMPUTE CART-LINE-TAX (CART-IDX) ROUNDED =
                 CART-LINE-AMOUNT (CART-IDX) * SALES-TAX-RATE
              ADD 1 TO RECALLED-LINE-COUNT
           ELSE
              DISPLAY SALE-ERROR-MESSAGE AT 1101
           END-IF.
           PERFORM READ-NEXT-QUOTE-LINE.

      *****************************************************************
      *  A LAYAWAY PAID IN FULL AT THE LAYAWAY COUNTER IS SOLD HERE   *
      *  AS ITS OWN ORDER: ITS LINES COME INTO THE EMPTY CART AT THE  *
      *  PRICES, DISCOUNTS AND TAX OF THE AGREEMENT (ITS EXEMPTION    *
      *  CERTIFICATE WITH THEM) AND NO FURTHER LINES CAN BE KEYED.    *
      *  THE GOODS ARE ALREADY HELD FOR IT, SO THE LINES ARE NOT      *
      *  STOCK-CHECKED HERE - POST-ORDER TAKES THEM OUT OF RESERVED   *
      *  STOCK.                                                       *
      *****************************************************************
       OFFER-RECALL-LAYAWAY.
           DISPLAY 'Layaway # (0 = none):' AT 0601.
           MOVE ZERO TO ENTERED-LAYAWAY-NUMBER.
           ACCEPT ENTERED-LAYAWAY-NUMBER AT 0623.
           IF ENTERED-LAYAWAY-NUMBER > 0
              PERFORM RECALL-LAYAWAY
           END-IF.

       RECALL-LAYAWAY.
           MOVE ENTERED-LAYAWAY-NUMBER TO LAY-NUMBER.
           READ LAYAWAY-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN LAYHDR-STATUS NOT = "00"
                  DISPLAY "LAYAWAY NOT FOUND" AT 1001
               WHEN LAY-CUSTOMER-NUMBER NOT =
                  CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
                  DISPLAY "LAYAWAY IS FOR ANOTHER CUSTOMER" AT 1001
               WHEN LAY-SOLD
                  DISPLAY "LAYAWAY ALREADY SOLD ON ORDER #" AT 1001
                  DISPLAY LAY-ORDER-NUMBER AT 1033
               WHEN NOT LAY-OPEN
                  DISPLAY "LAYAWAY WAS CANCELLED OR FORFEITED" AT 1001
               WHEN LAY-AMOUNT-PAID < LAY-TOTAL-AMOUNT
                  DISPLAY "LAYAWAY NOT PAID IN FULL - TAKE THE BALANCE"
                     AT 1001
                  DISPLAY "AT THE LAYAWAY COUNTER FIRST" AT 1101
               WHEN OTHER
                  PERFORM RECALL-LAYAWAY-LINE
                     VARYING LAYAWAY-LINE-IDX FROM 1 BY 1
                     UNTIL LAYAWAY-LINE-IDX > LAY-LINE-COUNT
                  MOVE LAY-EXEMPT-CERTIFICATE TO
                     EXEMPT-CERTIFICATE-WORK
                  MOVE LAY-EXEMPT-STATE TO EXEMPT-STATE-WORK
                  SET LAYAWAY-WAS-RECALLED TO TRUE
                  DISPLAY "LINES RECALLED FROM LAYAWAY:" AT 1001
                  DISPLAY LAY-LINE-COUNT AT 1030
           END-EVALUATE.

       RECALL-LAYAWAY-LINE.
           ADD 1 TO CART-LINE-COUNT.
           SET CART-IDX TO CART-LINE-COUNT.
           MOVE LAY-PRODUCT-CODE (LAYAWAY-LINE-IDX) TO
              CART-PRODUCT-CODE (CART-IDX).
           MOVE LAY-PRODUCT-CODE (LAYAWAY-LINE-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  MOVE SPACES TO PRODUCT-DESCRIPTION
           END-READ.
           MOVE PRODUCT-DESCRIPTION TO CART-DESCRIPTION (CART-IDX).
           MOVE LAY-QTY (LAYAWAY-LINE-IDX) TO CART-QTY (CART-IDX).
           MOVE LAY-ORIG-PRICE (LAYAWAY-LINE-IDX) TO
              CART-ORIG-PRICE (CART-IDX).
           MOVE LAY-UNIT-PRICE (LAYAWAY-LINE-IDX) TO
              CART-UNIT-PRICE (CART-IDX).
           MOVE LAY-LINE-DISCOUNT (LAYAWAY-LINE-IDX) TO
              CART-LINE-DISCOUNT (CART-IDX).
           MOVE LAY-LINE-AMOUNT (LAYAWAY-LINE-IDX) TO
              CART-LINE-AMOUNT (CART-IDX).
           MOVE LAY-LINE-TAX (LAYAWAY-LINE-IDX) TO
              CART-LINE-TAX (CART-IDX).
           SET CART-LINE-IS-PRODUCT (CART-IDX) TO TRUE.
           SET CART-LINE-FROM-LAYAWAY (CART-IDX) TO TRUE.
           SET CART-LINE-NOT-POSTED (CART-IDX) TO TRUE.

       RECALL-SUSPENDED-CART.
           MOVE ZERO TO RECALLED-LINE-COUNT.
           OPEN I-O SUSPENDED-ORDER.
           MOVE SUSPENDED-LINE-SEQ TO SUSP-LINE-NUMBER.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO SUSP-PRODUCT-CODE.
           MOVE CART-QTY (CART-IDX) TO SUSP-QTY.
           MOVE CART-LINE-AMOUNT (CART-IDX) TO SUSP-LINE-AMOUNT.
           MOVE OPERATOR-USER-ID TO SUSP-OPERATOR-ID.
           SET SUSP-HELD TO TRUE.
           WRITE SUSPENDED-ORDER-RECORD.

           ADD 1 TO CART-LINE-COUNT.
           SET CART-IDX TO CART-LINE-COUNT.
           MOVE ENTERED-PRODUCT-CODE TO CART-PRODUCT-CODE (CART-IDX).
           MOVE ENTERED-QTY TO CART-QTY (CART-IDX).
           SET CART-LINE-NOT-LAYAWAY (CART-IDX) TO TRUE.
           IF ENTRY-IS-KIT
              SET CART-LINE-IS-KIT (CART-IDX) TO TRUE
              MOVE KIT-DESCRIPTION TO CART-DESCRIPTION (CART-IDX)
              MOVE KIT-PRICE TO CART-ORIG-PRICE (CART-IDX)
              MOVE KIT-PRICE TO EFFECTIVE-UNIT-PRICE
              PERFORM RESERVE-KIT-COMPONENT
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT
           ELSE
              SET CART-LINE-IS-PRODUCT (CART-IDX) TO TRUE
              MOVE PRODUCT-DESCRIPTION TO CART-DESCRIPTION (CART-IDX)
              MOVE UNIT-PRICE OF PRODUCT-MASTER-RECORD TO
                 CART-ORIG-PRICE (CART-IDX)
              PERFORM PRICE-THE-LINE
           END-IF.
           MOVE EFFECTIVE-UNIT-PRICE TO CART-UNIT-PRICE (CART-IDX).
           COMPUTE CART-LINE-AMOUNT (CART-IDX) =
              CART-QTY (CART-IDX) * CART-UNIT-PRICE (CART-IDX).
           MOVE ENTERED-QTY TO ADDED-QTY.
           DISPLAY LINE-ADDED-MESSAGE AT 1001.

       RESERVE-KIT-COMPONENT.
           ADD 1 TO KIT-USE-COUNT.
           SET KIT-USE-IDX TO KIT-USE-COUNT.
           MOVE KIT-COMPONENT-CODE (COMPONENT-SUB) TO
              KU-PRODUCT-CODE (KIT-USE-IDX).
           COMPUTE KU-QTY (KIT-USE-IDX) =
              ENTERED-QTY * KIT-COMPONENT-QTY (COMPONENT-SUB).

      *****************************************************************
      *  PRICE-THE-LINE CHECKS FOR A PROMOTION RUNNING TODAY BEFORE   *
      *  UNIT-PRICE IS CHARGED: A PRICE OVERRIDE REPLACES THE PRICE,  *
              END-IF
           END-IF.

      *****************************************************************
      *  A LAYAWAY IS CLAIMED UNDER LOCK BEFORE ANYTHING POSTS, SO    *
      *  TWO TILLS CANNOT SELL IT TWICE, AND ITS GOODS ARE TAKEN OUT  *
      *  OF STOCK AND OUT OF RESERVED STOCK TOGETHER: EVERY LINE OR   *
      *  NONE. THE AGREEMENT STAYS LOCKED UNTIL IT IS MARKED SOLD.    *
      *****************************************************************
       POST-ORDER.
           IF LAYAWAY-WAS-RECALLED
              PERFORM TAKE-LAYAWAY-STOCK
           END-IF.
           IF LAYAWAY-WAS-RECALLED AND LAYAWAY-STOCK-NOT-TAKEN
              DISPLAY "LAYAWAY IN USE OR ITS STOCK IS GONE, NOT SOLD"
                 AT 1201
           ELSE
              PERFORM POST-CART-TO-ORDER
           END-IF.
           IF LAYAWAY-WAS-RECALLED
              UNLOCK LAYAWAY-HEADER
           END-IF.

       TAKE-LAYAWAY-STOCK.
           SET LAYAWAY-STOCK-TAKEN TO TRUE.
           MOVE ZERO TO LAYAWAY-TAKEN-COUNT.
           MOVE ENTERED-LAYAWAY-NUMBER TO LAY-NUMBER.
           READ LAYAWAY-HEADER WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           IF LAYHDR-STATUS NOT = "00" OR NOT LAY-OPEN
              OR LAY-AMOUNT-PAID < LAY-TOTAL-AMOUNT
              SET LAYAWAY-STOCK-NOT-TAKEN TO TRUE
           ELSE
              PERFORM TAKE-LAYAWAY-LINE-STOCK
                 VARYING CART-IDX FROM 1 BY 1
                 UNTIL CART-IDX > CART-LINE-COUNT
                    OR LAYAWAY-STOCK-NOT-TAKEN
              IF LAYAWAY-STOCK-NOT-TAKEN
                 PERFORM PUT-BACK-LAYAWAY-LINE-STOCK
                    VARYING CART-IDX FROM 1 BY 1
                    UNTIL CART-IDX > LAYAWAY-TAKEN-COUNT
              END-IF
           END-IF.

       TAKE-LAYAWAY-LINE-STOCK.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              OR CART-QTY (CART-IDX) > QTY-ON-HAND
              SET LAYAWAY-STOCK-NOT-TAKEN TO TRUE
           ELSE
              SUBTRACT CART-QTY (CART-IDX) FROM QTY-ON-HAND
              IF QTY-RESERVED > CART-QTY (CART-IDX)
                 SUBTRACT CART-QTY (CART-IDX) FROM QTY-RESERVED
              ELSE
                 MOVE ZERO TO QTY-RESERVED
              END-IF
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     SET LAYAWAY-STOCK-NOT-TAKEN TO TRUE
              END-REWRITE
              IF PRODMAST-STATUS NOT = "00"
                 SET LAYAWAY-STOCK-NOT-TAKEN TO TRUE
              END-IF
           END-IF.
           UNLOCK PRODUCT-MASTER.
           IF LAYAWAY-STOCK-TAKEN
              ADD 1 TO LAYAWAY-TAKEN-COUNT
           END-IF.

       PUT-BACK-LAYAWAY-LINE-STOCK.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              ADD CART-QTY (CART-IDX) TO QTY-ON-HAND
              ADD CART-QTY (CART-IDX) TO QTY-RESERVED
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF.
           IF PRODMAST-STATUS NOT = "00"
              DISPLAY "UNABLE TO PUT BACK STOCK OF" AT 1301
              DISPLAY CART-PRODUCT-CODE (CART-IDX) AT 1329
           END-IF.
           UNLOCK PRODUCT-MASTER.

       POST-CART-TO-ORDER.
           PERFORM ASSIGN-ORDER-NUMBER.
           MOVE SALE-PRICING-DATE TO SALE-DATE.
           ACCEPT SALE-TIME FROM TIME.
           MOVE ZERO TO ORDER-SUBTOTAL-WORK.
           MOVE ZERO TO ORDER-TAX-WORK.
           MOVE ZERO TO ORDER-DISCOUNT-WORK.
           SET LOYALTY-ACCOUNT-NOT-UPDATED TO TRUE.
           PERFORM POST-ORDER-LINE
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           IF POSTED-LINE-COUNT > 0
              COMPUTE ORDER-TOTAL-WORK =
                 ORDER-SUBTOTAL-WORK + ORDER-TAX-WORK
              PERFORM SETTLE-POINTS
              PERFORM SETTLE-TENDERS
              PERFORM WRITE-ORDER-HEADER
              PERFORM WRITE-ORDER-TENDERS
              IF REDEEM-POINTS-WORK > ZERO
                 OR POINTS-EARNED-WORK > ZERO
                 PERFORM POST-LOYALTY-POINTS
              END-IF
              IF QUOTE-WAS-RECALLED
                 PERFORM MARK-QUOTE-CONVERTED
              END-IF
              IF LAYAWAY-WAS-RECALLED
                 PERFORM MARK-LAYAWAY-SOLD
              END-IF
              IF ORDER-ACCOUNT-WORK > ZERO
                 PERFORM CHARGE-ORDER-TO-ACCOUNT
              END-IF
              PERFORM PRINT-INVOICE
                 AT 1201
           END-IF.

      *****************************************************************
      *  THE RECALLED QUOTE IS CLOSED AGAINST THE ORDER THAT SOLD IT, *
      *  SO IT CANNOT BE SOLD A SECOND TIME AT ITS PRICES.            *
      *****************************************************************
       MARK-QUOTE-CONVERTED.
           MOVE ENTERED-QUOTE-NUMBER TO QH-QUOTE-NUMBER.
           READ QUOTE-HEADER WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           IF QUOTEHDR-STATUS = "00"
              SET QH-CONVERTED TO TRUE
              MOVE NEW-ORDER-NUMBER TO QH-ORDER-NUMBER
              MOVE SALE-DATE TO QH-CONVERTED-DATE
              REWRITE QUOTE-HEADER-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              IF QUOTEHDR-STATUS NOT = "00"
                 DISPLAY "UNABLE TO CLOSE THE QUOTE" AT 1301
              END-IF
              UNLOCK QUOTE-HEADER
           ELSE
              DISPLAY "UNABLE TO CLOSE THE QUOTE" AT 1301
           END-IF.

      *****************************************************************
      *  THE LAYAWAY, STILL LOCKED FROM TAKE-LAYAWAY-STOCK, IS CLOSED *
      *  AGAINST THE ORDER, AND THE PAYMENTS IT HELD ARE LOGGED AS    *
      *  APPLIED TO THE SALE SO THE GL MOVES THEM OUT OF LAYAWAY      *
      *  DEPOSITS.                                                    *
      *****************************************************************
       MARK-LAYAWAY-SOLD.
           SET LAY-SOLD TO TRUE.
           MOVE NEW-ORDER-NUMBER TO LAY-ORDER-NUMBER.
           MOVE SALE-DATE TO LAY-CLOSED-DATE.
           REWRITE LAYAWAY-HEADER-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF LAYHDR-STATUS NOT = "00"
              DISPLAY "UNABLE TO CLOSE THE LAYAWAY" AT 1301
           END-IF.
           MOVE SALE-DATE TO LP-PAYMENT-DATE.
           MOVE SALE-TIME TO LP-PAYMENT-TIME.
           MOVE LAY-NUMBER TO LP-LAYAWAY-NUMBER.
           MOVE LAY-CUSTOMER-NUMBER TO LP-CUSTOMER-NUMBER.
           MOVE OPERATOR-USER-ID TO LP-OPERATOR-ID.
           SET LP-APPLIED-TO-SALE TO TRUE.
           MOVE SPACE TO LP-TENDER-TYPE.
           MOVE SPACES TO LP-CHECK-NUMBER.
           MOVE ORDER-DUE-WORK TO LP-AMOUNT.
           MOVE NEW-ORDER-NUMBER TO LP-ORDER-NUMBER.
           WRITE LAYAWAY-PAYMENT-RECORD.

      *****************************************************************
      *  ORDER NUMBERS COME FROM THE NUMBER-CONTROL COUNTER IN ONE    *
      *  LOCKED READ-AND-ADVANCE, SO THE ASSIGNMENT TAKES THE SAME    *
      *  EACH CART LINE TAKES ITS STOCK UNDER LOCK AT POSTING TIME.   *
      *  A LINE WHOSE STOCK HAS GONE SINCE IT WAS KEYED IS DROPPED    *
      *  FROM THE ORDER WITH A MESSAGE, AND THE REST STILL POST.      *
      *  STOCK HELD FOR LAYAWAYS IS NOT FREE TO SELL. A LAYAWAY LINE  *
      *  HAS HAD ITS STOCK TAKEN ALREADY AND ALWAYS POSTS.            *
      *****************************************************************
       POST-ORDER-LINE.
           EVALUATE TRUE
               WHEN CART-LINE-IS-KIT (CART-IDX)
                  PERFORM POST-KIT-LINE
               WHEN CART-LINE-FROM-LAYAWAY (CART-IDX)
                  PERFORM POST-LAYAWAY-LINE
               WHEN OTHER
                  PERFORM POST-PRODUCT-LINE
           END-EVALUATE.

       POST-LAYAWAY-LINE.
           ADD 1 TO POSTED-LINE-COUNT.
           SET CART-LINE-POSTED (CART-IDX) TO TRUE.
           PERFORM BUILD-SALES-TRANSACTION.
           WRITE SALES-TRANSACTION-RECORD.
           ADD CART-LINE-AMOUNT (CART-IDX) TO ORDER-SUBTOTAL-WORK.
           ADD CART-LINE-TAX (CART-IDX) TO ORDER-TAX-WORK.
           ADD CART-LINE-DISCOUNT (CART-IDX) TO ORDER-DISCOUNT-WORK.

       POST-PRODUCT-LINE.
           SET LINE-IS-NOT-OK TO TRUE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              AND CART-QTY (CART-IDX) + QTY-RESERVED NOT > QTY-ON-HAND
              SET LINE-IS-OK TO TRUE
           END-IF.
           IF LINE-IS-OK
              PERFORM OFFER-BACK-ORDER
           END-IF.

      *****************************************************************
      *  A KIT TAKES THE STOCK OF EVERY COMPONENT UNDER LOCK, ONE     *
      *  PRODUCT AT A TIME. IF ANY COMPONENT HAS RUN SHORT SINCE THE  *
      *  KIT WAS KEYED, THE COMPONENTS ALREADY TAKEN GO BACK AND THE  *
      *  WHOLE KIT IS DROPPED. A KIT THAT POSTS BECOMES ONE SALES     *
      *  LINE PER COMPONENT, SO EVERY REPORT, THE GL EXTRACT AND THE  *
      *  STOCK RECONCILIATION SEE REAL PRODUCTS; THE KIT PRICE (AND   *
      *  ITS TAX) IS SPREAD OVER THEM IN PROPORTION TO THEIR LIST     *
      *  VALUE, THE LAST COMPONENT TAKING THE ROUNDING. EACH LINE     *
      *  CARRIES THE LINE NUMBER OF THE KIT'S FIRST COMPONENT LINE.   *
      *****************************************************************
       POST-KIT-LINE.
           SET LINE-IS-OK TO TRUE.
           MOVE ZERO TO KIT-TAKEN-COUNT.
           MOVE ZERO TO KIT-LIST-TOTAL.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO KIT-CODE.
           READ KIT-DEFINITION
               INVALID KEY
                  SET LINE-IS-NOT-OK TO TRUE
           END-READ.
           IF LINE-IS-OK
              PERFORM TAKE-KIT-COMPONENT-STOCK
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT
                    OR LINE-IS-NOT-OK
           END-IF.
           IF LINE-IS-NOT-OK AND KIT-TAKEN-COUNT > 0
              PERFORM PUT-BACK-KIT-COMPONENT
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-TAKEN-COUNT
           END-IF.
           IF LINE-IS-OK
              SET CART-LINE-POSTED (CART-IDX) TO TRUE
              COMPUTE KIT-FIRST-LINE = POSTED-LINE-COUNT + 1
              MOVE CART-LINE-AMOUNT (CART-IDX) TO KIT-AMOUNT-LEFT
              MOVE CART-LINE-TAX (CART-IDX) TO KIT-TAX-LEFT
              PERFORM WRITE-KIT-COMPONENT-LINE
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-TAKEN-COUNT
              ADD CART-LINE-AMOUNT (CART-IDX) TO ORDER-SUBTOTAL-WORK
              ADD CART-LINE-TAX (CART-IDX) TO ORDER-TAX-WORK
              ADD CART-LINE-DISCOUNT (CART-IDX) TO ORDER-DISCOUNT-WORK
           ELSE
              MOVE CART-PRODUCT-CODE (CART-IDX) TO ADDED-PRODUCT-CODE
              DISPLAY "KIT DROPPED, STOCK GONE: " AT 1101
              DISPLAY ADDED-PRODUCT-CODE AT 1126
           END-IF.

       TAKE-KIT-COMPONENT-STOCK.
           MOVE KIT-COMPONENT-CODE (COMPONENT-SUB) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           COMPUTE COMPONENT-NEED-QTY = CART-QTY (CART-IDX)
              * KIT-COMPONENT-QTY (COMPONENT-SUB).
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              OR COMPONENT-NEED-QTY + QTY-RESERVED > QTY-ON-HAND
              SET LINE-IS-NOT-OK TO TRUE
           END-IF.
           IF LINE-IS-OK
              SUBTRACT COMPONENT-NEED-QTY FROM QTY-ON-HAND
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     SET LINE-IS-NOT-OK TO TRUE
              END-REWRITE
              IF PRODMAST-STATUS NOT = "00"
                 SET LINE-IS-NOT-OK TO TRUE
              END-IF
           END-IF.
           UNLOCK PRODUCT-MASTER.
           IF LINE-IS-OK
              ADD 1 TO KIT-TAKEN-COUNT
              MOVE KIT-COMPONENT-CODE (COMPONENT-SUB) TO
                 KP-PRODUCT-CODE (KIT-TAKEN-COUNT)
              MOVE COMPONENT-NEED-QTY TO KP-QTY (KIT-TAKEN-COUNT)
              COMPUTE KP-LIST-VALUE (KIT-TAKEN-COUNT) =
                 UNIT-PRICE OF PRODUCT-MASTER-RECORD
                    * COMPONENT-NEED-QTY
              ADD KP-LIST-VALUE (KIT-TAKEN-COUNT) TO KIT-LIST-TOTAL
           END-IF.

       PUT-BACK-KIT-COMPONENT.
           MOVE KP-PRODUCT-CODE (COMPONENT-SUB) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              ADD KP-QTY (COMPONENT-SUB) TO QTY-ON-HAND
              REWRITE PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF.
           IF PRODMAST-STATUS NOT = "00"
              DISPLAY "UNABLE TO PUT BACK STOCK OF" AT 1301
              DISPLAY KP-PRODUCT-CODE (COMPONENT-SUB) AT 1329
           END-IF.
           UNLOCK PRODUCT-MASTER.

       WRITE-KIT-COMPONENT-LINE.
           IF COMPONENT-SUB = KIT-TAKEN-COUNT
              MOVE KIT-AMOUNT-LEFT TO COMPONENT-AMOUNT
              MOVE KIT-TAX-LEFT TO COMPONENT-TAX
           ELSE
              MOVE ZERO TO COMPONENT-AMOUNT
              MOVE ZERO TO COMPONENT-TAX
              IF KIT-LIST-TOTAL > ZERO
                 COMPUTE COMPONENT-AMOUNT ROUNDED =
                    CART-LINE-AMOUNT (CART-IDX)
                       * KP-LIST-VALUE (COMPONENT-SUB) / KIT-LIST-TOTAL
                 COMPUTE COMPONENT-TAX ROUNDED =
                    CART-LINE-TAX (CART-IDX)
                       * KP-LIST-VALUE (COMPONENT-SUB) / KIT-LIST-TOTAL
              END-IF
              IF COMPONENT-AMOUNT > KIT-AMOUNT-LEFT
                 MOVE KIT-AMOUNT-LEFT TO COMPONENT-AMOUNT
              END-IF
              IF COMPONENT-TAX > KIT-TAX-LEFT
                 MOVE KIT-TAX-LEFT TO COMPONENT-TAX
              END-IF
           END-IF.
           SUBTRACT COMPONENT-AMOUNT FROM KIT-AMOUNT-LEFT.
           SUBTRACT COMPONENT-TAX FROM KIT-TAX-LEFT.
           ADD 1 TO POSTED-LINE-COUNT.
           MOVE NEW-ORDER-NUMBER TO ORDER-NUMBER.
           MOVE POSTED-LINE-COUNT TO LINE-NUMBER.
           SET TRX-SALE TO TRUE.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              CUSTOMER-NUMBER OF SALES-TRANSACTION-RECORD.
           MOVE KP-PRODUCT-CODE (COMPONENT-SUB) TO
              PRODUCT-CODE OF SALES-TRANSACTION-RECORD.
           MOVE KP-QTY (COMPONENT-SUB) TO QTY-SOLD.
           COMPUTE UNIT-PRICE OF SALES-TRANSACTION-RECORD ROUNDED =
              COMPONENT-AMOUNT / KP-QTY (COMPONENT-SUB).
           MOVE ZERO TO DISCOUNT-AMOUNT.
           MOVE COMPONENT-AMOUNT TO SALE-AMOUNT.
           MOVE COMPONENT-TAX TO TAX-AMOUNT.
           COMPUTE TOTAL-AMOUNT = SALE-AMOUNT + TAX-AMOUNT.
           MOVE OPERATOR-USER-ID TO TRX-OPERATOR-ID.
           MOVE KIT-FIRST-LINE TO TRX-KIT-LINE.
           WRITE SALES-TRANSACTION-RECORD.

      *****************************************************************
      *  WHEN A LINE CANNOT BE FILLED THE CLERK CAN CAPTURE THE       *
      *  UNFILLED QUANTITY AS A BACK-ORDER FOR THE CUSTOMER.          *
           MOVE CART-LINE-AMOUNT (CART-IDX) TO SALE-AMOUNT.
           MOVE CART-LINE-TAX (CART-IDX) TO TAX-AMOUNT.
           COMPUTE TOTAL-AMOUNT = SALE-AMOUNT + TAX-AMOUNT.
           MOVE OPERATOR-USER-ID TO TRX-OPERATOR-ID.
           MOVE ZERO TO TRX-KIT-LINE.

      *****************************************************************
      *  POINTS REDEEMED AT THE TILL CANNOT BE WORTH MORE THAN THE    *
      *  ORDER THAT POSTED - WHEN LINES WERE DROPPED THE REDEMPTION   *
      *  COMES DOWN TO THE ORDER TOTAL AND THE REST STAYS ON THE      *
      *  ACCOUNT. THE ORDER EARNS ITS POINTS ON THE WHOLE DOLLARS OF  *
      *  MERCHANDISE THE CUSTOMER PAID FOR - THE SUBTOTAL LESS WHAT   *
      *  THE POINTS COVERED; TAX EARNS NOTHING.                       *
      *****************************************************************
       SETTLE-POINTS.
           IF REDEEMED-AMOUNT-WORK > ORDER-TOTAL-WORK
              COMPUTE REDEEM-POINTS-WORK =
                 ORDER-TOTAL-WORK / LOYALTY-POINT-VALUE
              COMPUTE REDEEMED-AMOUNT-WORK =
                 REDEEM-POINTS-WORK * LOYALTY-POINT-VALUE
           END-IF.
           COMPUTE ORDER-DUE-WORK =
              ORDER-TOTAL-WORK - REDEEMED-AMOUNT-WORK.
           COMPUTE EARNING-BASE-WORK =
              ORDER-SUBTOTAL-WORK - REDEEMED-AMOUNT-WORK.
           MOVE ZERO TO POINTS-EARNED-WORK.
           IF EARNING-BASE-WORK > ZERO
              COMPUTE POINTS-EARNED-WORK =
                 EARNING-BASE-WORK * LOYALTY-POINTS-PER-DOLLAR
           END-IF.

      *****************************************************************
      *  THE TENDERS COVERED THE CART, BUT A LINE WHOSE STOCK WENT    *
      *  AT POSTING LEAVES THE ORDER SMALLER THAN WHAT WAS TENDERED.  *
      *  THE DIFFERENCE COMES OFF THE ACCOUNT CHARGE FIRST; WHATEVER  *
      *  IS LEFT IS HANDED BACK FROM THE DRAWER WITH THE CHANGE.      *
      *****************************************************************
       SETTLE-TENDERS.
           MOVE ACCOUNT-TENDER-TOTAL TO ORDER-ACCOUNT-WORK.
           COMPUTE TENDER-EXCESS = TENDERED-TOTAL - ORDER-DUE-WORK.
           IF TENDER-EXCESS > ZERO AND ORDER-ACCOUNT-WORK > ZERO
              IF TENDER-EXCESS > ORDER-ACCOUNT-WORK
                 SUBTRACT ORDER-ACCOUNT-WORK FROM TENDER-EXCESS
                 MOVE ZERO TO ORDER-ACCOUNT-WORK
              ELSE
                 SUBTRACT TENDER-EXCESS FROM ORDER-ACCOUNT-WORK
                 MOVE ZERO TO TENDER-EXCESS
              END-IF
              SET TENDER-IDX TO ACCOUNT-TENDER-SLOT
              MOVE ORDER-ACCOUNT-WORK TO TL-AMOUNT (TENDER-IDX)
           END-IF.
           MOVE TENDER-EXCESS TO ORDER-CHANGE-WORK.
           MOVE ZERO TO WRITTEN-TENDER-COUNT.
           PERFORM COUNT-TENDER-TO-WRITE
              VARYING TENDER-IDX FROM 1 BY 1
              UNTIL TENDER-IDX > TENDER-LINE-COUNT.

       COUNT-TENDER-TO-WRITE.
           IF TL-AMOUNT (TENDER-IDX) > ZERO
              ADD 1 TO WRITTEN-TENDER-COUNT
           END-IF.

       WRITE-ORDER-TENDERS.
           MOVE ZERO TO WRITTEN-TENDER-COUNT.
           PERFORM WRITE-ONE-ORDER-TENDER
              VARYING TENDER-IDX FROM 1 BY 1
              UNTIL TENDER-IDX > TENDER-LINE-COUNT.

       WRITE-ONE-ORDER-TENDER.
           IF TL-AMOUNT (TENDER-IDX) > ZERO
              ADD 1 TO WRITTEN-TENDER-COUNT
              MOVE NEW-ORDER-NUMBER TO TND-ORDER-NUMBER
              MOVE WRITTEN-TENDER-COUNT TO TND-SEQUENCE
              MOVE SALE-DATE TO TND-ORDER-DATE
              MOVE OPERATOR-USER-ID TO TND-OPERATOR-ID
              MOVE TL-TYPE (TENDER-IDX) TO TND-TYPE
              MOVE TL-CHECK-NUMBER (TENDER-IDX) TO TND-CHECK-NUMBER
              MOVE TL-AMOUNT (TENDER-IDX) TO TND-AMOUNT
              WRITE ORDER-TENDER-RECORD
           END-IF.

       WRITE-ORDER-HEADER.
           MOVE NEW-ORDER-NUMBER TO OH-ORDER-NUMBER.
           MOVE POSTED-LINE-COUNT TO OH-LINE-COUNT.
           MOVE ORDER-SUBTOTAL-WORK TO OH-SUBTOTAL.
           MOVE ORDER-TAX-WORK TO OH-TAX-AMOUNT.
           MOVE EXEMPT-CERTIFICATE-WORK TO OH-EXEMPT-CERTIFICATE.
           MOVE EXEMPT-STATE-WORK TO OH-EXEMPT-STATE.
           MOVE ORDER-TOTAL-WORK TO OH-TOTAL-AMOUNT.
           EVALUATE TRUE
               WHEN ORDER-ACCOUNT-WORK = ZERO
                  SET OH-PAID-CASH TO TRUE
               WHEN ORDER-ACCOUNT-WORK = ORDER-DUE-WORK
                  SET OH-ON-ACCOUNT TO TRUE
               WHEN OTHER
                  SET OH-SPLIT-TENDER TO TRUE
           END-EVALUATE.
           SET OH-POSTED TO TRUE.
           MOVE OPERATOR-USER-ID TO OH-OPERATOR-ID.
           MOVE ORDER-ACCOUNT-WORK TO OH-ACCOUNT-AMOUNT.
           MOVE CASH-TENDER-TOTAL TO OH-CASH-TENDERED.
           MOVE ORDER-CHANGE-WORK TO OH-CHANGE-DUE.
           MOVE WRITTEN-TENDER-COUNT TO OH-TENDER-COUNT.
           MOVE REDEEM-POINTS-WORK TO OH-POINTS-REDEEMED.
           MOVE REDEEMED-AMOUNT-WORK TO OH-REDEEMED-AMOUNT.
           MOVE POINTS-EARNED-WORK TO OH-POINTS-EARNED.
           IF LAYAWAY-WAS-RECALLED
              MOVE ENTERED-LAYAWAY-NUMBER TO OH-LAYAWAY-NUMBER
              MOVE ORDER-DUE-WORK TO OH-LAYAWAY-AMOUNT
           ELSE
              MOVE ZERO TO OH-LAYAWAY-NUMBER
              MOVE ZERO TO OH-LAYAWAY-AMOUNT
           END-IF.
           WRITE ORDER-HEADER-RECORD
               INVALID KEY
                  DISPLAY "UNABLE TO WRITE ORDER HEADER" AT 1301
           END-WRITE.

      *****************************************************************
      *  CHARGE-ORDER-TO-ACCOUNT PUTS THE ON-ACCOUNT PART OF THE      *
      *  POSTED ORDER ON THE CUSTOMER'S RUNNING BALANCE, AUDITS THE   *
      *  MASTER CHANGE AND APPENDS THE INVOICE TO THE AR-TRANSACTION  *
      *  FILE FOR THE AGING REPORT.                                   *
      *****************************************************************
       CHARGE-ORDER-TO-ACCOUNT.
           READ CUSTOMER-MASTER WITH LOCK
           END-READ.
           IF CUSTMAST-STATUS = "00"
              MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
              ADD ORDER-ACCOUNT-WORK TO CUSTOMER-BALANCE
              REWRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              DISPLAY "UNABLE TO UPDATE CUSTOMER BALANCE" AT 1301
           END-IF.

      *****************************************************************
      *  THE POINTS REDEEMED COME OFF THE LOYALTY ACCOUNT AND THE     *
      *  POINTS EARNED GO ON IT, UNDER LOCK; A CUSTOMER'S FIRST       *
      *  EARNING ORDER OPENS THE ACCOUNT. EACH MOVEMENT IS LOGGED ON  *
      *  THE LOYALTY-ACTIVITY FILE AGAINST THE ORDER.                 *
      *****************************************************************
       POST-LOYALTY-POINTS.
           SET LOYALTY-ACCOUNT-NOT-UPDATED TO TRUE.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              LOY-CUSTOMER-NUMBER.
           READ LOYALTY-ACCOUNT WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE LOYALTY-STATUS
               WHEN "00"
                  PERFORM APPLY-ORDER-POINTS
                  REWRITE LOYALTY-ACCOUNT-RECORD
                      INVALID KEY
                         CONTINUE
                  END-REWRITE
               WHEN "23"
                  INITIALIZE LOYALTY-ACCOUNT-RECORD
                  MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
                     LOY-CUSTOMER-NUMBER
                  MOVE SALE-DATE TO LOY-OPENED-DATE
                  PERFORM APPLY-ORDER-POINTS
                  WRITE LOYALTY-ACCOUNT-RECORD
                      INVALID KEY
                         CONTINUE
                  END-WRITE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF LOYALTY-STATUS = "00"
              SET LOYALTY-ACCOUNT-UPDATED TO TRUE
              IF REDEEM-POINTS-WORK > ZERO
                 SET LA-POINTS-REDEEMED TO TRUE
                 COMPUTE LA-POINTS = ZERO - REDEEM-POINTS-WORK
                 PERFORM WRITE-LOYALTY-ACTIVITY
              END-IF
              IF POINTS-EARNED-WORK > ZERO
                 SET LA-POINTS-EARNED TO TRUE
                 MOVE POINTS-EARNED-WORK TO LA-POINTS
                 PERFORM WRITE-LOYALTY-ACTIVITY
              END-IF
           ELSE
              DISPLAY "UNABLE TO UPDATE LOYALTY POINTS" AT 1301
           END-IF.
           UNLOCK LOYALTY-ACCOUNT.

       APPLY-ORDER-POINTS.
           SUBTRACT REDEEM-POINTS-WORK FROM LOY-POINTS-BALANCE.
           ADD REDEEM-POINTS-WORK TO LOY-POINTS-REDEEMED.
           ADD POINTS-EARNED-WORK TO LOY-POINTS-BALANCE.
           ADD POINTS-EARNED-WORK TO LOY-POINTS-EARNED.
           MOVE SALE-DATE TO LOY-LAST-ACTIVITY-DATE.

       WRITE-LOYALTY-ACTIVITY.
           MOVE SALE-DATE TO LA-ACTIVITY-DATE.
           MOVE SALE-TIME TO LA-ACTIVITY-TIME.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              LA-CUSTOMER-NUMBER.
           MOVE NEW-ORDER-NUMBER TO LA-ORDER-NUMBER.
           MOVE OPERATOR-USER-ID TO LA-OPERATOR-ID.
           WRITE LOYALTY-ACTIVITY-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              AUDIT-KEY.
              AR-CUSTOMER-NUMBER.
           SET AR-INVOICE TO TRUE.
           MOVE NEW-ORDER-NUMBER TO AR-REFERENCE.
           MOVE ORDER-ACCOUNT-WORK TO AR-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.

       PRINT-INVOICE.
               FUNCTION TRIM(CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF QUOTE-WAS-RECALLED
              MOVE SPACES TO INVOICE-LINE
              STRING "SOLD AT THE PRICES OF QUOTATION # "
                  ENTERED-QUOTE-NUMBER
                  DELIMITED BY SIZE INTO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           IF LAYAWAY-WAS-RECALLED
              MOVE SPACES TO INVOICE-LINE
              STRING "SOLD OFF LAYAWAY # "
                  ENTERED-LAYAWAY-NUMBER
                  " - PAID IN FULL BY INSTALLMENTS"
                  DELIMITED BY SIZE INTO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           PERFORM PRINT-INVOICE-LINE
           MOVE ORDER-TAX-WORK TO TOTALS-AMOUNT.
           MOVE INVOICE-TOTALS-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF EXEMPT-CERTIFICATE-WORK NOT = SPACES
              MOVE SPACES TO INVOICE-LINE
              STRING "  TAX EXEMPT - CERTIFICATE # "
                  EXEMPT-CERTIFICATE-WORK
                  " ISSUED BY " EXEMPT-STATE-WORK
                  DELIMITED BY SIZE INTO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           MOVE "TOTAL DUE...........:" TO TOTALS-LABEL.
           MOVE ORDER-TOTAL-WORK TO TOTALS-AMOUNT.
           MOVE INVOICE-TOTALS-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF REDEEM-POINTS-WORK > ZERO
              MOVE REDEEMED-AMOUNT-WORK TO REDEMPTION-LINE-AMOUNT
              MOVE REDEEM-POINTS-WORK TO REDEMPTION-LINE-POINTS
              MOVE INVOICE-REDEMPTION-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
              MOVE "BALANCE TO PAY......:" TO TOTALS-LABEL
              MOVE ORDER-DUE-WORK TO TOTALS-AMOUNT
              MOVE INVOICE-TOTALS-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           PERFORM PRINT-INVOICE-TENDER
              VARYING TENDER-IDX FROM 1 BY 1
              UNTIL TENDER-IDX > TENDER-LINE-COUNT.
           IF CASH-TENDER-TOTAL > ZERO OR ORDER-CHANGE-WORK > ZERO
              MOVE "CHANGE DUE..........:" TO TOTALS-LABEL
              MOVE ORDER-CHANGE-WORK TO TOTALS-AMOUNT
              MOVE INVOICE-TOTALS-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           IF LOYALTY-ACCOUNT-UPDATED
              MOVE "POINTS EARNED.......:" TO POINTS-LABEL
              MOVE POINTS-EARNED-WORK TO POINTS-AMOUNT
              MOVE INVOICE-POINTS-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
              MOVE "POINTS BALANCE......:" TO POINTS-LABEL
              MOVE LOY-POINTS-BALANCE TO POINTS-AMOUNT
              MOVE INVOICE-POINTS-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.
           MOVE ALL "*" TO INVOICE-LINE (1:80).
           WRITE INVOICE-LINE.

       PRINT-INVOICE-TENDER.
           IF TL-AMOUNT (TENDER-IDX) > ZERO
              EVALUATE TL-TYPE (TENDER-IDX)
                  WHEN "C"
                     MOVE "CASH TENDERED.......:" TO TOTALS-LABEL
                  WHEN "R"
                     MOVE "CREDIT CARD.........:" TO TOTALS-LABEL
                  WHEN "D"
                     MOVE "DEBIT CARD..........:" TO TOTALS-LABEL
                  WHEN "K"
                     MOVE SPACES TO TOTALS-LABEL
                     STRING "CHECK # " TL-CHECK-NUMBER (TENDER-IDX)
                         "..:" DELIMITED BY SIZE INTO TOTALS-LABEL
                  WHEN "L"
                     MOVE "LAYAWAY PAYMENTS....:" TO TOTALS-LABEL
                  WHEN OTHER
                     MOVE "CHARGED TO ACCOUNT..:" TO TOTALS-LABEL
              END-EVALUATE
              MOVE TL-AMOUNT (TENDER-IDX) TO TOTALS-AMOUNT
              MOVE INVOICE-TOTALS-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
           END-IF.

       PRINT-INVOICE-LINE.
           IF CART-LINE-POSTED (CART-IDX)
              MOVE CART-PRODUCT-CODE (CART-IDX) TO DETAIL-PRODUCT-CODE
              MOVE CART-LINE-AMOUNT (CART-IDX) TO DETAIL-SALE-AMOUNT
              MOVE INVOICE-DETAIL-LINE TO INVOICE-LINE
              WRITE INVOICE-LINE
              IF CART-LINE-IS-KIT (CART-IDX)
                 PERFORM PRINT-KIT-CONTENTS
              END-IF
              IF CART-LINE-DISCOUNT (CART-IDX) > ZERO
                 MOVE CART-LINE-DISCOUNT (CART-IDX) TO
                    DISCOUNT-LINE-AMOUNT
              END-IF
           END-IF.

      *****************************************************************
      *  UNDER A KIT LINE THE INVOICE LISTS WHAT WENT INTO THE BAG.   *
      *****************************************************************
       PRINT-KIT-CONTENTS.
           MOVE SPACES TO INVOICE-LINE.
           STRING "    " FUNCTION TRIM(CART-DESCRIPTION (CART-IDX))
               " - CONTAINS:" DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO KIT-CODE.
           READ KIT-DEFINITION
               INVALID KEY
                  MOVE ZERO TO KIT-COMPONENT-COUNT
           END-READ.
           PERFORM PRINT-KIT-CONTENTS-LINE
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT.

       PRINT-KIT-CONTENTS-LINE.
           COMPUTE KIT-CONTENTS-QTY = CART-QTY (CART-IDX)
              * KIT-COMPONENT-QTY (COMPONENT-SUB).
           MOVE SPACES TO INVOICE-LINE.
           STRING "      " KIT-CONTENTS-QTY " X "
               KIT-COMPONENT-CODE (COMPONENT-SUB)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           WRITE INVOICE-LINE.

       CLOSE-SALES-FILES.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE AR-TRANSACTION.
           CLOSE INVOICE-FILE.
           CLOSE BACK-ORDER-FILE.
           CLOSE ORDER-TENDER.
           CLOSE LOYALTY-ACCOUNT.
           CLOSE LOYALTY-ACTIVITY.
           IF UPC-FILE-AVAILABLE
              CLOSE UPC-XREF
           END-IF.
           IF EXEMPT-FILE-AVAILABLE
              CLOSE TAX-EXEMPTION
           END-IF.
           IF QUOTE-FILE-AVAILABLE
              CLOSE QUOTE-HEADER
              CLOSE QUOTE-LINE
           END-IF.
           IF KIT-FILE-AVAILABLE
              CLOSE KIT-DEFINITION
           END-IF.
           IF LAYAWAY-FILE-AVAILABLE
              CLOSE LAYAWAY-HEADER
              CLOSE LAYAWAY-PAYMENT
           END-IF.

       END PROGRAM SELL-PRODUCT.
