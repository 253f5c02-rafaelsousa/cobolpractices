      *  BOTH THE SALES-HISTORY FILE (WHERE MONTH-END-ARCHIVE PUTS     *
      *  CLOSED MONTHS) AND THE LIVE SALES-TRANSACTION FILE, SO A      *
      *  PURCHASE FROM BEFORE THE 1ST CAN STILL COME BACK.             *
      *  THE REFUND FOLLOWS THE WAY THE ORDER WAS PAID: AN ON-ACCOUNT  *
      *  ORDER IS CREDITED TO THE ACCOUNT, ONE PAID AT THE TILL IS     *
      *  REFUNDED IN CASH, AND A SPLIT-TENDER ORDER IS CREDITED TO THE *
      *  ACCOUNT UP TO WHAT WAS CHARGED THERE, THE REST IN CASH.       *
      *  LOYALTY POINTS FOLLOW THE GOODS: THE SHARE OF THE POINTS THE  *
      *  ORDER EARNED THAT THE RETURNED LINE ACCOUNTS FOR COMES BACK   *
      *  OFF THE CUSTOMER'S LOYALTY ACCOUNT, AND THE SHARE OF ANY      *
      *  POINTS REDEEMED ON THE ORDER GOES BACK ON IT INSTEAD OF BEING *
      *  PAID OUT IN MONEY.                                            *
      *  A KIT COMES BACK WHOLE, BY ITS KIT CODE: EVERY COMPONENT IS   *
      *  RESTOCKED AND REFUNDED AT THE SHARE OF THE KIT PRICE IT WAS   *
      *  SOLD AT. A PRODUCT SOLD ONLY AS PART OF A KIT CANNOT BE       *
      *  RETURNED ON ITS OWN.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDMEMO-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  CREDIT-MEMO-FILE.
       01  CREDIT-MEMO-LINE PIC X(80).

       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  KIT-DEFINITION.
       COPY "kit-definition.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 ARTRX-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 CREDMEMO-STATUS PIC X(2).
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 KITDEF-STATUS PIC X(2).
         01 RETURN-OK-SWITCH PIC X(1).
             88 RETURN-IS-OK              VALUE 'Y'.
             88 RETURN-IS-NOT-OK          VALUE 'N'.
         01 SALES-HISTORY-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-HISTORY       VALUE 'Y'.
             88 NOT-END-OF-SALES-HISTORY   VALUE 'N'.
         01 AR-TRANSACTION-EOF-SWITCH PIC X(1).
             88 END-OF-AR-TRANSACTION      VALUE 'Y'.
             88 NOT-END-OF-AR-TRANSACTION  VALUE 'N'.
         01 SALE-LINE-FOUND-SWITCH PIC X(1).
             88 SALE-LINE-WAS-FOUND       VALUE 'Y'.
             88 SALE-LINE-WAS-NOT-FOUND   VALUE 'N'.
         01 RETURN-KIND-SWITCH PIC X(1).
             88 RETURN-IS-PRODUCT         VALUE 'P'.
             88 RETURN-IS-KIT             VALUE 'K'.
         01 KIT-PART-SWITCH PIC X(1).
             88 KIT-PART-WAS-SEEN         VALUE 'Y'.
             88 KIT-PART-NOT-SEEN         VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND           VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND       VALUE 'N'.
         01 GROUP-MATCH-SWITCH PIC X(1).
             88 GROUP-MATCHES-KIT         VALUE 'Y'.
             88 GROUP-DOES-NOT-MATCH      VALUE 'N'.

         01 ENTERED-ORDER-NUMBER PIC 9(8).
         01 ENTERED-PRODUCT-CODE PIC X(6).
         01 RETURN-AMOUNT PIC 9(7)V99.
         01 RETURN-TAX-AMOUNT PIC 9(7)V99.
         01 RETURN-TOTAL-AMOUNT PIC 9(7)V99.
         01 ACCOUNT-CREDIT-AMOUNT PIC 9(7)V99.
         01 CASH-REFUND-AMOUNT PIC 9(7)V99.
         01 PRIOR-ACCOUNT-CREDITS PIC 9(7)V99.
         01 ACCOUNT-STILL-CREDITABLE PIC 9(7)V99.
         01 MONEY-REFUND-AMOUNT PIC 9(7)V99.
         01 POINTS-CREDITED-WORK PIC 9(7).
         01 POINTS-REFUND-AMOUNT PIC 9(7)V99.
         01 POINTS-REVERSED-WORK PIC 9(7).

      *****************************************************************
      *  THE KIT COMPONENT LINES SOLD ON THE ORDER, ONE ENTRY PER     *
      *  KIT LINE AND PRODUCT, WITH WHAT HAS COME BACK AGAINST THEM.  *
      *  THE ENTRY WHOSE LINE NUMBER IS ITS KIT LINE HEADS THE GROUP  *
      *  AND CARRIES HOW MANY KITS THE GROUP WAS - ZERO WHEN THE      *
      *  GROUP IS NOT THE KIT BEING RETURNED.                         *
      *****************************************************************
         01 KIT-LINE-COUNT PIC 9(3) VALUE ZERO.
         01 KIT-LINE-TABLE.
             05 KIT-LINE-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON KIT-LINE-COUNT
                   INDEXED BY KL-IDX KL-SCAN-IDX.
                10 KL-KIT-LINE         PIC 9(3).
                10 KL-LINE-NUMBER      PIC 9(3).
                10 KL-PRODUCT-CODE     PIC X(6).
                10 KL-SOLD-QTY         PIC 9(5).
                10 KL-SOLD-AMOUNT      PIC 9(7)V99.
                10 KL-SOLD-TAX         PIC 9(7)V99.
                10 KL-RETURNED-QTY     PIC 9(5).
                10 KL-RETURNED-AMOUNT  PIC 9(7)V99.
                10 KL-RETURNED-TAX     PIC 9(7)V99.
                10 KL-KITS-SOLD        PIC 9(5).
                10 KL-KITS-RETURNED    PIC 9(5).
                10 KL-RETURN-QTY       PIC 9(5).
                10 KL-RETURN-AMOUNT    PIC 9(7)V99.
                10 KL-RETURN-TAX       PIC 9(7)V99.
         01 COMPONENT-SUB PIC 9(2).
         01 GROUP-ENTRY-COUNT PIC 9(3).
         01 GROUP-KITS PIC 9(5).
         01 COMPONENT-KITS PIC 9(5).
         01 COMPONENT-REMAINDER PIC 9(5).
         01 KITS-FROM-GROUP PIC 9(5).
         01 KITS-LEFT-TO-RETURN PIC 9(5).
         01 RESTOCKED-COUNT PIC 9(3).
         01 KIT-CONTENTS-QTY PIC ZZZZ9.
         01 KIT-FILE-SWITCH PIC X(1).
             88 KIT-FILE-AVAILABLE        VALUE 'Y'.
             88 KIT-FILE-MISSING          VALUE 'N'.

         01 BUSINESS-DATE PIC 9(8).
         01 DAY-OPEN-SWITCH PIC X(1).
             88 BUSINESS-DAY-IS-OPEN      VALUE 'Y'.
             05  TOTALS-LABEL            PIC X(22).
             05  TOTALS-AMOUNT           PIC ZZZZZZ9.99.

         01 MEMO-POINTS-CREDITED-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FILLER                  PIC X(22)
                 VALUE "POINTS CREDITED.....:".
             05  CREDITED-LINE-AMOUNT    PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE " (".
             05  CREDITED-LINE-POINTS    PIC ZZZZZZ9.
             05  FILLER                  PIC X(8) VALUE " POINTS)".

         01 MEMO-POINTS-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-LABEL            PIC X(22).
             05  POINTS-AMOUNT           PIC ZZZZZZZZ9-.

         COPY "signed-on-user.cpy".

         COPY "loyalty-rules.cpy".

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.
              OPEN I-O CUSTOMER-MASTER
              OPEN I-O PRODUCT-MASTER
              OPEN INPUT ORDER-HEADER
              SET KIT-FILE-MISSING TO TRUE
              OPEN INPUT KIT-DEFINITION
              IF KITDEF-STATUS = "00"
                 SET KIT-FILE-AVAILABLE TO TRUE
              END-IF
              PERFORM RETURN-FORMULARY
              CLOSE CUSTOMER-MASTER
              CLOSE PRODUCT-MASTER
              CLOSE ORDER-HEADER
              IF KIT-FILE-AVAILABLE
                 CLOSE KIT-DEFINITION
              END-IF
           END-IF.
           GOBACK.

              SET RETURN-IS-OK TO TRUE.
              PERFORM VALIDATE-ORDER.
              IF RETURN-IS-OK
                 PERFORM CHECK-FOR-KIT-CODE
              END-IF.
              IF RETURN-IS-OK AND RETURN-IS-KIT
                 PERFORM RETURN-KIT
              END-IF.
              IF RETURN-IS-OK AND RETURN-IS-PRODUCT
                 PERFORM RETURN-SINGLE-PRODUCT
              END-IF.
              IF RETURN-IS-OK
                 PERFORM WORK-OUT-RETURN-POINTS
                 PERFORM SPLIT-REFUND
                 IF ACCOUNT-CREDIT-AMOUNT > ZERO
                    PERFORM CREDIT-CUSTOMER-ACCOUNT
                 END-IF
                 IF POINTS-CREDITED-WORK > ZERO
                    OR POINTS-REVERSED-WORK > ZERO
                    PERFORM ADJUST-LOYALTY-ACCOUNT
                 END-IF
                 PERFORM PRINT-CREDIT-MEMO
                 DISPLAY "RETURN COMPLETED, CREDIT MEMO PRINTED."
                    AT 0801
              END-READ
           END-IF.

      *****************************************************************
      *  A KIT CODE IS NEVER ALSO A PRODUCT CODE, SO A CODE FOUND ON  *
      *  THE KIT FILE IS THE RETURN OF WHOLE KITS - EVEN ONE NO       *
      *  LONGER SOLD.                                                 *
      *****************************************************************
       CHECK-FOR-KIT-CODE.
           SET RETURN-IS-PRODUCT TO TRUE.
           IF KIT-FILE-AVAILABLE
              MOVE ENTERED-PRODUCT-CODE TO KIT-CODE
              READ KIT-DEFINITION
                  INVALID KEY
                     CONTINUE
              END-READ
              IF KITDEF-STATUS = "00"
                 SET RETURN-IS-KIT TO TRUE
              END-IF
           END-IF.

       RETURN-SINGLE-PRODUCT.
           PERFORM FIND-ORIGINAL-SALE-LINE.
           IF RETURN-IS-OK
              PERFORM VALIDATE-RETURN-QTY
           END-IF.
           IF RETURN-IS-OK
              PERFORM RESTOCK-PRODUCT
           END-IF.
           IF RETURN-IS-OK
              PERFORM WRITE-RETURN-TRANSACTION
           END-IF.

       RETURN-KIT.
           PERFORM FIND-ORIGINAL-KIT-LINES.
           IF RETURN-IS-OK
              PERFORM VALIDATE-RETURN-QTY
           END-IF.
           IF RETURN-IS-OK
              PERFORM PLAN-KIT-RETURN
              PERFORM RESTOCK-KIT-COMPONENTS
           END-IF.
           IF RETURN-IS-OK
              PERFORM WRITE-KIT-RETURN-TRANSACTIONS
           END-IF.

      *****************************************************************
      *  FIND-ORIGINAL-SALE-LINE SCANS BOTH THE SALES-HISTORY FILE    *
      *  (CLOSED MONTHS, DECODED THROUGH THE SALES-TRANSACTION        *
      *  KEYED ON MORE THAN ONE CART LINE) AND TOTALS ANY RETURNS     *
      *  ALREADY TAKEN AGAINST THEM - A PRIOR RETURN ARCHIVES UNDER   *
      *  ITS OWN PERIOD, NOT THE ORDER'S, SO BOTH FILES COUNT         *
      *  TOWARD WHAT IS STILL RETURNABLE. LINES SOLD AS PART OF A     *
      *  KIT ARE LEFT OUT - THEY COME BACK ONLY WITH THE WHOLE KIT.   *
      *****************************************************************
       FIND-ORIGINAL-SALE-LINE.
           SET SALE-LINE-WAS-NOT-FOUND TO TRUE.
           SET KIT-PART-NOT-SEEN TO TRUE.
           MOVE ZERO TO QTY-ALREADY-RETURNED.
           MOVE ZERO TO ORIGINAL-QTY-SOLD.
           MOVE ZERO TO ORIGINAL-TAX-AMOUNT.
           PERFORM SCAN-SALES-TRANSACTION.
           IF SALE-LINE-WAS-NOT-FOUND
              SET RETURN-IS-NOT-OK TO TRUE
              IF KIT-PART-WAS-SEEN
                 MOVE "SOLD AS PART OF A KIT, RETURN THE KIT" TO
                    RETURN-ERROR-MESSAGE
              ELSE
                 MOVE "NO SALE OF THIS PRODUCT ON THAT ORDER" TO
                    RETURN-ERROR-MESSAGE
              END-IF
           END-IF.

       SCAN-SALES-HISTORY.
           PERFORM READ-SALES-TRANSACTION.

       MATCH-SALE-RECORD.
           IF RETURN-IS-KIT
              PERFORM MATCH-KIT-RECORD
           ELSE
              PERFORM MATCH-PRODUCT-RECORD
           END-IF.

       MATCH-PRODUCT-RECORD.
           IF ORDER-NUMBER = ENTERED-ORDER-NUMBER
              AND PRODUCT-CODE OF SALES-TRANSACTION-RECORD =
                 ENTERED-PRODUCT-CODE
              AND TRX-KIT-LINE NOT = ZERO
              SET KIT-PART-WAS-SEEN TO TRUE
           END-IF.
           IF ORDER-NUMBER = ENTERED-ORDER-NUMBER
              AND PRODUCT-CODE OF SALES-TRANSACTION-RECORD =
                 ENTERED-PRODUCT-CODE
              AND TRX-KIT-LINE = ZERO
              IF TRX-RETURN
                 ADD QTY-SOLD TO QTY-ALREADY-RETURNED
              ELSE
              END-IF
           END-IF.

      *****************************************************************
      *  FIND-ORIGINAL-KIT-LINES RUNS THE SAME TWO SCANS, GATHERING   *
      *  EVERY KIT COMPONENT LINE OF THE ORDER AND THE RETURNS TAKEN  *
      *  AGAINST IT. EACH KIT SOLD ON THE ORDER IS THEN CHECKED       *
      *  AGAINST THE KIT BEING RETURNED: THE SAME PRODUCTS, EACH IN   *
      *  THE SAME WHOLE MULTIPLE OF ITS KIT QUANTITY. THE RETURNABLE  *
      *  QUANTITY IS COUNTED IN KITS.                                 *
      *****************************************************************
       FIND-ORIGINAL-KIT-LINES.
           SET SALE-LINE-WAS-NOT-FOUND TO TRUE.
           MOVE ZERO TO KIT-LINE-COUNT.
           MOVE ZERO TO QTY-ALREADY-RETURNED.
           MOVE ZERO TO ORIGINAL-QTY-SOLD.
           PERFORM SCAN-SALES-HISTORY.
           PERFORM SCAN-SALES-TRANSACTION.
           PERFORM MATCH-KIT-GROUP
              VARYING KL-IDX FROM 1 BY 1
              UNTIL KL-IDX > KIT-LINE-COUNT.
           IF SALE-LINE-WAS-NOT-FOUND
              SET RETURN-IS-NOT-OK TO TRUE
              MOVE "NO SALE OF THIS KIT ON THAT ORDER" TO
                 RETURN-ERROR-MESSAGE
           END-IF.

       MATCH-KIT-RECORD.
           IF ORDER-NUMBER = ENTERED-ORDER-NUMBER
              AND TRX-KIT-LINE NOT = ZERO
              PERFORM FIND-KIT-LINE-ENTRY
              IF ENTRY-WAS-FOUND
                 IF TRX-RETURN
                    ADD QTY-SOLD TO KL-RETURNED-QTY (KL-IDX)
                    ADD SALE-AMOUNT TO KL-RETURNED-AMOUNT (KL-IDX)
                    ADD TAX-AMOUNT TO KL-RETURNED-TAX (KL-IDX)
                 ELSE
                    MOVE LINE-NUMBER TO KL-LINE-NUMBER (KL-IDX)
                    ADD QTY-SOLD TO KL-SOLD-QTY (KL-IDX)
                    ADD SALE-AMOUNT TO KL-SOLD-AMOUNT (KL-IDX)
                    ADD TAX-AMOUNT TO KL-SOLD-TAX (KL-IDX)
                 END-IF
              END-IF
           END-IF.

       FIND-KIT-LINE-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           SET KL-IDX TO 1.
           SEARCH KIT-LINE-ENTRY
               AT END
                  CONTINUE
               WHEN KL-KIT-LINE (KL-IDX) = TRX-KIT-LINE
                  AND KL-PRODUCT-CODE (KL-IDX) =
                     PRODUCT-CODE OF SALES-TRANSACTION-RECORD
                  SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF ENTRY-WAS-NOT-FOUND AND KIT-LINE-COUNT < 200
              ADD 1 TO KIT-LINE-COUNT
              SET KL-IDX TO KIT-LINE-COUNT
              INITIALIZE KIT-LINE-ENTRY (KL-IDX)
              MOVE TRX-KIT-LINE TO KL-KIT-LINE (KL-IDX)
              MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
                 KL-PRODUCT-CODE (KL-IDX)
              SET ENTRY-WAS-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *  ONLY THE ENTRY HOLDING A KIT'S FIRST LINE IS CHECKED - IT    *
      *  STANDS FOR ITS WHOLE KIT LINE GROUP.                         *
      *****************************************************************
       MATCH-KIT-GROUP.
           IF KL-LINE-NUMBER (KL-IDX) = KL-KIT-LINE (KL-IDX)
              SET GROUP-MATCHES-KIT TO TRUE
              MOVE ZERO TO GROUP-ENTRY-COUNT
              MOVE ZERO TO GROUP-KITS
              PERFORM COUNT-GROUP-ENTRY
                 VARYING KL-SCAN-IDX FROM 1 BY 1
                 UNTIL KL-SCAN-IDX > KIT-LINE-COUNT
              IF GROUP-ENTRY-COUNT NOT = KIT-COMPONENT-COUNT
                 SET GROUP-DOES-NOT-MATCH TO TRUE
              END-IF
              PERFORM MATCH-GROUP-COMPONENT
                 VARYING COMPONENT-SUB FROM 1 BY 1
                 UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT
                    OR GROUP-DOES-NOT-MATCH
              IF GROUP-MATCHES-KIT AND GROUP-KITS > ZERO
                 SET SALE-LINE-WAS-FOUND TO TRUE
                 MOVE GROUP-KITS TO KL-KITS-SOLD (KL-IDX)
                 COMPUTE KL-KITS-RETURNED (KL-IDX) =
                    KL-RETURNED-QTY (KL-IDX) * GROUP-KITS
                       / KL-SOLD-QTY (KL-IDX)
                 ADD KL-KITS-SOLD (KL-IDX) TO ORIGINAL-QTY-SOLD
                 ADD KL-KITS-RETURNED (KL-IDX) TO QTY-ALREADY-RETURNED
              END-IF
           END-IF.

       COUNT-GROUP-ENTRY.
           IF KL-KIT-LINE (KL-SCAN-IDX) = KL-KIT-LINE (KL-IDX)
              ADD 1 TO GROUP-ENTRY-COUNT
           END-IF.

       MATCH-GROUP-COMPONENT.
           SET KL-SCAN-IDX TO 1.
           SEARCH KIT-LINE-ENTRY VARYING KL-SCAN-IDX
               AT END
                  SET GROUP-DOES-NOT-MATCH TO TRUE
               WHEN KL-KIT-LINE (KL-SCAN-IDX) = KL-KIT-LINE (KL-IDX)
                  AND KL-PRODUCT-CODE (KL-SCAN-IDX) =
                     KIT-COMPONENT-CODE (COMPONENT-SUB)
                  PERFORM CHECK-COMPONENT-MULTIPLE
           END-SEARCH.

       CHECK-COMPONENT-MULTIPLE.
           IF KIT-COMPONENT-QTY (COMPONENT-SUB) = ZERO
              SET GROUP-DOES-NOT-MATCH TO TRUE
           ELSE
              DIVIDE KL-SOLD-QTY (KL-SCAN-IDX) BY
                 KIT-COMPONENT-QTY (COMPONENT-SUB)
                 GIVING COMPONENT-KITS
                 REMAINDER COMPONENT-REMAINDER
              EVALUATE TRUE
                  WHEN COMPONENT-REMAINDER NOT = ZERO
                  WHEN COMPONENT-KITS = ZERO
                     SET GROUP-DOES-NOT-MATCH TO TRUE
                  WHEN GROUP-KITS = ZERO
                     MOVE COMPONENT-KITS TO GROUP-KITS
                  WHEN COMPONENT-KITS NOT = GROUP-KITS
                     SET GROUP-DOES-NOT-MATCH TO TRUE
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.

       VALIDATE-RETURN-QTY.
           COMPUTE QTY-STILL-RETURNABLE =
              ORIGINAL-QTY-SOLD - QTY-ALREADY-RETURNED.
           MOVE RETURN-AMOUNT TO SALE-AMOUNT.
           MOVE RETURN-TAX-AMOUNT TO TAX-AMOUNT.
           MOVE RETURN-TOTAL-AMOUNT TO TOTAL-AMOUNT.
           MOVE OPERATOR-USER-ID TO TRX-OPERATOR-ID.
           MOVE ZERO TO TRX-KIT-LINE.
           WRITE SALES-TRANSACTION-RECORD.
           CLOSE SALES-TRANSACTION.

      *****************************************************************
      *  THE KITS COME BACK OFF THE ORDER'S KIT GROUPS IN LINE ORDER. *
      *  EACH COMPONENT IS REFUNDED ITS SHARE OF WHAT ITS LINE WAS    *
      *  SOLD FOR; THE RETURN THAT CLEARS A LINE TAKES WHATEVER IS    *
      *  LEFT OF IT, SO THE LINE COMES BACK TO THE PENNY.             *
      *****************************************************************
       PLAN-KIT-RETURN.
           MOVE ENTERED-RETURN-QTY TO KITS-LEFT-TO-RETURN.
           PERFORM PLAN-KIT-GROUP-RETURN
              VARYING KL-IDX FROM 1 BY 1
              UNTIL KL-IDX > KIT-LINE-COUNT
                 OR KITS-LEFT-TO-RETURN = ZERO.

       PLAN-KIT-GROUP-RETURN.
           IF KL-KITS-SOLD (KL-IDX) > KL-KITS-RETURNED (KL-IDX)
              COMPUTE KITS-FROM-GROUP =
                 KL-KITS-SOLD (KL-IDX) - KL-KITS-RETURNED (KL-IDX)
              IF KITS-FROM-GROUP > KITS-LEFT-TO-RETURN
                 MOVE KITS-LEFT-TO-RETURN TO KITS-FROM-GROUP
              END-IF
              SUBTRACT KITS-FROM-GROUP FROM KITS-LEFT-TO-RETURN
              PERFORM PLAN-COMPONENT-RETURN
                 VARYING KL-SCAN-IDX FROM 1 BY 1
                 UNTIL KL-SCAN-IDX > KIT-LINE-COUNT
           END-IF.

       PLAN-COMPONENT-RETURN.
           IF KL-KIT-LINE (KL-SCAN-IDX) = KL-KIT-LINE (KL-IDX)
              COMPUTE KL-RETURN-QTY (KL-SCAN-IDX) =
                 KL-SOLD-QTY (KL-SCAN-IDX) * KITS-FROM-GROUP
                    / KL-KITS-SOLD (KL-IDX)
              IF KL-RETURNED-QTY (KL-SCAN-IDX) +
                 KL-RETURN-QTY (KL-SCAN-IDX) <
                 KL-SOLD-QTY (KL-SCAN-IDX)
                 COMPUTE KL-RETURN-AMOUNT (KL-SCAN-IDX) ROUNDED =
                    KL-SOLD-AMOUNT (KL-SCAN-IDX)
                       * KL-RETURN-QTY (KL-SCAN-IDX)
                       / KL-SOLD-QTY (KL-SCAN-IDX)
                 COMPUTE KL-RETURN-TAX (KL-SCAN-IDX) ROUNDED =
                    KL-SOLD-TAX (KL-SCAN-IDX)
                       * KL-RETURN-QTY (KL-SCAN-IDX)
                       / KL-SOLD-QTY (KL-SCAN-IDX)
              ELSE
                 COMPUTE KL-RETURN-AMOUNT (KL-SCAN-IDX) =
                    KL-SOLD-AMOUNT (KL-SCAN-IDX)
                       - KL-RETURNED-AMOUNT (KL-SCAN-IDX)
                 COMPUTE KL-RETURN-TAX (KL-SCAN-IDX) =
                    KL-SOLD-TAX (KL-SCAN-IDX)
                       - KL-RETURNED-TAX (KL-SCAN-IDX)
              END-IF
           END-IF.

      *****************************************************************
      *  EVERY COMPONENT GOES BACK ON THE SHELF OR NONE DOES - IF ONE *
      *  CANNOT BE UPDATED, THOSE ALREADY RESTOCKED ARE TAKEN BACK    *
      *  OFF AND THE RETURN IS REFUSED.                               *
      *****************************************************************
       RESTOCK-KIT-COMPONENTS.
           MOVE ZERO TO RESTOCKED-COUNT.
           PERFORM RESTOCK-KIT-COMPONENT
              VARYING KL-IDX FROM 1 BY 1
              UNTIL KL-IDX > KIT-LINE-COUNT
                 OR RETURN-IS-NOT-OK.
           IF RETURN-IS-NOT-OK
              PERFORM UNDO-KIT-COMPONENT-RESTOCK
                 VARYING KL-IDX FROM 1 BY 1
                 UNTIL KL-IDX > RESTOCKED-COUNT
           END-IF.

       RESTOCK-KIT-COMPONENT.
           IF KL-RETURN-QTY (KL-IDX) > ZERO
              MOVE KL-PRODUCT-CODE (KL-IDX) TO
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              READ PRODUCT-MASTER WITH LOCK
                  KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                  INVALID KEY
                     SET RETURN-IS-NOT-OK TO TRUE
                     MOVE SPACES TO RETURN-ERROR-MESSAGE
                     STRING "KIT PART " KL-PRODUCT-CODE (KL-IDX)
                        " NO LONGER ON FILE" DELIMITED BY SIZE
                        INTO RETURN-ERROR-MESSAGE
              END-READ
              IF RETURN-IS-OK AND PRODMAST-STATUS NOT = "00"
                 SET RETURN-IS-NOT-OK TO TRUE
                 MOVE "PRODUCT RECORD IN USE, TRY AGAIN" TO
                    RETURN-ERROR-MESSAGE
              END-IF
              IF RETURN-IS-OK
                 ADD KL-RETURN-QTY (KL-IDX) TO QTY-ON-HAND
                 REWRITE PRODUCT-MASTER-RECORD
                     INVALID KEY
                        SET RETURN-IS-NOT-OK TO TRUE
                        MOVE "UNABLE TO UPDATE PRODUCT STOCK" TO
                           RETURN-ERROR-MESSAGE
                 END-REWRITE
                 UNLOCK PRODUCT-MASTER
              END-IF
              IF RETURN-IS-OK
                 SET RESTOCKED-COUNT TO KL-IDX
              END-IF
           END-IF.

       UNDO-KIT-COMPONENT-RESTOCK.
           IF KL-RETURN-QTY (KL-IDX) > ZERO
              MOVE KL-PRODUCT-CODE (KL-IDX) TO
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              READ PRODUCT-MASTER WITH LOCK
                  KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-READ
              IF PRODMAST-STATUS = "00"
                 SUBTRACT KL-RETURN-QTY (KL-IDX) FROM QTY-ON-HAND
                 REWRITE PRODUCT-MASTER-RECORD
                     INVALID KEY
                        CONTINUE
                 END-REWRITE
                 UNLOCK PRODUCT-MASTER
              END-IF
           END-IF.

      *****************************************************************
      *  ONE RETURN LINE PER COMPONENT, AGAINST THE COMPONENT'S SALE  *
      *  LINE AND CARRYING ITS KIT LINE. THE CREDIT MEMO SHOWS THE    *
      *  KIT ITSELF AT THE AVERAGE PRICE OF THE KITS RETURNED.        *
      *****************************************************************
       WRITE-KIT-RETURN-TRANSACTIONS.
           MOVE ZERO TO RETURN-AMOUNT.
           MOVE ZERO TO RETURN-TAX-AMOUNT.
           OPEN EXTEND SALES-TRANSACTION.
           PERFORM WRITE-KIT-RETURN-LINE
              VARYING KL-IDX FROM 1 BY 1
              UNTIL KL-IDX > KIT-LINE-COUNT.
           CLOSE SALES-TRANSACTION.
           COMPUTE RETURN-TOTAL-AMOUNT =
              RETURN-AMOUNT + RETURN-TAX-AMOUNT.
           COMPUTE ORIGINAL-UNIT-PRICE ROUNDED =
              RETURN-AMOUNT / ENTERED-RETURN-QTY.

       WRITE-KIT-RETURN-LINE.
           IF KL-RETURN-QTY (KL-IDX) > ZERO
              MOVE BUSINESS-DATE TO SALE-DATE
              ACCEPT SALE-TIME FROM TIME
              MOVE ENTERED-ORDER-NUMBER TO ORDER-NUMBER
              MOVE KL-LINE-NUMBER (KL-IDX) TO LINE-NUMBER
              SET TRX-RETURN TO TRUE
              MOVE OH-CUSTOMER-NUMBER TO
                 CUSTOMER-NUMBER OF SALES-TRANSACTION-RECORD
              MOVE KL-PRODUCT-CODE (KL-IDX) TO
                 PRODUCT-CODE OF SALES-TRANSACTION-RECORD
              MOVE KL-RETURN-QTY (KL-IDX) TO QTY-SOLD
              COMPUTE UNIT-PRICE OF SALES-TRANSACTION-RECORD ROUNDED =
                 KL-RETURN-AMOUNT (KL-IDX) / KL-RETURN-QTY (KL-IDX)
              MOVE ZERO TO DISCOUNT-AMOUNT
              MOVE KL-RETURN-AMOUNT (KL-IDX) TO SALE-AMOUNT
              MOVE KL-RETURN-TAX (KL-IDX) TO TAX-AMOUNT
              COMPUTE TOTAL-AMOUNT =
                 KL-RETURN-AMOUNT (KL-IDX) + KL-RETURN-TAX (KL-IDX)
              MOVE OPERATOR-USER-ID TO TRX-OPERATOR-ID
              MOVE KL-KIT-LINE (KL-IDX) TO TRX-KIT-LINE
              WRITE SALES-TRANSACTION-RECORD
              ADD KL-RETURN-AMOUNT (KL-IDX) TO RETURN-AMOUNT
              ADD KL-RETURN-TAX (KL-IDX) TO RETURN-TAX-AMOUNT
           END-IF.

      *****************************************************************
      *  THE RETURN TAKES BACK ITS SHARE OF THE ORDER'S LOYALTY       *
      *  POINTS - THE EARNED POINTS IN PROPORTION TO THE MERCHANDISE  *
      *  RETURNED, THE REDEEMED POINTS IN PROPORTION TO THE REFUND.   *
      *  THE REDEEMED SHARE IS CREDITED BACK AS POINTS, SO ONLY WHAT  *
      *  IS LEFT OF THE REFUND IS PAID OUT IN MONEY.                  *
      *****************************************************************
       WORK-OUT-RETURN-POINTS.
           MOVE ZERO TO POINTS-CREDITED-WORK.
           MOVE ZERO TO POINTS-REFUND-AMOUNT.
           MOVE ZERO TO POINTS-REVERSED-WORK.
           IF OH-POINTS-REDEEMED > ZERO AND OH-TOTAL-AMOUNT > ZERO
              COMPUTE POINTS-CREDITED-WORK ROUNDED =
                 OH-POINTS-REDEEMED * RETURN-TOTAL-AMOUNT
                    / OH-TOTAL-AMOUNT
              COMPUTE POINTS-REFUND-AMOUNT =
                 POINTS-CREDITED-WORK * LOYALTY-POINT-VALUE
              IF POINTS-REFUND-AMOUNT > RETURN-TOTAL-AMOUNT
                 MOVE RETURN-TOTAL-AMOUNT TO POINTS-REFUND-AMOUNT
              END-IF
           END-IF.
           IF OH-POINTS-EARNED > ZERO AND OH-SUBTOTAL > ZERO
              COMPUTE POINTS-REVERSED-WORK ROUNDED =
                 OH-POINTS-EARNED * RETURN-AMOUNT / OH-SUBTOTAL
           END-IF.
           COMPUTE MONEY-REFUND-AMOUNT =
              RETURN-TOTAL-AMOUNT - POINTS-REFUND-AMOUNT.

      *****************************************************************
      *  ON A SPLIT-TENDER ORDER THE ACCOUNT IS CREDITED BACK ONLY UP *
      *  TO WHAT WAS CHARGED TO IT, LESS THE CREDIT MEMOS EARLIER     *
      *  RETURNS ON THE ORDER HAVE ALREADY POSTED; THE REST OF THE    *
      *  REFUND IS PAID IN CASH.                                      *
      *****************************************************************
       SPLIT-REFUND.
           MOVE ZERO TO ACCOUNT-CREDIT-AMOUNT.
           IF OH-SPLIT-TENDER
              PERFORM TOTAL-PRIOR-ACCOUNT-CREDITS
              IF PRIOR-ACCOUNT-CREDITS < OH-ACCOUNT-AMOUNT
                 COMPUTE ACCOUNT-STILL-CREDITABLE =
                    OH-ACCOUNT-AMOUNT - PRIOR-ACCOUNT-CREDITS
              ELSE
                 MOVE ZERO TO ACCOUNT-STILL-CREDITABLE
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OH-ON-ACCOUNT
                  MOVE MONEY-REFUND-AMOUNT TO ACCOUNT-CREDIT-AMOUNT
               WHEN OH-SPLIT-TENDER
                  AND MONEY-REFUND-AMOUNT > ACCOUNT-STILL-CREDITABLE
                  MOVE ACCOUNT-STILL-CREDITABLE TO ACCOUNT-CREDIT-AMOUNT
               WHEN OH-SPLIT-TENDER
                  MOVE MONEY-REFUND-AMOUNT TO ACCOUNT-CREDIT-AMOUNT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           COMPUTE CASH-REFUND-AMOUNT =
              MONEY-REFUND-AMOUNT - ACCOUNT-CREDIT-AMOUNT.

       TOTAL-PRIOR-ACCOUNT-CREDITS.
           MOVE ZERO TO PRIOR-ACCOUNT-CREDITS.
           OPEN INPUT AR-TRANSACTION.
           IF ARTRX-STATUS = "00"
              SET NOT-END-OF-AR-TRANSACTION TO TRUE
              PERFORM READ-AR-TRANSACTION
              PERFORM ADD-PRIOR-ACCOUNT-CREDIT
                 UNTIL END-OF-AR-TRANSACTION
              CLOSE AR-TRANSACTION
           END-IF.

       READ-AR-TRANSACTION.
           READ AR-TRANSACTION
               AT END
                  SET END-OF-AR-TRANSACTION TO TRUE
           END-READ.

       ADD-PRIOR-ACCOUNT-CREDIT.
           IF AR-CREDIT-MEMO
              AND AR-REFERENCE = ENTERED-ORDER-NUMBER
              AND AR-CUSTOMER-NUMBER = OH-CUSTOMER-NUMBER
              ADD AR-AMOUNT TO PRIOR-ACCOUNT-CREDITS
           END-IF.
           PERFORM READ-AR-TRANSACTION.

      *****************************************************************
      *  THE ON-ACCOUNT SHARE OF THE REFUND COMES OFF THE CUSTOMER'S  *
      *  RUNNING BALANCE INSTEAD OF BEING HANDED BACK IN CASH. THE    *
      *  MASTER CHANGE IS AUDITED AND A CREDIT-MEMO RECORD GOES TO    *
      *  THE AR-TRANSACTION FILE FOR THE AGING REPORT.                *
           END-READ.
           IF CUSTMAST-STATUS = "00"
              MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
              SUBTRACT ACCOUNT-CREDIT-AMOUNT FROM CUSTOMER-BALANCE
              REWRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
           MOVE OH-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           SET AR-CREDIT-MEMO TO TRUE.
           MOVE ENTERED-ORDER-NUMBER TO AR-REFERENCE.
           MOVE ACCOUNT-CREDIT-AMOUNT TO AR-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           CLOSE AR-TRANSACTION.

      *****************************************************************
      *  THE LOYALTY ACCOUNT IS ADJUSTED UNDER LOCK AND EACH MOVEMENT *
      *  LOGGED AGAINST THE ORIGINAL ORDER. REVERSED POINTS THAT WERE *
      *  ALREADY SPENT TAKE THE BALANCE BELOW ZERO.                   *
      *****************************************************************
       ADJUST-LOYALTY-ACCOUNT.
           OPEN I-O LOYALTY-ACCOUNT.
           MOVE OH-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           IF LOYALTY-STATUS = "00"
              READ LOYALTY-ACCOUNT WITH LOCK
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.
           IF LOYALTY-STATUS = "00"
              ADD POINTS-CREDITED-WORK TO LOY-POINTS-BALANCE
              SUBTRACT POINTS-CREDITED-WORK FROM LOY-POINTS-REDEEMED
              SUBTRACT POINTS-REVERSED-WORK FROM LOY-POINTS-BALANCE
              ADD POINTS-REVERSED-WORK TO LOY-POINTS-REVERSED
              MOVE BUSINESS-DATE TO LOY-LAST-ACTIVITY-DATE
              REWRITE LOYALTY-ACCOUNT-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              IF LOYALTY-STATUS = "00"
                 PERFORM LOG-RETURN-POINTS
              ELSE
                 DISPLAY "UNABLE TO UPDATE LOYALTY POINTS" AT 1101
              END-IF
              UNLOCK LOYALTY-ACCOUNT
           ELSE
              DISPLAY "UNABLE TO UPDATE LOYALTY POINTS" AT 1101
           END-IF.
           CLOSE LOYALTY-ACCOUNT.

       LOG-RETURN-POINTS.
           OPEN EXTEND LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "35"
              OPEN OUTPUT LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
              OPEN EXTEND LOYALTY-ACTIVITY
           END-IF.
           MOVE BUSINESS-DATE TO LA-ACTIVITY-DATE.
           ACCEPT LA-ACTIVITY-TIME FROM TIME.
           MOVE OH-CUSTOMER-NUMBER TO LA-CUSTOMER-NUMBER.
           MOVE ENTERED-ORDER-NUMBER TO LA-ORDER-NUMBER.
           MOVE OPERATOR-USER-ID TO LA-OPERATOR-ID.
           IF POINTS-CREDITED-WORK > ZERO
              SET LA-POINTS-CREDITED TO TRUE
              MOVE POINTS-CREDITED-WORK TO LA-POINTS
              WRITE LOYALTY-ACTIVITY-RECORD
           END-IF.
           IF POINTS-REVERSED-WORK > ZERO
              SET LA-POINTS-REVERSED TO TRUE
              COMPUTE LA-POINTS = ZERO - POINTS-REVERSED-WORK
              WRITE LOYALTY-ACTIVITY-RECORD
           END-IF.
           CLOSE LOYALTY-ACTIVITY.

       PRINT-CREDIT-MEMO.
           OPEN EXTEND CREDIT-MEMO-FILE.
           IF CREDMEMO-STATUS = "35"
           MOVE RETURN-AMOUNT TO DETAIL-RETURN-AMOUNT.
           MOVE MEMO-DETAIL-LINE TO CREDIT-MEMO-LINE.
           WRITE CREDIT-MEMO-LINE.
           IF RETURN-IS-KIT
              PERFORM PRINT-KIT-RETURN-CONTENTS
                 VARYING KL-IDX FROM 1 BY 1
                 UNTIL KL-IDX > KIT-LINE-COUNT
           END-IF.
           MOVE SPACES TO CREDIT-MEMO-LINE.
           WRITE CREDIT-MEMO-LINE.
           MOVE "SUBTOTAL............:" TO TOTALS-LABEL.
           MOVE RETURN-TOTAL-AMOUNT TO TOTALS-AMOUNT.
           MOVE MEMO-TOTALS-LINE TO CREDIT-MEMO-LINE.
           WRITE CREDIT-MEMO-LINE.
           IF POINTS-CREDITED-WORK > ZERO
              MOVE POINTS-REFUND-AMOUNT TO CREDITED-LINE-AMOUNT
              MOVE POINTS-CREDITED-WORK TO CREDITED-LINE-POINTS
              MOVE MEMO-POINTS-CREDITED-LINE TO CREDIT-MEMO-LINE
              WRITE CREDIT-MEMO-LINE
           END-IF.
           IF ACCOUNT-CREDIT-AMOUNT > ZERO
              MOVE "CREDITED TO ACCOUNT.:" TO TOTALS-LABEL
              MOVE ACCOUNT-CREDIT-AMOUNT TO TOTALS-AMOUNT
              MOVE MEMO-TOTALS-LINE TO CREDIT-MEMO-LINE
              WRITE CREDIT-MEMO-LINE
           END-IF.
           IF CASH-REFUND-AMOUNT > ZERO
              MOVE "REFUNDED IN CASH....:" TO TOTALS-LABEL
              MOVE CASH-REFUND-AMOUNT TO TOTALS-AMOUNT
              MOVE MEMO-TOTALS-LINE TO CREDIT-MEMO-LINE
              WRITE CREDIT-MEMO-LINE
           END-IF.
           IF POINTS-REVERSED-WORK > ZERO
              MOVE "POINTS REVERSED.....:" TO POINTS-LABEL
              MOVE POINTS-REVERSED-WORK TO POINTS-AMOUNT
              MOVE MEMO-POINTS-LINE TO CREDIT-MEMO-LINE
              WRITE CREDIT-MEMO-LINE
           END-IF.
           MOVE ALL "*" TO CREDIT-MEMO-LINE (1:80).
           WRITE CREDIT-MEMO-LINE.
           CLOSE CREDIT-MEMO-FILE.

       PRINT-KIT-RETURN-CONTENTS.
           IF KL-RETURN-QTY (KL-IDX) > ZERO
              MOVE KL-RETURN-QTY (KL-IDX) TO KIT-CONTENTS-QTY
              MOVE SPACES TO CREDIT-MEMO-LINE
              STRING "      " KIT-CONTENTS-QTY " X "
                  KL-PRODUCT-CODE (KL-IDX)
                  DELIMITED BY SIZE INTO CREDIT-MEMO-LINE
              WRITE CREDIT-MEMO-LINE
           END-IF.

       END PROGRAM RETURN-PRODUCT.
