       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTER-QUOTATION.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  PRICES A BASKET FOR A CUSTOMER WITHOUT SELLING IT. THE LINES  *
      *  ARE KEYED AND PRICED EXACTLY AS SELL-PRODUCT PRICES A CART -  *
      *  TODAY'S PROMOTIONS, THE CUSTOMER'S STATE TAX RATE AND ANY     *
      *  EXEMPTION CERTIFICATE - BUT NO STOCK IS CHECKED OR TAKEN.     *
      *  ONCE THE CLERK CONFIRMS IT, THE QUOTE IS NUMBERED FROM THE    *
      *  QUOTE COUNTER ON NUMBER-CONTROL, STORED ON THE QUOTE-HEADER   *
      *  AND QUOTE-LINE FILES WITH THE DATE ITS PRICES ARE HELD TO     *
      *  (30 DAYS UNLESS THE CLERK KEYS OTHERWISE), AND PRINTED AS A   *
      *  QUOTATION DOCUMENT FOR THE CUSTOMER. SELL-PRODUCT RECALLS     *
      *  THE QUOTE BY NUMBER TO SELL IT AT THE QUOTED PRICES.          *
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

           SELECT QUOTE-HEADER ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS QUOTEHDR-STATUS.

           SELECT QUOTE-LINE ASSIGN TO "QUOTELIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-KEY
               FILE STATUS IS QUOTELIN-STATUS.

           SELECT QUOTE-DOCUMENT ASSIGN TO "QUOTEDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTEDOC-STATUS.

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

       FD  QUOTE-HEADER.
       COPY "quote-header.cpy".

       FD  QUOTE-LINE.
       COPY "quote-line.cpy".

       FD  QUOTE-DOCUMENT.
       01  QUOTE-DOCUMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 TAXRATE-STATUS PIC X(2).
         01 PROMOFLE-STATUS PIC X(2).
         01 UPCXREF-STATUS PIC X(2).
         01 TAXEXMPT-STATUS PIC X(2).
         01 QUOTEHDR-STATUS PIC X(2).
         01 QUOTELIN-STATUS PIC X(2).
         01 QUOTEDOC-STATUS PIC X(2).
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
         01 QUOTE-OK-SWITCH PIC X(1).
             88 QUOTE-IS-OK               VALUE 'Y'.
             88 QUOTE-IS-NOT-OK           VALUE 'N'.
         01 QUOTE-ERROR-MESSAGE PIC X(40).
         01 MORE-LINES-SWITCH PIC X(1).
             88 MORE-LINES-TO-ENTER       VALUE 'Y'.
             88 NO-MORE-LINES             VALUE 'N'.
         01 LINE-OK-SWITCH PIC X(1).
             88 LINE-IS-OK                VALUE 'Y'.
             88 LINE-IS-NOT-OK            VALUE 'N'.

         01 ENTERED-PRODUCT-CODE PIC X(6).
         01 ENTERED-PRODUCT-ENTRY PIC X(13).
         01 ENTERED-QTY PIC 9(5).
         01 ENTERED-VALID-DAYS PIC 9(3).
         01 DEFAULT-VALID-DAYS PIC 9(3) VALUE 30.
         01 SAVE-ANSWER PIC X(1).

         01 EFFECTIVE-UNIT-PRICE PIC 9(5)V99.
         01 QUOTE-PRICING-DATE PIC 9(8).
         01 QUOTE-EXPIRY-WORK PIC 9(8).
         01 QUOTE-AMOUNT-DISPLAY PIC ZZZZZZ9.99.

         01 MAX-QUOTE-LINES PIC 9(3) VALUE 20.
         01 CART-LINE-COUNT PIC 9(3) VALUE ZERO.
         01 CART-TABLE.
             05 CART-ENTRY OCCURS 20 TIMES INDEXED BY CART-IDX.
                10 CART-PRODUCT-CODE   PIC X(6).
                10 CART-DESCRIPTION    PIC X(30).
                10 CART-QTY            PIC 9(5).
                10 CART-ORIG-PRICE     PIC 9(5)V99.
                10 CART-UNIT-PRICE     PIC 9(5)V99.
                10 CART-LINE-DISCOUNT  PIC 9(7)V99.
                10 CART-LINE-AMOUNT    PIC 9(7)V99.
                10 CART-LINE-TAX       PIC 9(7)V99.

         01 NEW-QUOTE-NUMBER PIC 9(8).
         01 HIGHEST-QUOTE-NUMBER PIC 9(8) VALUE ZERO.
         01 NUMBER-COUNTER-ID PIC X(8) VALUE "QUOTE".
         01 QUOTE-SUBTOTAL-WORK PIC 9(7)V99.
         01 QUOTE-TAX-WORK PIC 9(7)V99.
         01 QUOTE-DISCOUNT-WORK PIC 9(7)V99.
         01 QUOTE-TOTAL-WORK PIC 9(7)V99.

         COPY "signed-on-user.cpy".

         01 LINE-ADDED-MESSAGE.
             05  FILLER                  PIC X(5) VALUE "LINE ".
             05  ADDED-LINE-NUMBER       PIC Z9.
             05  FILLER                  PIC X(8) VALUE " ADDED: ".
             05  ADDED-PRODUCT-CODE      PIC X(6).
             05  FILLER                  PIC X(3) VALUE " X ".
             05  ADDED-QTY               PIC ZZZZ9.

         01 QUOTE-DETAIL-LINE.
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

         01 QUOTE-DISCOUNT-LINE.
             05  FILLER                  PIC X(4) VALUE SPACES.
             05  FILLER                  PIC X(16)
                 VALUE "PROMO DISCOUNT -".
             05  DISCOUNT-LINE-AMOUNT    PIC ZZZZZZ9.99.

         01 QUOTE-TOTALS-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  TOTALS-LABEL            PIC X(22).
             05  TOTALS-AMOUNT           PIC ZZZZZZ9.99.

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-QUOTE-FILES.
           PERFORM QUOTE-FORMULARY.
           PERFORM CLOSE-QUOTE-FILES.
           GOBACK.

      *****************************************************************
      *  A QUOTE IS DATED AND PRICED ON THE STORE BUSINESS DATE, THE  *
      *  SAME DATE SELL-PRODUCT WILL TEST ITS EXPIRY AGAINST. UNLIKE  *
      *  A SALE IT CAN BE TAKEN WHILE THE DATE IS CLOSED - NOTHING    *
      *  IS POSTED.                                                   *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT QUOTE-PRICING-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO QUOTE-PRICING-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       OPEN-QUOTE-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PRODUCT-MASTER.
           OPEN INPUT PROMOTION-FILE.
           OPEN INPUT TAX-RATE-FILE.
           OPEN I-O QUOTE-HEADER.
           IF QUOTEHDR-STATUS = "35"
              OPEN OUTPUT QUOTE-HEADER
              CLOSE QUOTE-HEADER
              OPEN I-O QUOTE-HEADER
           END-IF.
           OPEN I-O QUOTE-LINE.
           IF QUOTELIN-STATUS = "35"
              OPEN OUTPUT QUOTE-LINE
              CLOSE QUOTE-LINE
              OPEN I-O QUOTE-LINE
           END-IF.
           OPEN EXTEND QUOTE-DOCUMENT.
           IF QUOTEDOC-STATUS = "35"
              OPEN OUTPUT QUOTE-DOCUMENT
              CLOSE QUOTE-DOCUMENT
              OPEN EXTEND QUOTE-DOCUMENT
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

       QUOTE-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'ENTER A CUSTOMER QUOTATION' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Customer #...:' AT 0401.
              ACCEPT CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD AT 0416.
              SET QUOTE-IS-OK TO TRUE.
              PERFORM VALIDATE-CUSTOMER.
              IF QUOTE-IS-OK
                 PERFORM LOOKUP-STATE-TAX-RATE
                 PERFORM CHECK-TAX-EXEMPTION
                 PERFORM CAPTURE-VALID-DAYS
                 PERFORM CAPTURE-QUOTE-LINES
              END-IF.
              IF QUOTE-IS-OK AND CART-LINE-COUNT > 0
                 PERFORM CONFIRM-QUOTE
              ELSE
                 SET QUOTE-IS-NOT-OK TO TRUE
              END-IF.
              IF QUOTE-IS-OK
                 PERFORM SAVE-QUOTE
              ELSE
                 DISPLAY QUOTE-ERROR-MESSAGE AT 1201
              END-IF.

       VALIDATE-CUSTOMER.
           READ CUSTOMER-MASTER
               KEY IS CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               INVALID KEY
                  SET QUOTE-IS-NOT-OK TO TRUE
                  MOVE "CUSTOMER NOT FOUND" TO QUOTE-ERROR-MESSAGE
           END-READ.
           IF QUOTE-IS-OK AND CUSTOMER-DELETED
              SET QUOTE-IS-NOT-OK TO TRUE
              MOVE "CUSTOMER IS INACTIVE" TO QUOTE-ERROR-MESSAGE
           END-IF.

      *****************************************************************
      *  THE QUOTE IS TAXED THE WAY SELL-PRODUCT WOULD TAX THE SALE   *
      *  TODAY: THE CUSTOMER'S STATE RATE ONCE EFFECTIVE, OTHERWISE   *
      *  THE DEFAULT RATE, AND NO TAX AT ALL FOR A CUSTOMER HOLDING   *
      *  A GOOD EXEMPTION CERTIFICATE FOR THEIR OWN STATE. THE TAX    *
      *  IS ONLY AN ESTIMATE - THE SALE IS TAXED AT THE RATE AND      *
      *  EXEMPTION IN FORCE THE DAY IT IS RUNG UP.                    *
      *****************************************************************
       LOOKUP-STATE-TAX-RATE.
           MOVE DEFAULT-TAX-RATE TO SALES-TAX-RATE.
           MOVE CUSTOMER-STATE TO TAX-STATE-CODE.
           READ TAX-RATE-FILE
               INVALID KEY
                  CONTINUE
           END-READ.
           IF TAXRATE-STATUS = "00"
              AND TAX-EFFECTIVE-DATE NOT > QUOTE-PRICING-DATE
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
                 IF TXE-EXPIRY-DATE < QUOTE-PRICING-DATE
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

       CAPTURE-VALID-DAYS.
           DISPLAY 'Days valid (0 = 30):' AT 0501.
           MOVE ZERO TO ENTERED-VALID-DAYS.
           ACCEPT ENTERED-VALID-DAYS AT 0522.
           IF ENTERED-VALID-DAYS = ZERO
              MOVE DEFAULT-VALID-DAYS TO ENTERED-VALID-DAYS
           END-IF.
           COMPUTE QUOTE-EXPIRY-WORK = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(QUOTE-PRICING-DATE)
                 + ENTERED-VALID-DAYS).
           DISPLAY 'Prices held through' AT 0530.
           DISPLAY QUOTE-EXPIRY-WORK AT 0550.

      *****************************************************************
      *  QUOTE LINES ARE KEYED LIKE SALE LINES, A BLANK PRODUCT CODE  *
      *  ENDING THE BASKET. STOCK IS NOT CHECKED - A CUSTOMER MAY BE  *
      *  QUOTED FOR GOODS STILL ON ORDER; THE STOCK CHECK COMES WHEN  *
      *  THE QUOTE IS SOLD.                                           *
      *****************************************************************
       CAPTURE-QUOTE-LINES.
           MOVE ZERO TO CART-LINE-COUNT.
           MOVE "NO LINES ENTERED, QUOTE CANCELLED" TO
              QUOTE-ERROR-MESSAGE.
           DISPLAY 'Enter quote lines, blank code ends the quote.'
              AT 0601.
           SET MORE-LINES-TO-ENTER TO TRUE.
           PERFORM CAPTURE-ONE-QUOTE-LINE
              UNTIL NO-MORE-LINES
                 OR CART-LINE-COUNT = MAX-QUOTE-LINES.

       CAPTURE-ONE-QUOTE-LINE.
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
              PERFORM VALIDATE-QUOTE-LINE
              IF LINE-IS-OK
                 PERFORM ADD-LINE-TO-QUOTE
              ELSE
                 DISPLAY QUOTE-ERROR-MESSAGE AT 1001
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

       VALIDATE-QUOTE-LINE.
           SET LINE-IS-NOT-OK TO TRUE.
           MOVE ENTERED-PRODUCT-CODE TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  MOVE "PRODUCT NOT FOUND" TO QUOTE-ERROR-MESSAGE
           END-READ.
           IF PRODMAST-STATUS = "00"
              SET LINE-IS-OK TO TRUE
           END-IF.
           IF LINE-IS-OK AND PRODUCT-DELETED
              SET LINE-IS-NOT-OK TO TRUE
              MOVE "PRODUCT IS INACTIVE" TO QUOTE-ERROR-MESSAGE
           END-IF.
           IF LINE-IS-OK AND ENTERED-QTY = ZERO
              SET LINE-IS-NOT-OK TO TRUE
              MOVE "QUANTITY MUST NOT BE ZERO" TO QUOTE-ERROR-MESSAGE
           END-IF.

       ADD-LINE-TO-QUOTE.
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
      *  THE MASTER'S UNIT-PRICE. A PROMOTION ENDING BEFORE THE QUOTE *
      *  DOES STILL HOLDS FOR THE QUOTE - THAT IS THE POINT OF IT.    *
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
              AND QUOTE-PRICING-DATE NOT < PROMO-START-DATE
              AND QUOTE-PRICING-DATE NOT > PROMO-END-DATE
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

       CONFIRM-QUOTE.
           MOVE ZERO TO QUOTE-SUBTOTAL-WORK.
           MOVE ZERO TO QUOTE-TAX-WORK.
           MOVE ZERO TO QUOTE-DISCOUNT-WORK.
           PERFORM ADD-LINE-TO-QUOTE-TOTAL
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           COMPUTE QUOTE-TOTAL-WORK =
              QUOTE-SUBTOTAL-WORK + QUOTE-TAX-WORK.
           DISPLAY 'Quote total.........:' AT 1601.
           MOVE QUOTE-TOTAL-WORK TO QUOTE-AMOUNT-DISPLAY.
           DISPLAY QUOTE-AMOUNT-DISPLAY AT 1623.
           DISPLAY 'Save and print the quote (Y/N)?:' AT 1701.
           MOVE SPACE TO SAVE-ANSWER.
           ACCEPT SAVE-ANSWER AT 1734.
           IF SAVE-ANSWER NOT = "Y" AND SAVE-ANSWER NOT = "y"
              SET QUOTE-IS-NOT-OK TO TRUE
              MOVE "QUOTE NOT SAVED" TO QUOTE-ERROR-MESSAGE
           END-IF.

       ADD-LINE-TO-QUOTE-TOTAL.
           ADD CART-LINE-AMOUNT (CART-IDX) TO QUOTE-SUBTOTAL-WORK.
           ADD CART-LINE-TAX (CART-IDX) TO QUOTE-TAX-WORK.
           ADD CART-LINE-DISCOUNT (CART-IDX) TO QUOTE-DISCOUNT-WORK.

       SAVE-QUOTE.
           PERFORM ASSIGN-QUOTE-NUMBER.
           PERFORM WRITE-QUOTE-LINE
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           PERFORM WRITE-QUOTE-HEADER.
           IF QUOTE-IS-OK
              PERFORM PRINT-QUOTATION
              DISPLAY "QUOTATION SAVED, QUOTE #" AT 1201
              DISPLAY NEW-QUOTE-NUMBER AT 1226
           END-IF.

      *****************************************************************
      *  QUOTE NUMBERS COME FROM THE QUOTE COUNTER ON NUMBER-CONTROL, *
      *  SEEDED ONCE FROM THE HIGHEST NUMBER ON QUOTEHDR, THE SAME    *
      *  WAY SELL-PRODUCT NUMBERS ORDERS.                             *
      *****************************************************************
       ASSIGN-QUOTE-NUMBER.
           MOVE ZERO TO HIGHEST-QUOTE-NUMBER.
           CALL "NEXT-NUMBER" USING "N" NUMBER-COUNTER-ID
               HIGHEST-QUOTE-NUMBER NEW-QUOTE-NUMBER.
           IF NEW-QUOTE-NUMBER = ZERO
              PERFORM SCAN-HIGHEST-QUOTE-NUMBER
              CALL "NEXT-NUMBER" USING "S" NUMBER-COUNTER-ID
                  HIGHEST-QUOTE-NUMBER NEW-QUOTE-NUMBER
           END-IF.

       SCAN-HIGHEST-QUOTE-NUMBER.
           MOVE ZERO TO HIGHEST-QUOTE-NUMBER.
           MOVE ZERO TO QH-QUOTE-NUMBER.
           START QUOTE-HEADER KEY IS NOT LESS THAN QH-QUOTE-NUMBER
               INVALID KEY
                  CONTINUE
           END-START.
           IF QUOTEHDR-STATUS = "00"
              PERFORM READ-NEXT-QUOTE-HEADER
              PERFORM CHECK-QUOTE-HEADER
                 UNTIL QUOTEHDR-STATUS NOT = "00"
           END-IF.

       READ-NEXT-QUOTE-HEADER.
           READ QUOTE-HEADER NEXT RECORD.

       CHECK-QUOTE-HEADER.
           IF QH-QUOTE-NUMBER > HIGHEST-QUOTE-NUMBER
              MOVE QH-QUOTE-NUMBER TO HIGHEST-QUOTE-NUMBER
           END-IF.
           PERFORM READ-NEXT-QUOTE-HEADER.

       WRITE-QUOTE-LINE.
           MOVE NEW-QUOTE-NUMBER TO QL-QUOTE-NUMBER.
           SET QL-LINE-NUMBER TO CART-IDX.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO QL-PRODUCT-CODE.
           MOVE CART-QTY (CART-IDX) TO QL-QTY.
           MOVE CART-ORIG-PRICE (CART-IDX) TO QL-ORIG-PRICE.
           MOVE CART-UNIT-PRICE (CART-IDX) TO QL-UNIT-PRICE.
           MOVE CART-LINE-DISCOUNT (CART-IDX) TO QL-LINE-DISCOUNT.
           MOVE CART-LINE-AMOUNT (CART-IDX) TO QL-LINE-AMOUNT.
           MOVE CART-LINE-TAX (CART-IDX) TO QL-LINE-TAX.
           WRITE QUOTE-LINE-RECORD
               INVALID KEY
                  SET QUOTE-IS-NOT-OK TO TRUE
           END-WRITE.

       WRITE-QUOTE-HEADER.
           MOVE NEW-QUOTE-NUMBER TO QH-QUOTE-NUMBER.
           MOVE QUOTE-PRICING-DATE TO QH-QUOTE-DATE.
           MOVE QUOTE-EXPIRY-WORK TO QH-EXPIRY-DATE.
           MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
              QH-CUSTOMER-NUMBER.
           MOVE OPERATOR-USER-ID TO QH-OPERATOR-ID.
           MOVE CART-LINE-COUNT TO QH-LINE-COUNT.
           MOVE QUOTE-SUBTOTAL-WORK TO QH-SUBTOTAL.
           MOVE QUOTE-TAX-WORK TO QH-TAX-AMOUNT.
           MOVE QUOTE-TOTAL-WORK TO QH-TOTAL-AMOUNT.
           SET QH-OPEN TO TRUE.
           MOVE ZERO TO QH-ORDER-NUMBER.
           MOVE ZERO TO QH-CONVERTED-DATE.
           IF QUOTE-IS-OK
              WRITE QUOTE-HEADER-RECORD
                  INVALID KEY
                     SET QUOTE-IS-NOT-OK TO TRUE
              END-WRITE
           END-IF.
           IF QUOTE-IS-NOT-OK
              DISPLAY "UNABLE TO WRITE QUOTE, NOT SAVED" AT 1201
           END-IF.

       PRINT-QUOTATION.
           MOVE ALL "*" TO QUOTE-DOCUMENT-LINE (1:80).
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           STRING "QUOTATION # "
               NEW-QUOTE-NUMBER
               " - CUSTOMER # "
               CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               " "
               FUNCTION TRIM(CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD)
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           STRING "QUOTED " QUOTE-PRICING-DATE
               " - PRICES HELD THROUGH " QUOTE-EXPIRY-WORK
               DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           PERFORM PRINT-QUOTATION-LINE
              VARYING CART-IDX FROM 1 BY 1
              UNTIL CART-IDX > CART-LINE-COUNT.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           IF QUOTE-DISCOUNT-WORK > ZERO
              MOVE "TOTAL SAVED.........:" TO TOTALS-LABEL
              MOVE QUOTE-DISCOUNT-WORK TO TOTALS-AMOUNT
              MOVE QUOTE-TOTALS-LINE TO QUOTE-DOCUMENT-LINE
              WRITE QUOTE-DOCUMENT-LINE
           END-IF.
           MOVE "SUBTOTAL............:" TO TOTALS-LABEL.
           MOVE QUOTE-SUBTOTAL-WORK TO TOTALS-AMOUNT.
           MOVE QUOTE-TOTALS-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE "ESTIMATED SALES TAX.:" TO TOTALS-LABEL.
           MOVE QUOTE-TAX-WORK TO TOTALS-AMOUNT.
           MOVE QUOTE-TOTALS-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           IF EXEMPT-CERTIFICATE-WORK NOT = SPACES
              MOVE SPACES TO QUOTE-DOCUMENT-LINE
              STRING "  TAX EXEMPT - CERTIFICATE # "
                  EXEMPT-CERTIFICATE-WORK
                  " ISSUED BY " EXEMPT-STATE-WORK
                  DELIMITED BY SIZE INTO QUOTE-DOCUMENT-LINE
              WRITE QUOTE-DOCUMENT-LINE
           END-IF.
           MOVE "TOTAL QUOTED........:" TO TOTALS-LABEL.
           MOVE QUOTE-TOTAL-WORK TO TOTALS-AMOUNT.
           MOVE QUOTE-TOTALS-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE SPACES TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE "  BRING THIS QUOTE NUMBER TO BUY AT THESE PRICES."
              TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE "  TAXED AT THE RATE ON THE DAY OF SALE, SUBJECT TO"
              TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE "  STOCK ON HAND." TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           MOVE ALL "*" TO QUOTE-DOCUMENT-LINE (1:80).
           WRITE QUOTE-DOCUMENT-LINE.

       PRINT-QUOTATION-LINE.
           MOVE CART-PRODUCT-CODE (CART-IDX) TO DETAIL-PRODUCT-CODE.
           MOVE CART-DESCRIPTION (CART-IDX) TO DETAIL-DESCRIPTION.
           MOVE CART-QTY (CART-IDX) TO DETAIL-QTY.
           MOVE CART-ORIG-PRICE (CART-IDX) TO DETAIL-UNIT-PRICE.
           MOVE CART-LINE-AMOUNT (CART-IDX) TO DETAIL-LINE-AMOUNT.
           MOVE QUOTE-DETAIL-LINE TO QUOTE-DOCUMENT-LINE.
           WRITE QUOTE-DOCUMENT-LINE.
           IF CART-LINE-DISCOUNT (CART-IDX) > ZERO
              MOVE CART-LINE-DISCOUNT (CART-IDX) TO
                 DISCOUNT-LINE-AMOUNT
              MOVE QUOTE-DISCOUNT-LINE TO QUOTE-DOCUMENT-LINE
              WRITE QUOTE-DOCUMENT-LINE
           END-IF.

       CLOSE-QUOTE-FILES.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE PROMOTION-FILE.
           CLOSE TAX-RATE-FILE.
           CLOSE QUOTE-HEADER.
           CLOSE QUOTE-LINE.
           CLOSE QUOTE-DOCUMENT.
           IF UPC-FILE-AVAILABLE
              CLOSE UPC-XREF
           END-IF.
           IF EXEMPT-FILE-AVAILABLE
              CLOSE TAX-EXEMPTION
           END-IF.

       END PROGRAM ENTER-QUOTATION.
