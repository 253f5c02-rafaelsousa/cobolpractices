      *  REORDER-REPORT PRINTS. EACH SHORT PRODUCT IS OFFERED WITH A   *
      *  SUGGESTED QUANTITY THAT TOPS THE STOCK UP TO TWICE ITS        *
      *  REORDER POINT - THE OPERATOR CAN OVERRIDE IT, OR KEY ZERO TO  *
      *  LEAVE THE PRODUCT OFF THE ORDER. STOCK HELD FOR OPEN          *
      *  LAYAWAYS IS NOT FREE TO SELL, SO IT DOES NOT COUNT TOWARDS    *
      *  THE REORDER POINT OR THE TOP-UP.                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
             05  MESSAGE-DESCRIPTION     PIC X(30).
             05  FILLER                  PIC X(9) VALUE " ON HAND ".
             05  MESSAGE-QTY-ON-HAND     PIC ZZZZ9.
             05  FILLER                  PIC X(6) VALUE " HELD ".
             05  MESSAGE-QTY-RESERVED    PIC ZZZZ9.

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           END-READ.

       OFFER-SHORT-PRODUCT.
           IF PRODUCT-ACTIVE
              AND QTY-ON-HAND < REORDER-POINT + QTY-RESERVED
              PERFORM CAPTURE-ORDER-QTY
              IF ENTERED-ORDER-QTY > 0
                 PERFORM WRITE-PO-DETAIL-LINE
           MOVE PRODUCT-CODE TO MESSAGE-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO MESSAGE-DESCRIPTION.
           MOVE QTY-ON-HAND TO MESSAGE-QTY-ON-HAND.
           MOVE QTY-RESERVED TO MESSAGE-QTY-RESERVED.
           DISPLAY SHORT-PRODUCT-MESSAGE AT 0801.
           COMPUTE SUGGESTED-ORDER-QTY =
              (REORDER-POINT * 2) + QTY-RESERVED - QTY-ON-HAND.
           DISPLAY 'Qty to order (suggested      ):' AT 0901.
           DISPLAY SUGGESTED-ORDER-QTY AT 0925.
           MOVE SUGGESTED-ORDER-QTY TO ENTERED-ORDER-QTY.
           MOVE PRODUCT-CODE TO PD-PRODUCT-CODE.
           MOVE ENTERED-ORDER-QTY TO PD-QTY-ORDERED.
           MOVE ZERO TO PD-QTY-RECEIVED.
           MOVE ZERO TO PD-QTY-RETURNED.
           MOVE ENTERED-UNIT-COST TO PD-UNIT-COST.
           WRITE PO-DETAIL-RECORD.

           MOVE LOOKUP-VENDOR-NUMBER TO PO-VENDOR-NUMBER.
           MOVE PO-LINES-WRITTEN TO PO-LINE-COUNT.
           SET PO-OPEN TO TRUE.
           SET PO-NOT-TRANSMITTED TO TRUE.
           MOVE ZERO TO PO-TRANSMITTED-DATE.
           WRITE PO-HEADER-RECORD
               INVALID KEY
                  DISPLAY "UNABLE TO WRITE PO HEADER" AT 1301
