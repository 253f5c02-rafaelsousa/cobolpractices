      *  THE STOCK BACK ON PRODUCT-MASTER UNDER LOCK (AUDITED),        *
      *  WRITES AN OFFSETTING RETURN TRANSACTION PER SALE LINE SO      *
      *  EOD-SALES-SUMMARY AND STOCK-RECONCILE STILL BALANCE, AND      *
      *  FOR AN ORDER CHARGED WHOLLY OR PARTLY ON ACCOUNT REVERSES     *
      *  THE AR CHARGE WITH A CREDIT MEMO - ANY PART PAID AT THE TILL  *
      *  IS HANDED BACK THERE. THE HEADER IS MARKED VOIDED SO THE      *
      *  ORDER CANNOT BE VOIDED TWICE OR COUNTED IN A CASH-UP.         *
      *  A KIT ON THE ORDER WAS POSTED AS ONE LINE PER COMPONENT, SO   *
      *  EVERY COMPONENT GOES BACK ON THE SHELF WITH ITS OWN LINE.     *
      *  THE LOYALTY POINTS THE ORDER EARNED COME BACK OFF THE         *
      *  CUSTOMER'S LOYALTY ACCOUNT AND ANY POINTS REDEEMED ON IT GO   *
      *  BACK ON - THE POINTS, NOT THEIR VALUE IN CASH.                *
      *  REACHED ONLY THROUGH THE LEVEL-2 MENU OPTION, LIKE THE OTHER  *
      *  SENSITIVE OPTIONS IN FLOW-CONTROL.                            *
      ******************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 ARTRX-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 VOID-OK-SWITCH PIC X(1).
             88 VOID-IS-OK                VALUE 'Y'.
             88 VOID-IS-NOT-OK            VALUE 'N'.

         01 VOID-LINE-COUNT PIC 9(3) VALUE ZERO.
         01 VOID-LINE-TABLE.
             05 VOID-LINE-ENTRY OCCURS 200 TIMES
                   INDEXED BY VOID-IDX.
                10 VL-LINE-NUMBER      PIC 9(3).
                10 VL-PRODUCT-CODE     PIC X(6).
                10 VL-SALE-AMOUNT      PIC 9(7)V99.
                10 VL-TAX-AMOUNT       PIC 9(7)V99.
                10 VL-TOTAL-AMOUNT     PIC 9(7)V99.
                10 VL-KIT-LINE         PIC 9(3).

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "VOID-ORDER".
         01 AUDIT-FILE-ID      PIC X(8).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

         COPY "signed-on-user.cpy".

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.
              END-IF.
              IF VOID-IS-OK
                 PERFORM REVERSE-ORDER-LINES
                 IF OH-ON-ACCOUNT OR OH-SPLIT-TENDER
                    PERFORM REVERSE-AR-CHARGE
                 END-IF
                 IF OH-POINTS-EARNED > ZERO
                    OR OH-POINTS-REDEEMED > ZERO
                    PERFORM REVERSE-LOYALTY-POINTS
                 END-IF
                 PERFORM MARK-ORDER-VOIDED
                 DISPLAY "ORDER VOIDED, LINES REVERSED:" AT 0801
                 DISPLAY LINES-REVERSED AT 0831
              IF TRX-RETURN
                 SET RETURN-ALREADY-TAKEN TO TRUE
              ELSE
                 IF VOID-LINE-COUNT < 200
                    ADD 1 TO VOID-LINE-COUNT
                    SET VOID-IDX TO VOID-LINE-COUNT
                    MOVE LINE-NUMBER TO VL-LINE-NUMBER (VOID-IDX)
                    MOVE SALE-AMOUNT TO VL-SALE-AMOUNT (VOID-IDX)
                    MOVE TAX-AMOUNT TO VL-TAX-AMOUNT (VOID-IDX)
                    MOVE TOTAL-AMOUNT TO VL-TOTAL-AMOUNT (VOID-IDX)
                    MOVE TRX-KIT-LINE TO VL-KIT-LINE (VOID-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE VL-SALE-AMOUNT (VOID-IDX) TO SALE-AMOUNT.
           MOVE VL-TAX-AMOUNT (VOID-IDX) TO TAX-AMOUNT.
           MOVE VL-TOTAL-AMOUNT (VOID-IDX) TO TOTAL-AMOUNT.
           MOVE OPERATOR-USER-ID TO TRX-OPERATOR-ID.
           MOVE VL-KIT-LINE (VOID-IDX) TO TRX-KIT-LINE.
           WRITE SALES-TRANSACTION-RECORD.
           ADD 1 TO LINES-REVERSED.

               AUDIT-AFTER-IMAGE.

      *****************************************************************
      *  THE ON-ACCOUNT PART OF THE ORDER COMES BACK OFF THE          *
      *  CUSTOMER'S RUNNING BALANCE, AUDITED, WITH A CREDIT MEMO ON   *
      *  THE AR FILE CARRYING THE ORDER NUMBER SO THE AGING REPORT    *
      *  AND THE CUSTOMER'S STATEMENT SHOW THE REVERSAL.              *
      *****************************************************************
       REVERSE-AR-CHARGE.
           MOVE OH-CUSTOMER-NUMBER TO
           END-READ.
           IF CUSTMAST-STATUS = "00"
              MOVE CUSTOMER-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
              SUBTRACT OH-ACCOUNT-AMOUNT FROM CUSTOMER-BALANCE
              REWRITE CUSTOMER-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
           MOVE OH-CUSTOMER-NUMBER TO AR-CUSTOMER-NUMBER.
           SET AR-CREDIT-MEMO TO TRUE.
           MOVE ENTERED-ORDER-NUMBER TO AR-REFERENCE.
           MOVE OH-ACCOUNT-AMOUNT TO AR-AMOUNT.
           WRITE AR-TRANSACTION-RECORD.
           CLOSE AR-TRANSACTION.

      *****************************************************************
      *  THE WHOLE ORDER COMES BACK, SO ALL ITS EARNED POINTS ARE     *
      *  REVERSED AND ALL ITS REDEEMED POINTS CREDITED BACK, UNDER    *
      *  LOCK, EACH LOGGED AGAINST THE ORDER. EARNED POINTS ALREADY   *
      *  SPENT TAKE THE BALANCE BELOW ZERO.                           *
      *****************************************************************
       REVERSE-LOYALTY-POINTS.
           OPEN I-O LOYALTY-ACCOUNT.
           MOVE OH-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           IF LOYALTY-STATUS = "00"
              READ LOYALTY-ACCOUNT WITH LOCK
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.
           IF LOYALTY-STATUS = "00"
              ADD OH-POINTS-REDEEMED TO LOY-POINTS-BALANCE
              SUBTRACT OH-POINTS-REDEEMED FROM LOY-POINTS-REDEEMED
              SUBTRACT OH-POINTS-EARNED FROM LOY-POINTS-BALANCE
              ADD OH-POINTS-EARNED TO LOY-POINTS-REVERSED
              MOVE BUSINESS-DATE TO LOY-LAST-ACTIVITY-DATE
              REWRITE LOYALTY-ACCOUNT-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              IF LOYALTY-STATUS = "00"
                 PERFORM LOG-VOIDED-POINTS
              ELSE
                 DISPLAY "UNABLE TO UPDATE LOYALTY POINTS" AT 1101
              END-IF
              UNLOCK LOYALTY-ACCOUNT
           ELSE
              DISPLAY "UNABLE TO UPDATE LOYALTY POINTS" AT 1101
           END-IF.
           CLOSE LOYALTY-ACCOUNT.

       LOG-VOIDED-POINTS.
           OPEN EXTEND LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "35"
              OPEN OUTPUT LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
              OPEN EXTEND LOYALTY-ACTIVITY
           END-IF.
           MOVE BUSINESS-DATE TO LA-ACTIVITY-DATE.
           MOVE VOID-TIME TO LA-ACTIVITY-TIME.
           MOVE OH-CUSTOMER-NUMBER TO LA-CUSTOMER-NUMBER.
           MOVE ENTERED-ORDER-NUMBER TO LA-ORDER-NUMBER.
           MOVE OPERATOR-USER-ID TO LA-OPERATOR-ID.
           IF OH-POINTS-REDEEMED > ZERO
              SET LA-POINTS-CREDITED TO TRUE
              MOVE OH-POINTS-REDEEMED TO LA-POINTS
              WRITE LOYALTY-ACTIVITY-RECORD
           END-IF.
           IF OH-POINTS-EARNED > ZERO
              SET LA-POINTS-REVERSED TO TRUE
              COMPUTE LA-POINTS = ZERO - OH-POINTS-EARNED
              WRITE LOYALTY-ACTIVITY-RECORD
           END-IF.
           CLOSE LOYALTY-ACTIVITY.

       MARK-ORDER-VOIDED.
           SET OH-VOIDED TO TRUE.
           REWRITE ORDER-HEADER-RECORD
