       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-LAYAWAY.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  THE LAYAWAY COUNTER. AGREEMENT ZERO OPENS A NEW AGREEMENT     *
      *  THROUGH ENTER-LAYAWAY; ANY OTHER NUMBER IS SHOWN WITH WHAT    *
      *  HAS BEEN PAID AND WHAT IS STILL OWED, AND THE CLERK CAN TAKE  *
      *  AN INSTALLMENT (ANY AMOUNT UP TO THE BALANCE, BY CASH, CARD   *
      *  OR CHECK). ONCE PAID IN FULL THE GOODS ARE RUNG UP AT         *
      *  SELL-PRODUCT, WHICH POSTS THE ORDER AGAINST THE PAYMENTS.     *
      *  A SUPERVISOR CAN CANCEL AN OPEN AGREEMENT AT THE CUSTOMER'S   *
      *  REQUEST, OR FORFEIT ONE PAST ITS DUE DATE. EITHER WAY THE     *
      *  RESERVED STOCK GOES BACK TO FREE STOCK, THE STORE KEEPS THE   *
      *  RESTOCKING FEE FROM LAYAWAY-RULES (NEVER MORE THAN WAS PAID)  *
      *  AND THE REST IS REFUNDED - IN CASH OVER THE COUNTER FOR A     *
      *  CANCELLATION, BY A MAILED CHECK FOR A FORFEIT, THE CUSTOMER   *
      *  NOT BEING THERE. EVERY MOVEMENT OF MONEY IS LOGGED ON         *
      *  LAYAWAY-PAYMENT AND A SLIP IS PRINTED TO THE LAYAWAY          *
      *  DOCUMENT FILE. LIKE A SALE, NOTHING IS TAKEN OR PAID OUT      *
      *  WHILE THE BUSINESS DATE IS CLOSED.                            *
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
         01 LAYHDR-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 LAYDOC-STATUS PIC X(2).
         01 DAY-OPEN-SWITCH PIC X(1).
             88 BUSINESS-DAY-IS-OPEN      VALUE 'Y'.
             88 BUSINESS-DAY-IS-CLOSED    VALUE 'N'.
         01 LAYAWAY-OK-SWITCH PIC X(1).
             88 LAYAWAY-IS-OK             VALUE 'Y'.
             88 LAYAWAY-IS-NOT-OK         VALUE 'N'.
         01 LAYAWAY-ERROR-MESSAGE PIC X(50).
         01 PAYMENT-SWITCH PIC X(1).
             88 PAYMENT-IS-VALID          VALUE 'Y'.
             88 PAYMENT-NOT-VALID         VALUE 'N'.

         01 ENTERED-LAYAWAY-NUMBER PIC 9(8).
         01 ENTERED-ACTION PIC X(1).
             88 ACTION-IS-PAYMENT         VALUE 'P'.
             88 ACTION-IS-CANCEL          VALUE 'C'.
             88 ACTION-IS-FORFEIT         VALUE 'F'.
         01 ENTERED-PAYMENT PIC 9(7)V99.
         01 ENTERED-CHECK-NUMBER PIC X(10).
         01 ENTERED-TENDER-TYPE PIC X(1).
             88 TENDER-IS-CASH            VALUE 'C'.
             88 TENDER-IS-CREDIT-CARD     VALUE 'R'.
             88 TENDER-IS-DEBIT-CARD      VALUE 'D'.
             88 TENDER-IS-CHECK           VALUE 'K'.
         01 CONFIRM-ANSWER PIC X(1).

         01 LAYAWAY-DATE PIC 9(8).
         01 AMOUNT-DISPLAY PIC ZZZZZZ9.99.
         01 BALANCE-DUE-WORK PIC 9(7)V99.
         01 PAID-WHEN-SHOWN PIC 9(7)V99.
         01 RESTOCKING-FEE-WORK PIC 9(7)V99.
         01 REFUND-AMOUNT-WORK PIC 9(7)V99.
         01 LAYAWAY-STATUS-TEXT PIC X(10).
         01 LAY-LINE-IDX PIC 9(3).

         COPY "signed-on-user.cpy".

         COPY "layaway-rules.cpy".

         01 LAYAWAY-SLIP-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-LABEL              PIC X(22).
             05  SLIP-AMOUNT             PIC ZZZZZZ9.99.

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM READ-STORE-CONTROL.
           IF BUSINESS-DAY-IS-OPEN
              PERFORM LAYAWAY-COUNTER-FORMULARY
           END-IF.
           GOBACK.

      *****************************************************************
      *  PAYMENTS, FEES AND REFUNDS ARE DATED ON THE STORE BUSINESS   *
      *  DATE SO THEY LAND IN THAT DAY'S CASH-UP AND GL JOURNAL.      *
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

       LAYAWAY-COUNTER-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'LAYAWAY COUNTER' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Layaway # (0 = new):' AT 0401.
              MOVE ZERO TO ENTERED-LAYAWAY-NUMBER.
              ACCEPT ENTERED-LAYAWAY-NUMBER AT 0423.
              IF ENTERED-LAYAWAY-NUMBER = ZERO
                 CALL 'ENTER-LAYAWAY'
              ELSE
                 PERFORM OPEN-LAYAWAY-FILES
                 PERFORM SERVICE-ONE-LAYAWAY
                 PERFORM CLOSE-LAYAWAY-FILES
              END-IF.

       OPEN-LAYAWAY-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O PRODUCT-MASTER.
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

       SERVICE-ONE-LAYAWAY.
           SET LAYAWAY-IS-OK TO TRUE.
           MOVE ENTERED-LAYAWAY-NUMBER TO LAY-NUMBER.
           READ LAYAWAY-HEADER
               INVALID KEY
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "LAYAWAY NOT FOUND" TO LAYAWAY-ERROR-MESSAGE
           END-READ.
           IF LAYAWAY-IS-OK
              PERFORM SHOW-LAYAWAY
              IF NOT LAY-OPEN
                 SET LAYAWAY-IS-NOT-OK TO TRUE
                 MOVE "LAYAWAY IS CLOSED, NOTHING TO DO" TO
                    LAYAWAY-ERROR-MESSAGE
              END-IF
           END-IF.
           IF LAYAWAY-IS-OK
              DISPLAY 'Action P=payment C=cancel F=forfeit:' AT 1201
              MOVE SPACE TO ENTERED-ACTION
              ACCEPT ENTERED-ACTION AT 1238
              PERFORM UPPER-CASE-ACTION
              EVALUATE TRUE
                  WHEN ACTION-IS-PAYMENT
                     PERFORM TAKE-INSTALLMENT
                  WHEN ACTION-IS-CANCEL
                     PERFORM CLOSE-OUT-LAYAWAY
                  WHEN ACTION-IS-FORFEIT
                     PERFORM CLOSE-OUT-LAYAWAY
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           IF LAYAWAY-IS-NOT-OK
              DISPLAY LAYAWAY-ERROR-MESSAGE AT 2301
           END-IF.

       SHOW-LAYAWAY.
           MOVE LAY-CUSTOMER-NUMBER TO
              CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD.
           READ CUSTOMER-MASTER
               KEY IS CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               INVALID KEY
                  MOVE "** CUSTOMER NOT FOUND **" TO
                     CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
           END-READ.
           EVALUATE TRUE
               WHEN LAY-OPEN
                  MOVE "OPEN" TO LAYAWAY-STATUS-TEXT
               WHEN LAY-SOLD
                  MOVE "SOLD" TO LAYAWAY-STATUS-TEXT
               WHEN LAY-CANCELLED
                  MOVE "CANCELLED" TO LAYAWAY-STATUS-TEXT
               WHEN LAY-FORFEITED
                  MOVE "FORFEITED" TO LAYAWAY-STATUS-TEXT
               WHEN OTHER
                  MOVE LAY-STATUS TO LAYAWAY-STATUS-TEXT
           END-EVALUATE.
           COMPUTE BALANCE-DUE-WORK =
              LAY-TOTAL-AMOUNT - LAY-AMOUNT-PAID.
           MOVE LAY-AMOUNT-PAID TO PAID-WHEN-SHOWN.
           DISPLAY 'Customer.....:' AT 0501.
           DISPLAY LAY-CUSTOMER-NUMBER AT 0516.
           DISPLAY CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD AT 0523.
           DISPLAY 'Opened.......:' AT 0601.
           DISPLAY LAY-OPENED-DATE AT 0616.
           DISPLAY 'Due by' AT 0630.
           DISPLAY LAY-DUE-DATE AT 0637.
           DISPLAY 'Status.......:' AT 0701.
           DISPLAY LAYAWAY-STATUS-TEXT AT 0716.
           DISPLAY 'Total........:' AT 0801.
           MOVE LAY-TOTAL-AMOUNT TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 0816.
           DISPLAY 'Paid.........:' AT 0901.
           MOVE LAY-AMOUNT-PAID TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 0916.
           DISPLAY 'Balance......:' AT 1001.
           MOVE BALANCE-DUE-WORK TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 1016.
           IF LAY-OPEN AND LAY-DUE-DATE < LAYAWAY-DATE
              DISPLAY 'PAST DUE' AT 1030
           END-IF.

       UPPER-CASE-ACTION.
           EVALUATE ENTERED-ACTION
               WHEN "p"
                  SET ACTION-IS-PAYMENT TO TRUE
               WHEN "c"
                  SET ACTION-IS-CANCEL TO TRUE
               WHEN "f"
                  SET ACTION-IS-FORFEIT TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  AN INSTALLMENT IS ANY AMOUNT UP TO THE BALANCE - ZERO TAKES  *
      *  THE WHOLE BALANCE. A PAYMENT AFTER THE DUE DATE IS STILL     *
      *  TAKEN WHILE THE AGREEMENT IS OPEN: ONLY A SUPERVISOR'S       *
      *  FORFEIT ENDS IT.                                             *
      *****************************************************************
       TAKE-INSTALLMENT.
           IF BALANCE-DUE-WORK = ZERO
              SET LAYAWAY-IS-NOT-OK TO TRUE
              MOVE "PAID IN FULL - RING IT UP AT SELL PRODUCT" TO
                 LAYAWAY-ERROR-MESSAGE
           ELSE
              DISPLAY 'Payment (0=all due).:' AT 1401
              SET PAYMENT-NOT-VALID TO TRUE
              PERFORM ACCEPT-PAYMENT-AMOUNT
                 UNTIL PAYMENT-IS-VALID
              DISPLAY 'Tender C=cash R=credit D=debit K=check:' AT 1501
              MOVE SPACE TO ENTERED-TENDER-TYPE
              PERFORM ACCEPT-PAYMENT-TENDER
                 UNTIL TENDER-IS-CASH OR TENDER-IS-CREDIT-CARD
                    OR TENDER-IS-DEBIT-CARD OR TENDER-IS-CHECK
              MOVE SPACES TO ENTERED-CHECK-NUMBER
              IF TENDER-IS-CHECK
                 DISPLAY 'Check #.............:' AT 1601
                 PERFORM ACCEPT-CHECK-NUMBER
                    UNTIL ENTERED-CHECK-NUMBER NOT = SPACES
              END-IF
              PERFORM POST-INSTALLMENT
           END-IF.

       ACCEPT-PAYMENT-AMOUNT.
           MOVE ZERO TO ENTERED-PAYMENT.
           ACCEPT ENTERED-PAYMENT AT 1423.
           DISPLAY '                                              '
              AT 2201.
           IF ENTERED-PAYMENT = ZERO
              MOVE BALANCE-DUE-WORK TO ENTERED-PAYMENT
           END-IF.
           IF ENTERED-PAYMENT > BALANCE-DUE-WORK
              DISPLAY "PAYMENT IS MORE THAN THE BALANCE" AT 2201
           ELSE
              SET PAYMENT-IS-VALID TO TRUE
           END-IF.

       ACCEPT-PAYMENT-TENDER.
           ACCEPT ENTERED-TENDER-TYPE AT 1541.
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
           ACCEPT ENTERED-CHECK-NUMBER AT 1623.

      *****************************************************************
      *  THE AGREEMENT IS RE-READ UNDER LOCK SO TWO TILLS CANNOT BOTH *
      *  TAKE THE LAST OF THE BALANCE, OR PAY INTO ONE BEING SOLD OR  *
      *  CANCELLED AT THE SAME MOMENT.                                *
      *****************************************************************
       POST-INSTALLMENT.
           MOVE ENTERED-LAYAWAY-NUMBER TO LAY-NUMBER.
           READ LAYAWAY-HEADER WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN LAYHDR-STATUS NOT = "00"
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "LAYAWAY RECORD IN USE, PAYMENT NOT TAKEN" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN NOT LAY-OPEN
                  OR LAY-AMOUNT-PAID + ENTERED-PAYMENT >
                     LAY-TOTAL-AMOUNT
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "LAYAWAY CHANGED MEANWHILE, PAYMENT NOT TAKEN" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN OTHER
                  ADD ENTERED-PAYMENT TO LAY-AMOUNT-PAID
                  MOVE LAYAWAY-DATE TO LAY-LAST-PAYMENT-DATE
                  REWRITE LAYAWAY-HEADER-RECORD
                      INVALID KEY
                         SET LAYAWAY-IS-NOT-OK TO TRUE
                  END-REWRITE
                  IF LAYHDR-STATUS NOT = "00"
                     SET LAYAWAY-IS-NOT-OK TO TRUE
                     MOVE "UNABLE TO UPDATE LAYAWAY, PAYMENT NOT TAKEN"
                        TO LAYAWAY-ERROR-MESSAGE
                  END-IF
           END-EVALUATE.
           UNLOCK LAYAWAY-HEADER.
           IF LAYAWAY-IS-OK
              SET LP-INSTALLMENT TO TRUE
              MOVE ENTERED-TENDER-TYPE TO LP-TENDER-TYPE
              MOVE ENTERED-CHECK-NUMBER TO LP-CHECK-NUMBER
              MOVE ENTERED-PAYMENT TO LP-AMOUNT
              PERFORM WRITE-LAYAWAY-PAYMENT
              PERFORM PRINT-PAYMENT-SLIP
              COMPUTE BALANCE-DUE-WORK =
                 LAY-TOTAL-AMOUNT - LAY-AMOUNT-PAID
              DISPLAY 'Balance now.........:' AT 1801
              MOVE BALANCE-DUE-WORK TO AMOUNT-DISPLAY
              DISPLAY AMOUNT-DISPLAY AT 1823
              IF BALANCE-DUE-WORK = ZERO
                 DISPLAY "PAID IN FULL - RING IT UP AT SELL PRODUCT"
                    AT 2301
              ELSE
                 DISPLAY "PAYMENT TAKEN" AT 2301
              END-IF
           END-IF.

      *****************************************************************
      *  CANCEL AND FORFEIT NEED A SUPERVISOR. A FORFEIT IS ONLY FOR  *
      *  AN AGREEMENT PAST ITS DUE DATE. THE RESTOCKING FEE IS THE    *
      *  RULES' PERCENTAGE OF THE SUBTOTAL, CAPPED AT WHAT WAS PAID;  *
      *  THE REST OF THE PAYMENTS IS REFUNDED.                        *
      *****************************************************************
       CLOSE-OUT-LAYAWAY.
           EVALUATE TRUE
               WHEN OPERATOR-LEVEL < 2
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "SUPERVISOR SIGN-ON REQUIRED." TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN ACTION-IS-FORFEIT
                  AND LAY-DUE-DATE NOT < LAYAWAY-DATE
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "NOT PAST DUE, CANNOT BE FORFEITED" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN OTHER
                  PERFORM CONFIRM-CLOSE-OUT
           END-EVALUATE.

       CONFIRM-CLOSE-OUT.
           COMPUTE RESTOCKING-FEE-WORK ROUNDED =
              LAY-SUBTOTAL * LAYAWAY-RESTOCKING-PCT / 100.
           IF RESTOCKING-FEE-WORK > LAY-AMOUNT-PAID
              MOVE LAY-AMOUNT-PAID TO RESTOCKING-FEE-WORK
           END-IF.
           COMPUTE REFUND-AMOUNT-WORK =
              LAY-AMOUNT-PAID - RESTOCKING-FEE-WORK.
           DISPLAY 'Restocking fee......:' AT 1401.
           MOVE RESTOCKING-FEE-WORK TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 1423.
           DISPLAY 'Refund..............:' AT 1501.
           MOVE REFUND-AMOUNT-WORK TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 1523.
           MOVE SPACES TO ENTERED-CHECK-NUMBER.
           IF REFUND-AMOUNT-WORK > ZERO
              IF ACTION-IS-CANCEL
                 DISPLAY 'REFUNDED IN CASH' AT 1536
              ELSE
                 DISPLAY 'Refund check #......:' AT 1601
                 PERFORM ACCEPT-CHECK-NUMBER
                    UNTIL ENTERED-CHECK-NUMBER NOT = SPACES
              END-IF
           END-IF.
           IF ACTION-IS-CANCEL
              DISPLAY 'Cancel this layaway (Y/N)?:' AT 1701
           ELSE
              DISPLAY 'Forfeit this layaway (Y/N)?:' AT 1701
           END-IF.
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER AT 1730.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
              PERFORM POST-CLOSE-OUT
           ELSE
              SET LAYAWAY-IS-NOT-OK TO TRUE
              MOVE "LAYAWAY LEFT OPEN" TO LAYAWAY-ERROR-MESSAGE
           END-IF.

      *****************************************************************
      *  THE AGREEMENT IS CLOSED UNDER LOCK FIRST - IF A PAYMENT CAME *
      *  IN SINCE IT WAS SHOWN, THE FEE AND REFUND ARE STALE AND      *
      *  NOTHING IS DONE. THEN EACH LINE'S RESERVATION IS RELEASED.   *
      *****************************************************************
       POST-CLOSE-OUT.
           MOVE ENTERED-LAYAWAY-NUMBER TO LAY-NUMBER.
           READ LAYAWAY-HEADER WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN LAYHDR-STATUS NOT = "00"
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "LAYAWAY RECORD IN USE, NOT CLOSED" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN NOT LAY-OPEN
                  OR LAY-AMOUNT-PAID NOT = PAID-WHEN-SHOWN
                  SET LAYAWAY-IS-NOT-OK TO TRUE
                  MOVE "LAYAWAY CHANGED MEANWHILE, NOT CLOSED" TO
                     LAYAWAY-ERROR-MESSAGE
               WHEN OTHER
                  IF ACTION-IS-CANCEL
                     SET LAY-CANCELLED TO TRUE
                  ELSE
                     SET LAY-FORFEITED TO TRUE
                  END-IF
                  MOVE LAYAWAY-DATE TO LAY-CLOSED-DATE
                  MOVE RESTOCKING-FEE-WORK TO LAY-RESTOCKING-FEE
                  MOVE REFUND-AMOUNT-WORK TO LAY-REFUND-AMOUNT
                  REWRITE LAYAWAY-HEADER-RECORD
                      INVALID KEY
                         SET LAYAWAY-IS-NOT-OK TO TRUE
                  END-REWRITE
                  IF LAYHDR-STATUS NOT = "00"
                     SET LAYAWAY-IS-NOT-OK TO TRUE
                     MOVE "UNABLE TO UPDATE LAYAWAY, NOT CLOSED" TO
                        LAYAWAY-ERROR-MESSAGE
                  END-IF
           END-EVALUATE.
           UNLOCK LAYAWAY-HEADER.
           IF LAYAWAY-IS-OK
              PERFORM RELEASE-LAYAWAY-LINE
                 VARYING LAY-LINE-IDX FROM 1 BY 1
                 UNTIL LAY-LINE-IDX > LAY-LINE-COUNT
              IF RESTOCKING-FEE-WORK > ZERO
                 SET LP-FEE-KEPT TO TRUE
                 MOVE SPACE TO LP-TENDER-TYPE
                 MOVE SPACES TO LP-CHECK-NUMBER
                 MOVE RESTOCKING-FEE-WORK TO LP-AMOUNT
                 PERFORM WRITE-LAYAWAY-PAYMENT
              END-IF
              IF REFUND-AMOUNT-WORK > ZERO
                 SET LP-REFUND TO TRUE
                 IF ACTION-IS-CANCEL
                    SET LP-CASH TO TRUE
                 ELSE
                    SET LP-CHECK TO TRUE
                 END-IF
                 MOVE ENTERED-CHECK-NUMBER TO LP-CHECK-NUMBER
                 MOVE REFUND-AMOUNT-WORK TO LP-AMOUNT
                 PERFORM WRITE-LAYAWAY-PAYMENT
              END-IF
              PERFORM PRINT-CLOSE-OUT-SLIP
              IF ACTION-IS-CANCEL
                 DISPLAY "LAYAWAY CANCELLED, STOCK RELEASED" AT 2301
              ELSE
                 DISPLAY "LAYAWAY FORFEITED, STOCK RELEASED" AT 2301
              END-IF
           END-IF.

       RELEASE-LAYAWAY-LINE.
           MOVE LAY-PRODUCT-CODE (LAY-LINE-IDX) TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER WITH LOCK
               KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-READ.
           IF PRODMAST-STATUS = "00"
              IF QTY-RESERVED > LAY-QTY (LAY-LINE-IDX)
                 SUBTRACT LAY-QTY (LAY-LINE-IDX) FROM QTY-RESERVED
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
              DISPLAY LAY-PRODUCT-CODE (LAY-LINE-IDX) AT 2228
           END-IF.
           UNLOCK PRODUCT-MASTER.

       WRITE-LAYAWAY-PAYMENT.
           MOVE LAYAWAY-DATE TO LP-PAYMENT-DATE.
           ACCEPT LP-PAYMENT-TIME FROM TIME.
           MOVE LAY-NUMBER TO LP-LAYAWAY-NUMBER.
           MOVE LAY-CUSTOMER-NUMBER TO LP-CUSTOMER-NUMBER.
           MOVE OPERATOR-USER-ID TO LP-OPERATOR-ID.
           MOVE ZERO TO LP-ORDER-NUMBER.
           WRITE LAYAWAY-PAYMENT-RECORD.

       PRINT-PAYMENT-SLIP.
           PERFORM PRINT-SLIP-HEADING.
           EVALUATE TRUE
               WHEN TENDER-IS-CASH
                  MOVE "PAID IN CASH........:" TO SLIP-LABEL
               WHEN TENDER-IS-CREDIT-CARD
                  MOVE "PAID BY CREDIT CARD.:" TO SLIP-LABEL
               WHEN TENDER-IS-DEBIT-CARD
                  MOVE "PAID BY DEBIT CARD..:" TO SLIP-LABEL
               WHEN OTHER
                  MOVE "PAID BY CHECK.......:" TO SLIP-LABEL
           END-EVALUATE.
           MOVE ENTERED-PAYMENT TO SLIP-AMOUNT.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "TOTAL PAID..........:" TO SLIP-LABEL.
           MOVE LAY-AMOUNT-PAID TO SLIP-AMOUNT.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "BALANCE TO PAY......:" TO SLIP-LABEL.
           COMPUTE SLIP-AMOUNT = LAY-TOTAL-AMOUNT - LAY-AMOUNT-PAID.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "  TO BE PAID IN FULL BY " LAY-DUE-DATE
               DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE ALL "*" TO LAYAWAY-DOCUMENT-LINE (1:80).
           WRITE LAYAWAY-DOCUMENT-LINE.

       PRINT-CLOSE-OUT-SLIP.
           PERFORM PRINT-SLIP-HEADING.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           IF ACTION-IS-CANCEL
              MOVE "  AGREEMENT CANCELLED AT THE CUSTOMER'S REQUEST"
                 TO LAYAWAY-DOCUMENT-LINE
           ELSE
              MOVE "  AGREEMENT FORFEITED, NOT PAID BY THE DUE DATE"
                 TO LAYAWAY-DOCUMENT-LINE
           END-IF.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "TOTAL PAID..........:" TO SLIP-LABEL.
           MOVE LAY-AMOUNT-PAID TO SLIP-AMOUNT.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE "RESTOCKING FEE KEPT.:" TO SLIP-LABEL.
           MOVE RESTOCKING-FEE-WORK TO SLIP-AMOUNT.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           IF ACTION-IS-CANCEL
              MOVE "REFUNDED IN CASH....:" TO SLIP-LABEL
           ELSE
              MOVE "REFUNDED BY CHECK...:" TO SLIP-LABEL
           END-IF.
           MOVE REFUND-AMOUNT-WORK TO SLIP-AMOUNT.
           MOVE LAYAWAY-SLIP-LINE TO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           IF ACTION-IS-FORFEIT AND REFUND-AMOUNT-WORK > ZERO
              MOVE SPACES TO LAYAWAY-DOCUMENT-LINE
              STRING "  CHECK # " ENTERED-CHECK-NUMBER
                  " TO BE MAILED TO THE CUSTOMER"
                  DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE
              WRITE LAYAWAY-DOCUMENT-LINE
           END-IF.
           MOVE ALL "*" TO LAYAWAY-DOCUMENT-LINE (1:80).
           WRITE LAYAWAY-DOCUMENT-LINE.

       PRINT-SLIP-HEADING.
           MOVE ALL "*" TO LAYAWAY-DOCUMENT-LINE (1:80).
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "LAYAWAY # " LAY-NUMBER
               " - CUSTOMER # " LAY-CUSTOMER-NUMBER
               " " FUNCTION TRIM(CUSTOMER-NAME OF
                  CUSTOMER-MASTER-RECORD)
               DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.
           MOVE SPACES TO LAYAWAY-DOCUMENT-LINE.
           STRING "DATE " LAYAWAY-DATE
               "   OPERATOR " OPERATOR-USER-ID
               DELIMITED BY SIZE INTO LAYAWAY-DOCUMENT-LINE.
           WRITE LAYAWAY-DOCUMENT-LINE.

       CLOSE-LAYAWAY-FILES.
           CLOSE CUSTOMER-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE LAYAWAY-HEADER.
           CLOSE LAYAWAY-PAYMENT.
           CLOSE LAYAWAY-DOCUMENT.

       END PROGRAM SERVICE-LAYAWAY.
