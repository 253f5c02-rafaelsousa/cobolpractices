      ******************************************************************
      *  END-OF-SHIFT CASH-UP BY OPERATOR.                             *
      *  THE SIGNED-ON OPERATOR DECLARES THE COUNTED DRAWER BEFORE     *
      *  SEEING THE EXPECTED FIGURE. THE SYSTEM TOTALS THE CASH THEIR  *
      *  POSTED ORDERS LEFT IN THE DRAWER FOR THE CTL-BUSINESS-DATE -  *
      *  CASH TENDERED LESS CHANGE GIVEN, CARD, CHECK AND ON-ACCOUNT   *
      *  TENDERS NOT COUNTED - FROM THE ORDER HEADERS (VOIDED ORDERS   *
      *  EXCLUDED; CASH REFUNDS HANDED OUT BY RETURN-PRODUCT ARE NOT   *
      *  TRACKED BY OPERATOR AND STAY OUTSIDE THE COUNT), PLUS THE     *
      *  CASH LAYAWAY DEPOSITS AND INSTALLMENTS THEY TOOK LESS THE     *
      *  CASH LAYAWAY REFUNDS THEY PAID OUT, FROM LAYAWAY-PAYMENT.     *
      *  IT SHOWS THE OVER/SHORT AND RECORDS IT ON THE CASH-UP FILE    *
      *  UNDER A SUPERVISOR SIGN-OFF KEYED AGAINST THE USER MASTER.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT LAYAWAY-PAYMENT ASSIGN TO "LAYPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LAYPAY-STATUS.

           SELECT CASH-UP-FILE ASSIGN TO "CASHUP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  LAYAWAY-PAYMENT.
       COPY "layaway-payment.cpy".

       FD  CASH-UP-FILE.
       COPY "cash-up.cpy".

         01 USERMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 CASHUP-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 ORDER-HEADER-EOF-SWITCH PIC X(1).
             88 END-OF-ORDER-HEADER        VALUE 'Y'.
             88 NOT-END-OF-ORDER-HEADER    VALUE 'N'.
         01 LAYAWAY-PAYMENT-EOF-SWITCH PIC X(1).
             88 END-OF-LAYAWAY-PAYMENT     VALUE 'Y'.
             88 NOT-END-OF-LAYAWAY-PAYMENT VALUE 'N'.
         01 SIGN-OFF-SWITCH PIC X(1).
             88 SIGN-OFF-ACCEPTED         VALUE 'Y'.
             88 SIGN-OFF-REFUSED          VALUE 'N'.

         01 BUSINESS-DATE PIC 9(8).
         01 EXPECTED-CASH PIC S9(7)V99.
         01 DECLARED-CASH PIC 9(7)V99.
         01 OVER-SHORT-AMOUNT PIC S9(7)V99.
         01 CASH-ORDER-COUNT PIC 9(5).
         01 LAYAWAY-CASH-COUNT PIC 9(5).
         01 AMOUNT-DISPLAY PIC ZZZZZZ9.99-.

         01 ENTERED-SUPERVISOR-ID PIC X(8).
              MOVE ZERO TO DECLARED-CASH.
              ACCEPT DECLARED-CASH AT 0615.
              PERFORM TOTAL-OPERATOR-CASH-SALES.
              PERFORM TOTAL-OPERATOR-LAYAWAY-CASH.
              COMPUTE OVER-SHORT-AMOUNT =
                 DECLARED-CASH - EXPECTED-CASH.
              MOVE EXPECTED-CASH TO AMOUNT-DISPLAY.
              END-IF.

      *****************************************************************
      *  EXPECTED CASH IS THE CASH THE OPERATOR'S POSTED ORDERS FOR   *
      *  THE BUSINESS DATE TOOK IN, LESS THE CHANGE HANDED BACK.      *
      *  VOIDED ORDERS DO NOT COUNT - THE MONEY WAS NEVER KEPT.       *
      *****************************************************************
       TOTAL-OPERATOR-CASH-SALES.
           MOVE ZERO TO EXPECTED-CASH.
              SET END-OF-ORDER-HEADER TO TRUE
           END-IF.

      *****************************************************************
      *  LAYAWAY MONEY NEVER GOES THROUGH AN ORDER UNTIL THE GOODS    *
      *  ARE SOLD, AND BY THEN IT IS ALREADY IN THE DRAWER. THE CASH  *
      *  THE OPERATOR TOOK AS DEPOSITS AND INSTALLMENTS, AND HANDED   *
      *  BACK ON CANCELLATIONS, IS COUNTED FROM LAYAWAY-PAYMENT. NO   *
      *  LAYAWAY FILE YET MEANS NO LAYAWAY CASH.                      *
      *****************************************************************
       TOTAL-OPERATOR-LAYAWAY-CASH.
           MOVE ZERO TO LAYAWAY-CASH-COUNT.
           OPEN INPUT LAYAWAY-PAYMENT.
           SET NOT-END-OF-LAYAWAY-PAYMENT TO TRUE.
           IF LAYPAY-STATUS NOT = "00"
              SET END-OF-LAYAWAY-PAYMENT TO TRUE
           ELSE
              PERFORM READ-LAYAWAY-PAYMENT
              PERFORM CHECK-LAYAWAY-FOR-CASH-UP
                 UNTIL END-OF-LAYAWAY-PAYMENT
              CLOSE LAYAWAY-PAYMENT
           END-IF.

       READ-LAYAWAY-PAYMENT.
           READ LAYAWAY-PAYMENT
               AT END
                  SET END-OF-LAYAWAY-PAYMENT TO TRUE
           END-READ.

       CHECK-LAYAWAY-FOR-CASH-UP.
           IF LP-PAYMENT-DATE = BUSINESS-DATE
              AND LP-OPERATOR-ID = OPERATOR-USER-ID
              AND LP-CASH
              EVALUATE TRUE
                  WHEN LP-DEPOSIT
                  WHEN LP-INSTALLMENT
                     ADD LP-AMOUNT TO EXPECTED-CASH
                     ADD 1 TO LAYAWAY-CASH-COUNT
                  WHEN LP-REFUND
                     SUBTRACT LP-AMOUNT FROM EXPECTED-CASH
                     ADD 1 TO LAYAWAY-CASH-COUNT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-LAYAWAY-PAYMENT.

       CHECK-ORDER-FOR-CASH-UP.
           IF OH-ORDER-DATE = BUSINESS-DATE
              AND OH-OPERATOR-ID = OPERATOR-USER-ID
              AND NOT OH-VOIDED
              AND (OH-CASH-TENDERED > ZERO OR OH-CHANGE-DUE > ZERO)
              ADD OH-CASH-TENDERED TO EXPECTED-CASH
              SUBTRACT OH-CHANGE-DUE FROM EXPECTED-CASH
              ADD 1 TO CASH-ORDER-COUNT
           END-IF.
           PERFORM READ-NEXT-ORDER-HEADER.
           CLOSE CASH-UP-FILE.
           DISPLAY "CASH-UP RECORDED, ORDERS COUNTED:" AT 1301.
           DISPLAY CASH-ORDER-COUNT AT 1335.
           DISPLAY "LAYAWAY CASH MOVEMENTS COUNTED..:" AT 1401.
           DISPLAY LAYAWAY-CASH-COUNT AT 1435.

       END PROGRAM CASH-UP.
