       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDER-SUMMARY.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  DAILY TENDER SUMMARY.                                         *
      *  BATCH JOB - READS THE ORDER-TENDER FILE SELL-PRODUCT APPENDS  *
      *  ONE RECORD PER TENDER LINE TO, AND TOTALS THE BUSINESS        *
      *  DATE'S TENDERS BY TYPE - CASH, CREDIT CARD, DEBIT CARD,       *
      *  CHECK AND ON ACCOUNT - SO THE CARD BATCHES AND THE CHECK      *
      *  DEPOSIT CAN EACH BE BALANCED ON THEIR OWN. THE CHECKS ARE     *
      *  LISTED ONE BY ONE FOR THE DEPOSIT SLIP. CASH IS SHOWN AS      *
      *  HANDED OVER AND AGAIN NET OF THE CHANGE GIVEN BACK, WHICH IS  *
      *  WHAT THE DRAWERS SHOULD HOLD. TENDERS OF AN ORDER VOIDED      *
      *  THE SAME DAY ARE LEFT OUT - THE CUSTOMER HAD THEM BACK.       *
      *  A MISSING TENDER FILE JUST MEANS NO SALES YET; A REPORT       *
      *  THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 12.               *
      *  LAYAWAY DEPOSITS AND INSTALLMENTS TAKEN AT THE COUNTER ARE    *
      *  READ FROM LAYAWAY-PAYMENT AND TOTALLED BY TYPE ON THEIR OWN,  *
      *  WITH THEIR CHECKS LISTED AND THE CASH REFUNDS OF CANCELLED    *
      *  AGREEMENTS TAKEN OFF, AND THEN ADDED TO THE ORDER TENDERS     *
      *  FOR THE CARD BATCH, CHECK DEPOSIT AND DRAWER CASH TOTALS. A   *
      *  LAYAWAY SOLD TODAY SETTLES ITS ORDER WITH MONEY TAKEN ON      *
      *  EARLIER DAYS, SHOWN AS LAYAWAY PAYMENTS APPLIED.              *
      *  RUN BY THE DAYEND JCL THROUGH DAY-END-DRIVER.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-TENDER ASSIGN TO "ORDTNDR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ORDTNDR-STATUS.

           SELECT ORDER-HEADER ASSIGN TO "ORDHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS ORDHDR-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT LAYAWAY-PAYMENT ASSIGN TO "LAYPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LAYPAY-STATUS.

           SELECT TENDER-REPORT-FILE ASSIGN TO "TNDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TENDER.
       COPY "order-tender.cpy".

       FD  ORDER-HEADER.
       COPY "order-header.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  LAYAWAY-PAYMENT.
       COPY "layaway-payment.cpy".

       FD  TENDER-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 ORDTNDR-STATUS PIC X(2).
         01 ORDHDR-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 LAYPAY-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 ORDER-TENDER-EOF-SWITCH PIC X(1).
             88 END-OF-ORDER-TENDER        VALUE 'Y'.
             88 NOT-END-OF-ORDER-TENDER    VALUE 'N'.
         01 LAYAWAY-PAYMENT-EOF-SWITCH PIC X(1).
             88 END-OF-LAYAWAY-PAYMENT     VALUE 'Y'.
             88 NOT-END-OF-LAYAWAY-PAYMENT VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 ORDER-VOIDED-SWITCH PIC X(1).
             88 TENDER-ORDER-VOIDED        VALUE 'Y'.
             88 TENDER-ORDER-NOT-VOIDED    VALUE 'N'.
         01 TODAYS-DATE PIC 9(8).

         01 CASH-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 CASH-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 CREDIT-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 CREDIT-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 DEBIT-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 DEBIT-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 CHECK-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 CHECK-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 ACCOUNT-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 ACCOUNT-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-TENDER-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-TENDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 CHANGE-GIVEN-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-CASH-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-CASH-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-REFUND-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-REFUND-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-CREDIT-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-CREDIT-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-DEBIT-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-DEBIT-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 LAYAWAY-CHECK-COUNT PIC 9(5) VALUE ZERO.
         01 LAYAWAY-CHECK-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 DEPOSIT-COUNT PIC 9(5).
         01 DEPOSIT-AMOUNT PIC S9(9)V99.
         01 NET-CASH-AMOUNT PIC S9(9)V99.
         01 ALL-TENDER-COUNT PIC 9(5).
         01 ALL-TENDER-AMOUNT PIC 9(9)V99.

         01 REPORT-TITLE-LINE.
             05  FILLER                  PIC X(25)
                 VALUE "TENDER SUMMARY FOR DATE ".
             05  TITLE-DATE              PIC 9(8).

         01 CHECK-DETAIL-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ORDER-NUMBER     PIC 9(8).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-CHECK-NUMBER     PIC X(10).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-OPERATOR-ID      PIC X(8).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-CHECK-AMOUNT     PIC ZZZZZZZ9.99.

         01 TYPE-TOTAL-LINE.
             05  TOTAL-TYPE-NAME         PIC X(20).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  TOTAL-TYPE-COUNT        PIC ZZZZ9.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  TOTAL-TYPE-AMOUNT       PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT TENDER-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              SET RUN-HAS-FAILED TO TRUE
           ELSE
              OPEN INPUT ORDER-HEADER
              MOVE TODAYS-DATE TO TITLE-DATE
              MOVE REPORT-TITLE-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "CHECKS FOR DEPOSIT (ORDER / CHECK # / OPERATOR)"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM TOTAL-TODAYS-TENDERS
              PERFORM PRINT-TENDER-TOTALS
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE "LAYAWAY CHECKS FOR DEPOSIT (LAYAWAY / CHECK # / OPER
      -            "ATOR)" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM TOTAL-TODAYS-LAYAWAY-MONEY
              PERFORM PRINT-LAYAWAY-TOTALS
              PERFORM PRINT-DEPOSIT-TOTALS
              CLOSE ORDER-HEADER
              CLOSE TENDER-REPORT-FILE
           END-IF.
           IF RUN-HAS-FAILED
              DISPLAY "TENDER-SUMMARY FAILED, REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      *  THE SUMMARY REPORTS THE STORE BUSINESS DATE FROM THE         *
      *  CONTROL FILE - THE DATE DAY-END-DRIVER IS CLOSING - AND      *
      *  ONLY FALLS BACK TO THE SYSTEM CLOCK WHEN NO CONTROL FILE     *
      *  EXISTS YET.                                                  *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO TODAYS-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       TOTAL-TODAYS-TENDERS.
           OPEN INPUT ORDER-TENDER.
           EVALUATE TRUE
               WHEN ORDTNDR-STATUS = "00"
                  SET NOT-END-OF-ORDER-TENDER TO TRUE
                  PERFORM READ-ORDER-TENDER
                  PERFORM TOTAL-ONE-TENDER
                     UNTIL END-OF-ORDER-TENDER
                  CLOSE ORDER-TENDER
               WHEN ORDTNDR-STATUS = "35"
                  CONTINUE
               WHEN OTHER
                  SET RUN-HAS-FAILED TO TRUE
           END-EVALUATE.

       READ-ORDER-TENDER.
           READ ORDER-TENDER
               AT END
                  SET END-OF-ORDER-TENDER TO TRUE
           END-READ.

      *****************************************************************
      *  THE CHANGE AN ORDER GAVE BACK IS ON ITS HEADER, NOT ON ANY   *
      *  ONE TENDER LINE, SO IT IS TAKEN ONCE - WITH THE ORDER'S      *
      *  FIRST TENDER LINE.                                           *
      *****************************************************************
       TOTAL-ONE-TENDER.
           IF TND-ORDER-DATE = TODAYS-DATE
              PERFORM CHECK-TENDER-ORDER-VOIDED
              IF TENDER-ORDER-NOT-VOIDED
                 PERFORM ADD-TENDER-TO-TOTALS
                 IF TND-SEQUENCE = 1 AND ORDHDR-STATUS = "00"
                    ADD OH-CHANGE-DUE TO CHANGE-GIVEN-AMOUNT
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-ORDER-TENDER.

       CHECK-TENDER-ORDER-VOIDED.
           SET TENDER-ORDER-NOT-VOIDED TO TRUE.
           MOVE TND-ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF ORDHDR-STATUS = "00" AND OH-VOIDED
              SET TENDER-ORDER-VOIDED TO TRUE
           END-IF.

       ADD-TENDER-TO-TOTALS.
           EVALUATE TRUE
               WHEN TND-CASH
                  ADD 1 TO CASH-TENDER-COUNT
                  ADD TND-AMOUNT TO CASH-TENDER-AMOUNT
               WHEN TND-CREDIT-CARD
                  ADD 1 TO CREDIT-TENDER-COUNT
                  ADD TND-AMOUNT TO CREDIT-TENDER-AMOUNT
               WHEN TND-DEBIT-CARD
                  ADD 1 TO DEBIT-TENDER-COUNT
                  ADD TND-AMOUNT TO DEBIT-TENDER-AMOUNT
               WHEN TND-CHECK
                  ADD 1 TO CHECK-TENDER-COUNT
                  ADD TND-AMOUNT TO CHECK-TENDER-AMOUNT
                  PERFORM PRINT-CHECK-LINE
               WHEN TND-ON-ACCOUNT
                  ADD 1 TO ACCOUNT-TENDER-COUNT
                  ADD TND-AMOUNT TO ACCOUNT-TENDER-AMOUNT
               WHEN TND-LAYAWAY
                  ADD 1 TO LAYAWAY-TENDER-COUNT
                  ADD TND-AMOUNT TO LAYAWAY-TENDER-AMOUNT
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       PRINT-CHECK-LINE.
           MOVE TND-ORDER-NUMBER TO DETAIL-ORDER-NUMBER.
           MOVE TND-CHECK-NUMBER TO DETAIL-CHECK-NUMBER.
           MOVE TND-OPERATOR-ID TO DETAIL-OPERATOR-ID.
           MOVE TND-AMOUNT TO DETAIL-CHECK-AMOUNT.
           MOVE CHECK-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  ONE LINE PER TENDER TYPE. THE GRAND TOTAL IS WHAT THE DAY'S  *
      *  ORDERS WERE SETTLED WITH, SO CHANGE GIVEN COMES OFF IT.      *
      *****************************************************************
       PRINT-TENDER-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TENDERS BY TYPE (COUNT / AMOUNT)" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CASH TENDERED" TO TOTAL-TYPE-NAME.
           MOVE CASH-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE CASH-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "LESS CHANGE GIVEN" TO TOTAL-TYPE-NAME.
           MOVE ZERO TO TOTAL-TYPE-COUNT.
           COMPUTE NET-CASH-AMOUNT = ZERO - CHANGE-GIVEN-AMOUNT.
           MOVE NET-CASH-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "NET CASH IN DRAWERS" TO TOTAL-TYPE-NAME.
           COMPUTE NET-CASH-AMOUNT =
              CASH-TENDER-AMOUNT - CHANGE-GIVEN-AMOUNT.
           MOVE NET-CASH-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CREDIT CARD" TO TOTAL-TYPE-NAME.
           MOVE CREDIT-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE CREDIT-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "DEBIT CARD" TO TOTAL-TYPE-NAME.
           MOVE DEBIT-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE DEBIT-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CHECK" TO TOTAL-TYPE-NAME.
           MOVE CHECK-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE CHECK-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "ON ACCOUNT" TO TOTAL-TYPE-NAME.
           MOVE ACCOUNT-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE ACCOUNT-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "LAYAWAY PAYMENTS" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE LAYAWAY-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           COMPUTE ALL-TENDER-COUNT = CASH-TENDER-COUNT
              + CREDIT-TENDER-COUNT + DEBIT-TENDER-COUNT
              + CHECK-TENDER-COUNT + ACCOUNT-TENDER-COUNT
              + LAYAWAY-TENDER-COUNT.
           COMPUTE ALL-TENDER-AMOUNT = CASH-TENDER-AMOUNT
              - CHANGE-GIVEN-AMOUNT + CREDIT-TENDER-AMOUNT
              + DEBIT-TENDER-AMOUNT + CHECK-TENDER-AMOUNT
              + ACCOUNT-TENDER-AMOUNT + LAYAWAY-TENDER-AMOUNT.
           MOVE "TOTAL SETTLED" TO TOTAL-TYPE-NAME.
           MOVE ALL-TENDER-COUNT TO TOTAL-TYPE-COUNT.
           MOVE ALL-TENDER-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.

      *****************************************************************
      *  LAYAWAY MONEY TAKEN AT THE COUNTER TODAY. ONLY DEPOSITS,     *
      *  INSTALLMENTS AND CASH REFUNDS MOVE MONEY TODAY - THE FEE     *
      *  KEPT AND THE PAYMENTS APPLIED TO A SALE DO NOT, AND A        *
      *  FORFEIT REFUND IS A CHECK MAILED FROM THE OFFICE. NO         *
      *  LAYAWAY FILE YET MEANS NO LAYAWAY MONEY.                     *
      *****************************************************************
       TOTAL-TODAYS-LAYAWAY-MONEY.
           OPEN INPUT LAYAWAY-PAYMENT.
           EVALUATE TRUE
               WHEN LAYPAY-STATUS = "00"
                  SET NOT-END-OF-LAYAWAY-PAYMENT TO TRUE
                  PERFORM READ-LAYAWAY-PAYMENT
                  PERFORM TOTAL-ONE-LAYAWAY-PAYMENT
                     UNTIL END-OF-LAYAWAY-PAYMENT
                  CLOSE LAYAWAY-PAYMENT
               WHEN LAYPAY-STATUS = "35"
                  CONTINUE
               WHEN OTHER
                  SET RUN-HAS-FAILED TO TRUE
           END-EVALUATE.

       READ-LAYAWAY-PAYMENT.
           READ LAYAWAY-PAYMENT
               AT END
                  SET END-OF-LAYAWAY-PAYMENT TO TRUE
           END-READ.

       TOTAL-ONE-LAYAWAY-PAYMENT.
           IF LP-PAYMENT-DATE = TODAYS-DATE
              EVALUATE TRUE
                  WHEN LP-DEPOSIT
                  WHEN LP-INSTALLMENT
                     PERFORM ADD-LAYAWAY-RECEIPT
                  WHEN LP-REFUND AND LP-CASH
                     ADD 1 TO LAYAWAY-REFUND-COUNT
                     ADD LP-AMOUNT TO LAYAWAY-REFUND-AMOUNT
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM READ-LAYAWAY-PAYMENT.

       ADD-LAYAWAY-RECEIPT.
           EVALUATE TRUE
               WHEN LP-CASH
                  ADD 1 TO LAYAWAY-CASH-COUNT
                  ADD LP-AMOUNT TO LAYAWAY-CASH-AMOUNT
               WHEN LP-CREDIT-CARD
                  ADD 1 TO LAYAWAY-CREDIT-COUNT
                  ADD LP-AMOUNT TO LAYAWAY-CREDIT-AMOUNT
               WHEN LP-DEBIT-CARD
                  ADD 1 TO LAYAWAY-DEBIT-COUNT
                  ADD LP-AMOUNT TO LAYAWAY-DEBIT-AMOUNT
               WHEN LP-CHECK
                  ADD 1 TO LAYAWAY-CHECK-COUNT
                  ADD LP-AMOUNT TO LAYAWAY-CHECK-AMOUNT
                  PERFORM PRINT-LAYAWAY-CHECK-LINE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       PRINT-LAYAWAY-CHECK-LINE.
           MOVE LP-LAYAWAY-NUMBER TO DETAIL-ORDER-NUMBER.
           MOVE LP-CHECK-NUMBER TO DETAIL-CHECK-NUMBER.
           MOVE LP-OPERATOR-ID TO DETAIL-OPERATOR-ID.
           MOVE LP-AMOUNT TO DETAIL-CHECK-AMOUNT.
           MOVE CHECK-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LAYAWAY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LAYAWAY MONEY TAKEN (COUNT / AMOUNT)" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CASH TAKEN" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-CASH-COUNT TO TOTAL-TYPE-COUNT.
           MOVE LAYAWAY-CASH-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "LESS CASH REFUNDED" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-REFUND-COUNT TO TOTAL-TYPE-COUNT.
           COMPUTE NET-CASH-AMOUNT = ZERO - LAYAWAY-REFUND-AMOUNT.
           MOVE NET-CASH-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CREDIT CARD" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-CREDIT-COUNT TO TOTAL-TYPE-COUNT.
           MOVE LAYAWAY-CREDIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "DEBIT CARD" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-DEBIT-COUNT TO TOTAL-TYPE-COUNT.
           MOVE LAYAWAY-DEBIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CHECK" TO TOTAL-TYPE-NAME.
           MOVE LAYAWAY-CHECK-COUNT TO TOTAL-TYPE-COUNT.
           MOVE LAYAWAY-CHECK-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.

      *****************************************************************
      *  WHAT EACH BATCH AND THE BANK DEPOSIT SHOULD COME TO - THE    *
      *  ORDER TENDERS AND THE LAYAWAY MONEY TOGETHER.                *
      *****************************************************************
       PRINT-DEPOSIT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TO BALANCE (COUNT / AMOUNT)" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NET CASH IN DRAWERS" TO TOTAL-TYPE-NAME.
           COMPUTE DEPOSIT-COUNT =
              CASH-TENDER-COUNT + LAYAWAY-CASH-COUNT
              + LAYAWAY-REFUND-COUNT.
           MOVE DEPOSIT-COUNT TO TOTAL-TYPE-COUNT.
           COMPUTE DEPOSIT-AMOUNT = CASH-TENDER-AMOUNT
              - CHANGE-GIVEN-AMOUNT + LAYAWAY-CASH-AMOUNT
              - LAYAWAY-REFUND-AMOUNT.
           MOVE DEPOSIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CREDIT CARD BATCH" TO TOTAL-TYPE-NAME.
           COMPUTE DEPOSIT-COUNT =
              CREDIT-TENDER-COUNT + LAYAWAY-CREDIT-COUNT.
           MOVE DEPOSIT-COUNT TO TOTAL-TYPE-COUNT.
           COMPUTE DEPOSIT-AMOUNT =
              CREDIT-TENDER-AMOUNT + LAYAWAY-CREDIT-AMOUNT.
           MOVE DEPOSIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "DEBIT CARD BATCH" TO TOTAL-TYPE-NAME.
           COMPUTE DEPOSIT-COUNT =
              DEBIT-TENDER-COUNT + LAYAWAY-DEBIT-COUNT.
           MOVE DEPOSIT-COUNT TO TOTAL-TYPE-COUNT.
           COMPUTE DEPOSIT-AMOUNT =
              DEBIT-TENDER-AMOUNT + LAYAWAY-DEBIT-AMOUNT.
           MOVE DEPOSIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.
           MOVE "CHECK DEPOSIT" TO TOTAL-TYPE-NAME.
           COMPUTE DEPOSIT-COUNT =
              CHECK-TENDER-COUNT + LAYAWAY-CHECK-COUNT.
           MOVE DEPOSIT-COUNT TO TOTAL-TYPE-COUNT.
           COMPUTE DEPOSIT-AMOUNT =
              CHECK-TENDER-AMOUNT + LAYAWAY-CHECK-AMOUNT.
           MOVE DEPOSIT-AMOUNT TO TOTAL-TYPE-AMOUNT.
           PERFORM PRINT-TYPE-TOTAL-LINE.

       PRINT-TYPE-TOTAL-LINE.
           MOVE TYPE-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              SET RUN-HAS-FAILED TO TRUE
           END-IF.

       END PROGRAM TENDER-SUMMARY.
