      *****************************************************************
      *  LAYAWAY-PAYMENT RECORD LAYOUT                                *
      *  One record per movement of money on a layaway agreement,     *
      *  appended by ENTER-LAYAWAY (the deposit), SERVICE-LAYAWAY     *
      *  (installments, and the fee kept and refund paid when an      *
      *  agreement is cancelled or forfeited) and SELL-PRODUCT (the   *
      *  payments applied to the order when the layaway is sold).     *
      *  LP-TENDER-TYPE says how money crossed the counter - cash,    *
      *  credit card, debit card or check (with its number) - and is  *
      *  blank for the fee and the sale, where none did. CASH-UP,     *
      *  TENDER-SUMMARY and GL-JOURNAL-EXTRACT read it for the day.   *
      *****************************************************************
       01  LAYAWAY-PAYMENT-RECORD.
           05  LP-PAYMENT-DATE         PIC 9(8).
           05  LP-PAYMENT-TIME         PIC 9(8).
           05  LP-LAYAWAY-NUMBER       PIC 9(8).
           05  LP-CUSTOMER-NUMBER      PIC 9(6).
           05  LP-OPERATOR-ID          PIC X(8).
           05  LP-KIND                 PIC X(1).
               88  LP-DEPOSIT               VALUE 'D'.
               88  LP-INSTALLMENT           VALUE 'I'.
               88  LP-APPLIED-TO-SALE       VALUE 'S'.
               88  LP-FEE-KEPT              VALUE 'F'.
               88  LP-REFUND                VALUE 'R'.
           05  LP-TENDER-TYPE          PIC X(1).
               88  LP-CASH                  VALUE 'C'.
               88  LP-CREDIT-CARD           VALUE 'R'.
               88  LP-DEBIT-CARD            VALUE 'D'.
               88  LP-CHECK                 VALUE 'K'.
           05  LP-CHECK-NUMBER         PIC X(10).
           05  LP-AMOUNT               PIC 9(7)V99.
           05  LP-ORDER-NUMBER         PIC 9(8).
