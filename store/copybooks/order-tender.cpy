      *****************************************************************
      *  ORDER-TENDER RECORD LAYOUT                                   *
      *  One record per tender line of a posted order, appended by    *
      *  SELL-PRODUCT: how much of the order was paid by cash, credit *
      *  card, debit card, check (with the check number) or charged   *
      *  on account. TND-AMOUNT is what was handed over - a cash      *
      *  tender may exceed what was due, the difference being the     *
      *  OH-CHANGE-DUE on the order header. Read by TENDER-SUMMARY    *
      *  to balance the day's card batches and check deposits.        *
      *  A layaway tender is the payments already taken on the        *
      *  layaway agreement the order sold off - TND-CHECK-NUMBER      *
      *  carries the agreement number.                                *
      *****************************************************************
       01  ORDER-TENDER-RECORD.
           05  TND-ORDER-NUMBER        PIC 9(8).
           05  TND-SEQUENCE            PIC 9(1).
           05  TND-ORDER-DATE          PIC 9(8).
           05  TND-OPERATOR-ID         PIC X(8).
           05  TND-TYPE                PIC X(1).
               88  TND-CASH                 VALUE 'C'.
               88  TND-CREDIT-CARD          VALUE 'R'.
               88  TND-DEBIT-CARD           VALUE 'D'.
               88  TND-CHECK                VALUE 'K'.
               88  TND-ON-ACCOUNT           VALUE 'A'.
               88  TND-LAYAWAY              VALUE 'L'.
           05  TND-CHECK-NUMBER        PIC X(10).
           05  TND-AMOUNT              PIC 9(7)V99.
