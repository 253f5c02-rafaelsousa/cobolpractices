      *****************************************************************
      *  POSITIVE-PAY RECORD LAYOUT                                   *
      *  One fixed-format record per check issued by                 *
      *  VENDOR-PAYMENT-RUN, sent to the bank so it honours only the  *
      *  checks we actually wrote, for the amount and to the payee    *
      *  we wrote them for.                                           *
      *****************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE          PIC X(1).
               88  PP-ISSUED-CHECK          VALUE 'I'.
           05  PP-CHECK-NUMBER         PIC 9(8).
           05  PP-ISSUE-DATE           PIC 9(8).
           05  PP-CHECK-AMOUNT         PIC 9(7)V99.
           05  PP-VENDOR-NUMBER        PIC 9(6).
           05  PP-PAYEE-NAME           PIC X(30).
