      *****************************************************************
      *  GL JOURNAL RECORD LAYOUT                                     *
      *  One record per account and department line of a business    *
      *  date's journal, released by GL-JOURNAL-EXTRACT to the        *
      *  ledger only when the date's debits equal its credits. A      *
      *  date appears on the file once - the extract refuses to       *
      *  release the same date twice.                                 *
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-BUSINESS-DATE        PIC 9(8).
           05  GJ-LINE-NUMBER          PIC 9(5).
           05  GJ-ACCOUNT-NUMBER       PIC X(10).
           05  GJ-ACCOUNT-USE          PIC X(4).
           05  GJ-DEPT-CODE            PIC X(3).
           05  GJ-DEBIT-AMOUNT         PIC 9(9)V99.
           05  GJ-CREDIT-AMOUNT        PIC 9(9)V99.
