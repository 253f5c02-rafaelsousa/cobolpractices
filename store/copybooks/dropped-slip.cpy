      *****************************************************************
      *  DROPPED-SLIP RECORD LAYOUT                                   *
      *  One record per line of a suspended slip still held when      *
      *  DAY-END-DRIVER closed the business date, appended as the     *
      *  SUSPENDED-ORDER file is emptied, so the slips a customer     *
      *  walked away from outlive the day. A slip's lines sit         *
      *  together under its date and slip number. Read by             *
      *  LOSS-PREVENTION-REPORT.                                      *
      *****************************************************************
       01  DROPPED-SLIP-RECORD.
           05  DS-BUSINESS-DATE        PIC 9(8).
           05  DS-SLIP-NUMBER          PIC 9(4).
           05  DS-OPERATOR-ID          PIC X(8).
           05  DS-CUSTOMER-NUMBER      PIC 9(6).
           05  DS-PRODUCT-CODE         PIC X(6).
           05  DS-QTY                  PIC 9(5).
           05  DS-LINE-AMOUNT          PIC 9(7)V99.
