      *****************************************************************
      *  QUOTE-LINE RECORD LAYOUT                                     *
      *  One record per line of a customer quotation, keyed by the    *
      *  quote number and line number, written by ENTER-QUOTATION.    *
      *  QL-ORIG-PRICE is the master's UNIT-PRICE on the quote date   *
      *  and QL-UNIT-PRICE the price actually quoted after any        *
      *  promotion then running - the price SELL-PRODUCT charges      *
      *  when the quote is converted, whatever the master or the      *
      *  promotions say by then.                                      *
      *****************************************************************
       01  QUOTE-LINE-RECORD.
           05  QL-KEY.
               10  QL-QUOTE-NUMBER     PIC 9(8).
               10  QL-LINE-NUMBER      PIC 9(3).
           05  QL-PRODUCT-CODE         PIC X(6).
           05  QL-QTY                  PIC 9(5).
           05  QL-ORIG-PRICE           PIC 9(5)V99.
           05  QL-UNIT-PRICE           PIC 9(5)V99.
           05  QL-LINE-DISCOUNT        PIC 9(7)V99.
           05  QL-LINE-AMOUNT          PIC 9(7)V99.
           05  QL-LINE-TAX             PIC 9(7)V99.
