      *  EOD-SALES-SUMMARY, which nets returns against sales. The      *
      *  order's header is the ORDER-HEADER record carrying the same   *
      *  ORDER-NUMBER.                                                 *
      *  TRX-OPERATOR-ID is the signed-on operator who rang the sale,  *
      *  took the return or voided the order - for a return it can     *
      *  differ from the OH-OPERATOR-ID of the order it comes back     *
      *  against, which is what LOSS-PREVENTION-REPORT looks at.       *
      *  A kit is sold as one line per component product; each of     *
      *  those lines carries in TRX-KIT-LINE the LINE-NUMBER of the    *
      *  kit's first component line on the order, so the kit can be   *
      *  found again as a unit. TRX-KIT-LINE is zero on a line for a   *
      *  product sold on its own.                                      *
      *****************************************************************
       01  SALES-TRANSACTION-RECORD.
           05  SALE-DATE               PIC 9(8).
           05  SALE-AMOUNT             PIC 9(7)V99.
           05  TAX-AMOUNT              PIC 9(7)V99.
           05  TOTAL-AMOUNT            PIC 9(7)V99.
           05  TRX-OPERATOR-ID         PIC X(8).
           05  TRX-KIT-LINE            PIC 9(3).
