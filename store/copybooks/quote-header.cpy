      *****************************************************************
      *  QUOTE-HEADER RECORD LAYOUT                                   *
      *  One record per customer quotation, written by                *
      *  ENTER-QUOTATION under the QUOTE number counter. The quoted   *
      *  lines are the QUOTE-LINE records carrying the same           *
      *  QH-QUOTE-NUMBER. The quote holds its prices until            *
      *  QH-EXPIRY-DATE; SELL-PRODUCT can recall an open, unexpired   *
      *  quote for the same customer and post it at those prices,     *
      *  flipping it to converted with the order number it became.    *
      *  An open quote past its expiry date is simply expired - no    *
      *  run changes its status. Read by QUOTE-STATUS-REPORT.         *
      *****************************************************************
       01  QUOTE-HEADER-RECORD.
           05  QH-QUOTE-NUMBER         PIC 9(8).
           05  QH-QUOTE-DATE           PIC 9(8).
           05  QH-EXPIRY-DATE          PIC 9(8).
           05  QH-CUSTOMER-NUMBER      PIC 9(6).
           05  QH-OPERATOR-ID          PIC X(8).
           05  QH-LINE-COUNT           PIC 9(3).
           05  QH-SUBTOTAL             PIC 9(7)V99.
           05  QH-TAX-AMOUNT           PIC 9(7)V99.
           05  QH-TOTAL-AMOUNT         PIC 9(7)V99.
           05  QH-STATUS               PIC X(1).
               88  QH-OPEN                  VALUE 'O'.
               88  QH-CONVERTED             VALUE 'C'.
           05  QH-ORDER-NUMBER         PIC 9(8).
           05  QH-CONVERTED-DATE       PIC 9(8).
