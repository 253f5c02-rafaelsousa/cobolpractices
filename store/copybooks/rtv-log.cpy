      *****************************************************************
      *  RETURN-TO-VENDOR LOG RECORD LAYOUT                           *
      *  One record per PO line sent back to the vendor, appended by  *
      *  RETURN-TO-VENDOR on the business date of the return: the     *
      *  return authorization number printed on the driver's slip,   *
      *  the quantity taken off stock at the PO line cost, and the    *
      *  debit memo raised on the payables file for it. The GL        *
      *  journal books the day's vendor returns from it.              *
      *****************************************************************
       01  RTV-LOG-RECORD.
           05  RTV-RETURN-DATE         PIC 9(8).
           05  RTV-RA-NUMBER           PIC 9(8).
           05  RTV-PO-NUMBER           PIC 9(6).
           05  RTV-LINE-NUMBER         PIC 9(3).
           05  RTV-VENDOR-NUMBER       PIC 9(6).
           05  RTV-PRODUCT-CODE        PIC X(6).
           05  RTV-QTY-RETURNED        PIC 9(5).
           05  RTV-UNIT-COST           PIC 9(5)V99.
           05  RTV-RETURN-AMOUNT       PIC 9(7)V99.
           05  RTV-DEBIT-MEMO-NUMBER   PIC X(10).
           05  RTV-APPLIES-TO-INVOICE  PIC X(10).
           05  RTV-REASON              PIC X(20).
           05  RTV-OPERATOR-ID         PIC X(8).
