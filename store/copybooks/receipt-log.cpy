      *****************************************************************
      *  RECEIPT-LOG RECORD LAYOUT                                    *
      *  One record per PO line received at the dock, appended by     *
      *  RECEIVE-STOCK on the business date of the receipt: the       *
      *  quantity that arrived, the cost the PO line carried and the  *
      *  cost the dock confirmed. PO-DETAIL only holds the running    *
      *  received quantity, so this is the dated record of each       *
      *  delivery - the GL journal books the day's receipts from it.  *
      *****************************************************************
       01  RECEIPT-LOG-RECORD.
           05  RCV-RECEIPT-DATE        PIC 9(8).
           05  RCV-PO-NUMBER           PIC 9(6).
           05  RCV-LINE-NUMBER         PIC 9(3).
           05  RCV-VENDOR-NUMBER       PIC 9(6).
           05  RCV-PRODUCT-CODE        PIC X(6).
           05  RCV-QTY-RECEIVED        PIC 9(5).
           05  RCV-PO-UNIT-COST        PIC 9(5)V99.
           05  RCV-DOCK-UNIT-COST      PIC 9(5)V99.
           05  RCV-OPERATOR-ID         PIC X(8).
