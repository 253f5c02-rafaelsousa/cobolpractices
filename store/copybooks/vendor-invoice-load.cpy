      *****************************************************************
      *  VENDOR-INVOICE-LOAD RECORD LAYOUT                            *
      *  The inbound invoice file the vendors send in, 80 bytes       *
      *  fixed, read by LOAD-VENDOR-INVOICES. Each invoice is an      *
      *  invoice header naming the purchase order it bills, followed  *
      *  by one line per product invoiced. Every record carries the   *
      *  vendor and invoice number, so a line can be told apart from  *
      *  the invoice before it. VIL-RECORD-DATA is read through the   *
      *  view that goes with the record type.                         *
      *****************************************************************
       01  VENDOR-INVOICE-LOAD-RECORD.
           05  VIL-RECORD-TYPE         PIC X(1).
               88  VIL-INVOICE-HEADER       VALUE 'H'.
               88  VIL-INVOICE-LINE         VALUE 'L'.
           05  VIL-VENDOR-NUMBER       PIC 9(6).
           05  VIL-INVOICE-NUMBER      PIC X(10).
           05  VIL-RECORD-DATA         PIC X(63).
           05  VIL-INVOICE-HEADER-DATA REDEFINES VIL-RECORD-DATA.
               10  VIL-PO-NUMBER           PIC 9(6).
               10  VIL-INVOICE-DATE        PIC 9(8).
               10  VIL-DUE-DATE            PIC 9(8).
               10  VIL-INVOICE-AMOUNT      PIC 9(7)V99.
               10  FILLER                  PIC X(32).
           05  VIL-INVOICE-LINE-DATA REDEFINES VIL-RECORD-DATA.
               10  VIL-PRODUCT-CODE        PIC X(6).
               10  VIL-QTY-INVOICED        PIC 9(5).
               10  VIL-UNIT-COST           PIC 9(5)V99.
               10  FILLER                  PIC X(45).
