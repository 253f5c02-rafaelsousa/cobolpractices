      *****************************************************************
      *  PO-TRANSMISSION RECORD LAYOUT                                *
      *  The outbound order file written by TRANSMIT-PURCHASE-ORDERS, *
      *  80 bytes fixed, sent on to the vendors. Each vendor's orders *
      *  go out as one batch - a vendor header, then for each order   *
      *  an order header followed by its lines, then a vendor         *
      *  trailer carrying the batch's counts and value for the        *
      *  vendor to check what arrived. POT-RECORD-DATA is read        *
      *  through the view that goes with the record type.             *
      *****************************************************************
       01  PO-TRANSMISSION-RECORD.
           05  POT-RECORD-TYPE         PIC X(1).
               88  POT-VENDOR-HEADER        VALUE 'H'.
               88  POT-ORDER-HEADER         VALUE 'O'.
               88  POT-ORDER-LINE           VALUE 'L'.
               88  POT-VENDOR-TRAILER       VALUE 'T'.
           05  POT-VENDOR-NUMBER       PIC 9(6).
           05  POT-RECORD-DATA         PIC X(73).
           05  POT-VENDOR-HEADER-DATA REDEFINES POT-RECORD-DATA.
               10  POT-VENDOR-NAME         PIC X(30).
               10  POT-TRANSMIT-DATE       PIC 9(8).
               10  FILLER                  PIC X(35).
           05  POT-ORDER-HEADER-DATA REDEFINES POT-RECORD-DATA.
               10  POT-PO-NUMBER           PIC 9(6).
               10  POT-PO-DATE             PIC 9(8).
               10  POT-PO-LINE-COUNT       PIC 9(3).
               10  FILLER                  PIC X(56).
           05  POT-ORDER-LINE-DATA REDEFINES POT-RECORD-DATA.
               10  POT-LINE-PO-NUMBER      PIC 9(6).
               10  POT-LINE-NUMBER         PIC 9(3).
               10  POT-PRODUCT-CODE        PIC X(6).
               10  POT-PRODUCT-DESCRIPTION PIC X(30).
               10  POT-QTY-ORDERED         PIC 9(5).
               10  POT-UNIT-COST           PIC 9(5)V99.
               10  FILLER                  PIC X(16).
           05  POT-VENDOR-TRAILER-DATA REDEFINES POT-RECORD-DATA.
               10  POT-ORDER-COUNT         PIC 9(5).
               10  POT-LINE-COUNT          PIC 9(7).
               10  POT-ORDER-VALUE         PIC 9(9)V99.
               10  FILLER                  PIC X(50).
