      *  CREATE-PURCHASE-ORDER. The order's lines are the PO-DETAIL   *
      *  records carrying the same PO-NUMBER. RECEIVE-STOCK closes    *
      *  the order once every line is fully received.                 *
      *  TRANSMIT-PURCHASE-ORDERS sends each open order to its        *
      *  vendor once, on the outbound order file, and marks it        *
      *  transmitted with the business date it went out - an order    *
      *  still blank in PO-TRANSMIT-FLAG has not been sent.           *
      *****************************************************************
       01  PO-HEADER-RECORD.
           05  PO-NUMBER               PIC 9(6).
           05  PO-STATUS               PIC X(1).
               88  PO-OPEN                  VALUE 'O'.
               88  PO-CLOSED                VALUE 'C'.
           05  PO-TRANSMIT-FLAG        PIC X(1).
               88  PO-TRANSMITTED           VALUE 'T'.
               88  PO-NOT-TRANSMITTED       VALUE ' '.
           05  PO-TRANSMITTED-DATE     PIC 9(8).
