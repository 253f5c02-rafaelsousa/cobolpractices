      *  as goods arrive at the dock. PD-UNIT-COST is keyed when the  *
      *  order is raised and confirmed or corrected at the dock,      *
      *  where it feeds the product's running unit cost.              *
      *  PD-QTY-RETURNED is what RETURN-TO-VENDOR has since sent back *
      *  to the vendor out of the quantity received.                  *
      *****************************************************************
       01  PO-DETAIL-RECORD.
           05  PD-PO-NUMBER            PIC 9(6).
           05  PD-QTY-ORDERED          PIC 9(5).
           05  PD-QTY-RECEIVED         PIC 9(5).
           05  PD-UNIT-COST            PIC 9(5)V99.
           05  PD-QTY-RETURNED         PIC 9(5).
