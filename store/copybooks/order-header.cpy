      *  offsetting transactions, the header just says so.            *
      *  OH-OPERATOR-ID carries the signed-on operator who rang the   *
      *  sale, so CASH-UP can balance each operator's till.           *
      *  The order is paid by one or more tender lines (ORDER-TENDER  *
      *  file). OH-PAYMENT-TYPE sums them up: settled in full at the  *
      *  till (cash, card or check), all on account, or split - part  *
      *  on account, part at the till. OH-ACCOUNT-AMOUNT is the part  *
      *  charged to the account; OH-CASH-TENDERED less OH-CHANGE-DUE  *
      *  is the cash the order left in the drawer.                    *
      *  OH-EXEMPT-CERTIFICATE is the tax-exemption certificate the   *
      *  order was sold under, with the state that issued it - spaces *
      *  for a taxed sale. SALES-TAX-REPORT reports those sales as    *
      *  exempt rather than taxable.                                  *
      *  OH-POINTS-REDEEMED is the loyalty points the customer spent  *
      *  on the order and OH-REDEEMED-AMOUNT what they were worth -   *
      *  the tenders cover OH-TOTAL-AMOUNT less that amount.          *
      *  OH-POINTS-EARNED is the points the order put on the          *
      *  customer's loyalty account, reversed by a return or void.    *
      *  OH-LAYAWAY-NUMBER is the layaway agreement the order sold    *
      *  off, zero for an ordinary sale, and OH-LAYAWAY-AMOUNT the    *
      *  payments already taken on it that settled the order - money  *
      *  that reached the drawer on the days it was paid, not today.  *
      *****************************************************************
       01  ORDER-HEADER-RECORD.
           05  OH-ORDER-NUMBER         PIC 9(8).
           05  OH-PAYMENT-TYPE         PIC X(1).
               88  OH-PAID-CASH             VALUE 'C'.
               88  OH-ON-ACCOUNT            VALUE 'A'.
               88  OH-SPLIT-TENDER          VALUE 'M'.
           05  OH-STATUS               PIC X(1).
               88  OH-POSTED                VALUE 'P'.
               88  OH-VOIDED                VALUE 'V'.
           05  OH-OPERATOR-ID          PIC X(8).
           05  OH-ACCOUNT-AMOUNT       PIC 9(7)V99.
           05  OH-CASH-TENDERED        PIC 9(7)V99.
           05  OH-CHANGE-DUE           PIC 9(7)V99.
           05  OH-TENDER-COUNT         PIC 9(1).
           05  OH-EXEMPT-CERTIFICATE   PIC X(15).
           05  OH-EXEMPT-STATE         PIC X(2).
           05  OH-POINTS-REDEEMED      PIC 9(7).
           05  OH-REDEEMED-AMOUNT      PIC 9(7)V99.
           05  OH-POINTS-EARNED        PIC 9(7).
           05  OH-LAYAWAY-NUMBER       PIC 9(8).
           05  OH-LAYAWAY-AMOUNT       PIC 9(7)V99.
