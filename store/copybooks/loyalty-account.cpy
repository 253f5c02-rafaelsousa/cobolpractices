      *****************************************************************
      *  LOYALTY-ACCOUNT RECORD LAYOUT                                *
      *  One record per customer in the loyalty programme, keyed by   *
      *  the customer number and opened by SELL-PRODUCT the first     *
      *  time an order earns points. LOY-POINTS-BALANCE is what the   *
      *  customer can still redeem; the lifetime counters beside it   *
      *  say how it got there - points earned, redeemed at the till   *
      *  (net of any given back by a return or void), reversed when   *
      *  the goods that earned them came back, and expired by the     *
      *  monthly LOYALTY-EXPIRY run. A reversal can take the balance  *
      *  below zero when the points were already spent; nothing can   *
      *  be redeemed until new purchases bring it back up.            *
      *  Every movement is also logged on the LOYALTY-ACTIVITY file.  *
      *****************************************************************
       01  LOYALTY-ACCOUNT-RECORD.
           05  LOY-CUSTOMER-NUMBER     PIC 9(6).
           05  LOY-POINTS-BALANCE      PIC S9(9).
           05  LOY-POINTS-EARNED       PIC 9(9).
           05  LOY-POINTS-REDEEMED     PIC 9(9).
           05  LOY-POINTS-REVERSED     PIC 9(9).
           05  LOY-POINTS-EXPIRED      PIC 9(9).
           05  LOY-OPENED-DATE         PIC 9(8).
           05  LOY-LAST-ACTIVITY-DATE  PIC 9(8).
