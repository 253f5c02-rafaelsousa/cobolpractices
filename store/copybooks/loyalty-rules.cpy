      *****************************************************************
      *  LOYALTY PROGRAMME RULES                                      *
      *  Points earned per whole dollar an order is paid (its         *
      *  merchandise subtotal less any points redeemed on it), what   *
      *  one point is worth when redeemed at the till, and how many   *
      *  days points live before the monthly LOYALTY-EXPIRY run       *
      *  takes them off the balance.                                  *
      *  Used by SELL-PRODUCT, RETURN-PRODUCT, VOID-ORDER,            *
      *  GL-JOURNAL-EXTRACT, LOYALTY-EXPIRY and                       *
      *  LOYALTY-LIABILITY-REPORT.                                    *
      *****************************************************************
       01  LOYALTY-RULES.
           05  LOYALTY-POINTS-PER-DOLLAR PIC 9(2)   VALUE 1.
           05  LOYALTY-POINT-VALUE     PIC 9V99     VALUE 0.01.
           05  LOYALTY-POINTS-LIFE-DAYS PIC 9(3)    VALUE 365.
