      *****************************************************************
      *  LOYALTY-ACTIVITY RECORD LAYOUT                               *
      *  One record per movement on a loyalty account, appended as    *
      *  it happens: points earned and redeemed by SELL-PRODUCT,      *
      *  reversed and credited back by RETURN-PRODUCT and VOID-ORDER, *
      *  and expired by LOYALTY-EXPIRY. LA-POINTS carries the sign    *
      *  of the movement on the balance, so adding up a customer's    *
      *  records gives the balance. LA-ORDER-NUMBER is the order the  *
      *  points came from or went against - zero for an expiry.       *
      *  Read by GL-JOURNAL-EXTRACT, CUSTOMER-STATEMENTS,             *
      *  CUSTOMER-INQUIRY and LOYALTY-LIABILITY-REPORT.               *
      *****************************************************************
       01  LOYALTY-ACTIVITY-RECORD.
           05  LA-ACTIVITY-DATE        PIC 9(8).
           05  LA-ACTIVITY-TIME        PIC 9(8).
           05  LA-CUSTOMER-NUMBER      PIC 9(6).
           05  LA-ACTIVITY-TYPE        PIC X(1).
               88  LA-POINTS-EARNED         VALUE 'E'.
               88  LA-POINTS-REVERSED       VALUE 'R'.
               88  LA-POINTS-REDEEMED       VALUE 'D'.
               88  LA-POINTS-CREDITED       VALUE 'C'.
               88  LA-POINTS-EXPIRED        VALUE 'X'.
           05  LA-POINTS               PIC S9(9).
           05  LA-ORDER-NUMBER         PIC 9(8).
           05  LA-OPERATOR-ID          PIC X(8).
