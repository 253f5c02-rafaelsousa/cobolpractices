      *****************************************************************
      *  LAYAWAY RULES                                                *
      *  The smallest deposit that opens an agreement, as a           *
      *  percentage of its total with tax; the longest the customer   *
      *  is given to pay in full; and the restocking fee the store    *
      *  keeps when an agreement is cancelled or forfeited, as a      *
      *  percentage of its merchandise subtotal - never more than     *
      *  the customer has paid.                                       *
      *  Used by ENTER-LAYAWAY and SERVICE-LAYAWAY.                   *
      *****************************************************************
       01  LAYAWAY-RULES.
           05  LAYAWAY-DEPOSIT-PCT     PIC 9(3)     VALUE 20.
           05  LAYAWAY-TERM-DAYS       PIC 9(3)     VALUE 60.
           05  LAYAWAY-RESTOCKING-PCT  PIC 9(3)     VALUE 10.
