      *****************************************************************
      *  LAYAWAY-HEADER RECORD LAYOUT                                 *
      *  One record per layaway agreement, written by ENTER-LAYAWAY   *
      *  under the LAYAWAY number counter and keyed by LAY-NUMBER.    *
      *  The agreed lines are held on the record itself (products     *
      *  only, no kits), priced and taxed the day the agreement was   *
      *  made; their quantities are carried in QTY-RESERVED on the    *
      *  product master for as long as the agreement is open.         *
      *  LAY-AMOUNT-PAID is the deposit plus every installment taken  *
      *  by SERVICE-LAYAWAY, each also logged on LAYAWAY-PAYMENT.     *
      *  An agreement ends one of three ways: sold - paid in full     *
      *  and posted as an order by SELL-PRODUCT, which stamps         *
      *  LAY-ORDER-NUMBER; cancelled at the customer's request; or    *
      *  forfeited by the store once past LAY-DUE-DATE. A cancelled   *
      *  or forfeited agreement releases its stock, keeps             *
      *  LAY-RESTOCKING-FEE out of what was paid and refunds the      *
      *  rest as LAY-REFUND-AMOUNT. Read by LAYAWAY-AGING.            *
      *****************************************************************
       01  LAYAWAY-HEADER-RECORD.
           05  LAY-NUMBER              PIC 9(8).
           05  LAY-CUSTOMER-NUMBER     PIC 9(6).
           05  LAY-OPENED-DATE         PIC 9(8).
           05  LAY-DUE-DATE            PIC 9(8).
           05  LAY-OPERATOR-ID         PIC X(8).
           05  LAY-STATUS              PIC X(1).
               88  LAY-OPEN                 VALUE 'O'.
               88  LAY-SOLD                 VALUE 'S'.
               88  LAY-CANCELLED            VALUE 'C'.
               88  LAY-FORFEITED            VALUE 'F'.
           05  LAY-SUBTOTAL            PIC 9(7)V99.
           05  LAY-TAX-AMOUNT          PIC 9(7)V99.
           05  LAY-TOTAL-AMOUNT        PIC 9(7)V99.
           05  LAY-EXEMPT-CERTIFICATE  PIC X(15).
           05  LAY-EXEMPT-STATE        PIC X(2).
           05  LAY-MINIMUM-DEPOSIT     PIC 9(7)V99.
           05  LAY-AMOUNT-PAID         PIC 9(7)V99.
           05  LAY-LAST-PAYMENT-DATE   PIC 9(8).
           05  LAY-CLOSED-DATE         PIC 9(8).
           05  LAY-ORDER-NUMBER        PIC 9(8).
           05  LAY-RESTOCKING-FEE      PIC 9(7)V99.
           05  LAY-REFUND-AMOUNT       PIC 9(7)V99.
           05  LAY-LINE-COUNT          PIC 9(2).
           05  LAY-LINE OCCURS 10 TIMES.
               10  LAY-PRODUCT-CODE    PIC X(6).
               10  LAY-QTY             PIC 9(5).
               10  LAY-ORIG-PRICE      PIC 9(5)V99.
               10  LAY-UNIT-PRICE      PIC 9(5)V99.
               10  LAY-LINE-DISCOUNT   PIC 9(7)V99.
               10  LAY-LINE-AMOUNT     PIC 9(7)V99.
               10  LAY-LINE-TAX        PIC 9(7)V99.
