      *  purchase order by ENTER-VENDOR-INVOICE, which matches the    *
      *  invoice to the received quantities on the PO-DETAIL lines    *
      *  and flags any quantity mismatch for the office to chase.     *
      *  LOAD-VENDOR-INVOICES writes the same records, matched the    *
      *  same way, from the invoice files the vendors send in.        *
      *  The open items are what we owe - AP-PAYMENTS-DUE reports     *
      *  them by vendor with their due dates. AP-ENTRY-DATE is the    *
      *  business date the invoice was keyed, which the GL journal    *
      *  books it under.                                              *
      *  A mismatched invoice is only paid once a supervisor has      *
      *  released it through RELEASE-AP-INVOICE. VENDOR-PAYMENT-RUN   *
      *  marks each invoice it pays with the check number and the     *
      *  date paid.                                                   *
      *  RETURN-TO-VENDOR writes a debit memo onto the same file -    *
      *  AP-DEBIT-MEMO, for the value of the goods sent back, naming  *
      *  the vendor invoice it reduces in AP-APPLIES-TO-INVOICE. An   *
      *  open debit memo is netted off the vendor's next check.       *
      *****************************************************************
       01  AP-INVOICE-RECORD.
           05  AP-VENDOR-NUMBER        PIC 9(6).
           05  AP-STATUS               PIC X(1).
               88  AP-OPEN-ITEM             VALUE 'O'.
               88  AP-PAID-ITEM             VALUE 'P'.
           05  AP-RELEASE-FLAG         PIC X(1).
               88  AP-RELEASED-FOR-PAYMENT  VALUE 'R'.
               88  AP-NOT-RELEASED          VALUE ' '.
           05  AP-RELEASED-BY          PIC X(8).
           05  AP-CHECK-NUMBER         PIC 9(8).
           05  AP-PAID-DATE            PIC 9(8).
           05  AP-ENTRY-DATE           PIC 9(8).
           05  AP-DOCUMENT-TYPE        PIC X(1).
               88  AP-VENDOR-INVOICE        VALUE 'I'.
               88  AP-DEBIT-MEMO            VALUE 'D'.
           05  AP-APPLIES-TO-INVOICE   PIC X(10).
