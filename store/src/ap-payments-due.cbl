      *  BATCH JOB - READS THE OPEN-PAYABLES FILE BUILT BY             *
      *  ENTER-VENDOR-INVOICE AND LISTS EVERY OPEN VENDOR INVOICE      *
      *  WITH ITS DUE DATE, MARKING THE ONES ALREADY OVERDUE AND THE   *
      *  ONES ENTERED WITH A QUANTITY MISMATCH STILL TO BE RESOLVED    *
      *  (OR ALREADY RELEASED FOR PAYMENT BY A SUPERVISOR), SO THE     *
      *  OFFICE KNOWS WHAT TO PAY AND WHEN. TOTALS WHAT WE             *
      *  OWE AND WHAT IS OVERDUE. AN OPEN DEBIT MEMO FROM              *
      *  RETURN-TO-VENDOR PRINTS AS A CREDIT AGAINST THE INVOICE IT    *
      *  REDUCES AND COMES OFF THE OPEN TOTAL; IT IS NEVER OVERDUE.    *
      *  RUN BY THE APPAY JCL.                                         *
      ******************************************************************

             88 NOT-END-OF-AP-INVOICE      VALUE 'N'.
         01 REPORT-DATE PIC 9(8).
         01 OPEN-ITEM-COUNT PIC 9(5) VALUE ZERO.
         01 TOTAL-OPEN-AMOUNT PIC S9(9)V99 VALUE ZERO.
         01 TOTAL-OVERDUE-AMOUNT PIC 9(9)V99 VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DUE-DATE         PIC 9(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-AMOUNT           PIC ZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-NOTE             PIC X(26).

         01 TOTALS-LINE.
             05  FILLER                  PIC X(22)
                 VALUE "TOTAL OPEN..........:".
             05  TOTALS-OPEN-AMOUNT      PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(11)
                 VALUE "  OVERDUE: ".
             05  TOTALS-OVERDUE-AMOUNT   PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           MOVE AP-DUE-DATE TO DETAIL-DUE-DATE.
           MOVE AP-INVOICE-AMOUNT TO DETAIL-AMOUNT.
           MOVE SPACES TO DETAIL-NOTE.
           IF AP-DEBIT-MEMO
              COMPUTE DETAIL-AMOUNT = ZERO - AP-INVOICE-AMOUNT
              STRING "DEBIT MEMO VS " AP-APPLIES-TO-INVOICE
                  DELIMITED BY SIZE INTO DETAIL-NOTE
              SUBTRACT AP-INVOICE-AMOUNT FROM TOTAL-OPEN-AMOUNT
           ELSE
              ADD AP-INVOICE-AMOUNT TO TOTAL-OPEN-AMOUNT
              IF AP-DUE-DATE < REPORT-DATE
                 MOVE "** OVERDUE" TO DETAIL-NOTE
                 ADD AP-INVOICE-AMOUNT TO TOTAL-OVERDUE-AMOUNT
              END-IF
           END-IF.
           IF AP-QTY-MISMATCH
              IF AP-RELEASED-FOR-PAYMENT
                 MOVE "** QTY RELEASED" TO DETAIL-NOTE (12:15)
              ELSE
                 MOVE "** QTY MISMATCH" TO DETAIL-NOTE (12:15)
              END-IF
           END-IF.
           MOVE PAYABLE-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO OPEN-ITEM-COUNT.

       PRINT-TOTALS.
