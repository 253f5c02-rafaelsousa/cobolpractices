       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-VENDOR-INVOICES.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  VENDOR INVOICE LOAD.                                          *
      *  BATCH JOB - READS THE INVOICE FILES THE VENDORS SEND IN AND   *
      *  PUTS EACH INVOICE ON THE OPEN-PAYABLES FILE THE WAY           *
      *  ENTER-VENDOR-INVOICE DOES AT THE SCREEN. EVERY INVOICE LINE   *
      *  IS MATCHED BY PRODUCT TO A LINE OF THE PURCHASE ORDER THE     *
      *  INVOICE NAMES, AND ITS QUANTITY CHECKED AGAINST WHAT THE DOCK *
      *  RECEIVED ON THAT LINE. A PO LINE THE INVOICE LEAVES OUT       *
      *  COUNTS AS INVOICED AT ZERO. ANY DIFFERENCE, OR ANY LINE THAT  *
      *  CANNOT BE MATCHED, WRITES THE INVOICE FLAGGED AS A QUANTITY   *
      *  MISMATCH, SO IT IS NOT PAID UNTIL A SUPERVISOR RELEASES IT.   *
      *  A LINE THAT CANNOT BE MATCHED IS REJECTED TO THE EXCEPTION    *
      *  REPORT FOR THE OFFICE TO WORK. A WHOLE INVOICE IS REJECTED    *
      *  WHEN ITS VENDOR OR PO IS NOT ON FILE, THE PO IS ANOTHER       *
      *  VENDOR'S, THE INVOICE IS ALREADY ON THE PAYABLES FILE, OR NO  *
      *  LINE OF IT MATCHES. THE AMOUNT OWED IS THE VENDOR'S INVOICE   *
      *  TOTAL, OR THE MATCHED LINES PRICED AT THE PO COSTS WHEN THE   *
      *  VENDOR SENDS NO TOTAL.                                        *
      *  RC 4 - SOMETHING WAS REJECTED TO THE EXCEPTION REPORT. RC 12  *
      *  - AN INVOICE COULD NOT BE WRITTEN OR THE REPORT FAILED.       *
      *  RUN BY THE VINVLOAD JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS VENDINV-STATUS.

           SELECT PO-HEADER ASSIGN TO "POHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS POHDR-STATUS.

           SELECT PO-DETAIL ASSIGN TO "PODETAIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PODETAIL-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS VENDMAST-STATUS.

           SELECT AP-INVOICE ASSIGN TO "APINVOIC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "VINVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-FILE.
       COPY "vendor-invoice-load.cpy".

       FD  PO-HEADER.
       COPY "po-header.cpy".

       FD  PO-DETAIL.
       COPY "po-detail.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
         01 VENDINV-STATUS PIC X(2).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 APINVOIC-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 VENDOR-INVOICE-EOF-SWITCH PIC X(1).
             88 END-OF-VENDOR-INVOICES     VALUE 'Y'.
             88 NOT-END-OF-VENDOR-INVOICES VALUE 'N'.
         01 PO-DETAIL-EOF-SWITCH PIC X(1).
             88 END-OF-PO-DETAIL           VALUE 'Y'.
             88 NOT-END-OF-PO-DETAIL       VALUE 'N'.
         01 AP-INVOICE-EOF-SWITCH PIC X(1).
             88 END-OF-AP-INVOICE          VALUE 'Y'.
             88 NOT-END-OF-AP-INVOICE      VALUE 'N'.
         01 INVOICE-ACCEPTED-SWITCH PIC X(1).
             88 INVOICE-IS-ACCEPTED        VALUE 'Y'.
             88 INVOICE-IS-REJECTED        VALUE 'N'.
         01 MATCH-SWITCH PIC X(1).
             88 QUANTITIES-MATCHED        VALUE 'Y'.
             88 QUANTITIES-MISMATCHED     VALUE 'N'.
         01 PO-LINE-FOUND-SWITCH PIC X(1).
             88 PO-LINE-WAS-FOUND         VALUE 'Y'.
             88 PO-LINE-WAS-NOT-FOUND     VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 LOAD-RUN-FAILED           VALUE 'Y'.

         01 TODAYS-DATE PIC 9(8).
         01 BUSINESS-DATE PIC 9(8).
         01 CURRENT-VENDOR-NUMBER PIC 9(6).
         01 CURRENT-INVOICE-NUMBER PIC X(10).
         01 CURRENT-PO-NUMBER PIC 9(6).
         01 CURRENT-INVOICE-DATE PIC 9(8).
         01 CURRENT-DUE-DATE PIC 9(8).
         01 CURRENT-INVOICE-AMOUNT PIC 9(7)V99.
         01 COMPUTED-INVOICE-TOTAL PIC 9(7)V99.
         01 INVOICE-LINES-READ PIC 9(5).
         01 INVOICE-LINES-MATCHED PIC 9(5).
         01 INVOICE-LINES-REJECTED PIC 9(5).
         01 REJECT-REASON PIC X(30).
         01 INVOICES-READ PIC 9(5) VALUE ZERO.
         01 INVOICES-MATCHED PIC 9(5) VALUE ZERO.
         01 INVOICES-MISMATCHED PIC 9(5) VALUE ZERO.
         01 INVOICES-REJECTED PIC 9(5) VALUE ZERO.
         01 LINES-REJECTED PIC 9(5) VALUE ZERO.
         01 AMOUNT-LOADED PIC 9(9)V99 VALUE ZERO.

      *****************************************************************
      *  THE LINES OF THE PURCHASE ORDER THE CURRENT INVOICE BILLS,   *
      *  WITH WHAT THE INVOICE HAS SAID ABOUT EACH SO FAR. A PO       *
      *  CARRIES ONE LINE PER PRODUCT.                                *
      *****************************************************************
         01 PO-LINE-COUNT-WORK PIC 9(3) VALUE ZERO.
         01 PO-LINE-TABLE.
             05 PO-LINE-ENTRY
                   OCCURS 0 TO 999 TIMES
                   DEPENDING ON PO-LINE-COUNT-WORK
                   INDEXED BY LINE-IDX.
                10 PL-PRODUCT-CODE     PIC X(6).
                10 PL-QTY-RECEIVED     PIC 9(5).
                10 PL-UNIT-COST        PIC 9(5)V99.
                10 PL-QTY-INVOICED     PIC 9(5).
                10 PL-INVOICED-SWITCH  PIC X(1).
                   88 PL-LINE-INVOICED        VALUE 'Y'.
                   88 PL-LINE-NOT-INVOICED    VALUE 'N'.

         01 HEADING-LINE.
             05  FILLER                  PIC X(38)
                 VALUE "VENDOR INVOICE LOAD AND EXCEPTIONS ON ".
             05  HEADING-DATE            PIC 9(8).

         01 COLUMN-HEADING-LINE PIC X(100) VALUE
              "VENDOR  INVOICE #    PO #  PRODUCT  QTY         AMOUNT  R
      -       "ESULT".

         01 INVOICE-RESULT-LINE.
             05  RESULT-VENDOR-NUMBER    PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RESULT-INVOICE-NUMBER   PIC X(10).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  RESULT-PO-NUMBER        PIC ZZZZZ9.
             05  FILLER                  PIC X(19) VALUE SPACES.
             05  RESULT-AMOUNT           PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RESULT-TEXT             PIC X(40).

         01 LINE-EXCEPTION-LINE.
             05  FILLER                  PIC X(27) VALUE SPACES.
             05  EXCEPTION-PRODUCT-CODE  PIC X(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  EXCEPTION-QTY           PIC ZZZZ9.
             05  FILLER                  PIC X(16) VALUE SPACES.
             05  EXCEPTION-TEXT          PIC X(40).

         01 INVOICE-OUTCOME-LINE.
             05  FILLER                  PIC X(44) VALUE SPACES.
             05  OUTCOME-AMOUNT          PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  OUTCOME-TEXT            PIC X(40).

         01 TOTALS-LINE.
             05  TOTALS-LABEL            PIC X(30).
             05  TOTALS-COUNT            PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  TOTALS-AMOUNT           PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              SET LOAD-RUN-FAILED TO TRUE
           END-IF.
           OPEN INPUT PO-HEADER.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT VENDOR-INVOICE-FILE.
           SET NOT-END-OF-VENDOR-INVOICES TO TRUE.
           IF VENDINV-STATUS NOT = "00"
              SET END-OF-VENDOR-INVOICES TO TRUE
           ELSE
              PERFORM READ-VENDOR-INVOICE
           END-IF.
           PERFORM PRINT-HEADINGS.
           PERFORM LOAD-ONE-INVOICE UNTIL END-OF-VENDOR-INVOICES.
           PERFORM PRINT-TOTALS.
           IF VENDINV-STATUS NOT = "35"
              CLOSE VENDOR-INVOICE-FILE
           END-IF.
           CLOSE PO-HEADER.
           CLOSE VENDOR-MASTER.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "VENDOR INVOICE LOAD, " BUSINESS-DATE.
           DISPLAY "INVOICES READ......: " INVOICES-READ.
           DISPLAY "LOADED MATCHED.....: " INVOICES-MATCHED.
           DISPLAY "LOADED MISMATCHED..: " INVOICES-MISMATCHED.
           DISPLAY "INVOICES REJECTED..: " INVOICES-REJECTED.
           DISPLAY "LINES REJECTED.....: " LINES-REJECTED.
           EVALUATE TRUE
               WHEN LOAD-RUN-FAILED
                  DISPLAY "LOAD-VENDOR-INVOICES FAILED, SEE THE "
                     "EXCEPTION REPORT"
                  MOVE 12 TO RETURN-CODE
               WHEN INVOICES-REJECTED > ZERO OR LINES-REJECTED > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           STOP RUN.

      *****************************************************************
      *  THE INVOICES ARE STAMPED WITH THE STORE BUSINESS DATE THEY   *
      *  WERE LOADED ON, WHICH THE NIGHTLY JOURNAL BOOKS THEM UNDER.  *
      *  THE SYSTEM DATE STANDS IN ONLY WHEN NO CONTROL FILE EXISTS   *
      *  YET.                                                         *
      *****************************************************************
       GET-BUSINESS-DATE.
           MOVE TODAYS-DATE TO BUSINESS-DATE.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO BUSINESS-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              SET LOAD-RUN-FAILED TO TRUE
           END-IF.

       PRINT-HEADINGS.
           MOVE BUSINESS-DATE TO HEADING-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       READ-VENDOR-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END
                  SET END-OF-VENDOR-INVOICES TO TRUE
           END-READ.

      *****************************************************************
      *  AN INVOICE IS ITS HEADER RECORD AND THE LINE RECORDS AFTER   *
      *  IT FOR THE SAME VENDOR AND INVOICE NUMBER. A LINE WITH NO    *
      *  HEADER IN FRONT OF IT CANNOT BE PLACED AND IS REJECTED ON    *
      *  ITS OWN.                                                     *
      *****************************************************************
       LOAD-ONE-INVOICE.
           IF VIL-INVOICE-HEADER
              PERFORM START-INVOICE
              PERFORM READ-VENDOR-INVOICE
              PERFORM TAKE-INVOICE-LINE
                 UNTIL END-OF-VENDOR-INVOICES
                    OR NOT VIL-INVOICE-LINE
                    OR VIL-VENDOR-NUMBER NOT = CURRENT-VENDOR-NUMBER
                    OR VIL-INVOICE-NUMBER NOT = CURRENT-INVOICE-NUMBER
              PERFORM FINISH-INVOICE
           ELSE
              PERFORM REJECT-STRAY-RECORD
              PERFORM READ-VENDOR-INVOICE
           END-IF.

       REJECT-STRAY-RECORD.
           ADD 1 TO LINES-REJECTED.
           MOVE VIL-VENDOR-NUMBER TO RESULT-VENDOR-NUMBER.
           MOVE VIL-INVOICE-NUMBER TO RESULT-INVOICE-NUMBER.
           MOVE ZERO TO RESULT-PO-NUMBER.
           MOVE ZERO TO RESULT-AMOUNT.
           IF VIL-INVOICE-LINE
              MOVE "REJECTED - LINE WITHOUT INVOICE HEADER" TO
                 RESULT-TEXT
           ELSE
              MOVE "REJECTED - UNKNOWN RECORD TYPE" TO RESULT-TEXT
           END-IF.
           MOVE INVOICE-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  THE HEADER IS CHECKED BEFORE ANY LINE IS LOOKED AT AND THE   *
      *  INVOICE LISTED WITH THE VENDOR'S OWN TOTAL. A REJECTED       *
      *  INVOICE STILL HAS ITS LINES READ PAST, AND EACH IS LISTED    *
      *  UNDER IT.                                                    *
      *****************************************************************
       START-INVOICE.
           ADD 1 TO INVOICES-READ.
           MOVE VIL-VENDOR-NUMBER TO CURRENT-VENDOR-NUMBER.
           MOVE VIL-INVOICE-NUMBER TO CURRENT-INVOICE-NUMBER.
           MOVE VIL-PO-NUMBER TO CURRENT-PO-NUMBER.
           MOVE VIL-INVOICE-DATE TO CURRENT-INVOICE-DATE.
           MOVE VIL-DUE-DATE TO CURRENT-DUE-DATE.
           MOVE VIL-INVOICE-AMOUNT TO CURRENT-INVOICE-AMOUNT.
           MOVE ZERO TO INVOICE-LINES-READ.
           MOVE ZERO TO INVOICE-LINES-MATCHED.
           MOVE ZERO TO INVOICE-LINES-REJECTED.
           MOVE ZERO TO COMPUTED-INVOICE-TOTAL.
           MOVE ZERO TO PO-LINE-COUNT-WORK.
           SET QUANTITIES-MATCHED TO TRUE.
           SET INVOICE-IS-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON.
           PERFORM VALIDATE-INVOICE-HEADER.
           MOVE SPACES TO RESULT-TEXT.
           IF INVOICE-IS-ACCEPTED
              PERFORM LOAD-PO-LINES
           ELSE
              ADD 1 TO INVOICES-REJECTED
              STRING "REJECTED - " REJECT-REASON
                  DELIMITED BY SIZE INTO RESULT-TEXT
           END-IF.
           MOVE CURRENT-INVOICE-AMOUNT TO RESULT-AMOUNT.
           PERFORM PRINT-INVOICE-RESULT.

       VALIDATE-INVOICE-HEADER.
           MOVE CURRENT-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                  CONTINUE
           END-READ.
           MOVE CURRENT-PO-NUMBER TO PO-NUMBER.
           READ PO-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN VENDMAST-STATUS NOT = "00"
                  MOVE "VENDOR NOT ON FILE" TO REJECT-REASON
               WHEN CURRENT-INVOICE-NUMBER = SPACES
                  MOVE "NO INVOICE NUMBER" TO REJECT-REASON
               WHEN POHDR-STATUS NOT = "00"
                  MOVE "PO NOT ON FILE" TO REJECT-REASON
               WHEN PO-VENDOR-NUMBER NOT = CURRENT-VENDOR-NUMBER
                  MOVE "PO IS FOR ANOTHER VENDOR" TO REJECT-REASON
               WHEN OTHER
                  PERFORM CHECK-ALREADY-ON-PAYABLES
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              SET INVOICE-IS-REJECTED TO TRUE
           END-IF.

      *****************************************************************
      *  THE SAME VENDOR INVOICE NUMBER MAY ONLY BE PAYABLE ONCE.     *
      *  THE FILE IS READ AFRESH FOR EACH INVOICE, SO A REPEAT        *
      *  FURTHER DOWN THE SAME LOAD IS CAUGHT AS WELL.                *
      *****************************************************************
       CHECK-ALREADY-ON-PAYABLES.
           OPEN INPUT AP-INVOICE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-AP-INVOICE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM CHECK-ONE-PAYABLE
              UNTIL END-OF-AP-INVOICE OR REJECT-REASON NOT = SPACES.
           IF APINVOIC-STATUS NOT = "35"
              CLOSE AP-INVOICE
           END-IF.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-AP-INVOICE TO TRUE
           END-READ.

       CHECK-ONE-PAYABLE.
           IF AP-VENDOR-INVOICE
              AND AP-VENDOR-NUMBER = CURRENT-VENDOR-NUMBER
              AND AP-INVOICE-NUMBER = CURRENT-INVOICE-NUMBER
              MOVE "ALREADY ON PAYABLES" TO REJECT-REASON
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.

       LOAD-PO-LINES.
           OPEN INPUT PO-DETAIL.
           SET NOT-END-OF-PO-DETAIL TO TRUE.
           IF PODETAIL-STATUS NOT = "00"
              SET END-OF-PO-DETAIL TO TRUE
           ELSE
              PERFORM READ-PO-DETAIL
           END-IF.
           PERFORM LOAD-ONE-PO-LINE UNTIL END-OF-PO-DETAIL.
           IF PODETAIL-STATUS NOT = "35"
              CLOSE PO-DETAIL
           END-IF.

       READ-PO-DETAIL.
           READ PO-DETAIL
               AT END
                  SET END-OF-PO-DETAIL TO TRUE
           END-READ.

       LOAD-ONE-PO-LINE.
           IF PD-PO-NUMBER = CURRENT-PO-NUMBER
              AND PO-LINE-COUNT-WORK < 999
              ADD 1 TO PO-LINE-COUNT-WORK
              SET LINE-IDX TO PO-LINE-COUNT-WORK
              MOVE PD-PRODUCT-CODE TO PL-PRODUCT-CODE (LINE-IDX)
              MOVE PD-QTY-RECEIVED TO PL-QTY-RECEIVED (LINE-IDX)
              MOVE PD-UNIT-COST TO PL-UNIT-COST (LINE-IDX)
              MOVE ZERO TO PL-QTY-INVOICED (LINE-IDX)
              SET PL-LINE-NOT-INVOICED (LINE-IDX) TO TRUE
           END-IF.
           PERFORM READ-PO-DETAIL.

      *****************************************************************
      *  EACH INVOICE LINE IS FOUND ON THE PO BY PRODUCT. A PRODUCT   *
      *  THE PO DOES NOT CARRY, OR ONE THE INVOICE HAS ALREADY        *
      *  BILLED, IS REJECTED AND THE INVOICE FLAGGED.                 *
      *****************************************************************
       TAKE-INVOICE-LINE.
           ADD 1 TO INVOICE-LINES-READ.
           IF INVOICE-IS-REJECTED
              MOVE "REJECTED WITH ITS INVOICE" TO EXCEPTION-TEXT
              PERFORM PRINT-LINE-EXCEPTION
           ELSE
              PERFORM FIND-PO-LINE
              EVALUATE TRUE
                  WHEN PO-LINE-WAS-NOT-FOUND
                     MOVE "REJECTED - PRODUCT NOT ON THE PO" TO
                        EXCEPTION-TEXT
                     PERFORM REJECT-INVOICE-LINE
                  WHEN PL-LINE-INVOICED (LINE-IDX)
                     MOVE "REJECTED - PRODUCT BILLED TWICE" TO
                        EXCEPTION-TEXT
                     PERFORM REJECT-INVOICE-LINE
                  WHEN OTHER
                     PERFORM MATCH-INVOICE-LINE
              END-EVALUATE
           END-IF.
           PERFORM READ-VENDOR-INVOICE.

       FIND-PO-LINE.
           SET PO-LINE-WAS-NOT-FOUND TO TRUE.
           IF PO-LINE-COUNT-WORK > 0
              SET LINE-IDX TO 1
              SEARCH PO-LINE-ENTRY
                  WHEN PL-PRODUCT-CODE (LINE-IDX) = VIL-PRODUCT-CODE
                     SET PO-LINE-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

       MATCH-INVOICE-LINE.
           ADD 1 TO INVOICE-LINES-MATCHED.
           SET PL-LINE-INVOICED (LINE-IDX) TO TRUE.
           MOVE VIL-QTY-INVOICED TO PL-QTY-INVOICED (LINE-IDX).
           COMPUTE COMPUTED-INVOICE-TOTAL = COMPUTED-INVOICE-TOTAL
              + (VIL-QTY-INVOICED * PL-UNIT-COST (LINE-IDX)).

       REJECT-INVOICE-LINE.
           ADD 1 TO INVOICE-LINES-REJECTED.
           ADD 1 TO LINES-REJECTED.
           SET QUANTITIES-MISMATCHED TO TRUE.
           PERFORM PRINT-LINE-EXCEPTION.

       PRINT-LINE-EXCEPTION.
           MOVE VIL-PRODUCT-CODE TO EXCEPTION-PRODUCT-CODE.
           MOVE VIL-QTY-INVOICED TO EXCEPTION-QTY.
           MOVE LINE-EXCEPTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  ONCE ALL ITS LINES ARE IN, EVERY PO LINE'S INVOICED QUANTITY *
      *  - ZERO WHERE THE INVOICE LEFT THE LINE OUT - IS SET AGAINST  *
      *  WHAT WAS RECEIVED, AND THE INVOICE WRITTEN OR REJECTED.      *
      *****************************************************************
       FINISH-INVOICE.
           IF INVOICE-IS-ACCEPTED
              IF INVOICE-LINES-MATCHED = ZERO
                 ADD 1 TO INVOICES-REJECTED
                 MOVE ZERO TO OUTCOME-AMOUNT
                 IF INVOICE-LINES-READ = ZERO
                    MOVE "REJECTED - NO LINES ON THE INVOICE" TO
                       OUTCOME-TEXT
                 ELSE
                    MOVE "REJECTED - NO LINE MATCHES THE PO" TO
                       OUTCOME-TEXT
                 END-IF
                 PERFORM PRINT-INVOICE-OUTCOME
              ELSE
                 PERFORM COMPARE-ONE-PO-LINE
                    VARYING LINE-IDX FROM 1 BY 1
                    UNTIL LINE-IDX > PO-LINE-COUNT-WORK
                 PERFORM WRITE-AP-INVOICE
              END-IF
           END-IF.

       COMPARE-ONE-PO-LINE.
           IF PL-QTY-INVOICED (LINE-IDX) NOT =
              PL-QTY-RECEIVED (LINE-IDX)
              SET QUANTITIES-MISMATCHED TO TRUE
              IF PL-LINE-INVOICED (LINE-IDX)
                 MOVE PL-PRODUCT-CODE (LINE-IDX) TO
                    EXCEPTION-PRODUCT-CODE
                 MOVE PL-QTY-INVOICED (LINE-IDX) TO EXCEPTION-QTY
                 MOVE "QTY DIFFERS FROM GOODS RECEIVED" TO
                    EXCEPTION-TEXT
                 MOVE LINE-EXCEPTION-LINE TO REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

       PRINT-INVOICE-OUTCOME.
           MOVE INVOICE-OUTCOME-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-INVOICE-RESULT.
           MOVE CURRENT-VENDOR-NUMBER TO RESULT-VENDOR-NUMBER.
           MOVE CURRENT-INVOICE-NUMBER TO RESULT-INVOICE-NUMBER.
           MOVE CURRENT-PO-NUMBER TO RESULT-PO-NUMBER.
           MOVE INVOICE-RESULT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-AP-INVOICE.
           MOVE CURRENT-VENDOR-NUMBER TO AP-VENDOR-NUMBER.
           MOVE CURRENT-PO-NUMBER TO AP-PO-NUMBER.
           MOVE CURRENT-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
           MOVE CURRENT-INVOICE-DATE TO AP-INVOICE-DATE.
           MOVE CURRENT-DUE-DATE TO AP-DUE-DATE.
           IF CURRENT-INVOICE-AMOUNT = ZERO
              MOVE COMPUTED-INVOICE-TOTAL TO AP-INVOICE-AMOUNT
           ELSE
              MOVE CURRENT-INVOICE-AMOUNT TO AP-INVOICE-AMOUNT
           END-IF.
           IF QUANTITIES-MATCHED
              SET AP-QTY-MATCHED TO TRUE
           ELSE
              SET AP-QTY-MISMATCH TO TRUE
           END-IF.
           SET AP-OPEN-ITEM TO TRUE.
           SET AP-NOT-RELEASED TO TRUE.
           MOVE SPACES TO AP-RELEASED-BY.
           MOVE ZERO TO AP-CHECK-NUMBER.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE BUSINESS-DATE TO AP-ENTRY-DATE.
           SET AP-VENDOR-INVOICE TO TRUE.
           MOVE SPACES TO AP-APPLIES-TO-INVOICE.
           PERFORM OPEN-AP-INVOICE.
           WRITE AP-INVOICE-RECORD.
           MOVE AP-INVOICE-AMOUNT TO OUTCOME-AMOUNT.
           EVALUATE TRUE
               WHEN APINVOIC-STATUS NOT = "00"
                  SET LOAD-RUN-FAILED TO TRUE
                  MOVE SPACES TO OUTCOME-TEXT
                  STRING "NOT LOADED - PAYABLES WRITE STATUS "
                      APINVOIC-STATUS
                      DELIMITED BY SIZE INTO OUTCOME-TEXT
               WHEN QUANTITIES-MATCHED
                  ADD 1 TO INVOICES-MATCHED
                  ADD AP-INVOICE-AMOUNT TO AMOUNT-LOADED
                  MOVE "LOADED, MATCHED" TO OUTCOME-TEXT
               WHEN OTHER
                  ADD 1 TO INVOICES-MISMATCHED
                  ADD AP-INVOICE-AMOUNT TO AMOUNT-LOADED
                  MOVE "LOADED, FLAGGED QTY MISMATCH" TO OUTCOME-TEXT
           END-EVALUATE.
           CLOSE AP-INVOICE.
           PERFORM PRINT-INVOICE-OUTCOME.

       OPEN-AP-INVOICE.
           OPEN EXTEND AP-INVOICE.
           IF APINVOIC-STATUS = "35"
              OPEN OUTPUT AP-INVOICE
              CLOSE AP-INVOICE
              OPEN EXTEND AP-INVOICE
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "INVOICES READ................:" TO TOTALS-LABEL.
           MOVE INVOICES-READ TO TOTALS-COUNT.
           MOVE ZERO TO TOTALS-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LOADED, MATCHED..............:" TO TOTALS-LABEL.
           MOVE INVOICES-MATCHED TO TOTALS-COUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LOADED, FLAGGED QTY MISMATCH.:" TO TOTALS-LABEL.
           MOVE INVOICES-MISMATCHED TO TOTALS-COUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AMOUNT LOADED ON PAYABLES....:" TO TOTALS-LABEL.
           COMPUTE TOTALS-COUNT =
              INVOICES-MATCHED + INVOICES-MISMATCHED.
           MOVE AMOUNT-LOADED TO TOTALS-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO TOTALS-AMOUNT.
           MOVE "INVOICES REJECTED............:" TO TOTALS-LABEL.
           MOVE INVOICES-REJECTED TO TOTALS-COUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LINES REJECTED...............:" TO TOTALS-LABEL.
           MOVE LINES-REJECTED TO TOTALS-COUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM LOAD-VENDOR-INVOICES.
