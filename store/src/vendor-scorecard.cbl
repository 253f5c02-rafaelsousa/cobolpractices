       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-SCORECARD.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MONTHLY VENDOR PERFORMANCE SCORECARD.                         *
      *  BATCH JOB - SCORES EVERY VENDOR THAT DELIVERED OR INVOICED    *
      *  IN ONE PERIOD (YYYYMM, ACCEPTED FROM SYSIN) FROM THE DOCK     *
      *  RECEIVING LOG WRITTEN BY RECEIVE-STOCK, THE PO HEADERS AND    *
      *  LINES, AND THE AP INVOICES:                                   *
      *    - DELIVERIES RECEIVED IN THE PERIOD, AND THE AVERAGE DAYS   *
      *      FROM PO-DATE TO THE DELIVERY;                             *
      *    - FILL RATE - FOR THE PO LINES DELIVERED IN THE PERIOD, THE *
      *      QUANTITY RECEIVED BY PERIOD END AGAINST THE QUANTITY      *
      *      ORDERED;                                                  *
      *    - SHORT SHIPMENTS - DELIVERIES IN THE PERIOD THAT LEFT      *
      *      THEIR PO LINE STILL SHORT OF THE QUANTITY ORDERED;        *
      *    - SPLIT SHIPMENTS - PO LINES DELIVERED IN THE PERIOD THAT   *
      *      HAVE TAKEN MORE THAN ONE DELIVERY BY PERIOD END;          *
      *    - COST VARIANCE - WHAT THE DOCK CONFIRMED OVER (OR UNDER)   *
      *      THE COST KEYED ON THE PO, FOR THE QUANTITY RECEIVED;      *
      *    - VENDOR INVOICES ENTERED IN THE PERIOD AND HOW MANY OF     *
      *      THEM WERE FLAGGED AP-QTY-MISMATCH.                        *
      *  VENDORS PRINT IN VENDOR NUMBER ORDER, WITH A LINE FOR ALL     *
      *  VENDORS AT THE FOOT. A REPORT THAT CANNOT BE WRITTEN ENDS     *
      *  THE RUN WITH RC 12.                                           *
      *  RUN BY THE VNDSCORE JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG ASSIGN TO "RCVLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RCVLOG-STATUS.

           SELECT PO-HEADER ASSIGN TO "POHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS POHDR-STATUS.

           SELECT PO-DETAIL ASSIGN TO "PODETAIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PODETAIL-STATUS.

           SELECT AP-INVOICE ASSIGN TO "APINVOIC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS VENDMAST-STATUS.

           SELECT SCORECARD-REPORT-FILE ASSIGN TO "VNDSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG.
       COPY "receipt-log.cpy".

       FD  PO-HEADER.
       COPY "po-header.cpy".

       FD  PO-DETAIL.
       COPY "po-detail.cpy".

       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       FD  SCORECARD-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         01 RCVLOG-STATUS PIC X(2).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 APINVOIC-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 RECEIPT-LOG-EOF-SWITCH PIC X(1).
             88 END-OF-RECEIPT-LOG         VALUE 'Y'.
             88 NOT-END-OF-RECEIPT-LOG     VALUE 'N'.
         01 PO-DETAIL-EOF-SWITCH PIC X(1).
             88 END-OF-PO-DETAIL           VALUE 'Y'.
             88 NOT-END-OF-PO-DETAIL       VALUE 'N'.
         01 AP-INVOICE-EOF-SWITCH PIC X(1).
             88 END-OF-AP-INVOICE          VALUE 'Y'.
             88 NOT-END-OF-AP-INVOICE      VALUE 'N'.
         01 VENDOR-MASTER-EOF-SWITCH PIC X(1).
             88 END-OF-VENDOR-MASTER       VALUE 'Y'.
             88 NOT-END-OF-VENDOR-MASTER   VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
         01 VENDOR-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 VENDOR-TABLE-FULL-NOTED    VALUE 'Y'.
             88 VENDOR-TABLE-NOT-NOTED     VALUE 'N'.
         01 LINE-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 LINE-TABLE-FULL-NOTED      VALUE 'Y'.
             88 LINE-TABLE-NOT-NOTED       VALUE 'N'.

         01 REPORT-PERIOD PIC 9(6).
         01 RECORD-PERIOD PIC 9(6).
         01 AP-DATE-WORK PIC 9(8).
         01 WORKING-VENDOR-NUMBER PIC 9(6).
         01 DAYS-TO-RECEIPT PIC S9(5).
         01 COST-VARIANCE-WORK PIC S9(9)V99.

         01 VENDOR-SCORE-COUNT PIC 9(3) VALUE ZERO.
         01 VENDOR-SCORE-TABLE.
             05 VENDOR-SCORE-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON VENDOR-SCORE-COUNT
                   INDEXED BY VEND-IDX.
                10 VS-VENDOR-NUMBER    PIC 9(6).
                10 VS-DELIVERY-COUNT   PIC 9(5).
                10 VS-DATED-COUNT      PIC 9(5).
                10 VS-TOTAL-DAYS       PIC 9(7).
                10 VS-QTY-ORDERED      PIC 9(9).
                10 VS-QTY-RECEIVED     PIC 9(9).
                10 VS-SHORT-COUNT      PIC 9(5).
                10 VS-SPLIT-COUNT      PIC 9(5).
                10 VS-COST-VARIANCE    PIC S9(9)V99.
                10 VS-INVOICE-COUNT    PIC 9(5).
                10 VS-MISMATCH-COUNT   PIC 9(5).
                10 VS-PRINTED-SWITCH   PIC X(1).
                   88 VS-PRINTED            VALUE 'Y'.
                   88 VS-NOT-PRINTED        VALUE 'N'.

         01 PO-LINE-COUNT-WORK PIC 9(4) VALUE ZERO.
         01 PO-LINE-TABLE.
             05 PO-LINE-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON PO-LINE-COUNT-WORK
                   INDEXED BY LINE-IDX.
                10 LT-PO-NUMBER        PIC 9(6).
                10 LT-LINE-NUMBER      PIC 9(3).
                10 LT-VENDOR-NUMBER    PIC 9(6).
                10 LT-QTY-ORDERED      PIC 9(5).
                10 LT-QTY-RECEIVED     PIC 9(7).
                10 LT-DELIVERY-COUNT   PIC 9(3).

         01 ALL-VENDOR-TOTALS.
             05 AV-DELIVERY-COUNT      PIC 9(7) VALUE ZERO.
             05 AV-DATED-COUNT         PIC 9(7) VALUE ZERO.
             05 AV-TOTAL-DAYS          PIC 9(9) VALUE ZERO.
             05 AV-QTY-ORDERED         PIC 9(11) VALUE ZERO.
             05 AV-QTY-RECEIVED        PIC 9(11) VALUE ZERO.
             05 AV-SHORT-COUNT         PIC 9(7) VALUE ZERO.
             05 AV-SPLIT-COUNT         PIC 9(7) VALUE ZERO.
             05 AV-COST-VARIANCE       PIC S9(11)V99 VALUE ZERO.
             05 AV-INVOICE-COUNT       PIC 9(7) VALUE ZERO.
             05 AV-MISMATCH-COUNT      PIC 9(7) VALUE ZERO.

         01 AVERAGE-DAYS-WORK PIC 9(3)V9.
         01 FILL-RATE-WORK PIC 9(3)V9.

         01 HEADING-LINE.
             05  FILLER PIC X(37)
                 VALUE "VENDOR PERFORMANCE SCORECARD, PERIOD ".
             05  HEADING-PERIOD          PIC 9(6).

         01 COLUMN-HEADING-LINE-1.
             05  FILLER PIC X(44) VALUE
                 "                           DELV   AVG  FILL ".
             05  FILLER PIC X(36) VALUE
                 "  SHRT  SPLT         COST   AP   QTY".

         01 COLUMN-HEADING-LINE-2.
             05  FILLER PIC X(44) VALUE
                 "VENDOR NAME                 CNT   DAYS RATE ".
             05  FILLER PIC X(36) VALUE
                 "  SHIP  LINE     VARIANCE INVC  MISM".

         01 SCORE-DETAIL-LINE.
             05  DETAIL-VENDOR-NUMBER    PIC 9(6).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-VENDOR-NAME      PIC X(18).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-DELIVERY-COUNT   PIC ZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-AVERAGE-DAYS     PIC ZZZ9.9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-FILL-RATE        PIC ZZ9.9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-SHORT-COUNT      PIC ZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-SPLIT-COUNT      PIC ZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-COST-VARIANCE    PIC ZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-INVOICE-COUNT    PIC ZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-MISMATCH-COUNT   PIC ZZZ9.

       PROCEDURE DIVISION.

       MAINLINE.
           ACCEPT REPORT-PERIOD.
           OPEN OUTPUT SCORECARD-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           IF RUN-HAS-NOT-FAILED
              OPEN INPUT PO-HEADER
              OPEN INPUT VENDOR-MASTER
              PERFORM PRINT-HEADINGS
              PERFORM SCORE-PERIOD-DELIVERIES
              PERFORM LOAD-ORDERED-QUANTITIES
              PERFORM COUNT-LINE-DELIVERIES
              PERFORM ROLL-UP-PO-LINES
                 VARYING LINE-IDX FROM 1 BY 1
                 UNTIL LINE-IDX > PO-LINE-COUNT-WORK
              PERFORM SCORE-PERIOD-INVOICES
              PERFORM PRINT-SCORECARD
              CLOSE PO-HEADER
              CLOSE VENDOR-MASTER
           END-IF.
           CLOSE SCORECARD-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "VENDOR-SCORECARD FAILED, REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       PRINT-HEADINGS.
           MOVE REPORT-PERIOD TO HEADING-PERIOD.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE-1 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE-2 TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

      *****************************************************************
      *  FIRST PASS OF THE RECEIVING LOG - EACH DELIVERY IN THE       *
      *  PERIOD COUNTS FOR ITS VENDOR, WITH ITS DAYS SINCE PO-DATE    *
      *  (A PO NO LONGER ON FILE LEAVES THE DELIVERY OUT OF THE       *
      *  AVERAGE) AND ITS DOCK COST VARIANCE, AND ITS PO LINE GOES    *
      *  ON THE LINE TABLE FOR THE FILL-RATE AND SHIPMENT COUNTS.     *
      *****************************************************************
       SCORE-PERIOD-DELIVERIES.
           OPEN INPUT RECEIPT-LOG.
           IF RCVLOG-STATUS = "00"
              SET NOT-END-OF-RECEIPT-LOG TO TRUE
              PERFORM READ-RECEIPT-LOG
              PERFORM SCORE-ONE-DELIVERY
                 UNTIL END-OF-RECEIPT-LOG
              CLOSE RECEIPT-LOG
           END-IF.

       READ-RECEIPT-LOG.
           READ RECEIPT-LOG
               AT END
                  SET END-OF-RECEIPT-LOG TO TRUE
           END-READ.

       SCORE-ONE-DELIVERY.
           DIVIDE RCV-RECEIPT-DATE BY 100 GIVING RECORD-PERIOD.
           IF RECORD-PERIOD = REPORT-PERIOD
              MOVE RCV-VENDOR-NUMBER TO WORKING-VENDOR-NUMBER
              PERFORM FIND-OR-ADD-VENDOR-ENTRY
              IF ENTRY-WAS-FOUND
                 PERFORM ADD-DELIVERY-TO-VENDOR
              END-IF
              PERFORM FIND-OR-ADD-LINE-ENTRY
           END-IF.
           PERFORM READ-RECEIPT-LOG.

       ADD-DELIVERY-TO-VENDOR.
           ADD 1 TO VS-DELIVERY-COUNT (VEND-IDX).
           MOVE RCV-PO-NUMBER TO PO-NUMBER.
           READ PO-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF POHDR-STATUS = "00"
              COMPUTE DAYS-TO-RECEIPT =
                 FUNCTION INTEGER-OF-DATE(RCV-RECEIPT-DATE)
                    - FUNCTION INTEGER-OF-DATE(PO-DATE)
              IF DAYS-TO-RECEIPT < ZERO
                 MOVE ZERO TO DAYS-TO-RECEIPT
              END-IF
              ADD 1 TO VS-DATED-COUNT (VEND-IDX)
              ADD DAYS-TO-RECEIPT TO VS-TOTAL-DAYS (VEND-IDX)
           END-IF.
           COMPUTE COST-VARIANCE-WORK =
              (RCV-DOCK-UNIT-COST - RCV-PO-UNIT-COST)
                 * RCV-QTY-RECEIVED.
           ADD COST-VARIANCE-WORK TO VS-COST-VARIANCE (VEND-IDX).

       FIND-OR-ADD-VENDOR-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF VENDOR-SCORE-COUNT > 0
              SET VEND-IDX TO 1
              SEARCH VENDOR-SCORE-ENTRY
                  WHEN VS-VENDOR-NUMBER (VEND-IDX) =
                     WORKING-VENDOR-NUMBER
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-WAS-NOT-FOUND
              IF VENDOR-SCORE-COUNT < 500
                 ADD 1 TO VENDOR-SCORE-COUNT
                 SET VEND-IDX TO VENDOR-SCORE-COUNT
                 MOVE WORKING-VENDOR-NUMBER TO
                    VS-VENDOR-NUMBER (VEND-IDX)
                 MOVE ZERO TO VS-DELIVERY-COUNT (VEND-IDX)
                 MOVE ZERO TO VS-DATED-COUNT (VEND-IDX)
                 MOVE ZERO TO VS-TOTAL-DAYS (VEND-IDX)
                 MOVE ZERO TO VS-QTY-ORDERED (VEND-IDX)
                 MOVE ZERO TO VS-QTY-RECEIVED (VEND-IDX)
                 MOVE ZERO TO VS-SHORT-COUNT (VEND-IDX)
                 MOVE ZERO TO VS-SPLIT-COUNT (VEND-IDX)
                 MOVE ZERO TO VS-COST-VARIANCE (VEND-IDX)
                 MOVE ZERO TO VS-INVOICE-COUNT (VEND-IDX)
                 MOVE ZERO TO VS-MISMATCH-COUNT (VEND-IDX)
                 SET VS-NOT-PRINTED (VEND-IDX) TO TRUE
                 SET ENTRY-WAS-FOUND TO TRUE
              ELSE
                 IF VENDOR-TABLE-NOT-NOTED
                    SET VENDOR-TABLE-FULL-NOTED TO TRUE
                    MOVE "** VENDOR TABLE FULL - MORE NOT SCORED **"
                       TO REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.

       FIND-OR-ADD-LINE-ENTRY.
           PERFORM FIND-LINE-ENTRY.
           IF ENTRY-WAS-NOT-FOUND
              IF PO-LINE-COUNT-WORK < 2000
                 ADD 1 TO PO-LINE-COUNT-WORK
                 SET LINE-IDX TO PO-LINE-COUNT-WORK
                 MOVE RCV-PO-NUMBER TO LT-PO-NUMBER (LINE-IDX)
                 MOVE RCV-LINE-NUMBER TO LT-LINE-NUMBER (LINE-IDX)
                 MOVE RCV-VENDOR-NUMBER TO LT-VENDOR-NUMBER (LINE-IDX)
                 MOVE ZERO TO LT-QTY-ORDERED (LINE-IDX)
                 MOVE ZERO TO LT-QTY-RECEIVED (LINE-IDX)
                 MOVE ZERO TO LT-DELIVERY-COUNT (LINE-IDX)
              ELSE
                 IF LINE-TABLE-NOT-NOTED
                    SET LINE-TABLE-FULL-NOTED TO TRUE
                    MOVE "** PO LINE TABLE FULL - FILL RATES SHORT **"
                       TO REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.

       FIND-LINE-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF PO-LINE-COUNT-WORK > 0
              SET LINE-IDX TO 1
              SEARCH PO-LINE-ENTRY
                  WHEN LT-PO-NUMBER (LINE-IDX) = RCV-PO-NUMBER
                     AND LT-LINE-NUMBER (LINE-IDX) = RCV-LINE-NUMBER
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *****************************************************************
      *  THE ORDERED QUANTITY OF EACH PO LINE DELIVERED IN THE        *
      *  PERIOD COMES FROM PO-DETAIL.                                 *
      *****************************************************************
       LOAD-ORDERED-QUANTITIES.
           IF PO-LINE-COUNT-WORK > 0
              OPEN INPUT PO-DETAIL
              IF PODETAIL-STATUS = "00"
                 SET NOT-END-OF-PO-DETAIL TO TRUE
                 PERFORM READ-PO-DETAIL
                 PERFORM LOAD-ONE-ORDERED-QUANTITY
                    UNTIL END-OF-PO-DETAIL
                 CLOSE PO-DETAIL
              END-IF
           END-IF.

       READ-PO-DETAIL.
           READ PO-DETAIL
               AT END
                  SET END-OF-PO-DETAIL TO TRUE
           END-READ.

       LOAD-ONE-ORDERED-QUANTITY.
           MOVE PD-PO-NUMBER TO RCV-PO-NUMBER.
           MOVE PD-LINE-NUMBER TO RCV-LINE-NUMBER.
           PERFORM FIND-LINE-ENTRY.
           IF ENTRY-WAS-FOUND
              MOVE PD-QTY-ORDERED TO LT-QTY-ORDERED (LINE-IDX)
           END-IF.
           PERFORM READ-PO-DETAIL.

      *****************************************************************
      *  SECOND PASS OF THE RECEIVING LOG - REPLAYS EVERY DELIVERY UP *
      *  TO PERIOD END AGAINST THE LINES ON THE TABLE, IN THE ORDER   *
      *  THEY ARRIVED, SO EACH LINE ENDS WITH ITS QUANTITY RECEIVED   *
      *  AND DELIVERY COUNT AS OF PERIOD END, AND A DELIVERY IN THE   *
      *  PERIOD THAT STILL LEFT ITS LINE SHORT COUNTS AS A SHORT      *
      *  SHIPMENT FOR THE VENDOR.                                     *
      *****************************************************************
       COUNT-LINE-DELIVERIES.
           IF PO-LINE-COUNT-WORK > 0
              OPEN INPUT RECEIPT-LOG
              IF RCVLOG-STATUS = "00"
                 SET NOT-END-OF-RECEIPT-LOG TO TRUE
                 PERFORM READ-RECEIPT-LOG
                 PERFORM COUNT-ONE-LINE-DELIVERY
                    UNTIL END-OF-RECEIPT-LOG
                 CLOSE RECEIPT-LOG
              END-IF
           END-IF.

       COUNT-ONE-LINE-DELIVERY.
           DIVIDE RCV-RECEIPT-DATE BY 100 GIVING RECORD-PERIOD.
           IF RECORD-PERIOD NOT > REPORT-PERIOD
              PERFORM FIND-LINE-ENTRY
              IF ENTRY-WAS-FOUND
                 ADD RCV-QTY-RECEIVED TO LT-QTY-RECEIVED (LINE-IDX)
                 ADD 1 TO LT-DELIVERY-COUNT (LINE-IDX)
                 IF RECORD-PERIOD = REPORT-PERIOD
                    AND LT-QTY-RECEIVED (LINE-IDX) <
                       LT-QTY-ORDERED (LINE-IDX)
                    PERFORM COUNT-SHORT-SHIPMENT
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-RECEIPT-LOG.

       COUNT-SHORT-SHIPMENT.
           MOVE RCV-VENDOR-NUMBER TO WORKING-VENDOR-NUMBER.
           PERFORM FIND-OR-ADD-VENDOR-ENTRY.
           IF ENTRY-WAS-FOUND
              ADD 1 TO VS-SHORT-COUNT (VEND-IDX)
           END-IF.

       ROLL-UP-PO-LINES.
           MOVE LT-VENDOR-NUMBER (LINE-IDX) TO WORKING-VENDOR-NUMBER.
           PERFORM FIND-OR-ADD-VENDOR-ENTRY.
           IF ENTRY-WAS-FOUND
              ADD LT-QTY-ORDERED (LINE-IDX) TO
                 VS-QTY-ORDERED (VEND-IDX)
              ADD LT-QTY-RECEIVED (LINE-IDX) TO
                 VS-QTY-RECEIVED (VEND-IDX)
              IF LT-DELIVERY-COUNT (LINE-IDX) > 1
                 ADD 1 TO VS-SPLIT-COUNT (VEND-IDX)
              END-IF
           END-IF.

      *****************************************************************
      *  VENDOR INVOICES ARE SCORED BY THE PERIOD THEY WERE ENTERED   *
      *  IN (THE INVOICE DATE FOR ONES KEYED BEFORE THE ENTRY DATE    *
      *  WAS KEPT). DEBIT MEMOS ARE NOT INVOICES AND ARE LEFT OUT.    *
      *****************************************************************
       SCORE-PERIOD-INVOICES.
           OPEN INPUT AP-INVOICE.
           IF APINVOIC-STATUS = "00"
              SET NOT-END-OF-AP-INVOICE TO TRUE
              PERFORM READ-AP-INVOICE
              PERFORM SCORE-ONE-INVOICE
                 UNTIL END-OF-AP-INVOICE
              CLOSE AP-INVOICE
           END-IF.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-AP-INVOICE TO TRUE
           END-READ.

       SCORE-ONE-INVOICE.
           IF AP-ENTRY-DATE > ZERO
              MOVE AP-ENTRY-DATE TO AP-DATE-WORK
           ELSE
              MOVE AP-INVOICE-DATE TO AP-DATE-WORK
           END-IF.
           DIVIDE AP-DATE-WORK BY 100 GIVING RECORD-PERIOD.
           IF RECORD-PERIOD = REPORT-PERIOD AND NOT AP-DEBIT-MEMO
              MOVE AP-VENDOR-NUMBER TO WORKING-VENDOR-NUMBER
              PERFORM FIND-OR-ADD-VENDOR-ENTRY
              IF ENTRY-WAS-FOUND
                 ADD 1 TO VS-INVOICE-COUNT (VEND-IDX)
                 IF AP-QTY-MISMATCH
                    ADD 1 TO VS-MISMATCH-COUNT (VEND-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-AP-INVOICE.

      *****************************************************************
      *  THE SCORECARD FOLLOWS THE VENDOR MASTER SO VENDORS PRINT IN  *
      *  NUMBER ORDER; A VENDOR SCORED BUT NO LONGER ON THE MASTER IS *
      *  PRINTED AFTER THEM.                                          *
      *****************************************************************
       PRINT-SCORECARD.
           IF VENDOR-SCORE-COUNT = ZERO
              MOVE "NO DELIVERIES OR INVOICES IN THE PERIOD" TO
                 REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE ZERO TO VENDOR-NUMBER
              START VENDOR-MASTER KEY IS NOT LESS THAN VENDOR-NUMBER
                  INVALID KEY
                     CONTINUE
              END-START
              SET NOT-END-OF-VENDOR-MASTER TO TRUE
              IF VENDMAST-STATUS NOT = "00"
                 SET END-OF-VENDOR-MASTER TO TRUE
              ELSE
                 PERFORM READ-NEXT-VENDOR
              END-IF
              PERFORM PRINT-VENDOR-IF-SCORED
                 UNTIL END-OF-VENDOR-MASTER
              PERFORM PRINT-VENDOR-NOT-ON-FILE
                 VARYING VEND-IDX FROM 1 BY 1
                 UNTIL VEND-IDX > VENDOR-SCORE-COUNT
              PERFORM PRINT-ALL-VENDOR-LINE
           END-IF.

       READ-NEXT-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                  SET END-OF-VENDOR-MASTER TO TRUE
           END-READ.

       PRINT-VENDOR-IF-SCORED.
           MOVE VENDOR-NUMBER TO WORKING-VENDOR-NUMBER.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           SET VEND-IDX TO 1.
           SEARCH VENDOR-SCORE-ENTRY
               WHEN VS-VENDOR-NUMBER (VEND-IDX) = WORKING-VENDOR-NUMBER
                  SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF ENTRY-WAS-FOUND
              MOVE VENDOR-NAME TO DETAIL-VENDOR-NAME
              PERFORM PRINT-VENDOR-LINE
           END-IF.
           PERFORM READ-NEXT-VENDOR.

       PRINT-VENDOR-NOT-ON-FILE.
           IF VS-NOT-PRINTED (VEND-IDX)
              MOVE "** NOT ON FILE **" TO DETAIL-VENDOR-NAME
              PERFORM PRINT-VENDOR-LINE
           END-IF.

       PRINT-VENDOR-LINE.
           MOVE VS-VENDOR-NUMBER (VEND-IDX) TO DETAIL-VENDOR-NUMBER.
           MOVE VS-DELIVERY-COUNT (VEND-IDX) TO DETAIL-DELIVERY-COUNT.
           IF VS-DATED-COUNT (VEND-IDX) > ZERO
              COMPUTE AVERAGE-DAYS-WORK ROUNDED =
                 VS-TOTAL-DAYS (VEND-IDX) / VS-DATED-COUNT (VEND-IDX)
           ELSE
              MOVE ZERO TO AVERAGE-DAYS-WORK
           END-IF.
           MOVE AVERAGE-DAYS-WORK TO DETAIL-AVERAGE-DAYS.
           IF VS-QTY-ORDERED (VEND-IDX) > ZERO
              COMPUTE FILL-RATE-WORK ROUNDED =
                 VS-QTY-RECEIVED (VEND-IDX) * 100
                    / VS-QTY-ORDERED (VEND-IDX)
           ELSE
              MOVE ZERO TO FILL-RATE-WORK
           END-IF.
           MOVE FILL-RATE-WORK TO DETAIL-FILL-RATE.
           MOVE VS-SHORT-COUNT (VEND-IDX) TO DETAIL-SHORT-COUNT.
           MOVE VS-SPLIT-COUNT (VEND-IDX) TO DETAIL-SPLIT-COUNT.
           MOVE VS-COST-VARIANCE (VEND-IDX) TO DETAIL-COST-VARIANCE.
           MOVE VS-INVOICE-COUNT (VEND-IDX) TO DETAIL-INVOICE-COUNT.
           MOVE VS-MISMATCH-COUNT (VEND-IDX) TO DETAIL-MISMATCH-COUNT.
           MOVE SCORE-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SET VS-PRINTED (VEND-IDX) TO TRUE.
           ADD VS-DELIVERY-COUNT (VEND-IDX) TO AV-DELIVERY-COUNT.
           ADD VS-DATED-COUNT (VEND-IDX) TO AV-DATED-COUNT.
           ADD VS-TOTAL-DAYS (VEND-IDX) TO AV-TOTAL-DAYS.
           ADD VS-QTY-ORDERED (VEND-IDX) TO AV-QTY-ORDERED.
           ADD VS-QTY-RECEIVED (VEND-IDX) TO AV-QTY-RECEIVED.
           ADD VS-SHORT-COUNT (VEND-IDX) TO AV-SHORT-COUNT.
           ADD VS-SPLIT-COUNT (VEND-IDX) TO AV-SPLIT-COUNT.
           ADD VS-COST-VARIANCE (VEND-IDX) TO AV-COST-VARIANCE.
           ADD VS-INVOICE-COUNT (VEND-IDX) TO AV-INVOICE-COUNT.
           ADD VS-MISMATCH-COUNT (VEND-IDX) TO AV-MISMATCH-COUNT.

       PRINT-ALL-VENDOR-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO DETAIL-VENDOR-NUMBER.
           MOVE "ALL VENDORS" TO DETAIL-VENDOR-NAME.
           MOVE AV-DELIVERY-COUNT TO DETAIL-DELIVERY-COUNT.
           IF AV-DATED-COUNT > ZERO
              COMPUTE AVERAGE-DAYS-WORK ROUNDED =
                 AV-TOTAL-DAYS / AV-DATED-COUNT
           ELSE
              MOVE ZERO TO AVERAGE-DAYS-WORK
           END-IF.
           MOVE AVERAGE-DAYS-WORK TO DETAIL-AVERAGE-DAYS.
           IF AV-QTY-ORDERED > ZERO
              COMPUTE FILL-RATE-WORK ROUNDED =
                 AV-QTY-RECEIVED * 100 / AV-QTY-ORDERED
           ELSE
              MOVE ZERO TO FILL-RATE-WORK
           END-IF.
           MOVE FILL-RATE-WORK TO DETAIL-FILL-RATE.
           MOVE AV-SHORT-COUNT TO DETAIL-SHORT-COUNT.
           MOVE AV-SPLIT-COUNT TO DETAIL-SPLIT-COUNT.
           MOVE AV-COST-VARIANCE TO DETAIL-COST-VARIANCE.
           MOVE AV-INVOICE-COUNT TO DETAIL-INVOICE-COUNT.
           MOVE AV-MISMATCH-COUNT TO DETAIL-MISMATCH-COUNT.
           MOVE SCORE-DETAIL-LINE TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE (1:6).
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM VENDOR-SCORECARD.
