       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSMIT-PURCHASE-ORDERS.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  PURCHASE ORDER TRANSMISSION.                                  *
      *  BATCH JOB - WRITES EVERY OPEN PURCHASE ORDER NOT YET SENT TO  *
      *  THE FIXED-FORMAT OUTBOUND ORDER FILE, ONE BATCH PER VENDOR:   *
      *  A VENDOR HEADER, EACH ORDER'S HEADER AND LINES, AND A VENDOR  *
      *  TRAILER WITH THE BATCH'S COUNTS AND VALUE. ONLY ONCE THE      *
      *  WHOLE FILE HAS BEEN WRITTEN AND CLOSED ARE THE ORDERS MARKED  *
      *  TRANSMITTED ON PO-HEADER WITH THE BUSINESS DATE, SO A RUN     *
      *  THAT FAILS PART WAY SENDS NOTHING AND MARKS NOTHING, AND THE  *
      *  NEXT RUN PICKS THE SAME ORDERS UP. AN ORDER ON A VENDOR THAT  *
      *  IS NOT ACTIVE IS HELD BACK AND REPORTED. PRINTS THE           *
      *  TRANSMISSION REPORT BY VENDOR.                                *
      *  RC 4 - SOME ORDERS WERE HELD BACK OR LEFT FOR THE NEXT RUN.   *
      *  RC 8 - THE FILE WAS WRITTEN BUT AN ORDER COULD NOT BE MARKED  *
      *  TRANSMITTED. RC 12 - THE ORDERS COULD NOT ALL BE READ, OR THE *
      *  FILE OR THE REPORT COULD NOT BE WRITTEN, AND NO ORDER WAS     *
      *  MARKED.                                                       *
      *  RUN BY THE POXMIT JCL.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT PO-TRANSMISSION-FILE ASSIGN TO "POXMIT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS POXMIT-STATUS.

           SELECT TRANSMISSION-REPORT-FILE ASSIGN TO "POXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PO-HEADER.
       COPY "po-header.cpy".

       FD  PO-DETAIL.
       COPY "po-detail.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  PO-TRANSMISSION-FILE.
       COPY "po-transmission.cpy".

       FD  TRANSMISSION-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-VENDOR-NUMBER        PIC 9(6).
           05  SR-PO-NUMBER            PIC 9(6).
           05  SR-LINE-NUMBER          PIC 9(3).
           05  SR-PO-DATE              PIC 9(8).
           05  SR-PO-LINE-COUNT        PIC 9(3).
           05  SR-PRODUCT-CODE         PIC X(6).
           05  SR-QTY-ORDERED          PIC 9(5).
           05  SR-UNIT-COST            PIC 9(5)V99.

       WORKING-STORAGE SECTION.
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 POXMIT-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 PO-HEADER-EOF-SWITCH PIC X(1).
             88 END-OF-PO-HEADER           VALUE 'Y'.
             88 NOT-END-OF-PO-HEADER       VALUE 'N'.
         01 PO-DETAIL-EOF-SWITCH PIC X(1).
             88 END-OF-PO-DETAIL           VALUE 'Y'.
             88 NOT-END-OF-PO-DETAIL       VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 ORDER-FOUND-SWITCH PIC X(1).
             88 ORDER-WAS-FOUND            VALUE 'Y'.
             88 ORDER-WAS-NOT-FOUND        VALUE 'N'.
         01 TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 ORDER-TABLE-FULL-NOTED    VALUE 'Y'.
             88 ORDER-TABLE-NOT-NOTED     VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 MARKING-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 MARKING-HAS-FAILED         VALUE 'Y'.

         01 TODAYS-DATE PIC 9(8).
         01 BUSINESS-DATE PIC 9(8).
         01 CURRENT-VENDOR-NUMBER PIC 9(6).
         01 CURRENT-VENDOR-NAME PIC X(30).
         01 CURRENT-PO-NUMBER PIC 9(6).
         01 CURRENT-PO-DATE PIC 9(8).
         01 LINE-VALUE PIC 9(9)V99.
         01 ORDER-LINES PIC 9(5).
         01 ORDER-VALUE PIC 9(9)V99.
         01 VENDOR-ORDERS PIC 9(5).
         01 VENDOR-LINES PIC 9(7).
         01 VENDOR-VALUE PIC 9(9)V99.
         01 VENDORS-SENT PIC 9(5) VALUE ZERO.
         01 ORDERS-SENT PIC 9(5) VALUE ZERO.
         01 LINES-SENT PIC 9(7) VALUE ZERO.
         01 VALUE-SENT PIC 9(11)V99 VALUE ZERO.
         01 ORDERS-HELD PIC 9(5) VALUE ZERO.
         01 ORDERS-MARKED PIC 9(5) VALUE ZERO.

      *****************************************************************
      *  ONE ENTRY PER ORDER GOING OUT ON THIS RUN. AN ORDER THAT     *
      *  DOES NOT FIT THE TABLE IS NOT SENT AND NOT MARKED - IT GOES  *
      *  OUT ON THE NEXT RUN.                                         *
      *****************************************************************
         01 SEND-ORDER-COUNT PIC 9(3) VALUE ZERO.
         01 SEND-ORDER-TABLE.
             05 SEND-ORDER-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON SEND-ORDER-COUNT
                   INDEXED BY SEND-IDX.
                10 SO-PO-NUMBER        PIC 9(6).
                10 SO-VENDOR-NUMBER    PIC 9(6).
                10 SO-PO-DATE          PIC 9(8).
                10 SO-PO-LINE-COUNT    PIC 9(3).

         01 HEADING-LINE.
             05  FILLER                  PIC X(31)
                 VALUE "PURCHASE ORDERS TRANSMITTED ON ".
             05  HEADING-DATE            PIC 9(8).

         01 COLUMN-HEADING-LINE PIC X(90) VALUE
              "VENDOR  NAME                              PO #  PO DATE  
      -       " LINES  ORDER VALUE".

         01 ORDER-DETAIL-LINE.
             05  DETAIL-VENDOR-NUMBER    PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-VENDOR-NAME      PIC X(30).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-PO-NUMBER        PIC ZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-PO-DATE          PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-LINES            PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ORDER-VALUE      PIC ZZZZZZZZ9.99.

         01 VENDOR-TOTAL-LINE.
             05  FILLER                  PIC X(8) VALUE SPACES.
             05  FILLER                  PIC X(21)
                 VALUE "VENDOR TOTAL, ORDERS ".
             05  VENDOR-TOTAL-ORDERS     PIC ZZZZ9.
             05  FILLER                  PIC X(22) VALUE SPACES.
             05  VENDOR-TOTAL-LINES      PIC ZZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  VENDOR-TOTAL-VALUE      PIC ZZZZZZZZ9.99.

         01 HELD-ORDER-LINE.
             05  FILLER                  PIC X(9) VALUE "HELD  PO ".
             05  HELD-PO-NUMBER          PIC ZZZZZ9.
             05  FILLER                  PIC X(8) VALUE " VENDOR ".
             05  HELD-VENDOR-NUMBER      PIC 9(6).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  HELD-REASON             PIC X(40).

         01 RUN-TOTAL-LINE.
             05  RUN-TOTAL-LABEL         PIC X(30).
             05  RUN-TOTAL-COUNT         PIC ZZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RUN-TOTAL-VALUE         PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT TRANSMISSION-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN OUTPUT PO-TRANSMISSION-FILE.
           IF POXMIT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN I-O PO-HEADER.
           IF POHDR-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT PRODUCT-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SR-VENDOR-NUMBER
                                   SR-PO-NUMBER
                                   SR-LINE-NUMBER
                  INPUT PROCEDURE IS SELECT-ORDERS-TO-SEND
                  OUTPUT PROCEDURE IS WRITE-TRANSMISSION-FILE
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           CLOSE PO-TRANSMISSION-FILE.
           IF POXMIT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM MARK-ORDERS-TRANSMITTED
              PERFORM PRINT-RUN-TOTALS
           END-IF.
           CLOSE PO-HEADER.
           CLOSE VENDOR-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE TRANSMISSION-REPORT-FILE.
           DISPLAY "PURCHASE ORDER TRANSMISSION, " BUSINESS-DATE.
           DISPLAY "ORDERS SENT.....: " ORDERS-SENT.
           DISPLAY "ORDERS MARKED...: " ORDERS-MARKED.
           DISPLAY "ORDERS HELD.....: " ORDERS-HELD.
           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                  DISPLAY "TRANSMIT-PURCHASE-ORDERS FAILED, NOTHING "
                     "MARKED TRANSMITTED"
                  MOVE 12 TO RETURN-CODE
               WHEN MARKING-HAS-FAILED
                  DISPLAY "ONE OR MORE ORDERS SENT BUT NOT MARKED "
                     "TRANSMITTED"
                  MOVE 8 TO RETURN-CODE
               WHEN ORDERS-HELD > ZERO OR ORDER-TABLE-FULL-NOTED
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           STOP RUN.

      *****************************************************************
      *  THE ORDERS ARE MARKED WITH THE STORE BUSINESS DATE FROM THE  *
      *  CONTROL FILE. THE SYSTEM DATE STANDS IN ONLY WHEN NO         *
      *  CONTROL FILE EXISTS YET.                                     *
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

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       WRITE-TRANSMISSION-RECORD.
           WRITE PO-TRANSMISSION-RECORD.
           IF POXMIT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       PRINT-HEADINGS.
           MOVE BUSINESS-DATE TO HEADING-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  THE FILE IS COMPLETE, SO EVERY ORDER ON IT IS MARKED         *
      *  TRANSMITTED. EACH HEADER IS REREAD IN CASE THE DOCK CLOSED   *
      *  THE ORDER WHILE THE FILE WAS BEING WRITTEN - THE MARK GOES   *
      *  ON EITHER WAY, SINCE THE ORDER HAS GONE TO THE VENDOR.       *
      *****************************************************************
       MARK-ORDERS-TRANSMITTED.
           IF SEND-ORDER-COUNT > 0
              PERFORM MARK-ONE-ORDER
                 VARYING SEND-IDX FROM 1 BY 1
                 UNTIL SEND-IDX > SEND-ORDER-COUNT
           END-IF.

       MARK-ONE-ORDER.
           MOVE SO-PO-NUMBER (SEND-IDX) TO PO-NUMBER.
           READ PO-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF POHDR-STATUS = "00"
              SET PO-TRANSMITTED TO TRUE
              MOVE BUSINESS-DATE TO PO-TRANSMITTED-DATE
              REWRITE PO-HEADER-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
           END-IF.
           IF POHDR-STATUS = "00"
              ADD 1 TO ORDERS-MARKED
           ELSE
              SET MARKING-HAS-FAILED TO TRUE
              MOVE SO-PO-NUMBER (SEND-IDX) TO HELD-PO-NUMBER
              MOVE ZERO TO HELD-VENDOR-NUMBER
              MOVE "SENT BUT NOT MARKED TRANSMITTED" TO HELD-REASON
              MOVE HELD-ORDER-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "VENDORS SENT TO..............:" TO RUN-TOTAL-LABEL.
           MOVE VENDORS-SENT TO RUN-TOTAL-COUNT.
           MOVE ZERO TO RUN-TOTAL-VALUE.
           MOVE RUN-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ORDERS SENT / VALUE..........:" TO RUN-TOTAL-LABEL.
           MOVE ORDERS-SENT TO RUN-TOTAL-COUNT.
           MOVE VALUE-SENT TO RUN-TOTAL-VALUE.
           MOVE RUN-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ORDER LINES SENT.............:" TO RUN-TOTAL-LABEL.
           MOVE LINES-SENT TO RUN-TOTAL-COUNT.
           MOVE ZERO TO RUN-TOTAL-VALUE.
           MOVE RUN-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ORDERS MARKED TRANSMITTED....:" TO RUN-TOTAL-LABEL.
           MOVE ORDERS-MARKED TO RUN-TOTAL-COUNT.
           MOVE RUN-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ORDERS HELD BACK.............:" TO RUN-TOTAL-LABEL.
           MOVE ORDERS-HELD TO RUN-TOTAL-COUNT.
           MOVE RUN-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ORDER-TABLE-FULL-NOTED
              MOVE "** ORDER TABLE FULL - REMAINING ORDERS GO ON THE NE
      -           "XT RUN **" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      *  INPUT PROCEDURE - ONE PASS OF PO-HEADER PICKS THE OPEN       *
      *  ORDERS NOT YET TRANSMITTED WHOSE VENDOR IS ACTIVE AND        *
      *  RELEASES EACH ORDER'S HEADER AS LINE ZERO; ONE PASS OF       *
      *  PO-DETAIL THEN RELEASES THE LINES OF THOSE ORDERS.           *
      *****************************************************************
       SELECT-ORDERS-TO-SEND SECTION.

       SELECT-ORDERS-START.
           MOVE ZERO TO PO-NUMBER.
           START PO-HEADER KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
                  CONTINUE
           END-START.
           SET NOT-END-OF-PO-HEADER TO TRUE.
           IF POHDR-STATUS NOT = "00"
              SET END-OF-PO-HEADER TO TRUE
           ELSE
              PERFORM READ-NEXT-PO-HEADER
           END-IF.
           PERFORM SELECT-ONE-ORDER UNTIL END-OF-PO-HEADER.
           IF SEND-ORDER-COUNT > 0
              PERFORM RELEASE-ORDER-LINES
           END-IF.
           GO TO SELECT-ORDERS-EXIT.

       READ-NEXT-PO-HEADER.
           READ PO-HEADER NEXT RECORD
               AT END
                  SET END-OF-PO-HEADER TO TRUE
           END-READ.
           IF POHDR-STATUS NOT = "00"
              SET END-OF-PO-HEADER TO TRUE
           END-IF.

       SELECT-ONE-ORDER.
           IF PO-OPEN AND NOT PO-TRANSMITTED
              PERFORM CHECK-ORDER-VENDOR
           END-IF.
           PERFORM READ-NEXT-PO-HEADER.

       CHECK-ORDER-VENDOR.
           MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN VENDMAST-STATUS NOT = "00"
                  MOVE "VENDOR NOT ON FILE - NOT SENT" TO HELD-REASON
                  PERFORM HOLD-ORDER-BACK
               WHEN VENDOR-DELETED
                  MOVE "VENDOR IS INACTIVE - NOT SENT" TO HELD-REASON
                  PERFORM HOLD-ORDER-BACK
               WHEN SEND-ORDER-COUNT NOT < 500
                  SET ORDER-TABLE-FULL-NOTED TO TRUE
               WHEN OTHER
                  PERFORM RELEASE-ORDER-HEADER
           END-EVALUATE.

       HOLD-ORDER-BACK.
           ADD 1 TO ORDERS-HELD.
           MOVE PO-NUMBER TO HELD-PO-NUMBER.
           MOVE PO-VENDOR-NUMBER TO HELD-VENDOR-NUMBER.
           MOVE HELD-ORDER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RELEASE-ORDER-HEADER.
           ADD 1 TO SEND-ORDER-COUNT.
           SET SEND-IDX TO SEND-ORDER-COUNT.
           MOVE PO-NUMBER TO SO-PO-NUMBER (SEND-IDX).
           MOVE PO-VENDOR-NUMBER TO SO-VENDOR-NUMBER (SEND-IDX).
           MOVE PO-DATE TO SO-PO-DATE (SEND-IDX).
           MOVE PO-LINE-COUNT TO SO-PO-LINE-COUNT (SEND-IDX).
           MOVE PO-VENDOR-NUMBER TO SR-VENDOR-NUMBER.
           MOVE PO-NUMBER TO SR-PO-NUMBER.
           MOVE ZERO TO SR-LINE-NUMBER.
           MOVE PO-DATE TO SR-PO-DATE.
           MOVE PO-LINE-COUNT TO SR-PO-LINE-COUNT.
           MOVE SPACES TO SR-PRODUCT-CODE.
           MOVE ZERO TO SR-QTY-ORDERED.
           MOVE ZERO TO SR-UNIT-COST.
           RELEASE SORT-RECORD.

      *****************************************************************
      *  AN OPEN ORDER ALWAYS HAS LINES, SO A PO-DETAIL FILE THAT     *
      *  CANNOT BE OPENED OR READ THROUGH FAILS THE RUN - OTHERWISE   *
      *  THE ORDERS WOULD GO OUT WITHOUT LINES AND BE MARKED SENT.    *
      *****************************************************************
       RELEASE-ORDER-LINES.
           OPEN INPUT PO-DETAIL.
           IF PODETAIL-STATUS NOT = "00"
              DISPLAY "PO DETAIL FILE CANNOT BE OPENED, STATUS "
                 PODETAIL-STATUS
              PERFORM NOTE-RUN-FAILURE
           ELSE
              SET NOT-END-OF-PO-DETAIL TO TRUE
              PERFORM READ-PO-DETAIL
              PERFORM RELEASE-ONE-ORDER-LINE UNTIL END-OF-PO-DETAIL
              CLOSE PO-DETAIL
           END-IF.

       READ-PO-DETAIL.
           READ PO-DETAIL
               AT END
                  SET END-OF-PO-DETAIL TO TRUE
           END-READ.
           IF PODETAIL-STATUS NOT = "00" AND PODETAIL-STATUS NOT = "10"
              DISPLAY "PO DETAIL FILE CANNOT BE READ, STATUS "
                 PODETAIL-STATUS
              PERFORM NOTE-RUN-FAILURE
              SET END-OF-PO-DETAIL TO TRUE
           END-IF.

      *****************************************************************
      *  THE LINE'S ORDER IS LOOKED UP IN THE SEND TABLE, WHICH       *
      *  CARRIES THE VENDOR NUMBER THE LINE SORTS UNDER.              *
      *****************************************************************
       RELEASE-ONE-ORDER-LINE.
           SET ORDER-WAS-NOT-FOUND TO TRUE.
           SET SEND-IDX TO 1.
           SEARCH SEND-ORDER-ENTRY
               WHEN SO-PO-NUMBER (SEND-IDX) = PD-PO-NUMBER
                  SET ORDER-WAS-FOUND TO TRUE
           END-SEARCH.
           IF ORDER-WAS-FOUND
              MOVE SO-VENDOR-NUMBER (SEND-IDX) TO SR-VENDOR-NUMBER
              MOVE PD-PO-NUMBER TO SR-PO-NUMBER
              MOVE PD-LINE-NUMBER TO SR-LINE-NUMBER
              MOVE SO-PO-DATE (SEND-IDX) TO SR-PO-DATE
              MOVE SO-PO-LINE-COUNT (SEND-IDX) TO SR-PO-LINE-COUNT
              MOVE PD-PRODUCT-CODE TO SR-PRODUCT-CODE
              MOVE PD-QTY-ORDERED TO SR-QTY-ORDERED
              MOVE PD-UNIT-COST TO SR-UNIT-COST
              RELEASE SORT-RECORD
           END-IF.
           PERFORM READ-PO-DETAIL.

       SELECT-ORDERS-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE BATCH PER VENDOR ON THE OUTBOUND      *
      *  FILE AND ONE REPORT LINE PER ORDER, WITH VENDOR TOTALS.      *
      *****************************************************************
       WRITE-TRANSMISSION-FILE SECTION.

       WRITE-TRANSMISSION-START.
           IF RUN-HAS-FAILED
              GO TO WRITE-TRANSMISSION-EXIT
           END-IF.
           MOVE ZERO TO CURRENT-VENDOR-NUMBER.
           MOVE ZERO TO CURRENT-PO-NUMBER.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM SEND-ONE-SORTED-RECORD
              UNTIL END-OF-SORTED-RECORDS.
           IF CURRENT-VENDOR-NUMBER NOT = ZERO
              PERFORM END-ORDER
              PERFORM END-VENDOR-BATCH
           END-IF.
           GO TO WRITE-TRANSMISSION-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       SEND-ONE-SORTED-RECORD.
           IF SR-VENDOR-NUMBER NOT = CURRENT-VENDOR-NUMBER
              IF CURRENT-VENDOR-NUMBER NOT = ZERO
                 PERFORM END-ORDER
                 PERFORM END-VENDOR-BATCH
              END-IF
              PERFORM START-VENDOR-BATCH
           END-IF.
           IF SR-LINE-NUMBER = ZERO
              IF CURRENT-PO-NUMBER NOT = ZERO
                 PERFORM END-ORDER
              END-IF
              PERFORM START-ORDER
           ELSE
              PERFORM SEND-ORDER-LINE
           END-IF.
           PERFORM RETURN-SORTED-RECORD.

       START-VENDOR-BATCH.
           MOVE SR-VENDOR-NUMBER TO CURRENT-VENDOR-NUMBER.
           MOVE ZERO TO CURRENT-PO-NUMBER.
           MOVE ZERO TO VENDOR-ORDERS.
           MOVE ZERO TO VENDOR-LINES.
           MOVE ZERO TO VENDOR-VALUE.
           MOVE SR-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                  MOVE SPACES TO VENDOR-NAME
           END-READ.
           MOVE VENDOR-NAME TO CURRENT-VENDOR-NAME.
           ADD 1 TO VENDORS-SENT.
           MOVE SPACES TO PO-TRANSMISSION-RECORD.
           SET POT-VENDOR-HEADER TO TRUE.
           MOVE CURRENT-VENDOR-NUMBER TO POT-VENDOR-NUMBER.
           MOVE CURRENT-VENDOR-NAME TO POT-VENDOR-NAME.
           MOVE BUSINESS-DATE TO POT-TRANSMIT-DATE.
           PERFORM WRITE-TRANSMISSION-RECORD.

       START-ORDER.
           MOVE SR-PO-NUMBER TO CURRENT-PO-NUMBER.
           MOVE SR-PO-DATE TO CURRENT-PO-DATE.
           MOVE ZERO TO ORDER-LINES.
           MOVE ZERO TO ORDER-VALUE.
           MOVE SPACES TO PO-TRANSMISSION-RECORD.
           SET POT-ORDER-HEADER TO TRUE.
           MOVE CURRENT-VENDOR-NUMBER TO POT-VENDOR-NUMBER.
           MOVE SR-PO-NUMBER TO POT-PO-NUMBER.
           MOVE SR-PO-DATE TO POT-PO-DATE.
           MOVE SR-PO-LINE-COUNT TO POT-PO-LINE-COUNT.
           PERFORM WRITE-TRANSMISSION-RECORD.

      *****************************************************************
      *  THE VENDOR GETS OUR PRODUCT CODE AND DESCRIPTION ON EACH     *
      *  LINE; THE DESCRIPTION GOES BLANK FOR A PRODUCT NO LONGER ON  *
      *  FILE.                                                        *
      *****************************************************************
       SEND-ORDER-LINE.
           MOVE SR-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER
               INVALID KEY
                  MOVE SPACES TO PRODUCT-DESCRIPTION
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              MOVE SPACES TO PRODUCT-DESCRIPTION
           END-IF.
           MOVE SPACES TO PO-TRANSMISSION-RECORD.
           SET POT-ORDER-LINE TO TRUE.
           MOVE CURRENT-VENDOR-NUMBER TO POT-VENDOR-NUMBER.
           MOVE SR-PO-NUMBER TO POT-LINE-PO-NUMBER.
           MOVE SR-LINE-NUMBER TO POT-LINE-NUMBER.
           MOVE SR-PRODUCT-CODE TO POT-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO POT-PRODUCT-DESCRIPTION.
           MOVE SR-QTY-ORDERED TO POT-QTY-ORDERED.
           MOVE SR-UNIT-COST TO POT-UNIT-COST.
           PERFORM WRITE-TRANSMISSION-RECORD.
           COMPUTE LINE-VALUE = SR-QTY-ORDERED * SR-UNIT-COST.
           ADD 1 TO ORDER-LINES.
           ADD LINE-VALUE TO ORDER-VALUE.

       END-ORDER.
           MOVE CURRENT-VENDOR-NUMBER TO DETAIL-VENDOR-NUMBER.
           MOVE CURRENT-VENDOR-NAME TO DETAIL-VENDOR-NAME.
           MOVE CURRENT-PO-NUMBER TO DETAIL-PO-NUMBER.
           MOVE CURRENT-PO-DATE TO DETAIL-PO-DATE.
           MOVE ORDER-LINES TO DETAIL-LINES.
           MOVE ORDER-VALUE TO DETAIL-ORDER-VALUE.
           MOVE ORDER-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO VENDOR-ORDERS.
           ADD ORDER-LINES TO VENDOR-LINES.
           ADD ORDER-VALUE TO VENDOR-VALUE.
           MOVE ZERO TO CURRENT-PO-NUMBER.

       END-VENDOR-BATCH.
           MOVE SPACES TO PO-TRANSMISSION-RECORD.
           SET POT-VENDOR-TRAILER TO TRUE.
           MOVE CURRENT-VENDOR-NUMBER TO POT-VENDOR-NUMBER.
           MOVE VENDOR-ORDERS TO POT-ORDER-COUNT.
           MOVE VENDOR-LINES TO POT-LINE-COUNT.
           MOVE VENDOR-VALUE TO POT-ORDER-VALUE.
           PERFORM WRITE-TRANSMISSION-RECORD.
           MOVE VENDOR-ORDERS TO VENDOR-TOTAL-ORDERS.
           MOVE VENDOR-LINES TO VENDOR-TOTAL-LINES.
           MOVE VENDOR-VALUE TO VENDOR-TOTAL-VALUE.
           MOVE VENDOR-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD VENDOR-ORDERS TO ORDERS-SENT.
           ADD VENDOR-LINES TO LINES-SENT.
           ADD VENDOR-VALUE TO VALUE-SENT.

       WRITE-TRANSMISSION-EXIT.
           EXIT.

       END PROGRAM TRANSMIT-PURCHASE-ORDERS.
