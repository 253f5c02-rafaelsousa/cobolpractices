      *  ORDER. FOR EACH OUTSTANDING PO LINE THE OPERATOR KEYS THE     *
      *  QUANTITY ACTUALLY RECEIVED - IT IS ADDED TO QTY-ON-HAND ON    *
      *  PRODUCT-MASTER UNDER LOCK (AUDITED THROUGH AUDIT-LOG-WRITER)  *
      *  AND RECORDED ON THE PO LINE. EACH DELIVERY IS ALSO LOGGED ON  *
      *  THE RECEIPT LOG UNDER THE STORE BUSINESS DATE WITH THE PO     *
      *  AND DOCK COSTS. THE ORDER IS CLOSED ONCE EVERY                *
      *  LINE IS FULLY RECEIVED.                                       *
      ******************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORD-STATUS.

           SELECT RECEIPT-LOG ASSIGN TO "RCVLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RCVLOG-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       FD  BACK-ORDER-FILE.
       COPY "back-order.cpy".

       FD  RECEIPT-LOG.
       COPY "receipt-log.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 PRODMAST-STATUS PIC X(2).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 BACKORD-STATUS PIC X(2).
         01 RCVLOG-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 RECEIPT-DATE PIC 9(8).
         01 BACK-ORDER-EOF-SWITCH PIC X(1).
             88 END-OF-BACK-ORDER          VALUE 'Y'.
             88 NOT-END-OF-BACK-ORDER      VALUE 'N'.
         01 ALLOCATION-QTY PIC 9(5).
         01 BACK-ORDERS-READY PIC 9(3).

         COPY "signed-on-user.cpy".

         01 PO-LINE-MESSAGE.
             05  MESSAGE-PRODUCT-CODE    PIC X(6).
             05  FILLER                  PIC X(13)
       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O PRODUCT-MASTER.
           OPEN I-O PO-HEADER.
           PERFORM OPEN-RECEIPT-LOG.
           PERFORM RECEIVING-FORMULARY.
           CLOSE PRODUCT-MASTER.
           CLOSE PO-HEADER.
           CLOSE RECEIPT-LOG.
           GOBACK.

      *****************************************************************
      *  RECEIPTS ARE LOGGED UNDER THE STORE BUSINESS DATE SO THE     *
      *  NIGHTLY JOURNAL PICKS UP EXACTLY THE DAY'S DELIVERIES. WITH  *
      *  NO CONTROL FILE YET THE SYSTEM DATE STANDS IN.               *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT RECEIPT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO RECEIPT-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       OPEN-RECEIPT-LOG.
           OPEN EXTEND RECEIPT-LOG.
           IF RCVLOG-STATUS = "35"
              OPEN OUTPUT RECEIPT-LOG
              CLOSE RECEIPT-LOG
              OPEN EXTEND RECEIPT-LOG
           END-IF.

       RECEIVING-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              PERFORM CONFIRM-UNIT-COST
              PERFORM POST-RECEIPT-TO-STOCK
              IF PRODMAST-STATUS = "00"
                 PERFORM WRITE-RECEIPT-LOG
                 ADD ENTERED-RECEIVED-QTY TO PD-QTY-RECEIVED
                 MOVE ENTERED-UNIT-COST TO PD-UNIT-COST
                 REWRITE PO-DETAIL-RECORD
                 + (ENTERED-RECEIVED-QTY * ENTERED-UNIT-COST))
              / (QTY-ON-HAND + ENTERED-RECEIVED-QTY).

      *****************************************************************
      *  WRITTEN BEFORE THE PO LINE TAKES THE DOCK COST, SO THE LOG   *
      *  CARRIES BOTH THE COST THE LINE WAS RAISED AT AND THE COST    *
      *  ACTUALLY CONFIRMED AT THE DOCK.                              *
      *****************************************************************
       WRITE-RECEIPT-LOG.
           MOVE RECEIPT-DATE TO RCV-RECEIPT-DATE.
           MOVE PD-PO-NUMBER TO RCV-PO-NUMBER.
           MOVE PD-LINE-NUMBER TO RCV-LINE-NUMBER.
           MOVE PO-VENDOR-NUMBER TO RCV-VENDOR-NUMBER.
           MOVE PD-PRODUCT-CODE TO RCV-PRODUCT-CODE.
           MOVE ENTERED-RECEIVED-QTY TO RCV-QTY-RECEIVED.
           MOVE PD-UNIT-COST TO RCV-PO-UNIT-COST.
           MOVE ENTERED-UNIT-COST TO RCV-DOCK-UNIT-COST.
           MOVE OPERATOR-USER-ID TO RCV-OPERATOR-ID.
           WRITE RECEIPT-LOG-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE PRODUCT-CODE TO AUDIT-KEY.
           MOVE PRODUCT-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
