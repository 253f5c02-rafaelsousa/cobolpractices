       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-TO-VENDOR.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  SENDS RECEIVED GOODS BACK TO THE VENDOR - DAMAGED ON ARRIVAL  *
      *  OR RECALLED - AGAINST THE PO LINE THEY CAME IN ON. THE        *
      *  QUANTITY IS TAKEN OFF QTY-ON-HAND UNDER LOCK (AUDITED         *
      *  THROUGH AUDIT-LOG-WRITER) AND RECORDED AS RETURNED ON THE PO  *
      *  LINE, SO THE SAME GOODS CANNOT GO BACK TWICE. A DEBIT MEMO    *
      *  FOR THE VALUE AT THE PO LINE COST GOES ON THE OPEN-PAYABLES   *
      *  FILE AGAINST THE VENDOR'S INVOICE FOR THE PO, WHERE           *
      *  AP-PAYMENTS-DUE AND VENDOR-PAYMENT-RUN NET IT OFF WHAT WE     *
      *  OWE. EACH RETURN IS LOGGED UNDER THE BUSINESS DATE AND A      *
      *  RETURN AUTHORIZATION SLIP IS PRINTED FOR THE DRIVER.          *
      *  UNITS HELD FOR OPEN LAYAWAYS ARE NOT FREE STOCK AND CANNOT    *
      *  GO BACK.                                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               LOCK MODE IS MANUAL
               FILE STATUS IS PRODMAST-STATUS.

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

           SELECT RTV-LOG ASSIGN TO "RTVLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RTVLOG-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT RA-SLIP-FILE ASSIGN TO "RASLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RASLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  PO-HEADER.
       COPY "po-header.cpy".

       FD  PO-DETAIL.
       COPY "po-detail.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  RTV-LOG.
       COPY "rtv-log.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  RA-SLIP-FILE.
       01  RA-SLIP-LINE PIC X(80).

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 PRODMAST-STATUS PIC X(2).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 APINVOIC-STATUS PIC X(2).
         01 RTVLOG-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 RASLIP-STATUS PIC X(2).
         01 RETURN-OK-SWITCH PIC X(1).
             88 RETURN-IS-OK              VALUE 'Y'.
             88 RETURN-IS-NOT-OK          VALUE 'N'.
         01 RETURN-ERROR-MESSAGE PIC X(40).
         01 PO-DETAIL-EOF-SWITCH PIC X(1).
             88 END-OF-PO-DETAIL           VALUE 'Y'.
             88 NOT-END-OF-PO-DETAIL       VALUE 'N'.
         01 PO-LINE-FOUND-SWITCH PIC X(1).
             88 PO-LINE-WAS-FOUND         VALUE 'Y'.
             88 PO-LINE-WAS-NOT-FOUND     VALUE 'N'.
         01 FILE-EOF-SWITCH PIC X(1).
             88 END-OF-CURRENT-FILE        VALUE 'Y'.
             88 NOT-END-OF-CURRENT-FILE    VALUE 'N'.
         01 MATCHED-INVOICE-SWITCH PIC X(1).
             88 OPEN-INVOICE-MATCHED      VALUE 'O'.
             88 PAID-INVOICE-MATCHED      VALUE 'P'.
             88 NO-INVOICE-MATCHED        VALUE 'N'.

         01 BUSINESS-DATE PIC 9(8).
         01 LOOKUP-PO-NUMBER PIC 9(6).
         01 LOOKUP-LINE-NUMBER PIC 9(3).
         01 ENTERED-RETURN-QTY PIC 9(5).
         01 ENTERED-REASON PIC X(20).
         01 CONFIRM-RETURN PIC X(1).
         01 QTY-RETURNABLE PIC 9(5).
         01 RETURN-AMOUNT PIC 9(7)V99.
         01 MATCHED-INVOICE-NUMBER PIC X(10).
         01 MATCHED-DUE-DATE PIC 9(8).
         01 HIGHEST-RA-NUMBER PIC 9(8) VALUE ZERO.
         01 NUMBER-COUNTER-ID PIC X(8) VALUE "RTVAUTH".
         01 SEED-NUMBER-WORK PIC 9(8).
         01 NEXT-NUMBER-WORK PIC 9(8).
         01 RA-NUMBER PIC 9(8).

         01 DEBIT-MEMO-NUMBER.
             05  FILLER                  PIC X(2) VALUE "DM".
             05  DEBIT-MEMO-RA-NUMBER    PIC 9(8).

         COPY "signed-on-user.cpy".

         01 PO-LINE-MESSAGE.
             05  MESSAGE-PRODUCT-CODE    PIC X(6).
             05  FILLER                  PIC X(10)
                 VALUE " RECEIVED ".
             05  MESSAGE-QTY-RECEIVED    PIC ZZZZ9.
             05  FILLER                  PIC X(10)
                 VALUE " RETURNED ".
             05  MESSAGE-QTY-RETURNED    PIC ZZZZ9.
             05  FILLER                  PIC X(9)
                 VALUE " AT COST ".
             05  MESSAGE-UNIT-COST       PIC ZZZZ9.99.

         01 SLIP-DETAIL-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-PRODUCT-CODE       PIC X(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-DESCRIPTION        PIC X(30).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-QTY-RETURNED       PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-UNIT-COST          PIC ZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SLIP-RETURN-AMOUNT      PIC ZZZZZZ9.99.

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "RETURN-TO-VENDOR".
         01 AUDIT-FILE-ID      PIC X(8).
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-ACTION-CODE  PIC X(1).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O PRODUCT-MASTER.
           OPEN INPUT PO-HEADER.
           OPEN INPUT VENDOR-MASTER.
           PERFORM RTV-FORMULARY.
           CLOSE PRODUCT-MASTER.
           CLOSE PO-HEADER.
           CLOSE VENDOR-MASTER.
           GOBACK.

      *****************************************************************
      *  RETURNS ARE LOGGED AND THE DEBIT MEMO DATED UNDER THE STORE  *
      *  BUSINESS DATE. WITH NO CONTROL FILE YET THE SYSTEM DATE      *
      *  STANDS IN.                                                   *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
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

       RTV-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'RETURN GOODS TO VENDOR' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'PO #................:' AT 0401.
              DISPLAY 'PO line #...........:' AT 0501.
              ACCEPT LOOKUP-PO-NUMBER AT 0423.
              ACCEPT LOOKUP-LINE-NUMBER AT 0523.
              SET RETURN-IS-OK TO TRUE.
              PERFORM VALIDATE-PO.
              IF RETURN-IS-OK
                 OPEN I-O PO-DETAIL
                 PERFORM FIND-PO-LINE
                 IF RETURN-IS-OK
                    PERFORM CAPTURE-RETURN
                 END-IF
                 IF RETURN-IS-OK
                    PERFORM TAKE-OFF-STOCK
                 END-IF
                 IF RETURN-IS-OK
                    ADD ENTERED-RETURN-QTY TO PD-QTY-RETURNED
                    REWRITE PO-DETAIL-RECORD
                 END-IF
                 CLOSE PO-DETAIL
              END-IF.
              IF RETURN-IS-OK
                 PERFORM ASSIGN-RA-NUMBER
                 PERFORM FIND-MATCHING-INVOICE
                 PERFORM WRITE-DEBIT-MEMO
                 PERFORM WRITE-RTV-LOG
                 PERFORM PRINT-RA-SLIP
                 DISPLAY "GOODS RETURNED, DEBIT MEMO RAISED, RA SLIP"
                    AT 1201
                 DISPLAY "PRINTED. RA #" AT 1301
                 DISPLAY RA-NUMBER AT 1315
              ELSE
                 DISPLAY RETURN-ERROR-MESSAGE AT 1201
              END-IF.

       VALIDATE-PO.
           MOVE LOOKUP-PO-NUMBER TO PO-NUMBER.
           READ PO-HEADER
               INVALID KEY
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "PO NOT FOUND" TO RETURN-ERROR-MESSAGE
           END-READ.
           IF RETURN-IS-OK
              MOVE PO-VENDOR-NUMBER TO VENDOR-NUMBER
              READ VENDOR-MASTER
                  INVALID KEY
                     MOVE "** NOT ON VENDOR MASTER **" TO VENDOR-NAME
              END-READ
              DISPLAY 'Vendor..............:' AT 0601
              DISPLAY PO-VENDOR-NUMBER AT 0623
              DISPLAY VENDOR-NAME AT 0630
           END-IF.

      *****************************************************************
      *  THE PO-DETAIL FILE IS SEQUENTIAL, SO THE LINE IS FOUND BY    *
      *  READING FORWARD AND STAYS THE CURRENT RECORD FOR THE         *
      *  REWRITE ONCE THE STOCK HAS COME OFF - THE SAME WAY           *
      *  RECEIVE-STOCK RECORDS A RECEIPT ON THE LINE.                 *
      *****************************************************************
       FIND-PO-LINE.
           SET PO-LINE-WAS-NOT-FOUND TO TRUE.
           SET NOT-END-OF-PO-DETAIL TO TRUE.
           IF PODETAIL-STATUS NOT = "00"
              SET END-OF-PO-DETAIL TO TRUE
           ELSE
              PERFORM READ-PO-DETAIL
           END-IF.
           PERFORM CHECK-ONE-PO-LINE
              UNTIL END-OF-PO-DETAIL OR PO-LINE-WAS-FOUND.
           IF PO-LINE-WAS-NOT-FOUND
              SET RETURN-IS-NOT-OK TO TRUE
              MOVE "PO LINE NOT FOUND" TO RETURN-ERROR-MESSAGE
           ELSE
              COMPUTE QTY-RETURNABLE =
                 PD-QTY-RECEIVED - PD-QTY-RETURNED
              IF QTY-RETURNABLE = ZERO
                 SET RETURN-IS-NOT-OK TO TRUE
                 MOVE "NOTHING RECEIVED ON THE LINE TO RETURN" TO
                    RETURN-ERROR-MESSAGE
              END-IF
           END-IF.

       READ-PO-DETAIL.
           READ PO-DETAIL
               AT END
                  SET END-OF-PO-DETAIL TO TRUE
           END-READ.

       CHECK-ONE-PO-LINE.
           IF PD-PO-NUMBER = LOOKUP-PO-NUMBER
              AND PD-LINE-NUMBER = LOOKUP-LINE-NUMBER
              SET PO-LINE-WAS-FOUND TO TRUE
           ELSE
              PERFORM READ-PO-DETAIL
           END-IF.

       CAPTURE-RETURN.
           MOVE PD-PRODUCT-CODE TO MESSAGE-PRODUCT-CODE.
           MOVE PD-QTY-RECEIVED TO MESSAGE-QTY-RECEIVED.
           MOVE PD-QTY-RETURNED TO MESSAGE-QTY-RETURNED.
           MOVE PD-UNIT-COST TO MESSAGE-UNIT-COST.
           DISPLAY PO-LINE-MESSAGE AT 0701.
           DISPLAY 'Qty to return.......:' AT 0801.
           DISPLAY 'Reason..............:' AT 0901.
           MOVE ZERO TO ENTERED-RETURN-QTY.
           ACCEPT ENTERED-RETURN-QTY AT 0823.
           MOVE SPACES TO ENTERED-REASON.
           ACCEPT ENTERED-REASON AT 0923.
           EVALUATE TRUE
               WHEN ENTERED-RETURN-QTY = ZERO
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "NOTHING TO RETURN" TO RETURN-ERROR-MESSAGE
               WHEN ENTERED-RETURN-QTY > QTY-RETURNABLE
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "MORE THAN WAS RECEIVED ON THE LINE" TO
                     RETURN-ERROR-MESSAGE
               WHEN ENTERED-REASON = SPACES
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "A REASON FOR THE RETURN IS MANDATORY" TO
                     RETURN-ERROR-MESSAGE
               WHEN OTHER
                  DISPLAY 'Send back (Y/N)?....:' AT 1001
                  ACCEPT CONFIRM-RETURN AT 1023
                  IF CONFIRM-RETURN NOT = "Y"
                     AND CONFIRM-RETURN NOT = "y"
                     SET RETURN-IS-NOT-OK TO TRUE
                     MOVE "RETURN CANCELLED" TO RETURN-ERROR-MESSAGE
                  END-IF
           END-EVALUATE.

      *****************************************************************
      *  THE GOODS MUST STILL BE IN THE STORE TO GO BACK - A RETURN   *
      *  LARGER THAN THE QTY ON HAND IS REFUSED RATHER THAN DRIVING   *
      *  THE STOCK FIGURE NEGATIVE.                                   *
      *****************************************************************
       TAKE-OFF-STOCK.
           MOVE PD-PRODUCT-CODE TO PRODUCT-CODE.
           READ PRODUCT-MASTER WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN PRODMAST-STATUS NOT = "00"
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "PRODUCT NOT ON FILE" TO RETURN-ERROR-MESSAGE
               WHEN ENTERED-RETURN-QTY + QTY-RESERVED > QTY-ON-HAND
                  SET RETURN-IS-NOT-OK TO TRUE
                  MOVE "MORE THAN THE FREE QTY ON HAND" TO
                     RETURN-ERROR-MESSAGE
                  UNLOCK PRODUCT-MASTER
               WHEN OTHER
                  MOVE PRODUCT-MASTER-RECORD TO AUDIT-BEFORE-IMAGE
                  SUBTRACT ENTERED-RETURN-QTY FROM QTY-ON-HAND
                  REWRITE PRODUCT-MASTER-RECORD
                      INVALID KEY
                         CONTINUE
                  END-REWRITE
                  IF PRODMAST-STATUS = "00"
                     MOVE "PRODMAST" TO AUDIT-FILE-ID
                     MOVE PRODUCT-CODE TO AUDIT-KEY
                     MOVE "M" TO AUDIT-ACTION-CODE
                     MOVE PRODUCT-MASTER-RECORD TO AUDIT-AFTER-IMAGE
                     PERFORM WRITE-AUDIT-RECORD
                  ELSE
                     SET RETURN-IS-NOT-OK TO TRUE
                     MOVE "UNABLE TO UPDATE PRODUCT STOCK" TO
                        RETURN-ERROR-MESSAGE
                  END-IF
                  UNLOCK PRODUCT-MASTER
           END-EVALUATE.

       ASSIGN-RA-NUMBER.
           MOVE ZERO TO SEED-NUMBER-WORK.
           CALL "NEXT-NUMBER" USING "N" NUMBER-COUNTER-ID
               SEED-NUMBER-WORK NEXT-NUMBER-WORK.
           IF NEXT-NUMBER-WORK = ZERO
              PERFORM SCAN-HIGHEST-RA-NUMBER
              MOVE HIGHEST-RA-NUMBER TO SEED-NUMBER-WORK
              CALL "NEXT-NUMBER" USING "S" NUMBER-COUNTER-ID
                  SEED-NUMBER-WORK NEXT-NUMBER-WORK
           END-IF.
           MOVE NEXT-NUMBER-WORK TO RA-NUMBER.
           MOVE RA-NUMBER TO DEBIT-MEMO-RA-NUMBER.

       SCAN-HIGHEST-RA-NUMBER.
           MOVE ZERO TO HIGHEST-RA-NUMBER.
           OPEN INPUT RTV-LOG.
           IF RTVLOG-STATUS = "00"
              SET NOT-END-OF-CURRENT-FILE TO TRUE
              PERFORM READ-RTV-LOG
              PERFORM CHECK-ONE-RA-NUMBER
                 UNTIL END-OF-CURRENT-FILE
              CLOSE RTV-LOG
           END-IF.

       READ-RTV-LOG.
           READ RTV-LOG
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       CHECK-ONE-RA-NUMBER.
           IF RTV-RA-NUMBER > HIGHEST-RA-NUMBER
              MOVE RTV-RA-NUMBER TO HIGHEST-RA-NUMBER
           END-IF.
           PERFORM READ-RTV-LOG.

      *****************************************************************
      *  THE DEBIT MEMO GOES AGAINST THE VENDOR'S INVOICE FOR THE PO  *
      *  - AN OPEN ONE IF THERE IS ONE, SO THE MEMO FALLS DUE WITH    *
      *  IT. WHEN THE INVOICE IS ALREADY PAID, OR NOT IN YET, THE     *
      *  MEMO IS DUE AT ONCE AND COMES OFF THE VENDOR'S NEXT CHECK.   *
      *****************************************************************
       FIND-MATCHING-INVOICE.
           SET NO-INVOICE-MATCHED TO TRUE.
           MOVE SPACES TO MATCHED-INVOICE-NUMBER.
           MOVE BUSINESS-DATE TO MATCHED-DUE-DATE.
           OPEN INPUT AP-INVOICE.
           IF APINVOIC-STATUS = "00"
              SET NOT-END-OF-CURRENT-FILE TO TRUE
              PERFORM READ-AP-INVOICE
              PERFORM CHECK-ONE-INVOICE
                 UNTIL END-OF-CURRENT-FILE
              CLOSE AP-INVOICE
           END-IF.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-CURRENT-FILE TO TRUE
           END-READ.

       CHECK-ONE-INVOICE.
           IF AP-VENDOR-NUMBER = PO-VENDOR-NUMBER
              AND AP-PO-NUMBER = LOOKUP-PO-NUMBER
              AND NOT AP-DEBIT-MEMO
              AND NOT OPEN-INVOICE-MATCHED
              MOVE AP-INVOICE-NUMBER TO MATCHED-INVOICE-NUMBER
              IF AP-OPEN-ITEM
                 SET OPEN-INVOICE-MATCHED TO TRUE
                 MOVE AP-DUE-DATE TO MATCHED-DUE-DATE
              ELSE
                 SET PAID-INVOICE-MATCHED TO TRUE
              END-IF
           END-IF.
           PERFORM READ-AP-INVOICE.

       WRITE-DEBIT-MEMO.
           COMPUTE RETURN-AMOUNT = ENTERED-RETURN-QTY * PD-UNIT-COST.
           OPEN EXTEND AP-INVOICE.
           IF APINVOIC-STATUS = "35"
              OPEN OUTPUT AP-INVOICE
              CLOSE AP-INVOICE
              OPEN EXTEND AP-INVOICE
           END-IF.
           MOVE PO-VENDOR-NUMBER TO AP-VENDOR-NUMBER.
           MOVE LOOKUP-PO-NUMBER TO AP-PO-NUMBER.
           MOVE DEBIT-MEMO-NUMBER TO AP-INVOICE-NUMBER.
           MOVE BUSINESS-DATE TO AP-INVOICE-DATE.
           MOVE MATCHED-DUE-DATE TO AP-DUE-DATE.
           MOVE RETURN-AMOUNT TO AP-INVOICE-AMOUNT.
           SET AP-QTY-MATCHED TO TRUE.
           SET AP-OPEN-ITEM TO TRUE.
           SET AP-NOT-RELEASED TO TRUE.
           MOVE SPACES TO AP-RELEASED-BY.
           MOVE ZERO TO AP-CHECK-NUMBER.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE BUSINESS-DATE TO AP-ENTRY-DATE.
           SET AP-DEBIT-MEMO TO TRUE.
           MOVE MATCHED-INVOICE-NUMBER TO AP-APPLIES-TO-INVOICE.
           WRITE AP-INVOICE-RECORD.
           IF APINVOIC-STATUS = "00"
              MOVE "APINVOIC" TO AUDIT-FILE-ID
              MOVE DEBIT-MEMO-NUMBER TO AUDIT-KEY
              MOVE "C" TO AUDIT-ACTION-CODE
              MOVE SPACES TO AUDIT-BEFORE-IMAGE
              MOVE AP-INVOICE-RECORD TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              DISPLAY "UNABLE TO SAVE DEBIT MEMO, STATUS " AT 1101
              DISPLAY APINVOIC-STATUS AT 1135
           END-IF.
           CLOSE AP-INVOICE.

       WRITE-RTV-LOG.
           OPEN EXTEND RTV-LOG.
           IF RTVLOG-STATUS = "35"
              OPEN OUTPUT RTV-LOG
              CLOSE RTV-LOG
              OPEN EXTEND RTV-LOG
           END-IF.
           MOVE BUSINESS-DATE TO RTV-RETURN-DATE.
           MOVE RA-NUMBER TO RTV-RA-NUMBER.
           MOVE LOOKUP-PO-NUMBER TO RTV-PO-NUMBER.
           MOVE LOOKUP-LINE-NUMBER TO RTV-LINE-NUMBER.
           MOVE PO-VENDOR-NUMBER TO RTV-VENDOR-NUMBER.
           MOVE PD-PRODUCT-CODE TO RTV-PRODUCT-CODE.
           MOVE ENTERED-RETURN-QTY TO RTV-QTY-RETURNED.
           MOVE PD-UNIT-COST TO RTV-UNIT-COST.
           MOVE RETURN-AMOUNT TO RTV-RETURN-AMOUNT.
           MOVE DEBIT-MEMO-NUMBER TO RTV-DEBIT-MEMO-NUMBER.
           MOVE MATCHED-INVOICE-NUMBER TO RTV-APPLIES-TO-INVOICE.
           MOVE ENTERED-REASON TO RTV-REASON.
           MOVE OPERATOR-USER-ID TO RTV-OPERATOR-ID.
           WRITE RTV-LOG-RECORD.
           CLOSE RTV-LOG.

       WRITE-AUDIT-RECORD.
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY AUDIT-ACTION-CODE
               AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE.

      *****************************************************************
      *  THE SLIP TRAVELS WITH THE GOODS - THE VENDOR'S DRIVER SIGNS  *
      *  FOR THEM AND THE RA NUMBER TIES THE CREDIT WE EXPECT BACK    *
      *  TO THE DEBIT MEMO ON OUR PAYABLES.                           *
      *****************************************************************
       PRINT-RA-SLIP.
           OPEN EXTEND RA-SLIP-FILE.
           IF RASLIP-STATUS = "35"
              OPEN OUTPUT RA-SLIP-FILE
              CLOSE RA-SLIP-FILE
              OPEN EXTEND RA-SLIP-FILE
           END-IF.
           MOVE ALL "*" TO RA-SLIP-LINE (1:80).
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           STRING "RETURN AUTHORIZATION # " RA-NUMBER
               "   DATE " BUSINESS-DATE
               DELIMITED BY SIZE INTO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           STRING "VENDOR # " PO-VENDOR-NUMBER " " VENDOR-NAME
               DELIMITED BY SIZE INTO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           STRING "PO # " LOOKUP-PO-NUMBER "  LINE " LOOKUP-LINE-NUMBER
               "  REASON: " ENTERED-REASON
               DELIMITED BY SIZE INTO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE PD-PRODUCT-CODE TO SLIP-PRODUCT-CODE.
           MOVE PRODUCT-DESCRIPTION TO SLIP-DESCRIPTION.
           MOVE ENTERED-RETURN-QTY TO SLIP-QTY-RETURNED.
           MOVE PD-UNIT-COST TO SLIP-UNIT-COST.
           MOVE RETURN-AMOUNT TO SLIP-RETURN-AMOUNT.
           MOVE SLIP-DETAIL-LINE TO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           IF NO-INVOICE-MATCHED
              STRING "DEBIT MEMO " DEBIT-MEMO-NUMBER
                  " AGAINST VENDOR ACCOUNT"
                  DELIMITED BY SIZE INTO RA-SLIP-LINE
           ELSE
              STRING "DEBIT MEMO " DEBIT-MEMO-NUMBER
                  " AGAINST INVOICE " MATCHED-INVOICE-NUMBER
                  DELIMITED BY SIZE INTO RA-SLIP-LINE
           END-IF.
           WRITE RA-SLIP-LINE.
           MOVE SPACES TO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE "RECEIVED BY DRIVER: ______________________________"
              TO RA-SLIP-LINE.
           WRITE RA-SLIP-LINE.
           MOVE ALL "*" TO RA-SLIP-LINE (1:80).
           WRITE RA-SLIP-LINE.
           CLOSE RA-SLIP-FILE.

       END PROGRAM RETURN-TO-VENDOR.
