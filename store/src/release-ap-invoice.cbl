       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-AP-INVOICE.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  SUPERVISOR RELEASE OF A QUANTITY-MISMATCHED VENDOR INVOICE.   *
      *  ENTER-VENDOR-INVOICE FLAGS AN INVOICE WHOSE QUANTITIES DO     *
      *  NOT AGREE WITH WHAT THE DOCK RECEIVED, AND THE PAYMENT RUN    *
      *  HOLDS IT. ONCE THE OFFICE HAS SETTLED THE DIFFERENCE WITH     *
      *  THE VENDOR, A SUPERVISOR RELEASES IT HERE AND THE NEXT        *
      *  VENDOR-PAYMENT-RUN PAYS IT. THE CHANGE IS AUDITED THROUGH     *
      *  AUDIT-LOG-WRITER. REACHED ONLY THROUGH THE LEVEL-2 MENU       *
      *  OPTION, LIKE THE OTHER SENSITIVE OPTIONS IN FLOW-CONTROL.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE ASSIGN TO "APINVOIC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS VENDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 APINVOIC-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 AP-INVOICE-EOF-SWITCH PIC X(1).
             88 END-OF-AP-INVOICE          VALUE 'Y'.
             88 NOT-END-OF-AP-INVOICE      VALUE 'N'.
         01 INVOICE-FOUND-SWITCH PIC X(1).
             88 INVOICE-WAS-FOUND         VALUE 'Y'.
             88 INVOICE-WAS-NOT-FOUND     VALUE 'N'.
         01 LOOKUP-VENDOR-NUMBER PIC 9(6).
         01 LOOKUP-INVOICE-NUMBER PIC X(10).
         01 CONFIRM-RELEASE PIC X(1).
         01 AMOUNT-DISPLAY PIC ZZZZZZ9.99.

         COPY "signed-on-user.cpy".

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "RELEASE-AP-INVOICE".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "APINVOIC".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           OPEN INPUT VENDOR-MASTER.
           PERFORM RELEASE-FORMULARY.
           CLOSE VENDOR-MASTER.
           GOBACK.

       RELEASE-FORMULARY.
           DISPLAY CLEAR-SCREEN.
           MOVE ALL "*" to SEPARATING-BAR (1:80).
           DISPLAY SEPARATING-BAR AT 0101.
           DISPLAY 'RELEASE A MISMATCHED VENDOR INVOICE (SUPERVISOR)'
              AT 0210.
           DISPLAY SEPARATING-BAR AT 0301.
           DISPLAY 'Vendor #............:' AT 0401.
           DISPLAY 'Invoice #...........:' AT 0501.
           ACCEPT LOOKUP-VENDOR-NUMBER AT 0423.
           MOVE SPACES TO LOOKUP-INVOICE-NUMBER.
           ACCEPT LOOKUP-INVOICE-NUMBER AT 0523.
           OPEN I-O AP-INVOICE.
           IF APINVOIC-STATUS NOT = "00"
              DISPLAY "NO VENDOR INVOICES ON FILE" AT 0901
           ELSE
              PERFORM FIND-INVOICE
              IF INVOICE-WAS-FOUND
                 PERFORM CONFIRM-AND-RELEASE
              END-IF
              CLOSE AP-INVOICE
           END-IF.

      *****************************************************************
      *  THE OPEN-PAYABLES FILE IS SEQUENTIAL, SO THE INVOICE IS      *
      *  FOUND BY READING FORWARD AND, WHEN RELEASED, REWRITTEN IN    *
      *  PLACE - THE SAME WAY RECEIVE-STOCK UPDATES A PO LINE.        *
      *****************************************************************
       FIND-INVOICE.
           SET INVOICE-WAS-NOT-FOUND TO TRUE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           PERFORM READ-AP-INVOICE.
           PERFORM CHECK-ONE-INVOICE
              UNTIL END-OF-AP-INVOICE OR INVOICE-WAS-FOUND.
           EVALUATE TRUE
               WHEN INVOICE-WAS-NOT-FOUND
                  DISPLAY "INVOICE NOT FOUND FOR THIS VENDOR" AT 0901
               WHEN AP-PAID-ITEM
                  SET INVOICE-WAS-NOT-FOUND TO TRUE
                  DISPLAY "INVOICE HAS ALREADY BEEN PAID" AT 0901
               WHEN NOT AP-QTY-MISMATCH
                  SET INVOICE-WAS-NOT-FOUND TO TRUE
                  DISPLAY "INVOICE IS MATCHED, NO RELEASE NEEDED"
                     AT 0901
               WHEN AP-RELEASED-FOR-PAYMENT
                  SET INVOICE-WAS-NOT-FOUND TO TRUE
                  DISPLAY "INVOICE IS ALREADY RELEASED BY" AT 0901
                  DISPLAY AP-RELEASED-BY AT 0932
               WHEN OTHER
                  MOVE AP-INVOICE-RECORD TO AUDIT-BEFORE-IMAGE
           END-EVALUATE.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-AP-INVOICE TO TRUE
           END-READ.

       CHECK-ONE-INVOICE.
           IF AP-VENDOR-NUMBER = LOOKUP-VENDOR-NUMBER
              AND AP-INVOICE-NUMBER = LOOKUP-INVOICE-NUMBER
              SET INVOICE-WAS-FOUND TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.

       CONFIRM-AND-RELEASE.
           MOVE AP-VENDOR-NUMBER TO VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                  MOVE "** VENDOR NOT ON FILE **" TO VENDOR-NAME
           END-READ.
           DISPLAY 'Vendor name.........:' AT 0601.
           DISPLAY VENDOR-NAME AT 0623.
           DISPLAY 'PO # / due date.....:' AT 0701.
           DISPLAY AP-PO-NUMBER AT 0723.
           DISPLAY AP-DUE-DATE AT 0732.
           DISPLAY 'Invoice amount......:' AT 0801.
           MOVE AP-INVOICE-AMOUNT TO AMOUNT-DISPLAY.
           DISPLAY AMOUNT-DISPLAY AT 0823.
           DISPLAY 'Release for payment (Y/N)?.:' AT 1001.
           ACCEPT CONFIRM-RELEASE AT 1030.
           IF CONFIRM-RELEASE = "Y" OR CONFIRM-RELEASE = "y"
              PERFORM MARK-INVOICE-RELEASED
           ELSE
              DISPLAY "INVOICE NOT RELEASED." AT 1201
           END-IF.

       MARK-INVOICE-RELEASED.
           SET AP-RELEASED-FOR-PAYMENT TO TRUE.
           MOVE OPERATOR-USER-ID TO AP-RELEASED-BY.
           REWRITE AP-INVOICE-RECORD.
           IF APINVOIC-STATUS = "00"
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "INVOICE RELEASED FOR THE NEXT PAYMENT RUN."
                 AT 1201
           ELSE
              DISPLAY "UNABLE TO REWRITE INVOICE, STATUS " AT 1201
              DISPLAY APINVOIC-STATUS AT 1235
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE AP-INVOICE-NUMBER TO AUDIT-KEY.
           MOVE AP-INVOICE-RECORD TO AUDIT-AFTER-IMAGE.
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY "M" AUDIT-BEFORE-IMAGE
               AUDIT-AFTER-IMAGE.

       END PROGRAM RELEASE-AP-INVOICE.
