               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-HEADER.
       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 APINVOIC-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 ENTRY-DATE PIC 9(8).
         01 PO-FOUND-SWITCH PIC X(1).
             88 PO-WAS-FOUND              VALUE 'Y'.
             88 PO-WAS-NOT-FOUND          VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT PO-HEADER.
           OPEN INPUT VENDOR-MASTER.
           PERFORM OPEN-AP-INVOICE.
           CLOSE AP-INVOICE.
           GOBACK.

      *****************************************************************
      *  THE INVOICE IS STAMPED WITH THE STORE BUSINESS DATE IT WAS   *
      *  KEYED ON, WHICH THE NIGHTLY JOURNAL BOOKS IT UNDER. WITH NO  *
      *  CONTROL FILE YET THE SYSTEM DATE STANDS IN.                  *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT ENTRY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO ENTRY-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

       OPEN-AP-INVOICE.
           OPEN EXTEND AP-INVOICE.
           IF APINVOIC-STATUS = "35"
              SET AP-QTY-MISMATCH TO TRUE
           END-IF.
           SET AP-OPEN-ITEM TO TRUE.
           SET AP-NOT-RELEASED TO TRUE.
           MOVE SPACES TO AP-RELEASED-BY.
           MOVE ZERO TO AP-CHECK-NUMBER.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE ENTRY-DATE TO AP-ENTRY-DATE.
           SET AP-VENDOR-INVOICE TO TRUE.
           MOVE SPACES TO AP-APPLIES-TO-INVOICE.
           WRITE AP-INVOICE-RECORD.
           IF APINVOIC-STATUS = "00"
              IF QUANTITIES-MATCHED
