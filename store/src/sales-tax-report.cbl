      *  STATE, WITH A GRAND TOTAL THAT TIES TO THE MONTH'S            *
      *  INVOICES. A TRANSACTION WHOSE CUSTOMER IS NO LONGER ON THE    *
      *  MASTER FALLS IN THE ?? BUCKET FOR THE OFFICE TO RESOLVE.      *
      *  A SALE MADE UNDER A TAX-EXEMPTION CERTIFICATE (STAMPED ON     *
      *  ITS ORDER HEADER) IS NOT TAXABLE: IT IS REPORTED, NET OF ITS  *
      *  RETURNS, AS EXEMPT SALES UNDER THE STATE THAT ISSUED THE      *
      *  CERTIFICATE, AND LISTED AGAIN BY STATE AND CERTIFICATE SO     *
      *  EVERY UNTAXED SALE CAN BE DEFENDED AT AUDIT.                  *
      *  THE PERIOD (YYYYMM) IS ACCEPTED FROM SYSIN.                   *
      *  RUN BY THE STAXRPT JCL.                                       *
      ******************************************************************
               RECORD KEY IS CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT ORDER-HEADER ASSIGN TO "ORDHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS ORDHDR-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "STAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  ORDER-HEADER.
       COPY "order-header.cpy".

       FD  TAX-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

         01 SALESTRX-STATUS PIC X(2).
         01 SALESHST-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 ORDHDR-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 SALES-TRANSACTION-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-TRANSACTION   VALUE 'Y'.
         01 REPORT-PERIOD PIC 9(6).
         01 TRANSACTION-PERIOD PIC 9(6).
         01 WORKING-STATE-CODE PIC X(2).
         01 ORDER-EXEMPT-SWITCH PIC X(1).
             88 ORDER-WAS-EXEMPT           VALUE 'Y'.
             88 ORDER-WAS-TAXED            VALUE 'N'.
         01 WORKING-CERTIFICATE PIC X(15).
         01 EXEMPT-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 EXEMPT-TABLE-OVERFLOWED    VALUE 'Y'.
             88 EXEMPT-TABLE-NOT-FULL      VALUE 'N'.

      *****************************************************************
      *  ONE ENTRY PER STATE SEEN IN THE PERIOD - 51 STATES AT MOST   *
                10 ST-TAXABLE-SALES    PIC S9(9)V99.
                10 ST-TAX-COLLECTED    PIC S9(9)V99.
                10 ST-RETURN-CREDITS   PIC S9(9)V99.
                10 ST-EXEMPT-SALES     PIC S9(9)V99.

      *****************************************************************
      *  ONE ENTRY PER STATE AND CERTIFICATE SOLD UNDER IN THE        *
      *  PERIOD. A PERIOD WITH MORE CERTIFICATES THAN THIS IS         *
      *  STILL TOTALLED BY STATE ABOVE, BUT THE LISTING SAYS IT IS    *
      *  INCOMPLETE AND THE RUN ENDS RC 8.                            *
      *****************************************************************
         01 EXEMPT-TOTAL-COUNT PIC 9(3) VALUE ZERO.
         01 EXEMPT-TOTAL-TABLE.
             05 EXEMPT-TOTAL-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON EXEMPT-TOTAL-COUNT
                   INDEXED BY EXEMPT-IDX.
                10 EX-STATE-CODE       PIC X(2).
                10 EX-CERTIFICATE      PIC X(15).
                10 EX-CUSTOMER-NUMBER  PIC 9(6).
                10 EX-EXEMPT-SALES     PIC S9(9)V99.

         01 GRAND-TAXABLE-SALES PIC S9(11)V99 VALUE ZERO.
         01 GRAND-TAX-COLLECTED PIC S9(11)V99 VALUE ZERO.
         01 GRAND-RETURN-CREDITS PIC S9(11)V99 VALUE ZERO.
         01 GRAND-EXEMPT-SALES PIC S9(11)V99 VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER PIC X(38)
                 VALUE "SALES TAX REMITTANCE BY STATE, PERIOD ".
             05  HEADING-PERIOD          PIC 9(6).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(52) VALUE
                 "STATE   TAXABLE SALES  TAX COLLECTED  RETURN CREDITS".
             05  FILLER PIC X(15) VALUE "   EXEMPT SALES".

         01 STATE-DETAIL-LINE.
             05  DETAIL-STATE-CODE       PIC X(2).
             05  DETAIL-TAX-COLLECTED    PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-RETURN-CREDITS   PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EXEMPT-SALES     PIC ZZZZZZZZ9.99-.

         01 GRAND-TOTAL-LINE.
             05  FILLER                  PIC X(5) VALUE "TOTAL".
             05  TOTAL-TAX-COLLECTED     PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  TOTAL-RETURN-CREDITS    PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  TOTAL-EXEMPT-SALES      PIC ZZZZZZZZ9.99-.

         01 EXEMPT-HEADING-LINE PIC X(90) VALUE
              "EXEMPT SALES BY STATE AND CERTIFICATE".

         01 EXEMPT-COLUMN-LINE.
             05  FILLER PIC X(47) VALUE
                 "ST  CERTIFICATE #    CUST #  CUSTOMER NAME".
             05  FILLER PIC X(17) VALUE "     EXEMPT SALES".

         01 EXEMPT-DETAIL-LINE.
             05  EXEMPT-STATE-CODE       PIC X(2).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  EXEMPT-CERTIFICATE      PIC X(15).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  EXEMPT-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  EXEMPT-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  EXEMPT-SALES-AMOUNT     PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.

       MAINLINE.
           ACCEPT REPORT-PERIOD.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT ORDER-HEADER.
           OPEN OUTPUT TAX-REPORT-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM ACCUMULATE-LIVE-TRANSACTIONS.
           PERFORM ACCUMULATE-ARCHIVED-TRANSACTIONS.
           PERFORM PRINT-STATE-TOTALS.
           PERFORM PRINT-EXEMPT-SALES.
           CLOSE CUSTOMER-MASTER.
           CLOSE ORDER-HEADER.
           CLOSE TAX-REPORT-FILE.
           IF EXEMPT-TABLE-OVERFLOWED
              DISPLAY "SALES-TAX-REPORT EXEMPT LISTING INCOMPLETE"
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PRINT-HEADINGS.
      *  EACH TRANSACTION IS BUCKETED UNDER ITS CUSTOMER'S STATE.     *
      *  SALES ADD TO TAXABLE SALES AND TAX COLLECTED; RETURNS GO     *
      *  TO THE RETURN CREDITS COLUMN AND COME OFF THE TAX, SO THE    *
      *  TAX COLUMN IS THE NET TO REMIT. A LINE OF AN EXEMPT ORDER -  *
      *  SALE OR RETURN - ONLY MOVES THE EXEMPT SALES FIGURES.        *
      *****************************************************************
       ACCUMULATE-ONE-TRANSACTION.
           PERFORM LOOKUP-CUSTOMER-STATE.
           PERFORM LOOKUP-ORDER-EXEMPTION.
           IF ORDER-WAS-EXEMPT
              MOVE OH-EXEMPT-STATE TO WORKING-STATE-CODE
           END-IF.
           PERFORM FIND-OR-ADD-STATE-ENTRY.
           IF ORDER-WAS-EXEMPT
              PERFORM ACCUMULATE-EXEMPT-TRANSACTION
           ELSE
              PERFORM ACCUMULATE-TAXED-TRANSACTION
           END-IF.

       ACCUMULATE-TAXED-TRANSACTION.
           IF TRX-RETURN
              ADD SALE-AMOUNT TO ST-RETURN-CREDITS (STATE-IDX)
              SUBTRACT TAX-AMOUNT FROM ST-TAX-COLLECTED (STATE-IDX)
              ADD TAX-AMOUNT TO GRAND-TAX-COLLECTED
           END-IF.

       ACCUMULATE-EXEMPT-TRANSACTION.
           PERFORM FIND-OR-ADD-EXEMPT-ENTRY.
           IF TRX-RETURN
              SUBTRACT SALE-AMOUNT FROM ST-EXEMPT-SALES (STATE-IDX)
              SUBTRACT SALE-AMOUNT FROM GRAND-EXEMPT-SALES
              IF EXEMPT-TABLE-NOT-FULL
                 SUBTRACT SALE-AMOUNT FROM
                    EX-EXEMPT-SALES (EXEMPT-IDX)
              END-IF
           ELSE
              ADD SALE-AMOUNT TO ST-EXEMPT-SALES (STATE-IDX)
              ADD SALE-AMOUNT TO GRAND-EXEMPT-SALES
              IF EXEMPT-TABLE-NOT-FULL
                 ADD SALE-AMOUNT TO EX-EXEMPT-SALES (EXEMPT-IDX)
              END-IF
           END-IF.

       LOOKUP-ORDER-EXEMPTION.
           SET ORDER-WAS-TAXED TO TRUE.
           MOVE ORDER-NUMBER TO OH-ORDER-NUMBER.
           READ ORDER-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF ORDHDR-STATUS = "00"
              AND OH-EXEMPT-CERTIFICATE NOT = SPACES
              SET ORDER-WAS-EXEMPT TO TRUE
              MOVE OH-EXEMPT-CERTIFICATE TO WORKING-CERTIFICATE
           END-IF.

       FIND-OR-ADD-EXEMPT-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF EXEMPT-TOTAL-COUNT > 0
              SET EXEMPT-IDX TO 1
              SEARCH EXEMPT-TOTAL-ENTRY
                  WHEN EX-STATE-CODE (EXEMPT-IDX) = WORKING-STATE-CODE
                   AND EX-CERTIFICATE (EXEMPT-IDX) = WORKING-CERTIFICATE
                   AND EX-CUSTOMER-NUMBER (EXEMPT-IDX) =
                       OH-CUSTOMER-NUMBER
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-WAS-NOT-FOUND
              IF EXEMPT-TOTAL-COUNT < 500
                 ADD 1 TO EXEMPT-TOTAL-COUNT
                 SET EXEMPT-IDX TO EXEMPT-TOTAL-COUNT
                 MOVE WORKING-STATE-CODE TO EX-STATE-CODE (EXEMPT-IDX)
                 MOVE WORKING-CERTIFICATE TO
                    EX-CERTIFICATE (EXEMPT-IDX)
                 MOVE OH-CUSTOMER-NUMBER TO
                    EX-CUSTOMER-NUMBER (EXEMPT-IDX)
                 MOVE ZERO TO EX-EXEMPT-SALES (EXEMPT-IDX)
              ELSE
                 SET EXEMPT-TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF.

       LOOKUP-CUSTOMER-STATE.
           MOVE CUSTOMER-NUMBER OF SALES-TRANSACTION-RECORD TO
              CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD.
              MOVE ZERO TO ST-TAXABLE-SALES (STATE-IDX)
              MOVE ZERO TO ST-TAX-COLLECTED (STATE-IDX)
              MOVE ZERO TO ST-RETURN-CREDITS (STATE-IDX)
              MOVE ZERO TO ST-EXEMPT-SALES (STATE-IDX)
           END-IF.

       PRINT-STATE-TOTALS.
           MOVE GRAND-TAXABLE-SALES TO TOTAL-TAXABLE-SALES.
           MOVE GRAND-TAX-COLLECTED TO TOTAL-TAX-COLLECTED.
           MOVE GRAND-RETURN-CREDITS TO TOTAL-RETURN-CREDITS.
           MOVE GRAND-EXEMPT-SALES TO TOTAL-EXEMPT-SALES.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ST-TAX-COLLECTED (STATE-IDX) TO DETAIL-TAX-COLLECTED.
           MOVE ST-RETURN-CREDITS (STATE-IDX) TO
              DETAIL-RETURN-CREDITS.
           MOVE ST-EXEMPT-SALES (STATE-IDX) TO DETAIL-EXEMPT-SALES.
           MOVE STATE-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      *  THE CERTIFICATE LISTING IS PRINTED STATE BY STATE, IN THE    *
      *  ORDER THE STATES APPEAR ON THE REMITTANCE LINES ABOVE, SO    *
      *  EACH STATE'S CERTIFICATES ADD UP TO ITS EXEMPT SALES.        *
      *****************************************************************
       PRINT-EXEMPT-SALES.
           IF EXEMPT-TOTAL-COUNT > 0
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE EXEMPT-HEADING-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE EXEMPT-COLUMN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRINT-STATE-EXEMPTIONS
                 VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > STATE-TOTAL-COUNT
           END-IF.
           IF EXEMPT-TABLE-OVERFLOWED
              MOVE "** CERTIFICATE LISTING INCOMPLETE - TABLE FULL **"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       PRINT-STATE-EXEMPTIONS.
           PERFORM PRINT-EXEMPT-LINE
              VARYING EXEMPT-IDX FROM 1 BY 1
              UNTIL EXEMPT-IDX > EXEMPT-TOTAL-COUNT.

       PRINT-EXEMPT-LINE.
           IF EX-STATE-CODE (EXEMPT-IDX) = ST-STATE-CODE (STATE-IDX)
              MOVE EX-STATE-CODE (EXEMPT-IDX) TO EXEMPT-STATE-CODE
              MOVE EX-CERTIFICATE (EXEMPT-IDX) TO EXEMPT-CERTIFICATE
              MOVE EX-CUSTOMER-NUMBER (EXEMPT-IDX) TO
                 EXEMPT-CUSTOMER-NUMBER
              MOVE EX-CUSTOMER-NUMBER (EXEMPT-IDX) TO
                 CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
              READ CUSTOMER-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ
              IF CUSTMAST-STATUS = "00"
                 MOVE CUSTOMER-NAME TO EXEMPT-CUSTOMER-NAME
              ELSE
                 MOVE "** NOT ON FILE **" TO EXEMPT-CUSTOMER-NAME
              END-IF
              MOVE EX-EXEMPT-SALES (EXEMPT-IDX) TO EXEMPT-SALES-AMOUNT
              MOVE EXEMPT-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       END PROGRAM SALES-TAX-REPORT.
