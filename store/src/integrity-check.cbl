       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  CROSS-FILE INTEGRITY CHECK.                                   *
      *  BATCH JOB, CALLED BY DAY-END-DRIVER AS A NIGHTLY STEP AND     *
      *  RUN ON ITS OWN AFTER A RESTORE OR A CRASHED SESSION. PROVES   *
      *  THE FILES AGREE WITH EACH OTHER:                              *
      *    - EACH ORDER HEADER'S LINE COUNT AND SUBTOTAL AGAINST ITS   *
      *      SALE LINES ON THE SALES-TRANSACTION FILE, FOR THE MONTHS  *
      *      STILL ON THAT FILE (EARLIER MONTHS ARE ARCHIVED);         *
      *    - EVERY PO LINE HAS ITS PO HEADER;                          *
      *    - BACK-ORDERS, UPC CROSS-REFERENCES AND PROMOTIONS POINT    *
      *      AT ACTIVE PRODUCTS, AND PRODUCTS AT ACTIVE DEPARTMENTS;   *
      *    - EACH CUSTOMER-BALANCE EQUALS THE NET OF THE CUSTOMER'S    *
      *      AR-TRANSACTION MOVEMENTS.                                 *
      *  EVERY EXCEPTION IS PRINTED WITH ITS SEVERITY - ERROR WHEN A   *
      *  RECORD IS MISSING OR A FIGURE DISAGREES, WARNING WHEN A       *
      *  RECORD POINTS AT A PRODUCT OR DEPARTMENT THAT IS ON FILE BUT  *
      *  DELETED. THE STEP ENDS RC 0 WHEN CLEAN, RC 4 FOR WARNINGS     *
      *  ONLY, RC 8 WHEN THERE IS ANY ERROR, AND RC 12 WHEN A FILE     *
      *  CANNOT BE READ OR THE REPORT CANNOT BE WRITTEN. A FILE NOT    *
      *  YET CREATED SKIPS ITS CHECK WITH A NOTE ON THE REPORT.        *
      *  RUN BY THE DAYEND AND INTGCHK JCL.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT ORDER-HEADER ASSIGN TO "ORDHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS ORDHDR-STATUS.

           SELECT SALES-TRANSACTION ASSIGN TO "SALESTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESTRX-STATUS.

           SELECT PO-HEADER ASSIGN TO "POHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS POHDR-STATUS.

           SELECT PO-DETAIL ASSIGN TO "PODETAIL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PODETAIL-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               FILE STATUS IS PRODMAST-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPTMAST-STATUS.

           SELECT BACK-ORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKORD-STATUS.

           SELECT UPC-XREF ASSIGN TO "UPCXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UPC-NUMBER
               FILE STATUS IS UPCXREF-STATUS.

           SELECT PROMOTION-FILE ASSIGN TO "PROMOFLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-PRODUCT-CODE
               FILE STATUS IS PROMOFLE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT AR-TRANSACTION ASSIGN TO "ARTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARTRX-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  ORDER-HEADER.
       COPY "order-header.cpy".

       FD  SALES-TRANSACTION.
       COPY "sales-transaction.cpy".

       FD  PO-HEADER.
       COPY "po-header.cpy".

       FD  PO-DETAIL.
       COPY "po-detail.cpy".

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "department-master.cpy".

       FD  BACK-ORDER-FILE.
       COPY "back-order.cpy".

       FD  UPC-XREF.
       COPY "upc-xref.cpy".

       FD  PROMOTION-FILE.
       COPY "promotion.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  AR-TRANSACTION.
       COPY "ar-transaction.cpy".

       FD  INTEGRITY-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

      *****************************************************************
      *  ONE SORT RECORD PER SALE LINE (KEYED BY ORDER NUMBER) OR PER *
      *  AR MOVEMENT (KEYED BY CUSTOMER NUMBER, AMOUNT SIGNED THE WAY *
      *  IT MOVES THE BALANCE).                                       *
      *****************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-KEY                  PIC 9(8).
           05  SW-AMOUNT               PIC S9(9)V99.

       WORKING-STORAGE SECTION.
         01 STORCTL-STATUS PIC X(2).
         01 ORDHDR-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 POHDR-STATUS PIC X(2).
         01 PODETAIL-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 DEPTMAST-STATUS PIC X(2).
         01 BACKORD-STATUS PIC X(2).
         01 UPCXREF-STATUS PIC X(2).
         01 PROMOFLE-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 ARTRX-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 INPUT-EOF-SWITCH PIC X(1).
             88 END-OF-INPUT-FILE          VALUE 'Y'.
             88 NOT-END-OF-INPUT-FILE      VALUE 'N'.
         01 MASTER-EOF-SWITCH PIC X(1).
             88 END-OF-MASTER-FILE         VALUE 'Y'.
             88 NOT-END-OF-MASTER-FILE     VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 PRODUCT-FILE-SWITCH PIC X(1).
             88 PRODUCT-FILE-AVAILABLE     VALUE 'Y'.
             88 PRODUCT-FILE-MISSING       VALUE 'N'.
         01 DEPARTMENT-FILE-SWITCH PIC X(1).
             88 DEPARTMENT-FILE-AVAILABLE  VALUE 'Y'.
             88 DEPARTMENT-FILE-MISSING    VALUE 'N'.
         01 ORDER-FILE-SWITCH PIC X(1).
             88 ORDER-FILE-AVAILABLE       VALUE 'Y'.
             88 ORDER-FILE-MISSING         VALUE 'N'.
         01 CUSTOMER-FILE-SWITCH PIC X(1).
             88 CUSTOMER-FILE-AVAILABLE    VALUE 'Y'.
             88 CUSTOMER-FILE-MISSING      VALUE 'N'.

         01 TODAYS-DATE PIC 9(8).
         01 CHECK-FROM-PERIOD PIC 9(6).
         01 TRANSACTION-PERIOD PIC 9(6).
         01 LAST-POSSIBLE-KEY PIC 9(8) VALUE 99999999.
         01 MASTER-KEY PIC 9(8).
         01 GROUP-KEY PIC 9(8).
         01 GROUP-LINE-COUNT PIC 9(5).
         01 GROUP-AMOUNT PIC S9(11)V99.
         01 WORKING-PRODUCT-CODE PIC X(6).

         01 ERROR-COUNT PIC 9(7) VALUE ZERO.
         01 WARNING-COUNT PIC 9(7) VALUE ZERO.
         01 CHECKED-COUNT PIC 9(7).
         01 CHECK-EXCEPTION-COUNT PIC 9(7).

         01 EXCEPTION-SEVERITY PIC X(1).
             88 SEVERITY-ERROR             VALUE 'E'.
             88 SEVERITY-WARNING           VALUE 'W'.
         01 EDIT-NUMBER-A PIC ZZZZ9.
         01 EDIT-NUMBER-B PIC ZZZZ9.
         01 EDIT-AMOUNT-A PIC ZZZZZZZ9.99-.
         01 EDIT-AMOUNT-B PIC ZZZZZZZ9.99-.

         01 HEADING-LINE.
             05  FILLER PIC X(31)
                 VALUE "CROSS-FILE INTEGRITY CHECK FOR ".
             05  HEADING-DATE            PIC 9(8).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(40) VALUE
                 "SEV   CHECK              KEY           ".
             05  FILLER PIC X(6) VALUE "DETAIL".

         01 EXCEPTION-LINE.
             05  EXCEPTION-SEVERITY-TEXT PIC X(5).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  EXCEPTION-CHECK-NAME    PIC X(18).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  EXCEPTION-KEY           PIC X(13).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  EXCEPTION-DETAIL        PIC X(50).

         01 CHECK-SUMMARY-LINE.
             05  FILLER                  PIC X(6) VALUE "  --- ".
             05  SUMMARY-CHECK-NAME      PIC X(18).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  SUMMARY-CHECKED-COUNT   PIC ZZZZZZ9.
             05  FILLER                  PIC X(10) VALUE " CHECKED, ".
             05  SUMMARY-EXCEPTION-COUNT PIC ZZZZZZ9.
             05  FILLER                  PIC X(11) VALUE " EXCEPTIONS".

         01 SEVERITY-TOTAL-LINE.
             05  FILLER                  PIC X(8) VALUE "ERRORS: ".
             05  TOTAL-ERROR-COUNT       PIC ZZZZZZ9.
             05  FILLER                  PIC X(13)
                 VALUE "   WARNINGS: ".
             05  TOTAL-WARNING-COUNT     PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           ELSE
              MOVE TODAYS-DATE TO HEADING-DATE
              MOVE HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE COLUMN-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM CHECK-ORDERS-AGAINST-LINES
              PERFORM CHECK-PO-LINES-HAVE-HEADERS
              PERFORM OPEN-PRODUCT-AND-DEPARTMENT
              PERFORM CHECK-BACK-ORDER-PRODUCTS
              PERFORM CHECK-UPC-XREF-PRODUCTS
              PERFORM CHECK-PROMOTION-PRODUCTS
              PERFORM CHECK-PRODUCT-DEPARTMENTS
              PERFORM CLOSE-PRODUCT-AND-DEPARTMENT
              PERFORM CHECK-CUSTOMER-BALANCES
              PERFORM PRINT-SEVERITY-TOTALS
              CLOSE INTEGRITY-REPORT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                  DISPLAY "INTEGRITY-CHECK FAILED, CHECKS INCOMPLETE"
                  MOVE 12 TO RETURN-CODE
               WHEN ERROR-COUNT > ZERO
                  DISPLAY "INTEGRITY-CHECK FOUND " ERROR-COUNT
                     " ERRORS, " WARNING-COUNT " WARNINGS"
                  MOVE 8 TO RETURN-CODE
               WHEN WARNING-COUNT > ZERO
                  DISPLAY "INTEGRITY-CHECK FOUND " WARNING-COUNT
                     " WARNINGS"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      *  THE CHECK IS DATED WITH THE STORE BUSINESS DATE FROM THE     *
      *  CONTROL FILE AND ONLY FALLS BACK TO THE SYSTEM CLOCK WHEN NO *
      *  CONTROL FILE EXISTS YET.                                     *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO TODAYS-DATE
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

       WRITE-EXCEPTION.
           IF SEVERITY-ERROR
              MOVE "ERROR" TO EXCEPTION-SEVERITY-TEXT
              ADD 1 TO ERROR-COUNT
           ELSE
              MOVE "WARN" TO EXCEPTION-SEVERITY-TEXT
              ADD 1 TO WARNING-COUNT
           END-IF.
           ADD 1 TO CHECK-EXCEPTION-COUNT.
           MOVE EXCEPTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-KEY.
           MOVE SPACES TO EXCEPTION-DETAIL.

       START-ONE-CHECK.
           MOVE ZERO TO CHECKED-COUNT.
           MOVE ZERO TO CHECK-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-KEY.
           MOVE SPACES TO EXCEPTION-DETAIL.

       PRINT-CHECK-SUMMARY.
           MOVE EXCEPTION-CHECK-NAME TO SUMMARY-CHECK-NAME.
           MOVE CHECKED-COUNT TO SUMMARY-CHECKED-COUNT.
           MOVE CHECK-EXCEPTION-COUNT TO SUMMARY-EXCEPTION-COUNT.
           MOVE CHECK-SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       NOTE-CHECK-SKIPPED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  --- " EXCEPTION-CHECK-NAME
              " FILE NOT PRESENT - NOT CHECKED"
              DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SEVERITY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ERROR-COUNT TO TOTAL-ERROR-COUNT.
           MOVE WARNING-COUNT TO TOTAL-WARNING-COUNT.
           MOVE SEVERITY-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ERROR-COUNT = ZERO AND WARNING-COUNT = ZERO
              MOVE "ALL FILES AGREE" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *****************************************************************
      *  ORDER HEADERS AGAINST THEIR SALE LINES. THE SALE LINES ARE   *
      *  SORTED INTO ORDER NUMBER SEQUENCE AND MATCHED AGAINST THE    *
      *  ORDER HEADERS READ IN KEY SEQUENCE. RETURN LINES (INCLUDING  *
      *  THE OFFSETS A VOID WRITES) ARE NOT PART OF THE ORDER AS      *
      *  RUNG AND ARE LEFT OUT. A HEADER DATED BEFORE THE OLDEST      *
      *  MONTH STILL ON THE SALES-TRANSACTION FILE HAS HAD ITS LINES  *
      *  ARCHIVED BY MONTH-END AND IS ONLY CHECKED IF LINES TURN UP.  *
      *****************************************************************
       CHECK-ORDERS-AGAINST-LINES.
           MOVE "ORDER VS LINES" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           SET ORDER-FILE-AVAILABLE TO TRUE.
           OPEN INPUT ORDER-HEADER.
           EVALUATE TRUE
               WHEN ORDHDR-STATUS = "00"
                  CONTINUE
               WHEN ORDHDR-STATUS = "35"
                  SET ORDER-FILE-MISSING TO TRUE
               WHEN OTHER
                  SET ORDER-FILE-MISSING TO TRUE
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.
           IF ORDER-FILE-AVAILABLE
              MOVE TODAYS-DATE (1:6) TO CHECK-FROM-PERIOD
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-KEY
                  INPUT PROCEDURE IS LOAD-SALE-LINES
                  OUTPUT PROCEDURE IS MATCH-ORDER-HEADERS
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
              CLOSE ORDER-HEADER
              PERFORM PRINT-CHECK-SUMMARY
           ELSE
              PERFORM NOTE-CHECK-SKIPPED
           END-IF.

      *****************************************************************
      *  EVERY PO LINE MUST HAVE ITS PO HEADER.                       *
      *****************************************************************
       CHECK-PO-LINES-HAVE-HEADERS.
           MOVE "PO LINE VS HEADER" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           OPEN INPUT PO-DETAIL.
           EVALUATE TRUE
               WHEN PODETAIL-STATUS = "00"
                  OPEN INPUT PO-HEADER
                  IF POHDR-STATUS NOT = "00"
                     AND POHDR-STATUS NOT = "35"
                     PERFORM NOTE-RUN-FAILURE
                  END-IF
                  SET NOT-END-OF-INPUT-FILE TO TRUE
                  PERFORM READ-PO-DETAIL
                  PERFORM CHECK-ONE-PO-LINE
                     UNTIL END-OF-INPUT-FILE
                  CLOSE PO-DETAIL
                  IF POHDR-STATUS NOT = "35"
                     CLOSE PO-HEADER
                  END-IF
                  PERFORM PRINT-CHECK-SUMMARY
               WHEN PODETAIL-STATUS = "35"
                  PERFORM NOTE-CHECK-SKIPPED
               WHEN OTHER
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.

       READ-PO-DETAIL.
           READ PO-DETAIL
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       CHECK-ONE-PO-LINE.
           ADD 1 TO CHECKED-COUNT.
           MOVE PD-PO-NUMBER TO PO-NUMBER.
           READ PO-HEADER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF POHDR-STATUS NOT = "00"
              SET SEVERITY-ERROR TO TRUE
              STRING PD-PO-NUMBER "/" PD-LINE-NUMBER
                 DELIMITED BY SIZE INTO EXCEPTION-KEY
              STRING "PO LINE FOR " PD-PRODUCT-CODE
                 " HAS NO PO HEADER"
                 DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           PERFORM READ-PO-DETAIL.

      *****************************************************************
      *  THE PRODUCT AND DEPARTMENT MASTERS ARE LOOKED UP BY THE      *
      *  NEXT FOUR CHECKS. WITHOUT A PRODUCT MASTER THOSE CHECKS ARE  *
      *  SKIPPED.                                                     *
      *****************************************************************
       OPEN-PRODUCT-AND-DEPARTMENT.
           SET PRODUCT-FILE-AVAILABLE TO TRUE.
           OPEN INPUT PRODUCT-MASTER.
           EVALUATE TRUE
               WHEN PRODMAST-STATUS = "00"
                  CONTINUE
               WHEN PRODMAST-STATUS = "35"
                  SET PRODUCT-FILE-MISSING TO TRUE
               WHEN OTHER
                  SET PRODUCT-FILE-MISSING TO TRUE
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.
           SET DEPARTMENT-FILE-AVAILABLE TO TRUE.
           OPEN INPUT DEPARTMENT-MASTER.
           EVALUATE TRUE
               WHEN DEPTMAST-STATUS = "00"
                  CONTINUE
               WHEN DEPTMAST-STATUS = "35"
                  SET DEPARTMENT-FILE-MISSING TO TRUE
               WHEN OTHER
                  SET DEPARTMENT-FILE-MISSING TO TRUE
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.

       CLOSE-PRODUCT-AND-DEPARTMENT.
           IF PRODUCT-FILE-AVAILABLE
              CLOSE PRODUCT-MASTER
           END-IF.
           IF DEPARTMENT-FILE-AVAILABLE
              CLOSE DEPARTMENT-MASTER
           END-IF.

      *****************************************************************
      *  A REFERENCE TO A PRODUCT NOT ON FILE IS AN ERROR; ONE TO A   *
      *  PRODUCT ON FILE BUT DELETED IS A WARNING. THE EXCEPTION KEY  *
      *  AND THE START OF THE DETAIL ARE SET BY THE CALLER.           *
      *****************************************************************
       CHECK-PRODUCT-REFERENCE.
           ADD 1 TO CHECKED-COUNT.
           MOVE WORKING-PRODUCT-CODE TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               INVALID KEY
                  CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN PRODMAST-STATUS NOT = "00"
                  SET SEVERITY-ERROR TO TRUE
                  STRING "PRODUCT " WORKING-PRODUCT-CODE
                     " IS NOT ON FILE"
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                  PERFORM WRITE-EXCEPTION
               WHEN NOT PRODUCT-ACTIVE
                  SET SEVERITY-WARNING TO TRUE
                  STRING "PRODUCT " WORKING-PRODUCT-CODE
                     " IS DELETED"
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                  PERFORM WRITE-EXCEPTION
               WHEN OTHER
                  MOVE SPACES TO EXCEPTION-KEY
           END-EVALUATE.

       CHECK-BACK-ORDER-PRODUCTS.
           MOVE "BACK-ORDER PRODUCT" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           IF PRODUCT-FILE-MISSING
              PERFORM NOTE-CHECK-SKIPPED
           ELSE
              OPEN INPUT BACK-ORDER-FILE
              EVALUATE TRUE
                  WHEN BACKORD-STATUS = "00"
                     SET NOT-END-OF-INPUT-FILE TO TRUE
                     PERFORM READ-BACK-ORDER
                     PERFORM CHECK-ONE-BACK-ORDER
                        UNTIL END-OF-INPUT-FILE
                     CLOSE BACK-ORDER-FILE
                     PERFORM PRINT-CHECK-SUMMARY
                  WHEN BACKORD-STATUS = "35"
                     PERFORM NOTE-CHECK-SKIPPED
                  WHEN OTHER
                     PERFORM NOTE-RUN-FAILURE
              END-EVALUATE
           END-IF.

       READ-BACK-ORDER.
           READ BACK-ORDER-FILE
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       CHECK-ONE-BACK-ORDER.
           STRING BO-CUSTOMER-NUMBER "/" BO-PRODUCT-CODE
              DELIMITED BY SIZE INTO EXCEPTION-KEY.
           MOVE BO-PRODUCT-CODE TO WORKING-PRODUCT-CODE.
           PERFORM CHECK-PRODUCT-REFERENCE.
           PERFORM READ-BACK-ORDER.

       CHECK-UPC-XREF-PRODUCTS.
           MOVE "UPC XREF PRODUCT" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           IF PRODUCT-FILE-MISSING
              PERFORM NOTE-CHECK-SKIPPED
           ELSE
              OPEN INPUT UPC-XREF
              EVALUATE TRUE
                  WHEN UPCXREF-STATUS = "00"
                     SET NOT-END-OF-INPUT-FILE TO TRUE
                     PERFORM READ-NEXT-UPC-XREF
                     PERFORM CHECK-ONE-UPC-XREF
                        UNTIL END-OF-INPUT-FILE
                     CLOSE UPC-XREF
                     PERFORM PRINT-CHECK-SUMMARY
                  WHEN UPCXREF-STATUS = "35"
                     PERFORM NOTE-CHECK-SKIPPED
                  WHEN OTHER
                     PERFORM NOTE-RUN-FAILURE
              END-EVALUATE
           END-IF.

       READ-NEXT-UPC-XREF.
           READ UPC-XREF NEXT RECORD
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       CHECK-ONE-UPC-XREF.
           MOVE UPC-NUMBER TO EXCEPTION-KEY.
           MOVE UPC-PRODUCT-CODE TO WORKING-PRODUCT-CODE.
           PERFORM CHECK-PRODUCT-REFERENCE.
           PERFORM READ-NEXT-UPC-XREF.

       CHECK-PROMOTION-PRODUCTS.
           MOVE "PROMOTION PRODUCT" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           IF PRODUCT-FILE-MISSING
              PERFORM NOTE-CHECK-SKIPPED
           ELSE
              OPEN INPUT PROMOTION-FILE
              EVALUATE TRUE
                  WHEN PROMOFLE-STATUS = "00"
                     SET NOT-END-OF-INPUT-FILE TO TRUE
                     PERFORM READ-NEXT-PROMOTION
                     PERFORM CHECK-ONE-PROMOTION
                        UNTIL END-OF-INPUT-FILE
                     CLOSE PROMOTION-FILE
                     PERFORM PRINT-CHECK-SUMMARY
                  WHEN PROMOFLE-STATUS = "35"
                     PERFORM NOTE-CHECK-SKIPPED
                  WHEN OTHER
                     PERFORM NOTE-RUN-FAILURE
              END-EVALUATE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE NEXT RECORD
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       CHECK-ONE-PROMOTION.
           MOVE PROMO-PRODUCT-CODE TO EXCEPTION-KEY.
           MOVE PROMO-PRODUCT-CODE TO WORKING-PRODUCT-CODE.
           PERFORM CHECK-PRODUCT-REFERENCE.
           PERFORM READ-NEXT-PROMOTION.

      *****************************************************************
      *  ONLY ACTIVE PRODUCTS ARE HELD TO AN ACTIVE DEPARTMENT - A    *
      *  DELETED PRODUCT KEEPS WHATEVER DEPARTMENT IT LAST HAD.       *
      *****************************************************************
       CHECK-PRODUCT-DEPARTMENTS.
           MOVE "PRODUCT DEPARTMENT" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           IF PRODUCT-FILE-MISSING OR DEPARTMENT-FILE-MISSING
              PERFORM NOTE-CHECK-SKIPPED
           ELSE
              MOVE LOW-VALUES TO PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              START PRODUCT-MASTER
                  KEY IS NOT LESS THAN
                     PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                  INVALID KEY
                     CONTINUE
              END-START
              SET NOT-END-OF-INPUT-FILE TO TRUE
              IF PRODMAST-STATUS NOT = "00"
                 SET END-OF-INPUT-FILE TO TRUE
              ELSE
                 PERFORM READ-NEXT-PRODUCT
              END-IF
              PERFORM CHECK-ONE-PRODUCT-DEPARTMENT
                 UNTIL END-OF-INPUT-FILE
              PERFORM PRINT-CHECK-SUMMARY
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       CHECK-ONE-PRODUCT-DEPARTMENT.
           IF PRODUCT-ACTIVE
              ADD 1 TO CHECKED-COUNT
              MOVE PRODUCT-DEPT-CODE TO DEPT-CODE
              READ DEPARTMENT-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ
              MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO
                 EXCEPTION-KEY
              EVALUATE TRUE
                  WHEN DEPTMAST-STATUS NOT = "00"
                     SET SEVERITY-ERROR TO TRUE
                     STRING "DEPARTMENT " PRODUCT-DEPT-CODE
                        " IS NOT ON FILE"
                        DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                     PERFORM WRITE-EXCEPTION
                  WHEN NOT DEPT-ACTIVE
                     SET SEVERITY-WARNING TO TRUE
                     STRING "DEPARTMENT " PRODUCT-DEPT-CODE
                        " IS DELETED"
                        DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                     PERFORM WRITE-EXCEPTION
                  WHEN OTHER
                     MOVE SPACES TO EXCEPTION-KEY
              END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

      *****************************************************************
      *  CUSTOMER BALANCES AGAINST THE AR MOVEMENTS. INVOICES ADD TO  *
      *  THE BALANCE, PAYMENTS AND CREDIT MEMOS TAKE OFF IT; THE      *
      *  MOVEMENTS ARE SORTED INTO CUSTOMER SEQUENCE AND MATCHED      *
      *  AGAINST THE CUSTOMER MASTER READ IN KEY SEQUENCE. A CUSTOMER *
      *  WITH NO MOVEMENTS MUST HAVE A ZERO BALANCE.                  *
      *****************************************************************
       CHECK-CUSTOMER-BALANCES.
           MOVE "CUSTOMER BALANCE" TO EXCEPTION-CHECK-NAME.
           PERFORM START-ONE-CHECK.
           SET CUSTOMER-FILE-AVAILABLE TO TRUE.
           OPEN INPUT CUSTOMER-MASTER.
           EVALUATE TRUE
               WHEN CUSTMAST-STATUS = "00"
                  CONTINUE
               WHEN CUSTMAST-STATUS = "35"
                  SET CUSTOMER-FILE-MISSING TO TRUE
               WHEN OTHER
                  SET CUSTOMER-FILE-MISSING TO TRUE
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.
           IF CUSTOMER-FILE-AVAILABLE
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-KEY
                  INPUT PROCEDURE IS LOAD-AR-MOVEMENTS
                  OUTPUT PROCEDURE IS MATCH-CUSTOMER-BALANCES
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
              CLOSE CUSTOMER-MASTER
              PERFORM PRINT-CHECK-SUMMARY
           ELSE
              PERFORM NOTE-CHECK-SKIPPED
           END-IF.

      *****************************************************************
      *  SHARED BY BOTH MATCHES - TOTALS THE NEXT GROUP OF SORTED     *
      *  RECORDS WITH THE SAME KEY, OR SETS THE GROUP KEY HIGH ONCE   *
      *  THE SORTED RECORDS RUN OUT.                                  *
      *****************************************************************
       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       TOTAL-ONE-SORTED-GROUP.
           MOVE ZERO TO GROUP-LINE-COUNT.
           MOVE ZERO TO GROUP-AMOUNT.
           IF END-OF-SORTED-RECORDS
              MOVE LAST-POSSIBLE-KEY TO GROUP-KEY
           ELSE
              MOVE SW-KEY TO GROUP-KEY
              PERFORM ADD-SAME-KEY-RECORD
                 UNTIL END-OF-SORTED-RECORDS
                    OR SW-KEY NOT = GROUP-KEY
           END-IF.

       ADD-SAME-KEY-RECORD.
           ADD 1 TO GROUP-LINE-COUNT.
           ADD SW-AMOUNT TO GROUP-AMOUNT.
           PERFORM RETURN-SORTED-RECORD.

      *****************************************************************
      *  INPUT PROCEDURE - ONE SORT RECORD PER SALE LINE, NOTING THE  *
      *  OLDEST MONTH STILL ON THE FILE. A MISSING TRANSACTION FILE   *
      *  JUST MEANS NO SALES YET; ANY OTHER TROUBLE FAILS THE RUN.    *
      *****************************************************************
       LOAD-SALE-LINES SECTION.

       LOAD-SALE-LINES-START.
           OPEN INPUT SALES-TRANSACTION.
           EVALUATE TRUE
               WHEN SALESTRX-STATUS = "00"
                  SET NOT-END-OF-INPUT-FILE TO TRUE
                  PERFORM READ-SALES-TRANSACTION
                  PERFORM RELEASE-ONE-SALE-LINE
                     UNTIL END-OF-INPUT-FILE
                  CLOSE SALES-TRANSACTION
               WHEN SALESTRX-STATUS = "35"
                  CONTINUE
               WHEN OTHER
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.
           GO TO LOAD-SALE-LINES-EXIT.

       READ-SALES-TRANSACTION.
           READ SALES-TRANSACTION
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       RELEASE-ONE-SALE-LINE.
           IF TRX-SALE
              MOVE SALE-DATE (1:6) TO TRANSACTION-PERIOD
              IF TRANSACTION-PERIOD < CHECK-FROM-PERIOD
                 MOVE TRANSACTION-PERIOD TO CHECK-FROM-PERIOD
              END-IF
              MOVE ORDER-NUMBER TO SW-KEY
              MOVE SALE-AMOUNT TO SW-AMOUNT
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-SALES-TRANSACTION.

       LOAD-SALE-LINES-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - MATCHES EACH ORDER'S GROUP OF SALE LINES  *
      *  TO ITS HEADER. A HEADER WITH NO LINES, LINES WITH NO         *
      *  HEADER, AND A LINE COUNT OR SUBTOTAL THAT DISAGREES ARE ALL  *
      *  ERRORS.                                                      *
      *****************************************************************
       MATCH-ORDER-HEADERS SECTION.

       MATCH-ORDER-HEADERS-START.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM TOTAL-ONE-SORTED-GROUP.
           MOVE ZERO TO OH-ORDER-NUMBER.
           START ORDER-HEADER KEY IS NOT LESS THAN OH-ORDER-NUMBER
               INVALID KEY
                  CONTINUE
           END-START.
           SET NOT-END-OF-MASTER-FILE TO TRUE.
           IF ORDHDR-STATUS NOT = "00"
              SET END-OF-MASTER-FILE TO TRUE
              MOVE LAST-POSSIBLE-KEY TO MASTER-KEY
           ELSE
              PERFORM READ-NEXT-ORDER-HEADER
           END-IF.
           PERFORM MATCH-ONE-ORDER
              UNTIL MASTER-KEY = LAST-POSSIBLE-KEY
                 AND GROUP-KEY = LAST-POSSIBLE-KEY.
           GO TO MATCH-ORDER-HEADERS-EXIT.

       READ-NEXT-ORDER-HEADER.
           READ ORDER-HEADER NEXT RECORD
               AT END
                  SET END-OF-MASTER-FILE TO TRUE
           END-READ.
           IF END-OF-MASTER-FILE
              MOVE LAST-POSSIBLE-KEY TO MASTER-KEY
           ELSE
              MOVE OH-ORDER-NUMBER TO MASTER-KEY
           END-IF.

       MATCH-ONE-ORDER.
           SET SEVERITY-ERROR TO TRUE.
           EVALUATE TRUE
               WHEN MASTER-KEY < GROUP-KEY
                  MOVE OH-ORDER-DATE (1:6) TO TRANSACTION-PERIOD
                  IF TRANSACTION-PERIOD NOT < CHECK-FROM-PERIOD
                     ADD 1 TO CHECKED-COUNT
                     MOVE OH-ORDER-NUMBER TO EXCEPTION-KEY
                     MOVE "ORDER HEADER HAS NO SALE LINES" TO
                        EXCEPTION-DETAIL
                     PERFORM WRITE-EXCEPTION
                  END-IF
                  PERFORM READ-NEXT-ORDER-HEADER
               WHEN GROUP-KEY < MASTER-KEY
                  ADD 1 TO CHECKED-COUNT
                  MOVE GROUP-KEY TO EXCEPTION-KEY
                  MOVE GROUP-LINE-COUNT TO EDIT-NUMBER-A
                  STRING EDIT-NUMBER-A " SALE LINES"
                     " HAVE NO ORDER HEADER"
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                  PERFORM WRITE-EXCEPTION
                  PERFORM TOTAL-ONE-SORTED-GROUP
               WHEN OTHER
                  ADD 1 TO CHECKED-COUNT
                  PERFORM COMPARE-ORDER-TO-LINES
                  PERFORM READ-NEXT-ORDER-HEADER
                  PERFORM TOTAL-ONE-SORTED-GROUP
           END-EVALUATE.

       COMPARE-ORDER-TO-LINES.
           IF OH-LINE-COUNT NOT = GROUP-LINE-COUNT
              MOVE OH-ORDER-NUMBER TO EXCEPTION-KEY
              MOVE OH-LINE-COUNT TO EDIT-NUMBER-A
              MOVE GROUP-LINE-COUNT TO EDIT-NUMBER-B
              STRING "LINE COUNT " EDIT-NUMBER-A " ON HEADER,"
                 EDIT-NUMBER-B " SALE LINES"
                 DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF OH-SUBTOTAL NOT = GROUP-AMOUNT
              MOVE OH-ORDER-NUMBER TO EXCEPTION-KEY
              MOVE OH-SUBTOTAL TO EDIT-AMOUNT-A
              MOVE GROUP-AMOUNT TO EDIT-AMOUNT-B
              STRING "SUBTOTAL" EDIT-AMOUNT-A " VS LINES"
                 EDIT-AMOUNT-B
                 DELIMITED BY SIZE INTO EXCEPTION-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF.

       MATCH-ORDER-HEADERS-EXIT.
           EXIT.

      *****************************************************************
      *  INPUT PROCEDURE - ONE SORT RECORD PER AR MOVEMENT, SIGNED    *
      *  THE WAY IT MOVES THE BALANCE.                                *
      *****************************************************************
       LOAD-AR-MOVEMENTS SECTION.

       LOAD-AR-MOVEMENTS-START.
           OPEN INPUT AR-TRANSACTION.
           EVALUATE TRUE
               WHEN ARTRX-STATUS = "00"
                  SET NOT-END-OF-INPUT-FILE TO TRUE
                  PERFORM READ-AR-TRANSACTION
                  PERFORM RELEASE-ONE-AR-MOVEMENT
                     UNTIL END-OF-INPUT-FILE
                  CLOSE AR-TRANSACTION
               WHEN ARTRX-STATUS = "35"
                  CONTINUE
               WHEN OTHER
                  PERFORM NOTE-RUN-FAILURE
           END-EVALUATE.
           GO TO LOAD-AR-MOVEMENTS-EXIT.

       READ-AR-TRANSACTION.
           READ AR-TRANSACTION
               AT END
                  SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       RELEASE-ONE-AR-MOVEMENT.
           MOVE AR-CUSTOMER-NUMBER TO SW-KEY.
           IF AR-INVOICE
              MOVE AR-AMOUNT TO SW-AMOUNT
           ELSE
              COMPUTE SW-AMOUNT = ZERO - AR-AMOUNT
           END-IF.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-AR-TRANSACTION.

       LOAD-AR-MOVEMENTS-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - MATCHES EACH CUSTOMER'S NET MOVEMENT TO   *
      *  THE BALANCE ON THE MASTER.                                   *
      *****************************************************************
       MATCH-CUSTOMER-BALANCES SECTION.

       MATCH-CUSTOMER-BALANCES-START.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM TOTAL-ONE-SORTED-GROUP.
           MOVE ZERO TO CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD.
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN
                  CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-START.
           SET NOT-END-OF-MASTER-FILE TO TRUE.
           IF CUSTMAST-STATUS NOT = "00"
              SET END-OF-MASTER-FILE TO TRUE
              MOVE LAST-POSSIBLE-KEY TO MASTER-KEY
           ELSE
              PERFORM READ-NEXT-CUSTOMER
           END-IF.
           PERFORM MATCH-ONE-CUSTOMER
              UNTIL MASTER-KEY = LAST-POSSIBLE-KEY
                 AND GROUP-KEY = LAST-POSSIBLE-KEY.
           GO TO MATCH-CUSTOMER-BALANCES-EXIT.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                  SET END-OF-MASTER-FILE TO TRUE
           END-READ.
           IF END-OF-MASTER-FILE
              MOVE LAST-POSSIBLE-KEY TO MASTER-KEY
           ELSE
              MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD TO
                 MASTER-KEY
           END-IF.

       MATCH-ONE-CUSTOMER.
           SET SEVERITY-ERROR TO TRUE.
           ADD 1 TO CHECKED-COUNT.
           EVALUATE TRUE
               WHEN MASTER-KEY < GROUP-KEY
                  IF CUSTOMER-BALANCE NOT = ZERO
                     MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
                        TO EXCEPTION-KEY
                     MOVE CUSTOMER-BALANCE TO EDIT-AMOUNT-A
                     STRING "BALANCE" EDIT-AMOUNT-A
                        " WITH NO AR MOVEMENTS"
                        DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                     PERFORM WRITE-EXCEPTION
                  END-IF
                  PERFORM READ-NEXT-CUSTOMER
               WHEN GROUP-KEY < MASTER-KEY
                  MOVE GROUP-KEY (3:6) TO EXCEPTION-KEY
                  MOVE GROUP-AMOUNT TO EDIT-AMOUNT-A
                  STRING "AR MOVEMENTS NETTING" EDIT-AMOUNT-A
                     " - CUSTOMER NOT ON FILE"
                     DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                  PERFORM WRITE-EXCEPTION
                  PERFORM TOTAL-ONE-SORTED-GROUP
               WHEN OTHER
                  IF CUSTOMER-BALANCE NOT = GROUP-AMOUNT
                     MOVE CUSTOMER-NUMBER OF CUSTOMER-MASTER-RECORD
                        TO EXCEPTION-KEY
                     MOVE CUSTOMER-BALANCE TO EDIT-AMOUNT-A
                     MOVE GROUP-AMOUNT TO EDIT-AMOUNT-B
                     STRING "BALANCE" EDIT-AMOUNT-A " VS AR NET"
                        EDIT-AMOUNT-B
                        DELIMITED BY SIZE INTO EXCEPTION-DETAIL
                     PERFORM WRITE-EXCEPTION
                  END-IF
                  PERFORM READ-NEXT-CUSTOMER
                  PERFORM TOTAL-ONE-SORTED-GROUP
           END-EVALUATE.

       MATCH-CUSTOMER-BALANCES-EXIT.
           EXIT.

       END PROGRAM INTEGRITY-CHECK.
