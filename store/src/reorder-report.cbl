      *  DAILY REORDER REPORT.                                        *
      *  BATCH JOB - SCANS PRODUCT-MASTER AND LISTS EVERY PRODUCT      *
      *  WHOSE QTY-ON-HAND HAS DROPPED BELOW ITS REORDER-POINT.        *
      *  UNITS RESERVED FOR OPEN LAYAWAYS ARE STILL ON HAND BUT NOT    *
      *  FREE TO SELL, SO THE TEST IS ON WHAT IS LEFT AFTER THEM; THE  *
      *  RESVD COLUMN SHOWS HOW MANY ARE HELD.                         *
      *  KIT SALES TAKE THEIR COMPONENTS' STOCK AS THEY POST, SO THE   *
      *  ON-HAND FIGURE ALREADY CARRIES THEM; THE KIT USE COLUMN       *
      *  SHOWS HOW MANY OF A PRODUCT'S UNITS WENT OUT IN KITS ON THE   *
      *  BUSINESS DATE, NET OF KIT RETURNS AND VOIDS, SO THE BUYER     *
      *  CAN SEE WHERE THE DEMAND CAME FROM.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPTMAST-STATUS.

           SELECT SALES-TRANSACTION ASSIGN TO "SALESTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESTRX-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       FD  DEPARTMENT-MASTER.
       COPY "department-master.cpy".

       FD  SALES-TRANSACTION.
       COPY "sales-transaction.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 PRODMAST-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 DEPTMAST-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-DATE PIC 9(8).
         01 WORKING-DEPT-CODE PIC X(3).
         01 WORKING-PRODUCT-CODE PIC X(6).
         01 DEPT-ENTRY-FOUND-SWITCH PIC X(1).
             88 DEPT-ENTRY-WAS-FOUND      VALUE 'Y'.
             88 DEPT-ENTRY-WAS-NOT-FOUND  VALUE 'N'.
             88 END-OF-PRODUCT-MASTER      VALUE 'Y'.
             88 NOT-END-OF-PRODUCT-MASTER  VALUE 'N'.
         01 REORDER-COUNT PIC 9(5) VALUE ZERO.
         01 SALES-TRANSACTION-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-TRANSACTION      VALUE 'Y'.
             88 NOT-END-OF-SALES-TRANSACTION  VALUE 'N'.
         01 KIT-ENTRY-FOUND-SWITCH PIC X(1).
             88 KIT-ENTRY-WAS-FOUND       VALUE 'Y'.
             88 KIT-ENTRY-WAS-NOT-FOUND   VALUE 'N'.
         01 KIT-UNITS-TOTAL PIC S9(7) VALUE ZERO.

      *****************************************************************
      *  NET UNITS OF EACH PRODUCT THAT WENT OUT AS PART OF A KIT ON  *
      *  THE BUSINESS DATE.                                           *
      *****************************************************************
         01 KIT-USE-COUNT PIC 9(3) VALUE ZERO.
         01 KIT-USE-TABLE.
             05 KIT-USE-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON KIT-USE-COUNT
                   INDEXED BY KIT-USE-IDX.
                10 KU-PRODUCT-CODE     PIC X(6).
                10 KU-UNITS            PIC S9(7).

         01 DETAIL-LINE.
             05  DETAIL-PRODUCT-CODE     PIC X(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-QTY-ON-HAND      PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-QTY-RESERVED     PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-REORDER-POINT    PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DEPT-CODE        PIC X(3).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-KIT-USE          PIC ZZZZZ9-.

         01 DEPT-COUNT-LINE.
             05  COUNT-DEPT-CODE         PIC X(3).
       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-KIT-USAGE.
           OPEN INPUT PRODUCT-MASTER.
           OPEN INPUT DEPARTMENT-MASTER.
           OPEN OUTPUT REORDER-REPORT-FILE.
           CLOSE REORDER-REPORT-FILE.
           GOBACK.

       GET-BUSINESS-DATE.
           ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO REPORT-DATE
              END-IF
              CLOSE STORE-CONTROL
           END-IF.

      *****************************************************************
      *  KIT COMPONENT LINES ARE THE SALES LINES CARRYING A KIT LINE. *
      *  A SALE TAKES UNITS OUT, A RETURN OR VOID PUTS THEM BACK.     *
      *****************************************************************
       LOAD-KIT-USAGE.
           MOVE ZERO TO KIT-USE-COUNT.
           OPEN INPUT SALES-TRANSACTION.
           SET NOT-END-OF-SALES-TRANSACTION TO TRUE.
           IF SALESTRX-STATUS NOT = "00"
              SET END-OF-SALES-TRANSACTION TO TRUE
           ELSE
              PERFORM READ-SALES-TRANSACTION
           END-IF.
           PERFORM TALLY-KIT-USAGE
              UNTIL END-OF-SALES-TRANSACTION.
           CLOSE SALES-TRANSACTION.

       READ-SALES-TRANSACTION.
           READ SALES-TRANSACTION
               AT END
                  SET END-OF-SALES-TRANSACTION TO TRUE
           END-READ.

       TALLY-KIT-USAGE.
           IF SALE-DATE = REPORT-DATE AND TRX-KIT-LINE NOT = ZERO
              MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
                 WORKING-PRODUCT-CODE
              PERFORM FIND-OR-ADD-KIT-USE
              IF KIT-ENTRY-WAS-FOUND
                 IF TRX-RETURN
                    SUBTRACT QTY-SOLD FROM KU-UNITS (KIT-USE-IDX)
                    SUBTRACT QTY-SOLD FROM KIT-UNITS-TOTAL
                 ELSE
                    ADD QTY-SOLD TO KU-UNITS (KIT-USE-IDX)
                    ADD QTY-SOLD TO KIT-UNITS-TOTAL
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-SALES-TRANSACTION.

       FIND-OR-ADD-KIT-USE.
           PERFORM FIND-KIT-USE.
           IF KIT-ENTRY-WAS-NOT-FOUND AND KIT-USE-COUNT < 500
              ADD 1 TO KIT-USE-COUNT
              SET KIT-USE-IDX TO KIT-USE-COUNT
              MOVE WORKING-PRODUCT-CODE TO
                 KU-PRODUCT-CODE (KIT-USE-IDX)
              MOVE ZERO TO KU-UNITS (KIT-USE-IDX)
              SET KIT-ENTRY-WAS-FOUND TO TRUE
           END-IF.

       FIND-KIT-USE.
           SET KIT-ENTRY-WAS-NOT-FOUND TO TRUE.
           IF KIT-USE-COUNT > 0
              SET KIT-USE-IDX TO 1
              SEARCH KIT-USE-ENTRY
                  WHEN KU-PRODUCT-CODE (KIT-USE-IDX) =
                     WORKING-PRODUCT-CODE
                     SET KIT-ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

       PRINT-HEADINGS.
           MOVE "DAILY PRODUCT REORDER REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE   DESCRIPTION                       QTY  RESVD  RE
      -        "ORDER  DEPT  KIT USE" TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-PRODUCT-MASTER.
           END-READ.

       PROCESS-PRODUCT.
           IF PRODUCT-ACTIVE
              AND QTY-ON-HAND < REORDER-POINT + QTY-RESERVED
              MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO
                 DETAIL-PRODUCT-CODE
              MOVE PRODUCT-DESCRIPTION TO DETAIL-DESCRIPTION
              MOVE QTY-ON-HAND TO DETAIL-QTY-ON-HAND
              MOVE QTY-RESERVED TO DETAIL-QTY-RESERVED
              MOVE REORDER-POINT TO DETAIL-REORDER-POINT
              MOVE PRODUCT-DEPT-CODE TO DETAIL-DEPT-CODE
              MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO
                 WORKING-PRODUCT-CODE
              PERFORM FIND-KIT-USE
              IF KIT-ENTRY-WAS-FOUND
                 MOVE KU-UNITS (KIT-USE-IDX) TO DETAIL-KIT-USE
              ELSE
                 MOVE ZERO TO DETAIL-KIT-USE
              END-IF
              MOVE DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO REORDER-COUNT
           STRING "PRODUCTS TO REORDER: " DETAIL-QTY-ON-HAND
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE KIT-UNITS-TOTAL TO DETAIL-KIT-USE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNITS OUT IN KITS TODAY: " DETAIL-KIT-USE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM REORDER-REPORT.
