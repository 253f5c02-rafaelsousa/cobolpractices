       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-CLASSIFICATION.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  QUARTERLY ABC CLASSIFICATION AND DEAD-STOCK REPORT.           *
      *  BATCH JOB - TOTALS EVERY PRODUCT'S NET SALES VALUE AND        *
      *  MARGIN (SALES LESS THE NET QUANTITY AT THE RUNNING UNIT       *
      *  COST) OVER THE YEAR ENDING ON THE STORE BUSINESS DATE, FROM   *
      *  THE LIVE SALES-TRANSACTION FILE AND THE SALES-HISTORY         *
      *  ARCHIVE, WITH RETURNS NETTED OFF. EVERY ACTIVE PRODUCT IS     *
      *  RANKED TWICE - BY SALES VALUE AND BY MARGIN. WORKING DOWN     *
      *  EACH RANKING, THE PRODUCTS THAT MAKE UP THE FIRST 80 PER      *
      *  CENT OF THE TOTAL ARE CLASS A, THE NEXT 15 PER CENT CLASS B   *
      *  AND THE REST CLASS C. A PRODUCT TAKES THE BETTER OF ITS TWO   *
      *  CLASSES - IT EARNS ITS PLACE EITHER BY TURNOVER OR BY PROFIT  *
      *  - AND THE CLASS IS STORED ON THE PRODUCT MASTER UNDER LOCK,   *
      *  EACH CHANGE AUDITED THROUGH AUDIT-LOG-WRITER. THE SECOND      *
      *  REPORT LISTS THE ACTIVE PRODUCTS WITH STOCK ON HAND AND NO    *
      *  SALE IN 90, 180 OR 365 DAYS (OR NONE ON RECORD), THEIR        *
      *  QTY-ON-HAND VALUED AT UNIT-COST AND SUBTOTALLED BY            *
      *  DEPARTMENT - THE MONEY TIED UP IN LINES THAT DO NOT MOVE.     *
      *  A PRODUCT TABLE THAT OVERFLOWS LEAVES SOME PRODUCTS           *
      *  UNMEASURED, SO NO CLASS IS STORED AND THE RUN ENDS RC 8. A    *
      *  REPORT THAT CANNOT BE WRITTEN OR A PRODUCT MASTER THAT        *
      *  CANNOT BE OPENED ENDS IT RC 12.                               *
      *  RUN BY THE ABCCLASS JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANSACTION ASSIGN TO "SALESTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESTRX-STATUS.

           SELECT SALES-HISTORY ASSIGN TO "SALESHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESHST-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               LOCK MODE IS MANUAL
               FILE STATUS IS PRODMAST-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT ABC-REPORT-FILE ASSIGN TO "ABCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABCRPT-STATUS.

           SELECT DEAD-STOCK-REPORT-FILE ASSIGN TO "DEADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEADRPT-STATUS.

           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK".

           SELECT DEAD-STOCK-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION.
       COPY "sales-transaction.cpy".

       FD  SALES-HISTORY.
       COPY "sales-history.cpy".

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "department-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  ABC-REPORT-FILE.
       01  ABC-REPORT-LINE PIC X(90).

       FD  DEAD-STOCK-REPORT-FILE.
       01  DEAD-REPORT-LINE PIC X(90).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  SR-RANK-AMOUNT          PIC S9(9)V99.
           05  SR-PRODUCT-CODE         PIC X(6).
           05  SR-TABLE-POSITION       PIC 9(5).

       SD  DEAD-STOCK-SORT-FILE.
       01  DEAD-STOCK-SORT-RECORD.
           05  DS-IDLE-BAND            PIC 9(1).
               88  DS-IDLE-90-DAYS          VALUE 1.
               88  DS-IDLE-180-DAYS         VALUE 2.
               88  DS-IDLE-365-DAYS         VALUE 3.
           05  DS-DEPT-CODE            PIC X(3).
           05  DS-PRODUCT-CODE         PIC X(6).
           05  DS-DESCRIPTION          PIC X(30).
           05  DS-LAST-SALE-DATE       PIC 9(8).
           05  DS-ABC-CLASS            PIC X(1).
           05  DS-QTY-ON-HAND          PIC 9(5).
           05  DS-UNIT-COST            PIC 9(5)V99.
           05  DS-STOCK-VALUE          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
         01 SALESTRX-STATUS PIC X(2).
         01 SALESHST-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 DEPTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 ABCRPT-STATUS PIC X(2).
         01 DEADRPT-STATUS PIC X(2).
         01 SALES-TRANSACTION-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-TRANSACTION   VALUE 'Y'.
             88 NOT-END-OF-SALES-TRANSACTION VALUE 'N'.
         01 SALES-HISTORY-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-HISTORY       VALUE 'Y'.
             88 NOT-END-OF-SALES-HISTORY   VALUE 'N'.
         01 PRODUCT-MASTER-EOF-SWITCH PIC X(1).
             88 END-OF-PRODUCT-MASTER      VALUE 'Y'.
             88 NOT-END-OF-PRODUCT-MASTER  VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
         01 ENTRY-USABLE-SWITCH PIC X(1).
             88 ENTRY-IS-USABLE           VALUE 'Y'.
             88 ENTRY-NOT-USABLE          VALUE 'N'.
         01 TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 PRODUCT-TABLE-FULL-NOTED  VALUE 'Y'.
             88 PRODUCT-TABLE-NOT-NOTED   VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 RANKING-SWITCH PIC X(1).
             88 RANKING-BY-MARGIN          VALUE 'M'.
             88 RANKING-BY-VALUE           VALUE 'V'.

      *****************************************************************
      *  THE RANKING COVERS THIS MANY DAYS OF SALES UP TO THE         *
      *  BUSINESS DATE. CLASS A IS THE PRODUCTS MAKING UP THE FIRST   *
      *  CLASS-A-SHARE PER CENT OF THE TOTAL, CLASS B THOSE UP TO     *
      *  CLASS-B-SHARE PER CENT, CLASS C THE REST.                    *
      *****************************************************************
         01 RANKING-DAYS PIC 9(3) VALUE 365.
         01 CLASS-A-SHARE PIC 9(3) VALUE 80.
         01 CLASS-B-SHARE PIC 9(3) VALUE 95.

         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 RANKING-START-DATE PIC 9(8).
         01 IDLE-90-DATE PIC 9(8).
         01 IDLE-180-DATE PIC 9(8).
         01 IDLE-365-DATE PIC 9(8).
         01 LAST-SALE-WORK PIC 9(8).
         01 PRODUCT-COST-WORK PIC S9(9)V99.
         01 RANK-TOTAL-AMOUNT PIC S9(11)V99.
         01 RANK-RUNNING-AMOUNT PIC S9(11)V99.
         01 RANK-SHARE-BEFORE PIC 9(3)V9.
         01 RANK-SHARE-AFTER PIC 9(3)V9.
         01 RANK-CLASS-WORK PIC X(1).
         01 RANK-NUMBER PIC 9(5).
         01 TOTAL-SALES-VALUE PIC S9(11)V99 VALUE ZERO.
         01 TOTAL-MARGIN PIC S9(11)V99 VALUE ZERO.
         01 CLASSES-CHANGED PIC 9(5) VALUE ZERO.
         01 CLASSES-NOT-STORED PIC 9(5) VALUE ZERO.

         01 CLASS-TOTAL-TABLE.
             05 CLASS-TOTAL-ENTRY OCCURS 3 TIMES
                   INDEXED BY CLASS-IDX.
                10 CT-PRODUCT-COUNT    PIC 9(5).
                10 CT-SALES-VALUE      PIC S9(11)V99.
                10 CT-MARGIN           PIC S9(11)V99.

         01 RANK-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
         01 RANK-TABLE.
             05 RANK-ENTRY
                   OCCURS 0 TO 2000 TIMES
                   DEPENDING ON RANK-PRODUCT-COUNT
                   INDEXED BY RANK-IDX.
                10 RT-PRODUCT-CODE     PIC X(6).
                10 RT-ACTIVE-SWITCH    PIC X(1).
                   88 RT-PRODUCT-ACTIVE       VALUE 'Y'.
                   88 RT-PRODUCT-NOT-ACTIVE   VALUE 'N'.
                10 RT-DESCRIPTION      PIC X(30).
                10 RT-NET-QTY          PIC S9(7).
                10 RT-SALES-VALUE      PIC S9(9)V99.
                10 RT-MARGIN           PIC S9(9)V99.
                10 RT-LAST-SALE-DATE   PIC 9(8).
                10 RT-VALUE-CLASS      PIC X(1).
                10 RT-MARGIN-CLASS     PIC X(1).
                10 RT-NEW-CLASS        PIC X(1).

         01 CURRENT-IDLE-BAND PIC 9(1).
         01 CURRENT-DEPT-CODE PIC X(3).
         01 DEPT-PRODUCT-COUNT PIC 9(5).
         01 DEPT-QTY PIC 9(9).
         01 DEPT-VALUE PIC 9(11)V99.
         01 BAND-PRODUCT-COUNT PIC 9(5).
         01 BAND-QTY PIC 9(9).
         01 BAND-VALUE PIC 9(11)V99.
         01 IDLE-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
         01 IDLE-QTY PIC 9(9) VALUE ZERO.
         01 IDLE-VALUE PIC 9(11)V99 VALUE ZERO.

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "ABC-CLASSIFICATION".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "PRODMAST".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

         01 ABC-HEADING-LINE.
             05  FILLER                  PIC X(26)
                 VALUE "ABC CLASSIFICATION AS OF ".
             05  ABC-HEADING-DATE        PIC 9(8).
             05  FILLER                  PIC X(14)
                 VALUE " - SALES FROM ".
             05  ABC-HEADING-START       PIC 9(8).

         01 ABC-COLUMN-HEADING-LINE.
             05  FILLER PIC X(45) VALUE
                 " RANK CODE   DESCRIPTION             NET QTY ".
             05  FILLER PIC X(44) VALUE
                 "  SALES VALUE        MARGIN CUM %  V M CLASS".

         01 ABC-DETAIL-LINE.
             05  DETAIL-RANK             PIC ZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-PRODUCT-CODE     PIC X(6).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-DESCRIPTION      PIC X(22).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-NET-QTY          PIC ZZZZZZ9-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-SALES-VALUE      PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-MARGIN           PIC ZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-CUM-SHARE        PIC ZZ9.9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-VALUE-CLASS      PIC X(1).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-MARGIN-CLASS     PIC X(1).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-NEW-CLASS        PIC X(1).

         01 CLASS-SUMMARY-LINE.
             05  FILLER                  PIC X(6) VALUE "CLASS ".
             05  SUMMARY-CLASS           PIC X(1).
             05  FILLER                  PIC X(12)
                 VALUE "  PRODUCTS: ".
             05  SUMMARY-COUNT           PIC ZZZZ9.
             05  FILLER                  PIC X(9) VALUE "  SALES: ".
             05  SUMMARY-SALES-VALUE     PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(10) VALUE "  MARGIN: ".
             05  SUMMARY-MARGIN          PIC ZZZZZZZZZZ9.99-.

         01 STORE-RESULT-LINE.
             05  STORE-RESULT-LABEL      PIC X(30).
             05  STORE-RESULT-COUNT      PIC ZZZZ9.

         01 DEAD-HEADING-LINE.
             05  FILLER                  PIC X(39)
                 VALUE "DEAD STOCK - NO SALE IN 90 DAYS, AS OF ".
             05  DEAD-HEADING-DATE       PIC 9(8).

         01 DEAD-COLUMN-HEADING-LINE.
             05  FILLER PIC X(46) VALUE
                 "DEPT  CODE    DESCRIPTION                     ".
             05  FILLER PIC X(42) VALUE
                 "LAST SALE CLS  QTY  UNIT COST  STOCK VALUE".

         01 DEAD-BAND-HEADING-LINE.
             05  DEAD-BAND-HEADING-TEXT  PIC X(50).

         01 DEAD-DETAIL-LINE.
             05  DEAD-DEPT-CODE          PIC X(3).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DEAD-PRODUCT-CODE       PIC X(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DEAD-DESCRIPTION        PIC X(30).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DEAD-LAST-SALE          PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DEAD-ABC-CLASS          PIC X(1).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DEAD-QTY-ON-HAND        PIC ZZZZ9.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DEAD-UNIT-COST          PIC ZZZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DEAD-STOCK-VALUE        PIC ZZZZZZZZ9.99.

         01 DEAD-TOTAL-LINE.
             05  DEAD-TOTAL-LABEL        PIC X(30).
             05  DEAD-TOTAL-NAME         PIC X(20).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DEAD-TOTAL-COUNT        PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DEAD-TOTAL-QTY          PIC ZZZZZZ9.
             05  FILLER                  PIC X(10) VALUE SPACES.
             05  DEAD-TOTAL-VALUE        PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT ABC-REPORT-FILE.
           IF ABCRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN OUTPUT DEAD-STOCK-REPORT-FILE.
           IF DEADRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN I-O PRODUCT-MASTER.
           IF PRODMAST-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM TALLY-SALES-FILES
              PERFORM LOAD-ACTIVE-PRODUCTS
              PERFORM RANK-AND-CLASSIFY
              PERFORM STORE-OR-REFUSE-CLASSES
              PERFORM LIST-DEAD-STOCK
           END-IF.
           CLOSE DEPARTMENT-MASTER.
           CLOSE PRODUCT-MASTER.
           CLOSE ABC-REPORT-FILE.
           CLOSE DEAD-STOCK-REPORT-FILE.
           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                  DISPLAY "ABC-CLASSIFICATION FAILED, REPORT INCOMPLETE"
                  MOVE 12 TO RETURN-CODE
               WHEN PRODUCT-TABLE-FULL-NOTED
                  DISPLAY "ABC-CLASSIFICATION PRODUCT TABLE FULL, "
                     "CLASSES NOT STORED"
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           STOP RUN.

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
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           COMPUTE RANKING-START-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - RANKING-DAYS + 1).
           COMPUTE IDLE-90-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 90).
           COMPUTE IDLE-180-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 180).
           COMPUTE IDLE-365-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 365).

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       WRITE-ABC-LINE.
           WRITE ABC-REPORT-LINE.
           IF ABCRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       WRITE-DEAD-LINE.
           WRITE DEAD-REPORT-LINE.
           IF DEADRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

      *****************************************************************
      *  ONE PASS OVER EACH SALES FILE. EVERY LINE IN THE RANKING     *
      *  YEAR ADDS TO ITS PRODUCT'S NET QUANTITY AND SALES VALUE      *
      *  (RETURNS COME OFF); EVERY SALE LINE, HOWEVER OLD, MOVES THE  *
      *  PRODUCT'S LAST SALE DATE ON. A RETURN IS NOT A SALE.         *
      *****************************************************************
       TALLY-SALES-FILES.
           OPEN INPUT SALES-TRANSACTION.
           SET NOT-END-OF-SALES-TRANSACTION TO TRUE.
           IF SALESTRX-STATUS NOT = "00"
              SET END-OF-SALES-TRANSACTION TO TRUE
           ELSE
              PERFORM READ-SALES-TRANSACTION
           END-IF.
           PERFORM TALLY-LIVE-TRANSACTION
              UNTIL END-OF-SALES-TRANSACTION.
           CLOSE SALES-TRANSACTION.
           OPEN INPUT SALES-HISTORY.
           SET NOT-END-OF-SALES-HISTORY TO TRUE.
           IF SALESHST-STATUS NOT = "00"
              SET END-OF-SALES-HISTORY TO TRUE
           ELSE
              PERFORM READ-SALES-HISTORY
           END-IF.
           PERFORM TALLY-ARCHIVED-TRANSACTION
              UNTIL END-OF-SALES-HISTORY.
           CLOSE SALES-HISTORY.

       READ-SALES-TRANSACTION.
           READ SALES-TRANSACTION
               AT END
                  SET END-OF-SALES-TRANSACTION TO TRUE
           END-READ.

       READ-SALES-HISTORY.
           READ SALES-HISTORY
               AT END
                  SET END-OF-SALES-HISTORY TO TRUE
           END-READ.

       TALLY-LIVE-TRANSACTION.
           PERFORM TALLY-ONE-TRANSACTION.
           PERFORM READ-SALES-TRANSACTION.

       TALLY-ARCHIVED-TRANSACTION.
           MOVE SH-SALE-DETAIL TO SALES-TRANSACTION-RECORD.
           PERFORM TALLY-ONE-TRANSACTION.
           PERFORM READ-SALES-HISTORY.

       TALLY-ONE-TRANSACTION.
           MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           PERFORM FIND-OR-ADD-RANK-ENTRY.
           IF ENTRY-IS-USABLE
              IF TRX-SALE
                 AND SALE-DATE > RT-LAST-SALE-DATE (RANK-IDX)
                 AND SALE-DATE NOT > BUSINESS-DATE
                 MOVE SALE-DATE TO RT-LAST-SALE-DATE (RANK-IDX)
              END-IF
              IF SALE-DATE NOT < RANKING-START-DATE
                 AND SALE-DATE NOT > BUSINESS-DATE
                 IF TRX-RETURN
                    SUBTRACT QTY-SOLD FROM RT-NET-QTY (RANK-IDX)
                    SUBTRACT SALE-AMOUNT OF SALES-TRANSACTION-RECORD
                       FROM RT-SALES-VALUE (RANK-IDX)
                 ELSE
                    ADD QTY-SOLD TO RT-NET-QTY (RANK-IDX)
                    ADD SALE-AMOUNT OF SALES-TRANSACTION-RECORD
                       TO RT-SALES-VALUE (RANK-IDX)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  THE PRODUCT IS LOOKED FOR UNDER THE CODE IN THE MASTER       *
      *  RECORD KEY. A FULL TABLE IS NOTED ON THE REPORT ONCE AND     *
      *  STOPS THE CLASSES BEING STORED.                              *
      *****************************************************************
       FIND-OR-ADD-RANK-ENTRY.
           SET ENTRY-IS-USABLE TO TRUE.
           PERFORM LOOKUP-RANK-ENTRY.
           IF ENTRY-WAS-NOT-FOUND
              IF RANK-PRODUCT-COUNT < 2000
                 ADD 1 TO RANK-PRODUCT-COUNT
                 SET RANK-IDX TO RANK-PRODUCT-COUNT
                 MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO
                    RT-PRODUCT-CODE (RANK-IDX)
                 SET RT-PRODUCT-NOT-ACTIVE (RANK-IDX) TO TRUE
                 MOVE SPACES TO RT-DESCRIPTION (RANK-IDX)
                 MOVE ZERO TO RT-NET-QTY (RANK-IDX)
                 MOVE ZERO TO RT-SALES-VALUE (RANK-IDX)
                 MOVE ZERO TO RT-MARGIN (RANK-IDX)
                 MOVE ZERO TO RT-LAST-SALE-DATE (RANK-IDX)
                 MOVE "C" TO RT-VALUE-CLASS (RANK-IDX)
                 MOVE "C" TO RT-MARGIN-CLASS (RANK-IDX)
                 MOVE "C" TO RT-NEW-CLASS (RANK-IDX)
              ELSE
                 SET ENTRY-NOT-USABLE TO TRUE
                 IF PRODUCT-TABLE-NOT-NOTED
                    SET PRODUCT-TABLE-FULL-NOTED TO TRUE
                    MOVE "** PRODUCT TABLE FULL - SOME PRODUCTS UNMEA
      -                 "SURED, CLASSES NOT STORED **"
                       TO ABC-REPORT-LINE
                    PERFORM WRITE-ABC-LINE
                 END-IF
              END-IF
           END-IF.

       LOOKUP-RANK-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF RANK-PRODUCT-COUNT > 0
              SET RANK-IDX TO 1
              SEARCH RANK-ENTRY
                  WHEN RT-PRODUCT-CODE (RANK-IDX) =
                     PRODUCT-CODE OF PRODUCT-MASTER-RECORD
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *****************************************************************
      *  EVERY ACTIVE PRODUCT TAKES PART IN THE RANKING, SOLD OR NOT. *
      *  ITS MARGIN PRICES THE YEAR'S NET QUANTITY AT THE RUNNING     *
      *  UNIT COST, THE SAME WAY THE SALES REPORTS DO. ONLY POSITIVE  *
      *  SALES AND MARGIN COUNT TOWARDS THE TOTALS THE SHARES ARE     *
      *  TAKEN OF.                                                    *
      *****************************************************************
       LOAD-ACTIVE-PRODUCTS.
           PERFORM START-PRODUCT-MASTER.
           PERFORM LOAD-ONE-PRODUCT UNTIL END-OF-PRODUCT-MASTER.

       START-PRODUCT-MASTER.
           MOVE LOW-VALUES TO PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           START PRODUCT-MASTER KEY IS NOT LESS THAN
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-START.
           SET NOT-END-OF-PRODUCT-MASTER TO TRUE.
           IF PRODMAST-STATUS NOT = "00"
              SET END-OF-PRODUCT-MASTER TO TRUE
           ELSE
              PERFORM READ-NEXT-PRODUCT
           END-IF.

       READ-NEXT-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                  SET END-OF-PRODUCT-MASTER TO TRUE
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              SET END-OF-PRODUCT-MASTER TO TRUE
           END-IF.

       LOAD-ONE-PRODUCT.
           IF PRODUCT-ACTIVE
              PERFORM FIND-OR-ADD-RANK-ENTRY
              IF ENTRY-IS-USABLE
                 SET RT-PRODUCT-ACTIVE (RANK-IDX) TO TRUE
                 MOVE PRODUCT-DESCRIPTION TO RT-DESCRIPTION (RANK-IDX)
                 COMPUTE PRODUCT-COST-WORK =
                    RT-NET-QTY (RANK-IDX) *
                       UNIT-COST OF PRODUCT-MASTER-RECORD
                 COMPUTE RT-MARGIN (RANK-IDX) =
                    RT-SALES-VALUE (RANK-IDX) - PRODUCT-COST-WORK
                 IF RT-SALES-VALUE (RANK-IDX) > ZERO
                    ADD RT-SALES-VALUE (RANK-IDX) TO TOTAL-SALES-VALUE
                 END-IF
                 IF RT-MARGIN (RANK-IDX) > ZERO
                    ADD RT-MARGIN (RANK-IDX) TO TOTAL-MARGIN
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

      *****************************************************************
      *  THE MARGIN RANKING RUNS FIRST AND ONLY SETS EACH PRODUCT'S   *
      *  MARGIN CLASS. THE SALES-VALUE RANKING THEN SETS THE VALUE    *
      *  CLASS, SETTLES THE PRODUCT ON THE BETTER OF THE TWO AND      *
      *  PRINTS THE RANKED LIST, BEST SELLER FIRST.                   *
      *****************************************************************
       RANK-AND-CLASSIFY.
           INITIALIZE CLASS-TOTAL-TABLE.
           SET RANKING-BY-MARGIN TO TRUE.
           MOVE TOTAL-MARGIN TO RANK-TOTAL-AMOUNT.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY SR-RANK-AMOUNT
               ON ASCENDING KEY SR-PRODUCT-CODE
               INPUT PROCEDURE IS RELEASE-RANK-ENTRIES
               OUTPUT PROCEDURE IS ASSIGN-RANK-CLASSES.
           IF SORT-RETURN NOT = ZERO
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           PERFORM PRINT-ABC-HEADINGS.
           SET RANKING-BY-VALUE TO TRUE.
           MOVE TOTAL-SALES-VALUE TO RANK-TOTAL-AMOUNT.
           MOVE ZERO TO RANK-NUMBER.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY SR-RANK-AMOUNT
               ON ASCENDING KEY SR-PRODUCT-CODE
               INPUT PROCEDURE IS RELEASE-RANK-ENTRIES
               OUTPUT PROCEDURE IS ASSIGN-RANK-CLASSES.
           IF SORT-RETURN NOT = ZERO
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           PERFORM PRINT-CLASS-SUMMARY.

       PRINT-ABC-HEADINGS.
           MOVE BUSINESS-DATE TO ABC-HEADING-DATE.
           MOVE RANKING-START-DATE TO ABC-HEADING-START.
           MOVE ABC-HEADING-LINE TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.
           MOVE ABC-COLUMN-HEADING-LINE TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.

       PRINT-CLASS-SUMMARY.
           MOVE SPACES TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.
           PERFORM PRINT-ONE-CLASS-TOTAL
              VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3.

       PRINT-ONE-CLASS-TOTAL.
           EVALUATE CLASS-IDX
               WHEN 1
                  MOVE "A" TO SUMMARY-CLASS
               WHEN 2
                  MOVE "B" TO SUMMARY-CLASS
               WHEN OTHER
                  MOVE "C" TO SUMMARY-CLASS
           END-EVALUATE.
           MOVE CT-PRODUCT-COUNT (CLASS-IDX) TO SUMMARY-COUNT.
           MOVE CT-SALES-VALUE (CLASS-IDX) TO SUMMARY-SALES-VALUE.
           MOVE CT-MARGIN (CLASS-IDX) TO SUMMARY-MARGIN.
           MOVE CLASS-SUMMARY-LINE TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.

      *****************************************************************
      *  THE CLASSES ARE ONLY STORED WHEN EVERY PRODUCT WAS MEASURED. *
      *  EACH ACTIVE PRODUCT IS REREAD UNDER LOCK AND REWRITTEN ONLY  *
      *  WHEN ITS CLASS CHANGES, WITH A BEFORE/AFTER AUDIT RECORD. A  *
      *  PRODUCT IN USE AT THE TILL KEEPS ITS OLD CLASS UNTIL THE     *
      *  NEXT RUN AND IS COUNTED AS NOT STORED.                       *
      *****************************************************************
       STORE-OR-REFUSE-CLASSES.
           MOVE SPACES TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.
           IF PRODUCT-TABLE-FULL-NOTED
              MOVE "CLASSES NOT STORED - PRODUCT TABLE FULL" TO
                 ABC-REPORT-LINE
              PERFORM WRITE-ABC-LINE
           ELSE
              IF RANK-PRODUCT-COUNT > 0
                 PERFORM STORE-ONE-CLASS
                    VARYING RANK-IDX FROM 1 BY 1
                    UNTIL RANK-IDX > RANK-PRODUCT-COUNT
              END-IF
              MOVE "CLASSES CHANGED ON THE MASTER:" TO
                 STORE-RESULT-LABEL
              MOVE CLASSES-CHANGED TO STORE-RESULT-COUNT
              MOVE STORE-RESULT-LINE TO ABC-REPORT-LINE
              PERFORM WRITE-ABC-LINE
              MOVE "PRODUCTS IN USE, NOT STORED..:" TO
                 STORE-RESULT-LABEL
              MOVE CLASSES-NOT-STORED TO STORE-RESULT-COUNT
              MOVE STORE-RESULT-LINE TO ABC-REPORT-LINE
              PERFORM WRITE-ABC-LINE
           END-IF.

       STORE-ONE-CLASS.
           IF RT-PRODUCT-ACTIVE (RANK-IDX)
              MOVE RT-PRODUCT-CODE (RANK-IDX) TO
                 PRODUCT-CODE OF PRODUCT-MASTER-RECORD
              READ PRODUCT-MASTER WITH LOCK
                  INVALID KEY
                     CONTINUE
              END-READ
              EVALUATE TRUE
                  WHEN PRODMAST-STATUS = "00"
                     IF PRODUCT-ACTIVE
                        AND PRODUCT-ABC-CLASS NOT =
                           RT-NEW-CLASS (RANK-IDX)
                        PERFORM REWRITE-PRODUCT-CLASS
                     END-IF
                     UNLOCK PRODUCT-MASTER
                  WHEN PRODMAST-STATUS = "23"
                     CONTINUE
                  WHEN OTHER
                     ADD 1 TO CLASSES-NOT-STORED
              END-EVALUATE
           END-IF.

       REWRITE-PRODUCT-CLASS.
           MOVE PRODUCT-MASTER-RECORD TO AUDIT-BEFORE-IMAGE.
           MOVE RT-NEW-CLASS (RANK-IDX) TO PRODUCT-ABC-CLASS.
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF PRODMAST-STATUS = "00"
              ADD 1 TO CLASSES-CHANGED
              MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO AUDIT-KEY
              MOVE PRODUCT-MASTER-RECORD TO AUDIT-AFTER-IMAGE
              CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
                  AUDIT-FILE-ID AUDIT-KEY "M" AUDIT-BEFORE-IMAGE
                  AUDIT-AFTER-IMAGE
           ELSE
              ADD 1 TO CLASSES-NOT-STORED
           END-IF.

      *****************************************************************
      *  THE DEAD-STOCK LIST, BY HOW LONG THE PRODUCT HAS GONE        *
      *  WITHOUT A SALE, THEN DEPARTMENT, THEN PRODUCT.               *
      *****************************************************************
       LIST-DEAD-STOCK.
           MOVE BUSINESS-DATE TO DEAD-HEADING-DATE.
           MOVE DEAD-HEADING-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           IF PRODUCT-TABLE-FULL-NOTED
              MOVE "** PRODUCT TABLE FULL - SOME PRODUCTS MAY SHOW NO
      -           " SALE WRONGLY **" TO DEAD-REPORT-LINE
              PERFORM WRITE-DEAD-LINE
           END-IF.
           MOVE DEAD-COLUMN-HEADING-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           SORT DEAD-STOCK-SORT-FILE
               ON ASCENDING KEY DS-IDLE-BAND
                                DS-DEPT-CODE
                                DS-PRODUCT-CODE
               INPUT PROCEDURE IS SELECT-DEAD-STOCK
               OUTPUT PROCEDURE IS PRINT-DEAD-STOCK.
           IF SORT-RETURN NOT = ZERO
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           MOVE SPACES TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           MOVE "ALL DEAD STOCK" TO DEAD-TOTAL-LABEL.
           MOVE SPACES TO DEAD-TOTAL-NAME.
           MOVE IDLE-PRODUCT-COUNT TO DEAD-TOTAL-COUNT.
           MOVE IDLE-QTY TO DEAD-TOTAL-QTY.
           MOVE IDLE-VALUE TO DEAD-TOTAL-VALUE.
           MOVE DEAD-TOTAL-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.

      *****************************************************************
      *  INPUT PROCEDURE - RELEASES EACH ACTIVE PRODUCT WITH STOCK ON *
      *  HAND WHOSE LAST SALE WAS 90 OR MORE DAYS AGO, OR THAT HAS NO *
      *  SALE ON RECORD AT ALL, WHICH GOES WITH THE 365-DAY GROUP.    *
      *  A PRODUCT WITH NOTHING ON THE SHELF TIES UP NO MONEY AND IS  *
      *  LEFT OFF. ITS CLASS IS THE ONE JUST WORKED OUT.              *
      *****************************************************************
       SELECT-DEAD-STOCK SECTION.

       SELECT-DEAD-STOCK-START.
           PERFORM START-PRODUCT-MASTER.
           PERFORM RELEASE-ONE-DEAD-PRODUCT
              UNTIL END-OF-PRODUCT-MASTER.
           GO TO SELECT-DEAD-STOCK-EXIT.

       RELEASE-ONE-DEAD-PRODUCT.
           IF PRODUCT-ACTIVE AND QTY-ON-HAND > ZERO
              PERFORM LOOKUP-RANK-ENTRY
              IF ENTRY-WAS-FOUND
                 MOVE RT-LAST-SALE-DATE (RANK-IDX) TO LAST-SALE-WORK
                 MOVE RT-NEW-CLASS (RANK-IDX) TO DS-ABC-CLASS
              ELSE
                 MOVE ZERO TO LAST-SALE-WORK
                 MOVE PRODUCT-ABC-CLASS TO DS-ABC-CLASS
              END-IF
              MOVE ZERO TO DS-IDLE-BAND
              EVALUATE TRUE
                  WHEN LAST-SALE-WORK NOT > IDLE-365-DATE
                     SET DS-IDLE-365-DAYS TO TRUE
                  WHEN LAST-SALE-WORK NOT > IDLE-180-DATE
                     SET DS-IDLE-180-DAYS TO TRUE
                  WHEN LAST-SALE-WORK NOT > IDLE-90-DATE
                     SET DS-IDLE-90-DAYS TO TRUE
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
              IF DS-IDLE-BAND NOT = ZERO
                 IF PRODUCT-DEPT-CODE = SPACES
                    MOVE "???" TO DS-DEPT-CODE
                 ELSE
                    MOVE PRODUCT-DEPT-CODE TO DS-DEPT-CODE
                 END-IF
                 MOVE PRODUCT-CODE OF PRODUCT-MASTER-RECORD TO
                    DS-PRODUCT-CODE
                 MOVE PRODUCT-DESCRIPTION TO DS-DESCRIPTION
                 MOVE LAST-SALE-WORK TO DS-LAST-SALE-DATE
                 MOVE QTY-ON-HAND TO DS-QTY-ON-HAND
                 MOVE UNIT-COST OF PRODUCT-MASTER-RECORD TO
                    DS-UNIT-COST
                 COMPUTE DS-STOCK-VALUE =
                    QTY-ON-HAND * UNIT-COST OF PRODUCT-MASTER-RECORD
                 RELEASE DEAD-STOCK-SORT-RECORD
              END-IF
           END-IF.
           PERFORM READ-NEXT-PRODUCT.

       SELECT-DEAD-STOCK-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE BLOCK PER IDLE GROUP, SUBTOTALLED BY  *
      *  DEPARTMENT AND TOTALLED FOR THE GROUP. A GROUP WITH NOTHING  *
      *  IN IT IS LEFT OFF.                                           *
      *****************************************************************
       PRINT-DEAD-STOCK SECTION.

       PRINT-DEAD-STOCK-START.
           MOVE ZERO TO CURRENT-IDLE-BAND.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-DEAD-STOCK-RECORD.
           PERFORM PRINT-ONE-DEAD-PRODUCT
              UNTIL END-OF-SORTED-RECORDS.
           IF CURRENT-IDLE-BAND NOT = ZERO
              PERFORM END-DEPARTMENT-GROUP
              PERFORM END-IDLE-GROUP
           END-IF.
           GO TO PRINT-DEAD-STOCK-EXIT.

       RETURN-DEAD-STOCK-RECORD.
           RETURN DEAD-STOCK-SORT-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       PRINT-ONE-DEAD-PRODUCT.
           IF DS-IDLE-BAND NOT = CURRENT-IDLE-BAND
              IF CURRENT-IDLE-BAND NOT = ZERO
                 PERFORM END-DEPARTMENT-GROUP
                 PERFORM END-IDLE-GROUP
              END-IF
              PERFORM START-IDLE-GROUP
              PERFORM START-DEPARTMENT-GROUP
           ELSE
              IF DS-DEPT-CODE NOT = CURRENT-DEPT-CODE
                 PERFORM END-DEPARTMENT-GROUP
                 PERFORM START-DEPARTMENT-GROUP
              END-IF
           END-IF.
           MOVE DS-DEPT-CODE TO DEAD-DEPT-CODE.
           MOVE DS-PRODUCT-CODE TO DEAD-PRODUCT-CODE.
           MOVE DS-DESCRIPTION TO DEAD-DESCRIPTION.
           IF DS-LAST-SALE-DATE = ZERO
              MOVE "NEVER" TO DEAD-LAST-SALE
           ELSE
              MOVE DS-LAST-SALE-DATE TO DEAD-LAST-SALE
           END-IF.
           MOVE DS-ABC-CLASS TO DEAD-ABC-CLASS.
           MOVE DS-QTY-ON-HAND TO DEAD-QTY-ON-HAND.
           MOVE DS-UNIT-COST TO DEAD-UNIT-COST.
           MOVE DS-STOCK-VALUE TO DEAD-STOCK-VALUE.
           MOVE DEAD-DETAIL-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           ADD 1 TO DEPT-PRODUCT-COUNT.
           ADD DS-QTY-ON-HAND TO DEPT-QTY.
           ADD DS-STOCK-VALUE TO DEPT-VALUE.
           PERFORM RETURN-DEAD-STOCK-RECORD.

       START-IDLE-GROUP.
           MOVE DS-IDLE-BAND TO CURRENT-IDLE-BAND.
           MOVE ZERO TO BAND-PRODUCT-COUNT.
           MOVE ZERO TO BAND-QTY.
           MOVE ZERO TO BAND-VALUE.
           EVALUATE TRUE
               WHEN DS-IDLE-90-DAYS
                  MOVE "NO SALE IN 90 DAYS (90 TO 179 DAYS)" TO
                     DEAD-BAND-HEADING-TEXT
               WHEN DS-IDLE-180-DAYS
                  MOVE "NO SALE IN 180 DAYS (180 TO 364 DAYS)" TO
                     DEAD-BAND-HEADING-TEXT
               WHEN OTHER
                  MOVE "NO SALE IN 365 DAYS OR NONE ON RECORD" TO
                     DEAD-BAND-HEADING-TEXT
           END-EVALUATE.
           MOVE SPACES TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           MOVE DEAD-BAND-HEADING-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.

       START-DEPARTMENT-GROUP.
           MOVE DS-DEPT-CODE TO CURRENT-DEPT-CODE.
           MOVE ZERO TO DEPT-PRODUCT-COUNT.
           MOVE ZERO TO DEPT-QTY.
           MOVE ZERO TO DEPT-VALUE.

      *****************************************************************
      *  THE DEPARTMENT SUBTOTAL CARRIES THE DEPARTMENT NAME. THE ??? *
      *  BUCKET IS THE PRODUCTS WITHOUT A DEPARTMENT YET.             *
      *****************************************************************
       END-DEPARTMENT-GROUP.
           MOVE SPACES TO DEAD-TOTAL-LABEL.
           STRING "  DEPARTMENT " CURRENT-DEPT-CODE " TOTAL"
               DELIMITED BY SIZE INTO DEAD-TOTAL-LABEL.
           IF CURRENT-DEPT-CODE = "???"
              MOVE "NO DEPARTMENT" TO DEAD-TOTAL-NAME
           ELSE
              MOVE CURRENT-DEPT-CODE TO DEPT-CODE
              READ DEPARTMENT-MASTER
                  INVALID KEY
                     MOVE "** NOT ON FILE **" TO DEPT-NAME
              END-READ
              IF DEPTMAST-STATUS NOT = "00"
                 MOVE "** NOT ON FILE **" TO DEPT-NAME
              END-IF
              MOVE DEPT-NAME TO DEAD-TOTAL-NAME
           END-IF.
           MOVE DEPT-PRODUCT-COUNT TO DEAD-TOTAL-COUNT.
           MOVE DEPT-QTY TO DEAD-TOTAL-QTY.
           MOVE DEPT-VALUE TO DEAD-TOTAL-VALUE.
           MOVE DEAD-TOTAL-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           ADD DEPT-PRODUCT-COUNT TO BAND-PRODUCT-COUNT.
           ADD DEPT-QTY TO BAND-QTY.
           ADD DEPT-VALUE TO BAND-VALUE.

       END-IDLE-GROUP.
           MOVE "  GROUP TOTAL" TO DEAD-TOTAL-LABEL.
           MOVE SPACES TO DEAD-TOTAL-NAME.
           MOVE BAND-PRODUCT-COUNT TO DEAD-TOTAL-COUNT.
           MOVE BAND-QTY TO DEAD-TOTAL-QTY.
           MOVE BAND-VALUE TO DEAD-TOTAL-VALUE.
           MOVE DEAD-TOTAL-LINE TO DEAD-REPORT-LINE.
           PERFORM WRITE-DEAD-LINE.
           ADD BAND-PRODUCT-COUNT TO IDLE-PRODUCT-COUNT.
           ADD BAND-QTY TO IDLE-QTY.
           ADD BAND-VALUE TO IDLE-VALUE.

       PRINT-DEAD-STOCK-EXIT.
           EXIT.

      *****************************************************************
      *  INPUT PROCEDURE FOR BOTH RANKINGS - EVERY ACTIVE PRODUCT     *
      *  GOES INTO THE SALES-VALUE RANKING; ONLY THOSE WITH A         *
      *  POSITIVE MARGIN GO INTO THE MARGIN RANKING, THE REST STAY    *
      *  MARGIN CLASS C.                                              *
      *****************************************************************
       RELEASE-RANK-ENTRIES SECTION.

       RELEASE-RANK-ENTRIES-START.
           IF RANK-PRODUCT-COUNT > 0
              PERFORM RELEASE-ONE-RANK-ENTRY
                 VARYING RANK-IDX FROM 1 BY 1
                 UNTIL RANK-IDX > RANK-PRODUCT-COUNT
           END-IF.
           GO TO RELEASE-RANK-ENTRIES-EXIT.

       RELEASE-ONE-RANK-ENTRY.
           IF RT-PRODUCT-ACTIVE (RANK-IDX)
              IF RANKING-BY-MARGIN
                 IF RT-MARGIN (RANK-IDX) > ZERO
                    MOVE RT-MARGIN (RANK-IDX) TO SR-RANK-AMOUNT
                    PERFORM RELEASE-RANK-RECORD
                 END-IF
              ELSE
                 MOVE RT-SALES-VALUE (RANK-IDX) TO SR-RANK-AMOUNT
                 PERFORM RELEASE-RANK-RECORD
              END-IF
           END-IF.

       RELEASE-RANK-RECORD.
           MOVE RT-PRODUCT-CODE (RANK-IDX) TO SR-PRODUCT-CODE.
           SET SR-TABLE-POSITION TO RANK-IDX.
           RELEASE RANK-SORT-RECORD.

       RELEASE-RANK-ENTRIES-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE FOR BOTH RANKINGS. WORKING DOWN FROM THE    *
      *  TOP, A PRODUCT IS CLASS A WHILE THE PRODUCTS ABOVE IT MAKE   *
      *  UP LESS THAN CLASS-A-SHARE PER CENT OF THE TOTAL, CLASS B    *
      *  WHILE THEY MAKE UP LESS THAN CLASS-B-SHARE PER CENT, AND     *
      *  CLASS C AFTER THAT OR WHEN IT HAS NOTHING POSITIVE TO RANK   *
      *  ON. THE PRODUCT THAT CROSSES A LINE STAYS ABOVE IT.          *
      *****************************************************************
       ASSIGN-RANK-CLASSES SECTION.

       ASSIGN-RANK-CLASSES-START.
           MOVE ZERO TO RANK-RUNNING-AMOUNT.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-RANK-RECORD.
           PERFORM CLASSIFY-ONE-RANKED-PRODUCT
              UNTIL END-OF-SORTED-RECORDS.
           GO TO ASSIGN-RANK-CLASSES-EXIT.

       RETURN-RANK-RECORD.
           RETURN RANK-SORT-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       CLASSIFY-ONE-RANKED-PRODUCT.
           SET RANK-IDX TO SR-TABLE-POSITION.
           MOVE "C" TO RANK-CLASS-WORK.
           MOVE ZERO TO RANK-SHARE-BEFORE.
           IF SR-RANK-AMOUNT > ZERO AND RANK-TOTAL-AMOUNT > ZERO
              COMPUTE RANK-SHARE-BEFORE =
                 RANK-RUNNING-AMOUNT * 100 / RANK-TOTAL-AMOUNT
              EVALUATE TRUE
                  WHEN RANK-SHARE-BEFORE < CLASS-A-SHARE
                     MOVE "A" TO RANK-CLASS-WORK
                  WHEN RANK-SHARE-BEFORE < CLASS-B-SHARE
                     MOVE "B" TO RANK-CLASS-WORK
                  WHEN OTHER
                     CONTINUE
              END-EVALUATE
              ADD SR-RANK-AMOUNT TO RANK-RUNNING-AMOUNT
           END-IF.
           IF RANKING-BY-MARGIN
              MOVE RANK-CLASS-WORK TO RT-MARGIN-CLASS (RANK-IDX)
           ELSE
              MOVE RANK-CLASS-WORK TO RT-VALUE-CLASS (RANK-IDX)
              IF RT-MARGIN-CLASS (RANK-IDX) < RANK-CLASS-WORK
                 MOVE RT-MARGIN-CLASS (RANK-IDX) TO
                    RT-NEW-CLASS (RANK-IDX)
              ELSE
                 MOVE RANK-CLASS-WORK TO RT-NEW-CLASS (RANK-IDX)
              END-IF
              PERFORM PRINT-RANKED-PRODUCT
           END-IF.
           PERFORM RETURN-RANK-RECORD.

       PRINT-RANKED-PRODUCT.
           ADD 1 TO RANK-NUMBER.
           IF RANK-TOTAL-AMOUNT > ZERO
              COMPUTE RANK-SHARE-AFTER ROUNDED =
                 RANK-RUNNING-AMOUNT * 100 / RANK-TOTAL-AMOUNT
           ELSE
              MOVE ZERO TO RANK-SHARE-AFTER
           END-IF.
           MOVE RANK-NUMBER TO DETAIL-RANK.
           MOVE RT-PRODUCT-CODE (RANK-IDX) TO DETAIL-PRODUCT-CODE.
           MOVE RT-DESCRIPTION (RANK-IDX) TO DETAIL-DESCRIPTION.
           MOVE RT-NET-QTY (RANK-IDX) TO DETAIL-NET-QTY.
           MOVE RT-SALES-VALUE (RANK-IDX) TO DETAIL-SALES-VALUE.
           MOVE RT-MARGIN (RANK-IDX) TO DETAIL-MARGIN.
           MOVE RANK-SHARE-AFTER TO DETAIL-CUM-SHARE.
           MOVE RT-VALUE-CLASS (RANK-IDX) TO DETAIL-VALUE-CLASS.
           MOVE RT-MARGIN-CLASS (RANK-IDX) TO DETAIL-MARGIN-CLASS.
           MOVE RT-NEW-CLASS (RANK-IDX) TO DETAIL-NEW-CLASS.
           MOVE ABC-DETAIL-LINE TO ABC-REPORT-LINE.
           PERFORM WRITE-ABC-LINE.
           EVALUATE RT-NEW-CLASS (RANK-IDX)
               WHEN "A"
                  SET CLASS-IDX TO 1
               WHEN "B"
                  SET CLASS-IDX TO 2
               WHEN OTHER
                  SET CLASS-IDX TO 3
           END-EVALUATE.
           ADD 1 TO CT-PRODUCT-COUNT (CLASS-IDX).
           ADD RT-SALES-VALUE (RANK-IDX) TO CT-SALES-VALUE (CLASS-IDX).
           ADD RT-MARGIN (RANK-IDX) TO CT-MARGIN (CLASS-IDX).

       ASSIGN-RANK-CLASSES-EXIT.
           EXIT.

       END PROGRAM ABC-CLASSIFICATION.
