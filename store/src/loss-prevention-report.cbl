       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-PREVENTION-REPORT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  WEEKLY LOSS-PREVENTION REPORT BY OPERATOR.                    *
      *  BATCH JOB - COVERS THE SEVEN DAYS ENDING ON THE BUSINESS      *
      *  DATE AND, FOR EVERY OPERATOR WHO RANG, VOIDED, RETURNED,      *
      *  DROPPED A SLIP OR CASHED UP IN THE WEEK, SHOWS:               *
      *    - ORDERS RUNG, AND HOW MANY OF THEM WERE VOIDED AND FOR     *
      *      HOW MUCH (A VOID COUNTS AGAINST THE OPERATOR WHO RANG     *
      *      THE ORDER);                                               *
      *    - CUSTOMER RETURN LINES TAKEN AND THEIR VALUE, AND HOW      *
      *      MANY OF THEM CAME BACK AGAINST THE OPERATOR'S OWN SALE;   *
      *    - SUSPENDED SLIPS STILL HELD AT DAY-END AND DROPPED, FROM   *
      *      THE DROPPED-SLIP LOG;                                     *
      *    - EVERY CASH-UP IN THE WEEK WITH ITS OVER OR SHORT AND THE  *
      *      RUNNING NET, SO A TREND SHOWS SHIFT BY SHIFT.             *
      *  AN OPERATOR WHOSE RATE OF VOIDS, RETURNS, OWN-SALE RETURNS    *
      *  OR DROPPED SLIPS PER 100 ORDERS, OR WHOSE CASH SHORT PER      *
      *  SHIFT, RUNS AT OR ABOVE TWICE THE STORE RATE (ON AT LEAST     *
      *  TWO OCCURRENCES) IS FLAGGED AND LISTED AT THE FOOT AGAINST    *
      *  THE STORE AVERAGES. RETURNS FROM THE START OF A WEEK THAT     *
      *  CROSSES A MONTH END ARE PICKED UP FROM SALES HISTORY IF THE   *
      *  MONTH HAS ALREADY BEEN ARCHIVED. A REPORT THAT CANNOT BE      *
      *  WRITTEN ENDS THE RUN WITH RC 12.                              *
      *  RUN BY THE LOSSPREV JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER ASSIGN TO "ORDHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-ORDER-NUMBER
               FILE STATUS IS ORDHDR-STATUS.

           SELECT SALES-TRANSACTION ASSIGN TO "SALESTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESTRX-STATUS.

           SELECT SALES-HISTORY ASSIGN TO "SALESHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESHST-STATUS.

           SELECT DROPPED-SLIP-LOG ASSIGN TO "SLIPLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SLIPLOG-STATUS.

           SELECT CASH-UP-FILE ASSIGN TO "CASHUP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CASHUP-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS USERMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT LOSS-REPORT-FILE ASSIGN TO "LOSSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HEADER.
       COPY "order-header.cpy".

       FD  SALES-TRANSACTION.
       COPY "sales-transaction.cpy".

       FD  SALES-HISTORY.
       COPY "sales-history.cpy".

       FD  DROPPED-SLIP-LOG.
       COPY "dropped-slip.cpy".

       FD  CASH-UP-FILE.
       COPY "cash-up.cpy".

       FD  USER-MASTER.
       COPY "user-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  LOSS-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OPERATOR-ID          PIC X(8).
           05  SW-BUSINESS-DATE        PIC 9(8).
           05  SW-EXPECTED-CASH        PIC 9(7)V99.
           05  SW-DECLARED-CASH        PIC 9(7)V99.
           05  SW-OVER-SHORT           PIC S9(7)V99.
           05  SW-SUPERVISOR-ID        PIC X(8).

       WORKING-STORAGE SECTION.
         01 ORDHDR-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 SALESHST-STATUS PIC X(2).
         01 SLIPLOG-STATUS PIC X(2).
         01 CASHUP-STATUS PIC X(2).
         01 USERMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 ORDER-HEADER-EOF-SWITCH PIC X(1).
             88 END-OF-ORDER-HEADER        VALUE 'Y'.
             88 NOT-END-OF-ORDER-HEADER    VALUE 'N'.
         01 SALES-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-TRANSACTION   VALUE 'Y'.
             88 NOT-END-OF-SALES-TRANSACTION VALUE 'N'.
         01 HISTORY-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-HISTORY       VALUE 'Y'.
             88 NOT-END-OF-SALES-HISTORY   VALUE 'N'.
         01 SLIP-LOG-EOF-SWITCH PIC X(1).
             88 END-OF-SLIP-LOG            VALUE 'Y'.
             88 NOT-END-OF-SLIP-LOG        VALUE 'N'.
         01 CASH-UP-EOF-SWITCH PIC X(1).
             88 END-OF-CASH-UP             VALUE 'Y'.
             88 NOT-END-OF-CASH-UP         VALUE 'N'.
         01 USER-MASTER-EOF-SWITCH PIC X(1).
             88 END-OF-USER-MASTER         VALUE 'Y'.
             88 NOT-END-OF-USER-MASTER     VALUE 'N'.
         01 SORTED-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 ORDER-HEADER-OPEN-SWITCH PIC X(1) VALUE 'N'.
             88 ORDER-HEADER-IS-OPEN       VALUE 'Y'.
             88 ORDER-HEADER-NOT-OPEN      VALUE 'N'.
         01 USER-MASTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
             88 USER-MASTER-IS-OPEN        VALUE 'Y'.
             88 USER-MASTER-NOT-OPEN       VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
         01 OPERATOR-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 OPERATOR-TABLE-FULL-NOTED  VALUE 'Y'.
             88 OPERATOR-TABLE-NOT-NOTED   VALUE 'N'.

         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 WEEK-START-DATE PIC 9(8).
         01 BUSINESS-PERIOD PIC 9(6).
         01 WEEK-START-PERIOD PIC 9(6).
         01 WORKING-OPERATOR-ID PIC X(8).
         01 PREVIOUS-SLIP-DATE PIC 9(8).
         01 PREVIOUS-SLIP-NUMBER PIC 9(4).
         01 CASH-SHIFT-COUNT PIC 9(5) VALUE ZERO.
         01 RUNNING-OVER-SHORT PIC S9(9)V99.

      *****************************************************************
      *  AN OPERATOR IS WELL ABOVE THE STORE WHEN THEIR RATE IS AT    *
      *  LEAST FLAG-FACTOR TIMES THE STORE RATE AND THE MEASURE       *
      *  HAPPENED AT LEAST FLAG-MINIMUM TIMES - ONE VOID OR ONE SHORT *
      *  TILL IN A QUIET WEEK IS NOT A PATTERN. A STORE CASH SHORT    *
      *  PER SHIFT UNDER CASH-SHORT-FLOOR IS MEASURED AS THE FLOOR.   *
      *****************************************************************
         01 FLAG-FACTOR PIC 9(1) VALUE 2.
         01 FLAG-MINIMUM PIC 9(1) VALUE 2.
         01 CASH-SHORT-FLOOR PIC 9(3)V99 VALUE 1.00.

         01 OPERATOR-COUNT PIC 9(3) VALUE ZERO.
         01 OPERATOR-TABLE.
             05 OPERATOR-ENTRY
                   OCCURS 0 TO 300 TIMES
                   DEPENDING ON OPERATOR-COUNT
                   INDEXED BY OPER-IDX.
                10 OT-OPERATOR-ID      PIC X(8).
                10 OT-ORDER-COUNT      PIC 9(5).
                10 OT-VOID-COUNT       PIC 9(5).
                10 OT-VOID-VALUE       PIC 9(9)V99.
                10 OT-RETURN-COUNT     PIC 9(5).
                10 OT-RETURN-VALUE     PIC 9(9)V99.
                10 OT-OWN-SALE-COUNT   PIC 9(5).
                10 OT-SLIP-COUNT       PIC 9(5).
                10 OT-SLIP-VALUE       PIC 9(9)V99.
                10 OT-SHIFT-COUNT      PIC 9(5).
                10 OT-SHORT-SHIFTS     PIC 9(5).
                10 OT-NET-OVER-SHORT   PIC S9(9)V99.
                10 OT-VOID-RATE        PIC 9(5)V99.
                10 OT-RETURN-RATE      PIC 9(5)V99.
                10 OT-OWN-SALE-RATE    PIC 9(5)V99.
                10 OT-SLIP-RATE        PIC 9(5)V99.
                10 OT-SHORT-PER-SHIFT  PIC 9(7)V99.
                10 OT-FLAGS.
                   15 OT-VOID-FLAG      PIC X(1).
                   15 OT-RETURN-FLAG    PIC X(1).
                   15 OT-OWN-SALE-FLAG  PIC X(1).
                   15 OT-SLIP-FLAG      PIC X(1).
                   15 OT-CASH-FLAG      PIC X(1).
                10 OT-PRINTED-SWITCH   PIC X(1).
                   88 OT-PRINTED            VALUE 'Y'.
                   88 OT-NOT-PRINTED        VALUE 'N'.

         01 STORE-TOTALS.
             05 ST-ORDER-COUNT         PIC 9(7) VALUE ZERO.
             05 ST-VOID-COUNT          PIC 9(7) VALUE ZERO.
             05 ST-VOID-VALUE          PIC 9(11)V99 VALUE ZERO.
             05 ST-RETURN-COUNT        PIC 9(7) VALUE ZERO.
             05 ST-RETURN-VALUE        PIC 9(11)V99 VALUE ZERO.
             05 ST-OWN-SALE-COUNT      PIC 9(7) VALUE ZERO.
             05 ST-SLIP-COUNT          PIC 9(7) VALUE ZERO.
             05 ST-SLIP-VALUE          PIC 9(11)V99 VALUE ZERO.
             05 ST-SHIFT-COUNT         PIC 9(7) VALUE ZERO.
             05 ST-NET-OVER-SHORT      PIC S9(11)V99 VALUE ZERO.
             05 ST-VOID-RATE           PIC 9(5)V99 VALUE ZERO.
             05 ST-RETURN-RATE         PIC 9(5)V99 VALUE ZERO.
             05 ST-OWN-SALE-RATE       PIC 9(5)V99 VALUE ZERO.
             05 ST-SLIP-RATE           PIC 9(5)V99 VALUE ZERO.
             05 ST-SHORT-PER-SHIFT     PIC 9(7)V99 VALUE ZERO.
             05 ST-SHORT-MEASURE       PIC 9(7)V99 VALUE ZERO.

         01 ORDER-DIVISOR PIC 9(7).
         01 FLAGGED-COUNT PIC 9(5) VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER PIC X(36)
                 VALUE "WEEKLY LOSS-PREVENTION REPORT, WEEK ".
             05  HEADING-WEEK-START      PIC 9(8).
             05  FILLER PIC X(4) VALUE " TO ".
             05  HEADING-WEEK-END        PIC 9(8).

         01 OPERATOR-SECTION-LINE PIC X(40)
               VALUE "VOIDS, RETURNS AND DROPPED SLIPS".

         01 OPERATOR-HEADING-LINE-1.
             05  FILLER PIC X(39) VALUE
                 "                              VOID     ".
             05  FILLER PIC X(43) VALUE
                 "VOIDED  RET   RETURNED  OWN SLIP    DROPPED".

         01 OPERATOR-HEADING-LINE-2.
             05  FILLER PIC X(40) VALUE
                 "OPERATOR NAME          ORDERS  CNT      ".
             05  FILLER PIC X(48) VALUE
                 "VALUE  CNT      VALUE SALE  CNT      VALUE FLAGS".

         01 OPERATOR-DETAIL-LINE.
             05  DETAIL-OPERATOR-ID      PIC X(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-OPERATOR-NAME    PIC X(14).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-ORDER-COUNT      PIC ZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-VOID-COUNT       PIC ZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-VOID-VALUE       PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-RETURN-COUNT     PIC ZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-RETURN-VALUE     PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-OWN-SALE-COUNT   PIC ZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-SLIP-COUNT       PIC ZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-SLIP-VALUE       PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-FLAGS            PIC X(5).

         01 FLAG-LEGEND-LINE.
             05  FILLER PIC X(45) VALUE
                 "FLAGS: V VOIDS  R RETURNS  O OWN-SALE RETURNS".
             05  FILLER PIC X(42) VALUE
                 "  S DROPPED SLIPS  C CASH SHORT - 2X STORE".

         01 CASH-SECTION-LINE PIC X(40)
               VALUE "CASH OVER/SHORT BY SHIFT".

         01 CASH-HEADING-LINE.
             05  FILLER PIC X(43) VALUE
                 "OPERATOR  DATE        EXPECTED    DECLARED ".
             05  FILLER PIC X(38) VALUE
                 "OVER/SHORT  RUNNING NET     SIGNED OFF".

         01 CASH-DETAIL-LINE.
             05  CASH-OPERATOR-ID        PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  CASH-BUSINESS-DATE      PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  CASH-EXPECTED           PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  CASH-DECLARED           PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  CASH-OVER-SHORT         PIC ZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  CASH-RUNNING-NET        PIC ZZZZZZZ9.99-.
             05  FILLER                  PIC X(4) VALUE SPACES.
             05  CASH-SUPERVISOR-ID      PIC X(8).

         01 CASH-TOTAL-LINE.
             05  FILLER                  PIC X(10) VALUE SPACES.
             05  FILLER PIC X(7) VALUE "SHIFTS ".
             05  CASH-TOTAL-SHIFTS       PIC ZZZ9.
             05  FILLER PIC X(8) VALUE "  SHORT ".
             05  CASH-TOTAL-SHORT        PIC ZZZ9.
             05  FILLER PIC X(22) VALUE "  NET FOR THE WEEK".
             05  CASH-TOTAL-NET          PIC ZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  CASH-TOTAL-FLAG         PIC X(21).

         01 AVERAGE-SECTION-LINE PIC X(40)
               VALUE "STORE AVERAGES".

         01 AVERAGE-LINE.
             05  AVERAGE-LABEL           PIC X(40).
             05  AVERAGE-VALUE           PIC ZZZZZZ9.99.

         01 FLAGGED-HEADING-LINE.
             05  FILLER PIC X(33) VALUE
                 "OPERATOR  NAME            MEASURE".
             05  FILLER PIC X(34) VALUE
                 "               OPERATOR      STORE".

         01 FLAGGED-DETAIL-LINE.
             05  FLAGGED-OPERATOR-ID     PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FLAGGED-OPERATOR-NAME   PIC X(14).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FLAGGED-MEASURE         PIC X(20).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  FLAGGED-OPERATOR-RATE   PIC ZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FLAGGED-STORE-RATE      PIC ZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FLAGGED-UNIT            PIC X(12).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 6).
           DIVIDE BUSINESS-DATE BY 100 GIVING BUSINESS-PERIOD.
           DIVIDE WEEK-START-DATE BY 100 GIVING WEEK-START-PERIOD.
           OPEN OUTPUT LOSS-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT ORDER-HEADER.
           IF ORDHDR-STATUS = "00"
              SET ORDER-HEADER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT USER-MASTER.
           IF USERMAST-STATUS = "00"
              SET USER-MASTER-IS-OPEN TO TRUE
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              PERFORM COUNT-WEEK-ORDERS
              IF WEEK-START-PERIOD NOT = BUSINESS-PERIOD
                 PERFORM COUNT-ARCHIVED-RETURNS
              END-IF
              PERFORM COUNT-WEEK-RETURNS
              PERFORM COUNT-DROPPED-SLIPS
              PERFORM COUNT-CASH-UPS
              PERFORM FIGURE-STORE-RATES
              PERFORM FLAG-ONE-OPERATOR
                 VARYING OPER-IDX FROM 1 BY 1
                 UNTIL OPER-IDX > OPERATOR-COUNT
              PERFORM PRINT-OPERATOR-SECTION
              PERFORM PRINT-CASH-SECTION
              PERFORM PRINT-AVERAGE-SECTION
           END-IF.
           IF ORDER-HEADER-IS-OPEN
              CLOSE ORDER-HEADER
           END-IF.
           IF USER-MASTER-IS-OPEN
              CLOSE USER-MASTER
           END-IF.
           CLOSE LOSS-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "LOSS-PREVENTION-REPORT FAILED, REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           END-IF.
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

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       PRINT-HEADINGS.
           MOVE WEEK-START-DATE TO HEADING-WEEK-START.
           MOVE BUSINESS-DATE TO HEADING-WEEK-END.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  EVERY ORDER RUNG IN THE WEEK COUNTS FOR THE OPERATOR WHO     *
      *  RANG IT; A VOIDED ONE ALSO COUNTS AS THAT OPERATOR'S VOID,   *
      *  AT ITS ORDER TOTAL. A VOID IS ONLY ALLOWED ON THE DAY OF THE *
      *  SALE, SO THE ORDER DATE DATES THE VOID TOO.                  *
      *****************************************************************
       COUNT-WEEK-ORDERS.
           IF ORDER-HEADER-IS-OPEN
              MOVE ZERO TO OH-ORDER-NUMBER
              START ORDER-HEADER KEY IS NOT LESS THAN OH-ORDER-NUMBER
                  INVALID KEY
                     CONTINUE
              END-START
              SET NOT-END-OF-ORDER-HEADER TO TRUE
              IF ORDHDR-STATUS NOT = "00"
                 SET END-OF-ORDER-HEADER TO TRUE
              ELSE
                 PERFORM READ-NEXT-ORDER-HEADER
              END-IF
              PERFORM COUNT-ONE-ORDER
                 UNTIL END-OF-ORDER-HEADER
           END-IF.

       READ-NEXT-ORDER-HEADER.
           READ ORDER-HEADER NEXT RECORD
               AT END
                  SET END-OF-ORDER-HEADER TO TRUE
           END-READ.

       COUNT-ONE-ORDER.
           IF OH-ORDER-DATE NOT < WEEK-START-DATE
              AND OH-ORDER-DATE NOT > BUSINESS-DATE
              MOVE OH-OPERATOR-ID TO WORKING-OPERATOR-ID
              PERFORM FIND-OR-ADD-OPERATOR-ENTRY
              IF ENTRY-WAS-FOUND
                 ADD 1 TO OT-ORDER-COUNT (OPER-IDX)
                 IF OH-VOIDED
                    ADD 1 TO OT-VOID-COUNT (OPER-IDX)
                    ADD OH-TOTAL-AMOUNT TO OT-VOID-VALUE (OPER-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-ORDER-HEADER.

      *****************************************************************
      *  A WEEK THAT STARTED IN LAST MONTH MAY HAVE ITS FIRST DAYS    *
      *  ALREADY ARCHIVED - THEIR RETURNS ARE READ BACK FROM SALES    *
      *  HISTORY THROUGH THE SALES-TRANSACTION LAYOUT.                *
      *****************************************************************
       COUNT-ARCHIVED-RETURNS.
           OPEN INPUT SALES-HISTORY.
           IF SALESHST-STATUS = "00"
              SET NOT-END-OF-SALES-HISTORY TO TRUE
              PERFORM READ-SALES-HISTORY
              PERFORM COUNT-ONE-ARCHIVED-LINE
                 UNTIL END-OF-SALES-HISTORY
              CLOSE SALES-HISTORY
           END-IF.

       READ-SALES-HISTORY.
           READ SALES-HISTORY
               AT END
                  SET END-OF-SALES-HISTORY TO TRUE
           END-READ.

       COUNT-ONE-ARCHIVED-LINE.
           IF SH-PERIOD = WEEK-START-PERIOD
              MOVE SH-SALE-DETAIL TO SALES-TRANSACTION-RECORD
              PERFORM COUNT-RETURN-LINE
           END-IF.
           PERFORM READ-SALES-HISTORY.

       COUNT-WEEK-RETURNS.
           OPEN INPUT SALES-TRANSACTION.
           IF SALESTRX-STATUS = "00"
              SET NOT-END-OF-SALES-TRANSACTION TO TRUE
              PERFORM READ-SALES-TRANSACTION
              PERFORM COUNT-ONE-SALES-LINE
                 UNTIL END-OF-SALES-TRANSACTION
              CLOSE SALES-TRANSACTION
           END-IF.

       READ-SALES-TRANSACTION.
           READ SALES-TRANSACTION
               AT END
                  SET END-OF-SALES-TRANSACTION TO TRUE
           END-READ.

       COUNT-ONE-SALES-LINE.
           PERFORM COUNT-RETURN-LINE.
           PERFORM READ-SALES-TRANSACTION.

      *****************************************************************
      *  A RETURN LINE IN THE WEEK COUNTS FOR THE OPERATOR WHO TOOK   *
      *  IT. THE OFFSETTING LINES VOID-ORDER WRITES ARE RETURN LINES  *
      *  TOO, BUT THEIR ORDER IS VOIDED (AN ORDER WITH A CUSTOMER     *
      *  RETURN AGAINST IT CANNOT BE VOIDED) - THOSE ARE ALREADY      *
      *  COUNTED AS VOIDS AND ARE SKIPPED. A RETURN AGAINST AN ORDER  *
      *  THE SAME OPERATOR RANG IS AN OWN-SALE RETURN.                *
      *****************************************************************
       COUNT-RETURN-LINE.
           IF TRX-RETURN
              AND SALE-DATE NOT < WEEK-START-DATE
              AND SALE-DATE NOT > BUSINESS-DATE
              MOVE SPACES TO OH-STATUS
              MOVE SPACES TO OH-OPERATOR-ID
              IF ORDER-HEADER-IS-OPEN
                 MOVE ORDER-NUMBER TO OH-ORDER-NUMBER
                 READ ORDER-HEADER
                     INVALID KEY
                        MOVE SPACES TO OH-STATUS
                        MOVE SPACES TO OH-OPERATOR-ID
                 END-READ
              END-IF
              IF NOT OH-VOIDED
                 MOVE TRX-OPERATOR-ID TO WORKING-OPERATOR-ID
                 PERFORM FIND-OR-ADD-OPERATOR-ENTRY
                 IF ENTRY-WAS-FOUND
                    ADD 1 TO OT-RETURN-COUNT (OPER-IDX)
                    ADD TOTAL-AMOUNT TO OT-RETURN-VALUE (OPER-IDX)
                    IF TRX-OPERATOR-ID NOT = SPACES
                       AND OH-OPERATOR-ID = TRX-OPERATOR-ID
                       ADD 1 TO OT-OWN-SALE-COUNT (OPER-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  THE DROPPED-SLIP LOG HOLDS ONE RECORD PER SLIP LINE, A       *
      *  SLIP'S LINES TOGETHER - A NEW DATE OR SLIP NUMBER STARTS     *
      *  THE NEXT SLIP.                                               *
      *****************************************************************
       COUNT-DROPPED-SLIPS.
           MOVE ZERO TO PREVIOUS-SLIP-DATE.
           MOVE ZERO TO PREVIOUS-SLIP-NUMBER.
           OPEN INPUT DROPPED-SLIP-LOG.
           IF SLIPLOG-STATUS = "00"
              SET NOT-END-OF-SLIP-LOG TO TRUE
              PERFORM READ-DROPPED-SLIP-LOG
              PERFORM COUNT-ONE-SLIP-LINE
                 UNTIL END-OF-SLIP-LOG
              CLOSE DROPPED-SLIP-LOG
           END-IF.

       READ-DROPPED-SLIP-LOG.
           READ DROPPED-SLIP-LOG
               AT END
                  SET END-OF-SLIP-LOG TO TRUE
           END-READ.

       COUNT-ONE-SLIP-LINE.
           IF DS-BUSINESS-DATE NOT < WEEK-START-DATE
              AND DS-BUSINESS-DATE NOT > BUSINESS-DATE
              MOVE DS-OPERATOR-ID TO WORKING-OPERATOR-ID
              PERFORM FIND-OR-ADD-OPERATOR-ENTRY
              IF ENTRY-WAS-FOUND
                 IF DS-BUSINESS-DATE NOT = PREVIOUS-SLIP-DATE
                    OR DS-SLIP-NUMBER NOT = PREVIOUS-SLIP-NUMBER
                    ADD 1 TO OT-SLIP-COUNT (OPER-IDX)
                 END-IF
                 ADD DS-LINE-AMOUNT TO OT-SLIP-VALUE (OPER-IDX)
              END-IF
           END-IF.
           MOVE DS-BUSINESS-DATE TO PREVIOUS-SLIP-DATE.
           MOVE DS-SLIP-NUMBER TO PREVIOUS-SLIP-NUMBER.
           PERFORM READ-DROPPED-SLIP-LOG.

       COUNT-CASH-UPS.
           OPEN INPUT CASH-UP-FILE.
           IF CASHUP-STATUS = "00"
              SET NOT-END-OF-CASH-UP TO TRUE
              PERFORM READ-CASH-UP
              PERFORM COUNT-ONE-CASH-UP
                 UNTIL END-OF-CASH-UP
              CLOSE CASH-UP-FILE
           END-IF.

       READ-CASH-UP.
           READ CASH-UP-FILE
               AT END
                  SET END-OF-CASH-UP TO TRUE
           END-READ.

       COUNT-ONE-CASH-UP.
           IF CU-BUSINESS-DATE NOT < WEEK-START-DATE
              AND CU-BUSINESS-DATE NOT > BUSINESS-DATE
              ADD 1 TO CASH-SHIFT-COUNT
              MOVE CU-OPERATOR-ID TO WORKING-OPERATOR-ID
              PERFORM FIND-OR-ADD-OPERATOR-ENTRY
              IF ENTRY-WAS-FOUND
                 ADD 1 TO OT-SHIFT-COUNT (OPER-IDX)
                 IF CU-OVER-SHORT < ZERO
                    ADD 1 TO OT-SHORT-SHIFTS (OPER-IDX)
                 END-IF
                 ADD CU-OVER-SHORT TO OT-NET-OVER-SHORT (OPER-IDX)
              END-IF
           END-IF.
           PERFORM READ-CASH-UP.

      *****************************************************************
      *  ACTIVITY WITH NO OPERATOR ON IT - RETURNS AND SLIPS TAKEN    *
      *  BEFORE THE OPERATOR WAS RECORDED ON THEM - IS KEPT UNDER     *
      *  "(NONE)" SO THE STORE TOTALS STILL ADD UP.                   *
      *****************************************************************
       FIND-OR-ADD-OPERATOR-ENTRY.
           IF WORKING-OPERATOR-ID = SPACES
              MOVE "(NONE)" TO WORKING-OPERATOR-ID
           END-IF.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF OPERATOR-COUNT > 0
              SET OPER-IDX TO 1
              SEARCH OPERATOR-ENTRY
                  WHEN OT-OPERATOR-ID (OPER-IDX) = WORKING-OPERATOR-ID
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-WAS-NOT-FOUND
              IF OPERATOR-COUNT < 300
                 ADD 1 TO OPERATOR-COUNT
                 SET OPER-IDX TO OPERATOR-COUNT
                 MOVE WORKING-OPERATOR-ID TO OT-OPERATOR-ID (OPER-IDX)
                 MOVE ZERO TO OT-ORDER-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-VOID-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-VOID-VALUE (OPER-IDX)
                 MOVE ZERO TO OT-RETURN-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-RETURN-VALUE (OPER-IDX)
                 MOVE ZERO TO OT-OWN-SALE-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-SLIP-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-SLIP-VALUE (OPER-IDX)
                 MOVE ZERO TO OT-SHIFT-COUNT (OPER-IDX)
                 MOVE ZERO TO OT-SHORT-SHIFTS (OPER-IDX)
                 MOVE ZERO TO OT-NET-OVER-SHORT (OPER-IDX)
                 MOVE SPACES TO OT-FLAGS (OPER-IDX)
                 SET OT-NOT-PRINTED (OPER-IDX) TO TRUE
                 SET ENTRY-WAS-FOUND TO TRUE
              ELSE
                 IF OPERATOR-TABLE-NOT-NOTED
                    SET OPERATOR-TABLE-FULL-NOTED TO TRUE
                    MOVE "** OPERATOR TABLE FULL - MORE NOT COUNTED **"
                       TO REPORT-LINE
                    PERFORM WRITE-REPORT-LINE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *  STORE RATES - VOIDS, RETURNS, OWN-SALE RETURNS AND DROPPED   *
      *  SLIPS PER 100 ORDERS RUNG, AND THE CASH SHORT PER SHIFT      *
      *  CASHED UP (NIL WHEN THE STORE CAME OUT OVER FOR THE WEEK).   *
      *****************************************************************
       FIGURE-STORE-RATES.
           PERFORM ADD-OPERATOR-TO-STORE
              VARYING OPER-IDX FROM 1 BY 1
              UNTIL OPER-IDX > OPERATOR-COUNT.
           IF ST-ORDER-COUNT > ZERO
              MOVE ST-ORDER-COUNT TO ORDER-DIVISOR
           ELSE
              MOVE 1 TO ORDER-DIVISOR
           END-IF.
           COMPUTE ST-VOID-RATE ROUNDED =
              ST-VOID-COUNT * 100 / ORDER-DIVISOR.
           COMPUTE ST-RETURN-RATE ROUNDED =
              ST-RETURN-COUNT * 100 / ORDER-DIVISOR.
           COMPUTE ST-OWN-SALE-RATE ROUNDED =
              ST-OWN-SALE-COUNT * 100 / ORDER-DIVISOR.
           COMPUTE ST-SLIP-RATE ROUNDED =
              ST-SLIP-COUNT * 100 / ORDER-DIVISOR.
           IF ST-SHIFT-COUNT > ZERO AND ST-NET-OVER-SHORT < ZERO
              COMPUTE ST-SHORT-PER-SHIFT ROUNDED =
                 (ZERO - ST-NET-OVER-SHORT) / ST-SHIFT-COUNT
           ELSE
              MOVE ZERO TO ST-SHORT-PER-SHIFT
           END-IF.
           IF ST-SHORT-PER-SHIFT < CASH-SHORT-FLOOR
              MOVE CASH-SHORT-FLOOR TO ST-SHORT-MEASURE
           ELSE
              MOVE ST-SHORT-PER-SHIFT TO ST-SHORT-MEASURE
           END-IF.

       ADD-OPERATOR-TO-STORE.
           ADD OT-ORDER-COUNT (OPER-IDX) TO ST-ORDER-COUNT.
           ADD OT-VOID-COUNT (OPER-IDX) TO ST-VOID-COUNT.
           ADD OT-VOID-VALUE (OPER-IDX) TO ST-VOID-VALUE.
           ADD OT-RETURN-COUNT (OPER-IDX) TO ST-RETURN-COUNT.
           ADD OT-RETURN-VALUE (OPER-IDX) TO ST-RETURN-VALUE.
           ADD OT-OWN-SALE-COUNT (OPER-IDX) TO ST-OWN-SALE-COUNT.
           ADD OT-SLIP-COUNT (OPER-IDX) TO ST-SLIP-COUNT.
           ADD OT-SLIP-VALUE (OPER-IDX) TO ST-SLIP-VALUE.
           ADD OT-SHIFT-COUNT (OPER-IDX) TO ST-SHIFT-COUNT.
           ADD OT-NET-OVER-SHORT (OPER-IDX) TO ST-NET-OVER-SHORT.

      *****************************************************************
      *  AN OPERATOR WITH NO ORDERS OF THEIR OWN IN THE WEEK (A       *
      *  SUPERVISOR TAKING RETURNS, SAY) IS RATED AS IF THEY HAD ONE. *
      *****************************************************************
       FLAG-ONE-OPERATOR.
           IF OT-ORDER-COUNT (OPER-IDX) > ZERO
              MOVE OT-ORDER-COUNT (OPER-IDX) TO ORDER-DIVISOR
           ELSE
              MOVE 1 TO ORDER-DIVISOR
           END-IF.
           COMPUTE OT-VOID-RATE (OPER-IDX) ROUNDED =
              OT-VOID-COUNT (OPER-IDX) * 100 / ORDER-DIVISOR.
           COMPUTE OT-RETURN-RATE (OPER-IDX) ROUNDED =
              OT-RETURN-COUNT (OPER-IDX) * 100 / ORDER-DIVISOR.
           COMPUTE OT-OWN-SALE-RATE (OPER-IDX) ROUNDED =
              OT-OWN-SALE-COUNT (OPER-IDX) * 100 / ORDER-DIVISOR.
           COMPUTE OT-SLIP-RATE (OPER-IDX) ROUNDED =
              OT-SLIP-COUNT (OPER-IDX) * 100 / ORDER-DIVISOR.
           IF OT-SHIFT-COUNT (OPER-IDX) > ZERO
              AND OT-NET-OVER-SHORT (OPER-IDX) < ZERO
              COMPUTE OT-SHORT-PER-SHIFT (OPER-IDX) ROUNDED =
                 (ZERO - OT-NET-OVER-SHORT (OPER-IDX))
                    / OT-SHIFT-COUNT (OPER-IDX)
           ELSE
              MOVE ZERO TO OT-SHORT-PER-SHIFT (OPER-IDX)
           END-IF.
           IF OT-VOID-COUNT (OPER-IDX) NOT < FLAG-MINIMUM
              AND OT-VOID-RATE (OPER-IDX) NOT <
                 ST-VOID-RATE * FLAG-FACTOR
              MOVE "V" TO OT-VOID-FLAG (OPER-IDX)
           END-IF.
           IF OT-RETURN-COUNT (OPER-IDX) NOT < FLAG-MINIMUM
              AND OT-RETURN-RATE (OPER-IDX) NOT <
                 ST-RETURN-RATE * FLAG-FACTOR
              MOVE "R" TO OT-RETURN-FLAG (OPER-IDX)
           END-IF.
           IF OT-OWN-SALE-COUNT (OPER-IDX) NOT < FLAG-MINIMUM
              AND OT-OWN-SALE-RATE (OPER-IDX) NOT <
                 ST-OWN-SALE-RATE * FLAG-FACTOR
              MOVE "O" TO OT-OWN-SALE-FLAG (OPER-IDX)
           END-IF.
           IF OT-SLIP-COUNT (OPER-IDX) NOT < FLAG-MINIMUM
              AND OT-SLIP-RATE (OPER-IDX) NOT <
                 ST-SLIP-RATE * FLAG-FACTOR
              MOVE "S" TO OT-SLIP-FLAG (OPER-IDX)
           END-IF.
           IF OT-SHORT-SHIFTS (OPER-IDX) NOT < FLAG-MINIMUM
              AND OT-SHORT-PER-SHIFT (OPER-IDX) NOT <
                 ST-SHORT-MEASURE * FLAG-FACTOR
              MOVE "C" TO OT-CASH-FLAG (OPER-IDX)
           END-IF.
           IF OT-FLAGS (OPER-IDX) NOT = SPACES
              ADD 1 TO FLAGGED-COUNT
           END-IF.

      *****************************************************************
      *  THE OPERATOR LINES FOLLOW THE USER MASTER SO OPERATORS PRINT *
      *  IN ID ORDER; ONE NO LONGER ON THE MASTER (AND "(NONE)")      *
      *  PRINTS AFTER THEM, THEN THE STORE TOTAL.                     *
      *****************************************************************
       PRINT-OPERATOR-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE OPERATOR-SECTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           IF OPERATOR-COUNT = ZERO
              MOVE "NO OPERATOR ACTIVITY IN THE WEEK" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE OPERATOR-HEADING-LINE-1 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE OPERATOR-HEADING-LINE-2 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              SET NOT-END-OF-USER-MASTER TO TRUE
              IF USER-MASTER-IS-OPEN
                 MOVE LOW-VALUES TO USER-ID
                 START USER-MASTER KEY IS NOT LESS THAN USER-ID
                     INVALID KEY
                        CONTINUE
                 END-START
                 IF USERMAST-STATUS NOT = "00"
                    SET END-OF-USER-MASTER TO TRUE
                 ELSE
                    PERFORM READ-NEXT-USER
                 END-IF
              ELSE
                 SET END-OF-USER-MASTER TO TRUE
              END-IF
              PERFORM PRINT-OPERATOR-IF-ACTIVE
                 UNTIL END-OF-USER-MASTER
              PERFORM PRINT-OPERATOR-NOT-ON-FILE
                 VARYING OPER-IDX FROM 1 BY 1
                 UNTIL OPER-IDX > OPERATOR-COUNT
              PERFORM PRINT-STORE-TOTAL-LINE
              PERFORM WRITE-BLANK-LINE
              MOVE FLAG-LEGEND-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-NEXT-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                  SET END-OF-USER-MASTER TO TRUE
           END-READ.

       PRINT-OPERATOR-IF-ACTIVE.
           MOVE USER-ID TO WORKING-OPERATOR-ID.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           SET OPER-IDX TO 1.
           SEARCH OPERATOR-ENTRY
               WHEN OT-OPERATOR-ID (OPER-IDX) = WORKING-OPERATOR-ID
                  SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH.
           IF ENTRY-WAS-FOUND
              MOVE USER-NAME TO DETAIL-OPERATOR-NAME
              PERFORM PRINT-OPERATOR-LINE
           END-IF.
           PERFORM READ-NEXT-USER.

       PRINT-OPERATOR-NOT-ON-FILE.
           IF OT-NOT-PRINTED (OPER-IDX)
              IF OT-OPERATOR-ID (OPER-IDX) = "(NONE)"
                 MOVE "NOT RECORDED" TO DETAIL-OPERATOR-NAME
              ELSE
                 MOVE "** NOT ON FILE **" TO DETAIL-OPERATOR-NAME
              END-IF
              PERFORM PRINT-OPERATOR-LINE
           END-IF.

       PRINT-OPERATOR-LINE.
           MOVE OT-OPERATOR-ID (OPER-IDX) TO DETAIL-OPERATOR-ID.
           MOVE OT-ORDER-COUNT (OPER-IDX) TO DETAIL-ORDER-COUNT.
           MOVE OT-VOID-COUNT (OPER-IDX) TO DETAIL-VOID-COUNT.
           MOVE OT-VOID-VALUE (OPER-IDX) TO DETAIL-VOID-VALUE.
           MOVE OT-RETURN-COUNT (OPER-IDX) TO DETAIL-RETURN-COUNT.
           MOVE OT-RETURN-VALUE (OPER-IDX) TO DETAIL-RETURN-VALUE.
           MOVE OT-OWN-SALE-COUNT (OPER-IDX) TO DETAIL-OWN-SALE-COUNT.
           MOVE OT-SLIP-COUNT (OPER-IDX) TO DETAIL-SLIP-COUNT.
           MOVE OT-SLIP-VALUE (OPER-IDX) TO DETAIL-SLIP-VALUE.
           MOVE OT-FLAGS (OPER-IDX) TO DETAIL-FLAGS.
           MOVE OPERATOR-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           SET OT-PRINTED (OPER-IDX) TO TRUE.

       PRINT-STORE-TOTAL-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE SPACES TO DETAIL-OPERATOR-ID.
           MOVE "ALL OPERATORS" TO DETAIL-OPERATOR-NAME.
           MOVE ST-ORDER-COUNT TO DETAIL-ORDER-COUNT.
           MOVE ST-VOID-COUNT TO DETAIL-VOID-COUNT.
           MOVE ST-VOID-VALUE TO DETAIL-VOID-VALUE.
           MOVE ST-RETURN-COUNT TO DETAIL-RETURN-COUNT.
           MOVE ST-RETURN-VALUE TO DETAIL-RETURN-VALUE.
           MOVE ST-OWN-SALE-COUNT TO DETAIL-OWN-SALE-COUNT.
           MOVE ST-SLIP-COUNT TO DETAIL-SLIP-COUNT.
           MOVE ST-SLIP-VALUE TO DETAIL-SLIP-VALUE.
           MOVE SPACES TO DETAIL-FLAGS.
           MOVE OPERATOR-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-CASH-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE CASH-SECTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           IF CASH-SHIFT-COUNT = ZERO
              MOVE "NO SHIFTS CASHED UP IN THE WEEK" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE CASH-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-OPERATOR-ID
                                   SW-BUSINESS-DATE
                  INPUT PROCEDURE IS LOAD-WEEK-CASH-UPS
                  OUTPUT PROCEDURE IS PRINT-SORTED-CASH-UPS
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.

       PRINT-AVERAGE-SECTION.
           PERFORM WRITE-BLANK-LINE.
           MOVE AVERAGE-SECTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.
           MOVE "VOIDS PER 100 ORDERS" TO AVERAGE-LABEL.
           MOVE ST-VOID-RATE TO AVERAGE-VALUE.
           PERFORM WRITE-AVERAGE-LINE.
           MOVE "RETURN LINES PER 100 ORDERS" TO AVERAGE-LABEL.
           MOVE ST-RETURN-RATE TO AVERAGE-VALUE.
           PERFORM WRITE-AVERAGE-LINE.
           MOVE "OWN-SALE RETURNS PER 100 ORDERS" TO AVERAGE-LABEL.
           MOVE ST-OWN-SALE-RATE TO AVERAGE-VALUE.
           PERFORM WRITE-AVERAGE-LINE.
           MOVE "DROPPED SLIPS PER 100 ORDERS" TO AVERAGE-LABEL.
           MOVE ST-SLIP-RATE TO AVERAGE-VALUE.
           PERFORM WRITE-AVERAGE-LINE.
           MOVE "CASH SHORT PER SHIFT" TO AVERAGE-LABEL.
           MOVE ST-SHORT-PER-SHIFT TO AVERAGE-VALUE.
           PERFORM WRITE-AVERAGE-LINE.
           PERFORM WRITE-BLANK-LINE.
           IF FLAGGED-COUNT = ZERO
              MOVE "NO OPERATOR IS WELL ABOVE THE STORE AVERAGE"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE "OPERATORS WELL ABOVE THE STORE AVERAGE"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM WRITE-BLANK-LINE
              MOVE FLAGGED-HEADING-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM LIST-FLAGGED-OPERATOR
                 VARYING OPER-IDX FROM 1 BY 1
                 UNTIL OPER-IDX > OPERATOR-COUNT
           END-IF.

       WRITE-AVERAGE-LINE.
           MOVE AVERAGE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LIST-FLAGGED-OPERATOR.
           IF OT-FLAGS (OPER-IDX) NOT = SPACES
              MOVE OT-OPERATOR-ID (OPER-IDX) TO FLAGGED-OPERATOR-ID
              PERFORM GET-FLAGGED-OPERATOR-NAME
              MOVE "PER 100 ORD" TO FLAGGED-UNIT
              IF OT-VOID-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "VOIDS" TO FLAGGED-MEASURE
                 MOVE OT-VOID-RATE (OPER-IDX) TO FLAGGED-OPERATOR-RATE
                 MOVE ST-VOID-RATE TO FLAGGED-STORE-RATE
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
              IF OT-RETURN-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "RETURN LINES" TO FLAGGED-MEASURE
                 MOVE OT-RETURN-RATE (OPER-IDX)
                    TO FLAGGED-OPERATOR-RATE
                 MOVE ST-RETURN-RATE TO FLAGGED-STORE-RATE
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
              IF OT-OWN-SALE-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "OWN-SALE RETURNS" TO FLAGGED-MEASURE
                 MOVE OT-OWN-SALE-RATE (OPER-IDX)
                    TO FLAGGED-OPERATOR-RATE
                 MOVE ST-OWN-SALE-RATE TO FLAGGED-STORE-RATE
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
              IF OT-SLIP-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "DROPPED SLIPS" TO FLAGGED-MEASURE
                 MOVE OT-SLIP-RATE (OPER-IDX) TO FLAGGED-OPERATOR-RATE
                 MOVE ST-SLIP-RATE TO FLAGGED-STORE-RATE
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
              IF OT-CASH-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "CASH SHORT" TO FLAGGED-MEASURE
                 MOVE OT-SHORT-PER-SHIFT (OPER-IDX)
                    TO FLAGGED-OPERATOR-RATE
                 MOVE ST-SHORT-PER-SHIFT TO FLAGGED-STORE-RATE
                 MOVE "PER SHIFT" TO FLAGGED-UNIT
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
           END-IF.

       GET-FLAGGED-OPERATOR-NAME.
           MOVE "** NOT ON FILE **" TO FLAGGED-OPERATOR-NAME.
           IF OT-OPERATOR-ID (OPER-IDX) = "(NONE)"
              MOVE "NOT RECORDED" TO FLAGGED-OPERATOR-NAME
           ELSE
              IF USER-MASTER-IS-OPEN
                 MOVE OT-OPERATOR-ID (OPER-IDX) TO USER-ID
                 READ USER-MASTER
                     INVALID KEY
                        CONTINUE
                 END-READ
                 IF USERMAST-STATUS = "00"
                    MOVE USER-NAME TO FLAGGED-OPERATOR-NAME
                 END-IF
              END-IF
           END-IF.

       WRITE-FLAGGED-LINE.
           MOVE FLAGGED-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FLAGGED-OPERATOR-ID.
           MOVE SPACES TO FLAGGED-OPERATOR-NAME.

      *****************************************************************
      *  INPUT PROCEDURE - THE WEEK'S CASH-UPS GO TO THE SORT, TO     *
      *  COME BACK ONE OPERATOR AT A TIME IN DATE ORDER.              *
      *****************************************************************
       LOAD-WEEK-CASH-UPS SECTION.

       LOAD-WEEK-CASH-UPS-START.
           OPEN INPUT CASH-UP-FILE.
           IF CASHUP-STATUS = "00"
              SET NOT-END-OF-CASH-UP TO TRUE
              PERFORM READ-WEEK-CASH-UP
              PERFORM RELEASE-ONE-CASH-UP
                 UNTIL END-OF-CASH-UP
              CLOSE CASH-UP-FILE
           ELSE
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           GO TO LOAD-WEEK-CASH-UPS-EXIT.

       READ-WEEK-CASH-UP.
           READ CASH-UP-FILE
               AT END
                  SET END-OF-CASH-UP TO TRUE
           END-READ.

       RELEASE-ONE-CASH-UP.
           IF CU-BUSINESS-DATE NOT < WEEK-START-DATE
              AND CU-BUSINESS-DATE NOT > BUSINESS-DATE
              IF CU-OPERATOR-ID = SPACES
                 MOVE "(NONE)" TO SW-OPERATOR-ID
              ELSE
                 MOVE CU-OPERATOR-ID TO SW-OPERATOR-ID
              END-IF
              MOVE CU-BUSINESS-DATE TO SW-BUSINESS-DATE
              MOVE CU-EXPECTED-CASH TO SW-EXPECTED-CASH
              MOVE CU-DECLARED-CASH TO SW-DECLARED-CASH
              MOVE CU-OVER-SHORT TO SW-OVER-SHORT
              MOVE CU-SUPERVISOR-ID TO SW-SUPERVISOR-ID
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-WEEK-CASH-UP.

       LOAD-WEEK-CASH-UPS-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - EACH OPERATOR'S SHIFTS IN DATE ORDER WITH *
      *  THE RUNNING NET OVER/SHORT, THEN THE WEEK'S LINE FOR THEM,   *
      *  MARKED WHEN THEIR CASH SHORT IS FLAGGED.                     *
      *****************************************************************
       PRINT-SORTED-CASH-UPS SECTION.

       PRINT-SORTED-CASH-UPS-START.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-CASH-UP.
           PERFORM PRINT-ONE-OPERATOR-CASH
              UNTIL END-OF-SORTED-RECORDS.
           GO TO PRINT-SORTED-CASH-UPS-EXIT.

       RETURN-SORTED-CASH-UP.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       PRINT-ONE-OPERATOR-CASH.
           MOVE SW-OPERATOR-ID TO WORKING-OPERATOR-ID.
           MOVE ZERO TO RUNNING-OVER-SHORT.
           MOVE SW-OPERATOR-ID TO CASH-OPERATOR-ID.
           PERFORM PRINT-ONE-SHIFT
              UNTIL END-OF-SORTED-RECORDS
                 OR SW-OPERATOR-ID NOT = WORKING-OPERATOR-ID.
           PERFORM FIND-CASH-OPERATOR-ENTRY.
           MOVE SPACES TO CASH-TOTAL-FLAG.
           IF ENTRY-WAS-FOUND
              MOVE OT-SHIFT-COUNT (OPER-IDX) TO CASH-TOTAL-SHIFTS
              MOVE OT-SHORT-SHIFTS (OPER-IDX) TO CASH-TOTAL-SHORT
              IF OT-CASH-FLAG (OPER-IDX) NOT = SPACE
                 MOVE "** WELL SHORT **" TO CASH-TOTAL-FLAG
              END-IF
           ELSE
              MOVE ZERO TO CASH-TOTAL-SHIFTS
              MOVE ZERO TO CASH-TOTAL-SHORT
           END-IF.
           MOVE RUNNING-OVER-SHORT TO CASH-TOTAL-NET.
           MOVE CASH-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-BLANK-LINE.

       PRINT-ONE-SHIFT.
           ADD SW-OVER-SHORT TO RUNNING-OVER-SHORT.
           MOVE SW-BUSINESS-DATE TO CASH-BUSINESS-DATE.
           MOVE SW-EXPECTED-CASH TO CASH-EXPECTED.
           MOVE SW-DECLARED-CASH TO CASH-DECLARED.
           MOVE SW-OVER-SHORT TO CASH-OVER-SHORT.
           MOVE RUNNING-OVER-SHORT TO CASH-RUNNING-NET.
           MOVE SW-SUPERVISOR-ID TO CASH-SUPERVISOR-ID.
           MOVE CASH-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO CASH-OPERATOR-ID.
           PERFORM RETURN-SORTED-CASH-UP.

       FIND-CASH-OPERATOR-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF OPERATOR-COUNT > 0
              SET OPER-IDX TO 1
              SEARCH OPERATOR-ENTRY
                  WHEN OT-OPERATOR-ID (OPER-IDX) = WORKING-OPERATOR-ID
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

       PRINT-SORTED-CASH-UPS-EXIT.
           EXIT.

       END PROGRAM LOSS-PREVENTION-REPORT.
