       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYAWAY-AGING.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  WEEKLY LAYAWAY AGING LIST.                                    *
      *  BATCH JOB - READS THE LAYAWAY-HEADER FILE AND LISTS EVERY     *
      *  AGREEMENT STILL OPEN WHOSE DUE DATE HAS PASSED AS OF THE      *
      *  STORE BUSINESS DATE, GROUPED BY HOW FAR PAST DUE IT IS -      *
      *  1-30, 31-60, 61-90 AND OVER 90 DAYS - OLDEST DUE DATE FIRST   *
      *  WITHIN EACH GROUP, WITH THE CUSTOMER, WHAT WAS AGREED, WHAT   *
      *  HAS BEEN PAID AND THE BALANCE STILL OWED. EACH GROUP AND THE  *
      *  LIST AS A WHOLE ARE TOTALLED. THESE ARE THE AGREEMENTS TO     *
      *  CHASE OR FORFEIT THROUGH SERVICE-LAYAWAY. ONE PAID IN FULL    *
      *  BUT NOT YET COLLECTED SHOWS WITH A NIL BALANCE. NO LAYAWAY    *
      *  FILE YET SIMPLY MEANS NOTHING TO LIST. A REPORT THAT CANNOT   *
      *  BE WRITTEN ENDS THE RUN WITH RC 12.                           *
      *  RUN BY THE LAYAGING JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYAWAY-HEADER ASSIGN TO "LAYHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAY-NUMBER
               FILE STATUS IS LAYHDR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "LAYAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LAYAWAY-HEADER.
       COPY "layaway-header.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-AGE-GROUP            PIC 9(1).
               88  SW-UP-TO-30-DAYS         VALUE 1.
               88  SW-UP-TO-60-DAYS         VALUE 2.
               88  SW-UP-TO-90-DAYS         VALUE 3.
               88  SW-OVER-90-DAYS          VALUE 4.
           05  SW-DUE-DATE             PIC 9(8).
           05  SW-LAYAWAY-NUMBER       PIC 9(8).
           05  SW-CUSTOMER-NUMBER      PIC 9(6).
           05  SW-DAYS-PAST-DUE        PIC 9(5).
           05  SW-TOTAL-AMOUNT         PIC 9(7)V99.
           05  SW-AMOUNT-PAID          PIC 9(7)V99.
           05  SW-BALANCE-DUE          PIC 9(7)V99.

       WORKING-STORAGE SECTION.
         01 LAYHDR-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 LAYAWAY-HEADER-EOF-SWITCH PIC X(1).
             88 END-OF-LAYAWAY-HEADER      VALUE 'Y'.
             88 NOT-END-OF-LAYAWAY-HEADER  VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 DAYS-PAST-DUE PIC 9(5).
         01 CURRENT-AGE-GROUP PIC 9(1).

         01 GROUP-COUNT PIC 9(5).
         01 GROUP-TOTAL PIC 9(9)V99.
         01 GROUP-PAID PIC 9(9)V99.
         01 GROUP-BALANCE PIC 9(9)V99.
         01 GRAND-COUNT PIC 9(5) VALUE ZERO.
         01 GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
         01 GRAND-PAID PIC 9(9)V99 VALUE ZERO.
         01 GRAND-BALANCE PIC 9(9)V99 VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER                  PIC X(30)
                 VALUE "LAYAWAYS PAST DUE AS OF DATE ".
             05  HEADING-BUSINESS-DATE   PIC 9(8).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(50) VALUE
                 "LAYAWAY # DUE       DAYS  CUST #  CUSTOMER NAME   ".
             05  FILLER PIC X(40) VALUE
                 "           TOTAL        PAID     BALANCE".

         01 GROUP-HEADING-LINE.
             05  GROUP-HEADING-TEXT      PIC X(40).

         01 LAYAWAY-DETAIL-LINE.
             05  DETAIL-LAYAWAY-NUMBER   PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DUE-DATE         PIC 9(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-DAYS-PAST-DUE    PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-TOTAL-AMOUNT     PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-AMOUNT-PAID      PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-BALANCE-DUE      PIC ZZZZZZ9.99.

         01 GROUP-TOTAL-LINE.
             05  GROUP-TOTAL-LABEL       PIC X(12).
             05  GROUP-TOTAL-COUNT       PIC ZZZZ9.
             05  FILLER                  PIC X(37) VALUE SPACES.
             05  GROUP-TOTAL-AMOUNT      PIC ZZZZZZZZ9.99.
             05  GROUP-TOTAL-PAID        PIC ZZZZZZZZ9.99.
             05  GROUP-TOTAL-BALANCE     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           OPEN OUTPUT AGING-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-AGE-GROUP
                                   SW-DUE-DATE
                                   SW-LAYAWAY-NUMBER
                  INPUT PROCEDURE IS SELECT-LAYAWAYS
                  OUTPUT PROCEDURE IS PRINT-LAYAWAYS
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-GRAND-TOTAL
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE AGING-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "LAYAWAY-AGING FAILED, REPORT INCOMPLETE"
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
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ALL PAST DUE" TO GROUP-TOTAL-LABEL.
           MOVE GRAND-COUNT TO GROUP-TOTAL-COUNT.
           MOVE GRAND-TOTAL TO GROUP-TOTAL-AMOUNT.
           MOVE GRAND-PAID TO GROUP-TOTAL-PAID.
           MOVE GRAND-BALANCE TO GROUP-TOTAL-BALANCE.
           MOVE GROUP-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  INPUT PROCEDURE - RELEASES EACH OPEN AGREEMENT WHOSE DUE     *
      *  DATE IS BEFORE THE BUSINESS DATE, TAGGED WITH ITS AGE GROUP. *
      *  SOLD, CANCELLED AND FORFEITED AGREEMENTS ARE DONE WITH AND   *
      *  LEFT OUT.                                                    *
      *****************************************************************
       SELECT-LAYAWAYS SECTION.

       SELECT-LAYAWAYS-START.
           OPEN INPUT LAYAWAY-HEADER.
           IF LAYHDR-STATUS = "00"
              SET NOT-END-OF-LAYAWAY-HEADER TO TRUE
              PERFORM READ-LAYAWAY-HEADER
              PERFORM RELEASE-ONE-LAYAWAY
                 UNTIL END-OF-LAYAWAY-HEADER
              CLOSE LAYAWAY-HEADER
           END-IF.
           GO TO SELECT-LAYAWAYS-EXIT.

       READ-LAYAWAY-HEADER.
           READ LAYAWAY-HEADER NEXT RECORD
               AT END
                  SET END-OF-LAYAWAY-HEADER TO TRUE
           END-READ.

       RELEASE-ONE-LAYAWAY.
           IF LAY-OPEN AND LAY-DUE-DATE < BUSINESS-DATE
              COMPUTE DAYS-PAST-DUE = BUSINESS-DATE-INTEGER
                 - FUNCTION INTEGER-OF-DATE(LAY-DUE-DATE)
              EVALUATE TRUE
                  WHEN DAYS-PAST-DUE NOT > 30
                     SET SW-UP-TO-30-DAYS TO TRUE
                  WHEN DAYS-PAST-DUE NOT > 60
                     SET SW-UP-TO-60-DAYS TO TRUE
                  WHEN DAYS-PAST-DUE NOT > 90
                     SET SW-UP-TO-90-DAYS TO TRUE
                  WHEN OTHER
                     SET SW-OVER-90-DAYS TO TRUE
              END-EVALUATE
              MOVE LAY-DUE-DATE TO SW-DUE-DATE
              MOVE LAY-NUMBER TO SW-LAYAWAY-NUMBER
              MOVE LAY-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
              MOVE DAYS-PAST-DUE TO SW-DAYS-PAST-DUE
              MOVE LAY-TOTAL-AMOUNT TO SW-TOTAL-AMOUNT
              MOVE LAY-AMOUNT-PAID TO SW-AMOUNT-PAID
              IF LAY-AMOUNT-PAID < LAY-TOTAL-AMOUNT
                 COMPUTE SW-BALANCE-DUE =
                    LAY-TOTAL-AMOUNT - LAY-AMOUNT-PAID
              ELSE
                 MOVE ZERO TO SW-BALANCE-DUE
              END-IF
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-LAYAWAY-HEADER.

       SELECT-LAYAWAYS-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE BLOCK PER AGE GROUP WITH ITS COUNT,   *
      *  VALUE, PAID AND BALANCE. A GROUP WITH NOTHING IN IT IS LEFT  *
      *  OFF.                                                         *
      *****************************************************************
       PRINT-LAYAWAYS SECTION.

       PRINT-LAYAWAYS-START.
           MOVE ZERO TO CURRENT-AGE-GROUP.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM PRINT-ONE-LAYAWAY
              UNTIL END-OF-SORTED-RECORDS.
           IF CURRENT-AGE-GROUP NOT = ZERO
              PERFORM END-AGE-GROUP
           END-IF.
           GO TO PRINT-LAYAWAYS-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       PRINT-ONE-LAYAWAY.
           IF SW-AGE-GROUP NOT = CURRENT-AGE-GROUP
              IF CURRENT-AGE-GROUP NOT = ZERO
                 PERFORM END-AGE-GROUP
              END-IF
              PERFORM START-AGE-GROUP
           END-IF.
           MOVE SW-LAYAWAY-NUMBER TO DETAIL-LAYAWAY-NUMBER.
           MOVE SW-DUE-DATE TO DETAIL-DUE-DATE.
           MOVE SW-DAYS-PAST-DUE TO DETAIL-DAYS-PAST-DUE.
           MOVE SW-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER.
           MOVE SW-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF CUSTMAST-STATUS = "00"
              MOVE CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           ELSE
              MOVE "** NOT ON FILE **" TO DETAIL-CUSTOMER-NAME
           END-IF.
           MOVE SW-TOTAL-AMOUNT TO DETAIL-TOTAL-AMOUNT.
           MOVE SW-AMOUNT-PAID TO DETAIL-AMOUNT-PAID.
           MOVE SW-BALANCE-DUE TO DETAIL-BALANCE-DUE.
           MOVE LAYAWAY-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO GROUP-COUNT.
           ADD SW-TOTAL-AMOUNT TO GROUP-TOTAL.
           ADD SW-AMOUNT-PAID TO GROUP-PAID.
           ADD SW-BALANCE-DUE TO GROUP-BALANCE.
           PERFORM RETURN-SORTED-RECORD.

       START-AGE-GROUP.
           MOVE SW-AGE-GROUP TO CURRENT-AGE-GROUP.
           MOVE ZERO TO GROUP-COUNT.
           MOVE ZERO TO GROUP-TOTAL.
           MOVE ZERO TO GROUP-PAID.
           MOVE ZERO TO GROUP-BALANCE.
           EVALUATE TRUE
               WHEN SW-UP-TO-30-DAYS
                  MOVE "1 TO 30 DAYS PAST DUE" TO GROUP-HEADING-TEXT
               WHEN SW-UP-TO-60-DAYS
                  MOVE "31 TO 60 DAYS PAST DUE" TO GROUP-HEADING-TEXT
               WHEN SW-UP-TO-90-DAYS
                  MOVE "61 TO 90 DAYS PAST DUE" TO GROUP-HEADING-TEXT
               WHEN OTHER
                  MOVE "OVER 90 DAYS PAST DUE" TO GROUP-HEADING-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GROUP-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END-AGE-GROUP.
           MOVE "  LAYAWAYS: " TO GROUP-TOTAL-LABEL.
           MOVE GROUP-COUNT TO GROUP-TOTAL-COUNT.
           MOVE GROUP-TOTAL TO GROUP-TOTAL-AMOUNT.
           MOVE GROUP-PAID TO GROUP-TOTAL-PAID.
           MOVE GROUP-BALANCE TO GROUP-TOTAL-BALANCE.
           MOVE GROUP-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD GROUP-COUNT TO GRAND-COUNT.
           ADD GROUP-TOTAL TO GRAND-TOTAL.
           ADD GROUP-PAID TO GRAND-PAID.
           ADD GROUP-BALANCE TO GRAND-BALANCE.

       PRINT-LAYAWAYS-EXIT.
           EXIT.

       END PROGRAM LAYAWAY-AGING.
