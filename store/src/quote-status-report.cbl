       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-STATUS-REPORT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  WEEKLY QUOTATION STATUS REPORT.                               *
      *  BATCH JOB - READS THE QUOTE-HEADER FILE FOR THE SEVEN DAYS    *
      *  ENDING ON THE STORE BUSINESS DATE AND LISTS, IN QUOTE NUMBER  *
      *  ORDER, THE QUOTES STILL OPEN (PRICES STILL HELD), THE QUOTES  *
      *  SOLD THIS WEEK WITH THE ORDER THAT SOLD THEM, AND THE QUOTES  *
      *  WHOSE HOLD RAN OUT THIS WEEK UNSOLD, EACH WITH ITS COUNT AND  *
      *  VALUE. THE SUMMARY GIVES THE QUOTES ISSUED THIS WEEK AND THE  *
      *  CONVERSION RATE - QUOTES SOLD THIS WEEK AS A PERCENTAGE OF    *
      *  THOSE THAT CLOSED THIS WEEK EITHER WAY, SOLD OR EXPIRED.      *
      *  A REPORT THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 12.      *
      *  RUN BY THE QUOTERPT JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-HEADER ASSIGN TO "QUOTEHDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS QUOTEHDR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT QUOTE-REPORT-FILE ASSIGN TO "QUOTERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-HEADER.
       COPY "quote-header.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  QUOTE-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-QUOTE-GROUP          PIC 9(1).
               88  SW-OPEN-QUOTE            VALUE 1.
               88  SW-CONVERTED-QUOTE       VALUE 2.
               88  SW-EXPIRED-QUOTE         VALUE 3.
           05  SW-QUOTE-NUMBER         PIC 9(8).
           05  SW-QUOTE-DATE           PIC 9(8).
           05  SW-EXPIRY-DATE          PIC 9(8).
           05  SW-CUSTOMER-NUMBER      PIC 9(6).
           05  SW-TOTAL-AMOUNT         PIC 9(7)V99.
           05  SW-ORDER-NUMBER         PIC 9(8).

       WORKING-STORAGE SECTION.
         01 QUOTEHDR-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 QUOTE-HEADER-EOF-SWITCH PIC X(1).
             88 END-OF-QUOTE-HEADER        VALUE 'Y'.
             88 NOT-END-OF-QUOTE-HEADER    VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 WEEK-START-DATE PIC 9(8).
         01 EXPIRY-WINDOW-START PIC 9(8).
         01 CURRENT-QUOTE-GROUP PIC 9(1).

         01 ISSUED-COUNT PIC 9(5) VALUE ZERO.
         01 ISSUED-VALUE PIC 9(9)V99 VALUE ZERO.
         01 GROUP-COUNT PIC 9(5).
         01 GROUP-VALUE PIC 9(9)V99.
         01 OPEN-COUNT PIC 9(5) VALUE ZERO.
         01 OPEN-VALUE PIC 9(9)V99 VALUE ZERO.
         01 CONVERTED-COUNT PIC 9(5) VALUE ZERO.
         01 CONVERTED-VALUE PIC 9(9)V99 VALUE ZERO.
         01 EXPIRED-COUNT PIC 9(5) VALUE ZERO.
         01 EXPIRED-VALUE PIC 9(9)V99 VALUE ZERO.
         01 CLOSED-COUNT PIC 9(5).
         01 CONVERSION-RATE PIC 9(3)V9.

         01 HEADING-LINE.
             05  FILLER                  PIC X(33)
                 VALUE "QUOTATION STATUS FOR THE WEEK OF ".
             05  HEADING-WEEK-START      PIC 9(8).
             05  FILLER                  PIC X(4) VALUE " TO ".
             05  HEADING-BUSINESS-DATE   PIC 9(8).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(51) VALUE
                 "QUOTE #   QUOTED    EXPIRES   CUST #  CUSTOMER NAME".
             05  FILLER PIC X(29) VALUE
                 "       TOTAL QUOTED   ORDER #".

         01 GROUP-HEADING-LINE.
             05  GROUP-HEADING-TEXT      PIC X(40).

         01 QUOTE-DETAIL-LINE.
             05  DETAIL-QUOTE-NUMBER     PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-QUOTE-DATE       PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EXPIRY-DATE      PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-TOTAL-AMOUNT     PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ORDER-NUMBER     PIC Z(8).

         01 GROUP-TOTAL-LINE.
             05  FILLER                  PIC X(10)
                 VALUE "  QUOTES: ".
             05  GROUP-TOTAL-COUNT       PIC ZZZZ9.
             05  FILLER                  PIC X(9) VALUE "  VALUE: ".
             05  GROUP-TOTAL-VALUE       PIC ZZZZZZZZ9.99.

         01 SUMMARY-LINE.
             05  SUMMARY-LABEL           PIC X(28).
             05  SUMMARY-COUNT           PIC ZZZZ9.
             05  FILLER                  PIC X(9) VALUE "  VALUE: ".
             05  SUMMARY-VALUE           PIC ZZZZZZZZ9.99.

         01 RATE-LINE.
             05  FILLER                  PIC X(28)
                 VALUE "CONVERSION RATE............:".
             05  RATE-PERCENT            PIC ZZ9.9.
             05  FILLER                  PIC X(2) VALUE " %".

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 6).
           COMPUTE EXPIRY-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 7).
           OPEN OUTPUT QUOTE-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-QUOTE-GROUP
                                   SW-QUOTE-NUMBER
                  INPUT PROCEDURE IS SELECT-QUOTES
                  OUTPUT PROCEDURE IS PRINT-QUOTES
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-SUMMARY
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE QUOTE-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "QUOTE-STATUS-REPORT FAILED, REPORT INCOMPLETE"
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

      *****************************************************************
      *  THE SUMMARY. THE CONVERSION RATE ONLY COUNTS QUOTES THAT     *
      *  CLOSED THIS WEEK - A QUOTE STILL OPEN HAS NOT YET BEEN WON   *
      *  OR LOST. WITH NOTHING CLOSED THE RATE PRINTS AS ZERO.        *
      *****************************************************************
       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "QUOTES ISSUED THIS WEEK....:" TO SUMMARY-LABEL.
           MOVE ISSUED-COUNT TO SUMMARY-COUNT.
           MOVE ISSUED-VALUE TO SUMMARY-VALUE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SOLD THIS WEEK.............:" TO SUMMARY-LABEL.
           MOVE CONVERTED-COUNT TO SUMMARY-COUNT.
           MOVE CONVERTED-VALUE TO SUMMARY-VALUE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EXPIRED UNSOLD THIS WEEK...:" TO SUMMARY-LABEL.
           MOVE EXPIRED-COUNT TO SUMMARY-COUNT.
           MOVE EXPIRED-VALUE TO SUMMARY-VALUE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STILL OPEN.................:" TO SUMMARY-LABEL.
           MOVE OPEN-COUNT TO SUMMARY-COUNT.
           MOVE OPEN-VALUE TO SUMMARY-VALUE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE CLOSED-COUNT = CONVERTED-COUNT + EXPIRED-COUNT.
           IF CLOSED-COUNT > ZERO
              COMPUTE CONVERSION-RATE ROUNDED =
                 CONVERTED-COUNT * 100 / CLOSED-COUNT
           ELSE
              MOVE ZERO TO CONVERSION-RATE
           END-IF.
           MOVE CONVERSION-RATE TO RATE-PERCENT.
           MOVE RATE-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  INPUT PROCEDURE - COUNTS THE QUOTES ISSUED THIS WEEK AND     *
      *  RELEASES EACH QUOTE THAT IS STILL OPEN, WAS SOLD THIS WEEK,  *
      *  OR RAN OUT THIS WEEK (ITS LAST GOOD DAY FELL FROM THE DAY    *
      *  BEFORE THE WEEK STARTED THROUGH YESTERDAY). OLDER CLOSED     *
      *  QUOTES ARE LEFT OUT. NO QUOTE FILE YET SIMPLY MEANS NOTHING  *
      *  TO LIST.                                                     *
      *****************************************************************
       SELECT-QUOTES SECTION.

       SELECT-QUOTES-START.
           OPEN INPUT QUOTE-HEADER.
           IF QUOTEHDR-STATUS = "00"
              SET NOT-END-OF-QUOTE-HEADER TO TRUE
              PERFORM READ-QUOTE-HEADER
              PERFORM RELEASE-ONE-QUOTE
                 UNTIL END-OF-QUOTE-HEADER
              CLOSE QUOTE-HEADER
           END-IF.
           GO TO SELECT-QUOTES-EXIT.

       READ-QUOTE-HEADER.
           READ QUOTE-HEADER NEXT RECORD
               AT END
                  SET END-OF-QUOTE-HEADER TO TRUE
           END-READ.

       RELEASE-ONE-QUOTE.
           IF QH-QUOTE-DATE NOT < WEEK-START-DATE
              AND QH-QUOTE-DATE NOT > BUSINESS-DATE
              ADD 1 TO ISSUED-COUNT
              ADD QH-TOTAL-AMOUNT TO ISSUED-VALUE
           END-IF.
           MOVE ZERO TO SW-QUOTE-GROUP.
           EVALUATE TRUE
               WHEN QH-CONVERTED
                  IF QH-CONVERTED-DATE NOT < WEEK-START-DATE
                     AND QH-CONVERTED-DATE NOT > BUSINESS-DATE
                     SET SW-CONVERTED-QUOTE TO TRUE
                  END-IF
               WHEN QH-EXPIRY-DATE NOT < BUSINESS-DATE
                  SET SW-OPEN-QUOTE TO TRUE
               WHEN QH-EXPIRY-DATE NOT < EXPIRY-WINDOW-START
                  SET SW-EXPIRED-QUOTE TO TRUE
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF SW-QUOTE-GROUP NOT = ZERO
              MOVE QH-QUOTE-NUMBER TO SW-QUOTE-NUMBER
              MOVE QH-QUOTE-DATE TO SW-QUOTE-DATE
              MOVE QH-EXPIRY-DATE TO SW-EXPIRY-DATE
              MOVE QH-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
              MOVE QH-TOTAL-AMOUNT TO SW-TOTAL-AMOUNT
              MOVE QH-ORDER-NUMBER TO SW-ORDER-NUMBER
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-QUOTE-HEADER.

       SELECT-QUOTES-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE BLOCK PER GROUP (OPEN, SOLD THIS      *
      *  WEEK, EXPIRED THIS WEEK) WITH ITS COUNT AND VALUE. A GROUP   *
      *  WITH NOTHING IN IT IS LEFT OFF.                              *
      *****************************************************************
       PRINT-QUOTES SECTION.

       PRINT-QUOTES-START.
           MOVE ZERO TO CURRENT-QUOTE-GROUP.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM PRINT-ONE-QUOTE
              UNTIL END-OF-SORTED-RECORDS.
           IF CURRENT-QUOTE-GROUP NOT = ZERO
              PERFORM END-QUOTE-GROUP
           END-IF.
           GO TO PRINT-QUOTES-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       PRINT-ONE-QUOTE.
           IF SW-QUOTE-GROUP NOT = CURRENT-QUOTE-GROUP
              IF CURRENT-QUOTE-GROUP NOT = ZERO
                 PERFORM END-QUOTE-GROUP
              END-IF
              PERFORM START-QUOTE-GROUP
           END-IF.
           MOVE SW-QUOTE-NUMBER TO DETAIL-QUOTE-NUMBER.
           MOVE SW-QUOTE-DATE TO DETAIL-QUOTE-DATE.
           MOVE SW-EXPIRY-DATE TO DETAIL-EXPIRY-DATE.
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
           MOVE SW-ORDER-NUMBER TO DETAIL-ORDER-NUMBER.
           MOVE QUOTE-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO GROUP-COUNT.
           ADD SW-TOTAL-AMOUNT TO GROUP-VALUE.
           PERFORM RETURN-SORTED-RECORD.

       START-QUOTE-GROUP.
           MOVE SW-QUOTE-GROUP TO CURRENT-QUOTE-GROUP.
           MOVE ZERO TO GROUP-COUNT.
           MOVE ZERO TO GROUP-VALUE.
           EVALUATE TRUE
               WHEN SW-OPEN-QUOTE
                  MOVE "OPEN QUOTES - PRICES STILL HELD" TO
                     GROUP-HEADING-TEXT
               WHEN SW-CONVERTED-QUOTE
                  MOVE "QUOTES SOLD THIS WEEK" TO GROUP-HEADING-TEXT
               WHEN OTHER
                  MOVE "QUOTES EXPIRED UNSOLD THIS WEEK" TO
                     GROUP-HEADING-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GROUP-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END-QUOTE-GROUP.
           MOVE GROUP-COUNT TO GROUP-TOTAL-COUNT.
           MOVE GROUP-VALUE TO GROUP-TOTAL-VALUE.
           MOVE GROUP-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE CURRENT-QUOTE-GROUP
               WHEN 1
                  MOVE GROUP-COUNT TO OPEN-COUNT
                  MOVE GROUP-VALUE TO OPEN-VALUE
               WHEN 2
                  MOVE GROUP-COUNT TO CONVERTED-COUNT
                  MOVE GROUP-VALUE TO CONVERTED-VALUE
               WHEN OTHER
                  MOVE GROUP-COUNT TO EXPIRED-COUNT
                  MOVE GROUP-VALUE TO EXPIRED-VALUE
           END-EVALUATE.

       PRINT-QUOTES-EXIT.
           EXIT.

       END PROGRAM QUOTE-STATUS-REPORT.
