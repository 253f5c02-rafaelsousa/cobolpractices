       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-LIABILITY-REPORT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MONTH-END LOYALTY POINTS LIABILITY REPORT.                    *
      *  BATCH JOB - REBUILDS EVERY CUSTOMER'S POINTS FROM THE         *
      *  LOYALTY-ACTIVITY FILE AS AT THE END OF THE REPORT MONTH,      *
      *  LISTS EACH CUSTOMER HOLDING POINTS WITH THE MONTH'S ROLL-     *
      *  FORWARD (OPENING, EARNED, REDEEMED NET OF ANY CREDITED BACK,  *
      *  REVERSED AND EXPIRED, CLOSING) AND THE CLOSING POINTS VALUED  *
      *  AT LOYALTY-POINT-VALUE, THEN THE SAME ROLL-FORWARD FOR THE    *
      *  WHOLE PROGRAMME AND THE OUTSTANDING LIABILITY TO BOOK. A      *
      *  BALANCE BELOW ZERO (POINTS REVERSED AFTER THEY WERE SPENT) IS *
      *  IN THE ROLL-FORWARD BUT CARRIES NO LIABILITY. ACTIVITY AFTER  *
      *  THE MONTH IS LEFT FOR ITS OWN REPORT, SO AN OLDER MONTH CAN   *
      *  BE REPRINTED. THE REPORT MONTH (YYYYMM) IS ACCEPTED FROM      *
      *  SYSIN. A REPORT THAT CANNOT BE WRITTEN ENDS THE RUN WITH      *
      *  RC 12.                                                        *
      *  RUN BY THE LOYALTY JCL AFTER LOYALTY-EXPIRY.                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT LIABILITY-REPORT-FILE ASSIGN TO "LOYLBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  LIABILITY-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CUSTOMER-NUMBER      PIC 9(6).
           05  SW-IN-PERIOD-FLAG       PIC X(1).
               88  SW-IN-REPORT-PERIOD      VALUE 'Y'.
               88  SW-BEFORE-REPORT-PERIOD  VALUE 'N'.
           05  SW-ACTIVITY-TYPE        PIC X(1).
           05  SW-POINTS               PIC S9(9).

       WORKING-STORAGE SECTION.
         01 LOYTRX-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 LOYALTY-ACTIVITY-EOF-SWITCH PIC X(1).
             88 END-OF-LOYALTY-ACTIVITY    VALUE 'Y'.
             88 NOT-END-OF-LOYALTY-ACTIVITY VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 REPORT-PERIOD PIC 9(6).
         01 ACTIVITY-PERIOD PIC 9(6).
         01 CURRENT-CUSTOMER PIC 9(6).

         01 CUSTOMER-POINTS.
             05 CUSTOMER-OPENING         PIC S9(11).
             05 CUSTOMER-EARNED          PIC S9(11).
             05 CUSTOMER-REDEEMED        PIC S9(11).
             05 CUSTOMER-REVERSED        PIC S9(11).
             05 CUSTOMER-CLOSING         PIC S9(11).
         01 CUSTOMER-VALUE PIC 9(9)V99.

         01 PROGRAMME-TOTALS.
             05 TOTAL-OPENING            PIC S9(11) VALUE ZERO.
             05 TOTAL-EARNED             PIC S9(11) VALUE ZERO.
             05 TOTAL-REDEEMED           PIC S9(11) VALUE ZERO.
             05 TOTAL-CREDITED           PIC S9(11) VALUE ZERO.
             05 TOTAL-REVERSED           PIC S9(11) VALUE ZERO.
             05 TOTAL-EXPIRED            PIC S9(11) VALUE ZERO.
             05 TOTAL-CLOSING            PIC S9(11) VALUE ZERO.
             05 TOTAL-LIABILITY-POINTS   PIC S9(11) VALUE ZERO.
             05 TOTAL-LIABILITY-VALUE    PIC S9(9)V99 VALUE ZERO.
         01 HOLDER-COUNT PIC 9(7) VALUE ZERO.

       COPY "loyalty-rules.cpy".

         01 HEADING-LINE.
             05  FILLER                  PIC X(35)
                 VALUE "LOYALTY POINTS LIABILITY FOR PERIOD".
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  HEADING-PERIOD          PIC 9(6).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(38) VALUE
                 "CUST #  CUSTOMER NAME          OPENING".
             05  FILLER PIC X(46) VALUE
                 "   EARNED REDEEMED  REV/EXP  CLOSING     VALUE".

         01 LIABILITY-DETAIL-LINE.
             05  DETAIL-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-OPENING          PIC ZZZZZZZ9-.
             05  DETAIL-EARNED           PIC ZZZZZZZ9-.
             05  DETAIL-REDEEMED         PIC ZZZZZZZ9-.
             05  DETAIL-REVERSED         PIC ZZZZZZZ9-.
             05  DETAIL-CLOSING          PIC ZZZZZZZ9-.
             05  DETAIL-VALUE            PIC ZZZZZZ9.99.

         01 SUMMARY-LINE.
             05  SUMMARY-LABEL           PIC X(30).
             05  SUMMARY-POINTS          PIC ZZZZZZZZZZ9-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SUMMARY-VALUE           PIC ZZZZZZZZ9.99-.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           ACCEPT REPORT-PERIOD.
           OPEN OUTPUT LIABILITY-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-CUSTOMER-NUMBER
                  INPUT PROCEDURE IS SELECT-ACTIVITY-TO-DATE
                  OUTPUT PROCEDURE IS PRINT-POINTS-LIABILITY
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE LIABILITY-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "LOYALTY-LIABILITY-REPORT FAILED, "
                 "REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY "LOYALTY LIABILITY PERIOD " REPORT-PERIOD
                 " CUSTOMERS WITH POINTS: " HOLDER-COUNT
           END-IF.
           STOP RUN.

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       PRINT-HEADINGS.
           MOVE REPORT-PERIOD TO HEADING-PERIOD.
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
      *  INPUT PROCEDURE - RELEASES EVERY MOVEMENT UP TO THE END OF   *
      *  THE REPORT MONTH, MARKED AS BEFORE OR IN THE MONTH. NO       *
      *  ACTIVITY FILE YET MEANS NO POINTS OUTSTANDING.               *
      *****************************************************************
       SELECT-ACTIVITY-TO-DATE SECTION.

       SELECT-ACTIVITY-START.
           OPEN INPUT LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "00"
              SET NOT-END-OF-LOYALTY-ACTIVITY TO TRUE
              PERFORM READ-LOYALTY-ACTIVITY
              PERFORM RELEASE-ONE-MOVEMENT
                 UNTIL END-OF-LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
           END-IF.
           GO TO SELECT-ACTIVITY-EXIT.

       READ-LOYALTY-ACTIVITY.
           READ LOYALTY-ACTIVITY
               AT END
                  SET END-OF-LOYALTY-ACTIVITY TO TRUE
           END-READ.

       RELEASE-ONE-MOVEMENT.
           MOVE LA-ACTIVITY-DATE (1:6) TO ACTIVITY-PERIOD.
           IF ACTIVITY-PERIOD NOT > REPORT-PERIOD
              MOVE LA-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
              IF ACTIVITY-PERIOD = REPORT-PERIOD
                 SET SW-IN-REPORT-PERIOD TO TRUE
              ELSE
                 SET SW-BEFORE-REPORT-PERIOD TO TRUE
              END-IF
              MOVE LA-ACTIVITY-TYPE TO SW-ACTIVITY-TYPE
              MOVE LA-POINTS TO SW-POINTS
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       SELECT-ACTIVITY-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE ROLL-FORWARD PER CUSTOMER, PRINTED    *
      *  WHEN THEY HOLD POINTS AT THE END OF THE MONTH, AND ADDED     *
      *  INTO THE PROGRAMME TOTALS EITHER WAY.                        *
      *****************************************************************
       PRINT-POINTS-LIABILITY SECTION.

       PRINT-LIABILITY-START.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM ROLL-ONE-CUSTOMER
              UNTIL END-OF-SORTED-RECORDS.
           PERFORM PRINT-PROGRAMME-TOTALS.
           GO TO PRINT-LIABILITY-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       ROLL-ONE-CUSTOMER.
           MOVE SW-CUSTOMER-NUMBER TO CURRENT-CUSTOMER.
           INITIALIZE CUSTOMER-POINTS.
           PERFORM ADD-ONE-MOVEMENT
              UNTIL END-OF-SORTED-RECORDS
                 OR SW-CUSTOMER-NUMBER NOT = CURRENT-CUSTOMER.
           COMPUTE CUSTOMER-CLOSING = CUSTOMER-OPENING
              + CUSTOMER-EARNED + CUSTOMER-REDEEMED
              + CUSTOMER-REVERSED.
           ADD CUSTOMER-OPENING TO TOTAL-OPENING.
           ADD CUSTOMER-CLOSING TO TOTAL-CLOSING.
           IF CUSTOMER-CLOSING > ZERO
              COMPUTE CUSTOMER-VALUE =
                 CUSTOMER-CLOSING * LOYALTY-POINT-VALUE
              ADD CUSTOMER-CLOSING TO TOTAL-LIABILITY-POINTS
              ADD CUSTOMER-VALUE TO TOTAL-LIABILITY-VALUE
              ADD 1 TO HOLDER-COUNT
              PERFORM PRINT-CUSTOMER-LINE
           END-IF.

      *****************************************************************
      *  REDEEMED IS SHOWN NET OF POINTS CREDITED BACK BY A RETURN OR *
      *  VOID, AND REV/EXP IS REVERSALS PLUS EXPIRIES - EACH SIGNED   *
      *  AS IT MOVES THE BALANCE. THE PROGRAMME TOTALS KEEP ALL FIVE  *
      *  MOVEMENT TYPES APART.                                        *
      *****************************************************************
       ADD-ONE-MOVEMENT.
           IF SW-BEFORE-REPORT-PERIOD
              ADD SW-POINTS TO CUSTOMER-OPENING
           ELSE
              EVALUATE SW-ACTIVITY-TYPE
                  WHEN 'E'
                     ADD SW-POINTS TO CUSTOMER-EARNED
                     ADD SW-POINTS TO TOTAL-EARNED
                  WHEN 'D'
                     ADD SW-POINTS TO CUSTOMER-REDEEMED
                     ADD SW-POINTS TO TOTAL-REDEEMED
                  WHEN 'C'
                     ADD SW-POINTS TO CUSTOMER-REDEEMED
                     ADD SW-POINTS TO TOTAL-CREDITED
                  WHEN 'R'
                     ADD SW-POINTS TO CUSTOMER-REVERSED
                     ADD SW-POINTS TO TOTAL-REVERSED
                  WHEN OTHER
                     ADD SW-POINTS TO CUSTOMER-REVERSED
                     ADD SW-POINTS TO TOTAL-EXPIRED
              END-EVALUATE
           END-IF.
           PERFORM RETURN-SORTED-RECORD.

       PRINT-CUSTOMER-LINE.
           MOVE CURRENT-CUSTOMER TO DETAIL-CUSTOMER-NUMBER.
           MOVE CURRENT-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                  CONTINUE
           END-READ.
           IF CUSTMAST-STATUS = "00"
              MOVE CUSTOMER-NAME TO DETAIL-CUSTOMER-NAME
           ELSE
              MOVE "** NOT ON FILE **" TO DETAIL-CUSTOMER-NAME
           END-IF.
           MOVE CUSTOMER-OPENING TO DETAIL-OPENING.
           MOVE CUSTOMER-EARNED TO DETAIL-EARNED.
           MOVE CUSTOMER-REDEEMED TO DETAIL-REDEEMED.
           MOVE CUSTOMER-REVERSED TO DETAIL-REVERSED.
           MOVE CUSTOMER-CLOSING TO DETAIL-CLOSING.
           MOVE CUSTOMER-VALUE TO DETAIL-VALUE.
           MOVE LIABILITY-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-PROGRAMME-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PROGRAMME ROLL-FORWARD (POINTS)" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "POINTS AT START OF PERIOD...:" TO SUMMARY-LABEL.
           MOVE TOTAL-OPENING TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "EARNED......................:" TO SUMMARY-LABEL.
           MOVE TOTAL-EARNED TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "REDEEMED AT THE TILL........:" TO SUMMARY-LABEL.
           MOVE TOTAL-REDEEMED TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CREDITED BACK...............:" TO SUMMARY-LABEL.
           MOVE TOTAL-CREDITED TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "REVERSED....................:" TO SUMMARY-LABEL.
           MOVE TOTAL-REVERSED TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "EXPIRED.....................:" TO SUMMARY-LABEL.
           MOVE TOTAL-EXPIRED TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "POINTS AT END OF PERIOD.....:" TO SUMMARY-LABEL.
           MOVE TOTAL-CLOSING TO SUMMARY-POINTS.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OUTSTANDING LIABILITY.......:" TO SUMMARY-LABEL.
           MOVE TOTAL-LIABILITY-POINTS TO SUMMARY-POINTS.
           MOVE TOTAL-LIABILITY-VALUE TO SUMMARY-VALUE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LIABILITY-EXIT.
           EXIT.

       END PROGRAM LOYALTY-LIABILITY-REPORT.
