       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-EXPIRY.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MONTHLY LOYALTY POINTS EXPIRY.                                *
      *  BATCH JOB - POINTS LIVE LOYALTY-POINTS-LIFE-DAYS FROM THE DAY *
      *  THEY ARE EARNED. THE OLDEST POINTS ARE TAKEN AS SPENT FIRST,  *
      *  SO FOR EACH CUSTOMER EVERYTHING EARNED ON OR BEFORE THE       *
      *  CUTOFF DATE, LESS EVERYTHING EVER REDEEMED, REVERSED OR       *
      *  ALREADY EXPIRED, IS WHAT HAS RUN OUT. THAT MANY POINTS (NEVER *
      *  MORE THAN THE BALANCE) COME OFF THE ACCOUNT AND ARE LOGGED AS *
      *  AN EXPIRY ON THE LOYALTY-ACTIVITY FILE, AND EACH CUSTOMER     *
      *  TOUCHED IS LISTED. A RERUN FINDS NOTHING MORE TO EXPIRE. THE  *
      *  RUN LOGS ITS START AND OUTCOME ON THE RUN-LOG; A REPORT THAT  *
      *  CANNOT BE WRITTEN OR AN ACCOUNT THAT CANNOT BE UPDATED ENDS   *
      *  THE RUN WITH RC 12.                                           *
      *  RUN BY THE LOYALTY JCL.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-ACCOUNT ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUSTOMER-NUMBER
               LOCK MODE IS MANUAL
               FILE STATUS IS LOYALTY-STATUS.

           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "LOYEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  EXPIRY-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CUSTOMER-NUMBER      PIC 9(6).
           05  SW-POINTS               PIC S9(9).

       WORKING-STORAGE SECTION.
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
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
         01 TODAYS-DATE PIC 9(8).
         01 BUSINESS-DATE PIC 9(8).
         01 CUTOFF-DATE PIC 9(8).
         01 CURRENT-CUSTOMER PIC 9(6).
         01 OLD-POINTS-EARNED PIC S9(11).
         01 POINTS-TO-EXPIRE PIC S9(11).
         01 EXPIRED-COUNT PIC 9(5) VALUE ZERO.
         01 EXPIRED-POINTS-TOTAL PIC 9(11) VALUE ZERO.

         01 JOB-LOG-NAME PIC X(8) VALUE "LOYALTY".
         01 STEP-LOG-NAME PIC X(20) VALUE "LOYALTY-EXPIRY".
         01 STEP-LOG-OUTCOME PIC X(1).

       COPY "loyalty-rules.cpy".

         01 HEADING-LINE.
             05  FILLER                  PIC X(31)
                 VALUE "LOYALTY POINTS EXPIRED - EARNED".
             05  FILLER                  PIC X(14)
                 VALUE " ON OR BEFORE ".
             05  HEADING-CUTOFF-DATE     PIC 9(8).
             05  FILLER                  PIC X(7) VALUE " AS OF ".
             05  HEADING-BUSINESS-DATE   PIC 9(8).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(51) VALUE
                 "CUST #  CUSTOMER NAME           EXPIRED     BALANCE".

         01 EXPIRY-DETAIL-LINE.
             05  DETAIL-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-POINTS-EXPIRED   PIC ZZZZZZZZ9.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-POINTS-BALANCE   PIC ZZZZZZZZ9-.

         01 TOTAL-LINE.
             05  FILLER                  PIC X(22)
                 VALUE "CUSTOMERS EXPIRED...: ".
             05  TOTAL-CUSTOMERS         PIC ZZZZ9.
             05  FILLER                  PIC X(22)
                 VALUE "   POINTS EXPIRED...: ".
             05  TOTAL-POINTS-EXPIRED    PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           MOVE "S" TO STEP-LOG-OUTCOME.
           PERFORM WRITE-RUN-LOG-EVENT.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
                 - LOYALTY-POINTS-LIFE-DAYS).
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O LOYALTY-ACCOUNT.
           IF RUN-HAS-NOT-FAILED AND LOYALTY-STATUS = "00"
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-CUSTOMER-NUMBER
                  INPUT PROCEDURE IS SELECT-OLD-EARNINGS
                  OUTPUT PROCEDURE IS EXPIRE-OLD-POINTS
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           CLOSE LOYALTY-ACCOUNT.
           CLOSE CUSTOMER-MASTER.
           CLOSE EXPIRY-REPORT-FILE.
           IF RUN-HAS-FAILED
              MOVE "F" TO STEP-LOG-OUTCOME
              PERFORM WRITE-RUN-LOG-EVENT
              DISPLAY "LOYALTY-EXPIRY FAILED, REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE "C" TO STEP-LOG-OUTCOME
              PERFORM WRITE-RUN-LOG-EVENT
              DISPLAY "LOYALTY EXPIRY COMPLETE, CUTOFF " CUTOFF-DATE
              DISPLAY "CUSTOMERS EXPIRED: " EXPIRED-COUNT
              DISPLAY "POINTS EXPIRED...: " EXPIRED-POINTS-TOTAL
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           MOVE TODAYS-DATE TO BUSINESS-DATE.
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

       WRITE-RUN-LOG-EVENT.
           CALL "RUN-LOG-WRITER" USING BUSINESS-DATE JOB-LOG-NAME
               STEP-LOG-NAME STEP-LOG-OUTCOME.

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       PRINT-HEADINGS.
           MOVE CUTOFF-DATE TO HEADING-CUTOFF-DATE.
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
      *  INPUT PROCEDURE - RELEASES EVERY EARNING DATED ON OR BEFORE  *
      *  THE CUTOFF. NO ACTIVITY FILE YET MEANS NOTHING TO EXPIRE.    *
      *****************************************************************
       SELECT-OLD-EARNINGS SECTION.

       SELECT-OLD-EARNINGS-START.
           OPEN INPUT LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "00"
              SET NOT-END-OF-LOYALTY-ACTIVITY TO TRUE
              PERFORM READ-LOYALTY-ACTIVITY
              PERFORM RELEASE-ONE-EARNING
                 UNTIL END-OF-LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
           END-IF.
           GO TO SELECT-OLD-EARNINGS-EXIT.

       READ-LOYALTY-ACTIVITY.
           READ LOYALTY-ACTIVITY
               AT END
                  SET END-OF-LOYALTY-ACTIVITY TO TRUE
           END-READ.

       RELEASE-ONE-EARNING.
           IF LA-POINTS-EARNED
              AND LA-ACTIVITY-DATE NOT > CUTOFF-DATE
              MOVE LA-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
              MOVE LA-POINTS TO SW-POINTS
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       SELECT-OLD-EARNINGS-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - TOTALS EACH CUSTOMER'S OLD EARNINGS AND   *
      *  TAKES OFF WHATEVER OF THEM HAS NOT ALREADY GONE OUT AGAIN.   *
      *  THE EXPIRIES ARE APPENDED TO THE ACTIVITY FILE, WHICH THE    *
      *  INPUT PROCEDURE HAS FINISHED READING BY NOW.                 *
      *****************************************************************
       EXPIRE-OLD-POINTS SECTION.

       EXPIRE-OLD-POINTS-START.
           OPEN EXTEND LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "35"
              OPEN OUTPUT LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
              OPEN EXTEND LOYALTY-ACTIVITY
           END-IF.
           IF LOYTRX-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
              GO TO EXPIRE-OLD-POINTS-EXIT
           END-IF.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM EXPIRE-ONE-CUSTOMER
              UNTIL END-OF-SORTED-RECORDS.
           CLOSE LOYALTY-ACTIVITY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE EXPIRED-COUNT TO TOTAL-CUSTOMERS.
           MOVE EXPIRED-POINTS-TOTAL TO TOTAL-POINTS-EXPIRED.
           MOVE TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           GO TO EXPIRE-OLD-POINTS-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       EXPIRE-ONE-CUSTOMER.
           MOVE SW-CUSTOMER-NUMBER TO CURRENT-CUSTOMER.
           MOVE ZERO TO OLD-POINTS-EARNED.
           PERFORM ADD-ONE-OLD-EARNING
              UNTIL END-OF-SORTED-RECORDS
                 OR SW-CUSTOMER-NUMBER NOT = CURRENT-CUSTOMER.
           MOVE CURRENT-CUSTOMER TO LOY-CUSTOMER-NUMBER.
           READ LOYALTY-ACCOUNT WITH LOCK
               INVALID KEY
                  CONTINUE
           END-READ.
           IF LOYALTY-STATUS = "00"
              COMPUTE POINTS-TO-EXPIRE = OLD-POINTS-EARNED
                 - LOY-POINTS-REDEEMED - LOY-POINTS-REVERSED
                 - LOY-POINTS-EXPIRED
              IF POINTS-TO-EXPIRE > LOY-POINTS-BALANCE
                 MOVE LOY-POINTS-BALANCE TO POINTS-TO-EXPIRE
              END-IF
              IF POINTS-TO-EXPIRE > ZERO
                 PERFORM TAKE-OFF-EXPIRED-POINTS
              END-IF
              UNLOCK LOYALTY-ACCOUNT
           END-IF.

       ADD-ONE-OLD-EARNING.
           ADD SW-POINTS TO OLD-POINTS-EARNED.
           PERFORM RETURN-SORTED-RECORD.

       TAKE-OFF-EXPIRED-POINTS.
           SUBTRACT POINTS-TO-EXPIRE FROM LOY-POINTS-BALANCE.
           ADD POINTS-TO-EXPIRE TO LOY-POINTS-EXPIRED.
           MOVE BUSINESS-DATE TO LOY-LAST-ACTIVITY-DATE.
           REWRITE LOYALTY-ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF LOYALTY-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           ELSE
              MOVE BUSINESS-DATE TO LA-ACTIVITY-DATE
              ACCEPT LA-ACTIVITY-TIME FROM TIME
              MOVE CURRENT-CUSTOMER TO LA-CUSTOMER-NUMBER
              SET LA-POINTS-EXPIRED TO TRUE
              COMPUTE LA-POINTS = ZERO - POINTS-TO-EXPIRE
              MOVE ZERO TO LA-ORDER-NUMBER
              MOVE "BATCH" TO LA-OPERATOR-ID
              WRITE LOYALTY-ACTIVITY-RECORD
              IF LOYTRX-STATUS NOT = "00"
                 PERFORM NOTE-RUN-FAILURE
              END-IF
              ADD 1 TO EXPIRED-COUNT
              ADD POINTS-TO-EXPIRE TO EXPIRED-POINTS-TOTAL
              PERFORM PRINT-EXPIRED-CUSTOMER
           END-IF.

       PRINT-EXPIRED-CUSTOMER.
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
           MOVE POINTS-TO-EXPIRE TO DETAIL-POINTS-EXPIRED.
           MOVE LOY-POINTS-BALANCE TO DETAIL-POINTS-BALANCE.
           MOVE EXPIRY-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       EXPIRE-OLD-POINTS-EXIT.
           EXIT.

       END PROGRAM LOYALTY-EXPIRY.
