      *  CLOSE). THE FILE IS RESCANNED ONCE PER CUSTOMER, THE SAME     *
      *  WHOLE-FILE SCAN STYLE AR-AGING-REPORT USES. THE STATEMENT     *
      *  MONTH (YYYYMM) IS ACCEPTED FROM SYSIN.                        *
      *  A CUSTOMER IN THE LOYALTY PROGRAMME ALSO GETS THE MONTH'S     *
      *  POINTS - OPENING POINTS, EACH POINTS MOVEMENT WITH ITS ORDER  *
      *  REFERENCE AND THE CLOSING POINTS, CHECKED AGAINST THE         *
      *  LOYALTY ACCOUNT THE SAME WAY - AND POINTS ACTIVITY ALONE IS   *
      *  ENOUGH FOR A STATEMENT.                                       *
      *  RUN BY THE CUSTSTMT JCL ALONGSIDE THE MONTH-END RUN.          *
      ******************************************************************

               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT LOYALTY-ACCOUNT ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUSTOMER-NUMBER
               FILE STATUS IS LOYALTY-STATUS.

           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CUSTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

         01 ARTRX-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STATEMENT-STATUS PIC X(2).
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 AR-TRANSACTION-EOF-SWITCH PIC X(1).
             88 END-OF-AR-TRANSACTION      VALUE 'Y'.
             88 NOT-END-OF-AR-TRANSACTION  VALUE 'N'.
         01 LOYALTY-ACTIVITY-EOF-SWITCH PIC X(1).
             88 END-OF-LOYALTY-ACTIVITY    VALUE 'Y'.
             88 NOT-END-OF-LOYALTY-ACTIVITY VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
                   INDEXED BY STMT-IDX.
                10 STMT-CUSTOMER-NUMBER PIC 9(6).

         01 ACTIVE-CUSTOMER-NUMBER PIC 9(6).
         01 WORKING-CUSTOMER-NUMBER PIC 9(6).
         01 OPENING-BALANCE PIC S9(9)V99.
         01 RUNNING-BALANCE PIC S9(9)V99.
         01 OPENING-POINTS PIC S9(9).
         01 RUNNING-POINTS PIC S9(9).

         01 STATEMENT-HEADING-LINE.
             05  FILLER PIC X(22)
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-RUNNING-BALANCE  PIC ZZZZZZZZ9.99-.

         01 POINTS-BALANCE-LINE.
             05  POINTS-BALANCE-LABEL    PIC X(24).
             05  POINTS-BALANCE-AMOUNT   PIC ZZZZZZZZ9-.
             05  FILLER                  PIC X(5) VALUE SPACES.
             05  POINTS-BALANCE-NOTE     PIC X(24).

         01 POINTS-DETAIL-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-DETAIL-DATE      PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-DETAIL-TYPE-TEXT PIC X(11).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-DETAIL-REFERENCE PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  POINTS-DETAIL-POINTS    PIC ZZZZZZZZ9-.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  POINTS-DETAIL-RUNNING   PIC ZZZZZZZZ9-.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM BUILD-CUSTOMER-LIST.
           IF STMT-CUSTOMER-COUNT > 0
              OPEN INPUT CUSTOMER-MASTER
              OPEN INPUT LOYALTY-ACCOUNT
              PERFORM PRINT-ONE-STATEMENT
                 VARYING STMT-IDX FROM 1 BY 1
                 UNTIL STMT-IDX > STMT-CUSTOMER-COUNT
              CLOSE CUSTOMER-MASTER
              CLOSE LOYALTY-ACCOUNT
           END-IF.
           CLOSE STATEMENT-FILE.
           DISPLAY "CUSTOMER STATEMENTS PRINTED: " STATEMENT-COUNT.
           WRITE STATEMENT-LINE.

      *****************************************************************
      *  FIRST PASS - COLLECT EVERY CUSTOMER WITH AT LEAST ONE AR OR  *
      *  LOYALTY POINTS MOVEMENT DATED IN THE STATEMENT MONTH. A      *
      *  CUSTOMER WITH NO ACTIVITY THAT MONTH GETS NO STATEMENT.      *
      *****************************************************************
       BUILD-CUSTOMER-LIST.
           OPEN INPUT AR-TRANSACTION.
           END-IF.
           PERFORM COLLECT-ACTIVE-CUSTOMER UNTIL END-OF-AR-TRANSACTION.
           CLOSE AR-TRANSACTION.
           PERFORM OPEN-LOYALTY-ACTIVITY.
           PERFORM COLLECT-POINTS-CUSTOMER
              UNTIL END-OF-LOYALTY-ACTIVITY.
           CLOSE LOYALTY-ACTIVITY.

       READ-AR-TRANSACTION.
           READ AR-TRANSACTION
       COLLECT-ACTIVE-CUSTOMER.
           MOVE AR-DATE (1:6) TO TRANSACTION-PERIOD.
           IF TRANSACTION-PERIOD = STATEMENT-PERIOD
              MOVE AR-CUSTOMER-NUMBER TO ACTIVE-CUSTOMER-NUMBER
              PERFORM NOTE-CUSTOMER-ACTIVITY
           END-IF.
           PERFORM READ-AR-TRANSACTION.

       OPEN-LOYALTY-ACTIVITY.
           OPEN INPUT LOYALTY-ACTIVITY.
           SET NOT-END-OF-LOYALTY-ACTIVITY TO TRUE.
           IF LOYTRX-STATUS NOT = "00"
              SET END-OF-LOYALTY-ACTIVITY TO TRUE
           ELSE
              PERFORM READ-LOYALTY-ACTIVITY
           END-IF.

       READ-LOYALTY-ACTIVITY.
           READ LOYALTY-ACTIVITY
               AT END
                  SET END-OF-LOYALTY-ACTIVITY TO TRUE
           END-READ.

       COLLECT-POINTS-CUSTOMER.
           MOVE LA-ACTIVITY-DATE (1:6) TO TRANSACTION-PERIOD.
           IF TRANSACTION-PERIOD = STATEMENT-PERIOD
              MOVE LA-CUSTOMER-NUMBER TO ACTIVE-CUSTOMER-NUMBER
              PERFORM NOTE-CUSTOMER-ACTIVITY
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       NOTE-CUSTOMER-ACTIVITY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF STMT-CUSTOMER-COUNT > 0
              SET STMT-IDX TO 1
              SEARCH STMT-CUSTOMER-ENTRY
                  WHEN STMT-CUSTOMER-NUMBER (STMT-IDX) =
                     ACTIVE-CUSTOMER-NUMBER
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
              IF STMT-CUSTOMER-COUNT < 500
                 ADD 1 TO STMT-CUSTOMER-COUNT
                 SET STMT-IDX TO STMT-CUSTOMER-COUNT
                 MOVE ACTIVE-CUSTOMER-NUMBER TO
                    STMT-CUSTOMER-NUMBER (STMT-IDX)
              ELSE
                 IF CUSTOMER-TABLE-NOT-NOTED
           PERFORM PRINT-MONTH-ACTIVITY UNTIL END-OF-AR-TRANSACTION.
           CLOSE AR-TRANSACTION.
           PERFORM PRINT-CLOSING-BALANCE.
           MOVE WORKING-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           READ LOYALTY-ACCOUNT
               INVALID KEY
                  CONTINUE
           END-READ.
           IF LOYALTY-STATUS = "00"
              PERFORM PRINT-POINTS-STATEMENT
           END-IF.
           ADD 1 TO STATEMENT-COUNT.

       PRINT-CUSTOMER-HEADING.
           MOVE BALANCE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      *****************************************************************
      *  THE POINTS SECTION WORKS THE SAME WAY OVER THE LOYALTY-      *
      *  ACTIVITY FILE - EARLIER MOVEMENTS ROLL INTO THE OPENING      *
      *  POINTS, THE MONTH'S PRINT WITH A RUNNING BALANCE, AND THE    *
      *  CLOSING POINTS ARE CHECKED AGAINST THE LOYALTY ACCOUNT.      *
      *****************************************************************
       PRINT-POINTS-STATEMENT.
           MOVE ZERO TO OPENING-POINTS.
           PERFORM OPEN-LOYALTY-ACTIVITY.
           PERFORM ROLL-OPENING-POINTS UNTIL END-OF-LOYALTY-ACTIVITY.
           CLOSE LOYALTY-ACTIVITY.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "OPENING POINTS......:" TO POINTS-BALANCE-LABEL.
           MOVE OPENING-POINTS TO POINTS-BALANCE-AMOUNT.
           MOVE SPACES TO POINTS-BALANCE-NOTE.
           MOVE POINTS-BALANCE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE OPENING-POINTS TO RUNNING-POINTS.
           PERFORM OPEN-LOYALTY-ACTIVITY.
           PERFORM PRINT-MONTH-POINTS UNTIL END-OF-LOYALTY-ACTIVITY.
           CLOSE LOYALTY-ACTIVITY.
           MOVE "CLOSING POINTS......:" TO POINTS-BALANCE-LABEL.
           MOVE RUNNING-POINTS TO POINTS-BALANCE-AMOUNT.
           IF RUNNING-POINTS NOT = LOY-POINTS-BALANCE
              MOVE "** DIFFERS FROM ACCOUNT" TO POINTS-BALANCE-NOTE
           ELSE
              MOVE SPACES TO POINTS-BALANCE-NOTE
           END-IF.
           MOVE POINTS-BALANCE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       ROLL-OPENING-POINTS.
           MOVE LA-ACTIVITY-DATE (1:6) TO TRANSACTION-PERIOD.
           IF LA-CUSTOMER-NUMBER = WORKING-CUSTOMER-NUMBER
              AND TRANSACTION-PERIOD < STATEMENT-PERIOD
              ADD LA-POINTS TO OPENING-POINTS
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       PRINT-MONTH-POINTS.
           MOVE LA-ACTIVITY-DATE (1:6) TO TRANSACTION-PERIOD.
           IF LA-CUSTOMER-NUMBER = WORKING-CUSTOMER-NUMBER
              AND TRANSACTION-PERIOD = STATEMENT-PERIOD
              PERFORM PRINT-POINTS-LINE
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       PRINT-POINTS-LINE.
           MOVE LA-ACTIVITY-DATE TO POINTS-DETAIL-DATE.
           EVALUATE TRUE
               WHEN LA-POINTS-EARNED
                  MOVE "PTS EARNED" TO POINTS-DETAIL-TYPE-TEXT
               WHEN LA-POINTS-REDEEMED
                  MOVE "PTS REDEEMD" TO POINTS-DETAIL-TYPE-TEXT
               WHEN LA-POINTS-CREDITED
                  MOVE "PTS CREDIT" TO POINTS-DETAIL-TYPE-TEXT
               WHEN LA-POINTS-REVERSED
                  MOVE "PTS REVERSD" TO POINTS-DETAIL-TYPE-TEXT
               WHEN OTHER
                  MOVE "PTS EXPIRED" TO POINTS-DETAIL-TYPE-TEXT
           END-EVALUATE.
           ADD LA-POINTS TO RUNNING-POINTS.
           MOVE LA-ORDER-NUMBER TO POINTS-DETAIL-REFERENCE.
           MOVE LA-POINTS TO POINTS-DETAIL-POINTS.
           MOVE RUNNING-POINTS TO POINTS-DETAIL-RUNNING.
           MOVE POINTS-DETAIL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       END PROGRAM CUSTOMER-STATEMENTS.
