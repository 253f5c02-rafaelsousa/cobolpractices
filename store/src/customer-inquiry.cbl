      *  TRANSACTIONS, TAKEN FROM THE SALES-HISTORY FILE (CLOSED       *
      *  MONTHS) AND THEN THE LIVE SALES-TRANSACTION FILE, SO THE      *
      *  LAST-8 WINDOW STILL ANSWERS "WHAT DID I BUY LAST MONTH?"      *
      *  JUST AFTER A MONTH-END RUN. A CUSTOMER IN THE LOYALTY         *
      *  PROGRAMME ALSO SEES THEIR POINTS BALANCE AND THIS MONTH'S     *
      *  POINTS EARNED, REDEEMED AND REVERSED OR EXPIRED, FROM THE     *
      *  LOYALTY-ACTIVITY FILE. NO LOCK IS TAKEN AND NOTHING IS        *
      *  CHANGED.                                                      *
      ******************************************************************

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESHST-STATUS.

           SELECT LOYALTY-ACCOUNT ASSIGN TO "LOYALTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOY-CUSTOMER-NUMBER
               FILE STATUS IS LOYALTY-STATUS.

           SELECT LOYALTY-ACTIVITY ASSIGN TO "LOYTRX"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOYTRX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  SALES-HISTORY.
       COPY "sales-history.cpy".

       FD  LOYALTY-ACCOUNT.
       COPY "loyalty-account.cpy".

       FD  LOYALTY-ACTIVITY.
       COPY "loyalty-activity.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 CUSTMAST-STATUS PIC X(2).
         01 SALESTRX-STATUS PIC X(2).
         01 SALESHST-STATUS PIC X(2).
         01 LOYALTY-STATUS PIC X(2).
         01 LOYTRX-STATUS PIC X(2).
         01 LOOKUP-CUSTOMER-NUMBER PIC 9(6).
         01 CUSTOMER-FOUND-SWITCH PIC X(1).
             88 CUSTOMER-WAS-FOUND        VALUE 'Y'.
         01 SALES-HISTORY-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-HISTORY       VALUE 'Y'.
             88 NOT-END-OF-SALES-HISTORY   VALUE 'N'.
         01 LOYALTY-ACTIVITY-EOF-SWITCH PIC X(1).
             88 END-OF-LOYALTY-ACTIVITY    VALUE 'Y'.
             88 NOT-END-OF-LOYALTY-ACTIVITY VALUE 'N'.
         01 AMOUNT-EDITED PIC ZZZZZZ9.99-.
         01 POINTS-EDITED PIC ZZZZZZZZ9-.
         01 TODAYS-DATE PIC 9(8).
         01 CURRENT-PERIOD PIC 9(6).
         01 MONTH-POINTS-EARNED PIC S9(9).
         01 MONTH-POINTS-REDEEMED PIC S9(9).
         01 MONTH-POINTS-LOST PIC S9(9).

      *****************************************************************
      *  THE LAST EIGHT TRANSACTIONS ARE KEPT IN A RING - ONCE THE    *
           PERFORM LOOKUP-CUSTOMER.
           IF CUSTOMER-WAS-FOUND
              PERFORM SHOW-CUSTOMER-DETAILS
              PERFORM SHOW-LOYALTY-POINTS
              PERFORM COLLECT-RECENT-TRANSACTIONS
              PERFORM SHOW-RECENT-TRANSACTIONS
           END-IF.
              SET RECENT-IDX TO 1
           END-IF.

      *****************************************************************
      *  THE POINTS PANEL SITS BESIDE THE CUSTOMER DETAILS AND ONLY   *
      *  APPEARS FOR A CUSTOMER WITH A LOYALTY ACCOUNT. REDEEMED IS   *
      *  NET OF POINTS CREDITED BACK BY A RETURN OR VOID.             *
      *****************************************************************
       SHOW-LOYALTY-POINTS.
           OPEN INPUT LOYALTY-ACCOUNT.
           MOVE LOOKUP-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           IF LOYALTY-STATUS = "00"
              READ LOYALTY-ACCOUNT
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.
           IF LOYALTY-STATUS = "00"
              PERFORM TOTAL-MONTH-POINTS
              DISPLAY 'Points balance......:' AT 1045
              MOVE LOY-POINTS-BALANCE TO POINTS-EDITED
              DISPLAY POINTS-EDITED AT 1067
              DISPLAY 'Earned this month...:' AT 1145
              MOVE MONTH-POINTS-EARNED TO POINTS-EDITED
              DISPLAY POINTS-EDITED AT 1167
              DISPLAY 'Redeemed this month.:' AT 1245
              COMPUTE POINTS-EDITED = ZERO - MONTH-POINTS-REDEEMED
              DISPLAY POINTS-EDITED AT 1267
              DISPLAY 'Reversed/expired....:' AT 1345
              COMPUTE POINTS-EDITED = ZERO - MONTH-POINTS-LOST
              DISPLAY POINTS-EDITED AT 1367
           END-IF.
           CLOSE LOYALTY-ACCOUNT.

       TOTAL-MONTH-POINTS.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE (1:6) TO CURRENT-PERIOD.
           MOVE ZERO TO MONTH-POINTS-EARNED.
           MOVE ZERO TO MONTH-POINTS-REDEEMED.
           MOVE ZERO TO MONTH-POINTS-LOST.
           OPEN INPUT LOYALTY-ACTIVITY.
           IF LOYTRX-STATUS = "00"
              SET NOT-END-OF-LOYALTY-ACTIVITY TO TRUE
              PERFORM READ-LOYALTY-ACTIVITY
              PERFORM ADD-MONTH-POINTS
                 UNTIL END-OF-LOYALTY-ACTIVITY
              CLOSE LOYALTY-ACTIVITY
           END-IF.

       READ-LOYALTY-ACTIVITY.
           READ LOYALTY-ACTIVITY
               AT END
                  SET END-OF-LOYALTY-ACTIVITY TO TRUE
           END-READ.

       ADD-MONTH-POINTS.
           IF LA-CUSTOMER-NUMBER = LOOKUP-CUSTOMER-NUMBER
              AND LA-ACTIVITY-DATE (1:6) = CURRENT-PERIOD
              EVALUATE TRUE
                  WHEN LA-POINTS-EARNED
                     ADD LA-POINTS TO MONTH-POINTS-EARNED
                  WHEN LA-POINTS-REDEEMED
                     ADD LA-POINTS TO MONTH-POINTS-REDEEMED
                  WHEN LA-POINTS-CREDITED
                     ADD LA-POINTS TO MONTH-POINTS-REDEEMED
                  WHEN OTHER
                     ADD LA-POINTS TO MONTH-POINTS-LOST
              END-EVALUATE
           END-IF.
           PERFORM READ-LOYALTY-ACTIVITY.

       END PROGRAM CUSTOMER-INQUIRY.
