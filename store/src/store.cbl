               RECORD KEY IS USER-ID
               FILE STATUS IS USERMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "user-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 USER-CHOICE PIC 9(2) VALUE ZERO.
         01 MAX-SIGN-ON-ATTEMPTS PIC 9(1) VALUE 3.
         01 ENTERED-USER-ID PIC X(8).
         01 ENTERED-PASSWORD PIC X(8).
         01 STORCTL-STATUS PIC X(2).
         01 SIGN-ON-LIMIT PIC 9(2).
         01 PASSWORD-LIFE-DAYS PIC 9(3).
         01 TODAYS-DATE PIC 9(8).
         01 CURRENT-TIME PIC 9(8).
         01 PASSWORD-EXPIRY-DATE PIC 9(8).
         01 PASSWORD-SWITCH PIC X(1).
             88 PASSWORD-CHANGE-NEEDED    VALUE 'Y'.
             88 PASSWORD-IS-CURRENT       VALUE 'N'.
         01 PASSWORD-CHANGE-REASON PIC X(40).
         01 PASSWORD-TRIES PIC 9(1).
         01 MAX-PASSWORD-TRIES PIC 9(1) VALUE 3.
         01 NEW-PASSWORD PIC X(8).
         01 CONFIRM-PASSWORD PIC X(8).
         01 SECURITY-USER-ID PIC X(8).
         01 SECURITY-USER-LEVEL PIC 9(1).
         01 SECURITY-EVENT PIC X(1).
         01 SECURITY-REASON PIC X(20).

         COPY "signed-on-user.cpy".

      *  LEFT IN THE SHARED SIGNED-ON-OPERATOR ITEM SO EVERY AUDIT   *
      *  RECORD WRITTEN DOWNSTREAM SAYS WHO. AN EMPTY OR MISSING     *
      *  USER MASTER IS SEEDED WITH THE ADMIN/ADMIN SUPERVISOR,      *
      *  WHICH MUST CHOOSE A NEW PASSWORD ON FIRST USE.              *
      *  EVERY WRONG PASSWORD IS COUNTED ON THE OPERATOR'S RECORD    *
      *  AND THE ACCOUNT LOCKS AT THE STORE'S LIMIT UNTIL A          *
      *  SUPERVISOR UNLOCKS IT IN MAINTAIN-OPERATOR. A NEW OPERATOR, *
      *  A SUPERVISOR RESET OR A PASSWORD OLDER THAN THE STORE'S     *
      *  PASSWORD LIFE MUST CHANGE IT BEFORE REACHING THE MENU.      *
      *  SIGN-ONS, SIGN-OFFS, FAILURES AND LOCKOUTS ALL GO TO THE    *
      *  SECURITY LOG.                                               *
      *****************************************************************
           SIGN-ON-OPERATOR.
              PERFORM LOAD-SECURITY-SETTINGS.
              PERFORM OPEN-USER-MASTER.
              SET OPERATOR-NOT-SIGNED-ON TO TRUE.
              MOVE SPACES TO OPERATOR-USER-ID.
                 DISPLAY 'TOO MANY ATTEMPTS, SIGN-ON REFUSED.' AT 1001
              END-IF.

           LOAD-SECURITY-SETTINGS.
              MOVE ZERO TO SIGN-ON-LIMIT.
              MOVE ZERO TO PASSWORD-LIFE-DAYS.
              OPEN INPUT STORE-CONTROL.
              IF STORCTL-STATUS = "00"
                 READ STORE-CONTROL
                     AT END
                        CONTINUE
                     NOT AT END
                        IF CTL-SIGN-ON-LIMIT IS NUMERIC
                           MOVE CTL-SIGN-ON-LIMIT TO SIGN-ON-LIMIT
                        END-IF
                        IF CTL-PASSWORD-LIFE-DAYS IS NUMERIC
                           MOVE CTL-PASSWORD-LIFE-DAYS
                              TO PASSWORD-LIFE-DAYS
                        END-IF
                 END-READ
                 CLOSE STORE-CONTROL
              END-IF.
              IF SIGN-ON-LIMIT = ZERO
                 MOVE 3 TO SIGN-ON-LIMIT
              END-IF.
              IF PASSWORD-LIFE-DAYS = ZERO
                 MOVE 90 TO PASSWORD-LIFE-DAYS
              END-IF.

           OPEN-USER-MASTER.
              OPEN I-O USER-MASTER.
              IF USERMAST-STATUS = "35"
              MOVE "ADMIN" TO USER-ID.
              READ USER-MASTER
                  INVALID KEY
                     INITIALIZE USER-MASTER-RECORD
                     MOVE "ADMIN" TO USER-ID
                     MOVE "ADMIN" TO USER-PASSWORD
                     MOVE "SUPERVISOR" TO USER-NAME
                     SET USER-LEVEL-SUPERVISOR TO TRUE
                     SET USER-ACTIVE TO TRUE
                     SET USER-NOT-LOCKED TO TRUE
                     SET USER-MUST-CHANGE-PASSWORD TO TRUE
                     WRITE USER-MASTER-RECORD
                     END-WRITE
              END-READ.
                  INVALID KEY
                     CONTINUE
              END-READ.
              MOVE ENTERED-USER-ID TO SECURITY-USER-ID.
              MOVE ZERO TO SECURITY-USER-LEVEL.
              IF USERMAST-STATUS = "00"
                 MOVE USER-LEVEL TO SECURITY-USER-LEVEL
              END-IF.
              EVALUATE TRUE
                  WHEN USERMAST-STATUS NOT = "00"
                     MOVE 'UNKNOWN OPERATOR' TO SECURITY-REASON
                     PERFORM REFUSE-SIGN-ON
                  WHEN NOT USER-ACTIVE
                     MOVE 'ACCOUNT DELETED' TO SECURITY-REASON
                     PERFORM REFUSE-SIGN-ON
                  WHEN USER-LOCKED
                     MOVE 'ACCOUNT LOCKED' TO SECURITY-REASON
                     PERFORM REFUSE-SIGN-ON
                  WHEN USER-PASSWORD NOT = ENTERED-PASSWORD
                     PERFORM RECORD-WRONG-PASSWORD
                  WHEN OTHER
                     PERFORM ACCEPT-SIGN-ON
              END-EVALUATE.

           REFUSE-SIGN-ON.
              MOVE 'F' TO SECURITY-EVENT.
              PERFORM LOG-SECURITY-EVENT.
              IF USERMAST-STATUS = "00" AND USER-LOCKED
                 DISPLAY 'ACCOUNT LOCKED - SEE A SUPERVISOR.' AT 0701
              ELSE
                 DISPLAY 'SIGN-ON FAILED, TRY AGAIN.' AT 0701
              END-IF.

      *****************************************************************
      *  A WRONG PASSWORD FOR A REAL ACCOUNT COUNTS AGAINST IT UNTIL *
      *  THE NEXT GOOD SIGN-ON; REACHING THE LIMIT LOCKS IT.         *
      *****************************************************************
           RECORD-WRONG-PASSWORD.
              IF USER-FAILED-ATTEMPTS IS NOT NUMERIC
                 MOVE ZERO TO USER-FAILED-ATTEMPTS
              END-IF.
              ADD 1 TO USER-FAILED-ATTEMPTS.
              MOVE 'F' TO SECURITY-EVENT.
              MOVE 'WRONG PASSWORD' TO SECURITY-REASON.
              PERFORM LOG-SECURITY-EVENT.
              IF USER-FAILED-ATTEMPTS NOT < SIGN-ON-LIMIT
                 SET USER-LOCKED TO TRUE
                 MOVE 'L' TO SECURITY-EVENT
                 MOVE 'TOO MANY FAILURES' TO SECURITY-REASON
                 PERFORM LOG-SECURITY-EVENT
                 DISPLAY 'ACCOUNT LOCKED - SEE A SUPERVISOR.' AT 0701
              ELSE
                 DISPLAY 'SIGN-ON FAILED, TRY AGAIN.' AT 0701
              END-IF.
              REWRITE USER-MASTER-RECORD
              END-REWRITE.

           ACCEPT-SIGN-ON.
              ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
              ACCEPT CURRENT-TIME FROM TIME.
              MOVE ZERO TO USER-FAILED-ATTEMPTS.
              SET USER-NOT-LOCKED TO TRUE.
              PERFORM CHECK-PASSWORD-AGE.
              IF PASSWORD-CHANGE-NEEDED
                 MOVE ZERO TO PASSWORD-TRIES
                 PERFORM CHANGE-PASSWORD-ATTEMPT
                    UNTIL PASSWORD-IS-CURRENT
                       OR PASSWORD-TRIES = MAX-PASSWORD-TRIES
              END-IF.
              IF PASSWORD-CHANGE-NEEDED
                 REWRITE USER-MASTER-RECORD
                 END-REWRITE
                 MOVE 'F' TO SECURITY-EVENT
                 MOVE 'PASSWORD NOT CHANGED' TO SECURITY-REASON
                 PERFORM LOG-SECURITY-EVENT
                 DISPLAY 'PASSWORD NOT CHANGED, SIGN-ON REFUSED.'
                    AT 0701
              ELSE
                 MOVE TODAYS-DATE TO USER-LAST-SIGN-ON-DATE
                 MOVE CURRENT-TIME TO USER-LAST-SIGN-ON-TIME
                 REWRITE USER-MASTER-RECORD
                 END-REWRITE
                 SET OPERATOR-IS-SIGNED-ON TO TRUE
                 MOVE USER-ID TO OPERATOR-USER-ID
                 MOVE USER-LEVEL TO OPERATOR-LEVEL
                 MOVE 'N' TO SECURITY-EVENT
                 MOVE SPACES TO SECURITY-REASON
                 PERFORM LOG-SECURITY-EVENT
              END-IF.

      *****************************************************************
      *  A PASSWORD NEVER CHOSEN BY ITS OPERATOR (NEW ACCOUNT, THE   *
      *  SEEDED ADMIN, A SUPERVISOR RESET) OR OLDER THAN THE STORE'S *
      *  PASSWORD LIFE MUST BE CHANGED BEFORE THE MENU.              *
      *****************************************************************
           CHECK-PASSWORD-AGE.
              SET PASSWORD-IS-CURRENT TO TRUE.
              IF USER-MUST-CHANGE-PASSWORD
                 OR USER-PASSWORD-DATE IS NOT NUMERIC
                 OR USER-PASSWORD-DATE = ZERO
                 SET PASSWORD-CHANGE-NEEDED TO TRUE
                 MOVE 'YOU MUST CHOOSE A NEW PASSWORD.'
                    TO PASSWORD-CHANGE-REASON
              ELSE
                 COMPUTE PASSWORD-EXPIRY-DATE =
                    FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(USER-PASSWORD-DATE)
                       + PASSWORD-LIFE-DAYS)
                 IF TODAYS-DATE NOT < PASSWORD-EXPIRY-DATE
                    SET PASSWORD-CHANGE-NEEDED TO TRUE
                    MOVE 'YOUR PASSWORD HAS EXPIRED.'
                       TO PASSWORD-CHANGE-REASON
                 END-IF
              END-IF.

           CHANGE-PASSWORD-ATTEMPT.
              ADD 1 TO PASSWORD-TRIES.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'STORE MANAGEMENT SOFTWARE 1.0 PASSWORD CHANGE'
                 AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY PASSWORD-CHANGE-REASON AT 0401.
              DISPLAY 'New password:' AT 0601.
              DISPLAY 'Confirm.....:' AT 0701.
              MOVE SPACES TO NEW-PASSWORD.
              ACCEPT NEW-PASSWORD AT 0615 WITH NO-ECHO.
              MOVE SPACES TO CONFIRM-PASSWORD.
              ACCEPT CONFIRM-PASSWORD AT 0715 WITH NO-ECHO.
              EVALUATE TRUE
                  WHEN NEW-PASSWORD = SPACES
                     DISPLAY 'PASSWORD CANNOT BE BLANK.' AT 0901
                  WHEN NEW-PASSWORD = USER-PASSWORD
                     DISPLAY 'CHOOSE A DIFFERENT PASSWORD.' AT 0901
                  WHEN NEW-PASSWORD NOT = CONFIRM-PASSWORD
                     DISPLAY 'PASSWORDS DO NOT MATCH.' AT 0901
                  WHEN OTHER
                     MOVE NEW-PASSWORD TO USER-PASSWORD
                     MOVE TODAYS-DATE TO USER-PASSWORD-DATE
                     SET USER-PASSWORD-CHOSEN TO TRUE
                     SET PASSWORD-IS-CURRENT TO TRUE
                     MOVE 'P' TO SECURITY-EVENT
                     MOVE SPACES TO SECURITY-REASON
                     PERFORM LOG-SECURITY-EVENT
              END-EVALUATE.

           LOG-SECURITY-EVENT.
              CALL "SECURITY-LOG-WRITER" USING SECURITY-USER-ID
                 SECURITY-USER-LEVEL SECURITY-EVENT SECURITY-REASON.

           WELCOME-SCREEN.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY '===========PRICING==============' AT 1342.
              DISPLAY '17. Maintain promotions' AT 1442.
              DISPLAY '18. Maintain state tax rates' AT 1542.
              DISPLAY '34. Product kits' AT 1642.
              DISPLAY '35. Layaways' AT 1742.
              DISPLAY '=======PAYABLES=======' AT 0358.
              DISPLAY '21. Enter vendor invc' AT 0458.
              DISPLAY '========COUNTER=======' AT 0558.
              DISPLAY '25. Maintain UPC xref' AT 0958.
              DISPLAY '26. Reorder pt review' AT 1058.
              DISPLAY '27. Maintain depts' AT 1158.
              DISPLAY '28. Release AP invc' AT 1258.
              DISPLAY '29. Maintain GL accts' AT 1358.
              DISPLAY '30. Return to vendor' AT 1458.
              DISPLAY '31. Tax exemptions' AT 1558.
              DISPLAY '32. Enter quotation' AT 1658.
              DISPLAY '33. Security setup' AT 1758.
              DISPLAY SEPARATING-BAR AT 1801.
              DISPLAY '99. Exit program' AT 1901.
              DISPLAY 'Please, select one option...........:' AT 2001.
                 AND (USER-CHOICE = 03 OR USER-CHOICE = 06
                    OR USER-CHOICE = 14 OR USER-CHOICE = 19
                    OR USER-CHOICE = 20 OR USER-CHOICE = 22
                    OR USER-CHOICE = 24 OR USER-CHOICE = 26
                    OR USER-CHOICE = 28 OR USER-CHOICE = 29
                    OR USER-CHOICE = 30 OR USER-CHOICE = 31
                    OR USER-CHOICE = 33)
                 DISPLAY 'SUPERVISOR SIGN-ON REQUIRED.' AT 2101
              ELSE
                 PERFORM DISPATCH-CHOICE
                     CALL 'REORDER-POINT-REVIEW'
                  WHEN 27
                     CALL 'MAINTAIN-DEPARTMENT'
                  WHEN 28
                     CALL 'RELEASE-AP-INVOICE'
                  WHEN 29
                     CALL 'MAINTAIN-GL-ACCOUNT'
                  WHEN 30
                     CALL 'RETURN-TO-VENDOR'
                  WHEN 31
                     CALL 'MAINTAIN-TAX-EXEMPTION'
                  WHEN 32
                     CALL 'ENTER-QUOTATION'
                  WHEN 33
                     CALL 'MAINTAIN-SECURITY-SETTINGS'
                  WHEN 34
                     CALL 'MAINTAIN-KIT'
                  WHEN 35
                     CALL 'SERVICE-LAYAWAY'
                  WHEN 99
                     MOVE OPERATOR-USER-ID TO SECURITY-USER-ID
                     MOVE OPERATOR-LEVEL TO SECURITY-USER-LEVEL
                     MOVE 'O' TO SECURITY-EVENT
                     MOVE SPACES TO SECURITY-REASON
                     PERFORM LOG-SECURITY-EVENT
                     DISPLAY 'GOODBYE!' AT 2101
                  WHEN OTHER
                     CONTINUE
