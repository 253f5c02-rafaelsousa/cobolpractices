       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-REPORT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  WEEKLY OPERATOR SECURITY REPORT.                              *
      *  BATCH JOB - READS THE SECURITY LOG FOR THE SEVEN DAYS ENDING  *
      *  ON THE STORE BUSINESS DATE AND THE USER MASTER AS IT STANDS,  *
      *  AND LISTS FOUR THINGS FOR THE STORE MANAGER: THE ACCOUNTS     *
      *  LOCKED THIS WEEK BY TOO MANY FAILED SIGN-ONS (AND WHETHER     *
      *  THEY HAVE SINCE BEEN UNLOCKED), EVERY ACCOUNT STILL LOCKED,   *
      *  THE ACTIVE ACCOUNTS NOBODY HAS SIGNED ON TO WITHIN THE        *
      *  STORE'S DORMANT DAYS (OR EVER), AND EVERY SUPERVISOR SIGN-ON  *
      *  THIS WEEK BEFORE THE STORE OPENED OR AFTER IT CLOSED. THE     *
      *  DORMANT DAYS AND STORE HOURS COME FROM THE STORE-CONTROL      *
      *  RECORD, STANDARD VALUES WHERE NONE HAVE BEEN SET. THE SUMMARY *
      *  COUNTS THE WEEK'S SIGN-ONS, FAILURES AND LOCKOUTS.            *
      *  A REPORT THAT CANNOT BE WRITTEN ENDS THE RUN WITH RC 12.      *
      *  RUN BY THE SECRPT JCL.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SECLOG-STATUS.

           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS USERMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
       COPY "security-log.cpy".

       FD  USER-MASTER.
       COPY "user-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  SECURITY-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
         01 SECLOG-STATUS PIC X(2).
         01 USERMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 SECURITY-LOG-EOF-SWITCH PIC X(1).
             88 END-OF-SECURITY-LOG        VALUE 'Y'.
             88 NOT-END-OF-SECURITY-LOG    VALUE 'N'.
         01 USER-MASTER-EOF-SWITCH PIC X(1).
             88 END-OF-USER-MASTER         VALUE 'Y'.
             88 NOT-END-OF-USER-MASTER     VALUE 'N'.
         01 USER-MASTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
             88 USER-MASTER-IS-OPEN        VALUE 'Y'.
             88 USER-MASTER-NOT-OPEN       VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 LOG-PASS-SWITCH PIC X(1).
             88 LISTING-LOCKOUTS           VALUE 'L'.
             88 LISTING-OUT-OF-HOURS       VALUE 'H'.
         01 ACCOUNT-PASS-SWITCH PIC X(1).
             88 LISTING-LOCKED-ACCOUNTS    VALUE 'L'.
             88 LISTING-DORMANT-ACCOUNTS   VALUE 'D'.
         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 WEEK-START-DATE PIC 9(8).
         01 DORMANT-DAYS PIC 9(3).
         01 DORMANT-CUTOFF-DATE PIC 9(8).
         01 STORE-OPENS PIC 9(4).
         01 STORE-CLOSES PIC 9(4).
         01 EVENT-TIME PIC 9(8).
         01 EVENT-TIME-PARTS REDEFINES EVENT-TIME.
             05 EVENT-HOUR               PIC 9(2).
             05 EVENT-MINUTE             PIC 9(2).
             05 FILLER                   PIC 9(4).
         01 EVENT-HHMM PIC 9(4).
         01 DAYS-IDLE PIC 9(5).
         01 SECTION-COUNT PIC 9(5).

         01 SIGN-ON-COUNT PIC 9(5) VALUE ZERO.
         01 FAILED-COUNT PIC 9(5) VALUE ZERO.
         01 LOCKOUT-COUNT PIC 9(5) VALUE ZERO.
         01 LOCKED-NOW-COUNT PIC 9(5) VALUE ZERO.
         01 DORMANT-COUNT PIC 9(5) VALUE ZERO.
         01 OUT-OF-HOURS-COUNT PIC 9(5) VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER                  PIC X(42)
                 VALUE "OPERATOR SECURITY REPORT FOR THE WEEK OF ".
             05  HEADING-WEEK-START      PIC 9(8).
             05  FILLER                  PIC X(4) VALUE " TO ".
             05  HEADING-BUSINESS-DATE   PIC 9(8).

         01 SECTION-HEADING-LINE.
             05  SECTION-HEADING-TEXT    PIC X(70).

         01 EVENT-COLUMN-HEADING-LINE.
             05  FILLER PIC X(27) VALUE
                 "DATE      TIME   OPERATOR  ".
             05  FILLER PIC X(41) VALUE
                 "NAME                            LVL  NOTE".

         01 EVENT-DETAIL-LINE.
             05  DETAIL-EVENT-DATE       PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EVENT-HOUR       PIC 9(2).
             05  FILLER                  PIC X(1) VALUE ":".
             05  DETAIL-EVENT-MINUTE     PIC 9(2).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EVENT-USER-ID    PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EVENT-NAME       PIC X(30).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EVENT-LEVEL      PIC X(3).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EVENT-NOTE       PIC X(20).

         01 ACCOUNT-COLUMN-HEADING-LINE.
             05  FILLER PIC X(42) VALUE
                 "OPERATOR  NAME".
             05  FILLER PIC X(26) VALUE
                 "LVL  LAST ON    IDLE  NOTE".

         01 ACCOUNT-DETAIL-LINE.
             05  DETAIL-USER-ID          PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-USER-NAME        PIC X(30).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-USER-LEVEL       PIC X(3).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-LAST-SIGN-ON     PIC X(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DAYS-IDLE        PIC ZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ACCOUNT-NOTE     PIC X(20).

         01 SECTION-TOTAL-LINE.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  SECTION-TOTAL-LABEL     PIC X(20).
             05  SECTION-TOTAL-COUNT     PIC ZZZZ9.

         01 SUMMARY-LINE.
             05  SUMMARY-LABEL           PIC X(28).
             05  SUMMARY-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - 6).
           COMPUTE DORMANT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER - DORMANT-DAYS).
           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT USER-MASTER.
           IF USERMAST-STATUS = "00"
              SET USER-MASTER-IS-OPEN TO TRUE
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SET LISTING-LOCKOUTS TO TRUE
              PERFORM LIST-SECURITY-EVENTS
              SET LISTING-LOCKED-ACCOUNTS TO TRUE
              PERFORM LIST-ACCOUNTS
              SET LISTING-DORMANT-ACCOUNTS TO TRUE
              PERFORM LIST-ACCOUNTS
              SET LISTING-OUT-OF-HOURS TO TRUE
              PERFORM LIST-SECURITY-EVENTS
              PERFORM PRINT-SUMMARY
           END-IF.
           IF USER-MASTER-IS-OPEN
              CLOSE USER-MASTER
           END-IF.
           CLOSE SECURITY-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "SECURITY-REPORT FAILED, REPORT INCOMPLETE"
              MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *  THE BUSINESS DATE AND THE STORE'S SECURITY SETTINGS BOTH     *
      *  COME FROM THE STORE-CONTROL RECORD. ZERO MEANS THE STANDARD  *
      *  SETTING: 60 DORMANT DAYS, OPEN 0800 TO 2000.                 *
      *****************************************************************
       GET-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO DORMANT-DAYS.
           MOVE ZERO TO STORE-OPENS.
           MOVE ZERO TO STORE-CLOSES.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "00"
              READ STORE-CONTROL
                  AT END
                     CONTINUE
              END-READ
              IF STORCTL-STATUS = "00"
                 MOVE CTL-BUSINESS-DATE TO BUSINESS-DATE
                 PERFORM TAKE-SECURITY-SETTINGS
              END-IF
              CLOSE STORE-CONTROL
           END-IF.
           IF DORMANT-DAYS = ZERO
              MOVE 60 TO DORMANT-DAYS
           END-IF.
           IF STORE-OPENS = ZERO AND STORE-CLOSES = ZERO
              MOVE 0800 TO STORE-OPENS
              MOVE 2000 TO STORE-CLOSES
           END-IF.

       TAKE-SECURITY-SETTINGS.
           IF CTL-DORMANT-DAYS IS NUMERIC
              MOVE CTL-DORMANT-DAYS TO DORMANT-DAYS
           END-IF.
           IF CTL-STORE-OPENS IS NUMERIC
              AND CTL-STORE-CLOSES IS NUMERIC
              MOVE CTL-STORE-OPENS TO STORE-OPENS
              MOVE CTL-STORE-CLOSES TO STORE-CLOSES
           END-IF.

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       PRINT-HEADINGS.
           MOVE WEEK-START-DATE TO HEADING-WEEK-START.
           MOVE BUSINESS-DATE TO HEADING-BUSINESS-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       START-SECTION.
           MOVE ZERO TO SECTION-COUNT.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SECTION-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END-SECTION.
           IF SECTION-COUNT = ZERO
              MOVE "  NONE" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SECTION-COUNT TO SECTION-TOTAL-COUNT.
           MOVE SECTION-TOTAL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  ONE PASS OF THE SECURITY LOG PER EVENT SECTION - THE         *
      *  LOCKOUTS FIRST, THE OUT-OF-HOURS SUPERVISORS LAST. THE       *
      *  LOCKOUT PASS ALSO COUNTS THE WEEK'S SIGN-ONS AND FAILURES    *
      *  FOR THE SUMMARY. NO LOG YET SIMPLY MEANS NOTHING TO LIST.    *
      *****************************************************************
       LIST-SECURITY-EVENTS.
           IF LISTING-LOCKOUTS
              MOVE "ACCOUNTS LOCKED OUT THIS WEEK"
                 TO SECTION-HEADING-TEXT
              MOVE "LOCKOUTS:" TO SECTION-TOTAL-LABEL
           ELSE
              MOVE "SUPERVISOR SIGN-ONS OUTSIDE STORE HOURS THIS WEEK"
                 TO SECTION-HEADING-TEXT
              MOVE "SIGN-ONS:" TO SECTION-TOTAL-LABEL
           END-IF.
           PERFORM START-SECTION.
           MOVE EVENT-COLUMN-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT SECURITY-LOG.
           IF SECLOG-STATUS = "00"
              SET NOT-END-OF-SECURITY-LOG TO TRUE
              PERFORM READ-SECURITY-LOG
              PERFORM CHECK-ONE-SECURITY-EVENT
                 UNTIL END-OF-SECURITY-LOG
              CLOSE SECURITY-LOG
           END-IF.
           PERFORM END-SECTION.
           IF LISTING-LOCKOUTS
              MOVE SECTION-COUNT TO LOCKOUT-COUNT
           ELSE
              MOVE SECTION-COUNT TO OUT-OF-HOURS-COUNT
           END-IF.

       READ-SECURITY-LOG.
           READ SECURITY-LOG
               AT END
                  SET END-OF-SECURITY-LOG TO TRUE
           END-READ.

       CHECK-ONE-SECURITY-EVENT.
           IF SL-LOG-DATE NOT < WEEK-START-DATE
              AND SL-LOG-DATE NOT > BUSINESS-DATE
              IF LISTING-LOCKOUTS
                 PERFORM CHECK-FOR-LOCKOUT
              ELSE
                 PERFORM CHECK-FOR-OUT-OF-HOURS
              END-IF
           END-IF.
           PERFORM READ-SECURITY-LOG.

       CHECK-FOR-LOCKOUT.
           IF SL-SIGNED-ON
              ADD 1 TO SIGN-ON-COUNT
           END-IF.
           IF SL-SIGN-ON-FAILED
              ADD 1 TO FAILED-COUNT
           END-IF.
           IF SL-ACCOUNT-LOCKED
              PERFORM FIND-EVENT-OPERATOR
              IF USERMAST-STATUS = "00" AND USER-LOCKED
                 MOVE "STILL LOCKED" TO DETAIL-EVENT-NOTE
              ELSE
                 MOVE "UNLOCKED SINCE" TO DETAIL-EVENT-NOTE
              END-IF
              PERFORM PRINT-EVENT-LINE
           END-IF.

      *****************************************************************
      *  A SUPERVISOR SIGN-ON BEFORE OPENING TIME OR AT/AFTER CLOSING *
      *  TIME IS OUT OF HOURS. THE LEVEL IS THE ONE THE ACCOUNT HAD   *
      *  WHEN IT SIGNED ON, NOT WHAT IT HAS NOW.                      *
      *****************************************************************
       CHECK-FOR-OUT-OF-HOURS.
           IF SL-SIGNED-ON AND SL-USER-LEVEL = 2
              MOVE SL-LOG-TIME TO EVENT-TIME
              COMPUTE EVENT-HHMM = EVENT-HOUR * 100 + EVENT-MINUTE
              IF EVENT-HHMM < STORE-OPENS
                 OR EVENT-HHMM NOT < STORE-CLOSES
                 PERFORM FIND-EVENT-OPERATOR
                 IF EVENT-HHMM < STORE-OPENS
                    MOVE "BEFORE OPENING" TO DETAIL-EVENT-NOTE
                 ELSE
                    MOVE "AFTER CLOSING" TO DETAIL-EVENT-NOTE
                 END-IF
                 PERFORM PRINT-EVENT-LINE
              END-IF
           END-IF.

       FIND-EVENT-OPERATOR.
           MOVE "99" TO USERMAST-STATUS.
           IF USER-MASTER-IS-OPEN
              MOVE SL-USER-ID TO USER-ID
              READ USER-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ
           END-IF.
           IF USERMAST-STATUS = "00"
              MOVE USER-NAME TO DETAIL-EVENT-NAME
           ELSE
              MOVE "** NOT ON FILE **" TO DETAIL-EVENT-NAME
           END-IF.

       PRINT-EVENT-LINE.
           MOVE SL-LOG-DATE TO DETAIL-EVENT-DATE.
           MOVE SL-LOG-TIME TO EVENT-TIME.
           MOVE EVENT-HOUR TO DETAIL-EVENT-HOUR.
           MOVE EVENT-MINUTE TO DETAIL-EVENT-MINUTE.
           MOVE SL-USER-ID TO DETAIL-EVENT-USER-ID.
           IF SL-USER-LEVEL = 2
              MOVE "SUP" TO DETAIL-EVENT-LEVEL
           ELSE
              MOVE "CNT" TO DETAIL-EVENT-LEVEL
           END-IF.
           MOVE EVENT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO SECTION-COUNT.

      *****************************************************************
      *  ONE PASS OF THE USER MASTER PER ACCOUNT SECTION. ONLY ACTIVE *
      *  ACCOUNTS ARE LISTED - A DELETED OPERATOR CANNOT SIGN ON      *
      *  ANYWAY. DORMANT MEANS NO SIGN-ON SINCE THE CUTOFF DATE, OR   *
      *  NONE SINCE THE ACCOUNT WAS SET UP.                           *
      *****************************************************************
       LIST-ACCOUNTS.
           IF LISTING-LOCKED-ACCOUNTS
              MOVE "ACCOUNTS LOCKED NOW - A SUPERVISOR MUST UNLOCK"
                 TO SECTION-HEADING-TEXT
              MOVE "LOCKED:" TO SECTION-TOTAL-LABEL
           ELSE
              MOVE SPACES TO SECTION-HEADING-TEXT
              STRING "DORMANT ACCOUNTS - NO SIGN-ON SINCE "
                        DELIMITED BY SIZE
                     DORMANT-CUTOFF-DATE DELIMITED BY SIZE
                 INTO SECTION-HEADING-TEXT
              END-STRING
              MOVE "DORMANT:" TO SECTION-TOTAL-LABEL
           END-IF.
           PERFORM START-SECTION.
           MOVE ACCOUNT-COLUMN-HEADING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF USER-MASTER-IS-OPEN
              MOVE LOW-VALUES TO USER-ID
              START USER-MASTER KEY IS NOT LESS THAN USER-ID
                  INVALID KEY
                     CONTINUE
              END-START
              SET NOT-END-OF-USER-MASTER TO TRUE
              IF USERMAST-STATUS NOT = "00"
                 SET END-OF-USER-MASTER TO TRUE
              ELSE
                 PERFORM READ-NEXT-USER-MASTER
              END-IF
              PERFORM CHECK-ONE-ACCOUNT
                 UNTIL END-OF-USER-MASTER
           END-IF.
           PERFORM END-SECTION.
           IF LISTING-LOCKED-ACCOUNTS
              MOVE SECTION-COUNT TO LOCKED-NOW-COUNT
           ELSE
              MOVE SECTION-COUNT TO DORMANT-COUNT
           END-IF.

       READ-NEXT-USER-MASTER.
           READ USER-MASTER NEXT RECORD
               AT END
                  SET END-OF-USER-MASTER TO TRUE
           END-READ.

       CHECK-ONE-ACCOUNT.
           IF USER-ACTIVE
              IF USER-LAST-SIGN-ON-DATE IS NOT NUMERIC
                 MOVE ZERO TO USER-LAST-SIGN-ON-DATE
              END-IF
              IF LISTING-LOCKED-ACCOUNTS
                 IF USER-LOCKED
                    MOVE SPACES TO DETAIL-ACCOUNT-NOTE
                    STRING USER-FAILED-ATTEMPTS DELIMITED BY SIZE
                           " FAILED SIGN-ONS" DELIMITED BY SIZE
                       INTO DETAIL-ACCOUNT-NOTE
                    END-STRING
                    PERFORM PRINT-ACCOUNT-LINE
                 END-IF
              ELSE
                 IF USER-LAST-SIGN-ON-DATE < DORMANT-CUTOFF-DATE
                    IF USER-LOCKED
                       MOVE "ALSO LOCKED" TO DETAIL-ACCOUNT-NOTE
                    ELSE
                       MOVE SPACES TO DETAIL-ACCOUNT-NOTE
                    END-IF
                    PERFORM PRINT-ACCOUNT-LINE
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-NEXT-USER-MASTER.

       PRINT-ACCOUNT-LINE.
           MOVE USER-ID TO DETAIL-USER-ID.
           MOVE USER-NAME TO DETAIL-USER-NAME.
           IF USER-LEVEL-SUPERVISOR
              MOVE "SUP" TO DETAIL-USER-LEVEL
           ELSE
              MOVE "CNT" TO DETAIL-USER-LEVEL
           END-IF.
           IF USER-LAST-SIGN-ON-DATE = ZERO
              MOVE "NEVER" TO DETAIL-LAST-SIGN-ON
              MOVE ZERO TO DETAIL-DAYS-IDLE
           ELSE
              MOVE USER-LAST-SIGN-ON-DATE TO DETAIL-LAST-SIGN-ON
              COMPUTE DAYS-IDLE = BUSINESS-DATE-INTEGER -
                 FUNCTION INTEGER-OF-DATE(USER-LAST-SIGN-ON-DATE)
              MOVE DAYS-IDLE TO DETAIL-DAYS-IDLE
           END-IF.
           MOVE ACCOUNT-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO SECTION-COUNT.

       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SIGN-ONS THIS WEEK.........:" TO SUMMARY-LABEL.
           MOVE SIGN-ON-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FAILED SIGN-ONS THIS WEEK..:" TO SUMMARY-LABEL.
           MOVE FAILED-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "LOCKOUTS THIS WEEK.........:" TO SUMMARY-LABEL.
           MOVE LOCKOUT-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ACCOUNTS LOCKED NOW........:" TO SUMMARY-LABEL.
           MOVE LOCKED-NOW-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "DORMANT ACCOUNTS...........:" TO SUMMARY-LABEL.
           MOVE DORMANT-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "OUT-OF-HOURS SUPERVISOR....:" TO SUMMARY-LABEL.
           MOVE OUT-OF-HOURS-COUNT TO SUMMARY-COUNT.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM SECURITY-REPORT.
