      ******************************************************************
      *  DAY-END DRIVER.                                               *
      *  BATCH JOB - ENFORCES THE CLOSE OF THE STORE BUSINESS DATE:    *
      *  MARKS THE DATE CLOSED ON THE STORE-CONTROL FILE (WHICH BLOCKS *
      *  FURTHER SALES AND RETURNS), RUNS EOD-SALES-SUMMARY,           *
      *  TENDER-SUMMARY, REORDER-REPORT, STOCK-RECONCILE,              *
      *  CREDIT-HOLD-UPDATE, SHELF-LABEL-PRINT, GL-JOURNAL-EXTRACT AND *
      *  INTEGRITY-CHECK EXACTLY ONCE FOR THAT DATE, DROPS THE         *
      *  LEFTOVER SUSPENDED SLIPS, THEN RECORDS IT AS THE LAST DATE    *
      *  CLOSED AND OPENS THE NEXT DAY. A DATE ALREADY RECORDED AS THE *
      *  LAST ONE CLOSED REFUSES THE RUN WITH RC 8 SO A JCL RERUN      *
      *  CANNOT DOUBLE-REPORT A DAY; A DATE FOUND CLOSED BUT NOT YET   *
      *  RECORDED MEANS AN EARLIER RUN DIED MID-CLOSE, AND THE CLOSE   *
      *  IS RESUMED RATHER THAN LEAVING SALES BLOCKED WITH NO WAY      *
      *  BACK. EVERY NIGHTLY STEP'S START, END AND OUTCOME IS RECORDED *
      *  ON THE RUN-LOG FILE AS IT HAPPENS, AND A RESUMED CLOSE PICKS  *
      *  UP AT THE FIRST STEP NOT YET LOGGED COMPLETE FOR THE DATE     *
      *  INSTEAD OF RERUNNING THE FINISHED ONES. A STEP THAT COMES     *
      *  BACK WITH A BAD RETURN CODE STOPS THE RUN WITH RC 8 AND       *
      *  LEAVES THE DATE CLOSED FOR THE RERUN. THE INTEGRITY CHECK IS  *
      *  THE EXCEPTION: FILES THAT DISAGREE (RC 4 OR 8) ARE LOGGED AS  *
      *  COMPLETED WITH EXCEPTIONS AND THE CLOSE CARRIES ON - THE FIX  *
      *  IS A PERSON'S JOB, NOT A RERUN'S - BUT THE DRIVER THEN ENDS   *
      *  RC 4 SO THE MORNING LOOKS AT THE INTEGRITY REPORT; ONLY A     *
      *  CHECK THAT COULD NOT RUN (RC 12) STOPS THE CLOSE. EITHER WAY  *
      *  THE RUN ENDS BY PRINTING THE MORNING OPERATIONS SUMMARY OF    *
      *  EVERY STEP LOGGED FOR THE DATE - DAY-END, MONTH-END AND       *
      *  BACKUP ALIKE - SO ONE PAGE TELLS THE MORNING THE OVERNIGHT    *
      *  STATE. THE FIRST EVER RUN BOOTSTRAPS THE CONTROL FILE FROM    *
      *  THE SYSTEM DATE.                                              *
      *  RUN BY THE DAYEND JCL.                                        *
      ******************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPDROP-STATUS.

           SELECT DROPPED-SLIP-LOG ASSIGN TO "SLIPLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SLIPLOG-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  DROPPED-SLIP-REPORT.
       01  DROPPED-SLIP-LINE PIC X(80).

       FD  DROPPED-SLIP-LOG.
       COPY "dropped-slip.cpy".

       FD  RUN-LOG.
       COPY "run-log.cpy".

         01 STORCTL-STATUS PIC X(2).
         01 SUSPORD-STATUS PIC X(2).
         01 SUSPDROP-STATUS PIC X(2).
         01 SLIPLOG-STATUS PIC X(2).
         01 SUSPENDED-EOF-SWITCH PIC X(1).
             88 END-OF-SUSPENDED-ORDER    VALUE 'Y'.
             88 NOT-END-OF-SUSPENDED-ORDER VALUE 'N'.
             05  DETAIL-PRODUCT-CODE     PIC X(6).
             05  FILLER                  PIC X(5) VALUE " QTY ".
             05  DETAIL-QTY              PIC ZZZZ9.
             05  FILLER                  PIC X(6) VALUE " OPER ".
             05  DETAIL-OPERATOR-ID      PIC X(8).
         01 CLOSING-DATE PIC 9(8).
         01 NEXT-BUSINESS-DATE PIC 9(8).
         01 RUN-OK-SWITCH PIC X(1).
         01 NIGHT-OK-SWITCH PIC X(1).
             88 NIGHTLY-STEPS-ALL-RAN     VALUE 'Y'.
             88 A-NIGHTLY-STEP-FAILED     VALUE 'N'.
         01 INTEGRITY-SWITCH PIC X(1) VALUE 'N'.
             88 INTEGRITY-EXCEPTIONS-FOUND VALUE 'Y'.
             88 NO-INTEGRITY-EXCEPTIONS   VALUE 'N'.
         01 JOB-LOG-NAME PIC X(8) VALUE "DAYEND".
         01 NIGHTLY-STEP-NAME PIC X(20).
         01 STEP-LOG-OUTCOME PIC X(1).
                 MOVE 8 TO RETURN-CODE
              END-IF
              PERFORM PRINT-MORNING-REPORT
              IF NIGHTLY-STEPS-ALL-RAN
                 AND INTEGRITY-EXCEPTIONS-FOUND
                 DISPLAY "FILES DISAGREE - SEE THE INTEGRITY REPORT"
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
       READ-STORE-CONTROL.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "35"
              INITIALIZE STORE-CONTROL-RECORD
              ACCEPT CTL-BUSINESS-DATE FROM DATE YYYYMMDD
              SET CTL-DATE-OPEN TO TRUE
              MOVE ZERO TO CTL-LAST-CLOSED-DATE
           ELSE
              READ STORE-CONTROL
                  AT END
                     INITIALIZE STORE-CONTROL-RECORD
                     ACCEPT CTL-BUSINESS-DATE FROM DATE YYYYMMDD
                     SET CTL-DATE-OPEN TO TRUE
                     MOVE ZERO TO CTL-LAST-CLOSED-DATE
      *  COMPLETED OR FAILED AFTER IT. A STEP ALREADY LOGGED          *
      *  COMPLETE FOR THE DATE - A RERUN AFTER A MID-NIGHT FAILURE -  *
      *  IS SKIPPED, SO THE RUN PICKS UP AT THE STEP THAT DIED. THE   *
      *  FIRST BAD RETURN CODE STOPS THE SEQUENCE. AN INTEGRITY CHECK *
      *  THAT FOUND FILES DISAGREEING IS LOGGED COMPLETED WITH        *
      *  EXCEPTIONS, COUNTS AS DONE ON A RERUN, AND LETS THE CLOSE    *
      *  CARRY ON.                                                    *
      *****************************************************************
       RUN-NIGHTLY-JOBS.
           SET NIGHTLY-STEPS-ALL-RAN TO TRUE.
           MOVE "EOD-SALES-SUMMARY" TO NIGHTLY-STEP-NAME.
           PERFORM RUN-ONE-NIGHTLY-STEP.
           IF NIGHTLY-STEPS-ALL-RAN
              MOVE "TENDER-SUMMARY" TO NIGHTLY-STEP-NAME
              PERFORM RUN-ONE-NIGHTLY-STEP
           END-IF.
           IF NIGHTLY-STEPS-ALL-RAN
              MOVE "REORDER-REPORT" TO NIGHTLY-STEP-NAME
              PERFORM RUN-ONE-NIGHTLY-STEP
              MOVE "SHELF-LABEL-PRINT" TO NIGHTLY-STEP-NAME
              PERFORM RUN-ONE-NIGHTLY-STEP
           END-IF.
           IF NIGHTLY-STEPS-ALL-RAN
              MOVE "GL-JOURNAL-EXTRACT" TO NIGHTLY-STEP-NAME
              PERFORM RUN-ONE-NIGHTLY-STEP
           END-IF.
           IF NIGHTLY-STEPS-ALL-RAN
              MOVE "INTEGRITY-CHECK" TO NIGHTLY-STEP-NAME
              PERFORM RUN-ONE-NIGHTLY-STEP
           END-IF.

       RUN-ONE-NIGHTLY-STEP.
           PERFORM CHECK-STEP-ALREADY-DONE.
              PERFORM WRITE-RUN-LOG-EVENT
              MOVE ZERO TO RETURN-CODE
              PERFORM CALL-NIGHTLY-STEP
              EVALUATE TRUE
                  WHEN NIGHTLY-STEP-NAME = "INTEGRITY-CHECK"
                     AND RETURN-CODE > ZERO
                     AND RETURN-CODE NOT > 8
                     MOVE "E" TO STEP-LOG-OUTCOME
                     PERFORM WRITE-RUN-LOG-EVENT
                     SET INTEGRITY-EXCEPTIONS-FOUND TO TRUE
                     MOVE ZERO TO RETURN-CODE
                  WHEN RETURN-CODE > 4
                     MOVE "F" TO STEP-LOG-OUTCOME
                     PERFORM WRITE-RUN-LOG-EVENT
                     SET A-NIGHTLY-STEP-FAILED TO TRUE
                     MOVE ZERO TO RETURN-CODE
                  WHEN OTHER
                     MOVE "C" TO STEP-LOG-OUTCOME
                     PERFORM WRITE-RUN-LOG-EVENT
              END-EVALUATE
           END-IF.

       CALL-NIGHTLY-STEP.
           EVALUATE NIGHTLY-STEP-NAME
               WHEN "EOD-SALES-SUMMARY"
                  CALL "EOD-SALES-SUMMARY"
               WHEN "TENDER-SUMMARY"
                  CALL "TENDER-SUMMARY"
               WHEN "REORDER-REPORT"
                  CALL "REORDER-REPORT"
               WHEN "STOCK-RECONCILE"
                  CALL "CREDIT-HOLD-UPDATE"
               WHEN "SHELF-LABEL-PRINT"
                  CALL "SHELF-LABEL-PRINT"
               WHEN "GL-JOURNAL-EXTRACT"
                  CALL "GL-JOURNAL-EXTRACT"
               WHEN "INTEGRITY-CHECK"
                  CALL "INTEGRITY-CHECK"
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.
           IF RL-RUN-DATE = CLOSING-DATE
              AND RL-JOB-NAME = JOB-LOG-NAME
              AND RL-STEP-NAME = NIGHTLY-STEP-NAME
              AND (RL-STEP-COMPLETED OR RL-STEP-EXCEPTIONS)
              SET STEP-ALREADY-COMPLETED TO TRUE
           END-IF.
           PERFORM READ-RUN-LOG.
                     MOVE "COMPLETED" TO OPS-OUTCOME-TEXT
                  WHEN RL-STEP-FAILED
                     MOVE "** FAILED" TO OPS-OUTCOME-TEXT
                  WHEN RL-STEP-EXCEPTIONS
                     MOVE "EXCEPTIONS" TO OPS-OUTCOME-TEXT
                  WHEN OTHER
                     MOVE "STARTED" TO OPS-OUTCOME-TEXT
              END-EVALUATE
      *  DAY, SO NOTHING STALE CARRIES ACROSS BUSINESS DATES, THE     *
      *  SLIP-NUMBER SCAN IN SELL-PRODUCT NEVER GROWS, AND SLIP       *
      *  NUMBERS RESTART AT 1 EACH DATE. THE MORNING STILL KNOWS      *
      *  WHICH CUSTOMERS WALKED AWAY FROM A HELD SALE, AND EACH       *
      *  DROPPED LINE IS KEPT ON THE DROPPED-SLIP LOG WITH THE        *
      *  OPERATOR WHO SUSPENDED IT FOR THE LOSS-PREVENTION REPORT.    *
      *****************************************************************
       PURGE-SUSPENDED-SLIPS.
           MOVE ZERO TO DROPPED-SLIP-COUNT.
              MOVE "SUSPENDED SLIPS DROPPED AT DAY-END" TO
                 DROPPED-SLIP-LINE
              WRITE DROPPED-SLIP-LINE
              PERFORM OPEN-DROPPED-SLIP-LOG
              SET NOT-END-OF-SUSPENDED-ORDER TO TRUE
              PERFORM READ-SUSPENDED-ORDER
              PERFORM DROP-ONE-HELD-SLIP
                 UNTIL END-OF-SUSPENDED-ORDER
              CLOSE SUSPENDED-ORDER
              CLOSE DROPPED-SLIP-REPORT
              CLOSE DROPPED-SLIP-LOG
              OPEN OUTPUT SUSPENDED-ORDER
              CLOSE SUSPENDED-ORDER
              DISPLAY "SUSPENDED SLIP LINES DROPPED: "
                 DROPPED-SLIP-COUNT
           END-IF.

       OPEN-DROPPED-SLIP-LOG.
           OPEN EXTEND DROPPED-SLIP-LOG.
           IF SLIPLOG-STATUS = "35"
              OPEN OUTPUT DROPPED-SLIP-LOG
              CLOSE DROPPED-SLIP-LOG
              OPEN EXTEND DROPPED-SLIP-LOG
           END-IF.

       READ-SUSPENDED-ORDER.
           READ SUSPENDED-ORDER
               AT END
              MOVE SUSP-CUSTOMER-NUMBER TO DETAIL-CUSTOMER-NUMBER
              MOVE SUSP-PRODUCT-CODE TO DETAIL-PRODUCT-CODE
              MOVE SUSP-QTY TO DETAIL-QTY
              MOVE SUSP-OPERATOR-ID TO DETAIL-OPERATOR-ID
              MOVE DROPPED-SLIP-DETAIL TO DROPPED-SLIP-LINE
              WRITE DROPPED-SLIP-LINE
              PERFORM LOG-DROPPED-SLIP-LINE
              ADD 1 TO DROPPED-SLIP-COUNT
           END-IF.
           PERFORM READ-SUSPENDED-ORDER.

       LOG-DROPPED-SLIP-LINE.
           MOVE SUSP-BUSINESS-DATE TO DS-BUSINESS-DATE.
           MOVE SUSP-SLIP-NUMBER TO DS-SLIP-NUMBER.
           MOVE SUSP-OPERATOR-ID TO DS-OPERATOR-ID.
           MOVE SUSP-CUSTOMER-NUMBER TO DS-CUSTOMER-NUMBER.
           MOVE SUSP-PRODUCT-CODE TO DS-PRODUCT-CODE.
           MOVE SUSP-QTY TO DS-QTY.
           MOVE SUSP-LINE-AMOUNT TO DS-LINE-AMOUNT.
           WRITE DROPPED-SLIP-RECORD.

       ADVANCE-BUSINESS-DATE.
           COMPUTE NEXT-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(CLOSING-DATE) + 1).
