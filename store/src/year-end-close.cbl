       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  YEAR-END CLOSE OF THE SALES HISTORY.                          *
      *  BATCH JOB - RUN ONCE A YEAR AFTER THE DECEMBER MONTH-END      *
      *  ARCHIVE. SUMMARISES THE CLOSED YEAR'S SALES-HISTORY LINES BY  *
      *  MONTH, DEPARTMENT, PRODUCT AND CUSTOMER ONTO THE ANNUAL       *
      *  SALES SUMMARY FILE, WITH RETURNS NETTED OFF AND THE MARGIN    *
      *  PRICED AT THE RUNNING UNIT COST THE WAY THE SALES REPORTS DO. *
      *  AN OLDER YEAR STILL ON THE HISTORY BUT NOT YET ON THE SUMMARY *
      *  IS SUMMARISED THE SAME WAY. IT THEN PRINTS THIS YEAR AGAINST  *
      *  LAST YEAR BY MONTH AND BY DEPARTMENT - SALES, MARGIN AND      *
      *  UNITS - FROM THE SUMMARY, AND PURGES THE DETAIL LINES OF THE  *
      *  YEARS OLDER THAN THE RETENTION PERIOD. THE NEW SUMMARY AND    *
      *  THE KEPT HISTORY EACH PASS THROUGH A WORK FILE THAT IS READ   *
      *  BACK AND CHECKED BEFORE THE LIVE FILE IS REBUILT, AND A YEAR  *
      *  IS ONLY PURGED WHEN ITS DETAIL LINE COUNT AND SALES TOTAL     *
      *  AGREE WITH ITS SUMMARY - ONE THAT DISAGREES IS KEPT AND THE   *
      *  RUN ENDS RC 4. THE YEAR TO CLOSE (YYYY) AND THE YEARS OF      *
      *  DETAIL TO KEEP (NN) ARE ON THE SYSIN CARD; ZERO CLOSES THE    *
      *  YEAR BEFORE THE BUSINESS DATE AND KEEPS THE STANDARD PERIOD.  *
      *  THE CLOSE IS LOGGED ON THE RUN-LOG UNDER THE YEAR IT CLOSED,  *
      *  AND A YEAR ALREADY LOGGED CLOSED - OR ONE NOT OVER YET - IS   *
      *  REFUSED WITH RC 8. A YEAR WITH NO DECEMBER ON THE HISTORY, OR *
      *  A WORK FILE THAT DOES NOT CHECK OUT, LEAVES THE LIVE FILE IT  *
      *  WAS FOR UNTOUCHED AND ENDS RC 8 SO THE RERUN CAN PICK IT UP.  *
      *  A FILE OR REPORT THAT CANNOT BE USED ENDS IT RC 12.           *
      *  RUN BY THE YEAREND JCL.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY ASSIGN TO "SALESHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESHST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "SALESHWK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SALESHWK-STATUS.

           SELECT ANNUAL-SUMMARY ASSIGN TO "ANNSUM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ANNSUM-STATUS.

           SELECT SUMMARY-WORK-FILE ASSIGN TO "ANNSUMWK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ANNSUMWK-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE OF PRODUCT-MASTER-RECORD
               FILE STATUS IS PRODMAST-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.

           SELECT YOY-REPORT-FILE ASSIGN TO "YOYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YOYRPT-STATUS.

           SELECT SUMMARY-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY.
       COPY "sales-history.cpy".

      *****************************************************************
      *  HISTORY-WORK-RECORD CARRIES A SALES-HISTORY RECORD IMAGE AND *
      *  MUST STAY THE SAME LENGTH AS THAT RECORD.                    *
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD PIC X(106).

      *****************************************************************
      *  ANNUAL-SUMMARY-FILE-RECORD CARRIES AN ANNUAL-SUMMARY RECORD  *
      *  IMAGE AND MUST STAY THE SAME LENGTH AS THAT RECORD.          *
      *****************************************************************
       FD  ANNUAL-SUMMARY.
       01  ANNUAL-SUMMARY-FILE-RECORD PIC X(65).

      *****************************************************************
      *  SUMMARY-WORK-RECORD CARRIES AN ANNUAL-SUMMARY RECORD IMAGE   *
      *  AND MUST STAY THE SAME LENGTH AS THAT RECORD.                *
      *****************************************************************
       FD  SUMMARY-WORK-FILE.
       01  SUMMARY-WORK-RECORD PIC X(65).

       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "department-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  RUN-LOG.
       COPY "run-log.cpy".

       FD  YOY-REPORT-FILE.
       01  YOY-REPORT-LINE PIC X(120).

       SD  SUMMARY-SORT-FILE.
       01  SUMMARY-SORT-RECORD.
           05  SS-SUMMARY-KEY.
               10  SS-YEAR             PIC 9(4).
               10  SS-MONTH            PIC 9(2).
               10  SS-DEPT-CODE        PIC X(3).
               10  SS-PRODUCT-CODE     PIC X(6).
               10  SS-CUSTOMER-NUMBER  PIC 9(6).
           05  SS-NET-QTY              PIC S9(7).
           05  SS-SALES-VALUE          PIC S9(9)V99.
           05  SS-MARGIN               PIC S9(9)V99.

       WORKING-STORAGE SECTION.
         01 SALESHST-STATUS PIC X(2).
         01 SALESHWK-STATUS PIC X(2).
         01 ANNSUM-STATUS PIC X(2).
         01 ANNSUMWK-STATUS PIC X(2).
         01 PRODMAST-STATUS PIC X(2).
         01 DEPTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 RUNLOG-STATUS PIC X(2).
         01 YOYRPT-STATUS PIC X(2).
         01 SALES-HISTORY-EOF-SWITCH PIC X(1).
             88 END-OF-SALES-HISTORY       VALUE 'Y'.
             88 NOT-END-OF-SALES-HISTORY   VALUE 'N'.
         01 HISTORY-WORK-EOF-SWITCH PIC X(1).
             88 END-OF-HISTORY-WORK        VALUE 'Y'.
             88 NOT-END-OF-HISTORY-WORK    VALUE 'N'.
         01 ANNUAL-SUMMARY-EOF-SWITCH PIC X(1).
             88 END-OF-ANNUAL-SUMMARY      VALUE 'Y'.
             88 NOT-END-OF-ANNUAL-SUMMARY  VALUE 'N'.
         01 SUMMARY-WORK-EOF-SWITCH PIC X(1).
             88 END-OF-SUMMARY-WORK        VALUE 'Y'.
             88 NOT-END-OF-SUMMARY-WORK    VALUE 'N'.
         01 DEPARTMENT-EOF-SWITCH PIC X(1).
             88 END-OF-DEPARTMENT-MASTER   VALUE 'Y'.
             88 NOT-END-OF-DEPARTMENT-MASTER VALUE 'N'.
         01 RUN-LOG-EOF-SWITCH PIC X(1).
             88 END-OF-RUN-LOG             VALUE 'Y'.
             88 NOT-END-OF-RUN-LOG         VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 ENTRY-FOUND-SWITCH PIC X(1).
             88 ENTRY-WAS-FOUND            VALUE 'Y'.
             88 ENTRY-WAS-NOT-FOUND        VALUE 'N'.
         01 ENTRY-USABLE-SWITCH PIC X(1).
             88 ENTRY-IS-USABLE            VALUE 'Y'.
             88 ENTRY-NOT-USABLE           VALUE 'N'.
         01 YEAR-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 YEAR-TABLE-FULL-NOTED      VALUE 'Y'.
             88 YEAR-TABLE-NOT-NOTED       VALUE 'N'.
         01 DEPT-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 DEPT-TABLE-FULL-NOTED      VALUE 'Y'.
             88 DEPT-TABLE-NOT-NOTED       VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 RUN-OK-SWITCH PIC X(1).
             88 YEAR-END-MAY-RUN           VALUE 'Y'.
             88 YEAR-END-REFUSED           VALUE 'N'.
         01 YEAR-CLOSED-SWITCH PIC X(1).
             88 YEAR-ALREADY-CLOSED        VALUE 'Y'.
             88 YEAR-NOT-CLOSED-YET        VALUE 'N'.
         01 DECEMBER-SWITCH PIC X(1) VALUE 'N'.
             88 DECEMBER-ON-HISTORY        VALUE 'Y'.
             88 DECEMBER-NOT-ON-HISTORY    VALUE 'N'.
         01 PRIOR-SUMMARY-SWITCH PIC X(1) VALUE 'N'.
             88 PRIOR-YEAR-ON-SUMMARY      VALUE 'Y'.
             88 PRIOR-YEAR-NOT-ON-SUMMARY  VALUE 'N'.
         01 SUMMARY-GROUP-SWITCH PIC X(1) VALUE 'N'.
             88 SUMMARY-GROUP-OPEN         VALUE 'Y'.
             88 NO-SUMMARY-GROUP-OPEN      VALUE 'N'.
         01 SUMMARY-WORK-OK-SWITCH PIC X(1) VALUE 'N'.
             88 SUMMARY-WORK-VERIFIED      VALUE 'Y'.
             88 SUMMARY-WORK-BAD           VALUE 'N'.
         01 HISTORY-WORK-OK-SWITCH PIC X(1) VALUE 'N'.
             88 HISTORY-WORK-VERIFIED      VALUE 'Y'.
             88 HISTORY-WORK-BAD           VALUE 'N'.
         01 CLOSE-RESULT-SWITCH PIC X(1) VALUE 'C'.
             88 CLOSE-COMPLETED            VALUE 'C'.
             88 CLOSE-YEARS-KEPT-BACK      VALUE 'E'.
             88 CLOSE-NOT-ARCHIVED         VALUE 'A'.
             88 CLOSE-SUMMARY-NOT-VERIFIED VALUE 'S'.
             88 CLOSE-PURGE-NOT-VERIFIED   VALUE 'P'.

         COPY "sales-transaction.cpy".

         COPY "annual-sales-summary.cpy".

      *****************************************************************
      *  THE DETAIL LINES OF THIS MANY YEARS, COUNTING THE ONE BEING  *
      *  CLOSED, STAY ON THE SALES-HISTORY FILE FOR THE MONTHLY       *
      *  REPORTS AND THE CUSTOMER INQUIRY. OLDER YEARS LIVE ON ONLY   *
      *  IN THE ANNUAL SUMMARY. THE SYSIN CARD CAN OVERRIDE IT.       *
      *****************************************************************
         01 STANDARD-RETENTION-YEARS PIC 9(2) VALUE 2.

         01 CLOSE-PARAMETER-CARD.
             05  CARD-CLOSE-YEAR         PIC 9(4).
             05  FILLER                  PIC X(1).
             05  CARD-RETENTION-YEARS    PIC 9(2).

         01 TODAYS-DATE PIC 9(8).
         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-YEAR PIC 9(4).
         01 CLOSE-YEAR PIC 9(4).
         01 PRIOR-YEAR PIC 9(4).
         01 RETENTION-YEARS PIC 9(2).
         01 FIRST-KEPT-YEAR PIC 9(4).
         01 JOB-LOG-NAME PIC X(8) VALUE "YEAREND".
         01 STEP-LOG-NAME PIC X(20).
         01 STEP-LOG-OUTCOME PIC X(1).

         01 YEAR-WORK PIC 9(4).
         01 LOWEST-HISTORY-YEAR PIC 9(4) VALUE 9999.
         01 HIGHEST-HISTORY-YEAR PIC 9(4) VALUE ZERO.
         01 MONTH-SUB PIC 9(2).
         01 FIGURE-SUB PIC 9(1).
         01 DETAIL-NET-QTY PIC S9(7).
         01 DETAIL-SALES-VALUE PIC S9(9)V99.
         01 DETAIL-MARGIN PIC S9(9)V99.
         01 DETAIL-DEPT-CODE PIC X(3).
         01 FIGURE-DEPT-CODE PIC X(3).
         01 FIGURE-NET-QTY PIC S9(9).
         01 FIGURE-SALES-VALUE PIC S9(11)V99.
         01 FIGURE-MARGIN PIC S9(11)V99.
         01 CHANGE-PCT-WORK PIC S9(15)V9.

         01 HISTORY-RECORDS-READ PIC 9(9) VALUE ZERO.
         01 SUMMARY-RECORDS-COPIED PIC 9(9) VALUE ZERO.
         01 SUMMARY-RECORDS-REPLACED PIC 9(9) VALUE ZERO.
         01 SUMMARY-RECORDS-BUILT PIC 9(9) VALUE ZERO.
         01 VERIFIED-SUMMARY-COUNT PIC 9(9) VALUE ZERO.
         01 EXPECTED-PURGE-COUNT PIC 9(9) VALUE ZERO.
         01 EXPECTED-PURGE-SALES PIC S9(11)V99 VALUE ZERO.
         01 PURGED-COUNT PIC 9(9) VALUE ZERO.
         01 PURGED-SALES PIC S9(11)V99 VALUE ZERO.
         01 KEPT-COUNT PIC 9(9) VALUE ZERO.
         01 VERIFIED-KEPT-COUNT PIC 9(9) VALUE ZERO.

         01 CURRENT-SUMMARY-KEY PIC X(21).
         01 GROUP-DETAIL-COUNT PIC 9(7).
         01 GROUP-NET-QTY PIC S9(7).
         01 GROUP-SALES-VALUE PIC S9(9)V99.
         01 GROUP-MARGIN PIC S9(9)V99.

      *****************************************************************
      *  ONE ENTRY PER YEAR FOUND ON THE HISTORY OR THE SUMMARY: WHAT *
      *  THE DETAIL LINES ADD UP TO, WHAT THE SUMMARY SAYS THEY ADD   *
      *  UP TO, AND WHETHER THE SUMMARY WAS ALREADY ON FILE OR IS     *
      *  BUILT BY THIS RUN.                                           *
      *****************************************************************
         01 YEAR-ENTRY-COUNT PIC 9(3) VALUE ZERO.
         01 YEAR-CHECK-TABLE.
             05 YEAR-ENTRY
                   OCCURS 0 TO 100 TIMES
                   DEPENDING ON YEAR-ENTRY-COUNT
                   INDEXED BY YEAR-IDX.
                10 YC-YEAR             PIC 9(4).
                10 YC-SUMMARY-SOURCE   PIC X(1).
                   88 YC-SUMMARY-ON-FILE      VALUE 'O'.
                   88 YC-SUMMARISED-NOW       VALUE 'N'.
                   88 YC-NOT-SUMMARISED       VALUE 'X'.
                10 YC-DETAIL-COUNT     PIC 9(9).
                10 YC-DETAIL-SALES     PIC S9(11)V99.
                10 YC-SUMMARY-COUNT    PIC 9(9).
                10 YC-SUMMARY-SALES    PIC S9(11)V99.
                10 YC-PURGE-SWITCH     PIC X(1).
                   88 YC-PURGE-YEAR           VALUE 'Y'.
                   88 YC-KEEP-YEAR            VALUE 'N'.

      *****************************************************************
      *  FIGURE SET 1 IS THE YEAR BEING CLOSED, SET 2 THE YEAR        *
      *  BEFORE IT, BOTH TAKEN FROM THE SUMMARY AS WRITTEN.           *
      *****************************************************************
         01 MONTH-FIGURE-TABLE.
             05 MONTH-ENTRY OCCURS 12 TIMES.
                10 MONTH-FIGURES OCCURS 2 TIMES.
                   15 MF-NET-QTY          PIC S9(9).
                   15 MF-SALES-VALUE      PIC S9(11)V99.
                   15 MF-MARGIN           PIC S9(11)V99.

         01 DEPT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
         01 DEPT-FIGURE-TABLE.
             05 DEPT-ENTRY
                   OCCURS 0 TO 200 TIMES
                   DEPENDING ON DEPT-ENTRY-COUNT
                   INDEXED BY DEPT-IDX.
                10 DT-DEPT-CODE        PIC X(3).
                10 DT-DEPT-NAME        PIC X(20).
                10 DEPT-FIGURES OCCURS 2 TIMES.
                   15 DF-NET-QTY          PIC S9(9).
                   15 DF-SALES-VALUE      PIC S9(11)V99.
                   15 DF-MARGIN           PIC S9(11)V99.

         01 TOTAL-FIGURE-TABLE.
             05 TOTAL-FIGURES OCCURS 2 TIMES.
                10 TF-NET-QTY          PIC S9(9).
                10 TF-SALES-VALUE      PIC S9(11)V99.
                10 TF-MARGIN           PIC S9(11)V99.

         01 COMPARE-FIGURES.
             05 CF-THIS-YEAR.
                10 CF-TY-NET-QTY       PIC S9(9).
                10 CF-TY-SALES-VALUE   PIC S9(11)V99.
                10 CF-TY-MARGIN        PIC S9(11)V99.
             05 CF-LAST-YEAR.
                10 CF-LY-NET-QTY       PIC S9(9).
                10 CF-LY-SALES-VALUE   PIC S9(11)V99.
                10 CF-LY-MARGIN        PIC S9(11)V99.

         01 MONTH-NAME-VALUES.
             05  FILLER                  PIC X(36)
                 VALUE "JANUARY  FEBRUARY MARCH    APRIL    ".
             05  FILLER                  PIC X(36)
                 VALUE "MAY      JUNE     JULY     AUGUST   ".
             05  FILLER                  PIC X(36)
                 VALUE "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
         01 MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
             05  MONTH-NAME              PIC X(9) OCCURS 12 TIMES.

         01 COMPARE-HEADING-LINE-1.
             05  FILLER                  PIC X(24) VALUE SPACES.
             05  FILLER PIC X(47) VALUE
                 "          SALES           SALES    SALES       ".
             05  FILLER PIC X(47) VALUE
                 "   MARGIN          MARGIN      UNITS      UNITS".

         01 COMPARE-HEADING-LINE-2.
             05  COMPARE-HEADING-LABEL   PIC X(24).
             05  FILLER PIC X(47) VALUE
                 "      THIS YEAR       LAST YEAR    CHG %       ".
             05  FILLER PIC X(47) VALUE
                 "THIS YEAR       LAST YEAR  THIS YEAR  LAST YEAR".

         01 COMPARE-DETAIL-LINE.
             05  COMPARE-LABEL           PIC X(24).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-TY-SALES        PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-LY-SALES        PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-CHANGE-PCT      PIC ZZZZ9.9-.
             05  COMPARE-CHANGE-TEXT REDEFINES COMPARE-CHANGE-PCT
                                         PIC X(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-TY-MARGIN       PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-LY-MARGIN       PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-TY-UNITS        PIC ZZZZZZZZ9-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  COMPARE-LY-UNITS        PIC ZZZZZZZZ9-.

         01 RETAIN-COLUMN-HEADING-LINE.
             05  FILLER PIC X(36) VALUE
                 "YEAR  DETAIL LINES   DETAIL SALES  ".
             05  FILLER PIC X(37) VALUE
                 "SUMMARY LINES  SUMMARY SALES   ACTION".

         01 RETAIN-DETAIL-LINE.
             05  RETAIN-YEAR             PIC 9(4).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RETAIN-DETAIL-COUNT     PIC ZZZZZZZZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  RETAIN-DETAIL-SALES     PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  RETAIN-SUMMARY-COUNT    PIC ZZZZZZZZZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  RETAIN-SUMMARY-SALES    PIC ZZZZZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RETAIN-ACTION           PIC X(30).

         01 RESULT-LINE.
             05  RESULT-LABEL            PIC X(40).
             05  RESULT-COUNT            PIC ZZZZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  RESULT-SALES            PIC ZZZZZZZZZZ9.99-.
             05  RESULT-SALES-TEXT REDEFINES RESULT-SALES
                                         PIC X(15).

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-CLOSE-PARAMETERS.
           PERFORM CHECK-YEAR-MAY-CLOSE.
           IF YEAR-END-MAY-RUN
              MOVE "S" TO STEP-LOG-OUTCOME
              PERFORM WRITE-RUN-LOG-EVENT
              PERFORM CLOSE-THE-YEAR
              PERFORM LOG-CLOSE-OUTCOME
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *  THE CLOSE IS LOGGED UNDER THE STORE BUSINESS DATE FROM THE   *
      *  CONTROL FILE, LIKE THE MONTH-END ARCHIVE. THE SYSTEM DATE    *
      *  STANDS IN ONLY WHEN NO CONTROL FILE EXISTS YET.              *
      *****************************************************************
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
           MOVE BUSINESS-DATE (1:4) TO BUSINESS-YEAR.

      *****************************************************************
      *  THE SYSIN CARD IS YYYY NN - THE YEAR TO CLOSE AND THE YEARS  *
      *  OF DETAIL TO KEEP. A ZERO OR MISSING YEAR CLOSES THE YEAR    *
      *  BEFORE THE BUSINESS DATE; A ZERO OR MISSING PERIOD KEEPS THE *
      *  STANDARD ONE. THE YEAR GOES INTO THE RUN-LOG STEP NAME, SO   *
      *  EACH YEAR'S CLOSE IS LOGGED AND CHECKED ON ITS OWN.          *
      *****************************************************************
       GET-CLOSE-PARAMETERS.
           MOVE SPACES TO CLOSE-PARAMETER-CARD.
           ACCEPT CLOSE-PARAMETER-CARD.
           IF CARD-CLOSE-YEAR NUMERIC AND CARD-CLOSE-YEAR > ZERO
              MOVE CARD-CLOSE-YEAR TO CLOSE-YEAR
           ELSE
              COMPUTE CLOSE-YEAR = BUSINESS-YEAR - 1
           END-IF.
           IF CARD-RETENTION-YEARS NUMERIC
              AND CARD-RETENTION-YEARS > ZERO
              MOVE CARD-RETENTION-YEARS TO RETENTION-YEARS
           ELSE
              MOVE STANDARD-RETENTION-YEARS TO RETENTION-YEARS
           END-IF.
           COMPUTE PRIOR-YEAR = CLOSE-YEAR - 1.
           COMPUTE FIRST-KEPT-YEAR = CLOSE-YEAR - RETENTION-YEARS + 1.
           MOVE SPACES TO STEP-LOG-NAME.
           STRING "YEAR-END-CLOSE " CLOSE-YEAR
               DELIMITED BY SIZE INTO STEP-LOG-NAME.

       CHECK-YEAR-MAY-CLOSE.
           SET YEAR-END-MAY-RUN TO TRUE.
           IF CLOSE-YEAR NOT < BUSINESS-YEAR
              SET YEAR-END-REFUSED TO TRUE
              DISPLAY "YEAR " CLOSE-YEAR
                 " IS NOT OVER ON BUSINESS DATE " BUSINESS-DATE
                 " - RUN REFUSED"
           END-IF.
           IF YEAR-END-MAY-RUN
              PERFORM CHECK-YEAR-ALREADY-CLOSED
              IF YEAR-ALREADY-CLOSED
                 SET YEAR-END-REFUSED TO TRUE
                 DISPLAY "YEAR " CLOSE-YEAR
                    " WAS ALREADY CLOSED ONCE - RUN REFUSED"
              END-IF
           END-IF.

      *****************************************************************
      *  A YEAR IS CLOSED ONCE THE RUN-LOG HOLDS A COMPLETED CLOSE    *
      *  FOR IT, WITH OR WITHOUT EXCEPTIONS. A CLOSE THAT FAILED      *
      *  PART WAY LOGGED NO COMPLETION AND MAY BE RERUN - IT REBUILDS *
      *  THE YEAR'S SUMMARY FROM SCRATCH RATHER THAN ADDING TO IT.    *
      *****************************************************************
       CHECK-YEAR-ALREADY-CLOSED.
           SET YEAR-NOT-CLOSED-YET TO TRUE.
           OPEN INPUT RUN-LOG.
           IF RUNLOG-STATUS = "00"
              SET NOT-END-OF-RUN-LOG TO TRUE
              PERFORM READ-RUN-LOG
              PERFORM CHECK-ONE-RUN-LOG-RECORD
                 UNTIL END-OF-RUN-LOG
              CLOSE RUN-LOG
           END-IF.

       READ-RUN-LOG.
           READ RUN-LOG
               AT END
                  SET END-OF-RUN-LOG TO TRUE
           END-READ.

       CHECK-ONE-RUN-LOG-RECORD.
           IF RL-JOB-NAME = JOB-LOG-NAME
              AND RL-STEP-NAME = STEP-LOG-NAME
              AND (RL-STEP-COMPLETED OR RL-STEP-EXCEPTIONS)
              SET YEAR-ALREADY-CLOSED TO TRUE
           END-IF.
           PERFORM READ-RUN-LOG.

       WRITE-RUN-LOG-EVENT.
           CALL "RUN-LOG-WRITER" USING BUSINESS-DATE JOB-LOG-NAME
               STEP-LOG-NAME STEP-LOG-OUTCOME.

       NOTE-RUN-FAILURE.
           SET RUN-HAS-FAILED TO TRUE.

       WRITE-YOY-LINE.
           WRITE YOY-REPORT-LINE.
           IF YOYRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

      *****************************************************************
      *  THE OLD SUMMARY IS COPIED TO THE WORK FILE LESS ANY RECORDS  *
      *  FOR THE YEAR BEING CLOSED, LEFT BY A RUN THAT DIED, AND THE  *
      *  SORT ADDS THE NEW SUMMARY RECORDS. ONLY WHEN THE WORK FILE   *
      *  READS BACK WHOLE AND AGREES WITH THE HISTORY IS THE SUMMARY  *
      *  REBUILT, THE COMPARISON PRINTED AND THE PURGE ATTEMPTED.     *
      *****************************************************************
       CLOSE-THE-YEAR.
           PERFORM OPEN-CLOSE-FILES.
           IF RUN-HAS-NOT-FAILED
              PERFORM LOAD-DEPARTMENTS
              PERFORM COPY-OLD-SUMMARY
           END-IF.
           IF RUN-HAS-NOT-FAILED
              PERFORM SUMMARISE-HISTORY
           END-IF.
           CLOSE PRODUCT-MASTER.
           IF RUN-HAS-NOT-FAILED
              IF DECEMBER-NOT-ON-HISTORY
                 SET CLOSE-NOT-ARCHIVED TO TRUE
              ELSE
                 PERFORM VERIFY-SUMMARY-WORK-FILE
                 IF SUMMARY-WORK-BAD
                    SET CLOSE-SUMMARY-NOT-VERIFIED TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF RUN-HAS-NOT-FAILED AND CLOSE-COMPLETED
              PERFORM REBUILD-ANNUAL-SUMMARY
              PERFORM PRINT-YEAR-ON-YEAR
              PERFORM DECIDE-PURGE-YEARS
              IF EXPECTED-PURGE-COUNT > ZERO
                 PERFORM PURGE-SALES-HISTORY
              END-IF
              PERFORM PRINT-CLOSE-RESULTS
           END-IF.
           CLOSE YOY-REPORT-FILE.

       OPEN-CLOSE-FILES.
           OPEN OUTPUT YOY-REPORT-FILE.
           IF YOYRPT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT PRODUCT-MASTER.
           IF PRODMAST-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           INITIALIZE MONTH-FIGURE-TABLE.
           INITIALIZE TOTAL-FIGURE-TABLE.

      *****************************************************************
      *  THE DEPARTMENT TABLE IS LOADED IN CODE ORDER FROM THE        *
      *  DEPARTMENT MASTER SO THE COMPARISON PRINTS IN THAT ORDER.    *
      *  A CODE FOUND ON THE SUMMARY BUT NOT ON THE MASTER IS ADDED   *
      *  AT THE END AS IT TURNS UP.                                   *
      *****************************************************************
       LOAD-DEPARTMENTS.
           OPEN INPUT DEPARTMENT-MASTER.
           IF DEPTMAST-STATUS = "00"
              MOVE LOW-VALUES TO DEPT-CODE
              START DEPARTMENT-MASTER KEY IS NOT LESS THAN DEPT-CODE
                  INVALID KEY
                     CONTINUE
              END-START
              SET NOT-END-OF-DEPARTMENT-MASTER TO TRUE
              IF DEPTMAST-STATUS NOT = "00"
                 SET END-OF-DEPARTMENT-MASTER TO TRUE
              ELSE
                 PERFORM READ-NEXT-DEPARTMENT
              END-IF
              PERFORM LOAD-ONE-DEPARTMENT
                 UNTIL END-OF-DEPARTMENT-MASTER
              CLOSE DEPARTMENT-MASTER
           END-IF.

       READ-NEXT-DEPARTMENT.
           READ DEPARTMENT-MASTER NEXT RECORD
               AT END
                  SET END-OF-DEPARTMENT-MASTER TO TRUE
           END-READ.
           IF DEPTMAST-STATUS NOT = "00"
              SET END-OF-DEPARTMENT-MASTER TO TRUE
           END-IF.

       LOAD-ONE-DEPARTMENT.
           MOVE DEPT-CODE TO FIGURE-DEPT-CODE.
           PERFORM FIND-OR-ADD-DEPT-ENTRY.
           IF ENTRY-IS-USABLE
              MOVE DEPT-NAME TO DT-DEPT-NAME (DEPT-IDX)
           END-IF.
           PERFORM READ-NEXT-DEPARTMENT.

       FIND-OR-ADD-DEPT-ENTRY.
           SET ENTRY-IS-USABLE TO TRUE.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF DEPT-ENTRY-COUNT > 0
              SET DEPT-IDX TO 1
              SEARCH DEPT-ENTRY
                  WHEN DT-DEPT-CODE (DEPT-IDX) = FIGURE-DEPT-CODE
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF ENTRY-WAS-NOT-FOUND
              IF DEPT-ENTRY-COUNT < 200
                 ADD 1 TO DEPT-ENTRY-COUNT
                 SET DEPT-IDX TO DEPT-ENTRY-COUNT
                 INITIALIZE DEPT-ENTRY (DEPT-IDX)
                 MOVE FIGURE-DEPT-CODE TO DT-DEPT-CODE (DEPT-IDX)
                 IF FIGURE-DEPT-CODE = "???"
                    MOVE "NO DEPARTMENT" TO DT-DEPT-NAME (DEPT-IDX)
                 ELSE
                    MOVE "** NOT ON FILE **" TO DT-DEPT-NAME (DEPT-IDX)
                 END-IF
              ELSE
                 SET ENTRY-NOT-USABLE TO TRUE
                 SET DEPT-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      *  THE YEAR TABLE IS SHARED BY THE SUMMARY AND HISTORY PASSES.  *
      *  ENTRY-WAS-NOT-FOUND IS LEFT SET WHEN THE ENTRY IS NEW. A     *
      *  FULL TABLE LEAVES THE YEAR UNTRACKED - ITS DETAIL IS NOT     *
      *  SUMMARISED OR PURGED - AND IS NOTED AT THE END.              *
      *****************************************************************
       FIND-OR-ADD-YEAR-ENTRY.
           SET ENTRY-IS-USABLE TO TRUE.
           PERFORM LOOKUP-YEAR-ENTRY.
           IF ENTRY-WAS-NOT-FOUND
              IF YEAR-ENTRY-COUNT < 100
                 ADD 1 TO YEAR-ENTRY-COUNT
                 SET YEAR-IDX TO YEAR-ENTRY-COUNT
                 MOVE YEAR-WORK TO YC-YEAR (YEAR-IDX)
                 SET YC-NOT-SUMMARISED (YEAR-IDX) TO TRUE
                 MOVE ZERO TO YC-DETAIL-COUNT (YEAR-IDX)
                 MOVE ZERO TO YC-DETAIL-SALES (YEAR-IDX)
                 MOVE ZERO TO YC-SUMMARY-COUNT (YEAR-IDX)
                 MOVE ZERO TO YC-SUMMARY-SALES (YEAR-IDX)
                 SET YC-KEEP-YEAR (YEAR-IDX) TO TRUE
              ELSE
                 SET ENTRY-NOT-USABLE TO TRUE
                 SET YEAR-TABLE-FULL-NOTED TO TRUE
              END-IF
           END-IF.

       LOOKUP-YEAR-ENTRY.
           SET ENTRY-WAS-NOT-FOUND TO TRUE.
           IF YEAR-ENTRY-COUNT > 0
              SET YEAR-IDX TO 1
              SEARCH YEAR-ENTRY
                  WHEN YC-YEAR (YEAR-IDX) = YEAR-WORK
                     SET ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *****************************************************************
      *  A SUMMARY THAT CANNOT BE READ MUST NOT BE REBUILT - IT WOULD *
      *  LOSE EVERY YEAR ALREADY CLOSED. NO SUMMARY AT ALL IS THE     *
      *  FIRST CLOSE.                                                 *
      *****************************************************************
       COPY-OLD-SUMMARY.
           OPEN OUTPUT SUMMARY-WORK-FILE.
           IF ANNSUMWK-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT ANNUAL-SUMMARY.
           IF ANNSUM-STATUS = "00"
              SET NOT-END-OF-ANNUAL-SUMMARY TO TRUE
              PERFORM READ-ANNUAL-SUMMARY
              PERFORM COPY-ONE-SUMMARY-RECORD
                 UNTIL END-OF-ANNUAL-SUMMARY
              CLOSE ANNUAL-SUMMARY
           ELSE
              IF ANNSUM-STATUS NOT = "35"
                 DISPLAY "ANNUAL SUMMARY CANNOT BE READ, STATUS "
                    ANNSUM-STATUS
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.

       READ-ANNUAL-SUMMARY.
           READ ANNUAL-SUMMARY INTO ANNUAL-SUMMARY-RECORD
               AT END
                  SET END-OF-ANNUAL-SUMMARY TO TRUE
           END-READ.

       COPY-ONE-SUMMARY-RECORD.
           IF AS-YEAR = CLOSE-YEAR
              ADD 1 TO SUMMARY-RECORDS-REPLACED
           ELSE
              PERFORM WRITE-SUMMARY-WORK-RECORD
              ADD 1 TO SUMMARY-RECORDS-COPIED
              MOVE AS-YEAR TO YEAR-WORK
              PERFORM FIND-OR-ADD-YEAR-ENTRY
              IF ENTRY-IS-USABLE
                 SET YC-SUMMARY-ON-FILE (YEAR-IDX) TO TRUE
              END-IF
           END-IF.
           PERFORM READ-ANNUAL-SUMMARY.

       WRITE-SUMMARY-WORK-RECORD.
           WRITE SUMMARY-WORK-RECORD FROM ANNUAL-SUMMARY-RECORD.
           IF ANNSUMWK-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.

       SUMMARISE-HISTORY.
           SORT SUMMARY-SORT-FILE
               ON ASCENDING KEY SS-YEAR
                                SS-MONTH
                                SS-DEPT-CODE
                                SS-PRODUCT-CODE
                                SS-CUSTOMER-NUMBER
               INPUT PROCEDURE IS SELECT-HISTORY-DETAIL
               OUTPUT PROCEDURE IS WRITE-YEAR-SUMMARY.
           IF SORT-RETURN NOT = ZERO
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           CLOSE SUMMARY-WORK-FILE.

      *****************************************************************
      *  THE COPIED SUMMARY AND THE NEW RECORDS ARE READ STRAIGHT     *
      *  BACK. THE RECORD COUNT MUST MATCH WHAT WAS WRITTEN, AND EACH *
      *  YEAR SUMMARISED BY THIS RUN MUST ADD UP TO THE SAME DETAIL   *
      *  LINE COUNT AND SALES TOTAL AS THE HISTORY IT CAME FROM. THE  *
      *  SAME PASS PICKS UP EVERY YEAR'S SUMMARY TOTALS FOR THE PURGE *
      *  CHECK AND THE TWO YEARS' FIGURES FOR THE COMPARISON.         *
      *****************************************************************
       VERIFY-SUMMARY-WORK-FILE.
           SET SUMMARY-WORK-BAD TO TRUE.
           MOVE ZERO TO VERIFIED-SUMMARY-COUNT.
           OPEN INPUT SUMMARY-WORK-FILE.
           IF ANNSUMWK-STATUS = "00"
              SET NOT-END-OF-SUMMARY-WORK TO TRUE
              PERFORM READ-SUMMARY-WORK
              PERFORM TAKE-UP-SUMMARY-RECORD
                 UNTIL END-OF-SUMMARY-WORK
              CLOSE SUMMARY-WORK-FILE
           END-IF.
           IF VERIFIED-SUMMARY-COUNT =
              SUMMARY-RECORDS-COPIED + SUMMARY-RECORDS-BUILT
              SET SUMMARY-WORK-VERIFIED TO TRUE
              IF YEAR-ENTRY-COUNT > 0
                 PERFORM CHECK-SUMMARISED-YEAR
                    VARYING YEAR-IDX FROM 1 BY 1
                    UNTIL YEAR-IDX > YEAR-ENTRY-COUNT
              END-IF
           END-IF.
           IF SUMMARY-WORK-BAD
              DISPLAY "SUMMARY WORK FILE VERIFY FAILED, WROTE "
                 SUMMARY-RECORDS-COPIED " + " SUMMARY-RECORDS-BUILT
                 " READ BACK " VERIFIED-SUMMARY-COUNT
           END-IF.

       READ-SUMMARY-WORK.
           READ SUMMARY-WORK-FILE INTO ANNUAL-SUMMARY-RECORD
               AT END
                  SET END-OF-SUMMARY-WORK TO TRUE
           END-READ.

       TAKE-UP-SUMMARY-RECORD.
           ADD 1 TO VERIFIED-SUMMARY-COUNT.
           MOVE AS-YEAR TO YEAR-WORK.
           PERFORM FIND-OR-ADD-YEAR-ENTRY.
           IF ENTRY-IS-USABLE
              ADD AS-DETAIL-COUNT TO YC-SUMMARY-COUNT (YEAR-IDX)
              ADD AS-SALES-VALUE TO YC-SUMMARY-SALES (YEAR-IDX)
           END-IF.
           IF AS-YEAR = CLOSE-YEAR OR AS-YEAR = PRIOR-YEAR
              IF AS-YEAR = CLOSE-YEAR
                 MOVE 1 TO FIGURE-SUB
              ELSE
                 MOVE 2 TO FIGURE-SUB
                 SET PRIOR-YEAR-ON-SUMMARY TO TRUE
              END-IF
              MOVE AS-MONTH TO MONTH-SUB
              MOVE AS-DEPT-CODE TO FIGURE-DEPT-CODE
              MOVE AS-NET-QTY TO FIGURE-NET-QTY
              MOVE AS-SALES-VALUE TO FIGURE-SALES-VALUE
              MOVE AS-MARGIN TO FIGURE-MARGIN
              PERFORM ADD-TO-FIGURES
           END-IF.
           PERFORM READ-SUMMARY-WORK.

       CHECK-SUMMARISED-YEAR.
           IF YC-SUMMARISED-NOW (YEAR-IDX)
              IF YC-SUMMARY-COUNT (YEAR-IDX) NOT =
                    YC-DETAIL-COUNT (YEAR-IDX)
                 OR YC-SUMMARY-SALES (YEAR-IDX) NOT =
                    YC-DETAIL-SALES (YEAR-IDX)
                 SET SUMMARY-WORK-BAD TO TRUE
                 DISPLAY "SUMMARY FOR " YC-YEAR (YEAR-IDX)
                    " DOES NOT AGREE WITH THE HISTORY"
              END-IF
           END-IF.

      *****************************************************************
      *  ADDS ONE SET OF FIGURES TO ITS MONTH AND ITS DEPARTMENT. THE *
      *  ??? DEPARTMENT IS THE PRODUCTS WITHOUT ONE.                  *
      *****************************************************************
       ADD-TO-FIGURES.
           IF MONTH-SUB > ZERO AND MONTH-SUB NOT > 12
              ADD FIGURE-NET-QTY TO MF-NET-QTY (MONTH-SUB, FIGURE-SUB)
              ADD FIGURE-SALES-VALUE TO
                 MF-SALES-VALUE (MONTH-SUB, FIGURE-SUB)
              ADD FIGURE-MARGIN TO MF-MARGIN (MONTH-SUB, FIGURE-SUB)
           END-IF.
           IF FIGURE-DEPT-CODE = SPACES
              MOVE "???" TO FIGURE-DEPT-CODE
           END-IF.
           PERFORM FIND-OR-ADD-DEPT-ENTRY.
           IF ENTRY-IS-USABLE
              ADD FIGURE-NET-QTY TO DF-NET-QTY (DEPT-IDX, FIGURE-SUB)
              ADD FIGURE-SALES-VALUE TO
                 DF-SALES-VALUE (DEPT-IDX, FIGURE-SUB)
              ADD FIGURE-MARGIN TO DF-MARGIN (DEPT-IDX, FIGURE-SUB)
           END-IF.

      *****************************************************************
      *  THE NEW SUMMARY REPLACES THE OLD ONE FROM THE CHECKED WORK   *
      *  FILE.                                                        *
      *****************************************************************
       REBUILD-ANNUAL-SUMMARY.
           OPEN OUTPUT ANNUAL-SUMMARY.
           IF ANNSUM-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT SUMMARY-WORK-FILE.
           SET NOT-END-OF-SUMMARY-WORK TO TRUE.
           IF ANNSUMWK-STATUS NOT = "00" OR RUN-HAS-FAILED
              SET END-OF-SUMMARY-WORK TO TRUE
           ELSE
              PERFORM READ-SUMMARY-WORK
           END-IF.
           PERFORM COPY-BACK-SUMMARY-RECORD UNTIL END-OF-SUMMARY-WORK.
           CLOSE ANNUAL-SUMMARY.
           CLOSE SUMMARY-WORK-FILE.

       COPY-BACK-SUMMARY-RECORD.
           WRITE ANNUAL-SUMMARY-FILE-RECORD FROM ANNUAL-SUMMARY-RECORD.
           IF ANNSUM-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           PERFORM READ-SUMMARY-WORK.

      *****************************************************************
      *  THIS YEAR AGAINST LAST BY MONTH, THEN BY DEPARTMENT, WITH    *
      *  THE YEAR TOTAL UNDER EACH. A DEPARTMENT WITH NOTHING IN      *
      *  EITHER YEAR IS LEFT OFF.                                     *
      *****************************************************************
       PRINT-YEAR-ON-YEAR.
           MOVE SPACES TO YOY-REPORT-LINE.
           STRING "YEAR-END CLOSE " CLOSE-YEAR " - SALES COMPARED WITH "
               PRIOR-YEAR ", RUN FOR BUSINESS DATE " BUSINESS-DATE
               DELIMITED BY SIZE INTO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           IF PRIOR-YEAR-NOT-ON-SUMMARY
              MOVE SPACES TO YOY-REPORT-LINE
              STRING "NO SALES ON FILE FOR " PRIOR-YEAR
                  " - LAST YEAR SHOWS AS ZERO"
                  DELIMITED BY SIZE INTO YOY-REPORT-LINE
              PERFORM WRITE-YOY-LINE
           END-IF.
           IF DEPT-TABLE-FULL-NOTED
              MOVE "** DEPARTMENT TABLE FULL - SOME DEPARTMENTS LEFT OF
      -           "F, MONTHS ARE COMPLETE **" TO YOY-REPORT-LINE
              PERFORM WRITE-YOY-LINE
           END-IF.
           MOVE SPACES TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE "BY MONTH" TO COMPARE-HEADING-LABEL.
           PERFORM PRINT-COMPARE-HEADINGS.
           INITIALIZE TOTAL-FIGURE-TABLE.
           PERFORM PRINT-ONE-MONTH
              VARYING MONTH-SUB FROM 1 BY 1 UNTIL MONTH-SUB > 12.
           PERFORM PRINT-YEAR-TOTAL.
           MOVE SPACES TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE "BY DEPARTMENT" TO COMPARE-HEADING-LABEL.
           PERFORM PRINT-COMPARE-HEADINGS.
           INITIALIZE TOTAL-FIGURE-TABLE.
           IF DEPT-ENTRY-COUNT > 0
              PERFORM PRINT-ONE-DEPARTMENT
                 VARYING DEPT-IDX FROM 1 BY 1
                 UNTIL DEPT-IDX > DEPT-ENTRY-COUNT
           END-IF.
           PERFORM PRINT-YEAR-TOTAL.

       PRINT-COMPARE-HEADINGS.
           MOVE COMPARE-HEADING-LINE-1 TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE COMPARE-HEADING-LINE-2 TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.

       PRINT-ONE-MONTH.
           MOVE MONTH-NAME (MONTH-SUB) TO COMPARE-LABEL.
           MOVE MONTH-FIGURES (MONTH-SUB, 1) TO CF-THIS-YEAR.
           MOVE MONTH-FIGURES (MONTH-SUB, 2) TO CF-LAST-YEAR.
           PERFORM PRINT-COMPARE-LINE.
           PERFORM ADD-TO-YEAR-TOTAL.

       PRINT-ONE-DEPARTMENT.
           MOVE DEPT-FIGURES (DEPT-IDX, 1) TO CF-THIS-YEAR.
           MOVE DEPT-FIGURES (DEPT-IDX, 2) TO CF-LAST-YEAR.
           IF CF-TY-NET-QTY NOT = ZERO
              OR CF-TY-SALES-VALUE NOT = ZERO
              OR CF-TY-MARGIN NOT = ZERO
              OR CF-LY-NET-QTY NOT = ZERO
              OR CF-LY-SALES-VALUE NOT = ZERO
              OR CF-LY-MARGIN NOT = ZERO
              MOVE SPACES TO COMPARE-LABEL
              STRING DT-DEPT-CODE (DEPT-IDX) " "
                  DT-DEPT-NAME (DEPT-IDX)
                  DELIMITED BY SIZE INTO COMPARE-LABEL
              PERFORM PRINT-COMPARE-LINE
              PERFORM ADD-TO-YEAR-TOTAL
           END-IF.

       PRINT-YEAR-TOTAL.
           MOVE "  YEAR TOTAL" TO COMPARE-LABEL.
           MOVE TOTAL-FIGURES (1) TO CF-THIS-YEAR.
           MOVE TOTAL-FIGURES (2) TO CF-LAST-YEAR.
           PERFORM PRINT-COMPARE-LINE.

      *****************************************************************
      *  THE CHANGE IS THIS YEAR'S SALES AGAINST LAST YEAR'S, AS A    *
      *  PERCENTAGE. IT IS N/A WHEN LAST YEAR SOLD NOTHING, AND ***** *
      *  WHEN IT IS TOO BIG TO PRINT.                                 *
      *****************************************************************
       PRINT-COMPARE-LINE.
           MOVE CF-TY-SALES-VALUE TO COMPARE-TY-SALES.
           MOVE CF-LY-SALES-VALUE TO COMPARE-LY-SALES.
           MOVE CF-TY-MARGIN TO COMPARE-TY-MARGIN.
           MOVE CF-LY-MARGIN TO COMPARE-LY-MARGIN.
           MOVE CF-TY-NET-QTY TO COMPARE-TY-UNITS.
           MOVE CF-LY-NET-QTY TO COMPARE-LY-UNITS.
           IF CF-LY-SALES-VALUE > ZERO
              COMPUTE CHANGE-PCT-WORK ROUNDED =
                 (CF-TY-SALES-VALUE - CF-LY-SALES-VALUE) * 100
                    / CF-LY-SALES-VALUE
              IF CHANGE-PCT-WORK > 99999.9
                 OR CHANGE-PCT-WORK < -99999.9
                 MOVE "   *****" TO COMPARE-CHANGE-TEXT
              ELSE
                 MOVE CHANGE-PCT-WORK TO COMPARE-CHANGE-PCT
              END-IF
           ELSE
              MOVE "     N/A" TO COMPARE-CHANGE-TEXT
           END-IF.
           MOVE COMPARE-DETAIL-LINE TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.

       ADD-TO-YEAR-TOTAL.
           ADD CF-TY-NET-QTY TO TF-NET-QTY (1).
           ADD CF-TY-SALES-VALUE TO TF-SALES-VALUE (1).
           ADD CF-TY-MARGIN TO TF-MARGIN (1).
           ADD CF-LY-NET-QTY TO TF-NET-QTY (2).
           ADD CF-LY-SALES-VALUE TO TF-SALES-VALUE (2).
           ADD CF-LY-MARGIN TO TF-MARGIN (2).

      *****************************************************************
      *  EVERY YEAR ON THE HISTORY IS LISTED WITH ITS DETAIL AND      *
      *  SUMMARY TOTALS, OLDEST FIRST. A YEAR BEFORE THE RETENTION    *
      *  PERIOD IS MARKED FOR THE PURGE ONLY WHEN THE TWO AGREE - ITS *
      *  SUMMARY IS THEN ALL THAT IS LEFT OF IT. ONE THAT DISAGREES,  *
      *  USUALLY BECAUSE LINES WERE ARCHIVED INTO IT AFTER IT WAS     *
      *  SUMMARISED, IS KEPT FOR SOMEONE TO LOOK AT.                  *
      *****************************************************************
       DECIDE-PURGE-YEARS.
           MOVE SPACES TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE SPACES TO YOY-REPORT-LINE.
           STRING "HISTORY RETENTION - DETAIL KEPT FOR "
               RETENTION-YEARS " YEARS, FROM " FIRST-KEPT-YEAR " ON"
               DELIMITED BY SIZE INTO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE RETAIN-COLUMN-HEADING-LINE TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           IF HISTORY-RECORDS-READ > ZERO
              PERFORM DECIDE-ONE-YEAR
                 VARYING YEAR-WORK FROM LOWEST-HISTORY-YEAR BY 1
                 UNTIL YEAR-WORK > HIGHEST-HISTORY-YEAR
           END-IF.
           IF YEAR-TABLE-FULL-NOTED
              MOVE "** YEAR TABLE FULL - SOME YEARS NOT SUMMARISED OR P
      -           "URGED **" TO YOY-REPORT-LINE
              PERFORM WRITE-YOY-LINE
              SET CLOSE-YEARS-KEPT-BACK TO TRUE
           END-IF.

       DECIDE-ONE-YEAR.
           PERFORM LOOKUP-YEAR-ENTRY.
           IF ENTRY-WAS-FOUND
              IF YC-DETAIL-COUNT (YEAR-IDX) > ZERO
                 PERFORM DECIDE-AND-LIST-YEAR
              END-IF
           END-IF.

       DECIDE-AND-LIST-YEAR.
           EVALUATE TRUE
               WHEN YEAR-WORK NOT < FIRST-KEPT-YEAR
                  MOVE "KEPT - WITHIN RETENTION" TO RETAIN-ACTION
               WHEN YC-SUMMARY-COUNT (YEAR-IDX) =
                       YC-DETAIL-COUNT (YEAR-IDX)
                    AND YC-SUMMARY-SALES (YEAR-IDX) =
                       YC-DETAIL-SALES (YEAR-IDX)
                  SET YC-PURGE-YEAR (YEAR-IDX) TO TRUE
                  ADD YC-DETAIL-COUNT (YEAR-IDX) TO
                     EXPECTED-PURGE-COUNT
                  ADD YC-DETAIL-SALES (YEAR-IDX) TO
                     EXPECTED-PURGE-SALES
                  MOVE "PURGED - SUMMARY AGREES" TO RETAIN-ACTION
               WHEN OTHER
                  SET CLOSE-YEARS-KEPT-BACK TO TRUE
                  MOVE "** KEPT - SUMMARY DISAGREES **" TO
                     RETAIN-ACTION
           END-EVALUATE.
           MOVE YEAR-WORK TO RETAIN-YEAR.
           MOVE YC-DETAIL-COUNT (YEAR-IDX) TO RETAIN-DETAIL-COUNT.
           MOVE YC-DETAIL-SALES (YEAR-IDX) TO RETAIN-DETAIL-SALES.
           MOVE YC-SUMMARY-COUNT (YEAR-IDX) TO RETAIN-SUMMARY-COUNT.
           MOVE YC-SUMMARY-SALES (YEAR-IDX) TO RETAIN-SUMMARY-SALES.
           MOVE RETAIN-DETAIL-LINE TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.

      *****************************************************************
      *  THE HISTORY IS SPLIT THE WAY THE MONTH-END ARCHIVE SPLITS    *
      *  THE TRANSACTION FILE: THE LINES KEPT GO TO A WORK FILE, THE  *
      *  WORK FILE IS READ BACK AND COUNTED, AND THE LINES DROPPED    *
      *  MUST COME TO EXACTLY THE COUNT AND SALES TOTAL THE SUMMARY   *
      *  VOUCHED FOR. ONLY THEN DOES OPEN OUTPUT TRUNCATE THE LIVE    *
      *  HISTORY - UNTIL THEN IT IS THE ONLY COPY OF THE DETAIL.      *
      *****************************************************************
       PURGE-SALES-HISTORY.
           PERFORM SPLIT-SALES-HISTORY.
           PERFORM VERIFY-HISTORY-WORK-FILE.
           IF HISTORY-WORK-VERIFIED
              PERFORM REBUILD-SALES-HISTORY
           ELSE
              SET CLOSE-PURGE-NOT-VERIFIED TO TRUE
              DISPLAY "HISTORY WORK FILE VERIFY FAILED, KEPT "
                 KEPT-COUNT " READ BACK " VERIFIED-KEPT-COUNT
                 " PURGED " PURGED-COUNT " EXPECTED "
                 EXPECTED-PURGE-COUNT
              DISPLAY "SALES-HISTORY FILE LEFT UNTOUCHED."
           END-IF.

       SPLIT-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY.
           OPEN OUTPUT HISTORY-WORK-FILE.
           IF SALESHWK-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           SET NOT-END-OF-SALES-HISTORY TO TRUE.
           IF SALESHST-STATUS NOT = "00" OR RUN-HAS-FAILED
              PERFORM NOTE-RUN-FAILURE
              SET END-OF-SALES-HISTORY TO TRUE
           ELSE
              PERFORM READ-SALES-HISTORY
           END-IF.
           PERFORM SPLIT-ONE-HISTORY-RECORD
              UNTIL END-OF-SALES-HISTORY.
           CLOSE SALES-HISTORY.
           CLOSE HISTORY-WORK-FILE.

       READ-SALES-HISTORY.
           READ SALES-HISTORY
               AT END
                  SET END-OF-SALES-HISTORY TO TRUE
           END-READ.

       SPLIT-ONE-HISTORY-RECORD.
           MOVE SH-PERIOD (1:4) TO YEAR-WORK.
           PERFORM LOOKUP-YEAR-ENTRY.
           IF ENTRY-WAS-FOUND AND YC-PURGE-YEAR (YEAR-IDX)
              MOVE SH-SALE-DETAIL TO SALES-TRANSACTION-RECORD
              PERFORM SIGN-DETAIL-FIGURES
              ADD 1 TO PURGED-COUNT
              ADD DETAIL-SALES-VALUE TO PURGED-SALES
           ELSE
              WRITE HISTORY-WORK-RECORD FROM SALES-HISTORY-RECORD
              IF SALESHWK-STATUS NOT = "00"
                 PERFORM NOTE-RUN-FAILURE
              END-IF
              ADD 1 TO KEPT-COUNT
           END-IF.
           PERFORM READ-SALES-HISTORY.

       VERIFY-HISTORY-WORK-FILE.
           SET HISTORY-WORK-BAD TO TRUE.
           MOVE ZERO TO VERIFIED-KEPT-COUNT.
           OPEN INPUT HISTORY-WORK-FILE.
           IF SALESHWK-STATUS = "00"
              SET NOT-END-OF-HISTORY-WORK TO TRUE
              PERFORM READ-HISTORY-WORK
              PERFORM COUNT-KEPT-RECORD UNTIL END-OF-HISTORY-WORK
              CLOSE HISTORY-WORK-FILE
           END-IF.
           IF VERIFIED-KEPT-COUNT = KEPT-COUNT
              AND PURGED-COUNT = EXPECTED-PURGE-COUNT
              AND PURGED-SALES = EXPECTED-PURGE-SALES
              AND KEPT-COUNT + PURGED-COUNT = HISTORY-RECORDS-READ
              AND RUN-HAS-NOT-FAILED
              SET HISTORY-WORK-VERIFIED TO TRUE
           END-IF.

       COUNT-KEPT-RECORD.
           ADD 1 TO VERIFIED-KEPT-COUNT.
           PERFORM READ-HISTORY-WORK.

       READ-HISTORY-WORK.
           READ HISTORY-WORK-FILE
               AT END
                  SET END-OF-HISTORY-WORK TO TRUE
           END-READ.

       REBUILD-SALES-HISTORY.
           OPEN OUTPUT SALES-HISTORY.
           IF SALESHST-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT HISTORY-WORK-FILE.
           SET NOT-END-OF-HISTORY-WORK TO TRUE.
           IF SALESHWK-STATUS NOT = "00" OR RUN-HAS-FAILED
              SET END-OF-HISTORY-WORK TO TRUE
           ELSE
              PERFORM READ-HISTORY-WORK
           END-IF.
           PERFORM COPY-BACK-KEPT-RECORD UNTIL END-OF-HISTORY-WORK.
           CLOSE SALES-HISTORY.
           CLOSE HISTORY-WORK-FILE.

       COPY-BACK-KEPT-RECORD.
           WRITE SALES-HISTORY-RECORD FROM HISTORY-WORK-RECORD.
           IF SALESHST-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           PERFORM READ-HISTORY-WORK.

       PRINT-CLOSE-RESULTS.
           MOVE SPACES TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.
           MOVE "SUMMARY RECORDS CARRIED FORWARD" TO RESULT-LABEL.
           MOVE SUMMARY-RECORDS-COPIED TO RESULT-COUNT.
           MOVE SPACES TO RESULT-SALES-TEXT.
           PERFORM PRINT-RESULT-LINE.
           MOVE "SUMMARY RECORDS WRITTEN BY THIS CLOSE" TO RESULT-LABEL.
           MOVE SUMMARY-RECORDS-BUILT TO RESULT-COUNT.
           PERFORM PRINT-RESULT-LINE.
           IF SUMMARY-RECORDS-REPLACED > ZERO
              MOVE "SUMMARY RECORDS REPLACED FROM A RERUN" TO
                 RESULT-LABEL
              MOVE SUMMARY-RECORDS-REPLACED TO RESULT-COUNT
              PERFORM PRINT-RESULT-LINE
           END-IF.
           MOVE "HISTORY LINES READ" TO RESULT-LABEL.
           MOVE HISTORY-RECORDS-READ TO RESULT-COUNT.
           PERFORM PRINT-RESULT-LINE.
           EVALUATE TRUE
               WHEN EXPECTED-PURGE-COUNT = ZERO
                  MOVE "NO HISTORY OLD ENOUGH TO PURGE" TO
                     YOY-REPORT-LINE
                  PERFORM WRITE-YOY-LINE
               WHEN CLOSE-PURGE-NOT-VERIFIED OR RUN-HAS-FAILED
                  MOVE "** PURGE NOT DONE - WORK FILE DID NOT CHECK OUT
      -                ", HISTORY LEFT UNTOUCHED **" TO YOY-REPORT-LINE
                  PERFORM WRITE-YOY-LINE
               WHEN OTHER
                  MOVE "HISTORY LINES PURGED" TO RESULT-LABEL
                  MOVE PURGED-COUNT TO RESULT-COUNT
                  MOVE PURGED-SALES TO RESULT-SALES
                  PERFORM PRINT-RESULT-LINE
                  MOVE "HISTORY LINES KEPT" TO RESULT-LABEL
                  MOVE KEPT-COUNT TO RESULT-COUNT
                  MOVE SPACES TO RESULT-SALES-TEXT
                  PERFORM PRINT-RESULT-LINE
           END-EVALUATE.

       PRINT-RESULT-LINE.
           MOVE RESULT-LINE TO YOY-REPORT-LINE.
           PERFORM WRITE-YOY-LINE.

       LOG-CLOSE-OUTCOME.
           EVALUATE TRUE
               WHEN RUN-HAS-FAILED
                  MOVE "F" TO STEP-LOG-OUTCOME
                  DISPLAY "YEAR-END CLOSE " CLOSE-YEAR
                     " FAILED - SEE THE REPORT AND RERUN"
                  MOVE 12 TO RETURN-CODE
               WHEN CLOSE-NOT-ARCHIVED
                  MOVE "F" TO STEP-LOG-OUTCOME
                  DISPLAY "NO DECEMBER " CLOSE-YEAR
                     " SALES ON THE HISTORY - RUN THE MONTH-END FIRST"
                  DISPLAY "ANNUAL SUMMARY AND HISTORY LEFT UNTOUCHED."
                  MOVE 8 TO RETURN-CODE
               WHEN CLOSE-SUMMARY-NOT-VERIFIED
                  MOVE "F" TO STEP-LOG-OUTCOME
                  DISPLAY "ANNUAL SUMMARY AND HISTORY LEFT UNTOUCHED."
                  MOVE 8 TO RETURN-CODE
               WHEN CLOSE-PURGE-NOT-VERIFIED
                  MOVE "F" TO STEP-LOG-OUTCOME
                  MOVE 8 TO RETURN-CODE
               WHEN CLOSE-YEARS-KEPT-BACK
                  MOVE "E" TO STEP-LOG-OUTCOME
                  DISPLAY "YEAR-END CLOSE " CLOSE-YEAR
                     " COMPLETE - SOME OLD HISTORY KEPT, SEE THE REPORT"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE "C" TO STEP-LOG-OUTCOME
                  DISPLAY "YEAR-END CLOSE " CLOSE-YEAR " COMPLETE"
           END-EVALUATE.
           PERFORM WRITE-RUN-LOG-EVENT.
           DISPLAY "SUMMARY RECORDS WRITTEN: " SUMMARY-RECORDS-BUILT.
           DISPLAY "HISTORY LINES PURGED...: " PURGED-COUNT.
           DISPLAY "HISTORY LINES KEPT.....: " KEPT-COUNT.

      *****************************************************************
      *  RETURNS TAKE THE QUANTITY AND SALES VALUE OFF.               *
      *****************************************************************
       SIGN-DETAIL-FIGURES.
           IF TRX-RETURN
              COMPUTE DETAIL-NET-QTY = ZERO - QTY-SOLD
              COMPUTE DETAIL-SALES-VALUE =
                 ZERO - SALE-AMOUNT OF SALES-TRANSACTION-RECORD
           ELSE
              MOVE QTY-SOLD TO DETAIL-NET-QTY
              MOVE SALE-AMOUNT OF SALES-TRANSACTION-RECORD TO
                 DETAIL-SALES-VALUE
           END-IF.

      *****************************************************************
      *  INPUT PROCEDURE - ONE PASS OVER THE HISTORY. EVERY LINE      *
      *  ADDS TO ITS YEAR'S DETAIL COUNT AND SALES TOTAL. THE LINES   *
      *  OF THE YEAR BEING CLOSED, AND OF ANY EARLIER YEAR WITH NO    *
      *  SUMMARY ON FILE, ARE PRICED AT THE RUNNING UNIT COST, GIVEN  *
      *  THE PRODUCT'S DEPARTMENT AND RELEASED FOR SUMMARISING.       *
      *****************************************************************
       SELECT-HISTORY-DETAIL SECTION.

       SELECT-HISTORY-DETAIL-START.
           OPEN INPUT SALES-HISTORY.
           SET NOT-END-OF-SALES-HISTORY TO TRUE.
           IF SALESHST-STATUS NOT = "00"
              SET END-OF-SALES-HISTORY TO TRUE
           ELSE
              PERFORM READ-SALES-HISTORY
           END-IF.
           PERFORM TALLY-ONE-HISTORY-RECORD
              UNTIL END-OF-SALES-HISTORY.
           CLOSE SALES-HISTORY.
           GO TO SELECT-HISTORY-DETAIL-EXIT.

       TALLY-ONE-HISTORY-RECORD.
           ADD 1 TO HISTORY-RECORDS-READ.
           MOVE SH-PERIOD (1:4) TO YEAR-WORK.
           MOVE SH-PERIOD (5:2) TO MONTH-SUB.
           IF YEAR-WORK < LOWEST-HISTORY-YEAR
              MOVE YEAR-WORK TO LOWEST-HISTORY-YEAR
           END-IF.
           IF YEAR-WORK > HIGHEST-HISTORY-YEAR
              MOVE YEAR-WORK TO HIGHEST-HISTORY-YEAR
           END-IF.
           IF YEAR-WORK = CLOSE-YEAR AND MONTH-SUB = 12
              SET DECEMBER-ON-HISTORY TO TRUE
           END-IF.
           MOVE SH-SALE-DETAIL TO SALES-TRANSACTION-RECORD.
           PERFORM SIGN-DETAIL-FIGURES.
           PERFORM FIND-OR-ADD-YEAR-ENTRY.
           IF ENTRY-IS-USABLE
              IF ENTRY-WAS-NOT-FOUND AND YEAR-WORK NOT > CLOSE-YEAR
                 SET YC-SUMMARISED-NOW (YEAR-IDX) TO TRUE
              END-IF
              ADD 1 TO YC-DETAIL-COUNT (YEAR-IDX)
              ADD DETAIL-SALES-VALUE TO YC-DETAIL-SALES (YEAR-IDX)
              IF YC-SUMMARISED-NOW (YEAR-IDX)
                 PERFORM RELEASE-HISTORY-DETAIL
              END-IF
           END-IF.
           PERFORM READ-SALES-HISTORY.

       RELEASE-HISTORY-DETAIL.
           MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
              PRODUCT-CODE OF PRODUCT-MASTER-RECORD.
           READ PRODUCT-MASTER
               INVALID KEY
                  MOVE ZERO TO UNIT-COST OF PRODUCT-MASTER-RECORD
                  MOVE SPACES TO PRODUCT-DEPT-CODE
           END-READ.
           IF PRODMAST-STATUS NOT = "00"
              MOVE ZERO TO UNIT-COST OF PRODUCT-MASTER-RECORD
              MOVE SPACES TO PRODUCT-DEPT-CODE
           END-IF.
           COMPUTE DETAIL-MARGIN = DETAIL-SALES-VALUE -
              DETAIL-NET-QTY * UNIT-COST OF PRODUCT-MASTER-RECORD.
           MOVE YEAR-WORK TO SS-YEAR.
           MOVE MONTH-SUB TO SS-MONTH.
           MOVE PRODUCT-DEPT-CODE TO SS-DEPT-CODE.
           MOVE PRODUCT-CODE OF SALES-TRANSACTION-RECORD TO
              SS-PRODUCT-CODE.
           MOVE CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER.
           MOVE DETAIL-NET-QTY TO SS-NET-QTY.
           MOVE DETAIL-SALES-VALUE TO SS-SALES-VALUE.
           MOVE DETAIL-MARGIN TO SS-MARGIN.
           RELEASE SUMMARY-SORT-RECORD.

       SELECT-HISTORY-DETAIL-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE SUMMARY RECORD PER YEAR, MONTH,       *
      *  DEPARTMENT, PRODUCT AND CUSTOMER, STAMPED WITH THE BUSINESS  *
      *  DATE OF THE CLOSE, ONTO THE SUMMARY WORK FILE.               *
      *****************************************************************
       WRITE-YEAR-SUMMARY SECTION.

       WRITE-YEAR-SUMMARY-START.
           SET NO-SUMMARY-GROUP-OPEN TO TRUE.
           MOVE HIGH-VALUES TO CURRENT-SUMMARY-KEY.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SUMMARY-SORT-RECORD.
           PERFORM SUMMARISE-ONE-DETAIL
              UNTIL END-OF-SORTED-RECORDS.
           IF SUMMARY-GROUP-OPEN
              PERFORM WRITE-SUMMARY-GROUP
           END-IF.
           GO TO WRITE-YEAR-SUMMARY-EXIT.

       RETURN-SUMMARY-SORT-RECORD.
           RETURN SUMMARY-SORT-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       SUMMARISE-ONE-DETAIL.
           IF SS-SUMMARY-KEY NOT = CURRENT-SUMMARY-KEY
              IF SUMMARY-GROUP-OPEN
                 PERFORM WRITE-SUMMARY-GROUP
              END-IF
              MOVE SS-SUMMARY-KEY TO CURRENT-SUMMARY-KEY
              MOVE SS-YEAR TO AS-YEAR
              MOVE SS-MONTH TO AS-MONTH
              MOVE SS-DEPT-CODE TO AS-DEPT-CODE
              MOVE SS-PRODUCT-CODE TO AS-PRODUCT-CODE
              MOVE SS-CUSTOMER-NUMBER TO AS-CUSTOMER-NUMBER
              MOVE ZERO TO GROUP-DETAIL-COUNT
              MOVE ZERO TO GROUP-NET-QTY
              MOVE ZERO TO GROUP-SALES-VALUE
              MOVE ZERO TO GROUP-MARGIN
              SET SUMMARY-GROUP-OPEN TO TRUE
           END-IF.
           ADD 1 TO GROUP-DETAIL-COUNT.
           ADD SS-NET-QTY TO GROUP-NET-QTY.
           ADD SS-SALES-VALUE TO GROUP-SALES-VALUE.
           ADD SS-MARGIN TO GROUP-MARGIN.
           PERFORM RETURN-SUMMARY-SORT-RECORD.

       WRITE-SUMMARY-GROUP.
           MOVE GROUP-DETAIL-COUNT TO AS-DETAIL-COUNT.
           MOVE GROUP-NET-QTY TO AS-NET-QTY.
           MOVE GROUP-SALES-VALUE TO AS-SALES-VALUE.
           MOVE GROUP-MARGIN TO AS-MARGIN.
           MOVE BUSINESS-DATE TO AS-CLOSE-DATE.
           PERFORM WRITE-SUMMARY-WORK-RECORD.
           ADD 1 TO SUMMARY-RECORDS-BUILT.

       WRITE-YEAR-SUMMARY-EXIT.
           EXIT.

       END PROGRAM YEAR-END-CLOSE.
