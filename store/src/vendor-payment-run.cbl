       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-PAYMENT-RUN.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  VENDOR PAYMENT RUN.                                           *
      *  BATCH JOB - SELECTS EVERY OPEN VENDOR INVOICE FALLING DUE ON  *
      *  OR BEFORE THE CUTOFF DATE AND PAYS IT WITH ONE CHECK PER      *
      *  VENDOR. AN INVOICE FLAGGED WITH A QUANTITY MISMATCH IS HELD   *
      *  UNLESS A SUPERVISOR HAS RELEASED IT THROUGH                   *
      *  RELEASE-AP-INVOICE. CHECK NUMBERS COME FROM THE CHECK         *
      *  COUNTER ON NUMBER-CONTROL; EACH PAID INVOICE IS MARKED PAID   *
      *  WITH ITS CHECK NUMBER AND THE BUSINESS DATE, AND THE STATUS   *
      *  CHANGE IS AUDITED THROUGH AUDIT-LOG-WRITER. PRINTS THE CHECK  *
      *  REGISTER BY VENDOR, WITH THE HELD INVOICES AT THE END, AND    *
      *  WRITES THE POSITIVE-PAY FILE FOR THE BANK.                    *
      *  AN OPEN DEBIT MEMO FROM RETURN-TO-VENDOR IS TAKEN OFF THE     *
      *  VENDOR'S CHECK WHATEVER ITS DUE DATE; A VENDOR WHOSE MEMOS    *
      *  COVER WHAT IS DUE GETS NO CHECK AND EVERYTHING STAYS OPEN     *
      *  FOR THE NEXT RUN.                                             *
      *  THE CUTOFF DATE (YYYYMMDD) IS ACCEPTED FROM SYSIN - ZERO      *
      *  PAYS EVERYTHING DUE BY THE BUSINESS DATE.                     *
      *  RUN BY THE VENDPAY JCL.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE ASSIGN TO "APINVOIC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS APINVOIC-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDOR-NUMBER
               FILE STATUS IS VENDMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS POSPAY-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE.
       COPY "ap-invoice.cpy".

       FD  VENDOR-MASTER.
       COPY "vendor-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  POSITIVE-PAY-FILE.
       COPY "positive-pay.cpy".

       FD  CHECK-REGISTER-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
         01 APINVOIC-STATUS PIC X(2).
         01 VENDMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 POSPAY-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 AP-INVOICE-EOF-SWITCH PIC X(1).
             88 END-OF-AP-INVOICE          VALUE 'Y'.
             88 NOT-END-OF-AP-INVOICE      VALUE 'N'.
         01 INVOICE-DUE-SWITCH PIC X(1).
             88 INVOICE-IS-PAYABLE        VALUE 'P'.
             88 INVOICE-IS-HELD           VALUE 'H'.
             88 INVOICE-NOT-DUE           VALUE 'N'.
         01 VENDOR-ENTRY-FOUND-SWITCH PIC X(1).
             88 VENDOR-ENTRY-WAS-FOUND    VALUE 'Y'.
             88 VENDOR-ENTRY-WAS-NOT-FOUND VALUE 'N'.
         01 VENDOR-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
             88 VENDOR-TABLE-IS-FULL      VALUE 'Y'.
         01 LOWEST-VENDOR-SWITCH PIC X(1).
             88 LOWEST-VENDOR-WAS-FOUND   VALUE 'Y'.
             88 NO-VENDOR-LEFT            VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 PAYMENT-RUN-FAILED        VALUE 'Y'.

         01 TODAYS-DATE PIC 9(8).
         01 BUSINESS-DATE PIC 9(8).
         01 CUTOFF-DATE PIC 9(8).
         01 LOWEST-VENDOR-NUMBER PIC 9(6).
         01 LOWEST-VENDOR-SLOT PIC 9(3).
         01 HIGHEST-CHECK-NUMBER PIC 9(8) VALUE ZERO.
         01 NUMBER-COUNTER-ID PIC X(8) VALUE "CHECK".
         01 SEED-NUMBER-WORK PIC 9(8).
         01 NEXT-NUMBER-WORK PIC 9(8).
         01 CHECKS-WRITTEN PIC 9(5) VALUE ZERO.
         01 INVOICES-PAID PIC 9(5) VALUE ZERO.
         01 INVOICES-HELD PIC 9(5) VALUE ZERO.
         01 TOTAL-PAID-AMOUNT PIC 9(9)V99 VALUE ZERO.
         01 TOTAL-HELD-AMOUNT PIC 9(9)V99 VALUE ZERO.

      *****************************************************************
      *  ONE ENTRY PER VENDOR BEING PAID. THE CHECK NUMBER STAYS      *
      *  ZERO UNTIL THE CHECKS ARE NUMBERED IN VENDOR ORDER, AND A    *
      *  VENDOR WHOSE INVOICES DO NOT FIT THE TABLE IS LEFT OPEN FOR  *
      *  THE NEXT RUN RATHER THAN PAID WITHOUT A CHECK.               *
      *****************************************************************
         01 PAY-VENDOR-COUNT PIC 9(3) VALUE ZERO.
         01 PAY-VENDOR-TABLE.
             05 PAY-VENDOR-ENTRY
                   OCCURS 0 TO 500 TIMES
                   DEPENDING ON PAY-VENDOR-COUNT
                   INDEXED BY PAY-IDX.
                10 PV-VENDOR-NUMBER    PIC 9(6).
                10 PV-CHECK-NUMBER     PIC 9(8).
                10 PV-INVOICE-COUNT    PIC 9(5).
                10 PV-CHECK-AMOUNT     PIC S9(9)V99.
                10 PV-PRINTED-SWITCH   PIC X(1).
                   88 PV-REGISTER-PRINTED   VALUE 'Y'.
                   88 PV-REGISTER-NOT-PRINTED VALUE 'N'.

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "VENDOR-PAYMENT-RUN".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "APINVOIC".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

         01 HEADING-LINE.
             05  FILLER PIC X(34)
                 VALUE "VENDOR CHECK REGISTER, PAID DATE ".
             05  HEADING-PAID-DATE       PIC 9(8).
             05  FILLER PIC X(15)
                 VALUE "   DUE BY     ".
             05  HEADING-CUTOFF-DATE     PIC 9(8).

         01 COLUMN-HEADING-LINE PIC X(100) VALUE
              "   INVOICE #   PO #    INV DATE  DUE DATE      AMOUNT  NO
      -       "TE".

         01 VENDOR-HEADING-LINE.
             05  FILLER                  PIC X(7) VALUE "VENDOR ".
             05  VH-VENDOR-NUMBER        PIC 9(6).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  VH-VENDOR-NAME          PIC X(30).
             05  FILLER                  PIC X(8) VALUE "  CHECK ".
             05  VH-CHECK-NUMBER         PIC 9(8).

         01 INVOICE-DETAIL-LINE.
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-INVOICE-NUMBER   PIC X(10).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-PO-NUMBER        PIC ZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-INVOICE-DATE     PIC 9(8).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-DUE-DATE         PIC 9(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-AMOUNT           PIC ZZZZZZ9.99-.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-NOTE             PIC X(30).

         01 CHECK-TOTAL-LINE.
             05  FILLER                  PIC X(40) VALUE SPACES.
             05  FILLER                  PIC X(13)
                 VALUE "CHECK TOTAL: ".
             05  CHECK-TOTAL-AMOUNT      PIC ZZZZZZZZ9.99-.

         01 HELD-DETAIL-LINE.
             05  HELD-VENDOR-NUMBER      PIC ZZZZZ9.
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  HELD-INVOICE-NUMBER     PIC X(10).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  HELD-PO-NUMBER          PIC ZZZZZ9.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  HELD-DUE-DATE           PIC 9(8).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  HELD-AMOUNT             PIC ZZZZZZ9.99.
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  FILLER                  PIC X(30)
                 VALUE "** QTY MISMATCH, NOT RELEASED".

         01 TOTALS-LINE.
             05  FILLER                  PIC X(16)
                 VALUE "CHECKS WRITTEN: ".
             05  TOTALS-CHECKS           PIC ZZZZ9.
             05  FILLER                  PIC X(13)
                 VALUE "   INVOICES: ".
             05  TOTALS-INVOICES         PIC ZZZZ9.
             05  FILLER                  PIC X(10)
                 VALUE "   TOTAL: ".
             05  TOTALS-PAID-AMOUNT      PIC ZZZZZZZZ9.99.

         01 HELD-TOTALS-LINE.
             05  FILLER                  PIC X(16)
                 VALUE "INVOICES HELD:  ".
             05  HELD-TOTALS-COUNT       PIC ZZZZ9.
             05  FILLER                  PIC X(23)
                 VALUE "   TOTAL HELD.......: ".
             05  HELD-TOTALS-AMOUNT      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAINLINE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
           PERFORM GET-BUSINESS-DATE.
           ACCEPT CUTOFF-DATE.
           IF CUTOFF-DATE = ZERO
              MOVE BUSINESS-DATE TO CUTOFF-DATE
           END-IF.
           OPEN INPUT VENDOR-MASTER.
           OPEN OUTPUT CHECK-REGISTER-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           PERFORM PRINT-HEADINGS.
           PERFORM ACCUMULATE-PAYABLE-INVOICES.
           PERFORM NUMBER-THE-CHECKS.
           PERFORM MARK-INVOICES-PAID.
           PERFORM PRINT-VENDOR-CHECKS.
           PERFORM PRINT-HELD-INVOICES.
           PERFORM PRINT-TOTALS.
           CLOSE VENDOR-MASTER.
           CLOSE CHECK-REGISTER-FILE.
           CLOSE POSITIVE-PAY-FILE.
           DISPLAY "VENDOR PAYMENT RUN, CUTOFF " CUTOFF-DATE.
           DISPLAY "CHECKS WRITTEN..: " CHECKS-WRITTEN.
           DISPLAY "INVOICES PAID...: " INVOICES-PAID.
           DISPLAY "INVOICES HELD...: " INVOICES-HELD.
           IF PAYMENT-RUN-FAILED
              DISPLAY "ONE OR MORE INVOICES COULD NOT BE MARKED PAID."
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *  THE CHECKS ARE DATED WITH THE STORE BUSINESS DATE FROM THE   *
      *  CONTROL FILE. THE SYSTEM DATE STANDS IN ONLY WHEN NO         *
      *  CONTROL FILE EXISTS YET.                                     *
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

       PRINT-HEADINGS.
           MOVE BUSINESS-DATE TO HEADING-PAID-DATE.
           MOVE CUTOFF-DATE TO HEADING-CUTOFF-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-AP-INVOICE.
           READ AP-INVOICE
               AT END
                  SET END-OF-AP-INVOICE TO TRUE
           END-READ.

      *****************************************************************
      *  AN OPEN INVOICE DUE BY THE CUTOFF IS PAYABLE WHEN ITS        *
      *  QUANTITIES MATCHED OR A SUPERVISOR RELEASED IT; A DUE        *
      *  MISMATCH THAT NOBODY RELEASED IS HELD. AN OPEN DEBIT MEMO    *
      *  IS ALWAYS TAKEN AT ONCE - IT IS MONEY THE VENDOR OWES US.    *
      *****************************************************************
       CLASSIFY-INVOICE.
           SET INVOICE-NOT-DUE TO TRUE.
           EVALUATE TRUE
               WHEN AP-OPEN-ITEM AND AP-DEBIT-MEMO
                  SET INVOICE-IS-PAYABLE TO TRUE
               WHEN AP-OPEN-ITEM AND AP-DUE-DATE NOT > CUTOFF-DATE
                  IF AP-QTY-MISMATCH AND NOT AP-RELEASED-FOR-PAYMENT
                     SET INVOICE-IS-HELD TO TRUE
                  ELSE
                     SET INVOICE-IS-PAYABLE TO TRUE
                  END-IF
           END-EVALUATE.

      *****************************************************************
      *  FIRST PASS - TOTAL EACH VENDOR'S PAYABLE INVOICES SO THE     *
      *  CHECK AMOUNTS ARE KNOWN BEFORE ANY INVOICE IS TOUCHED.       *
      *****************************************************************
       ACCUMULATE-PAYABLE-INVOICES.
           OPEN INPUT AP-INVOICE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-AP-INVOICE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM ACCUMULATE-ONE-INVOICE UNTIL END-OF-AP-INVOICE.
           IF APINVOIC-STATUS NOT = "35"
              CLOSE AP-INVOICE
           END-IF.

       ACCUMULATE-ONE-INVOICE.
           IF AP-CHECK-NUMBER > HIGHEST-CHECK-NUMBER
              MOVE AP-CHECK-NUMBER TO HIGHEST-CHECK-NUMBER
           END-IF.
           PERFORM CLASSIFY-INVOICE.
           IF INVOICE-IS-PAYABLE
              PERFORM FIND-OR-ADD-VENDOR-ENTRY
              IF VENDOR-ENTRY-WAS-FOUND
                 ADD 1 TO PV-INVOICE-COUNT (PAY-IDX)
                 IF AP-DEBIT-MEMO
                    SUBTRACT AP-INVOICE-AMOUNT
                       FROM PV-CHECK-AMOUNT (PAY-IDX)
                 ELSE
                    ADD AP-INVOICE-AMOUNT TO PV-CHECK-AMOUNT (PAY-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-AP-INVOICE.

       FIND-OR-ADD-VENDOR-ENTRY.
           PERFORM FIND-VENDOR-ENTRY.
           IF VENDOR-ENTRY-WAS-NOT-FOUND
              IF PAY-VENDOR-COUNT < 500
                 ADD 1 TO PAY-VENDOR-COUNT
                 SET PAY-IDX TO PAY-VENDOR-COUNT
                 MOVE AP-VENDOR-NUMBER TO PV-VENDOR-NUMBER (PAY-IDX)
                 MOVE ZERO TO PV-CHECK-NUMBER (PAY-IDX)
                 MOVE ZERO TO PV-INVOICE-COUNT (PAY-IDX)
                 MOVE ZERO TO PV-CHECK-AMOUNT (PAY-IDX)
                 SET PV-REGISTER-NOT-PRINTED (PAY-IDX) TO TRUE
                 SET VENDOR-ENTRY-WAS-FOUND TO TRUE
              ELSE
                 IF NOT VENDOR-TABLE-IS-FULL
                    DISPLAY "VENDOR TABLE FULL - REMAINING VENDORS "
                       "LEFT FOR THE NEXT RUN"
                    SET VENDOR-TABLE-IS-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.

       FIND-VENDOR-ENTRY.
           SET VENDOR-ENTRY-WAS-NOT-FOUND TO TRUE.
           IF PAY-VENDOR-COUNT > 0
              SET PAY-IDX TO 1
              SEARCH PAY-VENDOR-ENTRY
                  WHEN PV-VENDOR-NUMBER (PAY-IDX) = AP-VENDOR-NUMBER
                     SET VENDOR-ENTRY-WAS-FOUND TO TRUE
              END-SEARCH
           END-IF.

      *****************************************************************
      *  CHECKS ARE NUMBERED IN VENDOR-NUMBER ORDER SO THE REGISTER   *
      *  AND THE CHECK STOCK RUN THE SAME WAY. THE CHECK COUNTER IS   *
      *  SEEDED ONCE FROM THE HIGHEST CHECK NUMBER ON THE PAYABLES    *
      *  FILE IF IT IS NOT ON NUMBER-CONTROL YET.                     *
      *****************************************************************
       NUMBER-THE-CHECKS.
           SET LOWEST-VENDOR-WAS-FOUND TO TRUE.
           PERFORM NUMBER-NEXT-CHECK UNTIL NO-VENDOR-LEFT.

       NUMBER-NEXT-CHECK.
           SET NO-VENDOR-LEFT TO TRUE.
           MOVE 999999 TO LOWEST-VENDOR-NUMBER.
           IF PAY-VENDOR-COUNT > 0
              PERFORM FIND-LOWEST-UNNUMBERED-VENDOR
                 VARYING PAY-IDX FROM 1 BY 1
                 UNTIL PAY-IDX > PAY-VENDOR-COUNT
           END-IF.
           IF LOWEST-VENDOR-WAS-FOUND
              SET PAY-IDX TO LOWEST-VENDOR-SLOT
              PERFORM ASSIGN-CHECK-NUMBER
              IF NEXT-NUMBER-WORK = ZERO
                 DISPLAY "NO CHECK NUMBER AVAILABLE FROM NUMBER-CONTROL"
                 SET PAYMENT-RUN-FAILED TO TRUE
                 SET NO-VENDOR-LEFT TO TRUE
              ELSE
                 MOVE NEXT-NUMBER-WORK TO PV-CHECK-NUMBER (PAY-IDX)
              END-IF
           END-IF.

       FIND-LOWEST-UNNUMBERED-VENDOR.
           IF PV-CHECK-NUMBER (PAY-IDX) = ZERO
              AND PV-CHECK-AMOUNT (PAY-IDX) > ZERO
              AND PV-VENDOR-NUMBER (PAY-IDX) NOT > LOWEST-VENDOR-NUMBER
              MOVE PV-VENDOR-NUMBER (PAY-IDX) TO LOWEST-VENDOR-NUMBER
              SET LOWEST-VENDOR-SLOT TO PAY-IDX
              SET LOWEST-VENDOR-WAS-FOUND TO TRUE
           END-IF.

       ASSIGN-CHECK-NUMBER.
           MOVE ZERO TO SEED-NUMBER-WORK.
           CALL "NEXT-NUMBER" USING "N" NUMBER-COUNTER-ID
               SEED-NUMBER-WORK NEXT-NUMBER-WORK.
           IF NEXT-NUMBER-WORK = ZERO
              MOVE HIGHEST-CHECK-NUMBER TO SEED-NUMBER-WORK
              CALL "NEXT-NUMBER" USING "S" NUMBER-COUNTER-ID
                  SEED-NUMBER-WORK NEXT-NUMBER-WORK
           END-IF.

      *****************************************************************
      *  SECOND PASS - THE OPEN-PAYABLES FILE IS SEQUENTIAL, SO EACH  *
      *  PAYABLE INVOICE OF A VENDOR THAT WAS GIVEN A CHECK IS        *
      *  REWRITTEN IN PLACE AS PAID AND THE CHANGE AUDITED.           *
      *****************************************************************
       MARK-INVOICES-PAID.
           OPEN I-O AP-INVOICE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-AP-INVOICE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM MARK-ONE-INVOICE UNTIL END-OF-AP-INVOICE.
           IF APINVOIC-STATUS NOT = "35"
              CLOSE AP-INVOICE
           END-IF.

       MARK-ONE-INVOICE.
           PERFORM CLASSIFY-INVOICE.
           IF INVOICE-IS-PAYABLE
              PERFORM FIND-VENDOR-ENTRY
              IF VENDOR-ENTRY-WAS-FOUND
                 AND PV-CHECK-NUMBER (PAY-IDX) > ZERO
                 PERFORM PAY-ONE-INVOICE
              END-IF
           END-IF.
           PERFORM READ-AP-INVOICE.

       PAY-ONE-INVOICE.
           MOVE AP-INVOICE-RECORD TO AUDIT-BEFORE-IMAGE.
           SET AP-PAID-ITEM TO TRUE.
           MOVE PV-CHECK-NUMBER (PAY-IDX) TO AP-CHECK-NUMBER.
           MOVE BUSINESS-DATE TO AP-PAID-DATE.
           REWRITE AP-INVOICE-RECORD.
           IF APINVOIC-STATUS = "00"
              ADD 1 TO INVOICES-PAID
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              DISPLAY "UNABLE TO MARK INVOICE " AP-INVOICE-NUMBER
                 " PAID, STATUS " APINVOIC-STATUS
              SET PAYMENT-RUN-FAILED TO TRUE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE AP-INVOICE-NUMBER TO AUDIT-KEY.
           MOVE AP-INVOICE-RECORD TO AUDIT-AFTER-IMAGE.
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY "M" AUDIT-BEFORE-IMAGE
               AUDIT-AFTER-IMAGE.

      *****************************************************************
      *  THE REGISTER PRINTS ONE BLOCK PER CHECK IN VENDOR ORDER,     *
      *  REREADING THE PAYABLES FILE FOR THE INVOICES THAT CHECK      *
      *  PAID, AND WRITES THE CHECK'S POSITIVE-PAY RECORD.            *
      *****************************************************************
       PRINT-VENDOR-CHECKS.
           SET LOWEST-VENDOR-WAS-FOUND TO TRUE.
           PERFORM PRINT-NEXT-CHECK UNTIL NO-VENDOR-LEFT.

       PRINT-NEXT-CHECK.
           SET NO-VENDOR-LEFT TO TRUE.
           MOVE 999999 TO LOWEST-VENDOR-NUMBER.
           IF PAY-VENDOR-COUNT > 0
              PERFORM FIND-LOWEST-UNPRINTED-VENDOR
                 VARYING PAY-IDX FROM 1 BY 1
                 UNTIL PAY-IDX > PAY-VENDOR-COUNT
           END-IF.
           IF LOWEST-VENDOR-WAS-FOUND
              SET PAY-IDX TO LOWEST-VENDOR-SLOT
              SET PV-REGISTER-PRINTED (PAY-IDX) TO TRUE
              PERFORM PRINT-ONE-CHECK
           END-IF.

       FIND-LOWEST-UNPRINTED-VENDOR.
           IF PV-CHECK-NUMBER (PAY-IDX) > ZERO
              AND PV-REGISTER-NOT-PRINTED (PAY-IDX)
              AND PV-VENDOR-NUMBER (PAY-IDX) NOT > LOWEST-VENDOR-NUMBER
              MOVE PV-VENDOR-NUMBER (PAY-IDX) TO LOWEST-VENDOR-NUMBER
              SET LOWEST-VENDOR-SLOT TO PAY-IDX
              SET LOWEST-VENDOR-WAS-FOUND TO TRUE
           END-IF.

       PRINT-ONE-CHECK.
           MOVE PV-VENDOR-NUMBER (PAY-IDX) TO VENDOR-NUMBER.
           READ VENDOR-MASTER
               INVALID KEY
                  MOVE "** NOT ON VENDOR MASTER **" TO VENDOR-NAME
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PV-VENDOR-NUMBER (PAY-IDX) TO VH-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO VH-VENDOR-NAME.
           MOVE PV-CHECK-NUMBER (PAY-IDX) TO VH-CHECK-NUMBER.
           MOVE VENDOR-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT AP-INVOICE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-AP-INVOICE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM PRINT-CHECK-INVOICE UNTIL END-OF-AP-INVOICE.
           IF APINVOIC-STATUS NOT = "35"
              CLOSE AP-INVOICE
           END-IF.
           MOVE PV-CHECK-AMOUNT (PAY-IDX) TO CHECK-TOTAL-AMOUNT.
           MOVE CHECK-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO CHECKS-WRITTEN.
           ADD PV-CHECK-AMOUNT (PAY-IDX) TO TOTAL-PAID-AMOUNT.
           PERFORM WRITE-POSITIVE-PAY.

       PRINT-CHECK-INVOICE.
           IF AP-PAID-ITEM
              AND AP-CHECK-NUMBER = PV-CHECK-NUMBER (PAY-IDX)
              MOVE AP-INVOICE-NUMBER TO DETAIL-INVOICE-NUMBER
              MOVE AP-PO-NUMBER TO DETAIL-PO-NUMBER
              MOVE AP-INVOICE-DATE TO DETAIL-INVOICE-DATE
              MOVE AP-DUE-DATE TO DETAIL-DUE-DATE
              MOVE AP-INVOICE-AMOUNT TO DETAIL-AMOUNT
              MOVE SPACES TO DETAIL-NOTE
              IF AP-DEBIT-MEMO
                 COMPUTE DETAIL-AMOUNT = ZERO - AP-INVOICE-AMOUNT
                 STRING "DEBIT MEMO VS " AP-APPLIES-TO-INVOICE
                     DELIMITED BY SIZE INTO DETAIL-NOTE
              END-IF
              IF AP-QTY-MISMATCH
                 STRING "QTY MISMATCH, RELEASED BY "
                     AP-RELEASED-BY DELIMITED BY SIZE
                     INTO DETAIL-NOTE
              END-IF
              MOVE INVOICE-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM READ-AP-INVOICE.

       WRITE-POSITIVE-PAY.
           SET PP-ISSUED-CHECK TO TRUE.
           MOVE PV-CHECK-NUMBER (PAY-IDX) TO PP-CHECK-NUMBER.
           MOVE BUSINESS-DATE TO PP-ISSUE-DATE.
           MOVE PV-CHECK-AMOUNT (PAY-IDX) TO PP-CHECK-AMOUNT.
           MOVE PV-VENDOR-NUMBER (PAY-IDX) TO PP-VENDOR-NUMBER.
           MOVE VENDOR-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.

       PRINT-HELD-INVOICES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INVOICES DUE BUT HELD FOR QUANTITY MISMATCH"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT AP-INVOICE.
           SET NOT-END-OF-AP-INVOICE TO TRUE.
           IF APINVOIC-STATUS NOT = "00"
              SET END-OF-AP-INVOICE TO TRUE
           ELSE
              PERFORM READ-AP-INVOICE
           END-IF.
           PERFORM PRINT-ONE-HELD-INVOICE UNTIL END-OF-AP-INVOICE.
           IF APINVOIC-STATUS NOT = "35"
              CLOSE AP-INVOICE
           END-IF.

       PRINT-ONE-HELD-INVOICE.
           PERFORM CLASSIFY-INVOICE.
           IF INVOICE-IS-HELD
              MOVE AP-VENDOR-NUMBER TO HELD-VENDOR-NUMBER
              MOVE AP-INVOICE-NUMBER TO HELD-INVOICE-NUMBER
              MOVE AP-PO-NUMBER TO HELD-PO-NUMBER
              MOVE AP-DUE-DATE TO HELD-DUE-DATE
              MOVE AP-INVOICE-AMOUNT TO HELD-AMOUNT
              MOVE HELD-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO INVOICES-HELD
              ADD AP-INVOICE-AMOUNT TO TOTAL-HELD-AMOUNT
           END-IF.
           PERFORM READ-AP-INVOICE.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CHECKS-WRITTEN TO TOTALS-CHECKS.
           MOVE INVOICES-PAID TO TOTALS-INVOICES.
           MOVE TOTAL-PAID-AMOUNT TO TOTALS-PAID-AMOUNT.
           MOVE TOTALS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE INVOICES-HELD TO HELD-TOTALS-COUNT.
           MOVE TOTAL-HELD-AMOUNT TO HELD-TOTALS-AMOUNT.
           MOVE HELD-TOTALS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM VENDOR-PAYMENT-RUN.
