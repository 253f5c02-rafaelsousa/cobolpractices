       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-EXEMPT-EXPIRY.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MONTHLY TAX-EXEMPTION CERTIFICATE EXPIRY LIST.                *
      *  BATCH JOB - READS THE TAX-EXEMPTION FILE AND LISTS, SOONEST   *
      *  FIRST, EVERY CERTIFICATE THAT RUNS OUT WITHIN 60 DAYS OF THE  *
      *  STORE BUSINESS DATE, WITH THE CUSTOMER AND THE DAYS LEFT, SO  *
      *  THE OFFICE CAN CHASE THE RENEWAL BEFORE SELL-PRODUCT STARTS   *
      *  TAXING THE CUSTOMER. A CERTIFICATE ALREADY PAST ITS EXPIRY    *
      *  IS LISTED TOO, MARKED EXPIRED, UNTIL THE RENEWAL IS KEYED OR  *
      *  THE CERTIFICATE IS REMOVED. A REPORT THAT CANNOT BE WRITTEN   *
      *  ENDS THE RUN WITH RC 12.                                      *
      *  RUN BY THE TXEXPIRY JCL.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPTION ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXE-KEY
               FILE STATUS IS TAXEXMPT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NUMBER
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO "TXEXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-EXEMPTION.
       COPY "tax-exemption.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       FD  EXPIRY-REPORT-FILE.
       01  REPORT-LINE PIC X(90).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-EXPIRY-DATE          PIC 9(8).
           05  SW-CUSTOMER-NUMBER      PIC 9(6).
           05  SW-ISSUING-STATE        PIC X(2).
           05  SW-CERTIFICATE-NUMBER   PIC X(15).
           05  SW-EXEMPTION-TYPE       PIC X(1).

       WORKING-STORAGE SECTION.
         01 TAXEXMPT-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 REPORT-STATUS PIC X(2).
         01 TAX-EXEMPTION-EOF-SWITCH PIC X(1).
             88 END-OF-TAX-EXEMPTION       VALUE 'Y'.
             88 NOT-END-OF-TAX-EXEMPTION   VALUE 'N'.
         01 SORT-EOF-SWITCH PIC X(1).
             88 END-OF-SORTED-RECORDS      VALUE 'Y'.
             88 NOT-END-OF-SORTED-RECORDS  VALUE 'N'.
         01 RUN-FAILED-SWITCH PIC X(1) VALUE 'N'.
             88 RUN-HAS-FAILED             VALUE 'Y'.
             88 RUN-HAS-NOT-FAILED         VALUE 'N'.
         01 BUSINESS-DATE PIC 9(8).
         01 BUSINESS-DATE-INTEGER PIC 9(7).
         01 WARNING-LIMIT-DATE PIC 9(8).
         01 EXPIRY-WARNING-DAYS PIC 9(3) VALUE 60.
         01 DAYS-TO-EXPIRY PIC S9(5).
         01 LISTED-COUNT PIC 9(5) VALUE ZERO.

         01 HEADING-LINE.
             05  FILLER                  PIC X(39)
                 VALUE "TAX-EXEMPTION CERTIFICATES EXPIRING BY ".
             05  HEADING-LIMIT-DATE      PIC 9(8).
             05  FILLER                  PIC X(7) VALUE " AS OF ".
             05  HEADING-BUSINESS-DATE   PIC 9(8).

         01 COLUMN-HEADING-LINE.
             05  FILLER PIC X(44) VALUE
                 "CUST #  CUSTOMER NAME         ST CERTIFICATE".
             05  FILLER PIC X(30) VALUE
                 "     TYPE  EXPIRES   DAYS LEFT".

         01 EXPIRY-DETAIL-LINE.
             05  DETAIL-CUSTOMER-NUMBER  PIC 9(6).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-CUSTOMER-NAME    PIC X(20).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-ISSUING-STATE    PIC X(2).
             05  FILLER                  PIC X(1) VALUE SPACES.
             05  DETAIL-CERTIFICATE      PIC X(15).
             05  FILLER                  PIC X(2) VALUE SPACES.
             05  DETAIL-EXEMPTION-TYPE   PIC X(1).
             05  FILLER                  PIC X(4) VALUE SPACES.
             05  DETAIL-EXPIRY-DATE      PIC 9(8).
             05  FILLER                  PIC X(3) VALUE SPACES.
             05  DETAIL-DAYS-LEFT        PIC ZZZZ9.
             05  DETAIL-EXPIRED-FLAG     PIC X(8).

         01 COUNT-LINE.
             05  FILLER                  PIC X(25)
                 VALUE "CERTIFICATES TO RENEW: ".
             05  COUNT-LISTED            PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-CONTROL SECTION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(BUSINESS-DATE).
           COMPUTE WARNING-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
              BUSINESS-DATE-INTEGER + EXPIRY-WARNING-DAYS).
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
              PERFORM NOTE-RUN-FAILURE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF RUN-HAS-NOT-FAILED
              PERFORM PRINT-HEADINGS
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SW-EXPIRY-DATE
                                   SW-CUSTOMER-NUMBER
                  INPUT PROCEDURE IS SELECT-EXPIRING-CERTIFICATES
                  OUTPUT PROCEDURE IS PRINT-EXPIRING-CERTIFICATES
              IF SORT-RETURN NOT = ZERO
                 PERFORM NOTE-RUN-FAILURE
              END-IF
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE EXPIRY-REPORT-FILE.
           IF RUN-HAS-FAILED
              DISPLAY "TAX-EXEMPT-EXPIRY FAILED, REPORT INCOMPLETE"
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
           MOVE WARNING-LIMIT-DATE TO HEADING-LIMIT-DATE.
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
      *  INPUT PROCEDURE - RELEASES EVERY CERTIFICATE WHOSE EXPIRY    *
      *  FALLS ON OR BEFORE THE WARNING DATE. NO CERTIFICATE FILE     *
      *  YET SIMPLY MEANS NOTHING TO LIST.                            *
      *****************************************************************
       SELECT-EXPIRING-CERTIFICATES SECTION.

       SELECT-EXPIRING-START.
           OPEN INPUT TAX-EXEMPTION.
           IF TAXEXMPT-STATUS = "00"
              SET NOT-END-OF-TAX-EXEMPTION TO TRUE
              PERFORM READ-TAX-EXEMPTION
              PERFORM RELEASE-ONE-CERTIFICATE
                 UNTIL END-OF-TAX-EXEMPTION
              CLOSE TAX-EXEMPTION
           END-IF.
           GO TO SELECT-EXPIRING-EXIT.

       READ-TAX-EXEMPTION.
           READ TAX-EXEMPTION NEXT RECORD
               AT END
                  SET END-OF-TAX-EXEMPTION TO TRUE
           END-READ.

       RELEASE-ONE-CERTIFICATE.
           IF TXE-EXPIRY-DATE NOT > WARNING-LIMIT-DATE
              MOVE TXE-EXPIRY-DATE TO SW-EXPIRY-DATE
              MOVE TXE-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
              MOVE TXE-ISSUING-STATE TO SW-ISSUING-STATE
              MOVE TXE-CERTIFICATE-NUMBER TO SW-CERTIFICATE-NUMBER
              MOVE TXE-EXEMPTION-TYPE TO SW-EXEMPTION-TYPE
              RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-TAX-EXEMPTION.

       SELECT-EXPIRING-EXIT.
           EXIT.

      *****************************************************************
      *  OUTPUT PROCEDURE - ONE LINE PER CERTIFICATE, SOONEST EXPIRY  *
      *  FIRST.                                                       *
      *****************************************************************
       PRINT-EXPIRING-CERTIFICATES SECTION.

       PRINT-EXPIRING-START.
           SET NOT-END-OF-SORTED-RECORDS TO TRUE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM PRINT-ONE-CERTIFICATE
              UNTIL END-OF-SORTED-RECORDS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LISTED-COUNT TO COUNT-LISTED.
           MOVE COUNT-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           GO TO PRINT-EXPIRING-EXIT.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                  SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       PRINT-ONE-CERTIFICATE.
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
           MOVE SW-ISSUING-STATE TO DETAIL-ISSUING-STATE.
           MOVE SW-CERTIFICATE-NUMBER TO DETAIL-CERTIFICATE.
           MOVE SW-EXEMPTION-TYPE TO DETAIL-EXEMPTION-TYPE.
           MOVE SW-EXPIRY-DATE TO DETAIL-EXPIRY-DATE.
           COMPUTE DAYS-TO-EXPIRY =
              FUNCTION INTEGER-OF-DATE(SW-EXPIRY-DATE)
                 - BUSINESS-DATE-INTEGER.
           IF DAYS-TO-EXPIRY < ZERO
              MOVE ZERO TO DETAIL-DAYS-LEFT
              MOVE " EXPIRED" TO DETAIL-EXPIRED-FLAG
           ELSE
              MOVE DAYS-TO-EXPIRY TO DETAIL-DAYS-LEFT
              MOVE SPACES TO DETAIL-EXPIRED-FLAG
           END-IF.
           MOVE EXPIRY-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO LISTED-COUNT.
           PERFORM RETURN-SORTED-RECORD.

       PRINT-EXPIRING-EXIT.
           EXIT.

       END PROGRAM TAX-EXEMPT-EXPIRY.
