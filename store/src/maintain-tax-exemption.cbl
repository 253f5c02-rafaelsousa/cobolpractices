       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-TAX-EXEMPTION.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MAINTAINS THE TAX-EXEMPTION CERTIFICATES ON FILE FOR A        *
      *  CUSTOMER - SCHOOLS, CHURCHES, RESELLERS - ONE PER ISSUING     *
      *  STATE, WITH THE CERTIFICATE NUMBER, THE KIND OF EXEMPTION     *
      *  AND ITS EXPIRY DATE. SELL-PRODUCT CHARGES NO TAX WHILE THE    *
      *  CERTIFICATE FOR THE CUSTOMER'S STATE IS GOOD, SO A NEW OR     *
      *  RENEWED CERTIFICATE MUST RUN AT LEAST THROUGH THE BUSINESS    *
      *  DATE. KEYING A BLANK CERTIFICATE NUMBER REMOVES IT. CHANGES   *
      *  ARE AUDITED THROUGH AUDIT-LOG-WRITER. REACHED ONLY THROUGH    *
      *  THE LEVEL-2 MENU OPTION, LIKE THE OTHER SENSITIVE OPTIONS IN  *
      *  FLOW-CONTROL.                                                 *
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

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-EXEMPTION.
       COPY "tax-exemption.cpy".

       FD  CUSTOMER-MASTER.
       COPY "customer-master.cpy".

       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 TAXEXMPT-STATUS PIC X(2).
         01 CUSTMAST-STATUS PIC X(2).
         01 STORCTL-STATUS PIC X(2).
         01 BUSINESS-DATE PIC 9(8).
         01 LOOKUP-CUSTOMER-NUMBER PIC 9(6).
         01 ENTERED-STATE-CODE PIC X(2).
         01 FORM-VALID-SWITCH PIC X(1).
             88 FORM-IS-VALID             VALUE 'Y'.
             88 FORM-NOT-VALID            VALUE 'N'.
         01 FORM-ERROR-MESSAGE PIC X(45).
         01 CERTIFICATE-EXISTS-SWITCH PIC X(1).
             88 CERTIFICATE-ON-FILE       VALUE 'Y'.
             88 CERTIFICATE-NOT-ON-FILE   VALUE 'N'.

         COPY "valid-states.cpy".
         01 STATE-FOUND-SWITCH PIC X(1).
             88 STATE-WAS-FOUND           VALUE 'Y'.
             88 STATE-WAS-NOT-FOUND       VALUE 'N'.

         01 AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "MAINTAIN-TAX-EXEMPT".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "TAXEXMPT".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-ACTION-CODE  PIC X(1).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-TAX-EXEMPTION.
           OPEN INPUT CUSTOMER-MASTER.
           PERFORM TAX-EXEMPTION-FORMULARY.
           CLOSE CUSTOMER-MASTER.
           CLOSE TAX-EXEMPTION.
           GOBACK.

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

       OPEN-TAX-EXEMPTION.
           OPEN I-O TAX-EXEMPTION.
           IF TAXEXMPT-STATUS = "35"
              OPEN OUTPUT TAX-EXEMPTION
              CLOSE TAX-EXEMPTION
              OPEN I-O TAX-EXEMPTION
           END-IF.

       TAX-EXEMPTION-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'MAINTAIN TAX-EXEMPTION CERTIFICATES' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Customer #..........:' AT 0401.
              DISPLAY 'Issuing state.......:' AT 0501.
              ACCEPT LOOKUP-CUSTOMER-NUMBER AT 0423.
              MOVE LOOKUP-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
              READ CUSTOMER-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ.
              IF CUSTMAST-STATUS NOT = "00" OR CUSTOMER-DELETED
                 DISPLAY "CUSTOMER NOT FOUND" AT 1201
              ELSE
                 DISPLAY CUSTOMER-NAME AT 0431
                 MOVE CUSTOMER-STATE TO ENTERED-STATE-CODE
                 DISPLAY ENTERED-STATE-CODE AT 0523
                 ACCEPT ENTERED-STATE-CODE AT 0523
                 PERFORM VALIDATE-STATE-CODE
                 IF STATE-WAS-NOT-FOUND
                    DISPLAY "STATE MUST BE A VALID 2-LETTER CODE"
                       AT 1201
                 ELSE
                    PERFORM LOOKUP-CERTIFICATE
                    PERFORM EDIT-CERTIFICATE-FORM
                 END-IF
              END-IF.

       VALIDATE-STATE-CODE.
           SET STATE-WAS-NOT-FOUND TO TRUE.
           SET STATE-INDEX TO 1.
           SEARCH VALID-STATE-CODE
               WHEN VALID-STATE-CODE (STATE-INDEX)
                  = ENTERED-STATE-CODE
                  SET STATE-WAS-FOUND TO TRUE
           END-SEARCH.

       LOOKUP-CERTIFICATE.
           SET CERTIFICATE-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE LOOKUP-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER.
           MOVE ENTERED-STATE-CODE TO TXE-ISSUING-STATE.
           READ TAX-EXEMPTION
               INVALID KEY
                  CONTINUE
           END-READ.
           IF TAXEXMPT-STATUS = "00"
              SET CERTIFICATE-ON-FILE TO TRUE
              MOVE TAX-EXEMPTION-RECORD TO AUDIT-BEFORE-IMAGE
           ELSE
              MOVE LOOKUP-CUSTOMER-NUMBER TO TXE-CUSTOMER-NUMBER
              MOVE ENTERED-STATE-CODE TO TXE-ISSUING-STATE
              MOVE SPACES TO TXE-CERTIFICATE-NUMBER
              MOVE SPACES TO TXE-EXEMPTION-TYPE
              MOVE ZERO TO TXE-EXPIRY-DATE
           END-IF.

       EDIT-CERTIFICATE-FORM.
           DISPLAY 'Certificate #.......:' AT 0601.
           DISPLAY 'Type (R=reseller N=nonprofit G=government O=other):'
              AT 0701.
           DISPLAY 'Expiry (YYYYMMDD)...:' AT 0801.
           SET FORM-NOT-VALID TO TRUE.
           PERFORM CAPTURE-AND-VALIDATE-FORM UNTIL FORM-IS-VALID.
           IF TXE-CERTIFICATE-NUMBER = SPACES
              IF CERTIFICATE-ON-FILE
                 PERFORM REMOVE-CERTIFICATE
              ELSE
                 DISPLAY "NO CERTIFICATE ON FILE, NOTHING SAVED."
                    AT 1201
              END-IF
           ELSE
              PERFORM SAVE-CERTIFICATE
           END-IF.

       CAPTURE-AND-VALIDATE-FORM.
           MOVE SPACES TO FORM-ERROR-MESSAGE.
           DISPLAY TXE-CERTIFICATE-NUMBER AT 0623.
           ACCEPT TXE-CERTIFICATE-NUMBER AT 0623.
           IF TXE-CERTIFICATE-NUMBER = SPACES
              SET FORM-IS-VALID TO TRUE
           ELSE
              DISPLAY TXE-EXEMPTION-TYPE AT 0753
              ACCEPT TXE-EXEMPTION-TYPE AT 0753
              DISPLAY TXE-EXPIRY-DATE AT 0823
              ACCEPT TXE-EXPIRY-DATE AT 0823
              PERFORM VALIDATE-FORM
              IF FORM-NOT-VALID
                 DISPLAY FORM-ERROR-MESSAGE AT 1001
              END-IF
           END-IF.

       VALIDATE-FORM.
           SET FORM-IS-VALID TO TRUE.
           EVALUATE TRUE
               WHEN TXE-RESELLER OR TXE-NONPROFIT
                  OR TXE-GOVERNMENT OR TXE-OTHER-EXEMPTION
                  CONTINUE
               WHEN OTHER
                  SET FORM-NOT-VALID TO TRUE
                  MOVE "EXEMPTION TYPE MUST BE R, N, G OR O" TO
                     FORM-ERROR-MESSAGE
           END-EVALUATE.
           IF FORM-IS-VALID AND TXE-EXPIRY-DATE < BUSINESS-DATE
              SET FORM-NOT-VALID TO TRUE
              MOVE "CERTIFICATE HAS ALREADY EXPIRED" TO
                 FORM-ERROR-MESSAGE
           END-IF.

       SAVE-CERTIFICATE.
           IF CERTIFICATE-ON-FILE
              REWRITE TAX-EXEMPTION-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO REWRITE CERTIFICATE" AT 1201
              END-REWRITE
              MOVE "M" TO AUDIT-ACTION-CODE
           ELSE
              WRITE TAX-EXEMPTION-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO WRITE CERTIFICATE" AT 1201
              END-WRITE
              MOVE "C" TO AUDIT-ACTION-CODE
           END-IF.
           IF TAXEXMPT-STATUS = "00"
              DISPLAY "CERTIFICATE SAVED." AT 1201
              MOVE TAX-EXEMPTION-RECORD TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       REMOVE-CERTIFICATE.
           DELETE TAX-EXEMPTION
               INVALID KEY
                  DISPLAY "UNABLE TO REMOVE CERTIFICATE" AT 1201
           END-DELETE.
           IF TAXEXMPT-STATUS = "00"
              DISPLAY "CERTIFICATE REMOVED." AT 1201
              MOVE "D" TO AUDIT-ACTION-CODE
              MOVE SPACES TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-KEY.
           MOVE LOOKUP-CUSTOMER-NUMBER TO AUDIT-KEY (1:6).
           MOVE ENTERED-STATE-CODE TO AUDIT-KEY (7:2).
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY AUDIT-ACTION-CODE
               AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE.

       END PROGRAM MAINTAIN-TAX-EXEMPTION.
