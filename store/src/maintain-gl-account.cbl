       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-GL-ACCOUNT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MAINTAINS THE GL ACCOUNT MAP THE NIGHTLY JOURNAL EXTRACT      *
      *  POSTS THROUGH: ONE LEDGER ACCOUNT PER JOURNAL USE (CASH,      *
      *  SALES, COST OF SALES, STOCK, ...) AND DEPARTMENT. A BLANK     *
      *  DEPARTMENT IS THE STORE-WIDE ACCOUNT FOR THE USE, TAKEN BY    *
      *  EVERY DEPARTMENT WITHOUT ITS OWN. KEYING A BLANK ACCOUNT      *
      *  NUMBER REMOVES THE MAPPING. CHANGES ARE AUDITED THROUGH       *
      *  AUDIT-LOG-WRITER.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAM-KEY
               FILE STATUS IS GLACCTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MAP.
       COPY "gl-account-map.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 GLACCTMP-STATUS PIC X(2).
         01 LOOKUP-ACCOUNT-USE PIC X(4).
         01 LOOKUP-DEPT-CODE PIC X(3).
         01 MAPPING-EXISTS-SWITCH PIC X(1).
             88 MAPPING-ALREADY-ON-FILE   VALUE 'Y'.
             88 MAPPING-NOT-ON-FILE       VALUE 'N'.
         01 USE-VALID-SWITCH PIC X(1).
             88 ACCOUNT-USE-IS-VALID      VALUE 'Y'.
             88 ACCOUNT-USE-NOT-VALID     VALUE 'N'.

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-GL-ACCOUNT".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "GLACCTMP".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-ACTION-CODE  PIC X(1).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM OPEN-GL-ACCOUNT-MAP.
           PERFORM GL-ACCOUNT-FORMULARY.
           CLOSE GL-ACCOUNT-MAP.
           GOBACK.

       OPEN-GL-ACCOUNT-MAP.
           OPEN I-O GL-ACCOUNT-MAP.
           IF GLACCTMP-STATUS = "35"
              OPEN OUTPUT GL-ACCOUNT-MAP
              CLOSE GL-ACCOUNT-MAP
              OPEN I-O GL-ACCOUNT-MAP
           END-IF.

       GL-ACCOUNT-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'MAINTAIN GL ACCOUNT MAP' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Uses: CASH AR STAX SALE RETN COGS INVT SHRK'
                 AT 0401.
              DISPLAY '      GRNI AP BANK LOYL LOYX LAYD LAYF' AT 0501.
              DISPLAY 'Account use.........:' AT 0601.
              DISPLAY 'Dept (blank=store)..:' AT 0701.
              MOVE SPACES TO LOOKUP-ACCOUNT-USE.
              ACCEPT LOOKUP-ACCOUNT-USE AT 0623.
              MOVE SPACES TO LOOKUP-DEPT-CODE.
              ACCEPT LOOKUP-DEPT-CODE AT 0723.
              PERFORM VALIDATE-ACCOUNT-USE.
              IF ACCOUNT-USE-NOT-VALID
                 DISPLAY "NOT A JOURNAL ACCOUNT USE" AT 1201
              ELSE
                 PERFORM LOOKUP-MAPPING
                 PERFORM EDIT-MAPPING-FORM
              END-IF.

       VALIDATE-ACCOUNT-USE.
           SET ACCOUNT-USE-IS-VALID TO TRUE.
           EVALUATE LOOKUP-ACCOUNT-USE
               WHEN "CASH"
               WHEN "AR  "
               WHEN "STAX"
               WHEN "SALE"
               WHEN "RETN"
               WHEN "COGS"
               WHEN "INVT"
               WHEN "SHRK"
               WHEN "GRNI"
               WHEN "AP  "
               WHEN "BANK"
               WHEN "LOYL"
               WHEN "LOYX"
               WHEN "LAYD"
               WHEN "LAYF"
                  CONTINUE
               WHEN OTHER
                  SET ACCOUNT-USE-NOT-VALID TO TRUE
           END-EVALUATE.

       LOOKUP-MAPPING.
           SET MAPPING-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE LOOKUP-ACCOUNT-USE TO GAM-ACCOUNT-USE.
           MOVE LOOKUP-DEPT-CODE TO GAM-DEPT-CODE.
           READ GL-ACCOUNT-MAP
               INVALID KEY
                  CONTINUE
           END-READ.
           IF GLACCTMP-STATUS = "00"
              SET MAPPING-ALREADY-ON-FILE TO TRUE
              MOVE GL-ACCOUNT-MAP-RECORD TO AUDIT-BEFORE-IMAGE
           ELSE
              MOVE LOOKUP-ACCOUNT-USE TO GAM-ACCOUNT-USE
              MOVE LOOKUP-DEPT-CODE TO GAM-DEPT-CODE
              MOVE SPACES TO GAM-ACCOUNT-NUMBER
              MOVE SPACES TO GAM-DESCRIPTION
           END-IF.

       EDIT-MAPPING-FORM.
           DISPLAY 'Ledger account #....:' AT 0801.
           DISPLAY 'Description.........:' AT 0901.
           DISPLAY GAM-ACCOUNT-NUMBER AT 0823.
           ACCEPT GAM-ACCOUNT-NUMBER AT 0823.
           DISPLAY GAM-DESCRIPTION AT 0923.
           ACCEPT GAM-DESCRIPTION AT 0923.
           EVALUATE TRUE
               WHEN GAM-ACCOUNT-NUMBER = SPACES
                  AND MAPPING-ALREADY-ON-FILE
                  PERFORM REMOVE-MAPPING
               WHEN GAM-ACCOUNT-NUMBER = SPACES
                  DISPLAY "ACCOUNT NUMBER IS MANDATORY" AT 1201
               WHEN OTHER
                  PERFORM SAVE-MAPPING
           END-EVALUATE.

       SAVE-MAPPING.
           IF MAPPING-ALREADY-ON-FILE
              REWRITE GL-ACCOUNT-MAP-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO REWRITE MAPPING" AT 1201
              END-REWRITE
              MOVE "M" TO AUDIT-ACTION-CODE
           ELSE
              WRITE GL-ACCOUNT-MAP-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO WRITE MAPPING" AT 1201
              END-WRITE
              MOVE "C" TO AUDIT-ACTION-CODE
           END-IF.
           IF GLACCTMP-STATUS = "00"
              DISPLAY "MAPPING SAVED." AT 1201
              MOVE GL-ACCOUNT-MAP-RECORD TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       REMOVE-MAPPING.
           DELETE GL-ACCOUNT-MAP
               INVALID KEY
                  DISPLAY "UNABLE TO REMOVE MAPPING" AT 1201
           END-DELETE.
           IF GLACCTMP-STATUS = "00"
              DISPLAY "MAPPING REMOVED." AT 1201
              MOVE "D" TO AUDIT-ACTION-CODE
              MOVE SPACES TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-KEY.
           MOVE LOOKUP-ACCOUNT-USE TO AUDIT-KEY (1:4).
           MOVE LOOKUP-DEPT-CODE TO AUDIT-KEY (5:3).
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY AUDIT-ACTION-CODE
               AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE.

       END PROGRAM MAINTAIN-GL-ACCOUNT.
