       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SECURITY-SETTINGS.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  SUPERVISOR MAINTENANCE OF THE OPERATOR SECURITY SETTINGS HELD *
      *  ON THE STORE-CONTROL RECORD: HOW MANY FAILED SIGN-ONS LOCK AN *
      *  ACCOUNT, HOW MANY DAYS A PASSWORD LIVES BEFORE IT MUST BE     *
      *  CHANGED, HOW MANY DAYS WITHOUT A SIGN-ON MAKE AN ACCOUNT      *
      *  DORMANT, AND THE STORE'S OPENING HOURS USED TO SPOT           *
      *  SUPERVISOR SIGN-ONS OUTSIDE THEM. A SETTING NEVER KEYED IS    *
      *  SHOWN AT ITS STANDARD VALUE. THE BUSINESS DATE ON THE SAME    *
      *  RECORD IS CARRIED THROUGH UNTOUCHED; A MISSING CONTROL FILE   *
      *  IS STARTED AT TODAY'S DATE THE WAY DAY-END-DRIVER WOULD.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-CONTROL ASSIGN TO "STORCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS STORCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-CONTROL.
       COPY "store-control.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 STORCTL-STATUS PIC X(2).
         01 FORM-VALID-SWITCH PIC X(1).
             88 FORM-IS-VALID             VALUE 'Y'.
             88 FORM-NOT-VALID            VALUE 'N'.
         01 FORM-ERROR-MESSAGE PIC X(45).
         01 OPENING-TIME PIC 9(4).
         01 OPENING-TIME-PARTS REDEFINES OPENING-TIME.
             05 OPENING-HOUR             PIC 9(2).
             05 OPENING-MINUTE           PIC 9(2).
         01 CLOSING-TIME PIC 9(4).
         01 CLOSING-TIME-PARTS REDEFINES CLOSING-TIME.
             05 CLOSING-HOUR             PIC 9(2).
             05 CLOSING-MINUTE           PIC 9(2).

         01 AUDIT-PROGRAM-NAME PIC X(20)
               VALUE "MAINTAIN-SECURITY".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "STORCTL".
         01 AUDIT-KEY          PIC X(10) VALUE "SECURITY".
         01 AUDIT-ACTION-CODE  PIC X(1)  VALUE "M".
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           PERFORM READ-STORE-CONTROL.
           PERFORM SETTINGS-FORMULARY.
           GOBACK.

       READ-STORE-CONTROL.
           OPEN INPUT STORE-CONTROL.
           IF STORCTL-STATUS = "35"
              PERFORM START-STORE-CONTROL
           ELSE
              READ STORE-CONTROL
                  AT END
                     PERFORM START-STORE-CONTROL
              END-READ
              CLOSE STORE-CONTROL
           END-IF.
           MOVE STORE-CONTROL-RECORD TO AUDIT-BEFORE-IMAGE.
           PERFORM APPLY-STANDARD-SETTINGS.

       START-STORE-CONTROL.
           INITIALIZE STORE-CONTROL-RECORD.
           ACCEPT CTL-BUSINESS-DATE FROM DATE YYYYMMDD.
           SET CTL-DATE-OPEN TO TRUE.
           MOVE ZERO TO CTL-LAST-CLOSED-DATE.

      *****************************************************************
      *  ZERO (OR A RECORD WRITTEN BEFORE THE SETTINGS EXISTED)       *
      *  MEANS THE STANDARD SETTING - SHOW IT AS SUCH.                *
      *****************************************************************
       APPLY-STANDARD-SETTINGS.
           IF CTL-SIGN-ON-LIMIT IS NOT NUMERIC
              OR CTL-SIGN-ON-LIMIT = ZERO
              MOVE 3 TO CTL-SIGN-ON-LIMIT
           END-IF.
           IF CTL-PASSWORD-LIFE-DAYS IS NOT NUMERIC
              OR CTL-PASSWORD-LIFE-DAYS = ZERO
              MOVE 90 TO CTL-PASSWORD-LIFE-DAYS
           END-IF.
           IF CTL-DORMANT-DAYS IS NOT NUMERIC
              OR CTL-DORMANT-DAYS = ZERO
              MOVE 60 TO CTL-DORMANT-DAYS
           END-IF.
           IF CTL-STORE-OPENS IS NOT NUMERIC
              OR CTL-STORE-CLOSES IS NOT NUMERIC
              OR (CTL-STORE-OPENS = ZERO AND CTL-STORE-CLOSES = ZERO)
              MOVE 0800 TO CTL-STORE-OPENS
              MOVE 2000 TO CTL-STORE-CLOSES
           END-IF.

       SETTINGS-FORMULARY.
           DISPLAY CLEAR-SCREEN.
           MOVE ALL "*" to SEPARATING-BAR (1:80).
           DISPLAY SEPARATING-BAR AT 0101.
           DISPLAY 'OPERATOR SECURITY SETTINGS' AT 0210.
           DISPLAY SEPARATING-BAR AT 0301.
           DISPLAY 'Failed sign-ons.....:' AT 0401.
           DISPLAY 'Password life (days):' AT 0501.
           DISPLAY 'Dormant after (days):' AT 0601.
           DISPLAY 'Store opens (HHMM)..:' AT 0701.
           DISPLAY 'Store closes (HHMM).:' AT 0801.
           SET FORM-NOT-VALID TO TRUE.
           PERFORM CAPTURE-AND-VALIDATE-FORM UNTIL FORM-IS-VALID.
           PERFORM SAVE-SETTINGS.

       CAPTURE-AND-VALIDATE-FORM.
           MOVE SPACES TO FORM-ERROR-MESSAGE.
           DISPLAY CTL-SIGN-ON-LIMIT AT 0423.
           ACCEPT CTL-SIGN-ON-LIMIT AT 0423.
           DISPLAY CTL-PASSWORD-LIFE-DAYS AT 0523.
           ACCEPT CTL-PASSWORD-LIFE-DAYS AT 0523.
           DISPLAY CTL-DORMANT-DAYS AT 0623.
           ACCEPT CTL-DORMANT-DAYS AT 0623.
           DISPLAY CTL-STORE-OPENS AT 0723.
           ACCEPT CTL-STORE-OPENS AT 0723.
           DISPLAY CTL-STORE-CLOSES AT 0823.
           ACCEPT CTL-STORE-CLOSES AT 0823.
           PERFORM VALIDATE-FORM.
           IF FORM-NOT-VALID
              DISPLAY FORM-ERROR-MESSAGE AT 1001
           END-IF.

       VALIDATE-FORM.
           SET FORM-IS-VALID TO TRUE.
           MOVE CTL-STORE-OPENS TO OPENING-TIME.
           MOVE CTL-STORE-CLOSES TO CLOSING-TIME.
           IF CTL-SIGN-ON-LIMIT = ZERO
              SET FORM-NOT-VALID TO TRUE
              MOVE "FAILED SIGN-ONS MUST BE AT LEAST 1"
                 TO FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID AND CTL-PASSWORD-LIFE-DAYS = ZERO
              SET FORM-NOT-VALID TO TRUE
              MOVE "PASSWORD LIFE MUST BE AT LEAST 1 DAY"
                 TO FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID AND CTL-DORMANT-DAYS = ZERO
              SET FORM-NOT-VALID TO TRUE
              MOVE "DORMANT DAYS MUST BE AT LEAST 1"
                 TO FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID
              AND (OPENING-HOUR > 23 OR OPENING-MINUTE > 59
                 OR CLOSING-HOUR > 23 OR CLOSING-MINUTE > 59)
              SET FORM-NOT-VALID TO TRUE
              MOVE "HOURS MUST BE HHMM, 0000 TO 2359"
                 TO FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID AND OPENING-TIME NOT < CLOSING-TIME
              SET FORM-NOT-VALID TO TRUE
              MOVE "STORE MUST OPEN BEFORE IT CLOSES"
                 TO FORM-ERROR-MESSAGE
           END-IF.

       SAVE-SETTINGS.
           OPEN OUTPUT STORE-CONTROL.
           WRITE STORE-CONTROL-RECORD.
           IF STORCTL-STATUS = "00"
              DISPLAY "SETTINGS SAVED." AT 1001
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              DISPLAY "UNABLE TO WRITE STORE CONTROL" AT 1001
           END-IF.
           CLOSE STORE-CONTROL.

       WRITE-AUDIT-RECORD.
           MOVE STORE-CONTROL-RECORD TO AUDIT-AFTER-IMAGE.
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY AUDIT-ACTION-CODE
               AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE.

       END PROGRAM MAINTAIN-SECURITY-SETTINGS.
