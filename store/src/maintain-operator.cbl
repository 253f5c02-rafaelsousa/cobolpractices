      *  SETTING STATUS D). CHANGES ARE AUDITED THROUGH                *
      *  AUDIT-LOG-WRITER WITH THE PASSWORD BLANKED OUT OF BOTH        *
      *  IMAGES SO IT NEVER LANDS ON THE AUDIT LOG.                    *
      *  A NEW OPERATOR, OR A PASSWORD RETYPED DIFFERENTLY BY THE      *
      *  SUPERVISOR, MUST BE CHANGED BY THE OPERATOR AT THE NEXT       *
      *  SIGN-ON. AN ACCOUNT LOCKED BY TOO MANY FAILED SIGN-ONS IS     *
      *  UNLOCKED HERE, AND ONLY HERE. UNLOCKS AND PASSWORD RESETS     *
      *  GO TO THE SECURITY LOG AS WELL.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
             88 FORM-NOT-VALID            VALUE 'N'.
         01 FORM-ERROR-MESSAGE PIC X(45).
         01 LOOKUP-USER-ID PIC X(8).
         01 PREVIOUS-PASSWORD PIC X(8).
         01 UNLOCK-ANSWER PIC X(1).
             88 UNLOCK-REQUESTED          VALUE 'Y' 'y'.
             88 UNLOCK-DECLINED           VALUE 'N' 'n' ' '.
         01 SECURITY-USER-ID PIC X(8).
         01 SECURITY-USER-LEVEL PIC 9(1).
         01 SECURITY-EVENT PIC X(1).
         01 SECURITY-REASON PIC X(20).

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-OPERATOR".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "USERMAST".
             05 BLANKED-USER-NAME        PIC X(30).
             05 BLANKED-USER-LEVEL       PIC 9(1).
             05 BLANKED-USER-STATUS      PIC X(1).
             05 BLANKED-FAILED-ATTEMPTS  PIC 9(2).
             05 BLANKED-LOCK-FLAG        PIC X(1).
             05 BLANKED-PASSWORD-DATE    PIC 9(8).
             05 BLANKED-MUST-CHANGE      PIC X(1).
             05 BLANKED-LAST-SIGN-ON-DATE PIC 9(8).
             05 BLANKED-LAST-SIGN-ON-TIME PIC 9(8).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           END-READ.
           IF USERMAST-STATUS = "00"
              SET USER-ALREADY-ON-FILE TO TRUE
              MOVE USER-PASSWORD TO PREVIOUS-PASSWORD
              PERFORM BUILD-BLANKED-IMAGE
              MOVE BLANKED-USER-RECORD TO AUDIT-BEFORE-IMAGE
           ELSE
              INITIALIZE USER-MASTER-RECORD
              MOVE LOOKUP-USER-ID TO USER-ID
              MOVE SPACES TO USER-PASSWORD
              MOVE SPACES TO USER-NAME
              MOVE 1 TO USER-LEVEL
              SET USER-ACTIVE TO TRUE
              SET USER-NOT-LOCKED TO TRUE
              SET USER-MUST-CHANGE-PASSWORD TO TRUE
              MOVE SPACES TO PREVIOUS-PASSWORD
              MOVE SPACES TO AUDIT-BEFORE-IMAGE
           END-IF.
           IF USER-FAILED-ATTEMPTS IS NOT NUMERIC
              MOVE ZERO TO USER-FAILED-ATTEMPTS
           END-IF.

       EDIT-OPERATOR-FORM.
           DISPLAY 'Password............:' AT 0501.
           DISPLAY 'Name................:' AT 0601.
           DISPLAY 'Level (1=cnt,2=sup).:' AT 0701.
           DISPLAY 'Status (A/D)........:' AT 0801.
           IF USER-LOCKED
              DISPLAY 'LOCKED - Unlock (Y/N):' AT 0901
           ELSE
              DISPLAY 'Failed sign-ons.....:' AT 0901
              DISPLAY USER-FAILED-ATTEMPTS AT 0923
           END-IF.
           MOVE SPACES TO UNLOCK-ANSWER.
           SET FORM-NOT-VALID TO TRUE.
           PERFORM CAPTURE-AND-VALIDATE-FORM UNTIL FORM-IS-VALID.
           PERFORM SAVE-OPERATOR.
           ACCEPT USER-LEVEL AT 0723.
           DISPLAY USER-STATUS AT 0823.
           ACCEPT USER-STATUS AT 0823.
           IF USER-LOCKED
              DISPLAY UNLOCK-ANSWER AT 0923
              ACCEPT UNLOCK-ANSWER AT 0923
           END-IF.
           PERFORM VALIDATE-FORM.
           IF FORM-NOT-VALID
              DISPLAY FORM-ERROR-MESSAGE AT 1001
                 MOVE "STATUS MUST BE A OR D" TO FORM-ERROR-MESSAGE
              END-IF
           END-IF.
           IF FORM-IS-VALID
              AND NOT UNLOCK-REQUESTED
              AND NOT UNLOCK-DECLINED
              SET FORM-NOT-VALID TO TRUE
              MOVE "UNLOCK MUST BE Y OR N" TO FORM-ERROR-MESSAGE
           END-IF.

      *****************************************************************
      *  A PASSWORD SET HERE IS ONLY EVER A TEMPORARY ONE - THE       *
      *  OPERATOR MUST REPLACE IT AT THE NEXT SIGN-ON.                *
      *****************************************************************
       SAVE-OPERATOR.
           IF USER-PASSWORD NOT = PREVIOUS-PASSWORD
              SET USER-MUST-CHANGE-PASSWORD TO TRUE
           END-IF.
           IF UNLOCK-REQUESTED
              SET USER-NOT-LOCKED TO TRUE
              MOVE ZERO TO USER-FAILED-ATTEMPTS
           END-IF.
           IF USER-ALREADY-ON-FILE
              REWRITE USER-MASTER-RECORD
                  INVALID KEY
           IF USERMAST-STATUS = "00"
              DISPLAY "OPERATOR SAVED." AT 1001
              PERFORM WRITE-AUDIT-RECORD
              PERFORM WRITE-SECURITY-EVENTS
           END-IF.

       WRITE-SECURITY-EVENTS.
           MOVE USER-ID TO SECURITY-USER-ID.
           MOVE USER-LEVEL TO SECURITY-USER-LEVEL.
           IF UNLOCK-REQUESTED
              MOVE "U" TO SECURITY-EVENT
              MOVE "UNLOCKED" TO SECURITY-REASON
              PERFORM LOG-SECURITY-EVENT
           END-IF.
           IF USER-ALREADY-ON-FILE
              AND USER-PASSWORD NOT = PREVIOUS-PASSWORD
              MOVE "R" TO SECURITY-EVENT
              MOVE "PASSWORD RESET" TO SECURITY-REASON
              PERFORM LOG-SECURITY-EVENT
           END-IF.

       LOG-SECURITY-EVENT.
           CALL "SECURITY-LOG-WRITER" USING SECURITY-USER-ID
               SECURITY-USER-LEVEL SECURITY-EVENT SECURITY-REASON.

       BUILD-BLANKED-IMAGE.
           MOVE USER-MASTER-RECORD TO BLANKED-USER-RECORD.
           MOVE ALL "*" TO BLANKED-PASSWORD.
