       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-LOG-WRITER.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  CALLED BY THE SIGN-ON SCREEN AND MAINTAIN-OPERATOR TO APPEND  *
      *  ONE OPERATOR SECURITY EVENT TO THE SECURITY-LOG FILE AS IT    *
      *  HAPPENS - SIGN-ON, SIGN-OFF, FAILED SIGN-ON, LOCKOUT,         *
      *  PASSWORD CHANGE, UNLOCK AND PASSWORD RESET. EACH RECORD IS    *
      *  STAMPED WITH THE DATE AND TIME AND WITH WHO DID IT FROM THE   *
      *  SHARED SIGNED-ON-OPERATOR ITEM - BEFORE ANYONE HAS SIGNED ON  *
      *  THAT IS THE OPERATOR THE EVENT IS ABOUT.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
       COPY "security-log.cpy".

       WORKING-STORAGE SECTION.
         01 SECLOG-STATUS PIC X(2).

         COPY "signed-on-user.cpy".

       LINKAGE SECTION.
         01 LS-USER-ID    PIC X(8).
         01 LS-USER-LEVEL PIC 9(1).
         01 LS-EVENT      PIC X(1).
         01 LS-REASON     PIC X(20).

       PROCEDURE DIVISION USING LS-USER-ID LS-USER-LEVEL LS-EVENT
               LS-REASON.

       MAINLINE.
           PERFORM OPEN-SECURITY-LOG.
           PERFORM BUILD-AND-WRITE-SECURITY-RECORD.
           CLOSE SECURITY-LOG.
           GOBACK.

       OPEN-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG.
           IF SECLOG-STATUS = "35"
              OPEN OUTPUT SECURITY-LOG
              CLOSE SECURITY-LOG
              OPEN EXTEND SECURITY-LOG
           END-IF.

       BUILD-AND-WRITE-SECURITY-RECORD.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-LOG-TIME FROM TIME.
           MOVE LS-USER-ID TO SL-USER-ID.
           MOVE LS-USER-LEVEL TO SL-USER-LEVEL.
           MOVE LS-EVENT TO SL-EVENT.
           MOVE LS-REASON TO SL-REASON.
           IF OPERATOR-USER-ID = SPACES OR OPERATOR-USER-ID = LOW-VALUES
              MOVE LS-USER-ID TO SL-BY-USER-ID
           ELSE
              MOVE OPERATOR-USER-ID TO SL-BY-USER-ID
           END-IF.
           WRITE SECURITY-LOG-RECORD.

       END PROGRAM SECURITY-LOG-WRITER.
