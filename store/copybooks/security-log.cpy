      *****************************************************************
      *  SECURITY-LOG RECORD LAYOUT                                   *
      *  One record per operator security event, appended by          *
      *  SECURITY-LOG-WRITER as it happens: a sign-on, a sign-off, a  *
      *  failed sign-on (with the reason), an account locked after    *
      *  too many failures, a password changed by its operator, and   *
      *  an account unlocked or its password reset by a supervisor    *
      *  (SL-BY-USER-ID is who did it). SL-USER-LEVEL is the level    *
      *  the account had at the time. Read by SECURITY-REPORT.        *
      *****************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-LOG-DATE             PIC 9(8).
           05  SL-LOG-TIME             PIC 9(8).
           05  SL-USER-ID              PIC X(8).
           05  SL-USER-LEVEL           PIC 9(1).
           05  SL-EVENT                PIC X(1).
               88  SL-SIGNED-ON             VALUE 'N'.
               88  SL-SIGNED-OFF            VALUE 'O'.
               88  SL-SIGN-ON-FAILED        VALUE 'F'.
               88  SL-ACCOUNT-LOCKED        VALUE 'L'.
               88  SL-PASSWORD-CHANGED      VALUE 'P'.
               88  SL-ACCOUNT-UNLOCKED      VALUE 'U'.
               88  SL-PASSWORD-RESET        VALUE 'R'.
           05  SL-REASON               PIC X(20).
           05  SL-BY-USER-ID           PIC X(8).
