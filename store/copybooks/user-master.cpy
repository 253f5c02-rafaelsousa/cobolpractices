      *  STOCK-CONTROL menu. Counter staff (level 1) cannot reach     *
      *  the delete, adjustment and admin options; supervisors        *
      *  (level 2) can. Maintained by MAINTAIN-OPERATOR.              *
      *  The sign-on screen counts consecutive failed passwords in    *
      *  USER-FAILED-ATTEMPTS and locks the account once they reach   *
      *  the store's limit; only a supervisor can unlock it, in       *
      *  MAINTAIN-OPERATOR. USER-PASSWORD-DATE is when the password   *
      *  was last set - it expires after the store's password life -  *
      *  and USER-MUST-CHANGE forces a new password at the next       *
      *  sign-on (set on a new operator and on a supervisor reset).   *
      *  USER-LAST-SIGN-ON-DATE/TIME feed the dormant-account list.   *
      *****************************************************************
       01  USER-MASTER-RECORD.
           05  USER-ID                 PIC X(8).
           05  USER-STATUS             PIC X(1).
               88  USER-ACTIVE              VALUE 'A'.
               88  USER-DELETED             VALUE 'D'.
           05  USER-FAILED-ATTEMPTS    PIC 9(2).
           05  USER-LOCK-FLAG          PIC X(1).
               88  USER-LOCKED              VALUE 'L'.
               88  USER-NOT-LOCKED          VALUE 'N'.
           05  USER-PASSWORD-DATE      PIC 9(8).
           05  USER-MUST-CHANGE        PIC X(1).
               88  USER-MUST-CHANGE-PASSWORD VALUE 'Y'.
               88  USER-PASSWORD-CHOSEN     VALUE 'N'.
           05  USER-LAST-SIGN-ON-DATE  PIC 9(8).
           05  USER-LAST-SIGN-ON-TIME  PIC 9(8).
