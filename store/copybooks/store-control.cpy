      *  closed; DAY-END-DRIVER closes the date, runs the nightly     *
      *  jobs exactly once for it, records it as the last date        *
      *  closed and opens the next day.                               *
      *  The same record carries the store's operator security        *
      *  settings, kept by MAINTAIN-SECURITY-SETTINGS: failed         *
      *  sign-ons before an account locks, the days a password lives, *
      *  the days without a sign-on that make an account dormant and  *
      *  the store's opening hours (HHMM). Zero means the standard    *
      *  setting - 3 failures, 90 days, 60 days, 0800 to 2000.        *
      *****************************************************************
       01  STORE-CONTROL-RECORD.
           05  CTL-BUSINESS-DATE       PIC 9(8).
               88  CTL-DATE-OPEN            VALUE 'O'.
               88  CTL-DATE-CLOSED          VALUE 'C'.
           05  CTL-LAST-CLOSED-DATE    PIC 9(8).
           05  CTL-SIGN-ON-LIMIT       PIC 9(2).
           05  CTL-PASSWORD-LIFE-DAYS  PIC 9(3).
           05  CTL-DORMANT-DAYS        PIC 9(3).
           05  CTL-STORE-OPENS         PIC 9(4).
           05  CTL-STORE-CLOSES        PIC 9(4).
