      *  step is kicked off and a completed or failed record when it  *
      *  comes back. DAY-END-DRIVER reads the log to skip the steps   *
      *  already completed for the date on a rerun, and prints the    *
      *  morning operations summary from it; the month-end, year-end  *
      *  and backup runs log the same way under their own job names - *
      *  the year-end close with the year it closed in its step name. *
      *  The integrity check logs "completed with exceptions" when it *
      *  finds disagreements between files - the step ran, and the    *
      *  close carried on, but the morning needs to look.             *
      *****************************************************************
       01  RUN-LOG-RECORD.
           05  RL-RUN-DATE             PIC 9(8).
               88  RL-STEP-STARTED          VALUE 'S'.
               88  RL-STEP-COMPLETED        VALUE 'C'.
               88  RL-STEP-FAILED           VALUE 'F'.
               88  RL-STEP-EXCEPTIONS       VALUE 'E'.
