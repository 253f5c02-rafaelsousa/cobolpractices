      *  MONTHLY-SALES-REPORT. SH-SALE-DETAIL holds the archived      *
      *  SALES-TRANSACTION record image, padded on the right - move   *
      *  it through a working copy of the sales-transaction layout    *
      *  to get at the fields. YEAR-END-CLOSE summarises each year    *
      *  onto the ANNUAL-SALES-SUMMARY file and purges the detail of  *
      *  the years older than the retention period.                   *
      *****************************************************************
       01  SALES-HISTORY-RECORD.
           05  SH-PERIOD               PIC 9(6).
