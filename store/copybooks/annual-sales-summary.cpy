      *****************************************************************
      *  ANNUAL-SALES-SUMMARY RECORD LAYOUT                           *
      *  Written by YEAR-END-CLOSE, one record per year, month,       *
      *  department, product and customer, summarising the detail     *
      *  lines on the SALES-HISTORY file for that combination with    *
      *  returns netted off. The margin is priced at the unit cost    *
      *  on the product master when the year was closed, and the      *
      *  department is the product's department at that time, so a    *
      *  closed year's figures stay as they were printed. The detail  *
      *  count and sales value are what the close checks the history  *
      *  against before it purges a year's detail lines.              *
      *****************************************************************
       01  ANNUAL-SUMMARY-RECORD.
           05  AS-YEAR                 PIC 9(4).
           05  AS-MONTH                PIC 9(2).
           05  AS-DEPT-CODE            PIC X(3).
           05  AS-PRODUCT-CODE         PIC X(6).
           05  AS-CUSTOMER-NUMBER      PIC 9(6).
           05  AS-DETAIL-COUNT         PIC 9(7).
           05  AS-NET-QTY              PIC S9(7).
           05  AS-SALES-VALUE          PIC S9(9)V99.
           05  AS-MARGIN               PIC S9(9)V99.
           05  AS-CLOSE-DATE           PIC 9(8).
