      *****************************************************************
      *  GL ACCOUNT-MAP RECORD LAYOUT                                 *
      *  One record per journal account use and department,          *
      *  maintained by MAINTAIN-GL-ACCOUNT. GL-JOURNAL-EXTRACT looks  *
      *  each journal amount up by its use and the product's          *
      *  department first, then by the use with a blank department   *
      *  - the store-wide account - so only the departments that      *
      *  need their own revenue, cost or stock accounts have to be    *
      *  mapped separately.                                           *
      *****************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GAM-KEY.
               10  GAM-ACCOUNT-USE     PIC X(4).
               10  GAM-DEPT-CODE       PIC X(3).
           05  GAM-ACCOUNT-NUMBER      PIC X(10).
           05  GAM-DESCRIPTION         PIC X(20).
