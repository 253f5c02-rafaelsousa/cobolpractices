      *  One record per end-of-shift till balance, written by         *
      *  CASH-UP: the cash the operator declared from the counted    *
      *  drawer against the cash the system expected from their       *
      *  posted orders of the business date (cash tendered less       *
      *  change), with the over or short and the supervisor who       *
      *  signed the count off.                                        *
      *****************************************************************
       01  CASH-UP-RECORD.
           05  CU-BUSINESS-DATE        PIC 9(8).
