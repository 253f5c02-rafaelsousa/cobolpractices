      *  closes the business date are listed as dropped and the file  *
      *  is rebuilt empty, so nothing stale carries across dates and  *
      *  slip numbers restart at 1 each business date.                *
      *  SUSP-OPERATOR-ID is the operator who suspended the sale and  *
      *  SUSP-LINE-AMOUNT the line's value when it was suspended, so  *
      *  a dropped slip can be put down to someone on the             *
      *  DROPPED-SLIP log.                                            *
      *****************************************************************
       01  SUSPENDED-ORDER-RECORD.
           05  SUSP-SLIP-NUMBER        PIC 9(4).
               88  SUSP-HELD                VALUE 'H'.
               88  SUSP-RECALLED            VALUE 'R'.
               88  SUSP-DROPPED             VALUE 'D'.
           05  SUSP-OPERATOR-ID        PIC X(8).
           05  SUSP-LINE-AMOUNT        PIC 9(7)V99.
