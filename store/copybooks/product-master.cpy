      *  PRODUCT-DEPT-CODE ties the product to a DEPARTMENT-MASTER     *
      *  record for the department rollups on the sales and reorder    *
      *  reports.                                                      *
      *  QTY-RESERVED is the part of QTY-ON-HAND held for open         *
      *  layaway agreements - still in the store, but not free to      *
      *  sell or to count against the reorder point. The units leave   *
      *  QTY-ON-HAND only when SELL-PRODUCT posts the paid layaway,    *
      *  and go back to free stock when the agreement is cancelled or  *
      *  forfeited.                                                    *
      *  PRODUCT-ABC-CLASS is the A/B/C rank the quarterly             *
      *  ABC-CLASSIFICATION run gives the product from its sales       *
      *  value and margin over the last year - A the few lines that    *
      *  earn most of the money, C the long tail. Blank until the      *
      *  first run after the product is created.                       *
      *****************************************************************
       01  PRODUCT-MASTER-RECORD.
           05  PRODUCT-CODE            PIC X(6).
               88  PRODUCT-ACTIVE           VALUE 'A'.
               88  PRODUCT-DELETED          VALUE 'D'.
           05  PRODUCT-DEPT-CODE       PIC X(3).
           05  QTY-RESERVED            PIC 9(5).
           05  PRODUCT-ABC-CLASS       PIC X(1).
               88  ABC-CLASS-A              VALUE 'A'.
               88  ABC-CLASS-B              VALUE 'B'.
               88  ABC-CLASS-C              VALUE 'C'.
               88  ABC-NOT-CLASSIFIED       VALUE SPACE.
