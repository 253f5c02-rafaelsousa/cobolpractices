      *****************************************************************
      *  KIT-DEFINITION RECORD LAYOUT                                 *
      *  One record per kit (bundle) sold under its own code at the   *
      *  kit price, keyed by KIT-CODE, maintained by MAINTAIN-KIT.    *
      *  A kit code is never also a PRODUCT-CODE - SELL-PRODUCT       *
      *  looks a keyed code up on the product master first and only   *
      *  then here. The kit holds no stock of its own: each sale      *
      *  takes KIT-COMPONENT-QTY of every component per kit sold and  *
      *  posts one sales line per component, tied together by         *
      *  TRX-KIT-LINE. The components are held packed from entry 1;   *
      *  KIT-COMPONENT-COUNT says how many entries are in use and a   *
      *  product appears at most once in a kit.                       *
      *****************************************************************
       01  KIT-DEFINITION-RECORD.
           05  KIT-CODE                PIC X(6).
           05  KIT-DESCRIPTION         PIC X(30).
           05  KIT-PRICE               PIC 9(5)V99.
           05  KIT-STATUS              PIC X(1).
               88  KIT-ACTIVE               VALUE 'A'.
               88  KIT-INACTIVE             VALUE 'I'.
           05  KIT-COMPONENT-COUNT     PIC 9(2).
           05  KIT-COMPONENT OCCURS 10 TIMES.
               10  KIT-COMPONENT-CODE  PIC X(6).
               10  KIT-COMPONENT-QTY   PIC 9(3).
