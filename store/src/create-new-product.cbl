              SET DEPT-NOT-VALID TO TRUE.
              PERFORM CAPTURE-DEPARTMENT UNTIL DEPT-IS-VALID.
              SET PRODUCT-ACTIVE TO TRUE.
              MOVE ZERO TO QTY-RESERVED.
              MOVE SPACE TO PRODUCT-ABC-CLASS.
              PERFORM WRITE-PRODUCT-RECORD.

      *****************************************************************
