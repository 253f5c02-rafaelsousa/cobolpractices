      *  ROLLS THE DAY'S MOVEMENTS FORWARD FROM LAST NIGHT'S           *
      *  PRODUCT-SNAPSHOT BASELINE - SALES AND RETURNS FROM THE        *
      *  SALES-TRANSACTION FILE, RECEIPTS AND ADJUSTMENTS FROM THE     *
      *  QTY CHANGE IN THE DAY'S PRODMAST AUDIT IMAGES, GOODS SENT     *
      *  BACK BY RETURN-TO-VENDOR AMONG THEM - AND FLAGS               *
      *  EVERY PRODUCT WHOSE QTY-ON-HAND DISAGREES WITH THE EXPECTED   *
      *  FIGURE. SALES RECORDS POINTING AT CUSTOMER OR PRODUCT KEYS    *
      *  MISSING FROM THE MASTERS ARE LISTED AS ORPHANS. A KIT SALE    *
      *  POSTS ONE SALES LINE PER COMPONENT, SO KIT SALES, RETURNS     *
      *  AND VOIDS MOVE EACH COMPONENT'S EXPECTED FIGURE LIKE ANY      *
      *  OTHER LINE AND ARE TALLIED ON THE TOTALS AS WELL. WHEN IT     *
      *  FINISHES IT REWRITES THE SNAPSHOT FROM THE MASTER AS THE      *
      *  NEXT RUN'S BASELINE; THE FIRST EVER RUN ONLY BUILDS THE       *
      *  BASELINE.                                                     *
         01 AUDIT-DATE PIC 9(8).
         01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
         01 ORPHAN-COUNT PIC 9(5) VALUE ZERO.
         01 VENDOR-RETURN-COUNT PIC 9(5) VALUE ZERO.
         01 VENDOR-RETURN-UNITS PIC S9(7) VALUE ZERO.
         01 KIT-LINE-COUNT PIC 9(5) VALUE ZERO.
         01 KIT-LINE-UNITS PIC S9(7) VALUE ZERO.
         01 UNITS-DISPLAY PIC ZZZZZZ9-.
         01 EXPECTED-QTY PIC S9(7).
         01 QTY-CHANGE PIC S9(7).
         01 BEFORE-QTY PIC S9(7).
             05 DECODED-REORDER-POINT    PIC 9(5).
             05 DECODED-STATUS           PIC X(1).
             05 DECODED-DEPT-CODE        PIC X(3).
             05 DECODED-QTY-RESERVED     PIC 9(5).
             05 DECODED-ABC-CLASS        PIC X(1).

         01 RECON-ENTRY-COUNT PIC 9(5) VALUE ZERO.
         01 RECON-TABLE.
                       RC-MOVEMENT-QTY (RECON-IDX)
                 END-IF
              END-IF
              IF TRX-KIT-LINE NOT = ZERO
                 ADD 1 TO KIT-LINE-COUNT
                 IF TRX-RETURN
                    SUBTRACT QTY-SOLD FROM KIT-LINE-UNITS
                 ELSE
                    ADD QTY-SOLD TO KIT-LINE-UNITS
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-SALES-TRANSACTION.

      *  CHANGE SHOW UP HERE AS THE QTY DIFFERENCE BETWEEN THE        *
      *  BEFORE AND AFTER IMAGES OF THE DAY'S PRODMAST AUDIT          *
      *  RECORDS. A CREATE HAS A BLANK BEFORE IMAGE - ITS WHOLE       *
      *  OPENING QTY COUNTS AS MOVEMENT. A RETURN TO VENDOR IS        *
      *  TALLIED SEPARATELY AS WELL SO THE REPORT SHOWS IT WAS SEEN.  *
      *****************************************************************
       APPLY-AUDITED-MOVEMENTS.
           OPEN INPUT AUDIT-LOG.
                 IF ENTRY-IS-USABLE
                    ADD QTY-CHANGE TO RC-MOVEMENT-QTY (RECON-IDX)
                 END-IF
                 IF AUDIT-PROGRAM-NAME = "RETURN-TO-VENDOR"
                    ADD 1 TO VENDOR-RETURN-COUNT
                    SUBTRACT QTY-CHANGE FROM VENDOR-RETURN-UNITS
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-AUDIT-LOG.
              "   ORPHAN KEYS: " ORPHAN-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE VENDOR-RETURN-UNITS TO UNITS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "VENDOR RETURNS RECOGNISED: " VENDOR-RETURN-COUNT
              " LINES, " UNITS-DISPLAY " UNITS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE KIT-LINE-UNITS TO UNITS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "KIT COMPONENT SALES RECOGNISED: " KIT-LINE-COUNT
              " LINES, " UNITS-DISPLAY " UNITS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM STOCK-RECONCILE.
