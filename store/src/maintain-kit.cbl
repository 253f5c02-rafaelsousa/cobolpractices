       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-KIT.
       AUTHOR. RAFAEL DE ANDRADE.

      ******************************************************************
      *  MAINTAINS THE KIT-DEFINITION FILE: A KIT (BUNDLE) IS SOLD     *
      *  UNDER ITS OWN CODE AT ITS OWN PRICE AND TAKES ITS COMPONENT   *
      *  PRODUCTS OUT OF STOCK - UP TO 10 OF THEM, EACH WITH THE       *
      *  QUANTITY ONE KIT USES. THE KIT CODE MUST NOT ALSO BE A        *
      *  PRODUCT CODE, EVERY COMPONENT MUST BE AN ACTIVE PRODUCT AND   *
      *  NO PRODUCT MAY APPEAR TWICE. A BLANK COMPONENT CODE DROPS     *
      *  THAT ROW AND THE REST CLOSE UP. A KIT IS WITHDRAWN FROM SALE  *
      *  BY SETTING ITS STATUS TO I - IT STAYS ON FILE SO KITS ALREADY *
      *  SOLD CAN STILL COME BACK. CHANGES ARE AUDITED THROUGH         *
      *  AUDIT-LOG-WRITER.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-CODE
               FILE STATUS IS PRODMAST-STATUS.

           SELECT KIT-DEFINITION ASSIGN TO "KITDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CODE
               FILE STATUS IS KITDEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY "product-master.cpy".

       FD  KIT-DEFINITION.
       COPY "kit-definition.cpy".

       WORKING-STORAGE SECTION.
         01 SEPARATING-BAR PIC X(80).
         01 PRODMAST-STATUS PIC X(2).
         01 KITDEF-STATUS PIC X(2).
         01 LOOKUP-KIT-CODE PIC X(6).
         01 KIT-EXISTS-SWITCH PIC X(1).
             88 KIT-ALREADY-ON-FILE       VALUE 'Y'.
             88 KIT-NOT-ON-FILE           VALUE 'N'.
         01 FORM-VALID-SWITCH PIC X(1).
             88 FORM-IS-VALID             VALUE 'Y'.
             88 FORM-NOT-VALID            VALUE 'N'.
         01 FORM-ERROR-MESSAGE PIC X(45).
         01 SCREEN-POSITION PIC 9(4).
         01 COMPONENT-SUB PIC 9(2).
         01 OTHER-SUB PIC 9(2).
         01 PACKED-COUNT PIC 9(2).
         01 ROW-NUMBER-DISPLAY PIC Z9.
         01 KIT-LIST-VALUE PIC 9(7)V99.
         01 KIT-LIST-VALUE-DISPLAY PIC ZZZZZZ9.99.

         01 ENTERED-COMPONENT-TABLE.
             05 ENTERED-COMPONENT OCCURS 10 TIMES.
                10 EC-PRODUCT-CODE     PIC X(6).
                10 EC-QTY              PIC 9(3).

         01 AUDIT-PROGRAM-NAME PIC X(20) VALUE "MAINTAIN-KIT".
         01 AUDIT-FILE-ID      PIC X(8)  VALUE "KITDEF".
         01 AUDIT-KEY          PIC X(10).
         01 AUDIT-ACTION-CODE  PIC X(1).
         01 AUDIT-BEFORE-IMAGE PIC X(160).
         01 AUDIT-AFTER-IMAGE  PIC X(160).

       SCREEN SECTION.
         01 CLEAR-SCREEN.
           05 BLANK SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

       MAINLINE.
           OPEN INPUT PRODUCT-MASTER.
           PERFORM OPEN-KIT-DEFINITION.
           PERFORM KIT-FORMULARY.
           CLOSE PRODUCT-MASTER.
           CLOSE KIT-DEFINITION.
           GOBACK.

       OPEN-KIT-DEFINITION.
           OPEN I-O KIT-DEFINITION.
           IF KITDEF-STATUS = "35"
              OPEN OUTPUT KIT-DEFINITION
              CLOSE KIT-DEFINITION
              OPEN I-O KIT-DEFINITION
           END-IF.

       KIT-FORMULARY.
              DISPLAY CLEAR-SCREEN.
              MOVE ALL "*" to SEPARATING-BAR (1:80).
              DISPLAY SEPARATING-BAR AT 0101.
              DISPLAY 'MAINTAIN KITS' AT 0210.
              DISPLAY SEPARATING-BAR AT 0301.
              DISPLAY 'Kit code............:' AT 0401.
              ACCEPT LOOKUP-KIT-CODE AT 0423.
              MOVE LOOKUP-KIT-CODE TO PRODUCT-CODE.
              READ PRODUCT-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ.
              IF LOOKUP-KIT-CODE = SPACES
                 DISPLAY "KIT CODE MUST NOT BE BLANK" AT 2001
              ELSE
                 IF PRODMAST-STATUS = "00"
                    DISPLAY "CODE IS ALREADY A PRODUCT CODE" AT 2001
                 ELSE
                    PERFORM LOOKUP-KIT
                    PERFORM EDIT-KIT-FORM
                 END-IF
              END-IF.

       LOOKUP-KIT.
           SET KIT-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO AUDIT-BEFORE-IMAGE.
           MOVE LOOKUP-KIT-CODE TO KIT-CODE.
           READ KIT-DEFINITION
               INVALID KEY
                  CONTINUE
           END-READ.
           IF KITDEF-STATUS = "00"
              SET KIT-ALREADY-ON-FILE TO TRUE
              MOVE KIT-DEFINITION-RECORD TO AUDIT-BEFORE-IMAGE
           ELSE
              INITIALIZE KIT-DEFINITION-RECORD
              MOVE LOOKUP-KIT-CODE TO KIT-CODE
              SET KIT-ACTIVE TO TRUE
           END-IF.
           INITIALIZE ENTERED-COMPONENT-TABLE.
           PERFORM LOAD-ENTERED-COMPONENT
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > KIT-COMPONENT-COUNT.

       LOAD-ENTERED-COMPONENT.
           MOVE KIT-COMPONENT-CODE (COMPONENT-SUB) TO
              EC-PRODUCT-CODE (COMPONENT-SUB).
           MOVE KIT-COMPONENT-QTY (COMPONENT-SUB) TO
              EC-QTY (COMPONENT-SUB).

       EDIT-KIT-FORM.
           DISPLAY 'Description.........:' AT 0501.
           DISPLAY 'Kit price...........:' AT 0601.
           DISPLAY 'Status (A/I)........:' AT 0701.
           DISPLAY 'Component   Qty per kit' AT 0805.
           PERFORM SHOW-COMPONENT-LABEL
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > 10.
           SET FORM-NOT-VALID TO TRUE.
           PERFORM CAPTURE-AND-VALIDATE-FORM UNTIL FORM-IS-VALID.
           PERFORM SAVE-KIT.

       SHOW-COMPONENT-LABEL.
           COMPUTE SCREEN-POSITION = (8 + COMPONENT-SUB) * 100 + 1.
           MOVE COMPONENT-SUB TO ROW-NUMBER-DISPLAY.
           DISPLAY ROW-NUMBER-DISPLAY AT SCREEN-POSITION.

       CAPTURE-AND-VALIDATE-FORM.
           MOVE SPACES TO FORM-ERROR-MESSAGE.
           DISPLAY KIT-DESCRIPTION AT 0523.
           ACCEPT KIT-DESCRIPTION AT 0523.
           DISPLAY KIT-PRICE AT 0623.
           ACCEPT KIT-PRICE AT 0623.
           DISPLAY KIT-STATUS AT 0723.
           ACCEPT KIT-STATUS AT 0723.
           PERFORM CAPTURE-ONE-COMPONENT
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > 10.
           PERFORM VALIDATE-FORM.
           IF FORM-NOT-VALID
              DISPLAY FORM-ERROR-MESSAGE AT 2001
           ELSE
              DISPLAY 'Component list value:' AT 1901
              MOVE KIT-LIST-VALUE TO KIT-LIST-VALUE-DISPLAY
              DISPLAY KIT-LIST-VALUE-DISPLAY AT 1923
           END-IF.

       CAPTURE-ONE-COMPONENT.
           COMPUTE SCREEN-POSITION = (8 + COMPONENT-SUB) * 100 + 5.
           DISPLAY EC-PRODUCT-CODE (COMPONENT-SUB) AT SCREEN-POSITION.
           ACCEPT EC-PRODUCT-CODE (COMPONENT-SUB) AT SCREEN-POSITION.
           ADD 12 TO SCREEN-POSITION.
           DISPLAY EC-QTY (COMPONENT-SUB) AT SCREEN-POSITION.
           ACCEPT EC-QTY (COMPONENT-SUB) AT SCREEN-POSITION.

      *****************************************************************
      *  THE COMPONENT ROWS ARE PACKED INTO THE RECORD AS THEY ARE    *
      *  CHECKED, SO A ROW BLANKED OUT IN THE MIDDLE SIMPLY DROPS.    *
      *  THE LIST VALUE OF THE COMPONENTS AT TODAY'S PRICES IS SHOWN  *
      *  SO THE KIT PRICE CAN BE SET AGAINST IT - SELL-PRODUCT        *
      *  SPREADS THE KIT PRICE OVER THE COMPONENTS IN PROPORTION TO   *
      *  THAT VALUE.                                                  *
      *****************************************************************
       VALIDATE-FORM.
           SET FORM-IS-VALID TO TRUE.
           IF KIT-STATUS = "a"
              SET KIT-ACTIVE TO TRUE
           END-IF.
           IF KIT-STATUS = "i"
              SET KIT-INACTIVE TO TRUE
           END-IF.
           IF KIT-DESCRIPTION = SPACES
              SET FORM-NOT-VALID TO TRUE
              MOVE "DESCRIPTION MUST NOT BE BLANK" TO
                 FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID AND KIT-PRICE = ZERO
              SET FORM-NOT-VALID TO TRUE
              MOVE "KIT PRICE MUST NOT BE ZERO" TO FORM-ERROR-MESSAGE
           END-IF.
           IF FORM-IS-VALID AND NOT KIT-ACTIVE AND NOT KIT-INACTIVE
              SET FORM-NOT-VALID TO TRUE
              MOVE "STATUS MUST BE A OR I" TO FORM-ERROR-MESSAGE
           END-IF.
           MOVE ZERO TO PACKED-COUNT.
           MOVE ZERO TO KIT-LIST-VALUE.
           PERFORM CHECK-ONE-COMPONENT
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > 10 OR FORM-NOT-VALID.
           IF FORM-IS-VALID AND PACKED-COUNT = ZERO
              SET FORM-NOT-VALID TO TRUE
              MOVE "A KIT NEEDS AT LEAST ONE COMPONENT" TO
                 FORM-ERROR-MESSAGE
           END-IF.
           MOVE PACKED-COUNT TO KIT-COMPONENT-COUNT.

       CHECK-ONE-COMPONENT.
           IF EC-PRODUCT-CODE (COMPONENT-SUB) NOT = SPACES
              MOVE EC-PRODUCT-CODE (COMPONENT-SUB) TO PRODUCT-CODE
              READ PRODUCT-MASTER
                  INVALID KEY
                     CONTINUE
              END-READ
              MOVE COMPONENT-SUB TO ROW-NUMBER-DISPLAY
              EVALUATE TRUE
                  WHEN PRODMAST-STATUS NOT = "00"
                     SET FORM-NOT-VALID TO TRUE
                     STRING "ROW " ROW-NUMBER-DISPLAY
                         ": PRODUCT NOT FOUND"
                         DELIMITED BY SIZE INTO FORM-ERROR-MESSAGE
                  WHEN PRODUCT-DELETED
                     SET FORM-NOT-VALID TO TRUE
                     STRING "ROW " ROW-NUMBER-DISPLAY
                         ": PRODUCT IS INACTIVE"
                         DELIMITED BY SIZE INTO FORM-ERROR-MESSAGE
                  WHEN EC-QTY (COMPONENT-SUB) = ZERO
                     SET FORM-NOT-VALID TO TRUE
                     STRING "ROW " ROW-NUMBER-DISPLAY
                         ": QUANTITY MUST NOT BE ZERO"
                         DELIMITED BY SIZE INTO FORM-ERROR-MESSAGE
                  WHEN OTHER
                     PERFORM CHECK-DUPLICATE-COMPONENT
              END-EVALUATE
              IF FORM-IS-VALID
                 ADD 1 TO PACKED-COUNT
                 MOVE EC-PRODUCT-CODE (COMPONENT-SUB) TO
                    KIT-COMPONENT-CODE (PACKED-COUNT)
                 MOVE EC-QTY (COMPONENT-SUB) TO
                    KIT-COMPONENT-QTY (PACKED-COUNT)
                 COMPUTE KIT-LIST-VALUE = KIT-LIST-VALUE
                    + UNIT-PRICE * EC-QTY (COMPONENT-SUB)
              END-IF
           END-IF.

       CHECK-DUPLICATE-COMPONENT.
           PERFORM COMPARE-EARLIER-COMPONENT
              VARYING OTHER-SUB FROM 1 BY 1
              UNTIL OTHER-SUB NOT < COMPONENT-SUB OR FORM-NOT-VALID.

       COMPARE-EARLIER-COMPONENT.
           IF EC-PRODUCT-CODE (OTHER-SUB) =
              EC-PRODUCT-CODE (COMPONENT-SUB)
              SET FORM-NOT-VALID TO TRUE
              STRING "ROW " ROW-NUMBER-DISPLAY
                  ": PRODUCT IS ALREADY IN THE KIT"
                  DELIMITED BY SIZE INTO FORM-ERROR-MESSAGE
           END-IF.

       SAVE-KIT.
           PERFORM CLEAR-UNUSED-COMPONENT
              VARYING COMPONENT-SUB FROM 1 BY 1
              UNTIL COMPONENT-SUB > 10.
           IF KIT-ALREADY-ON-FILE
              REWRITE KIT-DEFINITION-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO REWRITE KIT" AT 2101
              END-REWRITE
              MOVE "M" TO AUDIT-ACTION-CODE
           ELSE
              WRITE KIT-DEFINITION-RECORD
                  INVALID KEY
                     DISPLAY "UNABLE TO WRITE KIT" AT 2101
              END-WRITE
              MOVE "C" TO AUDIT-ACTION-CODE
           END-IF.
           IF KITDEF-STATUS = "00"
              DISPLAY "KIT SAVED." AT 2101
              MOVE KIT-DEFINITION-RECORD TO AUDIT-AFTER-IMAGE
              PERFORM WRITE-AUDIT-RECORD
           END-IF.

       CLEAR-UNUSED-COMPONENT.
           IF COMPONENT-SUB > KIT-COMPONENT-COUNT
              MOVE SPACES TO KIT-COMPONENT-CODE (COMPONENT-SUB)
              MOVE ZERO TO KIT-COMPONENT-QTY (COMPONENT-SUB)
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE LOOKUP-KIT-CODE TO AUDIT-KEY.
           CALL "AUDIT-LOG-WRITER" USING AUDIT-PROGRAM-NAME
               AUDIT-FILE-ID AUDIT-KEY AUDIT-ACTION-CODE
               AUDIT-BEFORE-IMAGE AUDIT-AFTER-IMAGE.

       END PROGRAM MAINTAIN-KIT.
