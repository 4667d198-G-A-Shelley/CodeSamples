           05  WS-TRANSFER-SUBST-SW        PIC X(1).
               88  WS-TRANSFER-SUBSTITUTED         VALUE 'Y'.

       01  WS-QUERY-LEN                    PIC S9(4) COMP VALUE 70.

      *    THE FULL GSPRGPA COMMAREA SHAPE - FUNCTION 'Q' HANDS THE
      *    ON-HAND BALANCE BACK IN THE ON-HAND-BAL SLOT.  WITH THE
      *    WAREHOUSE BLANK IT IS THE COMPANY TOTAL; WITH A WAREHOUSE
      *    IT IS THAT LOCATION'S SHELF, AND ITS IN-TRANSIT STOCK COMES
      *    BACK WITH IT
       01  WS-QUERY-AREA.
           05  WS-QRY-FUNCTION             PIC X(1) VALUE 'Q'.
           05  WS-QRY-PRODUCT              PIC X(8).
           05  WS-QRY-NEG-STOCK-WARN       PIC X(1).
           05  FILLER                      PIC X(10).
           05  WS-QRY-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
           05  WS-QRY-WAREHOUSE            PIC X(2) VALUE SPACES.
           05  WS-QRY-DIVISION             PIC X(3) VALUE SPACES.
           05  WS-QRY-IN-TRANSIT           PIC S9(5) COMP-3.

      *    THE WAREHOUSE TABLE - ONE RECORD PER STOCKING LOCATION,
      *    BROWSED IN CODE ORDER FOR THE PER-LOCATION LINES
       01  WHSTAB-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  WHSTAB-RECORD.
           05  WHS-CODE                    PIC X(2).
           05  WHS-NAME                    PIC X(20).
           05  WHS-ROUTING                 PIC X(4).
           05  WHS-ADDR-LINE1              PIC X(20).
           05  WHS-ADDR-LINE2              PIC X(20).
           05  WHS-ADDR-LINE3              PIC X(20).
           05  FILLER                      PIC X(14).

       01  WS-WHS-SUB                      PIC 9(1) VALUE ZERO.

       01  PRODUCT-NUMBER.
           05  PRODUCT-A                   PIC X(4).
               88  PO-STATUS-RECEIVED              VALUE 'R'.
               88  PO-STATUS-CLOSED                VALUE 'C'.
           05  PO-AUDIT                    PIC X(21).
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ARE IN IT.  FACTOR
      *        ZERO ON LINES ALREADY IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
      *        'D' ON A LINE RAISED FOR A DROP-SHIP ORDER LINE - THE
      *        SUPPLIER SHIPS STRAIGHT TO OUR CUSTOMER AND NOTHING
      *        COMES ONTO OUR SHELF
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

       01  BKORD-LENGTH                    PIC S9(4) COMP VALUE 28.

       01  WS-BROWSE-DONE-SW               PIC X(1).
           88  WS-BROWSE-DONE                      VALUE 'Y'.

      *    THE GSPRGLS COMMAREA - ONE LOST-SALE ENTRY FOR A PART THE
      *    CALLER ASKED ABOUT AND DID NOT BUY
       01  WS-LOST-LEN                     PIC S9(4) COMP VALUE 54.

       01  WS-LOST-AREA.
           05  WS-LOST-OPERATOR-ID         PIC X(3).
           05  WS-LOST-DIVISION            PIC X(3).
           05  WS-LOST-SOURCE              PIC X(4) VALUE 'GS33'.
           05  WS-LOST-ACCOUNT             PIC X(6).
           05  WS-LOST-PRODUCT             PIC X(8).
           05  WS-LOST-DESC                PIC X(20).
           05  WS-LOST-QTY                 PIC 9(5).
           05  WS-LOST-REASON              PIC X(3).
           05  WS-LOST-RETURN-CODE         PIC 9(2).
               88  WS-LOST-OK                      VALUE 00.
               88  WS-LOST-BAD-REASON              VALUE 04.


       LINKAGE SECTION.
      *=================================================================
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF6 (1250-FUNCTION6)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
      *=================================================================

           MOVE LOW-VALUES TO MAPVO.
           MOVE "* PART FOR STOCK STATUS, PF6 LOST SALE *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPV') MAPSET('GSMAPV') ERASE
           PERFORM 300-GET-ON-HAND.
           PERFORM 400-SUM-ON-ORDER THRU 400-EXIT.
           PERFORM 500-SUM-BACKORDERS THRU 500-EXIT.
           PERFORM 600-WAREHOUSE-LINES THRU 600-EXIT.

           COMPUTE WS-AVAILABLE =
               WS-ON-HAND + WS-ON-ORDER - WS-ON-BACKORDER.
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-QRY-PRODUCT.
           MOVE SPACES TO WS-QRY-WAREHOUSE.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-QUERY-AREA)


       420-SUM-NEXT-PO.
      * ADD ONE OPEN PO LINE'S OUTSTANDING QUANTITY IN, TURNED FROM
      * THE UNIT IT WAS ORDERED IN TO STOCKING UNITS
      *=================================================================

           EXEC CICS READNEXT FILE('POPART')
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF PO-STATUS-OPEN
               AND NOT PO-LINE-DROP-SHIP
               IF PO-UOM-FACTOR IS NUMERIC
                   AND PO-UOM-FACTOR IS GREATER THAN ZERO
                   COMPUTE WS-ON-ORDER = WS-ON-ORDER +
                       (PO-QTY-ORDERED - PO-QTY-RECEIVED)
                       * PO-UOM-FACTOR
               ELSE
                   COMPUTE WS-ON-ORDER = WS-ON-ORDER +
                       (PO-QTY-ORDERED - PO-QTY-RECEIVED)
               END-IF
           END-IF.

       420-EXIT.
       520-EXIT.


       600-WAREHOUSE-LINES.
      * ONE LINE PER STOCKING LOCATION - WHAT IS ON ITS SHELF AND WHAT
      * IS ON THE ROAD TO IT - FOR THE FIRST FOUR ON THE WAREHOUSE
      * TABLE.  THE TOTALS ABOVE ARE THE COMPANY-WIDE FIGURES.
      *=================================================================

           MOVE ZERO TO WS-WHS-SUB.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE LOW-VALUES TO WHS-CODE.

           EXEC CICS HANDLE CONDITION
               NOTFND(600-EXIT)
               ENDFILE(610-WHS-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('WHSTAB')
               RIDFLD(WHS-CODE)
               GTEQ
           END-EXEC.

           PERFORM 620-NEXT-WAREHOUSE
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('WHSTAB') END-EXEC.

       600-EXIT.


       610-WHS-BROWSE-DONE.
      * END OF THE WAREHOUSE TABLE REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('WHSTAB') END-EXEC.
           GO TO 600-EXIT.

       610-EXIT.


       620-NEXT-WAREHOUSE.
      * QUERY ONE WAREHOUSE'S BALANCES THROUGH GSPRGPA FUNCTION 'Q'
      * AND PUT THEM ON THE NEXT FREE LOCATION LINE
      *=================================================================

           EXEC CICS READNEXT FILE('WHSTAB')
               INTO(WHSTAB-RECORD)
               RIDFLD(WHS-CODE)
               LENGTH(WHSTAB-LENGTH)
           END-EXEC.

           ADD 1 TO WS-WHS-SUB.
           MOVE PRODUCT-NUMBER TO WS-QRY-PRODUCT.
           MOVE WHS-CODE TO WS-QRY-WAREHOUSE.
           MOVE ZERO TO WS-QRY-IN-TRANSIT.

           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-QUERY-AREA)
               LENGTH(WS-QUERY-LEN)
           END-EXEC.

           IF WS-WHS-SUB EQUAL 1
               MOVE WHS-CODE TO WHC1O
               MOVE WHS-NAME TO WHN1O
               MOVE WS-QRY-ON-HAND-BAL TO WOH1O
               MOVE WS-QRY-IN-TRANSIT TO WIT1O
           ELSE
           IF WS-WHS-SUB EQUAL 2
               MOVE WHS-CODE TO WHC2O
               MOVE WHS-NAME TO WHN2O
               MOVE WS-QRY-ON-HAND-BAL TO WOH2O
               MOVE WS-QRY-IN-TRANSIT TO WIT2O
           ELSE
           IF WS-WHS-SUB EQUAL 3
               MOVE WHS-CODE TO WHC3O
               MOVE WHS-NAME TO WHN3O
               MOVE WS-QRY-ON-HAND-BAL TO WOH3O
               MOVE WS-QRY-IN-TRANSIT TO WIT3O
           ELSE
               MOVE WHS-CODE TO WHC4O
               MOVE WHS-NAME TO WHN4O
               MOVE WS-QRY-ON-HAND-BAL TO WOH4O
               MOVE WS-QRY-IN-TRANSIT TO WIT4O
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.

       620-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO PROAA.
           MOVE DFHBMFSE TO PROBA.
           MOVE DFHBMFSE TO ACCTA.
           MOVE DFHBMFSE TO LQTYA.
           MOVE DFHBMFSE TO LRSNA.
           MOVE DFHBMFSE TO LDSCA.

       920-EXIT.

      *=================================================================

           MOVE LOW-VALUES TO MAPVO.
           MOVE "* PART FOR STOCK STATUS, PF6 LOST SALE *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PROAL.
           PERFORM 920-UNPROTECT-MAP.
       1210-EXIT.


       1250-FUNCTION6.
      * FUNCTION KEY 6 PARAGRAPH - RECORD A LOST SALE.  THE CALLER
      * WANTED THE PART ON THE SCREEN (OR, WITH NO PART KEYED, THE
      * ITEM DESCRIBED) AND DID NOT BUY - THE QUANTITY, THE REASON
      * AND THE ACCOUNT WHEN THERE IS ONE GO TO GSPRGLS FOR THE
      * MONTHLY LOST-DEMAND REPORT AND THE REORDER-POINT REVIEW
      *=================================================================

           MOVE SPACES TO WS-LOST-PRODUCT.
           MOVE SPACES TO WS-LOST-DESC.
           MOVE SPACES TO WS-LOST-ACCOUNT.

           IF PROAL EQUAL ZERO
               AND PROBL EQUAL ZERO
               IF LDSCL EQUAL ZERO
                   MOVE "* KEY A PART OR DESCRIBE THE ITEM  *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO PROAL
                   MOVE DFHUNIMD TO LDSCA
                   PERFORM 900-SEND-MAP
               ELSE
                   MOVE LDSCI TO WS-LOST-DESC
               END-IF
           ELSE
           IF PROAI IS NOT ALPHABETIC
               MOVE "* P-A SECTION MUST BE ALPHABETIC   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROAL
               MOVE DFHUNIMD TO PROAA
               PERFORM 900-SEND-MAP
           ELSE
           IF PROBL IS LESS THAN 4 OR PROBI IS NOT NUMERIC
               MOVE "*  P-B SECTION MUST BE NUMERIC     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROBL
               MOVE DFHUNIMD TO PROBA
               PERFORM 900-SEND-MAP
           ELSE
               MOVE PROAI TO PRODUCT-A
               MOVE PROBI TO PRODUCT-B
               MOVE PRODUCT-NUMBER TO WS-TRANSFER-PRODUCT
               EXEC CICS LINK
                   PROGRAM('GSPRGPC')
                   COMMAREA(TRANSFER-VARIABLES)
                   LENGTH(WS-TRANSFER-PN)
               END-EXEC
               IF WS-TRANSFER-DESC EQUAL 'PART NOT FOUND'
                   OR WS-TRANSFER-DESC IS NUMERIC
                   MOVE "*         PART NOT FOUND          *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO PROAL
                   MOVE DFHUNIMD TO PROAA
                   MOVE DFHUNIMD TO PROBA
                   PERFORM 900-SEND-MAP
               ELSE
                   MOVE WS-TRANSFER-PRODUCT TO WS-LOST-PRODUCT
                   MOVE WS-TRANSFER-DESC TO WS-LOST-DESC
                   MOVE WS-TRANSFER-DESC TO PDESCO
               END-IF
           END-IF.

           IF LQTYL EQUAL ZERO
               OR LQTYI IS NOT NUMERIC
               OR LQTYI EQUAL ZERO
               MOVE "* KEY THE QUANTITY THAT WAS WANTED *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LQTYL
               MOVE DFHUNIMD TO LQTYA
               PERFORM 900-SEND-MAP
           END-IF.

           IF ACCTL IS GREATER THAN ZERO
               IF ACCTL IS LESS THAN 6 OR ACCTI IS NOT NUMERIC
                   MOVE "*  ACCOUNT MUST BE 6 DIGITS        *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO ACCTL
                   MOVE DFHUNIMD TO ACCTA
                   PERFORM 900-SEND-MAP
               ELSE
                   MOVE ACCTI TO WS-LOST-ACCOUNT
               END-IF
           END-IF.

           MOVE GS-COMM-OPERATOR-ID TO WS-LOST-OPERATOR-ID.
           MOVE GS-COMM-DIVISION TO WS-LOST-DIVISION.
           MOVE LQTYI TO WS-LOST-QTY.
           MOVE LRSNI TO WS-LOST-REASON.

           EXEC CICS LINK
               PROGRAM('GSPRGLS')
               COMMAREA(WS-LOST-AREA)
               LENGTH(WS-LOST-LEN)
           END-EXEC.

           IF WS-LOST-BAD-REASON
               MOVE "* REASON MUST BE OOS, LDT, PRC, NST*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LRSNL
               MOVE DFHUNIMD TO LRSNA
               PERFORM 900-SEND-MAP
           ELSE
           IF WS-LOST-OK
               MOVE "* LOST SALE RECORDED               *" TO MSGO
               MOVE LOW-VALUES TO LQTYO
               MOVE LOW-VALUES TO LRSNO
               MOVE LOW-VALUES TO LDSCO
           ELSE
               MOVE "* LOST SALE NOT RECORDED - RE-KEY  *" TO MSGO
           END-IF.

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PROAL.
           PERFORM 900-SEND-MAP.

       1250-EXIT.


       END PROGRAM gsprgss.
