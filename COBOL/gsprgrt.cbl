               88  CM-AR-APPLIED                  VALUE 'A'.

      *    THE ACCOUNTING-PERIOD CONTROL - ONE PERCTL RECORD PER
      *    YYMM PERIOD, CLOSED BY THE GSPRGMC MONTH-END JOB AND
      *    FROZEN ('F') WITH ITS YEAR BY THE GSPRGYE YEAR-END CLOSE.
      *    A PERIOD WITH NO RECORD IS OPEN.  THE MONTH COMES OFF THE
      *    JULIAN DATE THROUGH THE CUMULATIVE-DAYS TABLE, FEBRUARY
      *    STRETCHED IN A LEAP YEAR.
       01  PERCTL-LENGTH                   PIC S9(4) COMP VALUE 20.
       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).
           88  WS-CM-READ-DONE                     VALUE 'Y'.
       01  WS-CM-SEQ-SUB                   PIC 9(2) VALUE ZERO.

      *    THE UNIT THE PRODUCT WAS SOLD IN ON THE INVOICE - THE
      *    RETURNED QUANTITY IS KEYED IN IT, AS THE INVOICE LINE WAS,
      *    AND THE FACTOR TURNS IT INTO STOCKING UNITS FOR THE SHELF
      *    AND THE LOT.  NO ORDCOST RECORD, OR ONE WITHOUT A FACTOR,
      *    MEANS THE LINE WAS SOLD IN THE STOCKING UNIT.
       01  ORDCOST-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  ORDCOST-RECORD.
           05  ORDCOST-KEY.
               10  OC-INVOICE-NO           PIC X(7).
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
           05  FILLER                      PIC X(2).

       01  WS-LINE-FACTOR                  PIC 9(5) VALUE 1.
       01  WS-STOCK-QTY                    PIC 9(7) VALUE ZERO.

       01  WS-RETURN-LEN                   PIC S9(4) COMP VALUE 67.

      *    GSPRGPA FUNCTION 'R' COMMAREA - PUTS THE RETURNED QUANTITY
      *    BACK ON THE SHELF
           05  WS-RTN-PRODUCT              PIC X(8).
           05  FILLER                      PIC X(17).
           05  WS-RTN-QUANTITY             PIC S9(5) COMP-3.
           05  FILLER                      PIC X(33).
           05  WS-RTN-WAREHOUSE            PIC X(2) VALUE SPACES.
           05  WS-RTN-DIVISION             PIC X(3) VALUE SPACES.

      *    EACH RETURN IS ALSO LOGGED TO THE RCVQ RECEIPT HISTORY
      *    QUEUE SO THE PART AUDIT TRAIL SHOWS THE STOCK COMING BACK.
      *    THE PO NUMBER SLOT THE GS13 RECEIVING SCREEN FILLS GOES
      *    THROUGH BLANK - A CUSTOMER RETURN HAS NO PURCHASE ORDER -
      *    AND THE COST AND SHIPMENT WITH IT: RETURNED STOCK GOES
      *    BACK AT THE PART'S CURRENT COST, IN THE STOCKING UNIT.
       01  RCVHIST-LENGTH                  PIC S9(4) COMP VALUE 73.

       01  RCVHIST-RECORD.
           05  RCV-PRODUCT                 PIC X(8).
           05  RCV-TIME                    PIC 9(7).
           05  RCV-PO-NUMBER               PIC X(7).
           05  RCV-LOT-NUMBER              PIC X(10).
           05  RCV-UNIT-COST               PIC 9(5)V99.
           05  RCV-SHIPMENT                PIC X(8).
           05  RCV-UOM                     PIC X(2).
           05  RCV-UOM-FACTOR              PIC 9(5).

      *    THE LOT THE RETURNED GOODS CAME BACK UNDER - PUT BACK ON
      *    THE LOT'S REMAINING QUANTITY SO THE RECALL TRACE KNOWS
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE STOCK GOING BACK ON THE SHELF IN STOCKING UNITS
           *>===============================================
           PERFORM 380-GET-LINE-FACTOR THRU 380-EXIT.
           COMPUTE WS-STOCK-QTY = QTYI * WS-LINE-FACTOR.

           IF WS-STOCK-QTY IS GREATER THAN 99999
               MOVE "*  TOO MANY - SPLIT THE RETURN     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           END-IF.

           *> AUTHORIZE THE RETURN - CREDIT MEMO, STOCK BACK ON THE
           *> SHELF, AND AN AUDIT ENTRY
           *>===============================================
       375-EXIT.


       380-GET-LINE-FACTOR.
      * FIND THE STOCKING UNITS IN THE UNIT THE PRODUCT WAS SOLD IN ON
      * THE INVOICE - 1 WHEN ITS ORDCOST RECORD IS MISSING OR CARRIES
      * NO FACTOR
      *=================================================================

           MOVE 1 TO WS-LINE-FACTOR.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE PRODUCT-NUMBER TO OC-PRODUCT.

           EXEC CICS HANDLE CONDITION
               NOTFND(385-NO-COST-ON-FILE)
           END-EXEC.
           EXEC CICS READ FILE('ORDCOST')
               INTO(ORDCOST-RECORD)
               LENGTH(ORDCOST-LENGTH)
               RIDFLD(ORDCOST-KEY)
           END-EXEC.

           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               MOVE OC-SELL-FACTOR TO WS-LINE-FACTOR
           END-IF.

       385-NO-COST-ON-FILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       380-EXIT.


       390-CHECK-PERIOD-OPEN.
      * REFUSE TO POST INTO A PERIOD THE ACCOUNTANTS HAVE CLOSED -
      * WS-PC-DATE CARRIES THE POSTING DATE IN, WS-PERIOD-SW COMES

       500-RETURN-STOCK.
      * PUT THE RETURNED QUANTITY BACK ON BILLM.PART_CODES AND LOG
      * THE MOVEMENT TO THE RCVQ RECEIPT HISTORY QUEUE, BOTH IN
      * STOCKING UNITS
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-RTN-PRODUCT.
           MOVE WS-STOCK-QTY TO WS-RTN-QUANTITY.
           MOVE ORDFILE-PREFIX TO WS-RTN-DIVISION.

           EXEC CICS LINK
               PROGRAM('GSPRGPA')
           END-EXEC.

           MOVE PRODUCT-NUMBER TO RCV-PRODUCT.
           MOVE WS-STOCK-QTY TO RCV-QUANTITY.
           MOVE EIBOPID TO RCV-OPERATOR-ID.
           MOVE EIBTRMID TO RCV-TERMINAL-ID.
           MOVE EIBDATE TO RCV-DATE.
           ELSE
               MOVE SPACES TO RCV-LOT-NUMBER
           END-IF.
           MOVE ZERO TO RCV-UNIT-COST.
           MOVE SPACES TO RCV-SHIPMENT.
           MOVE SPACES TO RCV-UOM.
           MOVE ZERO TO RCV-UOM-FACTOR.
           EXEC CICS WRITEQ TD QUEUE('RCVQ')
               FROM(RCVHIST-RECORD)
               LENGTH(RCVHIST-LENGTH)
               INTO(LOTFILE-RECORD)
               UPDATE
           END-EXEC.
           ADD WS-STOCK-QTY TO LOT-QTY-REMAINING.
           EXEC CICS REWRITE FILE('LOTFILE')
               FROM(LOTFILE-RECORD)
               LENGTH(LOTFILE-LENGTH)
