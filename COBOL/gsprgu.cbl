
       01  WS-TRANSFER-PN                  PIC S9(4) COMP VALUE 30.
       01  WS-SAVE-LENGTH                  PIC S9(4) COMP VALUE 218.

      *    EVERY ORDFILE UPDATE MADE HERE IS HANDED TO GSPRGRJ FOR
      *    THE RECOVERY JOURNAL, WITH THE RECORD AS IT WAS LEFT
       01  WS-RCVJ-LEN                     PIC S9(4) COMP VALUE 390.

       01  WS-RCVJ-AREA.
           05  WS-RCVJ-OPERATOR-ID         PIC X(3).
           05  WS-RCVJ-PROGRAM             PIC X(8).
           05  WS-RCVJ-FILE                PIC X(8).
           05  WS-RCVJ-ACTION              PIC X(1).
           05  WS-RCVJ-RECORD-KEY          PIC X(20).
           05  WS-RCVJ-IMAGE-LEN           PIC S9(4) COMP.
           05  WS-RCVJ-IMAGE               PIC X(346).
           05  WS-RCVJ-RETURN-CODE         PIC 9(2).

       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01 WS-SAVEAREA.
           05 WS-TRANSFER-SUBST-SW         PIC X(1).
               88  WS-TRANSFER-SUBSTITUTED         VALUE 'Y'.

       01  WS-DECREMENT-LEN                PIC S9(4) COMP VALUE 67.

      *    THE FULL GSPRGPA COMMAREA SHAPE - LONG ENOUGH THAT FUNCTION
      *    'S' HANDS BACK THE ON-HAND BALANCE LEFT AFTER THE DECREMENT,
               88  WS-DECR-NEG-STOCK               VALUE 'Y'.
           05  FILLER                      PIC X(10).
           05  WS-DECR-ON-HAND-BAL         PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
      *        THE STOCK MOVES AT THE DIVISION'S DEFAULT SHIPPING
      *        WAREHOUSE - GSPRGPA HANDS BACK THE ONE IT USED
           05  WS-DECR-WAREHOUSE           PIC X(2) VALUE SPACES.
           05  WS-DECR-DIVISION            PIC X(3) VALUE SPACES.
      *    ONE BKORD RECORD PER UNFILLABLE QUANTITY - KEYED PRODUCT /
      *    DATE / INVOICE SO A RECEIPT CAN RELEASE THE OLDEST ONES
      *    FIRST
      *    SAME COMMAREA SHAPE AS WS-DECREMENT-AREA BUT FUNCTION 'R',
      *    USED TO PUT RESERVED STOCK BACK ON THE SHELF WHEN AN
      *    INVOICE IS CANCELLED
       01  WS-RETURN-LEN                   PIC S9(4) COMP VALUE 67.

      *    THE KIT DEFINITIONS - ENTRY DECREMENTED A KIT LINE AS ITS
      *    COMPONENTS, SO A CANCELLATION MUST PUT THE COMPONENTS
           05  WS-RTN-PRODUCT              PIC X(8).
           05  FILLER                      PIC X(17).
           05  WS-RTN-QUANTITY             PIC S9(5) COMP-3.
           05  FILLER                      PIC X(33).
           05  WS-RTN-WAREHOUSE            PIC X(2) VALUE SPACES.
           05  WS-RTN-DIVISION             PIC X(3) VALUE SPACES.

      *    EACH RETURNED LINE IS LOGGED TO THE RCVQ RECEIPT HISTORY
      *    QUEUE SO THE PART AUDIT TRAIL SHOWS THE REVERSAL - SAME
      *    RECORD THE GS13 RECEIVING SCREEN WRITES.  THE PO AND LOT
      *    SLOTS RECEIVING FILLS GO THROUGH BLANK - A CANCELLATION
      *    REVERSAL HAS NEITHER - AND SO DO ITS COST AND SHIPMENT.
      *    THE QUANTITY IS IN THE STOCKING UNIT.
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

       01  ORDDETL-LENGTH                  PIC S9(4) COMP VALUE 28.

           05  ORDDETL-QTY                 PIC 9(3).
           05  ORDDETL-PRICE               PIC 9(5)V99.

      *    THE UNIT EACH PRODUCT WAS SOLD IN RIDES ON ITS ORDCOST
      *    RECORD - THE LINE'S QUANTITY AND PRICE ARE IN IT, AND THE
      *    FACTOR TURNS THE QUANTITY INTO STOCKING UNITS FOR THE
      *    SHELF.  NO RECORD, OR ONE FILED BEFORE PARTS CARRIED
      *    UNITS, MEANS THE LINE IS IN THE STOCKING UNIT.
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
      *        'D' WHEN THE SUPPLIER SHIPS THE LINE STRAIGHT TO THE
      *        CUSTOMER - IT NEVER CAME OFF OUR SHELF
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

       01  WS-UNIT-PRODUCT                 PIC X(8).
       01  WS-LINE-FACTOR                  PIC 9(5) VALUE 1.
       01  WS-DROP-LINE-SW                 PIC X(1) VALUE 'N'.
           88  WS-LINE-IS-DROP-SHIP                VALUE 'Y'.

       01  CHECK-VARIABLES.
           05  WS-CHECK-PN-ENTRY           PIC X(03).
           05  WS-CHECK-QTY                PIC 9(03).
      *    PASSED - EACH PRODUCT LINE'S PENDING DECREMENT IS HELD HERE
      *    BY 2200-UPDATE-CHECK-PARTS AND ONLY ACTUALLY LINKED TO
      *    GSPRGPA BY 2250-PROCESS-DECREMENTS, ONCE THE REST OF
      *    2050-UPDATE-LOGIC HAS ACCEPTED THE WHOLE SCREEN.  THE
      *    QUANTITIES ARE IN STOCKING UNITS.
       01  WS-PEND-DECREMENTS.
           05  WS-PEND-PRODUCT-1           PIC X(8).
           05  WS-PEND-QTY-1               PIC 9(05).
           05  WS-PEND-PRODUCT-2           PIC X(8).
           05  WS-PEND-QTY-2               PIC 9(05).
           05  WS-PEND-PRODUCT-3           PIC X(8).
           05  WS-PEND-QTY-3               PIC 9(05).
           05  WS-PEND-PRODUCT-4           PIC X(8).
           05  WS-PEND-QTY-4               PIC 9(05).
           05  WS-PEND-PRODUCT-5           PIC X(8).
           05  WS-PEND-QTY-5               PIC 9(05).

      *    SET BY 2250-PROCESS-DECREMENTS WHEN GSPRGPA WARNS THAT ONE
      *    OF THIS SCREEN'S DECREMENTS DROVE A PART'S ON-HAND QTY
      *    EXCHANGE RATES OFF THE CURRTAB TABLE - THE CAD-EQUIVALENT
      *    TOTAL IS RESTATED WHENEVER THE INVOICE TOTAL MOVES
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
           END-IF.

           *> PRICE THE LINE FROM THE PART MASTER - A CHANGED PRICE
           *> THAT DIFFERS FROM IT IS A SUPERVISOR-ONLY OVERRIDE.  THE
           *> MASTER PRICE IS PER STOCKING UNIT AND THE LINE IS PRICED
           *> PER THE UNIT IT WAS SOLD IN.
           *>=============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
                   MOVE PRODUCT-NUMBER TO WS-UNIT-PRODUCT
                   PERFORM 2210-GET-LINE-FACTOR THRU 2210-EXIT
                   COMPUTE WS-TRANSFER-PRICE =
                       WS-TRANSFER-PRICE * WS-LINE-FACTOR
                   PERFORM 2220-CHECK-PRICE
           END-IF.

           *> (NAME/ADDRESS/POSTAL/PROVINCE/PHONE) CAN STILL REJECT
           *> THIS UPDATE; 2250-PROCESS-DECREMENTS ACTUALLY TAKES THE
           *> STOCK OFF THE SHELF ONCE THE WHOLE SCREEN IS ACCEPTED.
           *> A DROP-SHIP LINE NEVER TOUCHES THE SHELF.
           *>=============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
               AND WS-CHECK-QTY GREATER THAN ZERO
               AND NOT WS-LINE-IS-DROP-SHIP
                   EVALUATE WS-CHECK-LINE-NUM
                       WHEN 1
                           MOVE PRODUCT-NUMBER TO WS-PEND-PRODUCT-1
                           COMPUTE WS-PEND-QTY-1 =
                               WS-CHECK-QTY * WS-LINE-FACTOR
                       WHEN 2
                           MOVE PRODUCT-NUMBER TO WS-PEND-PRODUCT-2
                           COMPUTE WS-PEND-QTY-2 =
                               WS-CHECK-QTY * WS-LINE-FACTOR
                       WHEN 3
                           MOVE PRODUCT-NUMBER TO WS-PEND-PRODUCT-3
                           COMPUTE WS-PEND-QTY-3 =
                               WS-CHECK-QTY * WS-LINE-FACTOR
                       WHEN 4
                           MOVE PRODUCT-NUMBER TO WS-PEND-PRODUCT-4
                           COMPUTE WS-PEND-QTY-4 =
                               WS-CHECK-QTY * WS-LINE-FACTOR
                       WHEN 5
                           MOVE PRODUCT-NUMBER TO WS-PEND-PRODUCT-5
                           COMPUTE WS-PEND-QTY-5 =
                               WS-CHECK-QTY * WS-LINE-FACTOR
                   END-EVALUATE
           END-IF.

       2200-EXIT.


       2210-GET-LINE-FACTOR.
      * FIND THE STOCKING UNITS IN THE UNIT THE PRODUCT WAS SOLD IN ON
      * THIS INVOICE - 1 WHEN ITS ORDCOST RECORD IS MISSING OR CARRIES
      * NO FACTOR - AND WHETHER THE LINE IS DROP-SHIP
      *=================================================================

           MOVE 1 TO WS-LINE-FACTOR.
           MOVE 'N' TO WS-DROP-LINE-SW.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE WS-UNIT-PRODUCT TO OC-PRODUCT.

           EXEC CICS HANDLE CONDITION
               NOTFND(2212-NO-COST-ON-FILE)
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
           IF OC-LINE-DROP-SHIP
               MOVE 'Y' TO WS-DROP-LINE-SW
           END-IF.

       2212-NO-COST-ON-FILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(200-NOT-FOUND)
           END-EXEC.

       2210-EXIT.


       2215-APPLY-RESOLVED-CODE.
      * PUT THE REPLACEMENT CODE BACK ON THE SCREEN LINE SO IT IS
      * WHAT GETS SAVED
      * EVERY OTHER EDIT - CALLED ONCE, JUST BEFORE THE ORDFILE REWRITE
      *=================================================================

           MOVE SAVE-DIVISION TO WS-DECR-DIVISION.

           IF WS-PEND-QTY-1 GREATER THAN ZERO
               MOVE WS-PEND-PRODUCT-1 TO WS-DECR-PRODUCT
               MOVE WS-PEND-QTY-1 TO WS-DECR-QUANTITY
      * DECREMENTED AS ITS COMPONENTS AT ENTRY, SO IT IS RETURNED
      * AS ITS COMPONENTS TOO - RETURNING THE KIT CODE WOULD LEAVE
      * THE COMPONENTS SHORT AND THE PARENT WITH PHANTOM ON-HAND.
      * THE LINE'S QUANTITY IS TURNED INTO STOCKING UNITS FIRST.  A
      * DROP-SHIP LINE WAS NEVER TAKEN OFF THE SHELF AND HAS NOTHING
      * TO PUT BACK.
      *=================================================================

           MOVE WS-RTN-PRODUCT TO WS-UNIT-PRODUCT.
           PERFORM 2210-GET-LINE-FACTOR THRU 2210-EXIT.
           IF WS-LINE-IS-DROP-SHIP
               GO TO 2450-EXIT
           END-IF.
           COMPUTE WS-RTN-QUANTITY = WS-RTN-QUANTITY * WS-LINE-FACTOR.

           MOVE 'N' TO WS-KIT-SW.
           MOVE WS-RTN-PRODUCT TO KIT-PRODUCT.
           MOVE 1 TO KIT-COMPONENT-SEQ.
      * REVERSAL TO THE RCVQ RECEIPT HISTORY QUEUE
      *=================================================================

           MOVE SAVE-DIVISION TO WS-RTN-DIVISION.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-RETURN-AREA)
           MOVE EIBTIME TO RCV-TIME.
           MOVE SPACES TO RCV-PO-NUMBER.
           MOVE SPACES TO RCV-LOT-NUMBER.
           MOVE ZERO TO RCV-UNIT-COST.
           MOVE SPACES TO RCV-SHIPMENT.
           MOVE SPACES TO RCV-UOM.
           MOVE ZERO TO RCV-UOM-FACTOR.
           EXEC CICS WRITEQ TD QUEUE('RCVQ')
               FROM(RCVHIST-RECORD)
               LENGTH(RCVHIST-LENGTH)
               FROM(ORDFILE-RECORD)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 4210-JOURNAL-ORDFILE THRU 4210-EXIT.

       4200-EXIT.


       4210-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGU  ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDFILE' TO WS-RCVJ-FILE.
           MOVE ORDFILE-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDFILE-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDFILE-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       4210-EXIT.


       4300-MOVE-ORD-SAVEAREA.
      *MOVE THE INFORMATION FROM INQUIRY FIELDS TO THE SAVEAREA
      *=================================================================
