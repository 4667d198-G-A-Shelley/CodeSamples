           05  WS-TRANSFER-SUBST-SW        PIC X(1).
               88  WS-TRANSFER-SUBSTITUTED         VALUE 'Y'.

       01  WS-RECEIPT-LEN                  PIC S9(4) COMP VALUE 67.

      *    THE GSPRGPA COMMAREA AS FAR AS THE OLD-COST SLOT, WITH
      *    FUNCTION 'C' TO PUT THE RECEIVED QUANTITY ON THE SHELF AT
      *    ITS COST AND MOVE THE PART'S AVERAGE UNIT COST.  THE NEW
      *    COST COMES BACK IN WS-RCV-UNIT-COST, THE OLD ONE IN
      *    WS-RCV-OLD-UNIT-COST.  THE GOODS GO INTO THE WAREHOUSE
      *    KEYED ON THE SCREEN, OR THE DIVISION'S DEFAULT SHIPPING
      *    WAREHOUSE WHEN NONE IS KEYED - GSPRGPA HANDS BACK THE ONE
      *    IT USED IN WS-RCV-WAREHOUSE.
       01  WS-RECEIPT-AREA.
           05  WS-RCV-FUNCTION             PIC X(1) VALUE 'C'.
           05  WS-RCV-PRODUCT              PIC X(8).
           05  WS-RCV-DESC                 PIC X(17).
           05  WS-RCV-QUANTITY             PIC S9(5) COMP-3.
           05  FILLER                      PIC X(1).
           05  WS-RCV-SQL-CODE             PIC S9(8) COMP.
           05  FILLER                      PIC X(6).
           05  WS-RCV-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(4).
           05  WS-RCV-UNIT-COST            PIC S9(5)V99 COMP-3.
           05  FILLER                      PIC X(1).
           05  WS-RCV-OLD-UNIT-COST        PIC S9(5)V99 COMP-3.
           05  FILLER                      PIC X(6).
           05  WS-RCV-WAREHOUSE            PIC X(2).
           05  WS-RCV-DIVISION             PIC X(3).

       01  WS-UNITS-LEN                    PIC S9(4) COMP VALUE 82.

      *    THE FULL GSPRGPA COMMAREA SHAPE - FUNCTION 'Q' HANDS BACK
      *    THE UNIT THE PART IS BOUGHT IN AND HOW MANY STOCKING UNITS
      *    ARE IN ONE.  THE QUANTITY AND ANY COST KEYED ON THE SCREEN
      *    ARE IN THE PURCHASE UNIT - THE DOCK COUNTS CASES - BUT THE
      *    SHELF, THE BINS, THE LOTS AND THE BACK-ORDERS ARE ALL KEPT
      *    IN THE STOCKING UNIT.
       01  WS-UNITS-AREA.
           05  WS-UNT-FUNCTION             PIC X(1) VALUE 'Q'.
           05  WS-UNT-PRODUCT              PIC X(8).
           05  WS-UNT-DESC                 PIC X(17).
           05  FILLER                      PIC X(14).
           05  WS-UNT-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
           05  WS-UNT-WAREHOUSE            PIC X(2) VALUE SPACES.
           05  WS-UNT-DIVISION             PIC X(3) VALUE SPACES.
           05  WS-UNT-IN-TRANSIT           PIC S9(5) COMP-3.
           05  WS-UNT-STOCK-UOM            PIC X(2).
           05  WS-UNT-PURCH-UOM            PIC X(2).
           05  WS-UNT-PURCH-FACTOR         PIC S9(5) COMP-3.
           05  WS-UNT-SELL-UOM             PIC X(2).
           05  WS-UNT-SELL-FACTOR          PIC S9(5) COMP-3.

      *    THE PURCHASE UNIT SHOWN BACK TO THE DOCK - 'CS OF 12 EA'
       01  WS-UNIT-TEXT.
           05  WS-UT-PURCH-UOM             PIC X(2).
           05  FILLER                      PIC X(4) VALUE ' OF '.
           05  WS-UT-FACTOR                PIC Z(4)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-UT-STOCK-UOM             PIC X(2).

      *    THE KEYED QUANTITY TURNED INTO STOCKING UNITS - WHAT GOES
      *    ON THE SHELF
       01  WS-STOCK-QTY                    PIC 9(7) VALUE ZERO.

      *    THE WAREHOUSE TABLE - A KEYED WAREHOUSE MUST BE ON IT
       01  WHSTAB-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  WHSTAB-RECORD.
           05  WHS-CODE                    PIC X(2).
           05  WHS-NAME                    PIC X(20).
           05  WHS-ROUTING                 PIC X(4).
           05  WHS-ADDR-LINE1              PIC X(20).
           05  WHS-ADDR-LINE2              PIC X(20).
           05  WHS-ADDR-LINE3              PIC X(20).
           05  FILLER                      PIC X(14).

      *    BINS CARRIED BEFORE THE WAREHOUSE CODE WAS ADDED HAVE IT
      *    BLANK - THEY ARE IN THE PRIMARY WAREHOUSE
       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

      *    WHAT THE GOODS COST - THE COST KEYED OVER THE TOP, OR THE
      *    PO LINES' COST WEIGHTED BY THE QUANTITY EACH LINE TOOK.
      *    ZERO WHEN NEITHER IS KNOWN, WHICH RECEIVES THE GOODS AT
      *    THE PART'S CURRENT COST.
       01  WS-RECEIPT-COST                 PIC 9(5)V99 VALUE ZERO.
       01  WS-PO-COST-VALUE                PIC 9(9)V99 VALUE ZERO.
       01  WS-PO-COST-QTY                  PIC 9(7) VALUE ZERO.

       01  PRODUCT-NUMBER.
           05  PRODUCT-A                   PIC X(4).
      *    THE PO NUMBER THE RECEIPT RELIEVED RIDES ON THE ENTRY SO
      *    THE REGISTER TIES THE GOODS BACK TO THE ORDER PURCHASING
      *    RAISED - BLANK WHEN NO OPEN PO LINE MATCHED THE PART.
      *    THE UNIT COST THE GOODS CAME IN AT AND THE SHIPMENT THEY
      *    ARRIVED ON FOLLOW.  THE QUANTITY AND UNIT COST ARE IN THE
      *    PURCHASE UNIT NAMED AT THE END, WITH THE STOCKING UNITS IN
      *    ONE - ENTRIES LOGGED BEFORE PARTS CARRIED UNITS HAVE THEM
      *    BLANK AND ZERO, AND ARE IN THE STOCKING UNIT.
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

      *    EVERY CHANGE TO A PART'S UNIT COST IS LOGGED TO THE CSTQ
      *    TRANSIENT DATA QUEUE, READ AS BILLM.PROD.COSTHIST - THE
      *    COST BEFORE AND AFTER, WHAT MOVED IT AND THE STOCK IT WAS
      *    SPREAD OVER
       01  COSTHIST-LENGTH                 PIC S9(4) COMP VALUE 80.

       01  COSTHIST-RECORD.
           05  CH-PRODUCT                  PIC X(8).
           05  CH-DATE                     PIC 9(7).
           05  CH-TIME                     PIC 9(7).
           05  CH-OPERATOR-ID              PIC X(3).
           05  CH-TERMINAL-ID              PIC X(4).
           05  CH-SOURCE                   PIC X(1).
               88  CH-SOURCE-RECEIPT               VALUE 'R'.
               88  CH-SOURCE-LANDED                VALUE 'L'.
               88  CH-SOURCE-MANUAL                VALUE 'M'.
           05  CH-REFERENCE                PIC X(8).
           05  CH-QUANTITY                 PIC 9(5).
           05  CH-ON-HAND                  PIC S9(5).
           05  CH-OLD-COST                 PIC 9(5)V99.
           05  CH-NEW-COST                 PIC 9(5)V99.
           05  CH-MOVEMENT-COST            PIC 9(7)V99.
           05  FILLER                      PIC X(9).

      *    ONE SHIPLN RECORD PER RECEIPT KEYED AGAINST A SHIPMENT, SO
      *    THE SHIPMENT'S FREIGHT, DUTY AND BROKERAGE CAN BE SPREAD
      *    ACROSS ITS LINES ON THE GS43 LANDED-COST SCREEN.  KEYED
      *    SHIPMENT / SEQUENCE.
       01  SHIPLN-LENGTH                   PIC S9(4) COMP VALUE 80.

       01  SHIPLN-RECORD.
           05  SHIPLN-KEY.
               10  SL-SHIPMENT             PIC X(8).
               10  SL-SEQ                  PIC 9(3).
           05  SL-PRODUCT                  PIC X(8).
           05  SL-QTY                      PIC 9(5).
           05  SL-UNIT-COST                PIC 9(5)V99.
           05  SL-PO-NUMBER                PIC X(7).
           05  SL-RECEIVE-DATE             PIC 9(7).
           05  SL-RECEIVED-BY              PIC X(3).
           05  SL-STATUS                   PIC X(1).
               88  SL-NOT-LANDED                   VALUE ' '.
               88  SL-LANDED                       VALUE 'L'.
           05  SL-LANDED-AMOUNT            PIC 9(7)V99.
           05  SL-LANDED-DATE              PIC 9(7).
           05  FILLER                      PIC X(15).

      *    ONE LOTFILE RECORD PER LOT RECEIVED OF A PART - KEYED
      *    PRODUCT / RECEIVE-DATE / LOT SO A BROWSE WALKS THE LOTS
               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ABOVE ARE ALL IN
      *        IT.  BLANK (FACTOR ZERO) ON LINES RAISED BEFORE PARTS
      *        CARRIED UNITS, WHICH ARE IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
      *        'D' ON A LINE RAISED FOR A DROP-SHIP ORDER LINE - THE
      *        SUPPLIER SHIPS STRAIGHT TO OUR CUSTOMER AND NOTHING
      *        COMES ONTO OUR SHELF
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

       01  WS-PO-MATCH-MAX                 PIC 9(2) VALUE 20.
       01  WS-PO-MATCH-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-PO-MATCH-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-PO-APPLY-REMAINING           PIC S9(7) VALUE ZERO.
       01  WS-PO-APPLY-QTY                 PIC S9(7) VALUE ZERO.
       01  WS-PO-FACTOR                    PIC 9(5) VALUE ZERO.
       01  WS-PO-RELIEVED-NO               PIC X(7) VALUE SPACES.

       01  WS-PO-MATCH-TABLE.

      *    THE PART'S BIN LOCATIONS OFF THE BINLOC FILE - RECEIVING
      *    DIRECTS THE PUT-AWAY TO THE PART'S PRIMARY BIN (OR ITS
      *    FIRST BIN WHEN NO PRIMARY IS FLAGGED) IN THE WAREHOUSE THE
      *    GOODS WENT INTO AND STEPS THAT BIN'S QUANTITY
       01  BINLOC-LENGTH                   PIC S9(4) COMP VALUE 30.

       01  BINLOC-RECORD.
           05  BIN-QTY                     PIC 9(5).
           05  BIN-PRIMARY-SW              PIC X(1).
               88  BIN-PRIMARY                     VALUE 'P'.
           05  BIN-WAREHOUSE               PIC X(2).
           05  FILLER                      PIC X(8).

       01  WS-BIN-WAREHOUSE                PIC X(2) VALUE SPACES.
       01  WS-PUTAWAY-BIN                  PIC X(6) VALUE SPACES.
       01  WS-PUTAWAY-FIRST-BIN            PIC X(6) VALUE SPACES.
       01  WS-BIN-DONE-SW                  PIC X(1).
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF5 (1250-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           ELSE

           *> THE UNIT COST IS OPTIONAL - KEYED ONLY WHEN THE GOODS
           *> CAME IN AT OTHER THAN THE PO PRICE - BUT MUST BE
           *> NUMERIC WHEN KEYED
           *>===============================================
           IF COSTL IS GREATER THAN ZERO AND COSTI IS NOT NUMERIC
               MOVE "*   UNIT COST MUST BE NUMERIC      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO COSTL
               MOVE DFHUNIMD TO COSTA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE WAREHOUSE IS OPTIONAL - LEFT BLANK THE GOODS GO INTO
           *> THE DIVISION'S DEFAULT SHIPPING WAREHOUSE - BUT MUST BE
           *> ON THE WAREHOUSE TABLE WHEN KEYED
           *>===============================================
           IF WHSEL IS GREATER THAN ZERO
               PERFORM 1010-CHECK-WAREHOUSE THRU 1010-EXIT
           END-IF.

           *> CHECK THE PART CODE AGAINST THE PART CODE DATABASE
               MOVE PRODUCT-B TO PROBI
           END-IF.

           *> THE QUANTITY IS RECEIVED IN THE PART'S PURCHASE UNIT -
           *> TURN IT INTO STOCKING UNITS FOR THE SHELF
           *>===============================================
           PERFORM 950-GET-PURCHASE-UNIT.
           COMPUTE WS-STOCK-QTY = QTYI * WS-UNT-PURCH-FACTOR.
           IF WS-STOCK-QTY IS GREATER THAN 99999
               MOVE "*  TOO MANY - SPLIT THE RECEIPT    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               MOVE WS-UNIT-TEXT TO UOMO
               PERFORM 900-SEND-MAP
           END-IF.

           *> A SHIPMENT ALREADY LANDED CANNOT TAKE MORE LINES - ITS
           *> FREIGHT, DUTY AND BROKERAGE HAVE BEEN SPREAD
           *>===============================================
           IF SHIPL IS GREATER THAN ZERO
               PERFORM 1040-CHECK-SHIPMENT THRU 1040-EXIT
               IF SL-LANDED
                   MOVE "* SHIPMENT ALREADY LANDED - NEW REF*" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO SHIPL
                   MOVE DFHUNIMD TO SHIPA
                   PERFORM 900-SEND-MAP
               END-IF
           END-IF.

           *> RELIEVE THE OPEN PO LINES THE GOODS ARRIVED AGAINST,
           *> PUT THE RECEIVED QUANTITY ON THE SHELF AT ITS COST, AND
           *> LOG THE RECEIPT TO THE HISTORY QUEUE.  THE PO LINES ARE
           *> RELIEVED FIRST BECAUSE THEY PRICE THE RECEIPT.
           *>===============================================
           PERFORM 1050-RELIEVE-OPEN-PO THRU 1050-EXIT.
           PERFORM 1000-POST-RECEIPT.
           PERFORM 1080-DIRECT-PUTAWAY THRU 1080-EXIT.
           PERFORM 1098-RECORD-LOT.
           PERFORM 1100-WRITE-RECEIPT-HISTORY.
           PERFORM 1120-WRITE-COST-HISTORY THRU 1120-EXIT.
           PERFORM 1130-FILE-SHIPMENT-LINE THRU 1130-EXIT.
           PERFORM 1150-RELEASE-BACKORDERS.

           *> THE PUT-AWAY DIRECTION IS WHAT THE DOCK NEEDS MOST -
           MOVE LOW-VALUES TO PROBI.
           MOVE LOW-VALUES TO QTYI.
           MOVE LOW-VALUES TO LOTI.
           MOVE LOW-VALUES TO COSTI.
           MOVE WS-UNIT-TEXT TO UOMO.
           PERFORM 900-SEND-MAP.

       200-EXIT.
           MOVE DFHBMFSE TO PROBA.
           MOVE DFHBMFSE TO QTYA.
           MOVE DFHBMFSE TO LOTA.
           MOVE DFHBMFSE TO COSTA.
           MOVE DFHBMFSE TO SHIPA.
           MOVE DFHBMFSE TO WHSEA.

       920-EXIT.


       950-GET-PURCHASE-UNIT.
      * LOOK UP THE UNIT THE PART IS BOUGHT IN THROUGH GSPRGPA
      * FUNCTION 'Q' - A PART WITH NO PURCHASE UNIT OF ITS OWN COMES
      * BACK BOUGHT IN ITS STOCKING UNIT AT A FACTOR OF 1
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-UNT-PRODUCT.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-UNITS-AREA)
               LENGTH(WS-UNITS-LEN)
           END-EXEC.
           IF WS-UNT-PURCH-FACTOR IS NOT GREATER THAN ZERO
               MOVE 1 TO WS-UNT-PURCH-FACTOR
           END-IF.
           MOVE WS-UNT-PURCH-UOM TO WS-UT-PURCH-UOM.
           MOVE WS-UNT-PURCH-FACTOR TO WS-UT-FACTOR.
           MOVE WS-UNT-STOCK-UOM TO WS-UT-STOCK-UOM.

       950-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================


       1000-POST-RECEIPT.
      * LINK TO GSPRGPA FUNCTION 'C' TO ADD THE RECEIVED QUANTITY TO
      * THE ON-HAND BALANCE ON BILLM.PART_CODES AND AVERAGE ITS COST
      * INTO THE PART'S UNIT COST.  A KEYED COST OVERRIDES THE PO -
      * IT IS THE COST OF ONE PURCHASE UNIT, SO IT IS SPREAD OVER THE
      * STOCKING UNITS IN ONE.
      *=================================================================

           IF COSTL IS GREATER THAN ZERO
               COMPUTE WS-RECEIPT-COST ROUNDED =
                   COSTI / WS-UNT-PURCH-FACTOR
           ELSE
           IF WS-PO-COST-QTY IS GREATER THAN ZERO
               COMPUTE WS-RECEIPT-COST ROUNDED =
                   WS-PO-COST-VALUE / WS-PO-COST-QTY
           ELSE
               MOVE ZERO TO WS-RECEIPT-COST
           END-IF.

           MOVE PRODUCT-NUMBER TO WS-RCV-PRODUCT.
           MOVE WS-STOCK-QTY TO WS-RCV-QUANTITY.
           MOVE WS-RECEIPT-COST TO WS-RCV-UNIT-COST.
           MOVE ZERO TO WS-RCV-OLD-UNIT-COST.
           IF WHSEL IS GREATER THAN ZERO
               MOVE WHSEI TO WS-RCV-WAREHOUSE
           ELSE
               MOVE SPACES TO WS-RCV-WAREHOUSE
           END-IF.
           MOVE GS-COMM-DIVISION TO WS-RCV-DIVISION.

           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               LENGTH(WS-RECEIPT-LEN)
           END-EXEC.

      *    GOODS WITH NO COST CAME IN AT THE PART'S CURRENT COST -
      *    THAT IS THE COST THE HISTORY CARRIES FOR THEM
           IF WS-RECEIPT-COST EQUAL ZERO
               MOVE WS-RCV-OLD-UNIT-COST TO WS-RECEIPT-COST
           END-IF.

       1000-EXIT.


       1010-CHECK-WAREHOUSE.
      * THE KEYED WAREHOUSE MUST BE ON THE WAREHOUSE TABLE
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(1015-WAREHOUSE-NOT-FOUND)
           END-EXEC.

           MOVE WHSEI TO WHS-CODE.
           EXEC CICS READ FILE('WHSTAB')
               INTO(WHSTAB-RECORD)
               RIDFLD(WHS-CODE)
               LENGTH(WHSTAB-LENGTH)
           END-EXEC.

       1010-EXIT.


       1015-WAREHOUSE-NOT-FOUND.
      * NO SUCH WAREHOUSE - SEND THE SCREEN BACK
      *=================================================================

           MOVE "*   WAREHOUSE NOT ON FILE          *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO WHSEL.
           MOVE DFHUNIMD TO WHSEA.
           PERFORM 900-SEND-MAP.

       1015-EXIT.


       1040-CHECK-SHIPMENT.
      * READ THE KEYED SHIPMENT'S FIRST LINE - A NEW SHIPMENT HAS
      * NONE, AND COMES BACK NOT LANDED
      *=================================================================

           MOVE SPACE TO SL-STATUS.
           MOVE SHIPI TO SL-SHIPMENT.
           MOVE 1 TO SL-SEQ.

           EXEC CICS HANDLE CONDITION
               NOTFND(1045-NEW-SHIPMENT)
           END-EXEC.

           EXEC CICS READ FILE('SHIPLN')
               RIDFLD(SHIPLN-KEY)
               LENGTH(SHIPLN-LENGTH)
               INTO(SHIPLN-RECORD)
           END-EXEC.

           GO TO 1040-EXIT.

       1045-NEW-SHIPMENT.

           MOVE SPACE TO SL-STATUS.

       1040-EXIT.


       1050-RELIEVE-OPEN-PO.
      * APPLY THE RECEIVED QUANTITY AGAINST THE OLDEST OPEN PO LINES
      * FOR THE PART, FOUND THROUGH THE POPART PATH.  A LINE RECEIVED
      * STILL SHOWS THE BALANCE ON ORDER.  GOODS THAT ARRIVE WITH NO
      * OPEN PO STILL POST - THE DOCK CANNOT TURN A TRUCK AROUND -
      * BUT THE RECEIPT LOGS WITH A BLANK PO NUMBER FOR PURCHASING
      * TO CHASE.  THE RELIEF IS WORKED IN STOCKING UNITS, EACH LINE'S
      * OWN QUANTITIES TURNED OVER AT ITS OWN FACTOR, SO A LINE RAISED
      * IN EACHES AND ONE RAISED IN CASES RELIEVE ALIKE.
      *=================================================================

           MOVE SPACES TO WS-PO-RELIEVED-NO.
           MOVE ZERO TO WS-PO-COST-VALUE.
           MOVE ZERO TO WS-PO-COST-QTY.
           MOVE WS-STOCK-QTY TO WS-PO-APPLY-REMAINING.
           MOVE ZERO TO WS-PO-MATCH-COUNT.
           MOVE 'N' TO WS-PO-DONE-SW.

               MOVE 'Y' TO WS-PO-DONE-SW
           ELSE
           IF PO-STATUS-OPEN
               AND NOT PO-LINE-DROP-SHIP
               ADD 1 TO WS-PO-MATCH-COUNT
               MOVE PO-KEY TO WS-PO-MATCH-KEY(WS-PO-MATCH-COUNT)
           END-IF.


       1070-RELIEVE-ONE-PO.
      * RELIEVE (OR PARTLY RELIEVE) ONE COLLECTED PO LINE.  THE LINE
      * IS STEPPED IN ITS OWN UNIT - A BROKEN CASE ROUNDS TO THE
      * NEAREST WHOLE ONE - AND ITS COST IS SPREAD OVER THE STOCKING
      * UNITS IN ITS UNIT.
      *=================================================================

           IF WS-PO-APPLY-REMAINING IS NOT GREATER THAN ZERO
               UPDATE
           END-EXEC.

           IF PO-UOM-FACTOR IS GREATER THAN ZERO
               MOVE PO-UOM-FACTOR TO WS-PO-FACTOR
           ELSE
               MOVE 1 TO WS-PO-FACTOR
           END-IF.

           COMPUTE WS-PO-APPLY-QTY =
               (PO-QTY-ORDERED - PO-QTY-RECEIVED) * WS-PO-FACTOR.
           IF WS-PO-APPLY-QTY IS GREATER THAN WS-PO-APPLY-REMAINING
               MOVE WS-PO-APPLY-REMAINING TO WS-PO-APPLY-QTY
           END-IF.

           COMPUTE PO-QTY-RECEIVED ROUNDED = PO-QTY-RECEIVED +
               WS-PO-APPLY-QTY / WS-PO-FACTOR.
           SUBTRACT WS-PO-APPLY-QTY FROM WS-PO-APPLY-REMAINING.
           COMPUTE WS-PO-COST-VALUE = WS-PO-COST-VALUE +
               WS-PO-APPLY-QTY * PO-UNIT-COST / WS-PO-FACTOR.
           ADD WS-PO-APPLY-QTY TO WS-PO-COST-QTY.
           IF PO-QTY-RECEIVED IS NOT LESS THAN PO-QTY-ORDERED
               SET PO-STATUS-RECEIVED TO TRUE
           END-IF.

       1090-SCAN-NEXT-BIN.
      * LOOK AT THE NEXT BIN FOR THE PART - THE PRIMARY WINS, THE
      * FIRST ONE SEEN IS THE FALLBACK.  BINS IN ANOTHER WAREHOUSE
      * ARE PASSED OVER.
      *=================================================================

           EXEC CICS READNEXT FILE('BINLOC')
               LENGTH(BINLOC-LENGTH)
           END-EXEC.

           IF BIN-WAREHOUSE EQUAL SPACES
               MOVE WS-PRIMARY-WAREHOUSE TO WS-BIN-WAREHOUSE
           ELSE
               MOVE BIN-WAREHOUSE TO WS-BIN-WAREHOUSE
           END-IF.

           IF BIN-PRODUCT NOT EQUAL PRODUCT-NUMBER
               MOVE 'Y' TO WS-BIN-DONE-SW
           ELSE
           IF WS-BIN-WAREHOUSE NOT EQUAL WS-RCV-WAREHOUSE
               CONTINUE
           ELSE
           IF BIN-PRIMARY
               MOVE BIN-CODE TO WS-PUTAWAY-BIN
               MOVE 'Y' TO WS-BIN-DONE-SW
               INTO(BINLOC-RECORD)
               UPDATE
           END-EXEC.
           ADD WS-STOCK-QTY TO BIN-QTY.
           EXEC CICS REWRITE FILE('BINLOC')
               FROM(BINLOC-RECORD)
               LENGTH(BINLOC-LENGTH)
           MOVE PRODUCT-NUMBER TO LOT-PRODUCT.
           MOVE EIBDATE TO LOT-RECEIVE-DATE.
           MOVE LOTI TO LOT-NUMBER.
           MOVE WS-STOCK-QTY TO LOT-QTY-RECEIVED.
           MOVE WS-STOCK-QTY TO LOT-QTY-REMAINING.
           MOVE WS-PO-RELIEVED-NO TO LOT-PO-NUMBER.

           EXEC CICS HANDLE CONDITION
               INTO(LOTFILE-RECORD)
               UPDATE
           END-EXEC.
           ADD WS-STOCK-QTY TO LOT-QTY-RECEIVED.
           ADD WS-STOCK-QTY TO LOT-QTY-REMAINING.
           EXEC CICS REWRITE FILE('LOTFILE')
               FROM(LOTFILE-RECORD)
               LENGTH(LOTFILE-LENGTH)
       1100-WRITE-RECEIPT-HISTORY.
      * ONE RCVQ ENTRY PER RECEIPT - PART, QUANTITY, OPERATOR, DATE,
      * TIME, THE PO RELIEVED AND THE LOT RECEIVED.  THE GSPRGRR
      * DAILY REGISTER READS THESE ENTRIES.  THE QUANTITY AND COST
      * GO DOWN IN THE PURCHASE UNIT THE GOODS WERE COUNTED IN.
      *=================================================================

           MOVE PRODUCT-NUMBER TO RCV-PRODUCT.
           ELSE
               MOVE SPACES TO RCV-LOT-NUMBER
           END-IF.
           IF COSTL IS GREATER THAN ZERO
               MOVE COSTI TO RCV-UNIT-COST
           ELSE
               COMPUTE RCV-UNIT-COST ROUNDED =
                   WS-RECEIPT-COST * WS-UNT-PURCH-FACTOR
           END-IF.
           IF SHIPL IS GREATER THAN ZERO
               MOVE SHIPI TO RCV-SHIPMENT
           ELSE
               MOVE SPACES TO RCV-SHIPMENT
           END-IF.
           MOVE WS-UNT-PURCH-UOM TO RCV-UOM.
           MOVE WS-UNT-PURCH-FACTOR TO RCV-UOM-FACTOR.
           EXEC CICS WRITEQ TD QUEUE('RCVQ')
               FROM(RCVHIST-RECORD)
               LENGTH(RCVHIST-LENGTH)
       1100-EXIT.


       1120-WRITE-COST-HISTORY.
      * ONE CSTQ ENTRY WHEN THE RECEIPT MOVED THE PART'S UNIT COST -
      * THE COST BEFORE AND AFTER, THE RECEIPT'S OWN COST AND THE
      * STOCK ON HAND ONCE IT WAS IN
      *=================================================================

           IF WS-RCV-UNIT-COST EQUAL WS-RCV-OLD-UNIT-COST
               GO TO 1120-EXIT
           END-IF.

           MOVE PRODUCT-NUMBER TO CH-PRODUCT.
           MOVE EIBDATE TO CH-DATE.
           MOVE EIBTIME TO CH-TIME.
           MOVE GS-COMM-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE EIBTRMID TO CH-TERMINAL-ID.
           SET CH-SOURCE-RECEIPT TO TRUE.
           MOVE WS-PO-RELIEVED-NO TO CH-REFERENCE.
           MOVE WS-STOCK-QTY TO CH-QUANTITY.
           MOVE WS-RCV-ON-HAND-BAL TO CH-ON-HAND.
           MOVE WS-RCV-OLD-UNIT-COST TO CH-OLD-COST.
           MOVE WS-RCV-UNIT-COST TO CH-NEW-COST.
           MOVE WS-RECEIPT-COST TO CH-MOVEMENT-COST.
           EXEC CICS WRITEQ TD QUEUE('CSTQ')
               FROM(COSTHIST-RECORD)
               LENGTH(COSTHIST-LENGTH)
           END-EXEC.

       1120-EXIT.


       1130-FILE-SHIPMENT-LINE.
      * FILE THE RECEIPT AS THE NEXT LINE OF ITS SHIPMENT - THE FIRST
      * FREE SEQUENCE IS FOUND BY STEPPING PAST THE LINES ALREADY ON
      * FILE
      *=================================================================

           IF SHIPL EQUAL ZERO
               GO TO 1130-EXIT
           END-IF.

           MOVE SHIPI TO SL-SHIPMENT.
           MOVE 1 TO SL-SEQ.
           MOVE PRODUCT-NUMBER TO SL-PRODUCT.
           MOVE WS-STOCK-QTY TO SL-QTY.
           MOVE WS-RECEIPT-COST TO SL-UNIT-COST.
           MOVE WS-PO-RELIEVED-NO TO SL-PO-NUMBER.
           MOVE EIBDATE TO SL-RECEIVE-DATE.
           MOVE GS-COMM-OPERATOR-ID TO SL-RECEIVED-BY.
           SET SL-NOT-LANDED TO TRUE.
           MOVE ZERO TO SL-LANDED-AMOUNT.
           MOVE ZERO TO SL-LANDED-DATE.

           EXEC CICS HANDLE CONDITION
               DUPREC(1135-NEXT-SHIPMENT-SEQ)
           END-EXEC.

       1131-WRITE-SHIPMENT-LINE.

           EXEC CICS WRITE
               FROM(SHIPLN-RECORD)
               LENGTH(SHIPLN-LENGTH)
               FILE('SHIPLN')
               RIDFLD(SHIPLN-KEY)
           END-EXEC.

           GO TO 1130-EXIT.

       1135-NEXT-SHIPMENT-SEQ.

           ADD 1 TO SL-SEQ.
           GO TO 1131-WRITE-SHIPMENT-LINE.

       1130-EXIT.


       1150-RELEASE-BACKORDERS.
      * RELEASE OPEN BACK-ORDERS FOR THE RECEIVED PART, OLDEST FIRST,
      * UP TO THE QUANTITY THAT JUST CAME IN.  THE STOCK ITSELF IS
      * FILLABLE.
      *=================================================================

           MOVE WS-STOCK-QTY TO WS-RELEASE-REMAINING.
           MOVE ZERO TO WS-RELEASE-COUNT.
           MOVE ZERO TO WS-RELEASED-TOTAL.
           MOVE 'N' TO WS-BKORD-DONE-SW.
       1200-EXIT.


       1250-FUNCTION5.
      * FUNCTION KEY 5 PARAGRAPH - ON TO THE GS43 LANDED-COST SCREEN
      * TO SPREAD A SHIPMENT'S FREIGHT, DUTY AND BROKERAGE
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprglc')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       1250-EXIT.


       1210-FUNCTION1.
      * FUNCTION KEY 1 PARAGRAPH
      *=================================================================
