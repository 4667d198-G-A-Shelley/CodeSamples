               RECORD KEY IS ORDCOST-KEY
               FILE STATUS IS WS-ORDCOST-STATUS.

           SELECT TERMTAB-FILE ASSIGN TO TERMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMTAB-CODE
               FILE STATUS IS WS-TERMTAB-STATUS.

           SELECT TERRTAB-FILE ASSIGN TO TERRTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERRTAB-KEY
               FILE STATUS IS WS-TERRTAB-STATUS.

           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

           SELECT SHIPTO-FILE ASSIGN TO SHIPTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHIPTO-KEY
               FILE STATUS IS WS-SHIPTO-STATUS.

           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPMAS-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.

           SELECT POFILE-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.

           SELECT DROPSHP-FILE ASSIGN TO DROPSHP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               ALTERNATE RECORD KEY IS DS-INVOICE-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-DROPSHP-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

      *        THE CUSTOMER'S OWN PURCHASE-ORDER REFERENCE - CARRIED
      *        ON THE INVOICE SO BILLING CAN QUOTE IT BACK
           05  OI-CUST-PO-REF              PIC X(15).
      *        THE ACCOUNT'S SHIP-TO CODE WHEN THE GOODS GO SOMEWHERE
      *        OTHER THAN THE ORDER ADDRESS - VALIDATED AGAINST THE
      *        SHIPTO ADDRESS BOOK WHEN PRESENT
           05  OI-SHIPTO-CODE              PIC X(3).
      *        A SUPPLIER CODE AGAINST A PRODUCT SLOT MAKES THE LINE
      *        DROP-SHIP - THE SUPPLIER SHIPS IT STRAIGHT TO THE
      *        CUSTOMER ON A PO RAISED AS THE ORDER LOADS
           05  OI-DROP-SUPPLIER OCCURS 5 TIMES PIC X(6).

       01  ORDER-CONTROL-RECORD.
           05  OC-RECORD-TYPE              PIC X(7).
      *        THE DIVISION THE FILE'S ORDERS BELONG TO - VALIDATED
      *        AGAINST THE DIVTAB DIVISION TABLE
           05  OC-DIVISION                 PIC X(3).
           05  FILLER                      PIC X(219).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
               10  ORDFILE-PST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-TAX-TOTAL       PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  ORDFILE-SHIPTO-CODE         PIC X(3).
           05  ORDFILE-CUST-PO-REF         PIC X(15).
           05  ORDFILE-SALES-REP           PIC X(3).
           05  ORDFILE-COUNTRY             PIC X(1).
               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        TERMS, DUE DATE AND EARLY-PAYMENT DISCOUNT - SEE GSPRGCP
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

      *=================================================================
      * THE CUSTOMER MASTER - READ PER ORDER FOR THE RESELLER
      *        ENTRY HOLDS AN ORDER THAT PUSHES OPEN AR PLUS
      *        UNSHIPPED OPEN ORDERS PAST IT.
           05  CUSTMAS-CREDIT-LIMIT        PIC 9(7)V99.
      *        THE PAYMENT TERMS CODE ON TERMTAB - STAMPED ON EVERY
      *        INVOICE.  BLANK IS DUE ON THE INVOICE DATE.
           05  CUSTMAS-TERMS-CODE          PIC X(2).
      *        'Y' KEEPS THE REP KEYED ON THE ORDER - OTHERWISE THE
      *        REP COMES OFF THE TERRITORY TABLE BY SHIP-TO POSTAL CODE
           05  CUSTMAS-HOUSE-ACCOUNT       PIC X(1).
               88  CUSTMAS-HOUSE-OVERRIDE          VALUE 'Y'.
           05  FILLER                      PIC X(1).

      *=================================================================
      * THE EFFECTIVE-DATED TAX ROWS - KEYED PROVINCE PLUS THE

      *=================================================================
      * THE NEGOTIATED ACCOUNT/PART PRICES - A CONTRACT ROW IN FORCE
      * ON THE RUN DATE PRICES THE LINE AHEAD OF ANY PROMOTION,
      * QUANTITY BREAK OR PART-MASTER UNIT PRICE, SAME AS THE ONLINE
      * ENTRY PATHS
      *=================================================================
       FD  CONPRC-FILE.
       01  CONPRC-RECORD.
      *=================================================================
      * ONE ORDCOST RECORD PER PRODUCT LINE LOADED - THE ENTRY-TIME
      * UNIT COST UNDER THE INVOICE AND PRODUCT, READ BACK BY THE
      * GSPRGGM MARGIN REPORT.  LOADED LINES ARE IN THE STOCKING UNIT,
      * SO THEY GO DOWN WITH NO SELLING UNIT AND A FACTOR OF 1.
      *=================================================================
       FD  ORDCOST-FILE.
       01  ORDCOST-RECORD.
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
      *        'D' WHEN THE SUPPLIER SHIPS THE LINE STRAIGHT TO THE
      *        CUSTOMER - PICKING, SHIP-CONFIRM AND THE ADVICE PASS
      *        IT BY
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

      *=================================================================
      * THE SHIP-TO ADDRESS BOOK - ONE DELIVERY ADDRESS PER ACCOUNT
      * AND SHIP-TO CODE, MAINTAINED ON THE GS16 SCREEN
      *=================================================================
       FD  SHIPTO-FILE.
       01  SHIPTO-RECORD.
           05  SHIPTO-KEY.
               10  SHIPTO-ACCOUNT          PIC X(6).
               10  SHIPTO-CODE             PIC X(3).
           05  SHIPTO-NAME                 PIC X(20).
           05  SHIPTO-ADDR-LINE1           PIC X(20).
           05  SHIPTO-ADDR-LINE2           PIC X(20).
           05  SHIPTO-ADDR-LINE3           PIC X(18).
           05  SHIPTO-PROVINCE             PIC X(2).
           05  SHIPTO-POSTAL               PIC X(6).

      *=================================================================
      * THE SUPPLIER MASTER - ONLY AN ACTIVE SUPPLIER MAY BE NAMED TO
      * DROP-SHIP A LINE
      *=================================================================
       FD  SUPMAS-FILE.
       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
           05  SUPMAS-NAME                 PIC X(20).
           05  FILLER                      PIC X(79).
           05  SUPMAS-STATUS               PIC X(1).
               88  SUPMAS-ACTIVE                   VALUE 'A'.
               88  SUPMAS-INACTIVE                 VALUE 'I'.
           05  FILLER                      PIC X(94).

      *=================================================================
      * THE PO LINE RAISED ON THE SUPPLIER FOR EACH DROP-SHIP LINE -
      * ONE PART PER PO, NUMBERED OFF THE SAME 'PO ' CONTROL RECORD
      * THE GS25 SCREEN USES, AT THE LINE'S ENTRY-TIME COST
      *=================================================================
       FD  POFILE-FILE.
       01  POFILE-RECORD.
           05  PO-KEY.
               10  PO-NUMBER               PIC X(7).
               10  PO-LINE-NO              PIC 9(3).
           05  PO-SUPPLIER                 PIC X(6).
           05  PO-PRODUCT                  PIC X(8).
           05  PO-QTY-ORDERED              PIC 9(5).
           05  PO-QTY-RECEIVED             PIC 9(5).
           05  PO-UNIT-COST                PIC 9(5)V99.
           05  PO-ORDER-DATE               PIC 9(7).
           05  PO-EXPECTED-DATE            PIC 9(7).
           05  PO-STATUS                   PIC X(1).
               88  PO-STATUS-OPEN                  VALUE 'O'.
               88  PO-STATUS-RECEIVED              VALUE 'R'.
               88  PO-STATUS-CLOSED                VALUE 'C'.
           05  PO-AUDIT.
               10  PO-OPERATOR-ID          PIC X(3).
               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

      *=================================================================
      * ONE DROPSHP RECORD PER DROP-SHIP LINE - THE DELIVERY ADDRESS
      * THE SUPPLIER SHIPS TO, AND THE SHIPMENT ONCE THE SUPPLIER
      * CONFIRMS IT ON GS46 OR THEIR INVOICE IS MATCHED ON GS26
      *=================================================================
       FD  DROPSHP-FILE.
       01  DROPSHP-RECORD.
           05  DS-KEY.
               10  DS-PO-NUMBER            PIC X(7).
               10  DS-PO-LINE              PIC 9(3).
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-PREFIX                   PIC X(3).
           05  DS-PRODUCT                  PIC X(8).
           05  DS-QTY                      PIC 9(5).
           05  DS-UOM                      PIC X(2).
           05  DS-SUPPLIER                 PIC X(6).
           05  DS-ACCOUNT                  PIC X(6).
           05  DS-SHIPTO-CODE              PIC X(3).
           05  DS-SHIP-NAME                PIC X(20).
           05  DS-SHIP-ADDR-LINE1          PIC X(20).
           05  DS-SHIP-ADDR-LINE2          PIC X(20).
           05  DS-SHIP-ADDR-LINE3          PIC X(18).
           05  DS-SHIP-PROVINCE            PIC X(2).
           05  DS-SHIP-POSTAL              PIC X(6).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                  VALUE 'O'.
               88  DS-STATUS-SHIPPED               VALUE 'S'.
           05  DS-SHIP-DATE                PIC 9(7).
           05  DS-CARRIER                  PIC X(10).
           05  DS-TRACKING-REF             PIC X(15).
           05  DS-CONFIRM-SOURCE           PIC X(1).
           05  DS-AUDIT.
               10  DS-OPERATOR-ID          PIC X(3).
               10  DS-TERMINAL-ID          PIC X(4).
               10  DS-LAST-CHG-DATE        PIC 9(7).
               10  DS-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(9).

      *=================================================================
      * THE PAYMENT TERMS TABLE - NET DAYS AND THE EARLY-PAYMENT
      * DISCOUNT BEHIND EACH CUSTMAS TERMS CODE
      *=================================================================
       FD  TERMTAB-FILE.
       01  TERMTAB-RECORD.
           05  TERMTAB-CODE                PIC X(2).
           05  TERMTAB-DESC                PIC X(20).
           05  TERMTAB-NET-DAYS            PIC 9(3).
           05  TERMTAB-DISC-PCT            PIC 9(2)V99.
           05  TERMTAB-DISC-DAYS           PIC 9(3).
           05  FILLER                      PIC X(8).

      *=================================================================
      * THE SALES TERRITORY TABLE - THE REP WHO OWNS EACH POSTAL CODE
      * PREFIX ('C') OR US ZIP PREFIX ('U')
      *=================================================================
       FD  TERRTAB-FILE.
       01  TERRTAB-RECORD.
           05  TERRTAB-KEY.
               10  TERRTAB-COUNTRY         PIC X(1).
               10  TERRTAB-PREFIX          PIC X(3).
           05  TERRTAB-REP                 PIC X(3).
           05  TERRTAB-LAST-CHG-DATE       PIC 9(7).
           05  FILLER                      PIC X(6).

      *=================================================================
      * ONE ORDTERM RECORD PER INVOICE LOADED - THE TERMS IT WAS
      * BILLED ON, WHICH GSPRGCP CARRIES ONTO THE ARFILE OPEN ITEM
      *=================================================================
       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

           88  WS-GP-SUBSTITUTED                   VALUE 'Y'.
       01  WS-GP-UNIT-COST                   PIC S9(5)V99 COMP-3.

      *    THE GSPRGPT PROMOTION AND QUANTITY-BREAK ARGUMENTS - THE
      *    LINE QUANTITY, AND WHERE THE PRICE IT HANDS BACK CAME FROM
       01  WS-PT-QUANTITY                    PIC S9(7) COMP-3.
       01  WS-PT-PRICE-SOURCE                PIC X(1).

       01  WS-ORDCOST-STATUS                 PIC XX.
           88  ORDCOST-OK                              VALUE '00'.

       01  WS-TERMTAB-STATUS                 PIC XX.
           88  TERMTAB-OK                              VALUE '00'.

       01  WS-TERRTAB-STATUS                 PIC XX.
           88  TERRTAB-OK                              VALUE '00'.

      *    SET WHEN THE SUBMITTER'S ACCOUNT KEEPS ITS SUBMITTED REP
       01  WS-HOUSE-SW                       PIC X(1).
           88  WS-HOUSE-ACCOUNT                    VALUE 'Y'.

       01  WS-ORDTERM-STATUS                 PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-KITFILE-STATUS                 PIC XX.
           88  KITFILE-OK                              VALUE '00'.

       01  WS-CUSTXRF-STATUS                 PIC XX.
           88  CUSTXRF-OK                              VALUE '00'.

       01  WS-SHIPTO-STATUS                  PIC XX.
           88  SHIPTO-OK                               VALUE '00'.

       01  WS-SUPMAS-STATUS                  PIC XX.
           88  SUPMAS-OK                               VALUE '00'.

       01  WS-POFILE-STATUS                  PIC XX.
           88  POFILE-OK                               VALUE '00'.

       01  WS-DROPSHP-STATUS                 PIC XX.
           88  DROPSHP-OK                              VALUE '00'.

      *    SET WHEN THE ORDER'S SHIP-TO CODE WAS FOUND IN THE ADDRESS
      *    BOOK - A DROP-SHIP LINE GOES THERE, NOT TO THE ORDER ADDRESS
       01  WS-SHIPTO-SW                      PIC X(1).
           88  WS-SHIPTO-FOUND                     VALUE 'Y'.
       01  WS-DROP-LINE-QTY                  PIC 9(3) VALUE ZERO.

       01  WS-XREF-SW                        PIC X(1).
           88  WS-CODE-CROSS-REFFED                VALUE 'Y'.

       01  WS-GD-QUANTITY                    PIC S9(5) COMP-3.
       01  WS-GD-SQL-CODE                    PIC S9(8) COMP.
       01  WS-GD-ON-HAND-BAL                 PIC S9(5) COMP-3.
      *    LEFT BLANK SO THE STOCK COMES OFF THE RUN DIVISION'S
      *    DEFAULT SHIPPING WAREHOUSE
       01  WS-GD-WAREHOUSE                   PIC X(2) VALUE SPACES.
       01  WS-GD-DIVISION                    PIC X(3) VALUE SPACES.

       01  WS-BKORD-SHORT-QTY                PIC S9(5) VALUE ZERO.

           OPEN INPUT CONPRC-FILE.
           OPEN INPUT CUSTXRF-FILE.
           OPEN I-O ORDCOST-FILE.
           OPEN INPUT TERMTAB-FILE.
           OPEN INPUT TERRTAB-FILE.
           OPEN I-O ORDTERM-FILE.
           OPEN INPUT SHIPTO-FILE.
           OPEN INPUT SUPMAS-FILE.
           OPEN I-O POFILE-FILE.
           OPEN I-O DROPSHP-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           OPEN OUTPUT ACK-FILE.

           CLOSE CONPRC-FILE.
           CLOSE CUSTXRF-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE TERMTAB-FILE.
           CLOSE TERRTAB-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE SHIPTO-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE POFILE-FILE.
           CLOSE DROPSHP-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE ACK-FILE.

           CLOSE CONPRC-FILE.
           CLOSE CUSTXRF-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE TERMTAB-FILE.
           CLOSE TERRTAB-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE SHIPTO-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE POFILE-FILE.
           CLOSE DROPSHP-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE ACK-FILE.

           IF ORDER-OK
               PERFORM 270-CHECK-PRODUCT-CODES
           END-IF.
           IF ORDER-OK
               PERFORM 276-CHECK-SHIPTO
           END-IF.
           IF ORDER-OK
               PERFORM 258-ASSIGN-TERRITORY-REP THRU 258-EXIT
           END-IF.
           IF ORDER-OK
               PERFORM 278-CHECK-DROP-SUPPLIERS
           END-IF.
           IF ORDER-OK
               PERFORM 280-COMPUTE-TOTAL
           END-IF.
           MOVE OI-ACCOUNT TO ORDFILE-ACCOUNT.
           MOVE OI-SALES-REP TO ORDFILE-SALES-REP.
           MOVE OI-CUST-PO-REF TO ORDFILE-CUST-PO-REF.
           MOVE OI-SHIPTO-CODE TO ORDFILE-SHIPTO-CODE.

       210-EXIT.

       256-EXIT.


       258-ASSIGN-TERRITORY-REP.
      * THE REP COMES OFF THE TERRITORY TABLE BY THE SHIP-TO POSTAL
      * PREFIX - THE SHIP-TO BOOK ENTRY WHEN THE ORDER NAMES ONE -
      * UNLESS THE SUBMITTER'S ACCOUNT IS A HOUSE ACCOUNT.  A PREFIX
      * NOT ON THE TABLE, OR A TERRITORY REP NO LONGER ACTIVE, LEAVES
      * THE SUBMITTED REP.
      *=================================================================

           MOVE 'N' TO WS-HOUSE-SW.
           IF OI-ACCOUNT NOT EQUAL SPACES
               MOVE OI-ACCOUNT TO CUSTMAS-ACCOUNT
               READ CUSTMAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTMAS-HOUSE-ACCOUNT TO WS-HOUSE-SW
               END-READ
           END-IF.
           IF WS-HOUSE-ACCOUNT
               GO TO 258-EXIT
           END-IF.

           MOVE 'C' TO TERRTAB-COUNTRY.
           IF WS-SHIPTO-FOUND
               MOVE SHIPTO-POSTAL(1:3) TO TERRTAB-PREFIX
           ELSE
               MOVE ORDFILE-POSTAL-1 TO TERRTAB-PREFIX
           END-IF.
           READ TERRTAB-FILE
               INVALID KEY
                   GO TO 258-EXIT
           END-READ.

           MOVE TERRTAB-REP TO SLSMAST-CODE.
           READ SLSMAST-FILE
               INVALID KEY
                   GO TO 258-EXIT
           END-READ.
           IF SLSMAST-ACTIVE
               MOVE TERRTAB-REP TO ORDFILE-SALES-REP
           END-IF.

       258-EXIT.


       260-CHECK-PRODUCTS-PRESENT.
      * AT LEAST THE FIRST PRODUCT LINE MUST BE KEYED
      *=================================================================
                   ELSE
                       MOVE WS-GP-UNIT-COST
                           TO WS-LINE-COST(WS-PRODUCT-SUB)
      *                A PROMOTION OR QUANTITY BREAK IN FORCE ON THE
      *                RUN DATE REPLACES THE LIST PRICE
                       PERFORM 271-APPLY-PRICE-RULES
      *                A CONTRACT PRICE IN FORCE FOR THE SUBMITTER'S
      *                ACCOUNT AND THE PART BEATS THE PART-MASTER
      *                PRICE, AND ANY PROMOTION OR BREAK WITH IT
                       IF OI-ACCOUNT NOT EQUAL SPACES
                           PERFORM 272-CHECK-CONTRACT-PRICE
                       END-IF
       268-EXIT.


       271-APPLY-PRICE-RULES.
      * HAND THE LIST PRICE TO GSPRGPT WITH THE LINE'S QUANTITY AND
      * THE LOAD'S DIVISION - IT COMES BACK AS THE PROMOTION PRICE,
      * THE QUANTITY-BREAK PRICE OR UNCHANGED
      *=================================================================

           EVALUATE WS-PRODUCT-SUB
               WHEN 1
                   MOVE OI-P1-QTY TO WS-PT-QUANTITY
               WHEN 2
                   MOVE OI-P2-QTY TO WS-PT-QUANTITY
               WHEN 3
                   MOVE OI-P3-QTY TO WS-PT-QUANTITY
               WHEN 4
                   MOVE OI-P4-QTY TO WS-PT-QUANTITY
               WHEN 5
                   MOVE OI-P5-QTY TO WS-PT-QUANTITY
           END-EVALUATE.

           CALL 'GSPRGPT' USING WS-PRODUCT-CODE(WS-PRODUCT-SUB)
               WS-RUN-DIVISION WS-PT-QUANTITY WS-RUN-DATE
               WS-GP-UNIT-PRICE WS-PT-PRICE-SOURCE.

       271-EXIT.


       272-CHECK-CONTRACT-PRICE.
      * LOOK FOR A CONTRACT PRICE FOR THE SUBMITTER'S ACCOUNT AND
      * THE PART AND, WHEN ONE IS IN FORCE ON THE RUN DATE, LET IT
       275-EXIT.


       276-CHECK-SHIPTO.
      * A SHIP-TO CODE MUST BE ON THE SUBMITTER'S ACCOUNT'S ADDRESS
      * BOOK - AND SO NEEDS THE ACCOUNT WITH IT
      *=================================================================

           MOVE 'N' TO WS-SHIPTO-SW.
           IF OI-SHIPTO-CODE NOT EQUAL SPACES
               IF OI-ACCOUNT EQUAL SPACES
                   SET ORDER-REJECTED TO TRUE
                   MOVE 'SHIP-TO CODE NEEDS AN ACCOUNT' TO
                       WS-REJECT-REASON
               ELSE
                   MOVE OI-ACCOUNT TO SHIPTO-ACCOUNT
                   MOVE OI-SHIPTO-CODE TO SHIPTO-CODE
                   READ SHIPTO-FILE
                       INVALID KEY
                           SET ORDER-REJECTED TO TRUE
                           MOVE 'SHIP-TO CODE NOT ON FILE' TO
                               WS-REJECT-REASON
                       NOT INVALID KEY
                           SET WS-SHIPTO-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

       276-EXIT.


       278-CHECK-DROP-SUPPLIERS.
      * A SUPPLIER NAMED TO DROP-SHIP A LINE MUST BE AN ACTIVE ONE ON
      * THE SUPPLIER MASTER, AND THE SLOT MUST CARRY A PRODUCT
      *=================================================================

           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUB > 5 OR ORDER-REJECTED
               IF OI-DROP-SUPPLIER(WS-PRODUCT-SUB) NOT EQUAL SPACES
                   IF WS-PRODUCT-CODE(WS-PRODUCT-SUB) EQUAL SPACES
                       SET ORDER-REJECTED TO TRUE
                       MOVE 'DROP-SHIP SUPPLIER ON EMPTY LINE' TO
                           WS-REJECT-REASON
                   ELSE
                       MOVE OI-DROP-SUPPLIER(WS-PRODUCT-SUB)
                           TO SUPMAS-CODE
                       READ SUPMAS-FILE
                           INVALID KEY
                               SET ORDER-REJECTED TO TRUE
                               MOVE 'DROP-SHIP SUPPLIER NOT ON FILE'
                                   TO WS-REJECT-REASON
                           NOT INVALID KEY
                               IF NOT SUPMAS-ACTIVE
                                   SET ORDER-REJECTED TO TRUE
                                   MOVE 'DROP-SHIP SUPPLIER NOT ACTIVE'
                                       TO WS-REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       278-EXIT.


       280-COMPUTE-TOTAL.
      * COMPUTE THE DOLLAR TOTAL FOR THE INVOICE FROM THE LINE ITEMS,
      * THEN THE GST/HST AND PST ON IT FROM THE PROVINCE RATE TABLE -
               MOVE 'Y' TO WS-EXPO-DONE-SW
           ELSE
           IF NOT AR-STATUS-PAID-FULL
               AND NOT AR-STATUS-WRITTEN-OFF
               COMPUTE WS-EXPOSURE-TOTAL = WS-EXPOSURE-TOTAL +
                   (AR-INVOICE-AMOUNT - AR-PAID-AMOUNT)
           END-IF.
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM 560-DECREMENT-STOCK
               PERFORM 565-WRITE-LINE-COSTS
               PERFORM 567-RAISE-DROP-SHIP-POS
               PERFORM 566-WRITE-TERMS
               PERFORM 550-WRITE-ACCEPTED-ACK
           ELSE
               PERFORM 600-WRITE-EXCEPTION
      * TAKE THE ORDERED QUANTITIES OFF BILLM.PART_CODES THROUGH THE
      * GSPRGPD BATCH STOCK SERVICE - THE SAME MOVEMENT THE ONLINE
      * ENTRY SCREENS MAKE THROUGH GSPRGPA, SO A LOADED WHOLESALE
      * ORDER RESERVES ITS STOCK LIKE ANY OTHER.  A DROP-SHIP LINE
      * NEVER COMES OFF OUR SHELF AND IS LEFT ALONE.
      *=================================================================

           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUB > 5
               IF WS-PRODUCT-CODE(WS-PRODUCT-SUB) NOT EQUAL SPACES
                   AND OI-DROP-SUPPLIER(WS-PRODUCT-SUB) EQUAL SPACES
                   PERFORM 570-DECREMENT-ONE-LINE
               END-IF
           END-PERFORM.
      * DECREMENT ONE ITEM - THE LOADED PRODUCT OR ONE COMPONENT
      *=================================================================

           MOVE SPACES TO WS-GD-WAREHOUSE.
           MOVE ORDFILE-PREFIX TO WS-GD-DIVISION.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

      *    THE DECREMENT DROVE THE SHELF NEGATIVE - CAPTURE THE
      *    SHORTFALL SO THE ORDER DESK KNOWS WHICH CUSTOMER IS OWED
                   MOVE WS-PRODUCT-CODE(WS-PRODUCT-SUB) TO OC-PRODUCT
                   MOVE WS-LINE-COST(WS-PRODUCT-SUB) TO OC-UNIT-COST
                   MOVE WS-RUN-DATE TO OC-DATE
                   MOVE SPACES TO OC-SELL-UOM
                   MOVE 1 TO OC-SELL-FACTOR
                   MOVE SPACES TO OC-STOCK-UOM
                   IF OI-DROP-SUPPLIER(WS-PRODUCT-SUB) NOT EQUAL SPACES
                       SET OC-LINE-DROP-SHIP TO TRUE
                   ELSE
                       MOVE SPACE TO OC-DROP-SHIP
                   END-IF
                   WRITE ORDCOST-RECORD
                       INVALID KEY
                           CONTINUE
       565-EXIT.


       567-RAISE-DROP-SHIP-POS.
      * ONE PO LINE ON THE NAMED SUPPLIER FOR EACH DROP-SHIP LINE,
      * WITH THE DROPSHP RECORD THAT TELLS THE SUPPLIER WHERE IT GOES
      *=================================================================

           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUB > 5
               IF WS-PRODUCT-CODE(WS-PRODUCT-SUB) NOT EQUAL SPACES
                   AND OI-DROP-SUPPLIER(WS-PRODUCT-SUB) NOT EQUAL SPACES
                   PERFORM 568-RAISE-ONE-DROP-LINE
               END-IF
           END-PERFORM.

       567-EXIT.


       568-RAISE-ONE-DROP-LINE.
      * NUMBER THE PO OFF THE 'PO ' CONTROL RECORD, THEN WRITE ITS
      * LINE AND DROPSHP RECORD.  WITH NO CONTROL RECORD THE LINE IS
      * LISTED FOR PURCHASING TO RAISE BY HAND ON GS25.
      *=================================================================

           EVALUATE WS-PRODUCT-SUB
               WHEN 1
                   MOVE ORDFILE-P1-QTY TO WS-DROP-LINE-QTY
               WHEN 2
                   MOVE ORDFILE-P2-QTY TO WS-DROP-LINE-QTY
               WHEN 3
                   MOVE ORDFILE-P3-QTY TO WS-DROP-LINE-QTY
               WHEN 4
                   MOVE ORDFILE-P4-QTY TO WS-DROP-LINE-QTY
               WHEN 5
                   MOVE ORDFILE-P5-QTY TO WS-DROP-LINE-QTY
           END-EVALUATE.

           MOVE 'PO ' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF INVCTL-OK
               MOVE INVCTL-NEXT-ONLINE TO PO-NUMBER
               ADD 1 TO INVCTL-NEXT-ONLINE
               REWRITE INVCTL-RECORD
               PERFORM 569-WRITE-DROP-LINE
           ELSE
               MOVE ORDFILE-INVOICE-NO TO DL-INVOICE-NO
               MOVE ORDFILE-NAME TO DL-NAME
               MOVE 'NO PO CONTROL - RAISE DROPSHIP PO' TO DL-REASON
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       568-EXIT.


       569-WRITE-DROP-LINE.
      * WRITE THE PO LINE AND THE DROPSHP RECORD - TO THE SHIP-TO
      * ADDRESS WHEN THE ORDER NAMED ONE, OTHERWISE TO THE ORDER
      * ADDRESS
      *=================================================================

           MOVE 1 TO PO-LINE-NO.
           MOVE OI-DROP-SUPPLIER(WS-PRODUCT-SUB) TO PO-SUPPLIER.
           MOVE WS-PRODUCT-CODE(WS-PRODUCT-SUB) TO PO-PRODUCT.
           MOVE WS-DROP-LINE-QTY TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE WS-LINE-COST(WS-PRODUCT-SUB) TO PO-UNIT-COST.
           MOVE WS-RUN-DATE TO PO-ORDER-DATE.
           MOVE WS-RUN-DATE TO PO-EXPECTED-DATE.
           SET PO-STATUS-OPEN TO TRUE.
           MOVE 'BAT' TO PO-OPERATOR-ID.
           MOVE 'BATC' TO PO-TERMINAL-ID.
           MOVE WS-RUN-DATE TO PO-LAST-CHG-DATE.
           MOVE WS-RUN-TIME TO PO-LAST-CHG-TIME.
           MOVE SPACES TO PO-UOM.
           MOVE ZERO TO PO-UOM-FACTOR.
           SET PO-LINE-DROP-SHIP TO TRUE.
           WRITE POFILE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE PO-NUMBER TO DS-PO-NUMBER.
           MOVE PO-LINE-NO TO DS-PO-LINE.
           MOVE ORDFILE-INVOICE-NO TO DS-INVOICE-NO.
           MOVE ORDFILE-PREFIX TO DS-PREFIX.
           MOVE PO-PRODUCT TO DS-PRODUCT.
           MOVE WS-DROP-LINE-QTY TO DS-QTY.
           MOVE SPACES TO DS-UOM.
           MOVE PO-SUPPLIER TO DS-SUPPLIER.
           MOVE ORDFILE-ACCOUNT TO DS-ACCOUNT.
           MOVE ORDFILE-SHIPTO-CODE TO DS-SHIPTO-CODE.
           IF WS-SHIPTO-FOUND
               MOVE SHIPTO-NAME TO DS-SHIP-NAME
               MOVE SHIPTO-ADDR-LINE1 TO DS-SHIP-ADDR-LINE1
               MOVE SHIPTO-ADDR-LINE2 TO DS-SHIP-ADDR-LINE2
               MOVE SHIPTO-ADDR-LINE3 TO DS-SHIP-ADDR-LINE3
               MOVE SHIPTO-PROVINCE TO DS-SHIP-PROVINCE
               MOVE SHIPTO-POSTAL TO DS-SHIP-POSTAL
           ELSE
               MOVE ORDFILE-NAME TO DS-SHIP-NAME
               MOVE ORDFILE-ADDR-LINE1 TO DS-SHIP-ADDR-LINE1
               MOVE ORDFILE-ADDR-LINE2 TO DS-SHIP-ADDR-LINE2
               MOVE ORDFILE-ADDR-LINE3(1:18) TO DS-SHIP-ADDR-LINE3
               MOVE ORDFILE-ADDR-LINE3(19:2) TO DS-SHIP-PROVINCE
               MOVE ORDFILE-POSTAL TO DS-SHIP-POSTAL
           END-IF.
           IF DS-SHIP-NAME EQUAL SPACES
               MOVE ORDFILE-NAME TO DS-SHIP-NAME
           END-IF.
           SET DS-STATUS-OPEN TO TRUE.
           MOVE ZERO TO DS-SHIP-DATE.
           MOVE SPACES TO DS-CARRIER.
           MOVE SPACES TO DS-TRACKING-REF.
           MOVE SPACE TO DS-CONFIRM-SOURCE.
           MOVE 'BAT' TO DS-OPERATOR-ID.
           MOVE 'BATC' TO DS-TERMINAL-ID.
           MOVE WS-RUN-DATE TO DS-LAST-CHG-DATE.
           MOVE WS-RUN-TIME TO DS-LAST-CHG-TIME.
           WRITE DROPSHP-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       569-EXIT.


       566-WRITE-TERMS.
      * FILE THE PAYMENT TERMS OF THE SUBMITTER'S ACCOUNT UNDER THE
      * ASSIGNED INVOICE NUMBER.  NO ACCOUNT, A BLANK TERMS CODE OR A
      * CODE NOT ON TERMTAB FILES THE INVOICE DUE ON ITS DATE.
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO OT-INVOICE-NO.
           MOVE SPACES TO OT-TERMS-CODE.
           MOVE ZERO TO OT-NET-DAYS.
           MOVE ZERO TO OT-DISC-PCT.
           MOVE ZERO TO OT-DISC-DAYS.

           MOVE ORDFILE-ACCOUNT TO CUSTMAS-ACCOUNT.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTMAS-TERMS-CODE
           END-READ.

           IF CUSTMAS-TERMS-CODE NOT EQUAL SPACES
               MOVE CUSTMAS-TERMS-CODE TO OT-TERMS-CODE
               MOVE CUSTMAS-TERMS-CODE TO TERMTAB-CODE
               READ TERMTAB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERMTAB-NET-DAYS TO OT-NET-DAYS
                       MOVE TERMTAB-DISC-PCT TO OT-DISC-PCT
                       MOVE TERMTAB-DISC-DAYS TO OT-DISC-DAYS
               END-READ
           END-IF.

           WRITE ORDTERM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       566-EXIT.


       600-WRITE-EXCEPTION.
      * THE ORDER FAILED AN EDIT - LOG IT TO THE EXCEPTION REPORT
      * INSTEAD OF WRITING IT TO ORDFILE
