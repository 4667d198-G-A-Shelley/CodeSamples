
           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

               RECORD KEY IS ORDDETL-KEY
               FILE STATUS IS WS-ORDDETL-STATUS.

      *    THE UNIT EACH INVOICE LINE WAS SOLD IN
           SELECT ORDCOST-FILE ASSIGN TO ORDCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDCOST-KEY
               FILE STATUS IS WS-ORDCOST-STATUS.

      *    THE DROP-SHIP LINES - EACH IS ADVISED ON THE DAY ITS
      *    SUPPLIER SHIPPED IT, UNDER THE SUPPLIER'S TRACKING NUMBER
           SELECT DROPSHP-FILE ASSIGN TO DROPSHP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DROPSHP-STATUS.

      *    THE CARTONS PACKED ON GS47 AND WHAT WENT INTO EACH
           SELECT CARTON-FILE ASSIGN TO CARTON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARTON-KEY
               FILE STATUS IS WS-CARTON-STATUS.

           SELECT CARTDTL-FILE ASSIGN TO CARTDTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARTDTL-KEY
               FILE STATUS IS WS-CARTDTL-STATUS.

           SELECT ADVICE-FILE ASSIGN TO SHIPADV
               ORGANIZATION IS LINE SEQUENTIAL.

           05  ORDDETL-QTY                 PIC 9(3).
           05  ORDDETL-PRICE               PIC 9(5)V99.

       FD  ORDCOST-FILE.
       01  ORDCOST-RECORD.
           05  ORDCOST-KEY.
               10  OC-INVOICE-NO           PIC X(7).
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
      *        'D' WHEN THE SUPPLIER SHIPPED THE LINE - IT IS ADVISED
      *        OFF ITS DROPSHP RECORD INSTEAD
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

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
           05  FILLER                      PIC X(89).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                  VALUE 'O'.
               88  DS-STATUS-SHIPPED               VALUE 'S'.
           05  DS-SHIP-DATE                PIC 9(7).
           05  DS-CARRIER                  PIC X(10).
           05  DS-TRACKING-REF             PIC X(15).
           05  FILLER                      PIC X(31).

       FD  CARTON-FILE.
       01  CARTON-RECORD.
           05  CARTON-KEY.
               10  CT-INVOICE-NO           PIC X(7).
               10  CT-CARTON-NO            PIC 9(3).
           05  CT-PREFIX                   PIC X(3).
           05  CT-SHIP-DATE                PIC 9(7).
           05  CT-CARRIER                  PIC X(10).
           05  CT-TRACKING-REF             PIC X(15).
           05  CT-WEIGHT                   PIC 9(3)V99.
           05  CT-LINE-COUNT               PIC 9(2).
           05  CT-LABEL-REQUEST            PIC 9(7).
           05  CT-SLIP-REQUEST             PIC 9(7).
           05  CT-AUDIT                    PIC X(21).
           05  FILLER                      PIC X(13).

       FD  CARTDTL-FILE.
       01  CARTDTL-RECORD.
           05  CARTDTL-KEY.
               10  CD-INVOICE-NO           PIC X(7).
               10  CD-CARTON-NO            PIC 9(3).
               10  CD-SEQ                  PIC 9(2).
           05  CD-LINE-NO                  PIC 9(3).
           05  CD-PRODUCT                  PIC X(8).
           05  CD-QTY                      PIC 9(5).
           05  CD-LOT-NUMBER               PIC X(10).
           05  FILLER                      PIC X(12).

      *    THE MACHINE-READABLE SHIPMENT ADVICE - THE OUTBOUND
      *    MIRROR OF THE ORDACK ACKNOWLEDGEMENT FILE.  ONE 'H'
      *    RECORD PER INVOICE SHIPPED ON THE RUN DATE, 'D' RECORDS
      *    FOR ITS LINES, IN A FIXED LAYOUT THE SUBMITTERS' SYSTEMS
      *    CAN RECONCILE AUTOMATICALLY.  A PACKED SHIPMENT FOLLOWS
      *    WITH A 'C' RECORD PER CARTON AND 'K' RECORDS FOR WHAT IS
      *    IN IT BY INVOICE LINE AND LOT.
       FD  ADVICE-FILE.
       01  ADVICE-RECORD.
           05  SA-RECORD-TYPE              PIC X(1).
           05  SA-PRODUCT                  PIC X(8).
           05  SA-QTY                      PIC 9(3).
           05  SA-STATUS                   PIC X(1).
      *        THE UNIT THE QUANTITY IS IN - AS THE LINE WAS ORDERED.
      *        BLANK WHEN THE LINE WAS SOLD IN THE STOCKING UNIT.
           05  SA-UOM                      PIC X(2).
           05  FILLER                      PIC X(5).

      *    'C' - ONE CARTON OF THE SHIPMENT, ITS OWN TRACKING NUMBER
      *    AND ITS WEIGHT IN KILOGRAMS
       01  ADVICE-CARTON-RECORD.
           05  SC-RECORD-TYPE              PIC X(1).
           05  SC-INVOICE-NO               PIC X(7).
           05  SC-CARTON-NO                PIC 9(3).
           05  SC-TRACKING-REF             PIC X(15).
           05  SC-WEIGHT                   PIC 9(3)V99.
           05  SC-LINE-COUNT               PIC 9(2).
           05  FILLER                      PIC X(47).

      *    'K' - ONE INVOICE LINE AND LOT PACKED IN THE CARTON
       01  ADVICE-CONTENT-RECORD.
           05  SK-RECORD-TYPE              PIC X(1).
           05  SK-INVOICE-NO               PIC X(7).
           05  SK-CARTON-NO                PIC 9(3).
           05  SK-LINE-NO                  PIC 9(3).
           05  SK-PRODUCT                  PIC X(8).
           05  SK-QTY                      PIC 9(5).
           05  SK-LOT-NUMBER               PIC X(10).
           05  FILLER                      PIC X(43).


       WORKING-STORAGE SECTION.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-ORDCOST-STATUS                PIC XX.
           88  ORDCOST-OK                              VALUE '00'.

       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.
           88  ORDDETL-EOF                             VALUE '10'.

       01  WS-DROPSHP-STATUS                PIC XX.
           88  DROPSHP-OK                              VALUE '00'.
           88  DROPSHP-EOF                             VALUE '10'.

       01  WS-CARTON-STATUS                 PIC XX.
           88  CARTON-OK                               VALUE '00'.
           88  CARTON-EOF                              VALUE '10'.

       01  WS-CARTDTL-STATUS                PIC XX.
           88  CARTDTL-OK                              VALUE '00'.
           88  CARTDTL-EOF                             VALUE '10'.

       01  WS-RUN-DATE                      PIC 9(7).

       01  WS-ADVICE-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-WHSE-LINE-COUNT               PIC 9(1) VALUE ZERO.
       01  WS-DROP-LINE-SW                  PIC X(1).
           88  WS-LINE-IS-DROP-SHIP                    VALUE 'Y'.


       PROCEDURE DIVISION.
      * QUANTITIES PER LINE.  THE OUTBOUND MIRROR OF THE ORDACK
      * FILE GSPRGW ALREADY SENDS THEM.  SYSIN IS THE RUN DATE
      * (0CYYDDD).  RUN IN THE NIGHTLY WINDOW AFTER GSPRGX.
      * A DROP-SHIP LINE TRAVELS APART FROM THE WAREHOUSE GOODS, SO
      * IT IS ADVISED ON ITS OWN 'H' AND 'D' ON THE DAY ITS SUPPLIER
      * SHIPPED IT, WITH THE SUPPLIER'S CARRIER AND TRACKING.  AN
      * ORDER WHOSE WAREHOUSE LINES WENT OUT WHILE A DROP-SHIP LINE
      * WAITS IS STILL OPEN - ITS WAREHOUSE SHIPMENT IS ADVISED AS
      * PART-SHIPPED.  THE CARTONS GS47 PACKED FOR A WAREHOUSE
      * SHIPMENT FOLLOW ITS LINES AS 'C' AND 'K' RECORDS.

           PERFORM 010-CHECK-RUN-CONTROL.


           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDDETL-FILE.
           OPEN INPUT ORDCOST-FILE.
           OPEN INPUT DROPSHP-FILE.
           OPEN INPUT CARTON-FILE.
           OPEN INPUT CARTDTL-FILE.
           OPEN OUTPUT ADVICE-FILE.

           PERFORM 100-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF ORDFILE-SHIP-DATE EQUAL WS-RUN-DATE
                   AND (ORDFILE-STATUS-SHIPPED
                        OR ORDFILE-STATUS-PART-SHIPPED
                        OR ORDFILE-STATUS-OPEN)
                   PERFORM 200-ADVISE-ONE-SHIPMENT THRU 200-EXIT
               END-IF
               PERFORM 100-READ-ORDFILE
           END-PERFORM.

           PERFORM 300-READ-DROPSHP.
           PERFORM UNTIL DROPSHP-EOF
               IF DS-STATUS-SHIPPED
                   AND DS-SHIP-DATE EQUAL WS-RUN-DATE
                   PERFORM 320-ADVISE-DROP-SHIPMENT THRU 320-EXIT
               END-IF
               PERFORM 300-READ-DROPSHP
           END-PERFORM.

           DISPLAY 'GSPRGSV RECORDS WRITTEN: ' WS-ADVICE-COUNT.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE DROPSHP-FILE.
           CLOSE CARTON-FILE.
           CLOSE CARTDTL-FILE.
           CLOSE ADVICE-FILE.

           PERFORM 030-LOG-COMPLETE.

       200-ADVISE-ONE-SHIPMENT.
      * ONE 'H' RECORD FOR THE SHIPPED INVOICE, THEN A 'D' RECORD
      * PER PRODUCT LINE WITH THE QUANTITY THAT ACTUALLY SHIPPED.  THE
      * DROP-SHIP LINES ARE LEFT TO THEIR OWN ADVICE - AN ORDER THE
      * SUPPLIERS SHIPPED IN FULL HAS NO WAREHOUSE SHIPMENT TO ADVISE.
      *=================================================================

           MOVE ZERO TO WS-WHSE-LINE-COUNT.
           IF ORDFILE-DETAIL-COUNT IS GREATER THAN ZERO
               MOVE 1 TO WS-WHSE-LINE-COUNT
           ELSE
               PERFORM 210-COUNT-WHSE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
           END-IF.
           IF WS-WHSE-LINE-COUNT EQUAL ZERO
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-ADVICE-COUNT.
           MOVE SPACES TO ADVICE-RECORD.
           MOVE 'H' TO SA-RECORD-TYPE.
           MOVE ORDFILE-TRACKING-REF TO SA-TRACKING-REF.
           MOVE SPACES TO SA-PRODUCT.
           MOVE ZERO TO SA-QTY.
           IF ORDFILE-STATUS-OPEN
               MOVE 'P' TO SA-STATUS
           ELSE
               MOVE ORDFILE-STATUS TO SA-STATUS
           END-IF.
           WRITE ADVICE-RECORD.

           PERFORM 220-ADVISE-ONE-LINE
               PERFORM 240-ADVISE-DETAIL-LINES
           END-IF.

           PERFORM 250-ADVISE-CARTONS THRU 250-EXIT.

       200-EXIT.


       210-COUNT-WHSE-LINE.
      * COUNT ONE HEADER PRODUCT SLOT THE WAREHOUSE SHIPPED
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO SA-PRODUCT
               PERFORM 230-LOAD-LINE-UNIT THRU 230-EXIT
               IF NOT WS-LINE-IS-DROP-SHIP
                   ADD 1 TO WS-WHSE-LINE-COUNT
               END-IF
           END-IF.

       210-EXIT.


       220-ADVISE-ONE-LINE.
      * ONE 'D' RECORD PER HEADER PRODUCT SLOT THE WAREHOUSE SHIPPED
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               MOVE 'D' TO SA-RECORD-TYPE
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO SA-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO SA-QTY
               PERFORM 230-LOAD-LINE-UNIT THRU 230-EXIT
               IF NOT WS-LINE-IS-DROP-SHIP
                   ADD 1 TO WS-ADVICE-COUNT
                   WRITE ADVICE-RECORD
               END-IF
           END-IF.

       220-EXIT.


       230-LOAD-LINE-UNIT.
      * THE UNIT THE LINE WAS SOLD IN, OFF ITS ORDCOST RECORD, AND
      * WHETHER THE SUPPLIER SHIPPED IT
      *=================================================================

           MOVE 'N' TO WS-DROP-LINE-SW.
           MOVE SPACES TO SA-UOM.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE SA-PRODUCT TO OC-PRODUCT.

           READ ORDCOST-FILE
               INVALID KEY
                   GO TO 230-EXIT
           END-READ.

           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               MOVE OC-SELL-UOM TO SA-UOM
           END-IF.
           IF OC-LINE-DROP-SHIP
               MOVE 'Y' TO WS-DROP-LINE-SW
           END-IF.

       230-EXIT.


       240-ADVISE-DETAIL-LINES.
      * 'D' RECORDS FOR THE ORDDETL OVERFLOW LINES
      *=================================================================
               MOVE ORDDETL-PA TO SA-PRODUCT(1:4)
               MOVE ORDDETL-PB TO SA-PRODUCT(5:4)
               MOVE ORDDETL-QTY TO SA-QTY
               PERFORM 230-LOAD-LINE-UNIT THRU 230-EXIT
               WRITE ADVICE-RECORD
               READ ORDDETL-FILE NEXT RECORD
                   AT END
       240-EXIT.


       250-ADVISE-CARTONS.
      * A 'C' RECORD PER CARTON PACKED FOR THE INVOICE, EACH
      * FOLLOWED BY ITS 'K' CONTENT RECORDS
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO CT-INVOICE-NO.
           MOVE ZERO TO CT-CARTON-NO.

           START CARTON-FILE KEY IS GREATER THAN OR EQUAL CARTON-KEY
               INVALID KEY
                   GO TO 250-EXIT
           END-START.

           READ CARTON-FILE NEXT RECORD
               AT END
                   GO TO 250-EXIT
           END-READ.
           PERFORM UNTIL CT-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               ADD 1 TO WS-ADVICE-COUNT
               MOVE SPACES TO ADVICE-CARTON-RECORD
               MOVE 'C' TO SC-RECORD-TYPE
               MOVE CT-INVOICE-NO TO SC-INVOICE-NO
               MOVE CT-CARTON-NO TO SC-CARTON-NO
               MOVE CT-TRACKING-REF TO SC-TRACKING-REF
               MOVE CT-WEIGHT TO SC-WEIGHT
               MOVE CT-LINE-COUNT TO SC-LINE-COUNT
               WRITE ADVICE-CARTON-RECORD
               PERFORM 260-ADVISE-CARTON-CONTENTS THRU 260-EXIT
               READ CARTON-FILE NEXT RECORD
                   AT END
                       GO TO 250-EXIT
               END-READ
           END-PERFORM.

       250-EXIT.


       260-ADVISE-CARTON-CONTENTS.
      * 'K' RECORDS FOR WHAT WENT INTO THE CARTON JUST ADVISED
      *=================================================================

           MOVE CT-INVOICE-NO TO CD-INVOICE-NO.
           MOVE CT-CARTON-NO TO CD-CARTON-NO.
           MOVE ZERO TO CD-SEQ.

           START CARTDTL-FILE KEY IS GREATER THAN OR EQUAL CARTDTL-KEY
               INVALID KEY
                   GO TO 260-EXIT
           END-START.

           READ CARTDTL-FILE NEXT RECORD
               AT END
                   GO TO 260-EXIT
           END-READ.
           PERFORM UNTIL CD-INVOICE-NO NOT EQUAL CT-INVOICE-NO
                      OR CD-CARTON-NO NOT EQUAL CT-CARTON-NO
               ADD 1 TO WS-ADVICE-COUNT
               MOVE SPACES TO ADVICE-CONTENT-RECORD
               MOVE 'K' TO SK-RECORD-TYPE
               MOVE CD-INVOICE-NO TO SK-INVOICE-NO
               MOVE CD-CARTON-NO TO SK-CARTON-NO
               MOVE CD-LINE-NO TO SK-LINE-NO
               MOVE CD-PRODUCT TO SK-PRODUCT
               MOVE CD-QTY TO SK-QTY
               MOVE CD-LOT-NUMBER TO SK-LOT-NUMBER
               WRITE ADVICE-CONTENT-RECORD
               READ CARTDTL-FILE NEXT RECORD
                   AT END
                       GO TO 260-EXIT
               END-READ
           END-PERFORM.

       260-EXIT.


       300-READ-DROPSHP.
      * READ THE NEXT DROPSHP RECORD SEQUENTIALLY
      *=================================================================

           READ DROPSHP-FILE NEXT RECORD
               AT END
                   SET DROPSHP-EOF TO TRUE
           END-READ.

       300-EXIT.


       320-ADVISE-DROP-SHIPMENT.
      * ONE 'H' AND ONE 'D' RECORD FOR A DROP-SHIP LINE ITS SUPPLIER
      * SHIPPED ON THE RUN DATE - THE SUBMITTER REFERENCE OFF THE
      * ORDER, THE CARRIER AND TRACKING OFF THE SUPPLIER'S CONFIRM.
      * AN ORDER PURGED SINCE IS NOT ADVISED.
      *=================================================================

           MOVE DS-PREFIX TO ORDFILE-PREFIX.
           MOVE DS-INVOICE-NO TO ORDFILE-INVOICE-NO.
           READ ORDFILE-FILE
               INVALID KEY
                   GO TO 320-EXIT
           END-READ.

           ADD 1 TO WS-ADVICE-COUNT.
           MOVE SPACES TO ADVICE-RECORD.
           MOVE 'H' TO SA-RECORD-TYPE.
           MOVE ORDFILE-INVOICE-NO TO SA-INVOICE-NO.
           MOVE ORDFILE-ACCOUNT TO SA-ACCOUNT.
           MOVE ORDFILE-CUST-PO-REF TO SA-CUST-PO-REF.
           MOVE DS-SHIP-DATE TO SA-SHIP-DATE.
           MOVE DS-CARRIER TO SA-CARRIER.
           MOVE DS-TRACKING-REF TO SA-TRACKING-REF.
           MOVE SPACES TO SA-PRODUCT.
           MOVE ZERO TO SA-QTY.
           IF ORDFILE-STATUS-OPEN
               MOVE 'P' TO SA-STATUS
           ELSE
               MOVE ORDFILE-STATUS TO SA-STATUS
           END-IF.
           WRITE ADVICE-RECORD.

           ADD 1 TO WS-ADVICE-COUNT.
           MOVE 'D' TO SA-RECORD-TYPE.
           MOVE DS-PRODUCT TO SA-PRODUCT.
           MOVE DS-QTY TO SA-QTY.
           PERFORM 230-LOAD-LINE-UNIT THRU 230-EXIT.
           WRITE ADVICE-RECORD.

       320-EXIT.


       END PROGRAM gsprgsv.
