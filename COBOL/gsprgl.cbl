           88  WS-KIT-DONE                         VALUE 'Y'.
       01  WS-KIT-COMP-QTY                 PIC S9(5) VALUE ZERO.

      *    THE UNIT THE LINE WAS SOLD IN RIDES ON ORDCOST WITH THE
      *    COST - THE ORDER LINE ITSELF HAS NO ROOM.  RECORDS WRITTEN
      *    BEFORE PARTS CARRIED UNITS HAVE NO FACTOR AND ARE IN THE
      *    STOCKING UNIT.
       01  ORDCOST-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  ORDCOST-RECORD.
           05  ORDCOST-KEY.
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
           05  FILLER                      PIC X(2).

       01  WS-UNITS-LEN                    PIC S9(4) COMP VALUE 82.

      *    THE FULL GSPRGPA COMMAREA SHAPE - FUNCTION 'Q' HANDS BACK
      *    THE UNIT THE PART IS STOCKED IN AND THE UNIT IT IS SOLD IN,
      *    WITH HOW MANY STOCKING UNITS ARE IN ONE
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

      *    THE UNIT THE NEW LINE IS SOLD IN - THE PART'S SELLING UNIT
      *    UNLESS ITS STOCKING UNIT WAS KEYED - AND THE LINE QUANTITY
      *    IN STOCKING UNITS.  A PRODUCT ALREADY ON THE INVOICE KEEPS
      *    THE UNIT IT WAS FIRST SOLD IN - ITS ORDCOST RECORD IS
      *    SHARED BY EVERY LINE FOR IT.
       01  WS-KEYED-UOM                    PIC X(2).
       01  WS-LINE-UOM                     PIC X(2).
       01  WS-LINE-FACTOR                  PIC 9(5) VALUE 1.
       01  WS-LINE-STOCK-UOM               PIC X(2).
       01  WS-LINE-STOCK-QTY               PIC 9(7) VALUE ZERO.
       01  WS-COST-ON-FILE-SW              PIC X(1).
           88  WS-COST-ON-FILE                     VALUE 'Y'.

      *    EVERY ORDFILE AND ORDDETL UPDATE MADE HERE IS HANDED TO
      *    GSPRGRJ FOR THE RECOVERY JOURNAL, WITH THE RECORD AS IT
      *    WAS LEFT
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


       01  KEEP-INV                        PIC X(7).

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
               MOVE WS-TRANSFER-PRODUCT(5:4) TO NPROBI
           END-IF.

           *> SETTLE THE UNIT THE LINE IS SOLD IN
           *>===============================================
           PERFORM 1020-SET-LINE-UNIT THRU 1020-EXIT.

           *> PRICE THE LINE FROM THE PART MASTER - A KEYED PRICE
           *> THAT DIFFERS IS A SUPERVISOR-ONLY OVERRIDE.  THE MASTER
           *> PRICE IS PER STOCKING UNIT - THE LINE IS PRICED PER THE
           *> UNIT IT IS SOLD IN.
           *>===============================================
           COMPUTE WS-TRANSFER-PRICE =
               WS-TRANSFER-PRICE * WS-LINE-FACTOR.
           IF NPRICEL IS GREATER THAN ZERO
               AND NPRICEI NOT EQUAL WS-TRANSFER-PRICE
               AND NOT GS-AUTH-SUPERVISOR
           MOVE LOW-VALUES TO NPROBI.
           MOVE LOW-VALUES TO NQTYI.
           MOVE LOW-VALUES TO NPRICEI.
           MOVE LOW-VALUES TO NUOMI.
           PERFORM 900-SEND-MAP.

       200-EXIT.
           MOVE DFHBMFSE TO NPROBA.
           MOVE DFHBMFSE TO NQTYA.
           MOVE DFHBMFSE TO NPRICEA.
           MOVE DFHBMFSE TO NUOMA.

       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGL  ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDFILE' TO WS-RCVJ-FILE.
           MOVE ORDFILE-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDFILE-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDFILE-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       970-EXIT.


       971-JOURNAL-ORDDETL.
      * JOURNAL THE ORDDETL RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGL  ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDDETL' TO WS-RCVJ-FILE.
           MOVE ORDDETL-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDDETL-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDDETL-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       971-EXIT.


       1000-CHECK-PARTS.
      * CHECK PART NUMBER TO SEE IF IT IS VALID
      *=================================================================
       1000-EXIT.


       1020-SET-LINE-UNIT.
      * LOOK UP THE PART'S UNITS THROUGH GSPRGPA FUNCTION 'Q' AND
      * SETTLE THE UNIT THE LINE IS SOLD IN - BLANK TAKES THE PART'S
      * SELLING UNIT, AND THE ONLY OTHER UNIT THAT MAY BE KEYED IS
      * ITS STOCKING UNIT.  A PRODUCT ALREADY ON THE INVOICE STAYS
      * IN THE UNIT ITS ORDCOST RECORD CARRIES.
      *=================================================================

           MOVE WS-TRANSFER-PRODUCT TO WS-UNT-PRODUCT.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-UNITS-AREA)
               LENGTH(WS-UNITS-LEN)
           END-EXEC.
           IF WS-UNT-SELL-FACTOR IS NOT GREATER THAN ZERO
               MOVE WS-UNT-STOCK-UOM TO WS-UNT-SELL-UOM
               MOVE 1 TO WS-UNT-SELL-FACTOR
           END-IF.
           MOVE WS-UNT-STOCK-UOM TO WS-LINE-STOCK-UOM.

           IF NUOML IS GREATER THAN ZERO
               MOVE NUOMI TO WS-KEYED-UOM
           ELSE
               MOVE SPACES TO WS-KEYED-UOM
           END-IF.

           PERFORM 1025-FIND-FILED-UNIT THRU 1025-EXIT.

           IF WS-COST-ON-FILE
               IF WS-KEYED-UOM NOT EQUAL SPACES
                   AND WS-KEYED-UOM NOT EQUAL WS-LINE-UOM
                   MOVE "* PRODUCT IS ON ORDER IN " TO MSGO
                   MOVE WS-LINE-UOM TO MSGO(26:2)
                   MOVE "       *" TO MSGO(28:8)
                   PERFORM 1027-LINE-UNIT-ERROR
               END-IF
           ELSE
           IF WS-KEYED-UOM EQUAL SPACES
               OR WS-KEYED-UOM EQUAL WS-UNT-SELL-UOM
               MOVE WS-UNT-SELL-UOM TO WS-LINE-UOM
               MOVE WS-UNT-SELL-FACTOR TO WS-LINE-FACTOR
           ELSE
           IF WS-KEYED-UOM EQUAL WS-UNT-STOCK-UOM
               MOVE WS-UNT-STOCK-UOM TO WS-LINE-UOM
               MOVE 1 TO WS-LINE-FACTOR
           ELSE
               MOVE "*  UNIT NOT SOLD FOR THIS PART     *" TO MSGO
               PERFORM 1027-LINE-UNIT-ERROR
           END-IF.

           COMPUTE WS-LINE-STOCK-QTY = NQTYI * WS-LINE-FACTOR.
           IF WS-LINE-STOCK-QTY IS GREATER THAN 99999
               MOVE "*  TOO MANY - SPLIT THE LINE       *" TO MSGO
               PERFORM 1027-LINE-UNIT-ERROR
           END-IF.

           MOVE WS-LINE-UOM TO NUOMO.

       1020-EXIT.


       1025-FIND-FILED-UNIT.
      * READ THE INVOICE'S ORDCOST RECORD FOR THE PRODUCT - WHEN ONE
      * IS ON FILE THE NEW LINE TAKES ITS UNIT.  ONE FILED BEFORE
      * PARTS CARRIED UNITS IS IN THE STOCKING UNIT.
      *=================================================================

           MOVE 'N' TO WS-COST-ON-FILE-SW.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE WS-TRANSFER-PRODUCT TO OC-PRODUCT.

           EXEC CICS HANDLE CONDITION
               NOTFND(1026-NO-COST-ON-FILE)
           END-EXEC.
           EXEC CICS READ FILE('ORDCOST')
               INTO(ORDCOST-RECORD)
               LENGTH(ORDCOST-LENGTH)
               RIDFLD(ORDCOST-KEY)
           END-EXEC.

           MOVE 'Y' TO WS-COST-ON-FILE-SW.
           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               MOVE OC-SELL-UOM TO WS-LINE-UOM
               MOVE OC-SELL-FACTOR TO WS-LINE-FACTOR
           ELSE
               MOVE WS-UNT-STOCK-UOM TO WS-LINE-UOM
               MOVE 1 TO WS-LINE-FACTOR
           END-IF.

       1026-NO-COST-ON-FILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(250-NOT-FOUND)
           END-EXEC.

       1025-EXIT.


       1027-LINE-UNIT-ERROR.
      * THE LINE'S UNIT WILL NOT DO - SEND THE SCREEN BACK WITH THE
      * CURSOR ON IT
      *=================================================================

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO NUOML.
           MOVE DFHUNIMD TO NUOMA.
           PERFORM 900-SEND-MAP.

       1027-EXIT.


       1300-WRITE-DETAIL.
      * WRITE THE NEW PRODUCT LINE TO ORDDETL AND UPDATE THE HEADER
      *=================================================================
               RIDFLD(ORDDETL-KEY)
           END-EXEC.

           MOVE 'A' TO WS-RCVJ-ACTION.
           PERFORM 971-JOURNAL-ORDDETL THRU 971-EXIT.

           *> FILE THE ENTRY-TIME UNIT COST OF THE NEW LINE - COSTS
           *> CHANGE, THE ORDER KEEPS THE ONE THAT APPLIED AT ENTRY.
           *> A SECOND LINE FOR THE SAME PRODUCT ALREADY FILED ITS
           MOVE ORDDETL-INVOICE-NO TO OC-INVOICE-NO.
           MOVE ORDDETL-PA TO OC-PRODUCT(1:4).
           MOVE ORDDETL-PB TO OC-PRODUCT(5:4).
           COMPUTE OC-UNIT-COST = WS-TRANSFER-COST * WS-LINE-FACTOR.
           MOVE EIBDATE TO OC-DATE.
           MOVE WS-LINE-UOM TO OC-SELL-UOM.
           MOVE WS-LINE-FACTOR TO OC-SELL-FACTOR.
           MOVE WS-LINE-STOCK-UOM TO OC-STOCK-UOM.
           EXEC CICS WRITE
               FROM(ORDCOST-RECORD)
               LENGTH(ORDCOST-LENGTH)
               FILE('ORDFILE')
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

       1300-EXIT.


       1310-DECREMENT-STOCK.
      * RESERVE THE LINE'S QUANTITY, IN STOCKING UNITS, THROUGH THE
      * PART CODE SERVICE AND CAPTURE ANY SHORTFALL AS A BACK-ORDER.
      * A KIT CODE RESERVES ITS COMPONENTS INSTEAD OF ITSELF - THE
      * SAME EXPLOSION THE GS03 SCREEN MAKES.
      *=================================================================

           MOVE 'N' TO WS-KIT-SW.
               PERFORM 1312-DECREMENT-COMPONENTS THRU 1312-EXIT
           ELSE
               MOVE ORDDETL-PRODUCT TO WS-DECR-PRODUCT
               MOVE WS-LINE-STOCK-QTY TO WS-DECR-QUANTITY
               PERFORM 1314-DECREMENT-ONE-ITEM
           END-IF.

           END-EXEC.

           COMPUTE WS-KIT-COMP-QTY =
               WS-LINE-STOCK-QTY * KIT-COMP-QTY.
           MOVE KIT-COMPONENT TO WS-DECR-PRODUCT.
           MOVE WS-KIT-COMP-QTY TO WS-DECR-QUANTITY.
           PERFORM 1314-DECREMENT-ONE-ITEM.
      * RESERVE ONE ITEM - THE KEYED PRODUCT OR ONE COMPONENT
      *=================================================================

           MOVE ORDFILE-PREFIX TO WS-DECR-DIVISION.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-DECREMENT-AREA)
