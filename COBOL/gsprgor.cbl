               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(1).

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

        01  ORDFILE-RECORD.
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    THE 'WAV' CONTROL RECORD - WHILE IT IS ON FILE THE WAREHOUSE
      *    PICKS BY WAVE (GSPRGWV) AND AN ORDER TAKEN ON OR AFTER ITS
      *    START DATE PRINTS NO PICK LIST OF ITS OWN
       01  WAVCTL-RECORD.
           05  WAVCTL-KEY                  PIC X(3).
           05  WAVCTL-NEXT-WAVE            PIC 9(7).
           05  FILLER                      PIC X(7).
           05  WAVCTL-START-DATE           PIC 9(7).
           05  FILLER                      PIC X(7).
       01  WS-WAVE-PICK-SW                 PIC X(1).
           88  WS-ORDER-GOES-BY-WAVE               VALUE 'Y'.

       01  WS-PICK-LINE1.
           05  FILLER                      PIC X(12)
               VALUE 'PICK LIST - '.
           05  PL-PROD-CODE                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PL-PROD-QTY                 PIC ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  PL-PROD-UOM                 PIC X(2).
      *        THE QUANTITY TURNED INTO STOCKING UNITS - WHAT THE
      *        PICKER COUNTS OFF THE SHELF.  BLANK ON A LINE SOLD IN
      *        THE STOCKING UNIT.
           05  PL-STOCK-PART.
               10  FILLER                  PIC X(3) VALUE ' = '.
               10  PL-STOCK-QTY            PIC ZZZZZZ9.
               10  FILLER                  PIC X(1) VALUE SPACES.
               10  PL-STOCK-UOM            PIC X(2).
           05  FILLER                      PIC X(47) VALUE SPACES.

      *    THE UNIT EACH PRODUCT WAS SOLD IN RIDES ON ITS ORDCOST
      *    RECORD - NO RECORD, OR ONE FILED BEFORE PARTS CARRIED
      *    UNITS, MEANS THE LINE IS IN THE STOCKING UNIT
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
      *        'D' WHEN THE SUPPLIER SHIPS THE LINE - IT IS NOT PICKED
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

       01  WS-STOCK-QTY                    PIC 9(7) VALUE ZERO.
       01  WS-DROP-LINE-SW                 PIC X(1).
           88  WS-LINE-IS-DROP-SHIP                VALUE 'Y'.
       01  WS-WHSE-LINE-COUNT              PIC 9(1) VALUE ZERO.

       01  WS-LINE-SUB                     PIC 9(1) VALUE ZERO.
       01  WS-GRAND-TOTAL                  PIC 9(7)V99 VALUE ZERO.
           END-IF.

           *> RELEASE - BACK TO OPEN, AND THE PICK LIST THE HOLD
           *> KEPT OFF THE WAREHOUSE PRINTER GOES OUT NOW - UNLESS
           *> THE WAREHOUSE PICKS BY WAVE, WHEN THE NEXT WAVE TAKES IT
           *>===============================================
           SET ORDFILE-STATUS-OPEN TO TRUE.
           MOVE EIBOPID TO ORDFILE-OPERATOR-ID.
               LENGTH(ORDFILE-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

           PERFORM 540-CHECK-WAVE-PICKING THRU 540-EXIT.

           MOVE ORDFILE-NAME TO NAMEO.
           IF WS-ORDER-GOES-BY-WAVE
               MOVE "* RELEASED - WAITING FOR NEXT WAVE *" TO MSGO
           ELSE
               PERFORM 500-PRINT-PICK-LIST THRU 500-EXIT
               MOVE "* RELEASED - PICK LIST SENT        *" TO MSGO
           END-IF.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVNUML.
      * PUSH THE RELEASED ORDER'S PICK LIST TO THE WAREHOUSE PRINTER
      * QUEUE.  PRODUCT CODES AND QUANTITIES ONLY - RELEASED HOLDS
      * ARE RARE ENOUGH THAT THIS LIST PRINTS IN LINE ORDER RATHER
      * THAN BIN-WALK SEQUENCE.  DROP-SHIP LINES ARE LEFT OFF, AND AN
      * ORDER THE SUPPLIERS SHIP IN FULL PRINTS NO LIST AT ALL.
      *=================================================================

           MOVE ZERO TO WS-WHSE-LINE-COUNT.
           PERFORM 505-COUNT-WHSE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
           IF WS-WHSE-LINE-COUNT EQUAL ZERO
               GO TO 500-EXIT
           END-IF.

           MOVE 'WHSE' TO PRTREQ-ROUTING.
           PERFORM 520-OPEN-PRINT-REQUEST.

       500-EXIT.


       505-COUNT-WHSE-LINE.
      * COUNT ONE PRODUCT LINE THE WAREHOUSE PICKS
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               PERFORM 515-LOAD-LINE-UNIT THRU 515-EXIT
               IF NOT WS-LINE-IS-DROP-SHIP
                   ADD 1 TO WS-WHSE-LINE-COUNT
               END-IF
           END-IF.

       505-EXIT.


       510-WRITE-ONE-PICK-LINE.
      * PUSH ONE PRODUCT LINE OF THE PICK LIST ONTO THE REQUEST, IN
      * THE UNIT IT WAS SOLD IN WITH THE STOCKING UNITS BESIDE IT
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO PL-PROD-CODE
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO PL-PROD-QTY
               PERFORM 515-LOAD-LINE-UNIT THRU 515-EXIT
               IF NOT WS-LINE-IS-DROP-SHIP
                   MOVE WS-PICK-PRODUCT-LINE TO PRTREQ-TEXT
                   PERFORM 530-WRITE-PRINT-LINE
               END-IF
           END-IF.

       510-EXIT.


       515-LOAD-LINE-UNIT.
      * FIND THE UNIT THE LINE WAS SOLD IN ON ITS ORDCOST RECORD AND
      * SHOW THE STOCKING-UNIT EQUIVALENT.  NO RECORD OR NO FACTOR
      * LEAVES THE UNIT COLUMNS BLANK.  THE RECORD ALSO SAYS WHETHER
      * THE SUPPLIER SHIPS THE LINE.
      *=================================================================

           MOVE 'N' TO WS-DROP-LINE-SW.
           MOVE SPACES TO PL-PROD-UOM.
           MOVE SPACES TO PL-STOCK-PART.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO OC-PRODUCT.

           EXEC CICS HANDLE CONDITION
               NOTFND(516-NO-COST-ON-FILE)
           END-EXEC.
           EXEC CICS READ FILE('ORDCOST')
               INTO(ORDCOST-RECORD)
               LENGTH(ORDCOST-LENGTH)
               RIDFLD(ORDCOST-KEY)
           END-EXEC.

           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               AND OC-SELL-UOM NOT EQUAL SPACES
               MOVE OC-SELL-UOM TO PL-PROD-UOM
               COMPUTE WS-STOCK-QTY =
                   ORDFILE-P-QTY(WS-LINE-SUB) * OC-SELL-FACTOR
               MOVE ' = ' TO PL-STOCK-PART(1:3)
               MOVE WS-STOCK-QTY TO PL-STOCK-QTY
               MOVE OC-STOCK-UOM TO PL-STOCK-UOM
           END-IF.
           IF OC-LINE-DROP-SHIP
               MOVE 'Y' TO WS-DROP-LINE-SW
           END-IF.

       516-NO-COST-ON-FILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       515-EXIT.


       520-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
       530-EXIT.


       540-CHECK-WAVE-PICKING.
      * IS THE WAREHOUSE PICKING THIS ORDER BY WAVE - ONLY WHILE THE
      * 'WAV' CONTROL RECORD IS ON FILE, AND ONLY FOR AN ORDER TAKEN
      * ON OR AFTER THE DATE WAVE PICKING STARTED
      *=================================================================

           MOVE 'N' TO WS-WAVE-PICK-SW.
           MOVE 'WAV' TO WAVCTL-KEY.
           EXEC CICS HANDLE CONDITION
               NOTFND(540-NO-WAVE-PICKING)
           END-EXEC.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(WAVCTL-KEY)
               LENGTH(INVCTL-LENGTH)
               INTO(WAVCTL-RECORD)
           END-EXEC.

           IF ORDFILE-ORDER-DATE IS NOT LESS THAN WAVCTL-START-DATE
               MOVE 'Y' TO WS-WAVE-PICK-SW
           END-IF.

       540-NO-WAVE-PICKING.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       540-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================
       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGOR ' TO WS-RCVJ-PROGRAM.
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


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================
