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
       01  WS-TAXEFF-SW                    PIC X(1).
           88  WS-TAXEFF-FOUND                     VALUE 'Y'.

      *    THE UNIT EACH PRODUCT WAS SOLD IN RIDES ON ITS ORDCOST
      *    RECORD - THE LINE AND SHIPPED QUANTITIES ARE IN IT, AND THE
      *    FACTOR TURNS THEM INTO STOCKING UNITS FOR THE BACK-ORDER
      *    AND THE LOTS.  NO RECORD, OR ONE WITHOUT A FACTOR, MEANS
      *    THE LINE IS IN THE STOCKING UNIT.
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
      *        'D' WHEN THE SUPPLIER SHIPS THE LINE - NO LOTS LEAVE
      *        OUR SHELF FOR IT
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

       01  WS-UNIT-PRODUCT                 PIC X(8).
       01  WS-LINE-FACTOR                  PIC 9(5) VALUE 1.
       01  WS-DROP-LINE-SW                 PIC X(1).
           88  WS-LINE-IS-DROP-SHIP                VALUE 'Y'.

      *    THE DROP-SHIP LINES ON THE INVOICE, READ BY INVOICE OVER
      *    THE DROPINV PATH - WHILE ANY IS STILL WAITING ON ITS
      *    SUPPLIER THE WAREHOUSE CONFIRM LEAVES THE ORDER OPEN, AND
      *    THE LAST SUPPLIER CONFIRM (GS46 OR THE GS26 INVOICE MATCH)
      *    SETS IT SHIPPED
       01  DROPSHP-LENGTH                  PIC S9(4) COMP VALUE 200.

       01  DROPSHP-RECORD.
           05  DS-KEY.
               10  DS-PO-NUMBER            PIC X(7).
               10  DS-PO-LINE              PIC 9(3).
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-PREFIX                   PIC X(3).
           05  FILLER                      PIC X(116).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                  VALUE 'O'.
               88  DS-STATUS-SHIPPED               VALUE 'S'.
           05  FILLER                      PIC X(63).

       01  WS-DROP-DONE-SW                 PIC X(1).
           88  WS-DROP-DONE                        VALUE 'Y'.
       01  WS-DROP-PENDING-SW              PIC X(1).
           88  WS-DROP-SHIP-PENDING                VALUE 'Y'.

       01  WS-SHORT-SW                     PIC X(1).
           88  WS-SHIPPED-SHORT                    VALUE 'Y'.
       01  WS-SHIP-QTY                     PIC 9(3) VALUE ZERO.
           05  CR-CARRIER                  PIC X(10).
           05  CR-BASE-CHARGE              PIC 9(5)V99.
           05  CR-PER-PIECE                PIC 9(3)V99.
      *        BUSINESS DAYS THE CARRIER IS GIVEN TO DELIVER BEFORE
      *        THE NIGHTLY DELIVERY RUN CHASES THE SHIPMENT
           05  CR-DELIVERY-DAYS            PIC 9(2).
           05  FILLER                      PIC X(6).

       01  WS-PIECE-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-FREIGHT-AMOUNT               PIC 9(6)V99 VALUE ZERO.
       01  WS-DETL-DONE-SW                 PIC X(1).
           88  WS-DETL-DONE                        VALUE 'Y'.

      *    THE CARRIER AND TRACKING REFERENCE THE SHIPMENT IS RECORDED
      *    UNDER - KEYED FOR ONE INVOICE, OR THE WAVE'S OWN CARRIER
      *    WHEN A WHOLE WAVE IS CONFIRMED AT ONCE
       01  WS-SHIP-CARRIER                 PIC X(10).
       01  WS-SHIP-TRACKING                PIC X(15).

      *    THE PICKING WAVES GSPRGWV RELEASES - KEYING A WAVE NUMBER
      *    INSTEAD OF AN INVOICE CONFIRMS EVERY ORDER ON IT
       01  WAVHDR-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  WAVHDR-RECORD.
           05  WH-WAVE-NO                  PIC 9(7).
           05  WH-RELEASE-DATE             PIC 9(7).
           05  WH-DIVISION                 PIC X(3).
           05  WH-SHIP-DATE                PIC 9(7).
           05  WH-CARRIER                  PIC X(10).
           05  WH-ORDER-COUNT              PIC 9(5).
           05  WH-PICK-LINES               PIC 9(5).
           05  WH-PICK-REQUEST             PIC 9(7).
           05  WH-SORT-REQUEST             PIC 9(7).
           05  WH-STATUS                   PIC X(1).
               88  WH-STATUS-RELEASED              VALUE 'R'.
               88  WH-STATUS-CONFIRMED             VALUE 'C'.
           05  WH-CONFIRM-DATE             PIC 9(7).
           05  WH-AUDIT.
               10  WH-OPERATOR-ID          PIC X(3).
               10  WH-TERMINAL-ID          PIC X(4).
               10  WH-LAST-CHG-DATE        PIC 9(7).
               10  WH-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(13).

       01  WAVORD-LENGTH                   PIC S9(4) COMP VALUE 40.

       01  WAVORD-RECORD.
           05  WO-KEY.
               10  WO-WAVE-NO              PIC 9(7).
               10  WO-ORDER-KEY.
                   15  WO-PREFIX           PIC X(3).
                   15  WO-INVOICE-NO       PIC X(7).
           05  WO-RELEASE-DATE             PIC 9(7).
           05  FILLER                      PIC X(16).

       01  WS-WAVE-NO                      PIC 9(7) VALUE ZERO.
       01  WS-WAVE-DONE-SW                 PIC X(1).
           88  WS-WAVE-DONE                        VALUE 'Y'.
       01  WS-WAVE-SHIPPED-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-WAVE-LEFT-COUNT              PIC 9(3) VALUE ZERO.

      *    AN ORDER LEFT BEHIND - HELD, CANCELLED OR ALREADY CONFIRMED
      *    SINCE THE WAVE WAS RELEASED - IS COUNTED, NOT SHIPPED
       01  WS-WAVE-MSG.
           05  FILLER                      PIC X(14)
               VALUE '* WAVE DONE - '.
           05  WS-WMSG-SHIPPED             PIC ZZ9.
           05  FILLER                      PIC X(9)
               VALUE ' SHIPPED '.
           05  WS-WMSG-LEFT                PIC ZZ9.
           05  FILLER                      PIC X(7)
               VALUE ' LEFT *'.


       LINKAGE SECTION.
      *=================================================================
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF5 (1220-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
               PERFORM 990-CLEAR-SCREEN
           ELSE

           *> A WAVE NUMBER INSTEAD OF AN INVOICE CONFIRMS THE WHOLE
           *> WAVE THE WAREHOUSE PICKED
           *>===============================================
           IF WAVEL IS GREATER THAN ZERO
               GO TO 400-CONFIRM-WAVE
           ELSE

           *> CHECK THE INVOICE NUMBER
           *>===============================================
           IF INVNUML IS LESS THAN 7
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF ORDFILE-SHIP-DATE IS NUMERIC
               AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO
               MOVE "* SHIPPED - AWAITING DROP-SHIP LINE*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE PICK IS CONFIRMED - APPLY ANY PER-LINE SHIPPED
           IF WS-SHIPPED-SHORT
               PERFORM 240-RECOMPUTE-TOTALS THRU 240-EXIT
           END-IF.
           MOVE CARRI TO WS-SHIP-CARRIER.
           IF TRAKL IS GREATER THAN ZERO
               MOVE TRAKI TO WS-SHIP-TRACKING
           ELSE
               MOVE SPACES TO WS-SHIP-TRACKING
           END-IF.
           PERFORM 270-RECORD-SHIPMENT THRU 270-EXIT.

           MOVE ORDFILE-NAME TO NAMEO.
           IF WS-SHIPPED-SHORT
               MOVE "* PARTIAL SHIP - REST BACK-ORDERED *" TO MSGO
           ELSE
           IF WS-DROP-SHIP-PENDING
               MOVE "* SHIPPED - DROP-SHIP LINES PENDING*" TO MSGO
           ELSE
               MOVE "* SHIP CONFIRMED - INVOICE SHIPPED *" TO MSGO
           END-IF.
      * FILE ONE LINE'S UNSHIPPED REMAINDER ON BKORD.  A KIT LINE
      * FILES ITS COMPONENTS INSTEAD - THE KIT CODE ITSELF IS NEVER
      * RECEIVED, SO A REMAINDER FILED UNDER IT WOULD NEVER RELEASE
      * AT THE GS13 RECEIVING SCREEN.  THE REMAINDER IS FILED IN
      * STOCKING UNITS, AS THE RELEASE EXPECTS.
      *=================================================================

           SET WS-SHIPPED-SHORT TO TRUE.

           MOVE BKORD-PRODUCT TO WS-UNIT-PRODUCT.
           PERFORM 305-GET-LINE-FACTOR THRU 305-EXIT.
           COMPUTE WS-SHIP-REMAINDER =
               WS-SHIP-REMAINDER * WS-LINE-FACTOR.

           MOVE 'N' TO WS-KIT-SW.
           MOVE BKORD-PRODUCT TO KIT-PRODUCT.
           MOVE 1 TO KIT-COMPONENT-SEQ.
      *=================================================================

           MOVE 'N' TO WS-CARRATE-SW.
           MOVE WS-SHIP-CARRIER TO CR-CARRIER.

           EXEC CICS HANDLE CONDITION
               NOTFND(255-NO-CARRIER-RATE)
       250-EXIT.


       260-CHECK-DROP-PENDING.
      * LOOK FOR A DROP-SHIP LINE ON THE INVOICE THE SUPPLIER HAS NOT
      * CONFIRMED YET
      *=================================================================

           MOVE 'N' TO WS-DROP-PENDING-SW.
           MOVE 'N' TO WS-DROP-DONE-SW.
           MOVE ORDFILE-INVOICE-NO TO DS-INVOICE-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(260-NO-DROP-LINES)
               ENDFILE(265-DROP-BROWSE-DONE)
           END-EXEC.
           *> AN INVOICE WITH SEVERAL DROP LINES RAISES DUPKEY ON EVERY
           *> READ OF THE PATH BUT THE LAST - EXPECTED, NOT AN ERROR
           EXEC CICS IGNORE CONDITION
               DUPKEY
           END-EXEC.

           EXEC CICS STARTBR FILE('DROPINV')
               RIDFLD(DS-INVOICE-NO)
               GTEQ
           END-EXEC.

           PERFORM 268-NEXT-DROP-LINE
               UNTIL WS-DROP-DONE.

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.

       260-NO-DROP-LINES.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       260-EXIT.


       265-DROP-BROWSE-DONE.
      * END OF DROPSHP REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.
           GO TO 260-NO-DROP-LINES.

       265-EXIT.


       268-NEXT-DROP-LINE.
      * READ ONE DROP-SHIP LINE FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('DROPINV')
               INTO(DROPSHP-RECORD)
               RIDFLD(DS-INVOICE-NO)
               LENGTH(DROPSHP-LENGTH)
           END-EXEC.

           IF DS-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               MOVE 'Y' TO WS-DROP-DONE-SW
           ELSE
           IF DS-PREFIX EQUAL ORDFILE-PREFIX
               AND DS-STATUS-OPEN
               MOVE 'Y' TO WS-DROP-PENDING-SW
               MOVE 'Y' TO WS-DROP-DONE-SW
           END-IF.

       268-EXIT.


       270-RECORD-SHIPMENT.
      * RECORD THE SHIPMENT ON THE ORDER READ FOR UPDATE - RATE THE
      * FREIGHT IF ENTRY DID NOT, SET THE STATUS, FILE THE CARRIER
      * AND SHIP DATE, AND DRAW THE LOTS.  SHARED BY THE ONE-INVOICE
      * CONFIRM AND THE WHOLE-WAVE CONFIRM.
      *=================================================================

           IF ORDFILE-FREIGHT-AMOUNT EQUAL ZERO
               PERFORM 250-RATE-THE-FREIGHT THRU 250-EXIT
           END-IF.
      *    A DROP-SHIP LINE STILL WAITING ON ITS SUPPLIER KEEPS THE
      *    ORDER OPEN UNDER THE WAREHOUSE SHIP DATE - THE SUPPLIER'S
      *    CONFIRM SETS IT SHIPPED.  A SHORT SHIPMENT IS PART-SHIPPED
      *    REGARDLESS, THE SAME AS ALWAYS.
           PERFORM 260-CHECK-DROP-PENDING THRU 260-EXIT.
           IF WS-SHIPPED-SHORT
               SET ORDFILE-STATUS-PART-SHIPPED TO TRUE
           ELSE
           IF WS-DROP-SHIP-PENDING
               SET ORDFILE-STATUS-OPEN TO TRUE
           ELSE
               SET ORDFILE-STATUS-SHIPPED TO TRUE
           END-IF.
           MOVE EIBDATE TO ORDFILE-SHIP-DATE.
           MOVE WS-SHIP-CARRIER TO ORDFILE-CARRIER.
           MOVE WS-SHIP-TRACKING TO ORDFILE-TRACKING-REF.
           MOVE EIBOPID TO ORDFILE-OPERATOR-ID.
           MOVE EIBTRMID TO ORDFILE-TERMINAL-ID.
           MOVE EIBDATE TO ORDFILE-LAST-CHG-DATE.
           MOVE EIBTIME TO ORDFILE-LAST-CHG-TIME.

           EXEC CICS REWRITE FILE('ORDFILE')
               FROM(ORDFILE-RECORD)
               LENGTH(ORDFILE-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

           *> DRAW THE SHIPPED QUANTITIES OFF THE OLDEST LOTS AND
           *> FILE WHICH LOTS WENT OUT ON THIS INVOICE
           *>===============================================
           PERFORM 300-ASSIGN-LOTS THRU 300-EXIT.

       270-EXIT.


       300-ASSIGN-LOTS.
      * WALK EVERY PRODUCT LINE OF THE CONFIRMED INVOICE - THE FIVE
      * HEADER SLOTS AND THE ORDDETL OVERFLOW LINES - AND ASSIGN
       300-EXIT.


       305-GET-LINE-FACTOR.
      * FIND THE STOCKING UNITS IN THE UNIT THE PRODUCT WAS SOLD IN ON
      * THIS INVOICE - 1 WHEN ITS ORDCOST RECORD IS MISSING OR CARRIES
      * NO FACTOR - AND WHETHER THE SUPPLIER SHIPS THE LINE
      *=================================================================

           MOVE 1 TO WS-LINE-FACTOR.
           MOVE 'N' TO WS-DROP-LINE-SW.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE WS-UNIT-PRODUCT TO OC-PRODUCT.

           EXEC CICS HANDLE CONDITION
               NOTFND(306-NO-COST-ON-FILE)
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

       306-NO-COST-ON-FILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       305-EXIT.


       310-ASSIGN-DETAIL-LINES.
      * WALK THE ORDDETL OVERFLOW LINES FOR THE INVOICE
      *=================================================================
      * A KIT LINE SHIPS AS ITS COMPONENTS, SO THE LOTS ARE DRAWN
      * PER COMPONENT - THE SAME EXPLOSION THE ENTRY DECREMENT AND
      * THE PICK LIST MADE.  A RECALL TRACE ON A COMPONENT LOT THEN
      * FINDS THE KIT SHIPMENTS TOO.  THE LINE'S QUANTITY IS TURNED
      * INTO STOCKING UNITS FIRST - THE LOTS ARE HELD IN THEM.  A
      * DROP-SHIP LINE DRAWS NO LOTS - IT NEVER LEFT OUR SHELF.
      *=================================================================

           MOVE WS-LOT-PART TO WS-UNIT-PRODUCT.
           PERFORM 305-GET-LINE-FACTOR THRU 305-EXIT.
           IF WS-LINE-IS-DROP-SHIP
               GO TO 320-EXIT
           END-IF.
           COMPUTE WS-LOT-NEED-QTY = WS-LOT-NEED-QTY * WS-LINE-FACTOR.

           MOVE 'N' TO WS-KIT-SW.
           MOVE WS-LOT-PART TO KIT-PRODUCT.
           MOVE 1 TO KIT-COMPONENT-SEQ.
       345-EXIT.


       400-CONFIRM-WAVE.
      * CONFIRM EVERY ORDER ON A PICKING WAVE SHIPPED IN ONE GO.  THE
      * WAVE SHIPS IN FULL - A SHORT LINE IS CONFIRMED ON ITS OWN
      * INVOICE BEFORE THE WAVE IS.  THE CARRIER DEFAULTS TO THE ONE
      * THE WAVE WAS RELEASED FOR.  AN ORDER NO LONGER OPEN, OR
      * ALREADY CONFIRMED ON ITS OWN, IS LEFT AS IT IS AND COUNTED.
      *=================================================================

           IF WAVEI IS NOT NUMERIC
               MOVE "*    WAVE NUMBER MUST BE NUMERIC   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO WAVEL
               MOVE DFHUNIMD TO WAVEA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE WAVEI TO WS-WAVE-NO.
           MOVE WS-WAVE-NO TO WH-WAVE-NO.
           EXEC CICS READ FILE('WAVHDR')
               RIDFLD(WH-WAVE-NO)
               LENGTH(WAVHDR-LENGTH)
               INTO(WAVHDR-RECORD)
           END-EXEC.

           IF WH-STATUS-CONFIRMED
               MOVE "*    WAVE HAS ALREADY BEEN SHIPPED *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO WAVEL
               MOVE DFHUNIMD TO WAVEA
               PERFORM 900-SEND-MAP
           END-IF.

           IF CARRL IS GREATER THAN ZERO
               MOVE CARRI TO WS-SHIP-CARRIER
           ELSE
               MOVE WH-CARRIER TO WS-SHIP-CARRIER
           END-IF.
           IF WS-SHIP-CARRIER EQUAL SPACES
               MOVE "*   PLEASE ENTER THE CARRIER       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CARRL
               MOVE DFHUNIMD TO CARRA
               PERFORM 900-SEND-MAP
           END-IF.
           IF TRAKL IS GREATER THAN ZERO
               MOVE TRAKI TO WS-SHIP-TRACKING
           ELSE
               MOVE SPACES TO WS-SHIP-TRACKING
           END-IF.

           *> WALK THE WAVE'S ORDERS - EACH IS CONFIRMED THE SAME WAY
           *> A SINGLE INVOICE IS
           *>===============================================
           MOVE ZERO TO WS-WAVE-SHIPPED-COUNT.
           MOVE ZERO TO WS-WAVE-LEFT-COUNT.
           MOVE 'N' TO WS-WAVE-DONE-SW.
           MOVE WS-WAVE-NO TO WO-WAVE-NO.
           MOVE LOW-VALUES TO WO-ORDER-KEY.

           EXEC CICS HANDLE CONDITION
               NOTFND(400-WAVE-ORDERS-DONE)
               ENDFILE(405-WAVE-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('WAVORD')
               RIDFLD(WO-KEY)
               GTEQ
           END-EXEC.

           PERFORM 410-NEXT-WAVE-ORDER THRU 410-EXIT
               UNTIL WS-WAVE-DONE.

           EXEC CICS ENDBR FILE('WAVORD') END-EXEC.

       400-WAVE-ORDERS-DONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

           *> THE WAVE IS CONFIRMED
           *>===============================================
           MOVE WS-WAVE-NO TO WH-WAVE-NO.
           EXEC CICS READ FILE('WAVHDR')
               RIDFLD(WH-WAVE-NO)
               LENGTH(WAVHDR-LENGTH)
               INTO(WAVHDR-RECORD)
               UPDATE
           END-EXEC.
           SET WH-STATUS-CONFIRMED TO TRUE.
           MOVE EIBDATE TO WH-CONFIRM-DATE.
           MOVE EIBOPID TO WH-OPERATOR-ID.
           MOVE EIBTRMID TO WH-TERMINAL-ID.
           MOVE EIBDATE TO WH-LAST-CHG-DATE.
           MOVE EIBTIME TO WH-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('WAVHDR')
               FROM(WAVHDR-RECORD)
               LENGTH(WAVHDR-LENGTH)
           END-EXEC.

           MOVE WS-WAVE-SHIPPED-COUNT TO WS-WMSG-SHIPPED.
           MOVE WS-WAVE-LEFT-COUNT TO WS-WMSG-LEFT.
           MOVE WS-WAVE-MSG TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO WAVEL.
           MOVE LOW-VALUES TO INVNUMI.
           MOVE LOW-VALUES TO WAVEI.
           MOVE LOW-VALUES TO CARRI.
           MOVE LOW-VALUES TO TRAKI.
           PERFORM 900-SEND-MAP.

       400-EXIT.


       405-WAVE-BROWSE-DONE.
      * END OF WAVORD REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('WAVORD') END-EXEC.
           GO TO 400-WAVE-ORDERS-DONE.

       405-EXIT.


       410-NEXT-WAVE-ORDER.
      * READ THE NEXT ORDER ON THE WAVE AND CONFIRM IT.  THE CONFIRM
      * RUNS ITS OWN BROWSES, SO THE END-OF-FILE HANDLER IS SET BACK
      * BEFORE EVERY READ.
      *=================================================================

           EXEC CICS HANDLE CONDITION
               ENDFILE(405-WAVE-BROWSE-DONE)
           END-EXEC.

           EXEC CICS READNEXT FILE('WAVORD')
               INTO(WAVORD-RECORD)
               RIDFLD(WO-KEY)
               LENGTH(WAVORD-LENGTH)
           END-EXEC.

           IF WO-WAVE-NO NOT EQUAL WS-WAVE-NO
               MOVE 'Y' TO WS-WAVE-DONE-SW
           ELSE
               PERFORM 420-CONFIRM-WAVE-ORDER THRU 420-EXIT
           END-IF.

       410-EXIT.


       420-CONFIRM-WAVE-ORDER.
      * CONFIRM ONE ORDER OFF THE WAVE - IN FULL, UNDER THE WAVE'S
      * CARRIER
      *=================================================================

           MOVE WO-PREFIX TO ORDFILE-PREFIX.
           MOVE WO-INVOICE-NO TO ORDFILE-INVOICE-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(420-ORDER-GONE)
           END-EXEC.
           EXEC CICS READ FILE('ORDFILE')
               RIDFLD(ORDFILE-KEY)
               LENGTH(ORDFILE-LENGTH)
               INTO(ORDFILE-RECORD)
               UPDATE
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

           IF NOT ORDFILE-STATUS-OPEN
               OR ORDFILE-RESTORED
               OR (ORDFILE-SHIP-DATE IS NUMERIC
                   AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO)
               EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC
               ADD 1 TO WS-WAVE-LEFT-COUNT
               GO TO 420-EXIT
           END-IF.

           IF ORDFILE-FREIGHT-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO ORDFILE-FREIGHT-AMOUNT
           END-IF.
           MOVE 'N' TO WS-SHORT-SW.
           PERFORM 270-RECORD-SHIPMENT THRU 270-EXIT.
           ADD 1 TO WS-WAVE-SHIPPED-COUNT.
           GO TO 420-EXIT.

       420-ORDER-GONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.
           ADD 1 TO WS-WAVE-LEFT-COUNT.

       420-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================
      *=================================================================

           MOVE DFHBMFSE TO INVNUMA.
           MOVE DFHBMFSE TO WAVEA.
           MOVE DFHBMFSE TO CARRA.
           MOVE DFHBMFSE TO TRAKA.
           MOVE DFHBMFSE TO SQ1A.
       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGSH ' TO WS-RCVJ-PROGRAM.
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
       1210-EXIT.


       1220-FUNCTION5.
      * FUNCTION KEY 5 PARAGRAPH - ON TO CARTON PACKING ONCE THE
      * SHIPMENT IS CONFIRMED
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgpk')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       1220-EXIT.


       END PROGRAM gsprgsh.
