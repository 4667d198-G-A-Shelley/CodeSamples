               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(1).

       01  WS-TRANSFER-PN                  PIC S9(4) COMP VALUE 42.

       01  TRANSFER-VARIABLES.
           05  WS-TRANSFER-PRODUCT         PIC X(8).
      *        REPORTING VALUES THE SALE AT THE COST THAT APPLIED
      *        WHEN IT WAS TAKEN, NOT WHATEVER THE COST IS LATER
           05  WS-TRANSFER-COST            PIC S9(5)V99 COMP-3.
      *        THE ORDER'S DIVISION AND THE LINE QUANTITY SENT SO
      *        GSPRGPC PRICES THE LINE AFTER ANY PROMOTION OR
      *        QUANTITY BREAK - A CONTRACT PRICE STILL BEATS BOTH
           05  WS-TRANSFER-DIVISION        PIC X(3).
           05  WS-TRANSFER-QTY             PIC S9(7) COMP-3.
           05  WS-TRANSFER-PRICE-SRC       PIC X(1).

       01  WS-LINE-COST-TABLE.
           05  WS-LINE-COST OCCURS 5 TIMES PIC S9(5)V99 COMP-3.

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

      *    THE UNIT EACH LINE IS SOLD IN - THE PART'S SELLING UNIT
      *    UNLESS THE OPERATOR KEYED ITS STOCKING UNIT - AND THE
      *    STOCKING UNITS IN ONE.  THE LINE'S QUANTITY AND PRICE ARE
      *    IN THIS UNIT; THE SHELF IS DECREMENTED IN STOCKING UNITS.
       01  WS-LINE-UNIT-TABLE.
           05  WS-LINE-UNIT-ENTRY OCCURS 5 TIMES.
               10  WS-LINE-UOM             PIC X(2).
               10  WS-LINE-FACTOR          PIC 9(5).
               10  WS-LINE-STOCK-UOM       PIC X(2).
       01  WS-KEYED-UOM                    PIC X(2).
       01  WS-LINE-STOCK-QTY               PIC 9(7) VALUE ZERO.

      *    THE SUPPLIER KEYED AGAINST A LINE THE SUPPLIER SHIPS
      *    STRAIGHT TO THE CUSTOMER - SPACES ON A LINE THE WAREHOUSE
      *    PICKS.  A DROP-SHIP LINE IS NEVER TAKEN OFF THE SHELF OR
      *    PRINTED ON THE PICK LIST; A PO LINE IS RAISED ON THE
      *    SUPPLIER FOR IT WHEN THE INVOICE IS SAVED.
       01  WS-LINE-DROP-TABLE.
           05  WS-LINE-DROP-SUPPLIER OCCURS 5 TIMES PIC X(6).
       01  WS-WHSE-LINE-COUNT              PIC 9(1) VALUE ZERO.

      *    ONE ORDCOST RECORD PER PRODUCT LINE SAVED - THE ENTRY-TIME
      *    UNIT COST UNDER THE INVOICE AND PRODUCT, READ BACK BY THE
      *    GSPRGGM MARGIN REPORT.  THE UNIT THE LINE WAS SOLD IN
      *    RIDES WITH IT - THE ORDER LINE ITSELF HAS NO ROOM - SO THE
      *    PICKING, SHIPPING AND STOCK PROGRAMS CAN TURN THE LINE'S
      *    QUANTITY INTO STOCKING UNITS.  RECORDS WRITTEN BEFORE
      *    PARTS CARRIED UNITS HAVE NO FACTOR AND ARE IN THE STOCKING
      *    UNIT.
       01  ORDCOST-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  ORDCOST-RECORD.
           05  ORDCOST-KEY.
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
      *        'D' WHEN THE SUPPLIER SHIPS THE LINE TO THE CUSTOMER -
      *        THE WAREHOUSE NEVER PICKS, SHIPS OR RELIEVES STOCK FOR IT
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

      *    THE CUSTOMER PART-NUMBER CROSS-REFERENCE OFF THE GS30
           88  WS-CONTRACT-FOUND                   VALUE 'Y'.

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
           05  DEP-APPLIED-DATE            PIC 9(7).
           05  FILLER                      PIC X(3).

      *    THE PAYMENT TERMS TABLE AND THE TERMS FILED WITH EACH NEW
      *    INVOICE - THE CASH APPLICATION DATES THE OPEN ITEM'S DUE
      *    AND DISCOUNT DAYS FROM THE ORDTERM RECORD
       01  TERMTAB-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  TERMTAB-RECORD.
           05  TERMTAB-CODE                PIC X(2).
           05  TERMTAB-DESC                PIC X(20).
           05  TERMTAB-NET-DAYS            PIC 9(3).
           05  TERMTAB-DISC-PCT            PIC 9(2)V99.
           05  TERMTAB-DISC-DAYS           PIC 9(3).
           05  FILLER                      PIC X(8).

       01  ORDTERM-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

      *    THE KIT DEFINITIONS OFF THE GS28 SCREEN - ORDERING A KIT
      *    CODE DECREMENTS AND PICKS ITS COMPONENTS WHILE THE
      *    INVOICE KEEPS THE SINGLE KIT LINE AND PRICE
           88  WS-KIT-DONE                         VALUE 'Y'.
       01  WS-KIT-COMP-QTY                 PIC S9(5) VALUE ZERO.

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

      *    THE ARFILE OPEN ITEMS FOR THE ACCOUNT, THROUGH THE
      *    ARACCT PATH - THE RECEIVABLES SIDE OF THE EXPOSURE
       01  ARFILE-LENGTH                   PIC S9(4) COMP VALUE 120.

       01  ARFILE-RECORD.
           05  AR-INVOICE-NO               PIC X(7).
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

      *    THE PICK LIST / PACKING SLIP BECOMES A NUMBERED PRINT
      *    REQUEST ROUTED 'WHSE' TO THE WAREHOUSE PRINTER
           05  PL-PROD-B                   PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PL-PROD-QTY                 PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  PL-PROD-UOM                 PIC X(2).
      *        THE QUANTITY TURNED INTO STOCKING UNITS - WHAT THE
      *        PICKER COUNTS OFF THE SHELF.  BLANK ON A KIT COMPONENT,
      *        WHICH IS ALREADY IN ITS STOCKING UNIT.
           05  PL-STOCK-PART.
               10  FILLER                  PIC X(3) VALUE ' = '.
               10  PL-STOCK-QTY            PIC ZZZZZZ9.
               10  FILLER                  PIC X(1) VALUE SPACES.
               10  PL-STOCK-UOM            PIC X(2).
           05  FILLER                      PIC X(40) VALUE SPACES.

      *    THE INVOICE'S PRODUCT LINES COLLECTED WITH THEIR BINS AND
      *    SORTED INTO BIN-WALK SEQUENCE BEFORE THE PICK LIST PRINTS
               10  WS-PK-PROD-A            PIC X(4).
               10  WS-PK-PROD-B            PIC X(4).
               10  WS-PK-QTY               PIC 9(5).
               10  WS-PK-UOM               PIC X(2).
               10  WS-PK-STOCK-QTY         PIC 9(7).
               10  WS-PK-STOCK-UOM         PIC X(2).

       01  WS-PICK-SWAP                    PIC X(30).

      *    THE ITEM THE PICK COLLECTOR IS WORKING ON - THE ORDERED
      *    PRODUCT ITSELF, OR ONE KIT COMPONENT AT A TIME WHEN THE
       01  WS-PICK-ITEM-QTY                PIC 9(5) VALUE ZERO.

      *    THE PART'S BIN LOCATIONS OFF THE BINLOC FILE - THE
      *    PRIMARY BIN IS WHERE THE PICK LIST SENDS THE PICKER.  ONLY
      *    BINS IN THE WAREHOUSE THE STOCK WAS TAKEN FROM ARE LOOKED
      *    AT - A BLANK BIN WAREHOUSE IS THE PRIMARY WAREHOUSE.
       01  BINLOC-LENGTH                   PIC S9(4) COMP VALUE 30.

       01  BINLOC-RECORD.
           05  BIN-QTY                     PIC 9(5).
           05  BIN-PRIMARY-SW              PIC X(1).
               88  BIN-PRIMARY                     VALUE 'P'.
           05  BIN-WAREHOUSE               PIC X(2).
           05  FILLER                      PIC X(8).

       01  WS-BIN-WAREHOUSE                PIC X(2) VALUE SPACES.
       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.
       01  WS-PICK-BIN                     PIC X(6) VALUE SPACES.
       01  WS-PICK-FIRST-BIN               PIC X(6) VALUE SPACES.
       01  WS-BIN-DONE-SW                  PIC X(1).
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

      *    THE SAVED-INVOICE MESSAGE CARRIES THE NUMBER THE SYSTEM
      *    ASSIGNED, SO THE OPERATOR CAN QUOTE IT BACK TO THE CUSTOMER
       01  WS-CREATED-MSG.
           05  CTL-INVOICE-NO              PIC X(7).
           05  CTL-ORDER-DATE              PIC 9(7).
           05  CTL-DIVISION                PIC X(3).

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

      *    PF6 HANDS EVERY PART LINE ON THE SCREEN (AND THE FREE-TEXT
      *    ITEM, WHEN ONE IS DESCRIBED) TO GSPRGLS AS LOST DEMAND
      *    INSTEAD OF SAVING THE ORDER.  THE LINES ARE ALL CHECKED
      *    AND HELD IN THE TABLE FIRST SO A BAD LINE RECORDS NOTHING.
       01  WS-LOST-LEN                     PIC S9(4) COMP VALUE 54.

       01  WS-LOST-AREA.
           05  WS-LOST-OPERATOR-ID         PIC X(3).
           05  WS-LOST-DIVISION            PIC X(3).
           05  WS-LOST-SOURCE              PIC X(4) VALUE 'GS03'.
           05  WS-LOST-ACCOUNT             PIC X(6).
           05  WS-LOST-PRODUCT             PIC X(8).
           05  WS-LOST-DESC                PIC X(20).
           05  WS-LOST-QTY                 PIC 9(5).
           05  WS-LOST-REASON              PIC X(3).
               88  WS-LOST-REASON-VALID     VALUE 'OOS' 'LDT' 'PRC'
                                                  'NST'.
           05  WS-LOST-RETURN-CODE         PIC 9(2).
               88  WS-LOST-OK                      VALUE 00.

       01  WS-LOST-TABLE.
           05  WS-LOST-ENTRY OCCURS 6 TIMES.
               10  WS-LOST-T-PRODUCT       PIC X(8).
               10  WS-LOST-T-DESC          PIC X(20).
               10  WS-LOST-T-QTY           PIC 9(5).

       01  WS-LOST-COUNT                   PIC 9(1) VALUE ZERO.
       01  WS-LOST-SUB                     PIC 9(1) VALUE ZERO.
       01  WS-LOST-FAILED                  PIC 9(1) VALUE ZERO.

       01  WS-LOST-LINE-MSG.
           05  FILLER                      PIC X(7)
               VALUE '* LINE '.
           05  WS-LOST-MSG-LINE            PIC 9(1).
           05  WS-LOST-MSG-TAIL            PIC X(28).

       01  ORDFILE-LENGTH                  PIC S9(4) COMP  VALUE 346.

        01  ORDFILE-RECORD.
           05  SHIPTO-PROVINCE             PIC X(2).
           05  SHIPTO-POSTAL               PIC X(6).

      *    THE SUPPLIER MASTER - ONLY AN ACTIVE SUPPLIER MAY BE KEYED
      *    TO DROP-SHIP A LINE
       01  SUPMAS-LENGTH                   PIC S9(4) COMP VALUE 200.

       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
           05  SUPMAS-NAME                 PIC X(20).
           05  FILLER                      PIC X(79).
           05  SUPMAS-STATUS               PIC X(1).
               88  SUPMAS-ACTIVE                   VALUE 'A'.
               88  SUPMAS-INACTIVE                 VALUE 'I'.
           05  FILLER                      PIC X(94).

      *    THE PO LINE RAISED ON THE SUPPLIER FOR EACH DROP-SHIP LINE -
      *    ONE PART PER PO, NUMBERED OFF THE SAME 'PO ' CONTROL RECORD
      *    THE GS25 SCREEN USES.  IT IS ORDERED IN THE UNIT THE LINE
      *    WAS SOLD IN, AT THE LINE'S ENTRY-TIME COST.
       01  POFILE-LENGTH                   PIC S9(4) COMP VALUE 90.

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
      *        'D' - THE SUPPLIER SHIPS TO OUR CUSTOMER, SO THE LINE
      *        NEVER COMES IN OVER THE GS13 RECEIVING DOCK
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

      *    ONE DROPSHP RECORD PER DROP-SHIP LINE, UNDER THE PO LINE
      *    RAISED FOR IT - THE ORDER LINE IT FILLS, THE DELIVERY
      *    ADDRESS THE SUPPLIER SHIPS TO, AND ONCE THE SUPPLIER HAS
      *    SHIPPED, THEIR CARRIER AND TRACKING NUMBER.  THE DROPINV
      *    PATH READS IT BY INVOICE.
       01  DROPSHP-LENGTH                  PIC S9(4) COMP VALUE 200.

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
      *        HOW THE SHIPMENT WAS CONFIRMED - KEYED FROM THE
      *        SUPPLIER'S ADVICE ON GS46, OR TAKEN FROM THEIR INVOICE
      *        WHEN GS26 MATCHED IT
           05  DS-CONFIRM-SOURCE           PIC X(1).
               88  DS-CONFIRMED-ON-SCREEN          VALUE 'S'.
               88  DS-CONFIRMED-BY-INVOICE         VALUE 'I'.
           05  DS-AUDIT.
               10  DS-OPERATOR-ID          PIC X(3).
               10  DS-TERMINAL-ID          PIC X(4).
               10  DS-LAST-CHG-DATE        PIC 9(7).
               10  DS-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(9).

      *    THE SALESPERSON MASTER - WHO SOLD THE ORDER, WHICH IS NOT
      *    THE SAME THING AS THE OPERATOR WHO KEYED IT
       01  SLSMAST-LENGTH                  PIC S9(4) COMP VALUE 28.
               88  SLSMAST-ACTIVE                  VALUE 'A'.
               88  SLSMAST-INACTIVE                VALUE 'I'.

      *    THE SALES TERRITORY TABLE - THE REP WHO OWNS EACH POSTAL
      *    CODE PREFIX ('C', FIRST THREE OF THE POSTAL CODE) OR US ZIP
      *    PREFIX ('U', FIRST THREE DIGITS).  SEEDED BY OPERATIONS AND
      *    REALIGNED BY THE GSPRGTA RUN.
       01  TERRTAB-LENGTH                  PIC S9(4) COMP VALUE 20.

       01  TERRTAB-RECORD.
           05  TERRTAB-KEY.
               10  TERRTAB-COUNTRY         PIC X(1).
               10  TERRTAB-PREFIX          PIC X(3).
           05  TERRTAB-REP                 PIC X(3).
           05  TERRTAB-LAST-CHG-DATE       PIC 9(7).
           05  FILLER                      PIC X(6).

       01  CUSTMAS-LENGTH                  PIC S9(4) COMP VALUE 160.

       01  CUSTMAS-RECORD.
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


       LINKAGE SECTION.
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF6 (1250-FUNCTION6)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
           MOVE ZERO TO WS-LINE-COST(3).
           MOVE ZERO TO WS-LINE-COST(4).
           MOVE ZERO TO WS-LINE-COST(5).
           MOVE SPACES TO WS-LINE-DROP-TABLE.

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           MOVE DFHBMFSE TO PHN1A.
           MOVE DFHBMFSE TO PHN2A.
           MOVE DFHBMFSE TO PHN3A.
           MOVE DFHBMFSE TO LRSNA.
           MOVE DFHBMFSE TO LDSCA.
           MOVE DFHBMFSE TO LQTYA.

       920-EXIT.

       960-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGE  ' TO WS-RCVJ-PROGRAM.
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
      *=================================================================

      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-TRANSFER-PRODUCT.
           MOVE GS-COMM-DIVISION TO WS-TRANSFER-DIVISION.
           IF WS-CHECK-QTY IS NUMERIC
               MOVE WS-CHECK-QTY TO WS-TRANSFER-QTY
           ELSE
               MOVE ZERO TO WS-TRANSFER-QTY
           END-IF.

           EXEC CICS LINK
               PROGRAM('GSPRGPC')
                   PERFORM 1015-APPLY-RESOLVED-CODE
           END-IF.

           *> SETTLE THE UNIT THE LINE IS SOLD IN - THE COST STASHED
           *> ABOVE IS PER STOCKING UNIT, SO IT IS SCALED UP TO IT
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
                   PERFORM 1025-SET-LINE-UNIT THRU 1025-EXIT
           END-IF.

           *> A SUPPLIER KEYED AGAINST THE LINE MAKES IT A DROP-SHIP
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
                   PERFORM 1028-SET-DROP-SHIP THRU 1028-EXIT
           END-IF.

           *> A LINE SOLD IN A BIGGER UNIT THAN IT IS STOCKED IN IS
           *> PRICED AGAIN ON ITS QUANTITY IN STOCKING UNITS - THE
           *> QUANTITY BREAKS ARE SET UP PER STOCKING UNIT
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
               AND WS-LINE-FACTOR(WS-CHECK-LINE-NUM) IS GREATER THAN 1
                   PERFORM 1008-PRICE-STOCK-QTY
           END-IF.

           *> A CONTRACT PRICE IN FORCE FOR THE KEYED ACCOUNT AND
           *> PART BEATS THE PART-MASTER PRICE, AND ANY PROMOTION OR
           *> QUANTITY BREAK GSPRGPC APPLIED TO IT
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
           END-IF.

           *> PRICE THE LINE FROM THE PART MASTER - A KEYED PRICE
           *> THAT DIFFERS IS A SUPERVISOR-ONLY OVERRIDE.  THE MASTER
           *> AND CONTRACT PRICES ARE PER STOCKING UNIT - THE LINE IS
           *> PRICED PER THE UNIT IT IS SOLD IN.
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
                   COMPUTE WS-TRANSFER-PRICE = WS-TRANSFER-PRICE *
                       WS-LINE-FACTOR(WS-CHECK-LINE-NUM)
                   PERFORM 1020-APPLY-PRICE
           END-IF.

           *> TAKE THE QUANTITY ORDERED BACK OFF THE SHELF - ONLY ON THE
           *> CONFIRM-ACCEPTED PASS, SO A PRODUCT LINE ISN'T DECREMENTED
           *> ONCE ON THE VALIDATING ENTER AND AGAIN ON THE CONFIRMING ONE
           *> - AND A DROP-SHIP LINE NEVER LEAVES OUR SHELF AT ALL
           *> =============================================
           IF WS-TRANSFER-DESC NOT EQUAL 'PART NOT FOUND'
               AND WS-TRANSFER-DESC IS NOT NUMERIC
               AND (CONFI EQUAL 'Y' OR CONFI EQUAL 'y')
               AND WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM) EQUAL SPACES
                   PERFORM 1040-DECREMENT-LINE THRU 1040-EXIT
           END-IF.

               PERFORM 1045-DECREMENT-COMPONENTS THRU 1045-EXIT
           ELSE
               MOVE PRODUCT-NUMBER TO WS-DECR-PRODUCT
               MOVE WS-LINE-STOCK-QTY TO WS-DECR-QUANTITY
               PERFORM 1048-DECREMENT-ONE-ITEM
           END-IF.

           END-EXEC.

           COMPUTE WS-KIT-COMP-QTY =
               WS-LINE-STOCK-QTY * KIT-COMP-QTY.
           MOVE KIT-COMPONENT TO WS-DECR-PRODUCT.
           MOVE WS-KIT-COMP-QTY TO WS-DECR-QUANTITY.
           PERFORM 1048-DECREMENT-ONE-ITEM.
      * AND CAPTURE THE BACK-ORDER WHEN THE SHELF WENT NEGATIVE
      *=================================================================

           MOVE ORDFILE-PREFIX TO WS-DECR-DIVISION.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-DECREMENT-AREA)
       1048-EXIT.


       1025-SET-LINE-UNIT.
      * LOOK UP THE PART'S UNITS THROUGH GSPRGPA FUNCTION 'Q' AND
      * SETTLE THE UNIT THE LINE IS SOLD IN - BLANK TAKES THE PART'S
      * SELLING UNIT, AND THE ONLY OTHER UNIT THAT MAY BE KEYED IS
      * ITS STOCKING UNIT.  THE SETTLED UNIT GOES BACK ON THE SCREEN
      * LINE, AND THE LINE QUANTITY IS TURNED INTO STOCKING UNITS.
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-UNT-PRODUCT.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-UNITS-AREA)
               LENGTH(WS-UNITS-LEN)
           END-EXEC.
           IF WS-UNT-SELL-FACTOR IS NOT GREATER THAN ZERO
               MOVE WS-UNT-STOCK-UOM TO WS-UNT-SELL-UOM
               MOVE 1 TO WS-UNT-SELL-FACTOR
           END-IF.

           MOVE SPACES TO WS-KEYED-UOM.
           EVALUATE WS-CHECK-LINE-NUM
               WHEN 1
                   IF UM1L IS GREATER THAN ZERO
                       MOVE UM1I TO WS-KEYED-UOM
                   END-IF
               WHEN 2
                   IF UM2L IS GREATER THAN ZERO
                       MOVE UM2I TO WS-KEYED-UOM
                   END-IF
               WHEN 3
                   IF UM3L IS GREATER THAN ZERO
                       MOVE UM3I TO WS-KEYED-UOM
                   END-IF
               WHEN 4
                   IF UM4L IS GREATER THAN ZERO
                       MOVE UM4I TO WS-KEYED-UOM
                   END-IF
               WHEN 5
                   IF UM5L IS GREATER THAN ZERO
                       MOVE UM5I TO WS-KEYED-UOM
                   END-IF
           END-EVALUATE.

           MOVE WS-UNT-STOCK-UOM
               TO WS-LINE-STOCK-UOM(WS-CHECK-LINE-NUM).
           IF WS-KEYED-UOM EQUAL SPACES
               OR WS-KEYED-UOM EQUAL WS-UNT-SELL-UOM
               MOVE WS-UNT-SELL-UOM TO WS-LINE-UOM(WS-CHECK-LINE-NUM)
               MOVE WS-UNT-SELL-FACTOR
                   TO WS-LINE-FACTOR(WS-CHECK-LINE-NUM)
           ELSE
           IF WS-KEYED-UOM EQUAL WS-UNT-STOCK-UOM
               MOVE WS-UNT-STOCK-UOM TO WS-LINE-UOM(WS-CHECK-LINE-NUM)
               MOVE 1 TO WS-LINE-FACTOR(WS-CHECK-LINE-NUM)
           ELSE
               MOVE "*  UNIT NOT SOLD FOR THIS PART     *" TO MSGO
               PERFORM 1027-LINE-UNIT-ERROR
           END-IF.

           COMPUTE WS-LINE-STOCK-QTY = WS-CHECK-QTY *
               WS-LINE-FACTOR(WS-CHECK-LINE-NUM).
           IF WS-LINE-STOCK-QTY IS GREATER THAN 99999
               MOVE "*  TOO MANY - SPLIT THE LINE       *" TO MSGO
               PERFORM 1027-LINE-UNIT-ERROR
           END-IF.

           COMPUTE WS-LINE-COST(WS-CHECK-LINE-NUM) =
               WS-LINE-COST(WS-CHECK-LINE-NUM) *
               WS-LINE-FACTOR(WS-CHECK-LINE-NUM).

           EVALUATE WS-CHECK-LINE-NUM
               WHEN 1
                   MOVE WS-LINE-UOM(1) TO UM1O
               WHEN 2
                   MOVE WS-LINE-UOM(2) TO UM2O
               WHEN 3
                   MOVE WS-LINE-UOM(3) TO UM3O
               WHEN 4
                   MOVE WS-LINE-UOM(4) TO UM4O
               WHEN 5
                   MOVE WS-LINE-UOM(5) TO UM5O
           END-EVALUATE.

       1025-EXIT.


       1027-LINE-UNIT-ERROR.
      * THE LINE'S UNIT WILL NOT DO - SEND THE SCREEN BACK WITH THE
      * CURSOR ON IT
      *=================================================================

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           EVALUATE WS-CHECK-LINE-NUM
               WHEN 1
                   MOVE -1 TO UM1L
                   MOVE DFHUNIMD TO UM1A
               WHEN 2
                   MOVE -1 TO UM2L
                   MOVE DFHUNIMD TO UM2A
               WHEN 3
                   MOVE -1 TO UM3L
                   MOVE DFHUNIMD TO UM3A
               WHEN 4
                   MOVE -1 TO UM4L
                   MOVE DFHUNIMD TO UM4A
               WHEN 5
                   MOVE -1 TO UM5L
                   MOVE DFHUNIMD TO UM5A
           END-EVALUATE.
           PERFORM 900-SEND-MAP.

       1027-EXIT.


       1028-SET-DROP-SHIP.
      * A SUPPLIER CODE KEYED AGAINST THE LINE MAKES IT A DROP-SHIP -
      * THE SUPPLIER SENDS THE GOODS STRAIGHT TO THE CUSTOMER.  THE
      * SUPPLIER MUST BE ON THE MASTER AND ACTIVE.
      *=================================================================

           EVALUATE WS-CHECK-LINE-NUM
               WHEN 1
                   IF DSUP1L IS GREATER THAN ZERO
                       MOVE DSUP1I TO WS-LINE-DROP-SUPPLIER(1)
                   END-IF
               WHEN 2
                   IF DSUP2L IS GREATER THAN ZERO
                       MOVE DSUP2I TO WS-LINE-DROP-SUPPLIER(2)
                   END-IF
               WHEN 3
                   IF DSUP3L IS GREATER THAN ZERO
                       MOVE DSUP3I TO WS-LINE-DROP-SUPPLIER(3)
                   END-IF
               WHEN 4
                   IF DSUP4L IS GREATER THAN ZERO
                       MOVE DSUP4I TO WS-LINE-DROP-SUPPLIER(4)
                   END-IF
               WHEN 5
                   IF DSUP5L IS GREATER THAN ZERO
                       MOVE DSUP5I TO WS-LINE-DROP-SUPPLIER(5)
                   END-IF
           END-EVALUATE.

           IF WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM) EQUAL SPACES
               GO TO 1028-EXIT
           END-IF.

           MOVE WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM)
               TO SUPMAS-CODE.
           EXEC CICS HANDLE CONDITION
               NOTFND(1029-DROP-SUPPLIER-NOT-FOUND)
           END-EXEC.
           EXEC CICS READ FILE('SUPMAS')
               RIDFLD(SUPMAS-CODE)
               LENGTH(SUPMAS-LENGTH)
               INTO(SUPMAS-RECORD)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               NOTFND(195-AREA-CODE-NOT-FOUND)
           END-EXEC.

           IF NOT SUPMAS-ACTIVE
               MOVE "* DROP-SHIP SUPPLIER NOT ACTIVE    *" TO MSGO
               PERFORM 1029-DROP-SHIP-ERROR
           END-IF.

       1028-EXIT.


       1029-DROP-SUPPLIER-NOT-FOUND.
      * THE SUPPLIER KEYED AGAINST THE LINE IS NOT ON THE MASTER
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(195-AREA-CODE-NOT-FOUND)
           END-EXEC.
           MOVE "* DROP-SHIP SUPPLIER NOT ON MASTER *" TO MSGO.

       1029-DROP-SHIP-ERROR.
      * SEND THE SCREEN BACK WITH THE CURSOR ON THE LINE'S SUPPLIER
      *=================================================================

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           EVALUATE WS-CHECK-LINE-NUM
               WHEN 1
                   MOVE -1 TO DSUP1L
                   MOVE DFHUNIMD TO DSUP1A
               WHEN 2
                   MOVE -1 TO DSUP2L
                   MOVE DFHUNIMD TO DSUP2A
               WHEN 3
                   MOVE -1 TO DSUP3L
                   MOVE DFHUNIMD TO DSUP3A
               WHEN 4
                   MOVE -1 TO DSUP4L
                   MOVE DFHUNIMD TO DSUP4A
               WHEN 5
                   MOVE -1 TO DSUP5L
                   MOVE DFHUNIMD TO DSUP5A
           END-EVALUATE.
           PERFORM 900-SEND-MAP.

       1029-EXIT.


       1005-TRY-CUSTOMER-XREF.
      * LOOK THE KEYED CODE UP ON THE ACCOUNT'S CROSS-REFERENCE AND,
      * WHEN IT MAPS, RE-RUN THE PART VALIDATION UNDER OUR CODE AND
       1005-EXIT.


       1008-PRICE-STOCK-QTY.
      * RUN THE SETTLED PART BACK THROUGH GSPRGPC WITH THE LINE
      * QUANTITY IN STOCKING UNITS, SO A CASE OF A HUNDRED EARNS THE
      * SAME BREAK AS A HUNDRED EACHES
      *=================================================================

           MOVE WS-LINE-STOCK-QTY TO WS-TRANSFER-QTY.

           EXEC CICS LINK
               PROGRAM('GSPRGPC')
               COMMAREA(TRANSFER-VARIABLES)
               LENGTH(WS-TRANSFER-PN)
           END-EXEC.

       1008-EXIT.


       1010-CHECK-CONTRACT-PRICE.
      * LOOK FOR A CONTRACT PRICE FOR THE ACCOUNT AND PART AND, WHEN
      * ONE IS IN FORCE ON TODAY'S DATE, LET IT REPLACE THE UNIT
       1210-EXIT.


       1250-FUNCTION6.
      * FUNCTION KEY 6 PARAGRAPH - THE CUSTOMER IS NOT BUYING.  EVERY
      * PART LINE KEYED IS RECORDED AS LOST DEMAND AT ITS QUANTITY,
      * AND AN ITEM WE DO NOT CARRY CAN BE DESCRIBED IN THE FREE-TEXT
      * FIELD WITH ITS OWN QUANTITY.  ONE REASON COVERS THE LOT.  THE
      * ORDER ITSELF IS NOT SAVED.
      *=================================================================

           MOVE ZERO TO WS-LOST-COUNT.
           MOVE ZERO TO WS-LOST-FAILED.
           MOVE SPACES TO WS-LOST-ACCOUNT.

           MOVE LRSNI TO WS-LOST-REASON.
           IF LRSNL EQUAL ZERO
               OR NOT WS-LOST-REASON-VALID
               MOVE "* REASON MUST BE OOS, LDT, PRC, NST*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LRSNL
               MOVE DFHUNIMD TO LRSNA
               PERFORM 900-SEND-MAP
           END-IF.

           IF ACCTL IS GREATER THAN ZERO
               MOVE ACCTI TO WS-LOST-ACCOUNT
           END-IF.

           IF PRO1AL NOT EQUAL ZERO
               AND PRO1BL NOT EQUAL ZERO
                   MOVE PRO1AI TO PRODUCT-A
                   MOVE PRO1BI TO PRODUCT-B
                   MOVE QT1I TO WS-CHECK-QTY
                   MOVE 1 TO WS-CHECK-LINE-NUM
                   PERFORM 1255-STASH-LOST-LINE THRU 1255-EXIT
           END-IF.
           IF PRO2AL NOT EQUAL ZERO
               AND PRO2BL NOT EQUAL ZERO
                   MOVE PRO2AI TO PRODUCT-A
                   MOVE PRO2BI TO PRODUCT-B
                   MOVE QT2I TO WS-CHECK-QTY
                   MOVE 2 TO WS-CHECK-LINE-NUM
                   PERFORM 1255-STASH-LOST-LINE THRU 1255-EXIT
           END-IF.
           IF PRO3AL NOT EQUAL ZERO
               AND PRO3BL NOT EQUAL ZERO
                   MOVE PRO3AI TO PRODUCT-A
                   MOVE PRO3BI TO PRODUCT-B
                   MOVE QT3I TO WS-CHECK-QTY
                   MOVE 3 TO WS-CHECK-LINE-NUM
                   PERFORM 1255-STASH-LOST-LINE THRU 1255-EXIT
           END-IF.
           IF PRO4AL NOT EQUAL ZERO
               AND PRO4BL NOT EQUAL ZERO
                   MOVE PRO4AI TO PRODUCT-A
                   MOVE PRO4BI TO PRODUCT-B
                   MOVE QT4I TO WS-CHECK-QTY
                   MOVE 4 TO WS-CHECK-LINE-NUM
                   PERFORM 1255-STASH-LOST-LINE THRU 1255-EXIT
           END-IF.
           IF PRO5AL NOT EQUAL ZERO
               AND PRO5BL NOT EQUAL ZERO
                   MOVE PRO5AI TO PRODUCT-A
                   MOVE PRO5BI TO PRODUCT-B
                   MOVE QT5I TO WS-CHECK-QTY
                   MOVE 5 TO WS-CHECK-LINE-NUM
                   PERFORM 1255-STASH-LOST-LINE THRU 1255-EXIT
           END-IF.

           *> THE FREE-TEXT ITEM - SOMETHING NOT ON THE PART MASTER
           *>=============================================
           IF LDSCL IS GREATER THAN ZERO
               IF LQTYL EQUAL ZERO
                   OR LQTYI IS NOT NUMERIC
                   OR LQTYI EQUAL ZERO
                   MOVE "* KEY THE QUANTITY THAT WAS WANTED *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO LQTYL
                   MOVE DFHUNIMD TO LQTYA
                   PERFORM 900-SEND-MAP
               ELSE
                   ADD 1 TO WS-LOST-COUNT
                   MOVE SPACES TO WS-LOST-T-PRODUCT(WS-LOST-COUNT)
                   MOVE LDSCI TO WS-LOST-T-DESC(WS-LOST-COUNT)
                   MOVE LQTYI TO WS-LOST-T-QTY(WS-LOST-COUNT)
               END-IF
           END-IF.

           IF WS-LOST-COUNT EQUAL ZERO
               MOVE "* KEY A PART OR DESCRIBE THE ITEM  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PRO1AL
               MOVE DFHUNIMD TO LDSCA
               PERFORM 900-SEND-MAP
           END-IF.

           *> EVERYTHING CHECKED - HAND EACH ENTRY TO GSPRGLS
           *>=============================================
           MOVE GS-COMM-OPERATOR-ID TO WS-LOST-OPERATOR-ID.
           MOVE GS-COMM-DIVISION TO WS-LOST-DIVISION.
           PERFORM 1257-WRITE-LOST-LINE
               VARYING WS-LOST-SUB FROM 1 BY 1
               UNTIL WS-LOST-SUB > WS-LOST-COUNT.

           IF WS-LOST-FAILED EQUAL ZERO
               MOVE "* LOST SALE RECORDED               *" TO MSGO
               MOVE LOW-VALUES TO LRSNO
               MOVE LOW-VALUES TO LDSCO
               MOVE LOW-VALUES TO LQTYO
           ELSE
               MOVE "* LOST SALE NOT ALL RECORDED       *" TO MSGO
           END-IF.

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PRO1AL.
           PERFORM 900-SEND-MAP.

       1250-EXIT.


       1255-STASH-LOST-LINE.
      * CHECK ONE PART LINE THROUGH GSPRGPC AND HOLD IT IN THE LOST
      * TABLE UNDER THE CODE THE PART MASTER RESOLVES IT TO
      *=================================================================

           IF WS-CHECK-QTY IS NOT NUMERIC
               OR WS-CHECK-QTY EQUAL ZERO
               MOVE WS-CHECK-LINE-NUM TO WS-LOST-MSG-LINE
               MOVE ' - KEY THE QUANTITY WANTED *' TO WS-LOST-MSG-TAIL
               GO TO 1256-LOST-LINE-ERROR
           END-IF.

           MOVE PRODUCT-NUMBER TO WS-TRANSFER-PRODUCT.
           MOVE GS-COMM-DIVISION TO WS-TRANSFER-DIVISION.
           MOVE WS-CHECK-QTY TO WS-TRANSFER-QTY.

           EXEC CICS LINK
               PROGRAM('GSPRGPC')
               COMMAREA(TRANSFER-VARIABLES)
               LENGTH(WS-TRANSFER-PN)
           END-EXEC.

           IF WS-TRANSFER-DESC EQUAL 'PART NOT FOUND'
               OR WS-TRANSFER-DESC IS NUMERIC
               MOVE WS-CHECK-LINE-NUM TO WS-LOST-MSG-LINE
               MOVE ' - PART NOT FOUND         *' TO WS-LOST-MSG-TAIL
               GO TO 1256-LOST-LINE-ERROR
           END-IF.

           ADD 1 TO WS-LOST-COUNT.
           MOVE WS-TRANSFER-PRODUCT TO WS-LOST-T-PRODUCT(WS-LOST-COUNT).
           MOVE WS-TRANSFER-DESC TO WS-LOST-T-DESC(WS-LOST-COUNT).
           MOVE WS-CHECK-QTY TO WS-LOST-T-QTY(WS-LOST-COUNT).
           GO TO 1255-EXIT.

       1256-LOST-LINE-ERROR.

           MOVE WS-LOST-LINE-MSG TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           IF WS-CHECK-LINE-NUM EQUAL 1
               MOVE -1 TO PRO1AL
               MOVE DFHUNIMD TO PRO1AA
           ELSE
           IF WS-CHECK-LINE-NUM EQUAL 2
               MOVE -1 TO PRO2AL
               MOVE DFHUNIMD TO PRO2AA
           ELSE
           IF WS-CHECK-LINE-NUM EQUAL 3
               MOVE -1 TO PRO3AL
               MOVE DFHUNIMD TO PRO3AA
           ELSE
           IF WS-CHECK-LINE-NUM EQUAL 4
               MOVE -1 TO PRO4AL
               MOVE DFHUNIMD TO PRO4AA
           ELSE
               MOVE -1 TO PRO5AL
               MOVE DFHUNIMD TO PRO5AA
           END-IF.
           PERFORM 900-SEND-MAP.

       1255-EXIT.


       1257-WRITE-LOST-LINE.
      * HAND ONE HELD ENTRY TO GSPRGLS
      *=================================================================

           MOVE WS-LOST-T-PRODUCT(WS-LOST-SUB) TO WS-LOST-PRODUCT.
           MOVE WS-LOST-T-DESC(WS-LOST-SUB) TO WS-LOST-DESC.
           MOVE WS-LOST-T-QTY(WS-LOST-SUB) TO WS-LOST-QTY.

           EXEC CICS LINK
               PROGRAM('GSPRGLS')
               COMMAREA(WS-LOST-AREA)
               LENGTH(WS-LOST-LEN)
           END-EXEC.

           IF NOT WS-LOST-OK
               ADD 1 TO WS-LOST-FAILED
           END-IF.

       1257-EXIT.


       1300-WRTIE-RECORDS.
      * WRTIE THE NEW INFORMATION TO THE DATABASE.  THE INVOICE
      * NUMBER COMES OFF THE DIVISION'S INVCTL CONTROL RECORD - THE
           ELSE
               MOVE SPACES TO ORDFILE-SALES-REP
           END-IF.
      *    THE TERRITORY THE ORDER SHIPS TO NAMES THE REP, NOT THE
      *    OPERATOR - ONLY A HOUSE ACCOUNT KEEPS THE REP AS KEYED
           IF ACCTL IS GREATER THAN ZERO
               AND CUSTMAS-HOUSE-OVERRIDE
               CONTINUE
           ELSE
               PERFORM 1397-ASSIGN-TERRITORY-REP THRU 1397-EXIT
           END-IF.
           IF POREFL IS GREATER THAN ZERO
               MOVE POREFI TO ORDFILE-CUST-PO-REF
           ELSE
               RIDFLD(ORDFILE-KEY)
           END-EXEC.

           MOVE 'A' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

      *> THE SHORTFALLS STASHED DURING THE DECREMENT PASS CAN ONLY
      *> NOW BE FILED - THEY NEEDED THE ASSIGNED INVOICE NUMBER
      *>=============================================
               PERFORM 1395-FILE-DEPOSIT
           END-IF.

      *> THE ACCOUNT'S PAYMENT TERMS GO ON FILE WITH THE INVOICE
      *>=============================================
           PERFORM 1396-FILE-TERMS THRU 1396-EXIT.

      *> FILE THE ENTRY-TIME UNIT COST OF EVERY PRODUCT LINE
      *>=============================================
           PERFORM 1380-WRITE-LINE-COSTS.

      *> PRINT THE WAREHOUSE PICK LIST FOR THE NEW ORDER SO THE
      *> GOODS CAN BE PULLED AND THE SHIPPER CAN CONFIRM ON GS14 -
      *> A HELD ORDER WAITS FOR THE GS34 RELEASE TO PRINT ITS LIST,
      *> AN ORDER THE SUPPLIERS SHIP IN FULL HAS NOTHING TO PICK, AND
      *> ONE THE WAREHOUSE PICKS BY WAVE GOES OUT ON THE NEXT WAVE
      *>=============================================
           PERFORM 1348-CHECK-WAVE-PICKING THRU 1348-EXIT.
           IF NOT ORDFILE-STATUS-HELD
               AND WS-WHSE-LINE-COUNT IS GREATER THAN ZERO
               AND NOT WS-ORDER-GOES-BY-WAVE
               PERFORM 1350-PRINT-PICK-LIST
           END-IF.

               MOVE 'Y' TO WS-EXPO-DONE-SW
           ELSE
           IF NOT AR-STATUS-PAID-FULL
               AND NOT AR-STATUS-WRITTEN-OFF
               COMPUTE WS-EXPOSURE-TOTAL = WS-EXPOSURE-TOTAL +
                   (AR-INVOICE-AMOUNT - AR-PAID-AMOUNT)
           END-IF.
       1380-WRITE-LINE-COSTS.
      * ONE ORDCOST RECORD PER PRODUCT LINE, CARRYING THE UNIT COST
      * THAT WAS IN FORCE WHEN THE ORDER WAS KEYED.  COSTS CHANGE -
      * THE ORDER KEEPS THE ONE THAT APPLIED AT ENTRY.  THE COST IS
      * PER THE UNIT THE LINE WAS SOLD IN, WHICH IS FILED WITH IT.
      * A DROP-SHIP LINE HAS ITS PO RAISED ON THE SUPPLIER HERE TOO.
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE EIBDATE TO OC-DATE.
           MOVE ZERO TO WS-WHSE-LINE-COUNT.
           IF ORDFILE-P1A NOT EQUAL SPACES
               MOVE ORDFILE-P1A TO OC-PRODUCT(1:4)
               MOVE ORDFILE-P1B TO OC-PRODUCT(5:4)
               MOVE WS-LINE-COST(1) TO OC-UNIT-COST
               MOVE WS-LINE-UOM(1) TO OC-SELL-UOM
               MOVE WS-LINE-FACTOR(1) TO OC-SELL-FACTOR
               MOVE WS-LINE-STOCK-UOM(1) TO OC-STOCK-UOM
               MOVE ORDFILE-P1-QTY TO WS-CHECK-QTY
               MOVE 1 TO WS-CHECK-LINE-NUM
               PERFORM 1385-ROUTE-LINE THRU 1385-EXIT
               PERFORM 1390-WRITE-ONE-COST
           END-IF.
           IF ORDFILE-P2A NOT EQUAL SPACES
               MOVE ORDFILE-P2A TO OC-PRODUCT(1:4)
               MOVE ORDFILE-P2B TO OC-PRODUCT(5:4)
               MOVE WS-LINE-COST(2) TO OC-UNIT-COST
               MOVE WS-LINE-UOM(2) TO OC-SELL-UOM
               MOVE WS-LINE-FACTOR(2) TO OC-SELL-FACTOR
               MOVE WS-LINE-STOCK-UOM(2) TO OC-STOCK-UOM
               MOVE ORDFILE-P2-QTY TO WS-CHECK-QTY
               MOVE 2 TO WS-CHECK-LINE-NUM
               PERFORM 1385-ROUTE-LINE THRU 1385-EXIT
               PERFORM 1390-WRITE-ONE-COST
           END-IF.
           IF ORDFILE-P3A NOT EQUAL SPACES
               MOVE ORDFILE-P3A TO OC-PRODUCT(1:4)
               MOVE ORDFILE-P3B TO OC-PRODUCT(5:4)
               MOVE WS-LINE-COST(3) TO OC-UNIT-COST
               MOVE WS-LINE-UOM(3) TO OC-SELL-UOM
               MOVE WS-LINE-FACTOR(3) TO OC-SELL-FACTOR
               MOVE WS-LINE-STOCK-UOM(3) TO OC-STOCK-UOM
               MOVE ORDFILE-P3-QTY TO WS-CHECK-QTY
               MOVE 3 TO WS-CHECK-LINE-NUM
               PERFORM 1385-ROUTE-LINE THRU 1385-EXIT
               PERFORM 1390-WRITE-ONE-COST
           END-IF.
           IF ORDFILE-P4A NOT EQUAL SPACES
               MOVE ORDFILE-P4A TO OC-PRODUCT(1:4)
               MOVE ORDFILE-P4B TO OC-PRODUCT(5:4)
               MOVE WS-LINE-COST(4) TO OC-UNIT-COST
               MOVE WS-LINE-UOM(4) TO OC-SELL-UOM
               MOVE WS-LINE-FACTOR(4) TO OC-SELL-FACTOR
               MOVE WS-LINE-STOCK-UOM(4) TO OC-STOCK-UOM
               MOVE ORDFILE-P4-QTY TO WS-CHECK-QTY
               MOVE 4 TO WS-CHECK-LINE-NUM
               PERFORM 1385-ROUTE-LINE THRU 1385-EXIT
               PERFORM 1390-WRITE-ONE-COST
           END-IF.
           IF ORDFILE-P5A NOT EQUAL SPACES
               MOVE ORDFILE-P5A TO OC-PRODUCT(1:4)
               MOVE ORDFILE-P5B TO OC-PRODUCT(5:4)
               MOVE WS-LINE-COST(5) TO OC-UNIT-COST
               MOVE WS-LINE-UOM(5) TO OC-SELL-UOM
               MOVE WS-LINE-FACTOR(5) TO OC-SELL-FACTOR
               MOVE WS-LINE-STOCK-UOM(5) TO OC-STOCK-UOM
               MOVE ORDFILE-P5-QTY TO WS-CHECK-QTY
               MOVE 5 TO WS-CHECK-LINE-NUM
               PERFORM 1385-ROUTE-LINE THRU 1385-EXIT
               PERFORM 1390-WRITE-ONE-COST
           END-IF.

       1395-EXIT.


       1396-FILE-TERMS.
      * FILE THE ACCOUNT'S PAYMENT TERMS UNDER THE ASSIGNED INVOICE
      * NUMBER.  A CASH SALE WITH NO ACCOUNT, A BLANK TERMS CODE OR A
      * CODE NO LONGER ON TERMTAB IS FILED DUE ON THE INVOICE DATE.
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO OT-INVOICE-NO.
           MOVE SPACES TO OT-TERMS-CODE.
           MOVE ZERO TO OT-NET-DAYS.
           MOVE ZERO TO OT-DISC-PCT.
           MOVE ZERO TO OT-DISC-DAYS.

           IF ACCTL IS GREATER THAN ZERO
               AND CUSTMAS-TERMS-CODE NOT EQUAL SPACES
               MOVE CUSTMAS-TERMS-CODE TO OT-TERMS-CODE
               MOVE CUSTMAS-TERMS-CODE TO TERMTAB-CODE
               EXEC CICS HANDLE CONDITION
                   NOTFND(1396-TERMS-NOT-FOUND)
               END-EXEC
               EXEC CICS READ FILE('TERMTAB')
                   RIDFLD(TERMTAB-CODE)
                   LENGTH(TERMTAB-LENGTH)
                   INTO(TERMTAB-RECORD)
               END-EXEC
               MOVE TERMTAB-NET-DAYS TO OT-NET-DAYS
               MOVE TERMTAB-DISC-PCT TO OT-DISC-PCT
               MOVE TERMTAB-DISC-DAYS TO OT-DISC-DAYS
           END-IF.

       1396-TERMS-NOT-FOUND.

           EXEC CICS HANDLE CONDITION
               NOTFND(195-AREA-CODE-NOT-FOUND)
           END-EXEC.

           EXEC CICS WRITE
               FROM(ORDTERM-RECORD)
               LENGTH(ORDTERM-LENGTH)
               FILE('ORDTERM')
               RIDFLD(OT-INVOICE-NO)
           END-EXEC.

       1396-EXIT.


       1397-ASSIGN-TERRITORY-REP.
      * LOOK THE SHIP-TO POSTAL PREFIX UP ON THE TERRITORY TABLE AND
      * PUT ITS REP ON THE ORDER.  A PREFIX NOT ON THE TABLE, OR ONE
      * WHOSE REP IS OFF THE SALESPERSON MASTER OR NO LONGER ACTIVE,
      * LEAVES THE REP AS KEYED.
      *=================================================================

           MOVE WS-ORDER-COUNTRY TO TERRTAB-COUNTRY.
           MOVE POS1I TO TERRTAB-PREFIX.
           EXEC CICS HANDLE CONDITION
               NOTFND(1397-NO-TERRITORY)
           END-EXEC.
           EXEC CICS READ FILE('TERRTAB')
               RIDFLD(TERRTAB-KEY)
               LENGTH(TERRTAB-LENGTH)
               INTO(TERRTAB-RECORD)
           END-EXEC.
           MOVE TERRTAB-REP TO SLSMAST-CODE.
           EXEC CICS READ FILE('SLSMAST')
               RIDFLD(SLSMAST-CODE)
               LENGTH(SLSMAST-LENGTH)
               INTO(SLSMAST-RECORD)
           END-EXEC.
           IF SLSMAST-ACTIVE
               MOVE TERRTAB-REP TO ORDFILE-SALES-REP
           END-IF.

       1397-NO-TERRITORY.

           EXEC CICS HANDLE CONDITION
               NOTFND(195-AREA-CODE-NOT-FOUND)
           END-EXEC.

       1397-EXIT.


       1385-ROUTE-LINE.
      * A LINE THE WAREHOUSE PICKS IS COUNTED FOR THE PICK LIST.  A
      * DROP-SHIP LINE IS FLAGGED ON ITS COST RECORD - SO THE PICK,
      * SHIP-CONFIRM AND ADVICE PROGRAMS PASS IT BY - AND GETS ITS
      * PO LINE ON THE SUPPLIER AND ITS DROPSHP RECORD.
      *=================================================================

           IF WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM) EQUAL SPACES
               MOVE SPACE TO OC-DROP-SHIP
               ADD 1 TO WS-WHSE-LINE-COUNT
               GO TO 1385-EXIT
           END-IF.

           SET OC-LINE-DROP-SHIP TO TRUE.

           *> THE NEXT PO NUMBER OFF THE 'PO ' CONTROL RECORD - READ
           *> FOR UPDATE, THE SAME AS GS25 TAKES IT
           MOVE 'PO ' TO INVCTL-DIVISION.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
               LENGTH(INVCTL-LENGTH)
               INTO(INVCTL-RECORD)
               UPDATE
           END-EXEC.
           MOVE INVCTL-NEXT-ONLINE TO PO-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           EXEC CICS REWRITE FILE('INVCTL')
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
           END-EXEC.

           MOVE 1 TO PO-LINE-NO.
           MOVE WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM)
               TO PO-SUPPLIER.
           MOVE OC-PRODUCT TO PO-PRODUCT.
           MOVE WS-CHECK-QTY TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE OC-UNIT-COST TO PO-UNIT-COST.
           MOVE EIBDATE TO PO-ORDER-DATE.
           MOVE EIBDATE TO PO-EXPECTED-DATE.
           SET PO-STATUS-OPEN TO TRUE.
           MOVE EIBOPID TO PO-OPERATOR-ID.
           MOVE EIBTRMID TO PO-TERMINAL-ID.
           MOVE EIBDATE TO PO-LAST-CHG-DATE.
           MOVE EIBTIME TO PO-LAST-CHG-TIME.
           MOVE OC-SELL-UOM TO PO-UOM.
           MOVE OC-SELL-FACTOR TO PO-UOM-FACTOR.
           SET PO-LINE-DROP-SHIP TO TRUE.
           EXEC CICS WRITE
               FROM(POFILE-RECORD)
               LENGTH(POFILE-LENGTH)
               FILE('POFILE')
               RIDFLD(PO-KEY)
           END-EXEC.

           *> THE DELIVERY ADDRESS GOES WITH IT - THE SHIP-TO BOOK
           *> ENTRY WHEN ONE WAS KEYED (193 READ IT ON THIS PASS),
           *> OTHERWISE THE ORDER'S OWN ADDRESS BLOCK
           MOVE PO-NUMBER TO DS-PO-NUMBER.
           MOVE PO-LINE-NO TO DS-PO-LINE.
           MOVE ORDFILE-INVOICE-NO TO DS-INVOICE-NO.
           MOVE ORDFILE-PREFIX TO DS-PREFIX.
           MOVE OC-PRODUCT TO DS-PRODUCT.
           MOVE WS-CHECK-QTY TO DS-QTY.
           MOVE OC-SELL-UOM TO DS-UOM.
           MOVE PO-SUPPLIER TO DS-SUPPLIER.
           MOVE ORDFILE-ACCOUNT TO DS-ACCOUNT.
           MOVE ORDFILE-SHIPTO-CODE TO DS-SHIPTO-CODE.
           IF SHPTL IS GREATER THAN ZERO
               AND ACCTL IS GREATER THAN ZERO
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
           MOVE EIBOPID TO DS-OPERATOR-ID.
           MOVE EIBTRMID TO DS-TERMINAL-ID.
           MOVE EIBDATE TO DS-LAST-CHG-DATE.
           MOVE EIBTIME TO DS-LAST-CHG-TIME.
           EXEC CICS WRITE
               FROM(DROPSHP-RECORD)
               LENGTH(DROPSHP-LENGTH)
               FILE('DROPSHP')
               RIDFLD(DS-KEY)
           END-EXEC.

       1385-EXIT.


       1390-WRITE-ONE-COST.
      * WRITE ONE LINE'S ENTRY-TIME COST RECORD
      *=================================================================
       1390-EXIT.


       1348-CHECK-WAVE-PICKING.
      * IS THE WAREHOUSE PICKING THIS ORDER BY WAVE - ONLY WHILE THE
      * 'WAV' CONTROL RECORD IS ON FILE, AND ONLY FOR AN ORDER TAKEN
      * ON OR AFTER THE DATE WAVE PICKING STARTED
      *=================================================================

           MOVE 'N' TO WS-WAVE-PICK-SW.
           MOVE 'WAV' TO WAVCTL-KEY.
           EXEC CICS HANDLE CONDITION
               NOTFND(1348-NO-WAVE-PICKING)
           END-EXEC.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(WAVCTL-KEY)
               LENGTH(INVCTL-LENGTH)
               INTO(WAVCTL-RECORD)
           END-EXEC.

           IF ORDFILE-ORDER-DATE IS NOT LESS THAN WAVCTL-START-DATE
               MOVE 'Y' TO WS-WAVE-PICK-SW
           END-IF.

       1348-NO-WAVE-PICKING.

           EXEC CICS HANDLE CONDITION
               NOTFND(195-AREA-CODE-NOT-FOUND)
           END-EXEC.

       1348-EXIT.


       1350-PRINT-PICK-LIST.
      * PUSH THE PICK LIST / PACKING SLIP FOR THE INVOICE JUST SAVED
      * TO THE WAREHOUSE PRINTER QUEUE - PRODUCT CODES AND QUANTITIES
               MOVE ORDFILE-P1A TO PRODUCT-A
               MOVE ORDFILE-P1B TO PRODUCT-B
               MOVE ORDFILE-P1-QTY TO WS-CHECK-QTY
               MOVE 1 TO WS-CHECK-LINE-NUM
               PERFORM 1355-COLLECT-PICK-LINE THRU 1355-EXIT
           END-IF.
           IF ORDFILE-P2A NOT EQUAL SPACES
               MOVE ORDFILE-P2A TO PRODUCT-A
               MOVE ORDFILE-P2B TO PRODUCT-B
               MOVE ORDFILE-P2-QTY TO WS-CHECK-QTY
               MOVE 2 TO WS-CHECK-LINE-NUM
               PERFORM 1355-COLLECT-PICK-LINE THRU 1355-EXIT
           END-IF.
           IF ORDFILE-P3A NOT EQUAL SPACES
               MOVE ORDFILE-P3A TO PRODUCT-A
               MOVE ORDFILE-P3B TO PRODUCT-B
               MOVE ORDFILE-P3-QTY TO WS-CHECK-QTY
               MOVE 3 TO WS-CHECK-LINE-NUM
               PERFORM 1355-COLLECT-PICK-LINE THRU 1355-EXIT
           END-IF.
           IF ORDFILE-P4A NOT EQUAL SPACES
               MOVE ORDFILE-P4A TO PRODUCT-A
               MOVE ORDFILE-P4B TO PRODUCT-B
               MOVE ORDFILE-P4-QTY TO WS-CHECK-QTY
               MOVE 4 TO WS-CHECK-LINE-NUM
               PERFORM 1355-COLLECT-PICK-LINE THRU 1355-EXIT
           END-IF.
           IF ORDFILE-P5A NOT EQUAL SPACES
               MOVE ORDFILE-P5A TO PRODUCT-A
               MOVE ORDFILE-P5B TO PRODUCT-B
               MOVE ORDFILE-P5-QTY TO WS-CHECK-QTY
               MOVE 5 TO WS-CHECK-LINE-NUM
               PERFORM 1355-COLLECT-PICK-LINE THRU 1355-EXIT
           END-IF.

       1355-COLLECT-PICK-LINE.
      * STASH THE LINE (OR, FOR A KIT, ITS COMPONENTS) IN THE PICK
      * TABLE WITH THEIR BINS.  A PART WITH NO BIN ON FILE SORTS TO
      * THE FRONT UNDER A BLANK BIN - IT STILL PRINTS.  A DROP-SHIP
      * LINE IS NOT PICKED - THE SUPPLIER SHIPS IT.
      *=================================================================

           IF WS-LINE-DROP-SUPPLIER(WS-CHECK-LINE-NUM) NOT EQUAL SPACES
               GO TO 1355-EXIT
           END-IF.

           COMPUTE WS-LINE-STOCK-QTY = WS-CHECK-QTY *
               WS-LINE-FACTOR(WS-CHECK-LINE-NUM).

           MOVE 'N' TO WS-KIT-SW.
           MOVE PRODUCT-NUMBER TO KIT-PRODUCT.
           MOVE 1 TO KIT-COMPONENT-SEQ.
               MOVE PRODUCT-NUMBER TO WS-PICK-ITEM-PRODUCT
               MOVE WS-CHECK-QTY TO WS-PICK-ITEM-QTY
               PERFORM 1355-STASH-PICK-ITEM
               MOVE WS-LINE-UOM(WS-CHECK-LINE-NUM)
                   TO WS-PK-UOM(WS-PICK-COUNT)
               MOVE WS-LINE-STOCK-QTY TO WS-PK-STOCK-QTY(WS-PICK-COUNT)
               MOVE WS-LINE-STOCK-UOM(WS-CHECK-LINE-NUM)
                   TO WS-PK-STOCK-UOM(WS-PICK-COUNT)
           END-IF.

       1355-EXIT.

           MOVE KIT-COMPONENT TO WS-PICK-ITEM-PRODUCT.
           COMPUTE WS-PICK-ITEM-QTY =
               WS-LINE-STOCK-QTY * KIT-COMP-QTY.
           PERFORM 1355-STASH-PICK-ITEM.
           GO TO 1355-NEXT-EXIT.

           MOVE WS-PICK-ITEM-PRODUCT(5:4)
               TO WS-PK-PROD-B(WS-PICK-COUNT).
           MOVE WS-PICK-ITEM-QTY TO WS-PK-QTY(WS-PICK-COUNT).
           MOVE SPACES TO WS-PK-UOM(WS-PICK-COUNT).
           MOVE ZERO TO WS-PK-STOCK-QTY(WS-PICK-COUNT).
           MOVE SPACES TO WS-PK-STOCK-UOM(WS-PICK-COUNT).

       1355-STASH-EXIT.


       1359-SCAN-NEXT-BIN.
      * LOOK AT THE NEXT BIN FOR THE PART - THE PRIMARY WINS, THE
      * FIRST ONE SEEN IS THE FALLBACK.  WHEN THE DECREMENT HANDED
      * BACK A SHIPPING WAREHOUSE, BINS ELSEWHERE ARE PASSED OVER.
      *=================================================================

           EXEC CICS READNEXT FILE('BINLOC')
               LENGTH(BINLOC-LENGTH)
           END-EXEC.

           IF BIN-WAREHOUSE EQUAL SPACES
               MOVE WS-PRIMARY-WAREHOUSE TO WS-BIN-WAREHOUSE
           ELSE
               MOVE BIN-WAREHOUSE TO WS-BIN-WAREHOUSE
           END-IF.

           IF BIN-PRODUCT NOT EQUAL WS-PICK-ITEM-PRODUCT
               MOVE 'Y' TO WS-BIN-DONE-SW
           ELSE
           IF WS-DECR-WAREHOUSE NOT EQUAL SPACES
               AND WS-BIN-WAREHOUSE NOT EQUAL WS-DECR-WAREHOUSE
               CONTINUE
           ELSE
           IF BIN-PRIMARY
               MOVE BIN-CODE TO WS-PICK-BIN
               MOVE 'Y' TO WS-BIN-DONE-SW
           MOVE WS-PK-PROD-A(WS-PICK-SUB) TO PL-PROD-A.
           MOVE WS-PK-PROD-B(WS-PICK-SUB) TO PL-PROD-B.
           MOVE WS-PK-QTY(WS-PICK-SUB) TO PL-PROD-QTY.
           MOVE WS-PK-UOM(WS-PICK-SUB) TO PL-PROD-UOM.
           IF WS-PK-UOM(WS-PICK-SUB) EQUAL SPACES
               MOVE SPACES TO PL-STOCK-PART
           ELSE
               MOVE ' = ' TO PL-STOCK-PART(1:3)
               MOVE WS-PK-STOCK-QTY(WS-PICK-SUB) TO PL-STOCK-QTY
               MOVE WS-PK-STOCK-UOM(WS-PICK-SUB) TO PL-STOCK-UOM
           END-IF.
           MOVE WS-PICK-PRODUCT-LINE TO PRTREQ-TEXT.
           PERFORM 1365-WRITE-PRINT-LINE.

