               RECORD KEY IS BKORD-KEY
               FILE STATUS IS WS-BKORD-STATUS.

           SELECT TERMTAB-FILE ASSIGN TO TERMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERMTAB-CODE
               FILE STATUS IS WS-TERMTAB-STATUS.

           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

           SELECT CONPRC-FILE ASSIGN TO CONPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CONPRC-KEY
               FILE STATUS IS WS-CONPRC-STATUS.

           SELECT TERRTAB-FILE ASSIGN TO TERRTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERRTAB-KEY
               FILE STATUS IS WS-TERRTAB-STATUS.

           SELECT SLSMAST-FILE ASSIGN TO SLSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLSMAST-CODE
               FILE STATUS IS WS-SLSMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
               10  ORDFILE-TAX-TOTAL       PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  ORDFILE-SHIPTO-CODE         PIC X(3).
           05  FILLER                      PIC X(15).
           05  ORDFILE-SALES-REP           PIC X(3).
           05  FILLER                      PIC X(13).
           05  ORDFILE-RESTORED-FLAG       PIC X(1).
      *        FREIGHT IS A NUMERIC FIELD NOW - A GENERATED ORDER
      *        MUST CARRY ZERO, NOT SPACES, OR SHIP-CONFIRM'S
               88  BKORD-OPEN                      VALUE 'O'.
               88  BKORD-RELEASED                  VALUE 'R'.

      *=================================================================
      * THE PAYMENT TERMS TABLE AND THE TERMS FILED WITH EACH
      * GENERATED INVOICE - GSPRGCP CARRIES THEM ONTO THE OPEN ITEM
      *=================================================================
       FD  TERMTAB-FILE.
       01  TERMTAB-RECORD.
           05  TERMTAB-CODE                PIC X(2).
           05  TERMTAB-DESC                PIC X(20).
           05  TERMTAB-NET-DAYS            PIC 9(3).
           05  TERMTAB-DISC-PCT            PIC 9(2)V99.
           05  TERMTAB-DISC-DAYS           PIC 9(3).
           05  FILLER                      PIC X(8).

       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

      *=================================================================
      * THE NEGOTIATED ACCOUNT/PART PRICES - A CONTRACT ROW IN FORCE
      * ON THE RUN DATE PRICES THE LINE AHEAD OF ANY PROMOTION,
      * QUANTITY BREAK OR PART-MASTER PRICE, SAME AS THE ENTRY PATHS
      *=================================================================
       FD  CONPRC-FILE.
       01  CONPRC-RECORD.
           05  CONPRC-KEY.
               10  CP-ACCOUNT              PIC X(6).
               10  CP-PRODUCT              PIC X(8).
           05  CP-PRICE                    PIC 9(5)V99.
           05  CP-START-DATE               PIC 9(7).
           05  CP-END-DATE                 PIC 9(7).
           05  FILLER                      PIC X(5).

      *=================================================================
      * THE SALES TERRITORY TABLE - THE REP WHO OWNS EACH POSTAL CODE
      * PREFIX ('C') OR US ZIP PREFIX ('U') - AND THE SALESPERSON
      * MASTER THE REP MUST STILL BE ACTIVE ON
      *=================================================================
       FD  TERRTAB-FILE.
       01  TERRTAB-RECORD.
           05  TERRTAB-KEY.
               10  TERRTAB-COUNTRY         PIC X(1).
               10  TERRTAB-PREFIX          PIC X(3).
           05  TERRTAB-REP                 PIC X(3).
           05  TERRTAB-LAST-CHG-DATE       PIC 9(7).
           05  FILLER                      PIC X(6).

       FD  SLSMAST-FILE.
       01  SLSMAST-RECORD.
           05  SLSMAST-CODE                PIC X(3).
           05  SLSMAST-NAME                PIC X(20).
           05  SLSMAST-COMM-RATE           PIC 9(2)V99.
           05  SLSMAST-STATUS              PIC X(1).
               88  SLSMAST-ACTIVE                  VALUE 'A'.
               88  SLSMAST-INACTIVE                VALUE 'I'.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       01  WS-TAXEFF-STATUS                 PIC XX.
           88  TAXEFF-OK                               VALUE '00'.

       01  WS-TERMTAB-STATUS                PIC XX.
           88  TERMTAB-OK                              VALUE '00'.

       01  WS-ORDTERM-STATUS                PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-CONPRC-STATUS                 PIC XX.
           88  CONPRC-OK                               VALUE '00'.

       01  WS-TERRTAB-STATUS                PIC XX.
           88  TERRTAB-OK                              VALUE '00'.

       01  WS-SLSMAST-STATUS                PIC XX.
           88  SLSMAST-OK                              VALUE '00'.

       01  WS-CONTRACT-SW                   PIC X(1).
           88  WS-CONTRACT-FOUND                       VALUE 'Y'.

       01  WS-TAXEFF-SW                     PIC X(1).
           88  WS-TAXEFF-FOUND                     VALUE 'Y'.

      *    NOT USED HERE, BUT THE CALL MUST PASS EVERY ARGUMENT
       01  WS-GP-UNIT-COST                   PIC S9(5)V99 COMP-3.

      *    THE GSPRGPT PROMOTION AND QUANTITY-BREAK ARGUMENTS - THE
      *    TEMPLATE LINE QUANTITY, AND WHERE THE PRICE CAME FROM
       01  WS-PT-QUANTITY                   PIC S9(7) COMP-3.
       01  WS-PT-PRICE-SOURCE               PIC X(1).

      *    THE GSPRGPD BATCH STOCK SERVICE ARGUMENTS - SAME DECREMENT
      *    THE ONLINE SCREENS MAKE THROUGH GSPRGPA
       01  WS-GD-FUNCTION                   PIC X(1).
       01  WS-GD-QUANTITY                   PIC S9(5) COMP-3.
       01  WS-GD-SQL-CODE                   PIC S9(8) COMP.
       01  WS-GD-ON-HAND-BAL                PIC S9(5) COMP-3.
      *    LEFT BLANK SO THE STOCK COMES OFF THE ORDER'S DIVISION'S
      *    DEFAULT SHIPPING WAREHOUSE
       01  WS-GD-WAREHOUSE                  PIC X(2) VALUE SPACES.
       01  WS-GD-DIVISION                   PIC X(3) VALUE SPACES.

       01  WS-BKORD-STATUS                  PIC XX.
           88  BKORD-OK                                VALUE '00'.

       01  WS-BKORD-SHORT-QTY               PIC S9(5) VALUE ZERO.

      *    THE GSPRGBD BUSINESS-DAY ARGUMENTS - FUNCTION 'D' STEPS THE
      *    FREQUENCY IN CALENDAR DAYS, THEN ON PAST ANY WEEKEND OR
      *    SHOP HOLIDAY IT LANDS ON
       01  WS-BD-FUNCTION                   PIC X(1) VALUE 'D'.
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(36)
               VALUE 'STANDING-ORDER GENERATION REPORT    '.
      * TURNS EVERY ACTIVE STANDING-ORDER TEMPLATE THAT HAS FALLEN
      * DUE INTO A REAL ORDFILE INVOICE - NUMBERED FROM THE BATCH
      * RANGE, ADDRESSED FROM THE CUSTOMER MASTER, PRICED FROM THE
      * ACCOUNT'S CONTRACT, A PROMOTION OR QUANTITY BREAK, OR THE
      * PART MASTER, TAXED FROM THE PROVINCE TABLE AND STOCK-
      * DECREMENTED THROUGH THE GSPRGPD BATCH SERVICE.

           OPEN INPUT TAXTAB-FILE.
           OPEN INPUT TAXEFF-FILE.
           OPEN I-O BKORD-FILE.
           OPEN INPUT TERMTAB-FILE.
           OPEN I-O ORDTERM-FILE.
           OPEN INPUT CONPRC-FILE.
           OPEN INPUT TERRTAB-FILE.
           OPEN INPUT SLSMAST-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           CLOSE TAXTAB-FILE.
           CLOSE TAXEFF-FILE.
           CLOSE BKORD-FILE.
           CLOSE TERMTAB-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE CONPRC-FILE.
           CLOSE TERRTAB-FILE.
           CLOSE SLSMAST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.
           MOVE SPACES TO ORDFILE-SHIPTO-CODE.
           MOVE SPACE TO ORDFILE-RESTORED-FLAG.
           MOVE ZERO TO ORDFILE-FREIGHT-AMOUNT.
           IF NOT CUSTMAS-HOUSE-OVERRIDE
               PERFORM 310-ASSIGN-TERRITORY-REP THRU 310-EXIT
           END-IF.

           MOVE ZERO TO ORDFILE-INVOICE-TOTAL.
           PERFORM 320-BUILD-ONE-LINE
       300-EXIT.


       310-ASSIGN-TERRITORY-REP.
      * THE REP COMES OFF THE TERRITORY TABLE BY THE ACCOUNT'S POSTAL
      * PREFIX - A PREFIX NOT ON THE TABLE, OR A TERRITORY REP NO
      * LONGER ACTIVE, LEAVES THE ORDER A HOUSE ORDER WITH NO REP
      *=================================================================

           IF CUSTMAS-COUNTRY EQUAL 'U'
               MOVE 'U' TO TERRTAB-COUNTRY
           ELSE
               MOVE 'C' TO TERRTAB-COUNTRY
           END-IF.
           MOVE CUSTMAS-POSTAL-1 TO TERRTAB-PREFIX.
           READ TERRTAB-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ.

           MOVE TERRTAB-REP TO SLSMAST-CODE.
           READ SLSMAST-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ.
           IF SLSMAST-ACTIVE
               MOVE TERRTAB-REP TO ORDFILE-SALES-REP
           END-IF.

       310-EXIT.


       320-BUILD-ONE-LINE.
      * RESOLVE ONE TEMPLATE LINE ON THE PART MASTER AND PRICE IT
      *=================================================================
               MOVE 'N' TO WS-TEMPLATE-SW
               MOVE 'TEMPLATE PART NOT ON MASTER' TO DL-DETAIL
           ELSE
      *        A PROMOTION OR QUANTITY BREAK IN FORCE ON THE RUN DATE
      *        REPLACES THE LIST PRICE, AND A CONTRACT PRICE FOR THE
      *        ACCOUNT BEATS THEM ALL
               MOVE STORD-QTY(WS-LINE-SUB) TO WS-PT-QUANTITY
               CALL 'GSPRGPT' USING STORD-PRODUCT(WS-LINE-SUB)
                   ORDFILE-PREFIX WS-PT-QUANTITY WS-RUN-DATE
                   WS-GP-UNIT-PRICE WS-PT-PRICE-SOURCE
               PERFORM 330-CHECK-CONTRACT-PRICE
               MOVE STORD-PRODUCT(WS-LINE-SUB)
                   TO ORDFILE-P-CODE(WS-LINE-SUB)
               MOVE STORD-QTY(WS-LINE-SUB)
       320-EXIT.


       330-CHECK-CONTRACT-PRICE.
      * LOOK FOR A CONTRACT PRICE FOR THE TEMPLATE'S ACCOUNT AND THE
      * PART AND, WHEN ONE IS IN FORCE ON THE RUN DATE, LET IT
      * REPLACE THE UNIT PRICE
      *=================================================================

           MOVE 'N' TO WS-CONTRACT-SW.
           MOVE STORD-ACCOUNT TO CP-ACCOUNT.
           MOVE STORD-PRODUCT(WS-LINE-SUB) TO CP-PRODUCT.
           READ CONPRC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTRACT-FOUND TO TRUE
           END-READ.

           IF WS-CONTRACT-FOUND
               AND WS-RUN-DATE NOT LESS THAN CP-START-DATE
               AND WS-RUN-DATE NOT GREATER THAN CP-END-DATE
               MOVE CP-PRICE TO WS-GP-UNIT-PRICE
           END-IF.

       330-EXIT.


       350-COMPUTE-TAX.
      * THE SAME PROVINCE TAX CALCULATION THE ENTRY PATHS MAKE
      *=================================================================
               PERFORM 450-DECREMENT-STOCK
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               PERFORM 420-WRITE-TERMS
           END-IF.

       400-EXIT.


       420-WRITE-TERMS.
      * FILE THE ACCOUNT'S PAYMENT TERMS UNDER THE NEW INVOICE NUMBER
      * - A BLANK TERMS CODE OR ONE NOT ON TERMTAB FILES THE INVOICE
      * DUE ON ITS DATE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO OT-INVOICE-NO.
           MOVE CUSTMAS-TERMS-CODE TO OT-TERMS-CODE.
           MOVE ZERO TO OT-NET-DAYS.
           MOVE ZERO TO OT-DISC-PCT.
           MOVE ZERO TO OT-DISC-DAYS.

           IF CUSTMAS-TERMS-CODE NOT EQUAL SPACES
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

       420-EXIT.


       450-DECREMENT-STOCK.
      * RESERVE ONE LINE'S STOCK THROUGH THE GSPRGPD BATCH SERVICE
      *=================================================================
               MOVE 'S' TO WS-GD-FUNCTION
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-GD-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-GD-QUANTITY
               MOVE SPACES TO WS-GD-WAREHOUSE
               MOVE ORDFILE-PREFIX TO WS-GD-DIVISION
               CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
                   WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
                   WS-GD-WAREHOUSE WS-GD-DIVISION
      *        THE DECREMENT DROVE THE SHELF NEGATIVE - CAPTURE THE
      *        SHORTFALL SO THE ORDER DESK KNOWS WHICH CUSTOMER IS
      *        OWED WHAT, THE SAME BOOKKEEPING THE GS03 SCREEN DOES


       500-ROLL-DUE-DATE.
      * STEP THE TEMPLATE'S NEXT DUE DATE ONE FREQUENCY INTERVAL ON,
      * CARRIED PROPERLY OVER THE YEAR END, AND ON TO THE NEXT
      * BUSINESS DAY WHEN IT LANDS ON A WEEKEND OR SHOP HOLIDAY
      *=================================================================

           MOVE WS-RUN-DATE TO WS-BD-FROM-DATE.
           MOVE STORD-FREQUENCY-DAYS TO WS-BD-DAYS.
           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               COMPUTE STORD-NEXT-DUE-DATE =
                   WS-RUN-DATE + STORD-FREQUENCY-DAYS
           ELSE
               MOVE WS-BD-TO-DATE TO STORD-NEXT-DUE-DATE
           END-IF.
           REWRITE STORD-RECORD.

       500-EXIT.
