       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgiv.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LAST MONTH'S VALUATION - THE OPENING BALANCES
           SELECT VALOLD-FILE ASSIGN TO VALOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALOLD-STATUS.

      *    THIS MONTH'S VALUATION - NEXT MONTH'S OPENING BALANCES
           SELECT VALNEW-FILE ASSIGN TO VALNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALNEW-STATUS.

           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDDETL-FILE ASSIGN TO ORDDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDDETL-KEY
               FILE STATUS IS WS-ORDDETL-STATUS.

      *    THE UNIT EACH INVOICE LINE WAS SOLD IN
           SELECT ORDCOST-FILE ASSIGN TO ORDCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDCOST-KEY
               FILE STATUS IS WS-ORDCOST-STATUS.

           SELECT RCVHIST-FILE ASSIGN TO RCVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.

           SELECT CREDMEM-FILE ASSIGN TO CREDMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CREDMEM-KEY
               FILE STATUS IS WS-CREDMEM-STATUS.

           SELECT ADJHIST-FILE ASSIGN TO ADJHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJHIST-STATUS.

      *    THE RETURNS TO VENDOR - STOCK GSPRGVP SHIPPED BACK
           SELECT RTVFILE-FILE ASSIGN TO RTVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTV-NUMBER
               FILE STATUS IS WS-RTVFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONE RECORD PER PART ON BILLM.PART_CODES AT THE VALUATION
      *    DATE.  THE OPEN-ORDER QUANTITY IS THE STOCK ALREADY TAKEN OFF
      *    ON_HAND BY ORDER ENTRY FOR ORDERS NOT YET SHIPPED - THE NEXT
      *    ROLL-FORWARD NEEDS IT TO TIE SHIPMENTS BACK TO ON_HAND.
       FD  VALOLD-FILE.
       01  VALOLD-RECORD.
           05  VO-SNAP-DATE                PIC 9(7).
           05  VO-PRODUCT                  PIC X(8).
           05  VO-ABC-CLASS                PIC X(1).
           05  VO-ON-HAND                  PIC S9(5) SIGN LEADING
                                               SEPARATE.
           05  VO-UNIT-COST                PIC 9(5)V99.
           05  VO-VALUE                    PIC S9(9)V99 SIGN LEADING
                                               SEPARATE.
           05  VO-OPEN-ORDER-QTY           PIC 9(7).
           05  FILLER                      PIC X(32).

       FD  VALNEW-FILE.
       01  VALNEW-RECORD.
           05  VN-SNAP-DATE                PIC 9(7).
           05  VN-PRODUCT                  PIC X(8).
           05  VN-ABC-CLASS                PIC X(1).
           05  VN-ON-HAND                  PIC S9(5) SIGN LEADING
                                               SEPARATE.
           05  VN-UNIT-COST                PIC 9(5)V99.
           05  VN-VALUE                    PIC S9(9)V99 SIGN LEADING
                                               SEPARATE.
           05  VN-OPEN-ORDER-QTY           PIC 9(7).
           05  FILLER                      PIC X(32).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS.
               10  ORDFILE-PRODUCT OCCURS 5 TIMES.
                   15  ORDFILE-P-CODE      PIC X(8).
                   15  ORDFILE-P-QTY       PIC 9(3).
                   15  ORDFILE-P-PRICE     PIC 9(5)V99.
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  ORDFILE-ADDR-LINE1          PIC X(20).
           05  ORDFILE-ADDR-LINE2          PIC X(20).
           05  ORDFILE-ADDR-LINE3          PIC X(20).
           05  ORDFILE-POSTAL              PIC X(6).
           05  ORDFILE-PHONE               PIC X(10).
           05  ORDFILE-AUDIT.
               10  ORDFILE-OPERATOR-ID     PIC X(3).
               10  ORDFILE-TERMINAL-ID     PIC X(4).
               10  ORDFILE-LAST-CHG-DATE   PIC 9(7).
               10  ORDFILE-LAST-CHG-TIME   PIC 9(7).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
               88  ORDFILE-STATUS-HELD            VALUE 'H'.
               88  ORDFILE-STATUS-PART-SHIPPED    VALUE 'P'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  ORDFILE-TAX-INFO.
               10  ORDFILE-GST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-PST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-TAX-TOTAL       PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  ORDFILE-SHIPTO-CODE         PIC X(3).
           05  ORDFILE-CUST-PO-REF         PIC X(15).
           05  ORDFILE-SALES-REP           PIC X(3).
           05  FILLER                      PIC X(20).

       FD  ORDDETL-FILE.
       01  ORDDETL-RECORD.
           05  ORDDETL-KEY.
               10  ORDDETL-INVOICE-NO      PIC X(7).
               10  ORDDETL-LINE-NO         PIC 9(3).
           05  ORDDETL-PRODUCT.
               10  ORDDETL-PA              PIC X(4).
               10  ORDDETL-PB              PIC X(4).
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
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

      *    THE QUANTITY IS IN THE UNIT THE PO WAS RAISED IN - THE
      *    FACTOR IS THE STOCKING UNITS IN ONE OF IT, BLANK OR ZERO
      *    WHEN THE ENTRY IS ALREADY IN THE STOCKING UNIT
       FD  RCVHIST-FILE.
       01  RCVHIST-RECORD.
           05  RCV-PRODUCT                 PIC X(8).
           05  RCV-QUANTITY                PIC 9(5).
           05  RCV-OPERATOR-ID             PIC X(3).
           05  RCV-TERMINAL-ID             PIC X(4).
           05  RCV-DATE                    PIC 9(7).
           05  RCV-TIME                    PIC 9(7).
           05  RCV-PO-NUMBER               PIC X(7).
           05  RCV-LOT-NUMBER              PIC X(10).
           05  RCV-UNIT-COST               PIC 9(5)V99.
           05  RCV-SHIPMENT                PIC X(8).
           05  RCV-UOM                     PIC X(2).
           05  RCV-UOM-FACTOR              PIC 9(5).

       FD  CREDMEM-FILE.
       01  CREDMEM-RECORD.
           05  CREDMEM-KEY.
               10  CM-INVOICE-NO           PIC X(7).
               10  CM-SEQ                  PIC 9(2).
           05  CM-PRODUCT                  PIC X(8).
           05  CM-QTY                      PIC 9(3).
           05  CM-PRICE                    PIC 9(5)V99.
           05  CM-CREDIT-AMOUNT            PIC 9(7)V99.
           05  CM-DATE                     PIC 9(7).
           05  CM-OPERATOR-ID              PIC X(3).
           05  CM-STATUS                   PIC X(1).
               88  CM-STATUS-NEW                  VALUE 'N'.
               88  CM-STATUS-EXTRACTED            VALUE 'X'.
           05  CM-AR-APPLIED-FLAG          PIC X(1).
               88  CM-AR-APPLIED                  VALUE 'A'.

       FD  ADJHIST-FILE.
       01  ADJHIST-RECORD.
           05  ADJ-PART-CODE               PIC X(8).
           05  ADJ-VARIANCE                PIC S9(5) SIGN LEADING
                                               SEPARATE.
           05  ADJ-DATE                    PIC 9(7).
           05  ADJ-OPERATOR-ID             PIC X(3).

       FD  RTVFILE-FILE.
       01  RTVFILE-RECORD.
           05  RTV-NUMBER                  PIC 9(7).
           05  RTV-SUPPLIER                PIC X(6).
           05  RTV-PO-NUMBER               PIC X(7).
           05  RTV-PO-LINE                 PIC 9(3).
           05  RTV-PRODUCT                 PIC X(8).
           05  RTV-LOT-NUMBER              PIC X(10).
           05  RTV-LOT-RECEIVE-DATE        PIC 9(7).
           05  RTV-QTY                     PIC 9(5).
           05  RTV-UNIT-COST               PIC 9(5)V99.
           05  RTV-AMOUNT                  PIC 9(7)V99.
           05  RTV-REASON                  PIC X(1).
               88  RTV-DEFECTIVE                   VALUE 'D'.
               88  RTV-OVERSTOCK                   VALUE 'O'.
           05  RTV-STATUS                  PIC X(1).
               88  RTV-ENTERED                     VALUE 'E'.
               88  RTV-SHIPPED                     VALUE 'S'.
               88  RTV-REJECTED                    VALUE 'X'.
           05  RTV-SHIPPED-DATE            PIC 9(7).
           05  RTV-MEMO-REF                PIC X(10).
           05  RTV-AUDIT.
               10  RTV-OPERATOR-ID         PIC X(3).
               10  RTV-TERMINAL-ID         PIC X(4).
               10  RTV-LAST-CHG-DATE       PIC 9(7).
               10  RTV-LAST-CHG-TIME       PIC 9(7).
           05  FILLER                      PIC X(11).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-VALOLD-STATUS                 PIC XX.
           88  VALOLD-OK                               VALUE '00'.
           88  VALOLD-EOF                              VALUE '10'.

       01  WS-VALNEW-STATUS                 PIC XX.
           88  VALNEW-OK                               VALUE '00'.

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.
           88  ORDDETL-EOF                             VALUE '10'.

       01  WS-ORDCOST-STATUS                PIC XX.
           88  ORDCOST-OK                              VALUE '00'.

       01  WS-RCVHIST-STATUS                PIC XX.
           88  RCVHIST-OK                              VALUE '00'.
           88  RCVHIST-EOF                             VALUE '10'.

       01  WS-CREDMEM-STATUS                PIC XX.
           88  CREDMEM-OK                              VALUE '00'.
           88  CREDMEM-EOF                             VALUE '10'.

       01  WS-ADJHIST-STATUS                PIC XX.
           88  ADJHIST-OK                              VALUE '00'.
           88  ADJHIST-EOF                             VALUE '10'.

       01  WS-RTVFILE-STATUS                PIC XX.
           88  RTVFILE-OK                              VALUE '00'.
           88  RTVFILE-EOF                             VALUE '10'.

      *    SYSIN - THE VALUATION DATE (0CYYDDD), THE LAST DAY OF THE
      *    MONTH BEING CLOSED
       01  WS-RUN-DATE                      PIC 9(7).

      *    THE DATE ON LAST MONTH'S VALUATION - A MOVEMENT COUNTS WHEN
      *    IT FALLS AFTER IT AND ON OR BEFORE THE RUN DATE
       01  WS-OPEN-DATE                     PIC 9(7) VALUE ZERO.
       01  WS-OPENING-SW                    PIC X(1) VALUE 'N'.
           88  WS-HAVE-OPENING                         VALUE 'Y'.

      *    ONE ENTRY PER PART - ITS OPENING BALANCE, EACH KIND OF
      *    MOVEMENT IN THE MONTH AND THE ON_HAND IT CLOSED AT
       01  WS-PART-MAX                      PIC 9(4) VALUE 3000.
       01  WS-PART-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-PART-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 3000 TIMES.
               10  PT-PRODUCT               PIC X(8).
               10  PT-OPENING               PIC S9(7).
               10  PT-OPENING-OPEN-QTY      PIC 9(7).
               10  PT-RECEIVED              PIC 9(7).
               10  PT-SHIPPED               PIC 9(7).
               10  PT-RETURNED              PIC 9(7).
               10  PT-ADJUSTED              PIC S9(7).
               10  PT-TO-VENDOR             PIC 9(7).
               10  PT-CLOSING-OPEN-QTY      PIC 9(7).
               10  PT-CLOSING               PIC S9(7).
               10  PT-EXPECTED              PIC S9(7).
               10  PT-DIFFERENCE            PIC S9(7).
               10  PT-ON-FILE-SW            PIC X(1).
                   88  PT-ON-FILE                      VALUE 'Y'.
       01  WS-FIND-PRODUCT                  PIC X(8).
       01  WS-PART-FOUND-SW                 PIC X(1).
           88  WS-PART-FOUND                           VALUE 'Y'.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-LINE-PRODUCT                  PIC X(8).
       01  WS-LINE-QTY                      PIC 9(7) VALUE ZERO.
       01  WS-LINE-FACTOR                   PIC 9(5) VALUE 1.
       01  WS-DROP-LINE-SW                  PIC X(1) VALUE 'N'.
           88  WS-LINE-IS-DROP-SHIP                 VALUE 'Y'.
       01  WS-UNIT-INVOICE                  PIC X(7).
       01  WS-ORDER-KIND-SW                 PIC X(1).
           88  WS-ORDER-SHIPPED                        VALUE 'S'.
           88  WS-ORDER-OPEN                           VALUE 'O'.
           88  WS-ORDER-IGNORED                        VALUE 'X'.

       01  WS-PART-VALUE                    PIC S9(9)V99 VALUE ZERO.

      *    THE VALUATION BY ABC CLASS - A, B, C AND UNCLASSIFIED
       01  WS-CLASS-SUB                     PIC 9(1) VALUE ZERO.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-TOTAL OCCURS 4 TIMES.
               10  CT-PARTS                 PIC 9(5).
               10  CT-UNITS                 PIC S9(9).
               10  CT-VALUE                 PIC S9(11)V99.
       01  WS-OPENING-VALUE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSING-VALUE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSING-PARTS                 PIC 9(5) VALUE ZERO.
       01  WS-CLOSING-UNITS                 PIC S9(9) VALUE ZERO.

      *    ROLL-FORWARD TOTALS ACROSS ALL PARTS
       01  WS-ROLL-TOTALS.
           05  RT-OPENING                   PIC S9(9) VALUE ZERO.
           05  RT-RECEIVED                  PIC S9(9) VALUE ZERO.
           05  RT-SHIPPED                   PIC S9(9) VALUE ZERO.
           05  RT-RETURNED                  PIC S9(9) VALUE ZERO.
           05  RT-ADJUSTED                  PIC S9(9) VALUE ZERO.
           05  RT-TO-VENDOR                 PIC S9(9) VALUE ZERO.
           05  RT-RESERVED                  PIC S9(9) VALUE ZERO.
           05  RT-EXPECTED                  PIC S9(9) VALUE ZERO.
           05  RT-CLOSING                   PIC S9(9) VALUE ZERO.
           05  RT-DIFFERENCE                PIC S9(9) VALUE ZERO.
       01  WS-RESERVED                      PIC S9(7) VALUE ZERO.
       01  WS-UNEXPLAINED-COUNT             PIC 9(5) VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-ON-HAND                            PIC S9(5) COMP-3.
           01  SQL-UNIT-COST                      PIC S9(5)V99 COMP-3.
           01  SQL-ABC-CLASS                           PIC X(1).

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY PART, DISCONTINUED OR NOT - STOCK ON THE SHELF IS
      *    STOCK ON THE BOOKS EITHER WAY
           EXEC SQL DECLARE VALUE-CSR CURSOR FOR
               SELECT PART_CODE, ON_HAND, UNIT_COST, ABC_CLASS
               FROM BILLM.PART_CODES
               ORDER BY PART_CODE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'INVENTORY VALUATION AND ROLL-FORWARD    '.
           05  FILLER                       PIC X(6) VALUE 'FROM  '.
           05  HL-OPEN-DATE                 PIC 9(7).
           05  FILLER                       PIC X(6) VALUE '  TO  '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-NO-OPENING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'NO OPENING VALUATION ON VALOLD - THE ROL'.
           05  FILLER                       PIC X(40)
               VALUE 'L-FORWARD STARTS WITH THE NEXT RUN      '.

       01  WS-DATE-ERROR-LINE.
           05  FILLER                       PIC X(40)
               VALUE '*** RUN DATE IS NOT AFTER THE OPENING VA'.
           05  FILLER                       PIC X(40)
               VALUE 'LUATION DATE - NOTHING WRITTEN ***      '.

       01  WS-ROLL-HEADING-1.
           05  FILLER                       PIC X(40)
               VALUE '                                    CUST'.
           05  FILLER                       PIC X(40)
               VALUE '   COUNT      TO   ORDER                '.
           05  FILLER                       PIC X(20)
               VALUE '                    '.

       01  WS-ROLL-HEADING-2.
           05  FILLER                       PIC X(40)
               VALUE 'PART     OPENING RECEIPT SHIPPED RETURNS'.
           05  FILLER                       PIC X(40)
               VALUE '  ADJUST  VENDOR RESERVE  EXPECT CLOSING'.
           05  FILLER                       PIC X(20)
               VALUE '    DIFF            '.

       01  WS-ROLL-LINE.
           05  RL-PART-CODE                 PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-OPENING                   PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-RECEIVED                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-SHIPPED                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-RETURNED                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-ADJUSTED                  PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-TO-VENDOR                 PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-RESERVED                  PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-EXPECTED                  PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-CLOSING                   PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-DIFFERENCE                PIC -ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-NOTE                      PIC X(11).

       01  WS-ROLL-TOTAL-LINE.
           05  RTL-TEXT                     PIC X(40).
           05  RTL-UNITS                    PIC -ZZZ,ZZZ,ZZ9.

       01  WS-UNEXPLAINED-HEADING.
           05  FILLER                       PIC X(40)
               VALUE 'UNEXPLAINED MOVEMENTS - CLOSING ON_HAND '.
           05  FILLER                       PIC X(40)
               VALUE 'NOT REACHED BY THE ROLL-FORWARD         '.

       01  WS-NONE-LINE                     PIC X(40)
           VALUE '    NONE - EVERY PART ROLLS FORWARD     '.

       01  WS-CLASS-HEADING.
           05  FILLER                       PIC X(40)
               VALUE 'VALUATION BY ABC CLASS       PARTS      '.
           05  FILLER                       PIC X(40)
               VALUE 'UNITS             VALUE                 '.

       01  WS-CLASS-LINE.
           05  CL-TEXT                      PIC X(24).
           05  CL-PARTS                     PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  CL-UNITS                     PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  CL-VALUE                     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-VALUE-LINE.
           05  VL-TEXT                      PIC X(47).
           05  VL-VALUE                     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  KL-TEXT                      PIC X(40).
           05  KL-COUNT                     PIC ZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** PARTS DROPPED - WORK TABLE FULL ***         '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MONTH-END INVENTORY VALUATION.  WRITES ON_HAND AT UNIT_COST
      * FOR EVERY PART ON BILLM.PART_CODES TO VALNEW, DATED WITH THE
      * RUN DATE, AND PRINTS THE VALUE BY ABC CLASS.  IT THEN ROLLS
      * EACH PART FORWARD FROM LAST MONTH'S VALUATION (VALOLD) -
      *     OPENING ON HAND
      *   + RECEIVED     RCVHIST RECEIPTS AGAINST A PO OR AT A COST
      *   - SHIPPED      LINES ON INVOICES SHIP-CONFIRMED IN THE MONTH
      *   + RETURNED     CREDMEM CUSTOMER RETURNS
      *   +/- ADJUSTED   ADJHIST COUNT VARIANCES POSTED
      *   - TO VENDOR    RTVFILE RETURNS SHIPPED BACK TO THE SUPPLIER
      *   - RESERVE      THE RISE IN STOCK HELD FOR OPEN ORDERS
      *   = EXPECTED     AGAINST THE ACTUAL CLOSING ON_HAND.
      * ORDER ENTRY TAKES STOCK OFF ON_HAND WHEN THE ORDER IS KEYED,
      * NOT WHEN IT SHIPS, SO AN ORDER KEYED AND NOT YET SHIPPED SHOWS
      * AS RESERVE AND SHIPS OUT OF IT LATER.  THE RCVHIST ENTRIES FOR
      * CUSTOMER RETURNS AND ORDER CHANGES (NO PO, NO COST) ARE LEFT
      * OUT - THE RETURNS ARE COUNTED OFF CREDMEM AND THE ORDER
      * CHANGES COME THROUGH IN THE RESERVE.  EVERY PART WHOSE
      * EXPECTED BALANCE IS NOT ITS CLOSING ON_HAND IS LISTED AS AN
      * UNEXPLAINED MOVEMENT AND THE RUN ENDS RC=4.  THE FIRST RUN
      * (VALOLD EMPTY) ONLY WRITES THE VALUATION.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           MOVE ZERO TO CT-PARTS(1) CT-PARTS(2) CT-PARTS(3) CT-PARTS(4).
           MOVE ZERO TO CT-UNITS(1) CT-UNITS(2) CT-UNITS(3) CT-UNITS(4).
           MOVE ZERO TO CT-VALUE(1) CT-VALUE(2) CT-VALUE(3) CT-VALUE(4).

           OPEN OUTPUT REPORT-FILE.

           OPEN INPUT VALOLD-FILE.
           PERFORM 100-LOAD-OPENING.
           CLOSE VALOLD-FILE.

           MOVE WS-OPEN-DATE TO HL-OPEN-DATE.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           IF WS-HAVE-OPENING
               AND WS-RUN-DATE IS NOT GREATER THAN WS-OPEN-DATE
               WRITE REPORT-LINE FROM WS-DATE-ERROR-LINE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDDETL-FILE.
           OPEN INPUT ORDCOST-FILE.
           OPEN INPUT RCVHIST-FILE.
           OPEN INPUT CREDMEM-FILE.
           OPEN INPUT ADJHIST-FILE.
           OPEN INPUT RTVFILE-FILE.
           OPEN OUTPUT VALNEW-FILE.

           PERFORM 150-LOAD-ORDERS.
           IF WS-HAVE-OPENING
               PERFORM 200-LOAD-RECEIPTS
               PERFORM 220-LOAD-RETURNS
               PERFORM 240-LOAD-ADJUSTMENTS
               PERFORM 260-LOAD-VENDOR-RETURNS
           END-IF.

           EXEC SQL OPEN VALUE-CSR END-EXEC.

           PERFORM 300-VALUE-ONE-PART THRU 300-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE VALUE-CSR END-EXEC.

           PERFORM 600-PRINT-CLASS-TOTALS.

           IF WS-HAVE-OPENING
               PERFORM 500-PRINT-ROLL-FORWARD
               PERFORM 550-PRINT-UNEXPLAINED THRU 550-EXIT
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-NO-OPENING-LINE
           END-IF.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-UNEXPLAINED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE RCVHIST-FILE.
           CLOSE CREDMEM-FILE.
           CLOSE ADJHIST-FILE.
           CLOSE RTVFILE-FILE.
           CLOSE VALNEW-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-OPENING.
      * LOAD LAST MONTH'S VALUATION AS EACH PART'S OPENING BALANCE
      *=================================================================

           PERFORM 110-READ-VALOLD.
           PERFORM UNTIL VALOLD-EOF
               MOVE 'Y' TO WS-OPENING-SW
               MOVE VO-SNAP-DATE TO WS-OPEN-DATE
               ADD VO-VALUE TO WS-OPENING-VALUE
               MOVE VO-PRODUCT TO WS-FIND-PRODUCT
               PERFORM 800-FIND-PART
               IF WS-PART-FOUND
                   ADD VO-ON-HAND TO PT-OPENING(WS-PART-SUB)
                   ADD VO-OPEN-ORDER-QTY
                       TO PT-OPENING-OPEN-QTY(WS-PART-SUB)
               END-IF
               PERFORM 110-READ-VALOLD
           END-PERFORM.

       100-EXIT.


       110-READ-VALOLD.
      * READ THE NEXT OPENING VALUATION RECORD
      *=================================================================

           READ VALOLD-FILE
               AT END
                   SET VALOLD-EOF TO TRUE
           END-READ.

       110-EXIT.


       150-LOAD-ORDERS.
      * EVERY LINE OF AN INVOICE SHIP-CONFIRMED IN THE MONTH COUNTS AS
      * SHIPPED; EVERY LINE OF AN ORDER STILL OPEN OR HELD COUNTS AS
      * STOCK RESERVED AT THE RUN DATE
      *=================================================================

           PERFORM 160-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               MOVE 'X' TO WS-ORDER-KIND-SW
               IF ORDFILE-STATUS-OPEN OR ORDFILE-STATUS-HELD
                   MOVE 'O' TO WS-ORDER-KIND-SW
               END-IF
               IF (ORDFILE-STATUS-SHIPPED
                       OR ORDFILE-STATUS-PART-SHIPPED)
                   AND WS-HAVE-OPENING
                   AND ORDFILE-SHIP-DATE IS GREATER THAN WS-OPEN-DATE
                   AND ORDFILE-SHIP-DATE IS NOT GREATER THAN
                       WS-RUN-DATE
                   MOVE 'S' TO WS-ORDER-KIND-SW
               END-IF
               IF NOT WS-ORDER-IGNORED
                   PERFORM 170-POST-HEADER-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 5
                   IF ORDFILE-DETAIL-COUNT IS GREATER THAN ZERO
                       PERFORM 180-POST-DETAIL-LINES THRU 180-EXIT
                   END-IF
               END-IF
               PERFORM 160-READ-ORDFILE
           END-PERFORM.

       150-EXIT.


       160-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       160-EXIT.


       170-POST-HEADER-LINE.
      * ONE OF THE FIVE HEADER PRODUCT SLOTS
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               AND ORDFILE-P-QTY(WS-LINE-SUB) IS GREATER THAN ZERO
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-LINE-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-LINE-QTY
               PERFORM 190-POST-ORDER-LINE THRU 190-EXIT
           END-IF.

       170-EXIT.


       180-POST-DETAIL-LINES.
      * WALK THE ORDDETL OVERFLOW LINES FOR THE CURRENT INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           MOVE 1 TO ORDDETL-LINE-NO.

           START ORDDETL-FILE KEY IS GREATER THAN OR EQUAL ORDDETL-KEY
               INVALID KEY
                   GO TO 180-EXIT
           END-START.

           READ ORDDETL-FILE NEXT RECORD
               AT END
                   GO TO 180-EXIT
           END-READ.
           PERFORM UNTIL ORDDETL-INVOICE-NO NOT EQUAL
                   ORDFILE-INVOICE-NO
               IF ORDDETL-QTY IS GREATER THAN ZERO
                   MOVE ORDDETL-PRODUCT TO WS-LINE-PRODUCT
                   MOVE ORDDETL-QTY TO WS-LINE-QTY
                   PERFORM 190-POST-ORDER-LINE THRU 190-EXIT
               END-IF
               READ ORDDETL-FILE NEXT RECORD
                   AT END
                       GO TO 180-EXIT
               END-READ
           END-PERFORM.

       180-EXIT.


       190-POST-ORDER-LINE.
      * ADD THE LINE TO ITS PART'S SHIPPED OR RESERVED QUANTITY, IN
      * STOCKING UNITS.  A DROP-SHIP LINE GOES STRAIGHT FROM THE
      * SUPPLIER TO THE CUSTOMER AND NEVER MOVES OUR STOCK.
      *=================================================================

           MOVE WS-LINE-PRODUCT TO WS-FIND-PRODUCT.
           PERFORM 800-FIND-PART.
           IF NOT WS-PART-FOUND
               GO TO 190-EXIT
           END-IF.

           MOVE ORDFILE-INVOICE-NO TO WS-UNIT-INVOICE.
           PERFORM 195-GET-LINE-FACTOR THRU 195-EXIT.
           IF WS-LINE-IS-DROP-SHIP
               GO TO 190-EXIT
           END-IF.
           COMPUTE WS-LINE-QTY = WS-LINE-QTY * WS-LINE-FACTOR.

           IF WS-ORDER-SHIPPED
               ADD WS-LINE-QTY TO PT-SHIPPED(WS-PART-SUB)
           ELSE
               ADD WS-LINE-QTY TO PT-CLOSING-OPEN-QTY(WS-PART-SUB)
           END-IF.

       190-EXIT.


       195-GET-LINE-FACTOR.
      * THE STOCKING UNITS IN THE UNIT THE PRODUCT WAS SOLD IN ON THE
      * INVOICE - 1 WHEN ITS ORDCOST RECORD IS MISSING OR CARRIES NO
      * FACTOR - AND WHETHER THE LINE IS DROP-SHIP
      *=================================================================

           MOVE 1 TO WS-LINE-FACTOR.
           MOVE 'N' TO WS-DROP-LINE-SW.
           MOVE WS-UNIT-INVOICE TO OC-INVOICE-NO.
           MOVE WS-FIND-PRODUCT TO OC-PRODUCT.

           READ ORDCOST-FILE
               INVALID KEY
                   GO TO 195-EXIT
           END-READ.

           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               MOVE OC-SELL-FACTOR TO WS-LINE-FACTOR
           END-IF.
           IF OC-LINE-DROP-SHIP
               MOVE 'Y' TO WS-DROP-LINE-SW
           END-IF.

       195-EXIT.


       200-LOAD-RECEIPTS.
      * THE MONTH'S RECEIPTS - A RECEIVING ENTRY CARRIES THE PO IT
      * RELIEVED OR THE COST IT CAME IN AT.  A RETURN OR AN ORDER
      * CHANGE PUTTING STOCK BACK CARRIES NEITHER AND IS LEFT OUT.
      *=================================================================

           PERFORM 210-READ-RCVHIST.
           PERFORM UNTIL RCVHIST-EOF
               IF RCV-DATE IS GREATER THAN WS-OPEN-DATE
                   AND RCV-DATE IS NOT GREATER THAN WS-RUN-DATE
                   AND (RCV-PO-NUMBER NOT EQUAL SPACES
                        OR RCV-UNIT-COST IS GREATER THAN ZERO)
                   MOVE RCV-PRODUCT TO WS-FIND-PRODUCT
                   PERFORM 800-FIND-PART
                   IF WS-PART-FOUND
                       IF RCV-UOM-FACTOR IS NUMERIC
                           AND RCV-UOM-FACTOR IS GREATER THAN ZERO
                           COMPUTE PT-RECEIVED(WS-PART-SUB) =
                               PT-RECEIVED(WS-PART-SUB) +
                               RCV-QUANTITY * RCV-UOM-FACTOR
                       ELSE
                           ADD RCV-QUANTITY TO PT-RECEIVED(WS-PART-SUB)
                       END-IF
                   END-IF
               END-IF
               PERFORM 210-READ-RCVHIST
           END-PERFORM.

       200-EXIT.


       210-READ-RCVHIST.
      * READ THE NEXT RECEIPT
      *=================================================================

           READ RCVHIST-FILE
               AT END
                   SET RCVHIST-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-LOAD-RETURNS.
      * THE MONTH'S CUSTOMER RETURNS OFF THE CREDIT MEMOS - THE MEMO
      * QUANTITY IS IN THE UNIT THE LINE WAS SOLD IN
      *=================================================================

           PERFORM 230-READ-CREDMEM.
           PERFORM UNTIL CREDMEM-EOF
               IF CM-DATE IS GREATER THAN WS-OPEN-DATE
                   AND CM-DATE IS NOT GREATER THAN WS-RUN-DATE
                   MOVE CM-PRODUCT TO WS-FIND-PRODUCT
                   PERFORM 800-FIND-PART
                   IF WS-PART-FOUND
                       MOVE CM-INVOICE-NO TO WS-UNIT-INVOICE
                       PERFORM 195-GET-LINE-FACTOR THRU 195-EXIT
                       COMPUTE PT-RETURNED(WS-PART-SUB) =
                           PT-RETURNED(WS-PART-SUB) +
                           CM-QTY * WS-LINE-FACTOR
                   END-IF
               END-IF
               PERFORM 230-READ-CREDMEM
           END-PERFORM.

       220-EXIT.


       230-READ-CREDMEM.
      * READ THE NEXT CREDIT MEMO SEQUENTIALLY
      *=================================================================

           READ CREDMEM-FILE NEXT RECORD
               AT END
                   SET CREDMEM-EOF TO TRUE
           END-READ.

       230-EXIT.


       240-LOAD-ADJUSTMENTS.
      * THE MONTH'S POSTED COUNT VARIANCES
      *=================================================================

           PERFORM 250-READ-ADJHIST.
           PERFORM UNTIL ADJHIST-EOF
               IF ADJ-DATE IS GREATER THAN WS-OPEN-DATE
                   AND ADJ-DATE IS NOT GREATER THAN WS-RUN-DATE
                   MOVE ADJ-PART-CODE TO WS-FIND-PRODUCT
                   PERFORM 800-FIND-PART
                   IF WS-PART-FOUND
                       ADD ADJ-VARIANCE TO PT-ADJUSTED(WS-PART-SUB)
                   END-IF
               END-IF
               PERFORM 250-READ-ADJHIST
           END-PERFORM.

       240-EXIT.


       250-READ-ADJHIST.
      * READ THE NEXT ADJUSTMENT
      *=================================================================

           READ ADJHIST-FILE
               AT END
                   SET ADJHIST-EOF TO TRUE
           END-READ.

       250-EXIT.


       260-LOAD-VENDOR-RETURNS.
      * THE MONTH'S RETURNS SHIPPED BACK TO SUPPLIERS
      *=================================================================

           PERFORM 270-READ-RTVFILE.
           PERFORM UNTIL RTVFILE-EOF
               IF RTV-SHIPPED
                   AND RTV-SHIPPED-DATE IS GREATER THAN WS-OPEN-DATE
                   AND RTV-SHIPPED-DATE IS NOT GREATER THAN
                       WS-RUN-DATE
                   MOVE RTV-PRODUCT TO WS-FIND-PRODUCT
                   PERFORM 800-FIND-PART
                   IF WS-PART-FOUND
                       ADD RTV-QTY TO PT-TO-VENDOR(WS-PART-SUB)
                   END-IF
               END-IF
               PERFORM 270-READ-RTVFILE
           END-PERFORM.

       260-EXIT.


       270-READ-RTVFILE.
      * READ THE NEXT RETURN TO VENDOR SEQUENTIALLY
      *=================================================================

           READ RTVFILE-FILE NEXT RECORD
               AT END
                   SET RTVFILE-EOF TO TRUE
           END-READ.

       270-EXIT.


       300-VALUE-ONE-PART.
      * FETCH THE NEXT PART, WRITE ITS VALUATION RECORD, ADD IT TO ITS
      * ABC CLASS AND ROLL IT FORWARD
      *=================================================================

           EXEC SQL FETCH VALUE-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-ON-HAND,
                    :SQL-UNIT-COST, :SQL-ABC-CLASS
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 300-EXIT
           END-IF.

           COMPUTE WS-PART-VALUE = SQL-ON-HAND * SQL-UNIT-COST.

           MOVE SQL-PRODUCT-CODE TO WS-FIND-PRODUCT.
           PERFORM 800-FIND-PART.

           MOVE WS-RUN-DATE TO VN-SNAP-DATE.
           MOVE SQL-PRODUCT-CODE TO VN-PRODUCT.
           MOVE SQL-ABC-CLASS TO VN-ABC-CLASS.
           MOVE SQL-ON-HAND TO VN-ON-HAND.
           MOVE SQL-UNIT-COST TO VN-UNIT-COST.
           MOVE WS-PART-VALUE TO VN-VALUE.
           IF WS-PART-FOUND
               MOVE PT-CLOSING-OPEN-QTY(WS-PART-SUB)
                   TO VN-OPEN-ORDER-QTY
           ELSE
               MOVE ZERO TO VN-OPEN-ORDER-QTY
           END-IF.
           WRITE VALNEW-RECORD.

           EVALUATE SQL-ABC-CLASS
               WHEN 'A'
                   MOVE 1 TO WS-CLASS-SUB
               WHEN 'B'
                   MOVE 2 TO WS-CLASS-SUB
               WHEN 'C'
                   MOVE 3 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 4 TO WS-CLASS-SUB
           END-EVALUATE.
           ADD 1 TO CT-PARTS(WS-CLASS-SUB).
           ADD SQL-ON-HAND TO CT-UNITS(WS-CLASS-SUB).
           ADD WS-PART-VALUE TO CT-VALUE(WS-CLASS-SUB).
           ADD 1 TO WS-CLOSING-PARTS.
           ADD SQL-ON-HAND TO WS-CLOSING-UNITS.
           ADD WS-PART-VALUE TO WS-CLOSING-VALUE.

           IF WS-PART-FOUND
               MOVE 'Y' TO PT-ON-FILE-SW(WS-PART-SUB)
               MOVE SQL-ON-HAND TO PT-CLOSING(WS-PART-SUB)
           END-IF.

       300-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGIV SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.


       500-PRINT-ROLL-FORWARD.
      * ONE LINE PER PART WITH AN OPENING OR CLOSING BALANCE OR ANY
      * MOVEMENT IN THE MONTH, THEN THE TOTALS.  A PART NO LONGER ON
      * PART_CODES CLOSES AT ZERO.
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ROLL-HEADING-1.
           WRITE REPORT-LINE FROM WS-ROLL-HEADING-2.

           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM 510-ROLL-ONE-PART THRU 510-EXIT
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPENING ON HAND' TO RTL-TEXT.
           MOVE RT-OPENING TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  PLUS RECEIVED' TO RTL-TEXT.
           MOVE RT-RECEIVED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  LESS SHIPPED' TO RTL-TEXT.
           MOVE RT-SHIPPED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  PLUS CUSTOMER RETURNS' TO RTL-TEXT.
           MOVE RT-RETURNED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  PLUS OR LESS COUNT ADJUSTMENTS' TO RTL-TEXT.
           MOVE RT-ADJUSTED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  LESS RETURNED TO VENDOR' TO RTL-TEXT.
           MOVE RT-TO-VENDOR TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE '  LESS RISE IN OPEN-ORDER RESERVE' TO RTL-TEXT.
           MOVE RT-RESERVED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE 'EXPECTED CLOSING ON HAND' TO RTL-TEXT.
           MOVE RT-EXPECTED TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE 'ACTUAL CLOSING ON HAND' TO RTL-TEXT.
           MOVE RT-CLOSING TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE' TO RTL-TEXT.
           MOVE RT-DIFFERENCE TO RTL-UNITS.
           WRITE REPORT-LINE FROM WS-ROLL-TOTAL-LINE.

       500-EXIT.


       510-ROLL-ONE-PART.
      * WORK OUT AND PRINT ONE PART'S ROLL-FORWARD
      *=================================================================

           IF NOT PT-ON-FILE(WS-PART-SUB)
               MOVE ZERO TO PT-CLOSING(WS-PART-SUB)
           END-IF.

           COMPUTE WS-RESERVED = PT-CLOSING-OPEN-QTY(WS-PART-SUB)
               - PT-OPENING-OPEN-QTY(WS-PART-SUB).
           COMPUTE PT-EXPECTED(WS-PART-SUB) = PT-OPENING(WS-PART-SUB)
               + PT-RECEIVED(WS-PART-SUB) - PT-SHIPPED(WS-PART-SUB)
               + PT-RETURNED(WS-PART-SUB) + PT-ADJUSTED(WS-PART-SUB)
               - PT-TO-VENDOR(WS-PART-SUB) - WS-RESERVED.
           COMPUTE PT-DIFFERENCE(WS-PART-SUB) =
               PT-CLOSING(WS-PART-SUB) - PT-EXPECTED(WS-PART-SUB).

           IF PT-OPENING(WS-PART-SUB) EQUAL ZERO
               AND PT-CLOSING(WS-PART-SUB) EQUAL ZERO
               AND PT-RECEIVED(WS-PART-SUB) EQUAL ZERO
               AND PT-SHIPPED(WS-PART-SUB) EQUAL ZERO
               AND PT-RETURNED(WS-PART-SUB) EQUAL ZERO
               AND PT-ADJUSTED(WS-PART-SUB) EQUAL ZERO
               AND PT-TO-VENDOR(WS-PART-SUB) EQUAL ZERO
               AND WS-RESERVED EQUAL ZERO
               GO TO 510-EXIT
           END-IF.

           ADD PT-OPENING(WS-PART-SUB) TO RT-OPENING.
           ADD PT-RECEIVED(WS-PART-SUB) TO RT-RECEIVED.
           ADD PT-SHIPPED(WS-PART-SUB) TO RT-SHIPPED.
           ADD PT-RETURNED(WS-PART-SUB) TO RT-RETURNED.
           ADD PT-ADJUSTED(WS-PART-SUB) TO RT-ADJUSTED.
           ADD PT-TO-VENDOR(WS-PART-SUB) TO RT-TO-VENDOR.
           ADD WS-RESERVED TO RT-RESERVED.
           ADD PT-EXPECTED(WS-PART-SUB) TO RT-EXPECTED.
           ADD PT-CLOSING(WS-PART-SUB) TO RT-CLOSING.
           ADD PT-DIFFERENCE(WS-PART-SUB) TO RT-DIFFERENCE.

           PERFORM 520-FORMAT-ROLL-LINE.
           IF PT-DIFFERENCE(WS-PART-SUB) NOT EQUAL ZERO
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE 'UNEXPLAINED' TO RL-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-ROLL-LINE.

       510-EXIT.


       520-FORMAT-ROLL-LINE.
      * MOVE THE CURRENT PART'S FIGURES TO THE ROLL-FORWARD LINE
      *=================================================================

           MOVE PT-PRODUCT(WS-PART-SUB) TO RL-PART-CODE.
           MOVE PT-OPENING(WS-PART-SUB) TO RL-OPENING.
           MOVE PT-RECEIVED(WS-PART-SUB) TO RL-RECEIVED.
           MOVE PT-SHIPPED(WS-PART-SUB) TO RL-SHIPPED.
           MOVE PT-RETURNED(WS-PART-SUB) TO RL-RETURNED.
           MOVE PT-ADJUSTED(WS-PART-SUB) TO RL-ADJUSTED.
           MOVE PT-TO-VENDOR(WS-PART-SUB) TO RL-TO-VENDOR.
           COMPUTE RL-RESERVED = PT-CLOSING-OPEN-QTY(WS-PART-SUB)
               - PT-OPENING-OPEN-QTY(WS-PART-SUB).
           MOVE PT-EXPECTED(WS-PART-SUB) TO RL-EXPECTED.
           MOVE PT-CLOSING(WS-PART-SUB) TO RL-CLOSING.
           MOVE PT-DIFFERENCE(WS-PART-SUB) TO RL-DIFFERENCE.
           IF PT-ON-FILE(WS-PART-SUB)
               MOVE SPACES TO RL-NOTE
           ELSE
               MOVE 'NOT ON FILE' TO RL-NOTE
           END-IF.

       520-EXIT.


       550-PRINT-UNEXPLAINED.
      * LIST AGAIN, TOGETHER, EVERY PART THE ROLL-FORWARD DID NOT
      * BRING TO ITS CLOSING ON_HAND, FOR INVESTIGATION
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-UNEXPLAINED-HEADING.
           WRITE REPORT-LINE FROM WS-ROLL-HEADING-1.
           WRITE REPORT-LINE FROM WS-ROLL-HEADING-2.

           IF WS-UNEXPLAINED-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
               GO TO 550-EXIT
           END-IF.

           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               IF PT-DIFFERENCE(WS-PART-SUB) NOT EQUAL ZERO
                   PERFORM 520-FORMAT-ROLL-LINE
                   WRITE REPORT-LINE FROM WS-ROLL-LINE
               END-IF
           END-PERFORM.

           MOVE 'UNEXPLAINED MOVEMENTS:' TO KL-TEXT.
           MOVE WS-UNEXPLAINED-COUNT TO KL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       550-EXIT.


       600-PRINT-CLASS-TOTALS.
      * THE MONTH-END VALUE BY ABC CLASS, AND AGAINST THE OPENING
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CLASS-HEADING.

           MOVE 'CLASS A' TO CL-TEXT.
           MOVE 1 TO WS-CLASS-SUB.
           PERFORM 610-PRINT-ONE-CLASS.
           MOVE 'CLASS B' TO CL-TEXT.
           MOVE 2 TO WS-CLASS-SUB.
           PERFORM 610-PRINT-ONE-CLASS.
           MOVE 'CLASS C' TO CL-TEXT.
           MOVE 3 TO WS-CLASS-SUB.
           PERFORM 610-PRINT-ONE-CLASS.
           MOVE 'UNCLASSIFIED' TO CL-TEXT.
           MOVE 4 TO WS-CLASS-SUB.
           PERFORM 610-PRINT-ONE-CLASS.

           MOVE 'TOTAL' TO CL-TEXT.
           MOVE WS-CLOSING-PARTS TO CL-PARTS.
           MOVE WS-CLOSING-UNITS TO CL-UNITS.
           MOVE WS-CLOSING-VALUE TO CL-VALUE.
           WRITE REPORT-LINE FROM WS-CLASS-LINE.

           IF WS-HAVE-OPENING
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'OPENING VALUE AT LAST VALUATION' TO VL-TEXT
               MOVE WS-OPENING-VALUE TO VL-VALUE
               WRITE REPORT-LINE FROM WS-VALUE-LINE
               MOVE 'CLOSING VALUE AT THIS VALUATION' TO VL-TEXT
               MOVE WS-CLOSING-VALUE TO VL-VALUE
               WRITE REPORT-LINE FROM WS-VALUE-LINE
           END-IF.

       600-EXIT.


       610-PRINT-ONE-CLASS.
      * ONE ABC CLASS LINE
      *=================================================================

           MOVE CT-PARTS(WS-CLASS-SUB) TO CL-PARTS.
           MOVE CT-UNITS(WS-CLASS-SUB) TO CL-UNITS.
           MOVE CT-VALUE(WS-CLASS-SUB) TO CL-VALUE.
           WRITE REPORT-LINE FROM WS-CLASS-LINE.

       610-EXIT.


       800-FIND-PART.
      * FIND WS-FIND-PRODUCT'S ENTRY, OPENING ONE FOR A PART NOT SEEN
      * YET - A FULL TABLE IS COUNTED AND THE PART PASSED OVER
      *=================================================================

           MOVE 'N' TO WS-PART-FOUND-SW.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
                      OR WS-PART-FOUND
               IF PT-PRODUCT(WS-PART-SUB) EQUAL WS-FIND-PRODUCT
                   MOVE 'Y' TO WS-PART-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-PART-FOUND
               SUBTRACT 1 FROM WS-PART-SUB
           ELSE
               IF WS-PART-COUNT IS LESS THAN WS-PART-MAX
                   ADD 1 TO WS-PART-COUNT
                   MOVE WS-PART-COUNT TO WS-PART-SUB
                   MOVE WS-FIND-PRODUCT TO PT-PRODUCT(WS-PART-SUB)
                   MOVE ZERO TO PT-OPENING(WS-PART-SUB)
                   MOVE ZERO TO PT-OPENING-OPEN-QTY(WS-PART-SUB)
                   MOVE ZERO TO PT-RECEIVED(WS-PART-SUB)
                   MOVE ZERO TO PT-SHIPPED(WS-PART-SUB)
                   MOVE ZERO TO PT-RETURNED(WS-PART-SUB)
                   MOVE ZERO TO PT-ADJUSTED(WS-PART-SUB)
                   MOVE ZERO TO PT-TO-VENDOR(WS-PART-SUB)
                   MOVE ZERO TO PT-CLOSING-OPEN-QTY(WS-PART-SUB)
                   MOVE ZERO TO PT-CLOSING(WS-PART-SUB)
                   MOVE ZERO TO PT-EXPECTED(WS-PART-SUB)
                   MOVE ZERO TO PT-DIFFERENCE(WS-PART-SUB)
                   MOVE 'N' TO PT-ON-FILE-SW(WS-PART-SUB)
                   MOVE 'Y' TO WS-PART-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       800-EXIT.


       END PROGRAM gsprgiv.
