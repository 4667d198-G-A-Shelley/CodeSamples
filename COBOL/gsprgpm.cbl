       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgpm.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
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
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  FILLER                      PIC X(100).

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
           05  FILLER                      PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.
           88  ORDDETL-EOF                             VALUE '10'.

       01  WS-ORDCOST-STATUS                PIC XX.
           88  ORDCOST-OK                              VALUE '00'.

      *    SYSIN CARDS 1 AND 2 - THE FIRST AND LAST END DATES
      *    (0CYYDDD) OF THE PROMOTIONS TO REPORT ON
       01  WS-FROM-DATE                     PIC 9(7).
       01  WS-TO-DATE                       PIC 9(7).

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE WINDOWS COME OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-ORDER-NUMBER               PIC 9(6) VALUE ZERO.

      *    THE EARLIEST AND LATEST DAYS ANY PROMOTION'S TWO WINDOWS
      *    COVER - AN ORDER OUTSIDE THEM IS PASSED OVER UNLOOKED-AT
       01  WS-FIRST-NUMBER                  PIC 9(6) VALUE 999999.
       01  WS-LAST-NUMBER                   PIC 9(6) VALUE ZERO.

      *    ONE ENTRY PER PROMOTION ENDING IN THE REPORT RANGE.  THE
      *    BEFORE WINDOW IS THE SAME NUMBER OF DAYS AS THE PROMOTION,
      *    ENDING THE DAY BEFORE IT STARTED.
       01  WS-PROMO-MAX                     PIC 9(3) VALUE 500.
       01  WS-PROMO-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-PROMO-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 500 TIMES.
               10  PM-PRODUCT               PIC X(8).
               10  PM-DIVISION              PIC X(3).
               10  PM-START-DATE            PIC 9(7).
               10  PM-END-DATE              PIC 9(7).
               10  PM-PRICE                 PIC 9(5)V99.
               10  PM-PERCENT               PIC 9(3)V99.
               10  PM-DAYS                  PIC 9(4).
               10  PM-BEFORE-NUMBER         PIC 9(6).
               10  PM-START-NUMBER          PIC 9(6).
               10  PM-END-NUMBER            PIC 9(6).
               10  PM-UNITS-BEFORE          PIC 9(7).
               10  PM-UNITS-DURING          PIC 9(7).

       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-LINE-PRODUCT                  PIC X(8).
       01  WS-LINE-QTY                      PIC 9(3) VALUE ZERO.

      *    THE LINE QUANTITY IN STOCKING UNITS - ONLY WORKED OUT ONCE
      *    A PROMOTION WANTS THE LINE
       01  WS-LINE-STOCK-QTY                PIC 9(7) VALUE ZERO.
       01  WS-FACTOR-SW                     PIC X(1).
           88  WS-FACTOR-LOADED                        VALUE 'Y'.

       01  WS-CHANGE                        PIC S9(7) VALUE ZERO.
       01  WS-PERCENT-CHANGE                PIC S9(5)V9 VALUE ZERO.

       01  WS-TOTAL-BEFORE                  PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-DURING                  PIC 9(9) VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-DIVISION                            PIC X(3).
           01  SQL-START-DATE                         PIC S9(7) COMP-3.
           01  SQL-END-DATE                           PIC S9(7) COMP-3.
           01  SQL-PROMO-PRICE                    PIC S9(5)V99 COMP-3.
           01  SQL-PROMO-PERCENT                  PIC S9(3)V99 COMP-3.
           01  SQL-FROM-DATE                          PIC S9(7) COMP-3.
           01  SQL-TO-DATE                            PIC S9(7) COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY PROMOTION THAT ENDED IN THE REPORT RANGE
           EXEC SQL DECLARE PROMO-CSR CURSOR FOR
               SELECT PART_CODE, DIVISION, START_DATE, END_DATE,
                      PROMO_PRICE, PROMO_PERCENT
               FROM BILLM.PROMOTION
               WHERE END_DATE BETWEEN :SQL-FROM-DATE AND :SQL-TO-DATE
               ORDER BY PART_CODE, START_DATE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'PROMOTION RESULTS                       '.
           05  FILLER                       PIC X(20)
               VALUE 'PROMOTIONS ENDING   '.
           05  HL-FROM-DATE                 PIC 9(7).
           05  FILLER                       PIC X(4) VALUE ' TO '.
           05  HL-TO-DATE                   PIC 9(7).

       01  WS-COLUMN-LINE-1.
           05  FILLER                       PIC X(40)
               VALUE '                                        '.
           05  FILLER                       PIC X(40)
               VALUE 'PROMO  PROMO     UNITS     UNITS        '.
           05  FILLER                       PIC X(20)
               VALUE '         PCT        '.

       01  WS-COLUMN-LINE-2.
           05  FILLER                       PIC X(40)
               VALUE 'PART CODE DIV    START     END DAYS     '.
           05  FILLER                       PIC X(40)
               VALUE 'PRICE    PCT    BEFORE    DURING    CHAN'.
           05  FILLER                       PIC X(20)
               VALUE 'GE    CHANGE        '.

       01  WS-DETAIL-LINE.
           05  DL-PART-CODE                 PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-DIVISION                  PIC X(3).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-START-DATE                PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-END-DATE                  PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-DAYS                      PIC ZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PRICE                     PIC ZZ,ZZ9.99.
           05  DL-PRICE-X REDEFINES DL-PRICE
                                            PIC X(9).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PERCENT                   PIC ZZ9.99.
           05  DL-PERCENT-X REDEFINES DL-PERCENT
                                            PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UNITS-BEFORE              PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UNITS-DURING              PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-CHANGE                    PIC -,---,--9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PERCENT-CHANGE            PIC ---,--9.9.
           05  DL-PERCENT-CHANGE-X REDEFINES DL-PERCENT-CHANGE
                                            PIC X(9).

       01  WS-COUNT-LINE.
           05  FILLER                       PIC X(22)
               VALUE 'PROMOTIONS REPORTED:  '.
           05  TL-PROMOTIONS                PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                       PIC X(22)
               VALUE 'UNITS BEFORE:         '.
           05  TL-UNITS-BEFORE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(17)
               VALUE '   UNITS DURING: '.
           05  TL-UNITS-DURING              PIC ZZZ,ZZZ,ZZ9.

       01  WS-NONE-LINE                     PIC X(48)
           VALUE 'NO PROMOTIONS ENDED IN THE RANGE                '.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** PROMOTIONS DROPPED - WORK TABLE FULL ***    '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * HOW EACH PROMOTION ON BILLM.PROMOTION THAT ENDED IN THE
      * SYSIN RANGE DID - THE UNITS OF ITS PART SOLD WHILE IT RAN
      * AGAINST THE UNITS SOLD IN THE SAME NUMBER OF DAYS JUST
      * BEFORE IT STARTED.  A PROMOTION FOR ONE DIVISION COUNTS ONLY
      * THAT DIVISION'S ORDERS.  UNITS ARE COUNTED OFF EVERY ORDER NOT
      * CANCELLED (HEADER SLOTS AND ORDDETL LINES) BY ORDER DATE, IN
      * STOCKING UNITS, SO ONLY WHAT IS STILL ON ORDFILE COUNTS - RUN
      * IT BEFORE THE GSPRGY PURGE TAKES THE BEFORE WINDOW AWAY.
      * READ ONLY.  SYSIN IS THE FIRST AND LAST END DATES (0CYYDDD).

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-FROM-DATE FROM SYSIN.
           ACCEPT WS-TO-DATE FROM SYSIN.
           MOVE WS-FROM-DATE TO SQL-FROM-DATE.
           MOVE WS-TO-DATE TO SQL-TO-DATE.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDDETL-FILE.
           OPEN INPUT ORDCOST-FILE.
           OPEN OUTPUT REPORT-FILE.

           EXEC SQL OPEN PROMO-CSR END-EXEC.

           PERFORM 100-LOAD-ONE-PROMOTION THRU 100-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE PROMO-CSR END-EXEC.

           IF WS-PROMO-COUNT IS GREATER THAN ZERO
               PERFORM 200-LOAD-ORDER-SALES
           END-IF.

           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-TO-DATE TO HL-TO-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.

           PERFORM 500-PRINT-ONE-PROMOTION
               VARYING WS-PROMO-SUB FROM 1 BY 1
               UNTIL WS-PROMO-SUB > WS-PROMO-COUNT.

           PERFORM 600-PRINT-TOTALS.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-ONE-PROMOTION.
      * FETCH THE NEXT PROMOTION AND SET UP ITS TWO WINDOWS
      *=================================================================

           EXEC SQL FETCH PROMO-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-DIVISION,
                    :SQL-START-DATE, :SQL-END-DATE,
                    :SQL-PROMO-PRICE, :SQL-PROMO-PERCENT
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 100-EXIT
           END-IF.

           IF WS-PROMO-COUNT IS NOT LESS THAN WS-PROMO-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-PROMO-COUNT.
           MOVE WS-PROMO-COUNT TO WS-PROMO-SUB.
           MOVE SQL-PRODUCT-CODE TO PM-PRODUCT(WS-PROMO-SUB).
           MOVE SQL-DIVISION TO PM-DIVISION(WS-PROMO-SUB).
           MOVE SQL-START-DATE TO PM-START-DATE(WS-PROMO-SUB).
           MOVE SQL-END-DATE TO PM-END-DATE(WS-PROMO-SUB).
           MOVE SQL-PROMO-PRICE TO PM-PRICE(WS-PROMO-SUB).
           MOVE SQL-PROMO-PERCENT TO PM-PERCENT(WS-PROMO-SUB).
           MOVE ZERO TO PM-UNITS-BEFORE(WS-PROMO-SUB).
           MOVE ZERO TO PM-UNITS-DURING(WS-PROMO-SUB).

           MOVE PM-START-DATE(WS-PROMO-SUB) TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO PM-START-NUMBER(WS-PROMO-SUB).
           MOVE PM-END-DATE(WS-PROMO-SUB) TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO PM-END-NUMBER(WS-PROMO-SUB).

           IF PM-END-NUMBER(WS-PROMO-SUB) IS LESS THAN
               PM-START-NUMBER(WS-PROMO-SUB)
               MOVE PM-START-NUMBER(WS-PROMO-SUB)
                   TO PM-END-NUMBER(WS-PROMO-SUB)
           END-IF.
           COMPUTE PM-DAYS(WS-PROMO-SUB) =
               PM-END-NUMBER(WS-PROMO-SUB) -
               PM-START-NUMBER(WS-PROMO-SUB) + 1.
           COMPUTE PM-BEFORE-NUMBER(WS-PROMO-SUB) =
               PM-START-NUMBER(WS-PROMO-SUB) - PM-DAYS(WS-PROMO-SUB).

           IF PM-BEFORE-NUMBER(WS-PROMO-SUB) IS LESS THAN
               WS-FIRST-NUMBER
               MOVE PM-BEFORE-NUMBER(WS-PROMO-SUB) TO WS-FIRST-NUMBER
           END-IF.
           IF PM-END-NUMBER(WS-PROMO-SUB) IS GREATER THAN
               WS-LAST-NUMBER
               MOVE PM-END-NUMBER(WS-PROMO-SUB) TO WS-LAST-NUMBER
           END-IF.

       100-EXIT.


       200-LOAD-ORDER-SALES.
      * EVERY LINE OF EVERY ORDER NOT CANCELLED AND DATED INSIDE ONE
      * OF THE WINDOWS IS POSTED TO THE PROMOTIONS FOR ITS PART
      *=================================================================

           PERFORM 210-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               MOVE ORDFILE-ORDER-DATE TO WS-DN-DATE
               PERFORM 900-COMPUTE-DAY-NUMBER
               MOVE WS-DN-NUMBER TO WS-DN-ORDER-NUMBER
               IF NOT ORDFILE-STATUS-CANCELLED
                   AND WS-DN-ORDER-NUMBER NOT LESS THAN WS-FIRST-NUMBER
                   AND WS-DN-ORDER-NUMBER NOT GREATER THAN
                       WS-LAST-NUMBER
                   PERFORM 220-SALE-HEADER-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 5
                   IF ORDFILE-DETAIL-COUNT IS GREATER THAN ZERO
                       PERFORM 240-SALE-DETAIL-LINES THRU 240-EXIT
                   END-IF
               END-IF
               PERFORM 210-READ-ORDFILE
           END-PERFORM.

       200-EXIT.


       210-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-SALE-HEADER-LINE.
      * ONE OF THE FIVE HEADER PRODUCT SLOTS
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               AND ORDFILE-P-QTY(WS-LINE-SUB) IS GREATER THAN ZERO
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-LINE-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-LINE-QTY
               PERFORM 260-POST-LINE-SALE
           END-IF.

       220-EXIT.


       240-SALE-DETAIL-LINES.
      * WALK THE ORDDETL OVERFLOW LINES FOR THE CURRENT INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           MOVE 1 TO ORDDETL-LINE-NO.

           START ORDDETL-FILE KEY IS GREATER THAN OR EQUAL ORDDETL-KEY
               INVALID KEY
                   GO TO 240-EXIT
           END-START.

           READ ORDDETL-FILE NEXT RECORD
               AT END
                   GO TO 240-EXIT
           END-READ.
           PERFORM UNTIL ORDDETL-INVOICE-NO NOT EQUAL
                   ORDFILE-INVOICE-NO
               IF ORDDETL-QTY IS GREATER THAN ZERO
                   MOVE ORDDETL-PRODUCT TO WS-LINE-PRODUCT
                   MOVE ORDDETL-QTY TO WS-LINE-QTY
                   PERFORM 260-POST-LINE-SALE
               END-IF
               READ ORDDETL-FILE NEXT RECORD
                   AT END
                       GO TO 240-EXIT
               END-READ
           END-PERFORM.

       240-EXIT.


       260-POST-LINE-SALE.
      * OFFER ONE ORDER LINE TO EVERY PROMOTION IN THE TABLE
      *=================================================================

           MOVE 'N' TO WS-FACTOR-SW.
           PERFORM 270-POST-TO-PROMOTION THRU 270-EXIT
               VARYING WS-PROMO-SUB FROM 1 BY 1
               UNTIL WS-PROMO-SUB > WS-PROMO-COUNT.

       260-EXIT.


       270-POST-TO-PROMOTION.
      * ADD THE LINE TO THE PROMOTION'S BEFORE OR DURING UNITS WHEN IT
      * IS FOR THE PROMOTION'S PART, DIVISION AND WINDOWS
      *=================================================================

           IF PM-PRODUCT(WS-PROMO-SUB) NOT EQUAL WS-LINE-PRODUCT
               GO TO 270-EXIT
           END-IF.
           IF PM-DIVISION(WS-PROMO-SUB) NOT EQUAL SPACES
               AND PM-DIVISION(WS-PROMO-SUB) NOT EQUAL ORDFILE-PREFIX
               GO TO 270-EXIT
           END-IF.
           IF WS-DN-ORDER-NUMBER IS LESS THAN
               PM-BEFORE-NUMBER(WS-PROMO-SUB)
               OR WS-DN-ORDER-NUMBER IS GREATER THAN
               PM-END-NUMBER(WS-PROMO-SUB)
               GO TO 270-EXIT
           END-IF.

           IF NOT WS-FACTOR-LOADED
               PERFORM 280-LOAD-LINE-FACTOR
           END-IF.

           IF WS-DN-ORDER-NUMBER IS LESS THAN
               PM-START-NUMBER(WS-PROMO-SUB)
               ADD WS-LINE-STOCK-QTY TO PM-UNITS-BEFORE(WS-PROMO-SUB)
           ELSE
               ADD WS-LINE-STOCK-QTY TO PM-UNITS-DURING(WS-PROMO-SUB)
           END-IF.

       270-EXIT.


       280-LOAD-LINE-FACTOR.
      * TURN THE LINE QUANTITY INTO STOCKING UNITS BY THE FACTOR ON
      * THE LINE'S ORDCOST RECORD - NONE MEANS IT WAS SOLD IN THE
      * STOCKING UNIT
      *=================================================================

           MOVE WS-LINE-QTY TO WS-LINE-STOCK-QTY.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE WS-LINE-PRODUCT TO OC-PRODUCT.
           READ ORDCOST-FILE
               INVALID KEY
                   MOVE ZERO TO OC-SELL-FACTOR
           END-READ.
           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               COMPUTE WS-LINE-STOCK-QTY = WS-LINE-QTY * OC-SELL-FACTOR
           END-IF.
           SET WS-FACTOR-LOADED TO TRUE.

       280-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGPM SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           STOP RUN.


       500-PRINT-ONE-PROMOTION.
      * ONE LINE PER PROMOTION - WHAT IT OFFERED AND HOW ITS UNITS
      * COMPARE WITH THE SAME NUMBER OF DAYS BEFORE IT
      *=================================================================

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PM-PRODUCT(WS-PROMO-SUB) TO DL-PART-CODE.
           IF PM-DIVISION(WS-PROMO-SUB) EQUAL SPACES
               MOVE 'ALL' TO DL-DIVISION
           ELSE
               MOVE PM-DIVISION(WS-PROMO-SUB) TO DL-DIVISION
           END-IF.
           MOVE PM-START-DATE(WS-PROMO-SUB) TO DL-START-DATE.
           MOVE PM-END-DATE(WS-PROMO-SUB) TO DL-END-DATE.
           MOVE PM-DAYS(WS-PROMO-SUB) TO DL-DAYS.
           IF PM-PRICE(WS-PROMO-SUB) IS GREATER THAN ZERO
               MOVE PM-PRICE(WS-PROMO-SUB) TO DL-PRICE
           ELSE
               MOVE PM-PERCENT(WS-PROMO-SUB) TO DL-PERCENT
           END-IF.
           MOVE PM-UNITS-BEFORE(WS-PROMO-SUB) TO DL-UNITS-BEFORE.
           MOVE PM-UNITS-DURING(WS-PROMO-SUB) TO DL-UNITS-DURING.

           COMPUTE WS-CHANGE =
               PM-UNITS-DURING(WS-PROMO-SUB) -
               PM-UNITS-BEFORE(WS-PROMO-SUB).
           MOVE WS-CHANGE TO DL-CHANGE.
           IF PM-UNITS-BEFORE(WS-PROMO-SUB) IS GREATER THAN ZERO
               COMPUTE WS-PERCENT-CHANGE ROUNDED =
                   WS-CHANGE * 100 / PM-UNITS-BEFORE(WS-PROMO-SUB)
               MOVE WS-PERCENT-CHANGE TO DL-PERCENT-CHANGE
           ELSE
               MOVE '      NEW' TO DL-PERCENT-CHANGE-X
           END-IF.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD PM-UNITS-BEFORE(WS-PROMO-SUB) TO WS-TOTAL-BEFORE.
           ADD PM-UNITS-DURING(WS-PROMO-SUB) TO WS-TOTAL-DURING.

       500-EXIT.


       600-PRINT-TOTALS.
      * THE COUNT OF PROMOTIONS AND THE UNITS BEFORE AND DURING
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-PROMO-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           MOVE WS-PROMO-COUNT TO TL-PROMOTIONS.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-TOTAL-BEFORE TO TL-UNITS-BEFORE.
           MOVE WS-TOTAL-DURING TO TL-UNITS-DURING.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       600-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN WS-DN-DATE (0CYYDDD) INTO A RUNNING DAY NUMBER
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgpm.
