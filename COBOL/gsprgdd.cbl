       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgdd.
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

      *    THE MONTHLY SALES ROLL-UP - IT STILL HOLDS THE SALES FROM
      *    ORDERS THE GSPRGY PURGE HAS TAKEN OFF ORDFILE
           SELECT SALHIST-FILE ASSIGN TO SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      *    EVERY GS13 RECEIPT, IN THE ORDER KEYED
           SELECT RCVHIST-FILE ASSIGN TO RCVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.

      *    BROWSED BY PART FOR THE BINS EACH SLOW PART SITS IN
           SELECT BINLOC-FILE ASSIGN TO BINLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BINLOC-KEY
               FILE STATUS IS WS-BINLOC-STATUS.

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

       FD  SALHIST-FILE.
       01  SALHIST-RECORD.
           05  SH-PERIOD                   PIC 9(6).
           05  SH-DIVISION                 PIC X(3).
           05  SH-PRODUCT                  PIC X(8).
           05  SH-REGION                   PIC X(3).
           05  SH-COUNTRY                  PIC X(1).
           05  SH-QTY                      PIC 9(7).
           05  SH-DOLLARS                  PIC 9(9)V99.

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

       FD  BINLOC-FILE.
       01  BINLOC-RECORD.
           05  BINLOC-KEY.
               10  BIN-PRODUCT             PIC X(8).
               10  BIN-CODE                PIC X(6).
           05  BIN-QTY                     PIC 9(5).
           05  BIN-PRIMARY-SW              PIC X(1).
               88  BIN-PRIMARY                     VALUE 'P'.
           05  BIN-WAREHOUSE               PIC X(2).
           05  FILLER                      PIC X(8).

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

       01  WS-SALHIST-STATUS                PIC XX.
           88  SALHIST-OK                              VALUE '00'.
           88  SALHIST-EOF                             VALUE '10'.

       01  WS-RCVHIST-STATUS                PIC XX.
           88  RCVHIST-OK                              VALUE '00'.
           88  RCVHIST-EOF                             VALUE '10'.

       01  WS-BINLOC-STATUS                 PIC XX.
           88  BINLOC-OK                               VALUE '00'.
           88  BINLOC-EOF                              VALUE '10'.

      *    SYSIN CARD 1 - THE RUN DATE (0CYYDDD) THE AGES ARE
      *    COUNTED BACK FROM
       01  WS-RUN-DATE                      PIC 9(7).

      *    SYSIN CARD 2 - THE LAST CLOSED SALES PERIOD (CCYYMM).  THE
      *    CURRENT SALES RATE IS THE TWELVE PERIODS ENDING WITH IT.
       01  WS-PERIOD                        PIC 9(6).
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05  WS-PERIOD-CCYY               PIC 9(4).
           05  WS-PERIOD-MM                 PIC 9(2).
       01  WS-PERIOD-MONTHS                 PIC 9(6) VALUE ZERO.

       01  WS-SH-PERIOD                     PIC 9(6).
       01  WS-SH-PERIOD-X REDEFINES WS-SH-PERIOD.
           05  WS-SH-CCYY                   PIC 9(4).
           05  WS-SH-MM                     PIC 9(2).
       01  WS-MONTH-SUB                     PIC S9(5) VALUE ZERO.

      *    A SALHIST PERIOD COUNTS AS A SALE ON THE LAST DAY OF THE
      *    MONTH - THE DAY OF THE YEAR EACH MONTH ENDS ON
       01  WS-MONTH-END-VALUES.
           05  FILLER                       PIC X(18)
               VALUE '031059090120151181'.
           05  FILLER                       PIC X(18)
               VALUE '212243273304334365'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END-DDD             PIC 9(3) OCCURS 12 TIMES.
       01  WS-SH-JULIAN                     PIC 9(7) VALUE ZERO.
       01  WS-SH-JULIAN-X REDEFINES WS-SH-JULIAN.
           05  WS-SH-JULIAN-CYY             PIC 9(4).
           05  WS-SH-JULIAN-DDD             PIC 9(3).

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE AGES COME OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-DAYS-SINCE                    PIC S9(6) VALUE ZERO.

      *    THE AGE BANDS, IN DAYS SINCE THE LAST SALE
       77  WS-6-MONTH-DAYS                  PIC 9(3) VALUE 182.
       77  WS-12-MONTH-DAYS                 PIC 9(3) VALUE 365.
       77  WS-24-MONTH-DAYS                 PIC 9(3) VALUE 730.

      *    ONE ENTRY PER PART SOLD OR RECEIVED, WITH ITS LAST SALE
      *    AND LAST RECEIPT AND ITS UNITS SOLD IN THE TWELVE PERIODS
       01  WS-ACTIVITY-MAX                  PIC 9(4) VALUE 3000.
       01  WS-ACTIVITY-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-ACTIVITY-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-ENTRY OCCURS 3000 TIMES.
               10  AT-PRODUCT               PIC X(8).
               10  AT-LAST-SALE             PIC 9(7).
               10  AT-LAST-RECEIPT          PIC 9(7).
               10  AT-YEAR-UNITS            PIC 9(7).
       01  WS-FIND-PRODUCT                  PIC X(8).
       01  WS-ACTIVITY-FOUND-SW             PIC X(1).
           88  WS-ACTIVITY-FOUND                       VALUE 'Y'.

      *    ONE ENTRY PER STOCKED PART WITH NO SALE IN SIX MONTHS, IN
      *    PART CODE ORDER AS FETCHED, PRINTED ONE AGE BAND AT A TIME
       01  WS-SLOW-MAX                      PIC 9(4) VALUE 2000.
       01  WS-SLOW-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-SLOW-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-SLOW-TABLE.
           05  WS-SLOW-ENTRY OCCURS 2000 TIMES.
               10  SL-PRODUCT               PIC X(8).
               10  SL-DESC                  PIC X(17).
               10  SL-ON-HAND               PIC 9(5).
               10  SL-UNIT-COST             PIC 9(5)V99.
               10  SL-VALUE                 PIC 9(9)V99.
               10  SL-LAST-SALE             PIC 9(7).
               10  SL-LAST-RECEIPT          PIC 9(7).
               10  SL-YEAR-UNITS            PIC 9(7).
               10  SL-BAND                  PIC 9(1).
                   88  SL-BAND-6                       VALUE 1.
                   88  SL-BAND-12                      VALUE 2.
                   88  SL-BAND-24                      VALUE 3.

       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-LINE-PRODUCT                  PIC X(8).

       01  WS-BAND                          PIC 9(1) VALUE ZERO.
       01  WS-PART-VALUE                    PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTHS-COVER                  PIC 9(4)V9 VALUE ZERO.
       01  WS-BIN-DONE-SW                   PIC X(1).
           88  WS-BIN-DONE                             VALUE 'Y'.
       01  WS-BIN-COUNT                     PIC 9(3) VALUE ZERO.

      *    TOTALS - ONE PER AGE BAND (1 = 6 MONTHS, 2 = 12, 3 = 24)
      *    AND FOR ALL STOCK ON HAND
       01  WS-BAND-TOTALS.
           05  WS-BAND-TOTAL OCCURS 3 TIMES.
               10  BT-PARTS                 PIC 9(5).
               10  BT-VALUE                 PIC 9(11)V99.
       01  WS-STOCKED-PARTS                 PIC 9(5) VALUE ZERO.
       01  WS-STOCKED-VALUE                 PIC 9(11)V99 VALUE ZERO.
       01  WS-SLOW-VALUE                    PIC 9(11)V99 VALUE ZERO.
       01  WS-PERCENT                       PIC 9(3)V9 VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-PRODUCT-DESC                        PIC X(17).
           01  SQL-ON-HAND                            PIC S9(5) COMP-3.
           01  SQL-UNIT-COST                      PIC S9(5)V99 COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY PART STILL SOLD WITH STOCK ON THE SHELF
           EXEC SQL DECLARE STOCK-CSR CURSOR FOR
               SELECT PART_CODE, PART_DESC, ON_HAND, UNIT_COST
               FROM BILLM.PART_CODES
               WHERE DISCONTINUED <> 'Y'
                 AND ON_HAND > 0
               ORDER BY PART_CODE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'SLOW-MOVING AND DEAD STOCK              '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE  '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(23)
               VALUE '  SALES RATE TO PERIOD '.
           05  HL-PERIOD                    PIC 9(6).

       01  WS-BAND-HEADING-LINE.
           05  FILLER                       PIC X(18)
               VALUE 'NO SALES IN       '.
           05  BH-TEXT                      PIC X(30).

       01  WS-COLUMN-LINE-1.
           05  FILLER                       PIC X(40)
               VALUE '                            ON HAND    U'.
           05  FILLER                       PIC X(40)
               VALUE 'NIT      STOCK  LAST    LAST   MONTHS   '.
           05  FILLER                       PIC X(20)
               VALUE '                    '.

       01  WS-COLUMN-LINE-2.
           05  FILLER                       PIC X(40)
               VALUE 'PART CODE DESCRIPTION                  C'.
           05  FILLER                       PIC X(40)
               VALUE 'OST      VALUE  SALE    RECEIPT COVER   '.
           05  FILLER                       PIC X(20)
               VALUE '                    '.

       01  WS-DETAIL-LINE.
           05  DL-PART-CODE                 PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-PART-DESC                 PIC X(17).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-ON-HAND                   PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UNIT-COST                 PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-VALUE                     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-LAST-SALE                 PIC 9(7).
           05  DL-LAST-SALE-X REDEFINES DL-LAST-SALE
                                            PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-LAST-RECEIPT              PIC 9(7).
           05  DL-LAST-RECEIPT-X REDEFINES DL-LAST-RECEIPT
                                            PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-COVER                     PIC ZZZ9.9.
           05  DL-COVER-X REDEFINES DL-COVER
                                            PIC X(6).

      *    THE BINS THE STOCK SITS IN, UNDER EACH PART
       01  WS-BIN-LINE.
           05  FILLER                       PIC X(14) VALUE SPACES.
           05  FILLER                       PIC X(4) VALUE 'BIN '.
           05  BL-BIN-CODE                  PIC X(6).
           05  FILLER                       PIC X(6) VALUE '  QTY '.
           05  BL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  BL-PRIMARY                   PIC X(7).
           05  FILLER                       PIC X(6) VALUE ' WHSE '.
           05  BL-WAREHOUSE                 PIC X(2).

       01  WS-NO-BIN-LINE.
           05  FILLER                       PIC X(14) VALUE SPACES.
           05  FILLER                       PIC X(20)
               VALUE 'NO BIN ON FILE      '.

       01  WS-BAND-TOTAL-LINE.
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(7) VALUE 'PARTS: '.
           05  TL-BAND-PARTS                PIC ZZZZ9.
           05  FILLER                       PIC X(10)
               VALUE '   VALUE: '.
           05  TL-BAND-VALUE                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-HEADING               PIC X(40)
           VALUE 'SUMMARY                         PARTS   '.

       01  WS-SUMMARY-LINE.
           05  SM-TEXT                      PIC X(30).
           05  SM-PARTS                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SM-VALUE                     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PERCENT-LINE.
           05  FILLER                       PIC X(37)
               VALUE 'SLOW STOCK AS A PERCENT OF ALL STOCK:'.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-PERCENT                   PIC ZZ9.9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** PARTS DROPPED - WORK TABLE FULL ***         '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * FINDS THE STOCK THAT IS NOT MOVING AND WHAT IT IS WORTH.  FOR
      * EVERY NON-DISCONTINUED PART WITH STOCK ON HAND -
      *   LAST SALE     THE LATEST ORDER DATE ON ORDFILE (HEADER
      *                 SLOTS AND ORDDETL LINES) OR THE LAST DAY OF
      *                 THE LATEST SALHIST PERIOD THAT SOLD IT
      *   LAST RECEIPT  THE LATEST RCVHIST ENTRY
      *   MONTHS COVER  ON HAND OVER THE AVERAGE MONTHLY UNITS SOLD IN
      *                 THE TWELVE SALHIST PERIODS ENDING ON CARD 2
      *   VALUE         ON HAND AT UNIT_COST
      * PARTS WITH NO SALE IN 6, 12 AND 24 MONTHS (OR NONE ON RECORD)
      * PRINT IN THEIR AGE BAND, OLDEST BAND FIRST, EACH WITH THE
      * BINS IT SITS IN SO THE WAREHOUSE CAN PULL IT FOR CLEARANCE
      * OR RETURN TO VENDOR.  READ ONLY.  SYSIN IS THE RUN DATE
      * (0CYYDDD) AND THE LAST CLOSED SALES PERIOD (CCYYMM).

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-PERIOD FROM SYSIN.

           COMPUTE WS-PERIOD-MONTHS =
               WS-PERIOD-CCYY * 12 + WS-PERIOD-MM.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           MOVE ZERO TO BT-PARTS(1) BT-PARTS(2) BT-PARTS(3).
           MOVE ZERO TO BT-VALUE(1) BT-VALUE(2) BT-VALUE(3).

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDDETL-FILE.
           OPEN INPUT SALHIST-FILE.
           OPEN INPUT RCVHIST-FILE.
           OPEN INPUT BINLOC-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-LOAD-ORDER-SALES.
           PERFORM 200-LOAD-HISTORY-SALES.
           PERFORM 250-LOAD-RECEIPTS.

           EXEC SQL OPEN STOCK-CSR END-EXEC.

           PERFORM 300-AGE-ONE-PART THRU 300-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE STOCK-CSR END-EXEC.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-PERIOD TO HL-PERIOD.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           MOVE 3 TO WS-BAND.
           MOVE '24 MONTHS OR MORE' TO BH-TEXT.
           PERFORM 500-PRINT-BAND.
           MOVE 2 TO WS-BAND.
           MOVE '12 TO 24 MONTHS' TO BH-TEXT.
           PERFORM 500-PRINT-BAND.
           MOVE 1 TO WS-BAND.
           MOVE '6 TO 12 MONTHS' TO BH-TEXT.
           PERFORM 500-PRINT-BAND.

           PERFORM 600-PRINT-SUMMARY.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE SALHIST-FILE.
           CLOSE RCVHIST-FILE.
           CLOSE BINLOC-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-ORDER-SALES.
      * EVERY LINE OF EVERY ORDER NOT CANCELLED MOVES ITS PART'S LAST
      * SALE UP TO THE ORDER DATE
      *=================================================================

           PERFORM 110-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF NOT ORDFILE-STATUS-CANCELLED
                   PERFORM 120-SALE-HEADER-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 5
                   IF ORDFILE-DETAIL-COUNT IS GREATER THAN ZERO
                       PERFORM 140-SALE-DETAIL-LINES THRU 140-EXIT
                   END-IF
               END-IF
               PERFORM 110-READ-ORDFILE
           END-PERFORM.

       100-EXIT.


       110-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-SALE-HEADER-LINE.
      * ONE OF THE FIVE HEADER PRODUCT SLOTS
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               AND ORDFILE-P-QTY(WS-LINE-SUB) IS GREATER THAN ZERO
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-LINE-PRODUCT
               PERFORM 160-POST-ORDER-SALE THRU 160-EXIT
           END-IF.

       120-EXIT.


       140-SALE-DETAIL-LINES.
      * WALK THE ORDDETL OVERFLOW LINES FOR THE CURRENT INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           MOVE 1 TO ORDDETL-LINE-NO.

           START ORDDETL-FILE KEY IS GREATER THAN OR EQUAL ORDDETL-KEY
               INVALID KEY
                   GO TO 140-EXIT
           END-START.

           READ ORDDETL-FILE NEXT RECORD
               AT END
                   GO TO 140-EXIT
           END-READ.
           PERFORM UNTIL ORDDETL-INVOICE-NO NOT EQUAL
                   ORDFILE-INVOICE-NO
               IF ORDDETL-QTY IS GREATER THAN ZERO
                   MOVE ORDDETL-PRODUCT TO WS-LINE-PRODUCT
                   PERFORM 160-POST-ORDER-SALE THRU 160-EXIT
               END-IF
               READ ORDDETL-FILE NEXT RECORD
                   AT END
                       GO TO 140-EXIT
               END-READ
           END-PERFORM.

       140-EXIT.


       160-POST-ORDER-SALE.
      * MOVE THE LINE'S PART'S LAST SALE UP TO THE ORDER DATE
      *=================================================================

           MOVE WS-LINE-PRODUCT TO WS-FIND-PRODUCT.
           PERFORM 800-FIND-ACTIVITY.
           IF NOT WS-ACTIVITY-FOUND
               GO TO 160-EXIT
           END-IF.

           IF ORDFILE-ORDER-DATE IS GREATER THAN
               AT-LAST-SALE(WS-ACTIVITY-SUB)
               MOVE ORDFILE-ORDER-DATE TO AT-LAST-SALE(WS-ACTIVITY-SUB)
           END-IF.

       160-EXIT.


       200-LOAD-HISTORY-SALES.
      * EVERY SALHIST ROW THAT SOLD ANYTHING MOVES ITS PART'S LAST
      * SALE UP TO THE END OF THE PERIOD, AND A ROW IN THE TWELVE
      * PERIODS ADDS TO THE PART'S YEAR UNITS
      *=================================================================

           PERFORM 210-READ-SALHIST.
           PERFORM UNTIL SALHIST-EOF
               IF SH-QTY IS GREATER THAN ZERO
                   PERFORM 220-POST-HISTORY-SALE THRU 220-EXIT
               END-IF
               PERFORM 210-READ-SALHIST
           END-PERFORM.

       200-EXIT.


       210-READ-SALHIST.
      * READ THE NEXT SALES HISTORY ROW
      *=================================================================

           READ SALHIST-FILE
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-POST-HISTORY-SALE.
      * POST ONE SALES HISTORY ROW TO ITS PART
      *=================================================================

           MOVE SH-PRODUCT TO WS-FIND-PRODUCT.
           PERFORM 800-FIND-ACTIVITY.
           IF NOT WS-ACTIVITY-FOUND
               GO TO 220-EXIT
           END-IF.

           MOVE SH-PERIOD TO WS-SH-PERIOD.
           IF WS-SH-MM IS LESS THAN 1 OR WS-SH-MM IS GREATER THAN 12
               GO TO 220-EXIT
           END-IF.
           COMPUTE WS-SH-JULIAN-CYY = WS-SH-CCYY - 1900.
           MOVE WS-MONTH-END-DDD(WS-SH-MM) TO WS-SH-JULIAN-DDD.
           IF WS-SH-JULIAN IS GREATER THAN
               AT-LAST-SALE(WS-ACTIVITY-SUB)
               MOVE WS-SH-JULIAN TO AT-LAST-SALE(WS-ACTIVITY-SUB)
           END-IF.

           COMPUTE WS-MONTH-SUB =
               WS-SH-CCYY * 12 + WS-SH-MM - WS-PERIOD-MONTHS + 12.
           IF WS-MONTH-SUB IS GREATER THAN ZERO
               AND WS-MONTH-SUB IS NOT GREATER THAN 12
               ADD SH-QTY TO AT-YEAR-UNITS(WS-ACTIVITY-SUB)
           END-IF.

       220-EXIT.


       250-LOAD-RECEIPTS.
      * EVERY RCVHIST ENTRY MOVES ITS PART'S LAST RECEIPT UP TO ITS
      * DATE
      *=================================================================

           PERFORM 260-READ-RCVHIST.
           PERFORM UNTIL RCVHIST-EOF
               MOVE RCV-PRODUCT TO WS-FIND-PRODUCT
               PERFORM 800-FIND-ACTIVITY
               IF WS-ACTIVITY-FOUND
                   IF RCV-DATE IS GREATER THAN
                       AT-LAST-RECEIPT(WS-ACTIVITY-SUB)
                       MOVE RCV-DATE
                           TO AT-LAST-RECEIPT(WS-ACTIVITY-SUB)
                   END-IF
               END-IF
               PERFORM 260-READ-RCVHIST
           END-PERFORM.

       250-EXIT.


       260-READ-RCVHIST.
      * READ THE NEXT RECEIPT
      *=================================================================

           READ RCVHIST-FILE
               AT END
                   SET RCVHIST-EOF TO TRUE
           END-READ.

       260-EXIT.


       300-AGE-ONE-PART.
      * FETCH THE NEXT STOCKED PART, VALUE IT, AND KEEP IT FOR THE
      * REPORT WHEN IT HAS NOT SOLD IN SIX MONTHS
      *=================================================================

           EXEC SQL FETCH STOCK-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-PRODUCT-DESC,
                    :SQL-ON-HAND, :SQL-UNIT-COST
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 300-EXIT
           END-IF.

           COMPUTE WS-PART-VALUE = SQL-ON-HAND * SQL-UNIT-COST.
           ADD 1 TO WS-STOCKED-PARTS.
           ADD WS-PART-VALUE TO WS-STOCKED-VALUE.

      *    A PART WITH NO SALE ON RECORD IS AS DEAD AS IT GETS
           MOVE SQL-PRODUCT-CODE TO WS-FIND-PRODUCT.
           PERFORM 810-LOOK-UP-ACTIVITY.
           IF NOT WS-ACTIVITY-FOUND
               OR AT-LAST-SALE(WS-ACTIVITY-SUB) EQUAL ZERO
               MOVE 3 TO WS-BAND
           ELSE
               MOVE AT-LAST-SALE(WS-ACTIVITY-SUB) TO WS-DN-DATE
               PERFORM 900-COMPUTE-DAY-NUMBER
               COMPUTE WS-DAYS-SINCE = WS-DN-RUN-NUMBER - WS-DN-NUMBER
               IF WS-DAYS-SINCE IS GREATER THAN WS-24-MONTH-DAYS
                   MOVE 3 TO WS-BAND
               ELSE
               IF WS-DAYS-SINCE IS GREATER THAN WS-12-MONTH-DAYS
                   MOVE 2 TO WS-BAND
               ELSE
               IF WS-DAYS-SINCE IS GREATER THAN WS-6-MONTH-DAYS
                   MOVE 1 TO WS-BAND
               ELSE
                   MOVE ZERO TO WS-BAND
               END-IF
               END-IF
               END-IF
           END-IF.

           IF WS-BAND EQUAL ZERO
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO BT-PARTS(WS-BAND).
           ADD WS-PART-VALUE TO BT-VALUE(WS-BAND).
           ADD WS-PART-VALUE TO WS-SLOW-VALUE.

           IF WS-SLOW-COUNT IS NOT LESS THAN WS-SLOW-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-SLOW-COUNT.
           MOVE WS-SLOW-COUNT TO WS-SLOW-SUB.
           MOVE SQL-PRODUCT-CODE TO SL-PRODUCT(WS-SLOW-SUB).
           MOVE SQL-PRODUCT-DESC TO SL-DESC(WS-SLOW-SUB).
           MOVE SQL-ON-HAND TO SL-ON-HAND(WS-SLOW-SUB).
           MOVE SQL-UNIT-COST TO SL-UNIT-COST(WS-SLOW-SUB).
           MOVE WS-PART-VALUE TO SL-VALUE(WS-SLOW-SUB).
           MOVE WS-BAND TO SL-BAND(WS-SLOW-SUB).
           IF WS-ACTIVITY-FOUND
               MOVE AT-LAST-SALE(WS-ACTIVITY-SUB)
                   TO SL-LAST-SALE(WS-SLOW-SUB)
               MOVE AT-LAST-RECEIPT(WS-ACTIVITY-SUB)
                   TO SL-LAST-RECEIPT(WS-SLOW-SUB)
               MOVE AT-YEAR-UNITS(WS-ACTIVITY-SUB)
                   TO SL-YEAR-UNITS(WS-SLOW-SUB)
           ELSE
               MOVE ZERO TO SL-LAST-SALE(WS-SLOW-SUB)
               MOVE ZERO TO SL-LAST-RECEIPT(WS-SLOW-SUB)
               MOVE ZERO TO SL-YEAR-UNITS(WS-SLOW-SUB)
           END-IF.

       300-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGDD SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           STOP RUN.


       500-PRINT-BAND.
      * PRINT EVERY KEPT PART IN AGE BAND WS-BAND, EACH FOLLOWED BY
      * ITS BINS, THEN THE BAND'S TOTAL
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-BAND-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.

           PERFORM VARYING WS-SLOW-SUB FROM 1 BY 1
                   UNTIL WS-SLOW-SUB > WS-SLOW-COUNT
               IF SL-BAND(WS-SLOW-SUB) EQUAL WS-BAND
                   PERFORM 510-PRINT-ONE-PART
                   PERFORM 520-PRINT-BINS THRU 520-EXIT
               END-IF
           END-PERFORM.

           MOVE BT-PARTS(WS-BAND) TO TL-BAND-PARTS.
           MOVE BT-VALUE(WS-BAND) TO TL-BAND-VALUE.
           WRITE REPORT-LINE FROM WS-BAND-TOTAL-LINE.

       500-EXIT.


       510-PRINT-ONE-PART.
      * ONE PART'S LINE - MONTHS OF COVER IS N/A WHEN NOTHING SOLD IN
      * THE TWELVE PERIODS
      *=================================================================

           MOVE SL-PRODUCT(WS-SLOW-SUB) TO DL-PART-CODE.
           MOVE SL-DESC(WS-SLOW-SUB) TO DL-PART-DESC.
           MOVE SL-ON-HAND(WS-SLOW-SUB) TO DL-ON-HAND.
           MOVE SL-UNIT-COST(WS-SLOW-SUB) TO DL-UNIT-COST.
           MOVE SL-VALUE(WS-SLOW-SUB) TO DL-VALUE.

           IF SL-LAST-SALE(WS-SLOW-SUB) EQUAL ZERO
               MOVE 'NEVER  ' TO DL-LAST-SALE-X
           ELSE
               MOVE SL-LAST-SALE(WS-SLOW-SUB) TO DL-LAST-SALE
           END-IF.
           IF SL-LAST-RECEIPT(WS-SLOW-SUB) EQUAL ZERO
               MOVE 'NEVER  ' TO DL-LAST-RECEIPT-X
           ELSE
               MOVE SL-LAST-RECEIPT(WS-SLOW-SUB) TO DL-LAST-RECEIPT
           END-IF.

           IF SL-YEAR-UNITS(WS-SLOW-SUB) EQUAL ZERO
               MOVE '   N/A' TO DL-COVER-X
           ELSE
               COMPUTE WS-MONTHS-COVER ROUNDED =
                   SL-ON-HAND(WS-SLOW-SUB) * 12
                   / SL-YEAR-UNITS(WS-SLOW-SUB)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MONTHS-COVER
               END-COMPUTE
               MOVE WS-MONTHS-COVER TO DL-COVER
           END-IF.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       510-EXIT.


       520-PRINT-BINS.
      * BROWSE BINLOC FOR THE PART AND PRINT A LINE FOR EACH BIN
      *=================================================================

           MOVE ZERO TO WS-BIN-COUNT.
           MOVE 'N' TO WS-BIN-DONE-SW.
           MOVE SL-PRODUCT(WS-SLOW-SUB) TO BIN-PRODUCT.
           MOVE LOW-VALUES TO BIN-CODE.
           START BINLOC-FILE
               KEY IS NOT LESS THAN BINLOC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BIN-DONE-SW
           END-START.

           PERFORM UNTIL WS-BIN-DONE
               READ BINLOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BIN-DONE-SW
               END-READ
               IF NOT WS-BIN-DONE
                   IF BIN-PRODUCT NOT EQUAL SL-PRODUCT(WS-SLOW-SUB)
                       MOVE 'Y' TO WS-BIN-DONE-SW
                   ELSE
                       ADD 1 TO WS-BIN-COUNT
                       MOVE BIN-CODE TO BL-BIN-CODE
                       MOVE BIN-QTY TO BL-QTY
                       IF BIN-WAREHOUSE EQUAL SPACES
                           MOVE '01' TO BL-WAREHOUSE
                       ELSE
                           MOVE BIN-WAREHOUSE TO BL-WAREHOUSE
                       END-IF
                       IF BIN-PRIMARY
                           MOVE 'PRIMARY' TO BL-PRIMARY
                       ELSE
                           MOVE SPACES TO BL-PRIMARY
                       END-IF
                       WRITE REPORT-LINE FROM WS-BIN-LINE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BIN-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NO-BIN-LINE
           END-IF.

       520-EXIT.


       600-PRINT-SUMMARY.
      * THE MONEY TIED UP IN EACH AGE BAND AGAINST ALL STOCK ON HAND
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING.

           MOVE 'NO SALES IN 24 MONTHS OR MORE ' TO SM-TEXT.
           MOVE BT-PARTS(3) TO SM-PARTS.
           MOVE BT-VALUE(3) TO SM-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'NO SALES IN 12 TO 24 MONTHS   ' TO SM-TEXT.
           MOVE BT-PARTS(2) TO SM-PARTS.
           MOVE BT-VALUE(2) TO SM-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'NO SALES IN 6 TO 12 MONTHS    ' TO SM-TEXT.
           MOVE BT-PARTS(1) TO SM-PARTS.
           MOVE BT-VALUE(1) TO SM-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE 'ALL PARTS WITH STOCK ON HAND  ' TO SM-TEXT.
           MOVE WS-STOCKED-PARTS TO SM-PARTS.
           MOVE WS-STOCKED-VALUE TO SM-VALUE.
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

           IF WS-STOCKED-VALUE IS GREATER THAN ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-SLOW-VALUE * 100 / WS-STOCKED-VALUE
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF.
           MOVE WS-PERCENT TO PL-PERCENT.
           WRITE REPORT-LINE FROM WS-PERCENT-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       600-EXIT.


       800-FIND-ACTIVITY.
      * FIND WS-FIND-PRODUCT'S ACTIVITY ENTRY, OPENING ONE FOR A PART
      * NOT SEEN YET - A FULL TABLE IS COUNTED AND THE PART PASSED OVER
      *=================================================================

           PERFORM 810-LOOK-UP-ACTIVITY.

           IF NOT WS-ACTIVITY-FOUND
               IF WS-ACTIVITY-COUNT IS LESS THAN WS-ACTIVITY-MAX
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-ACTIVITY-SUB
                   MOVE WS-FIND-PRODUCT TO AT-PRODUCT(WS-ACTIVITY-SUB)
                   MOVE ZERO TO AT-LAST-SALE(WS-ACTIVITY-SUB)
                   MOVE ZERO TO AT-LAST-RECEIPT(WS-ACTIVITY-SUB)
                   MOVE ZERO TO AT-YEAR-UNITS(WS-ACTIVITY-SUB)
                   MOVE 'Y' TO WS-ACTIVITY-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       800-EXIT.


       810-LOOK-UP-ACTIVITY.
      * FIND WS-FIND-PRODUCT'S ACTIVITY ENTRY WITHOUT ADDING ONE
      *=================================================================

           MOVE 'N' TO WS-ACTIVITY-FOUND-SW.
           PERFORM VARYING WS-ACTIVITY-SUB FROM 1 BY 1
                   UNTIL WS-ACTIVITY-SUB > WS-ACTIVITY-COUNT
                      OR WS-ACTIVITY-FOUND
               IF AT-PRODUCT(WS-ACTIVITY-SUB) EQUAL WS-FIND-PRODUCT
                   MOVE 'Y' TO WS-ACTIVITY-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-ACTIVITY-FOUND
               SUBTRACT 1 FROM WS-ACTIVITY-SUB
           END-IF.

       810-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN WS-DN-DATE (0CYYDDD) INTO A RUNNING DAY NUMBER
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgdd.
