       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgrp.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE MONTHLY SALES ROLL-UP GSPRGHA APPENDS AT MONTH-END -
      *    ONE ROW PER PERIOD, DIVISION, PART AND REGION
           SELECT SALHIST-FILE ASSIGN TO SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      *    BROWSED BY PO NUMBER FOR EACH RECEIPT, FOR THE SUPPLIER
      *    AND THE ORDER DATE
           SELECT POFILE-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.

      *    EVERY GS13 RECEIPT, IN THE ORDER KEYED
           SELECT RCVHIST-FILE ASSIGN TO RCVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.

      *    THE LOST SALES TAKEN ON GS03 AND GS33 - READ ONLY WHEN
      *    CARD 4 ASKS FOR LOST DEMAND ON TOP OF THE SALES
           SELECT LOSTSL-FILE ASSIGN TO LOSTSL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOSTSL-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  SALHIST-FILE.
       01  SALHIST-RECORD.
           05  SH-PERIOD                   PIC 9(6).
           05  SH-DIVISION                 PIC X(3).
           05  SH-PRODUCT                  PIC X(8).
           05  SH-REGION                   PIC X(3).
           05  SH-COUNTRY                  PIC X(1).
           05  SH-QTY                      PIC 9(7).
           05  SH-DOLLARS                  PIC 9(9)V99.

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
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ARE IN IT.  FACTOR
      *        ZERO ON LINES ALREADY IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  FILLER                      PIC X(6).

      *    THE PO NUMBER THE GS13 RECEIVING SCREEN RELIEVED RIDES ON
      *    EACH ENTRY - BLANK ON RETURNS AND ON GOODS THAT ARRIVED
      *    WITHOUT AN ORDER
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

       FD  LOSTSL-FILE.
       01  LOSTSL-RECORD.
           05  LS-KEY.
               10  LS-DATE                 PIC 9(7).
               10  LS-TIME                 PIC 9(7).
               10  LS-TERMINAL-ID          PIC X(4).
               10  LS-SEQ                  PIC 9(2).
           05  LS-DIVISION                 PIC X(3).
           05  LS-ACCOUNT                  PIC X(6).
           05  LS-PRODUCT                  PIC X(8).
           05  LS-DESC                     PIC X(20).
           05  LS-QTY                      PIC 9(5).
           05  LS-REASON                   PIC X(3).
               88  LS-OUT-OF-STOCK                 VALUE 'OOS'.
               88  LS-LEAD-TIME                    VALUE 'LDT'.
           05  LS-SOURCE                   PIC X(4).
           05  LS-OPERATOR-ID              PIC X(3).
           05  FILLER                      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-SALHIST-STATUS                PIC XX.
           88  SALHIST-OK                              VALUE '00'.
           88  SALHIST-EOF                             VALUE '10'.

       01  WS-POFILE-STATUS                 PIC XX.
           88  POFILE-OK                               VALUE '00'.
           88  POFILE-EOF                              VALUE '10'.

       01  WS-RCVHIST-STATUS                PIC XX.
           88  RCVHIST-OK                              VALUE '00'.
           88  RCVHIST-EOF                             VALUE '10'.

       01  WS-LOSTSL-STATUS                 PIC XX.
           88  LOSTSL-OK                               VALUE '00'.
           88  LOSTSL-EOF                              VALUE '10'.

      *    SYSIN CARD 1 - THE RUN DATE (0CYYDDD).  THE LEAD TIMES ARE
      *    TAKEN FROM THE RECEIPTS IN THE TWELVE MONTHS ENDING ON IT.
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-FROM-DATE                     PIC 9(7) VALUE ZERO.

      *    SYSIN CARD 2 - THE LAST CLOSED SALES PERIOD (CCYYMM).  THE
      *    DEMAND IS TAKEN FROM THE TWELVE PERIODS ENDING WITH IT.
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

      *    SYSIN CARD 3 - 'APPLY' UPDATES BILLM.PART_CODES WITH THE
      *    NEW FIGURES.  ANYTHING ELSE IS A PROPOSE RUN THAT ONLY
      *    PRINTS THEM FOR THE BUYER.
       01  WS-MODE-CARD.
           05  WS-MODE                      PIC X(7).
           05  FILLER                       PIC X(73).
       01  WS-APPLY-SW                      PIC X(1) VALUE 'N'.
           88  WS-APPLYING                             VALUE 'Y'.

      *    SYSIN CARD 4 - THE COST OF RAISING ONE PURCHASE ORDER
      *    (COLS 1-5, 999V99), THE YEARLY CARRYING COST AS A PERCENT
      *    OF UNIT COST (COLS 6-7) AND THE LEAD TIME IN DAYS FOR A
      *    PART WITH NO RECEIPTS IN THE YEAR (COLS 8-10).  BLANK OR
      *    ZERO TAKES THE HOUSE FIGURES BELOW.  AN 'L' IN COL 11 ADDS
      *    THE LOST SALES OFF LOSTSL TO THE DEMAND - ONLY THE ONES
      *    LOST TO NO STOCK OR TO LEAD TIME, WHICH A HIGHER REORDER
      *    POINT WOULD HAVE CAUGHT; PRICE AND NOT-STOCKED LOSSES ARE
      *    LEFT OUT.
       01  WS-PARM-CARD.
           05  WS-ORDER-COST                PIC 9(3)V99.
           05  WS-CARRY-PCT                 PIC 9(2).
           05  WS-DEFAULT-LEAD              PIC 9(3).
           05  WS-LOST-DEMAND-FLAG          PIC X(1).
               88  WS-ADD-LOST-DEMAND                  VALUE 'L'.
           05  FILLER                       PIC X(69).
       77  WS-HOUSE-ORDER-COST              PIC 9(3)V99 VALUE 25.00.
       77  WS-HOUSE-CARRY-PCT               PIC 9(2) VALUE 25.
       77  WS-HOUSE-LEAD                    PIC 9(3) VALUE 30.

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE LEAD TIME COMES OUT RIGHT ACROSS
      *    A YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-ORDER-NUMBER               PIC 9(6) VALUE ZERO.
       01  WS-LEAD-DAYS                     PIC S9(5) VALUE ZERO.

      *    A LOST SALE'S JULIAN DATE TURNED INTO ITS CCYY AND MONTH
      *    THROUGH THE CUMULATIVE-DAYS TABLE, FEBRUARY STRETCHED IN A
      *    LEAP YEAR, SO IT LANDS IN THE SAME MONTH AS THE SALES
       01  WS-LS-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-LS-DATE-X REDEFINES WS-LS-DATE.
           05  FILLER                       PIC X(1).
           05  WS-LS-CYY                    PIC 9(3).
           05  WS-LS-DDD                    PIC 9(3).
       01  WS-LS-DATE-Y REDEFINES WS-LS-DATE.
           05  FILLER                       PIC X(2).
           05  WS-LS-YY                     PIC 9(2).
           05  FILLER                       PIC X(3).
       01  WS-LS-CCYY                       PIC 9(4) VALUE ZERO.
       01  WS-LS-MONTH                      PIC 9(2) VALUE ZERO.
       01  WS-LS-LEAP                       PIC 9(1) VALUE ZERO.
       01  WS-LS-LIMIT                      PIC 9(3) VALUE ZERO.
       01  WS-LS-REMAINDER                  PIC 9(2) VALUE ZERO.
       01  WS-LS-QUOTIENT                   PIC 9(2) VALUE ZERO.

       01  WS-MONTH-END-VALUES.
           05  FILLER                       PIC X(36) VALUE
               '031059090120151181212243273304334366'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

       01  WS-LOST-LINES                    PIC 9(7) VALUE ZERO.
       01  WS-LOST-UNITS                    PIC 9(9) VALUE ZERO.

      *    ONE ENTRY PER PART SOLD IN THE TWELVE PERIODS, WITH ITS
      *    UNITS FOR EACH PERIOD - THE OLDEST IS MONTH 1, THE PERIOD
      *    ON CARD 2 IS MONTH 12
       01  WS-DEMAND-MAX                    PIC 9(4) VALUE 3000.
       01  WS-DEMAND-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-DEMAND-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-DEMAND-TABLE.
           05  WS-DEMAND-ENTRY OCCURS 3000 TIMES.
               10  DT-PRODUCT               PIC X(8).
               10  DT-MONTH-QTY             PIC 9(7) OCCURS 12 TIMES.
       01  WS-DEMAND-FOUND-SW               PIC X(1).
           88  WS-DEMAND-FOUND                         VALUE 'Y'.

      *    THE PART AND UNITS BEING FILED - OFF A SALHIST ROW OR A
      *    LOST SALE
       01  WS-FILE-PRODUCT                  PIC X(8).
       01  WS-FILE-QTY                      PIC 9(7) VALUE ZERO.

      *    ONE ENTRY PER PART AND SUPPLIER RECEIVED FROM IN THE YEAR -
      *    THE SUPPLIER A PART HAS COME IN FROM MOST OFTEN IS ITS
      *    USUAL SUPPLIER, AND ITS AVERAGE DAYS FROM ORDER TO RECEIPT
      *    ARE THE PART'S LEAD TIME
       01  WS-SOURCE-MAX                    PIC 9(4) VALUE 3000.
       01  WS-SOURCE-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 3000 TIMES.
               10  SR-PRODUCT               PIC X(8).
               10  SR-SUPPLIER              PIC X(6).
               10  SR-RECEIPTS              PIC 9(5).
               10  SR-LEAD-DAYS             PIC 9(7).
       01  WS-SOURCE-FOUND-SW               PIC X(1).
           88  WS-SOURCE-FOUND                         VALUE 'Y'.
       01  WS-USUAL-SUB                     PIC 9(4) VALUE ZERO.

       01  WS-PO-FOUND-SW                   PIC X(1).
           88  WS-PO-FOUND                             VALUE 'Y'.
       01  WS-PO-DONE-SW                    PIC X(1).
           88  WS-PO-DONE                              VALUE 'Y'.

       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

      *    ONE PART'S FIGURES
       01  WS-MONTH                         PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-DEMAND                  PIC 9(9) VALUE ZERO.
       01  WS-AVG-MONTHLY                   PIC 9(7)V99 VALUE ZERO.
       01  WS-PEAK-MONTHLY                  PIC 9(7) VALUE ZERO.
       01  WS-LEAD-TIME                     PIC 9(3) VALUE ZERO.
       01  WS-USUAL-SUPPLIER                PIC X(6).
       01  WS-SAFETY-STOCK                  PIC 9(7) VALUE ZERO.
       01  WS-NEW-POINT                     PIC 9(7) VALUE ZERO.
       01  WS-NEW-QTY                       PIC 9(7) VALUE ZERO.
       01  WS-EOQ-WORK                      PIC 9(11)V9(4) VALUE ZERO.
       01  WS-FLAG                          PIC X(8).

       01  WS-PART-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CHANGED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-LOCKED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-NO-SALES-COUNT                PIC 9(5) VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-PRODUCT-DESC                        PIC X(17).
           01  SQL-REORDER-POINT                      PIC S9(5) COMP-3.
           01  SQL-REORDER-QTY                        PIC S9(5) COMP-3.
           01  SQL-UNIT-COST                      PIC S9(5)V99 COMP-3.
           01  SQL-REORDER-LOCK                        PIC X(1).
           01  SQL-NEW-POINT                          PIC S9(5) COMP-3.
           01  SQL-NEW-QTY                            PIC S9(5) COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY PART STILL SOLD, IN PART CODE ORDER
           EXEC SQL DECLARE REVIEW-CSR CURSOR FOR
               SELECT PART_CODE, PART_DESC, REORDER_POINT,
                      REORDER_QTY, UNIT_COST, REORDER_LOCK
               FROM BILLM.PART_CODES
               WHERE DISCONTINUED <> 'Y'
               ORDER BY PART_CODE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'REORDER POINT AND QUANTITY REVIEW       '.
           05  HL-MODE                      PIC X(8).
           05  FILLER                       PIC X(18)
               VALUE '  PERIODS ENDING  '.
           05  HL-PERIOD                    PIC 9(6).
           05  FILLER                       PIC X(10)
               VALUE '  RUN DATE'.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-PARM-LINE.
           05  FILLER                       PIC X(12)
               VALUE 'ORDER COST  '.
           05  PL-ORDER-COST                PIC ZZ9.99.
           05  FILLER                       PIC X(18)
               VALUE '   CARRYING PCT   '.
           05  PL-CARRY-PCT                 PIC Z9.
           05  FILLER                       PIC X(22)
               VALUE '   DEFAULT LEAD DAYS  '.
           05  PL-DEFAULT-LEAD              PIC ZZ9.
           05  PL-LOST-TEXT                 PIC X(25) VALUE SPACES.

       01  WS-COLUMN-LINE-1.
           05  FILLER                       PIC X(40)
               VALUE '                                AVG    P'.
           05  FILLER                       PIC X(40)
               VALUE 'EAK USUAL  LEAD   OLD   NEW SAFETY   OLD'.
           05  FILLER                       PIC X(20)
               VALUE '   NEW              '.

       01  WS-COLUMN-LINE-2.
           05  FILLER                       PIC X(40)
               VALUE 'PART CODE DESCRIPTION        /MONTH  /MO'.
           05  FILLER                       PIC X(40)
               VALUE 'NTH SUPPLR DAYS   ROP   ROP  STOCK   QTY'.
           05  FILLER                       PIC X(20)
               VALUE '   QTY FLAG         '.

       01  WS-DETAIL-LINE.
           05  DL-PART-CODE                 PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-PART-DESC                 PIC X(17).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AVG-MONTHLY               PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PEAK-MONTHLY              PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-LEAD-TIME                 PIC ZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-OLD-POINT                 PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NEW-POINT                 PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SAFETY-STOCK              PIC ZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-OLD-QTY                   PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NEW-QTY                   PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FLAG                      PIC X(8).

       01  WS-PART-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'PARTS REVIEWED:             '.
           05  TL-PARTS                     PIC ZZZZ9.

       01  WS-CHANGED-LINE.
           05  TL-CHANGED-TEXT              PIC X(28).
           05  TL-CHANGED                   PIC ZZZZ9.

       01  WS-LOCKED-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'LOCKED - LEFT ALONE:        '.
           05  TL-LOCKED                    PIC ZZZZ9.

       01  WS-NO-SALES-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'NO SALES - LEFT ALONE:      '.
           05  TL-NO-SALES                  PIC ZZZZ9.

       01  WS-LOST-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'LOST SALES ADDED:           '.
           05  TL-LOST-LINES                PIC ZZZZZZ9.
           05  FILLER                       PIC X(9)
               VALUE '   UNITS '.
           05  TL-LOST-UNITS                PIC ZZZZZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** HISTORY DROPPED - WORK TABLE FULL ***       '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MONTHLY REVIEW OF EVERY PART'S REORDER POINT AND QUANTITY
      * AGAINST WHAT ACTUALLY SELLS, SO GSPRGRO SUGGESTS BUYS OFF
      * CURRENT FIGURES RATHER THAN THE ONES KEYED WHEN THE PART WAS
      * SET UP ON GS06 -
      *   DEMAND        AVERAGE AND PEAK MONTHLY UNITS FROM SALHIST
      *                 OVER THE TWELVE PERIODS ENDING ON CARD 2
      *   LEAD TIME     AVERAGE DAYS FROM PO DATE TO RECEIPT FROM THE
      *                 SUPPLIER THE PART CAME IN FROM MOST OFTEN IN
      *                 THE YEAR (THE DEFAULT WHEN IT NEVER CAME IN)
      *   SAFETY STOCK  THE GAP BETWEEN PEAK AND AVERAGE DEMAND OVER
      *                 THE LEAD TIME
      *   REORDER POINT AVERAGE DEMAND OVER THE LEAD TIME PLUS THE
      *                 SAFETY STOCK
      *   REORDER QTY   THE ECONOMIC ORDER QUANTITY - THE SQUARE ROOT
      *                 OF TWICE THE YEAR'S UNITS TIMES THE ORDER
      *                 COST OVER THE YEARLY CARRYING COST OF A UNIT
      * A PROPOSE RUN PRINTS OLD AGAINST NEW FOR THE BUYER; AN APPLY
      * RUN ALSO UPDATES BILLM.PART_CODES.  A PART LOCKED ON GS06 OR
      * WITH NO SALES IN THE YEAR IS PRINTED BUT LEFT ALONE.  SYSIN
      * IS THE RUN DATE (0CYYDDD), THE PERIOD (CCYYMM), THE MODE AND
      * THE COSTING CARD.  WITH 'L' ON THE COSTING CARD THE UNITS
      * LOST TO NO STOCK OR LEAD TIME ON GS03 AND GS33 COUNT AS
      * DEMAND IN THE MONTH THEY WERE LOST, ON TOP OF THE SALES.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-PERIOD FROM SYSIN.
           ACCEPT WS-MODE-CARD FROM SYSIN.
           ACCEPT WS-PARM-CARD FROM SYSIN.

           IF WS-MODE EQUAL 'APPLY  '
               MOVE 'Y' TO WS-APPLY-SW
               MOVE 'APPLY   ' TO HL-MODE
               MOVE 'PARTS UPDATED:              ' TO TL-CHANGED-TEXT
           ELSE
               MOVE 'PROPOSE ' TO HL-MODE
               MOVE 'PARTS TO CHANGE:            ' TO TL-CHANGED-TEXT
           END-IF.
           IF WS-ORDER-COST IS NOT NUMERIC OR WS-ORDER-COST EQUAL ZERO
               MOVE WS-HOUSE-ORDER-COST TO WS-ORDER-COST
           END-IF.
           IF WS-CARRY-PCT IS NOT NUMERIC OR WS-CARRY-PCT EQUAL ZERO
               MOVE WS-HOUSE-CARRY-PCT TO WS-CARRY-PCT
           END-IF.
           IF WS-DEFAULT-LEAD IS NOT NUMERIC
               OR WS-DEFAULT-LEAD EQUAL ZERO
               MOVE WS-HOUSE-LEAD TO WS-DEFAULT-LEAD
           END-IF.

           COMPUTE WS-FROM-DATE = WS-RUN-DATE - 1000.
           COMPUTE WS-PERIOD-MONTHS =
               WS-PERIOD-CCYY * 12 + WS-PERIOD-MM.

           OPEN INPUT SALHIST-FILE.
           OPEN INPUT POFILE-FILE.
           OPEN INPUT RCVHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-LOAD-DEMAND.
           IF WS-ADD-LOST-DEMAND
               OPEN INPUT LOSTSL-FILE
               PERFORM 150-LOAD-LOST-DEMAND
               CLOSE LOSTSL-FILE
               MOVE '   PLUS LOST DEMAND      ' TO PL-LOST-TEXT
           END-IF.
           PERFORM 200-LOAD-LEAD-TIMES.

           CLOSE SALHIST-FILE.
           CLOSE POFILE-FILE.
           CLOSE RCVHIST-FILE.

           MOVE WS-PERIOD TO HL-PERIOD.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE WS-ORDER-COST TO PL-ORDER-COST.
           MOVE WS-CARRY-PCT TO PL-CARRY-PCT.
           MOVE WS-DEFAULT-LEAD TO PL-DEFAULT-LEAD.
           WRITE REPORT-LINE FROM WS-PARM-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.

           EXEC SQL OPEN REVIEW-CSR END-EXEC.

           PERFORM 300-REVIEW-ONE-PART THRU 300-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE REVIEW-CSR END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PART-COUNT TO TL-PARTS.
           WRITE REPORT-LINE FROM WS-PART-LINE.
           MOVE WS-CHANGED-COUNT TO TL-CHANGED.
           WRITE REPORT-LINE FROM WS-CHANGED-LINE.
           MOVE WS-LOCKED-COUNT TO TL-LOCKED.
           WRITE REPORT-LINE FROM WS-LOCKED-LINE.
           MOVE WS-NO-SALES-COUNT TO TL-NO-SALES.
           WRITE REPORT-LINE FROM WS-NO-SALES-LINE.
           IF WS-ADD-LOST-DEMAND
               MOVE WS-LOST-LINES TO TL-LOST-LINES
               MOVE WS-LOST-UNITS TO TL-LOST-UNITS
               WRITE REPORT-LINE FROM WS-LOST-LINE
           END-IF.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-DEMAND.
      * ADD EVERY SALHIST ROW IN THE TWELVE PERIODS TO ITS PART'S
      * MONTH - THE DIVISIONS AND REGIONS ALL COME TOGETHER HERE
      *=================================================================

           PERFORM 110-READ-SALHIST.
           PERFORM UNTIL SALHIST-EOF
               MOVE SH-PERIOD TO WS-SH-PERIOD
               COMPUTE WS-MONTH-SUB =
                   WS-SH-CCYY * 12 + WS-SH-MM - WS-PERIOD-MONTHS + 12
               IF WS-MONTH-SUB IS GREATER THAN ZERO
                   AND WS-MONTH-SUB IS NOT GREATER THAN 12
                   MOVE SH-PRODUCT TO WS-FILE-PRODUCT
                   MOVE SH-QTY TO WS-FILE-QTY
                   PERFORM 120-FILE-DEMAND
               END-IF
               PERFORM 110-READ-SALHIST
           END-PERFORM.

       100-EXIT.


       110-READ-SALHIST.
      * READ THE NEXT SALES HISTORY ROW
      *=================================================================

           READ SALHIST-FILE
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-FILE-DEMAND.
      * ADD ONE ROW'S UNITS TO ITS PART, OPENING AN ENTRY FOR A PART
      * NOT SEEN YET
      *=================================================================

           MOVE 'N' TO WS-DEMAND-FOUND-SW.
           PERFORM VARYING WS-DEMAND-SUB FROM 1 BY 1
                   UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
                      OR WS-DEMAND-FOUND
               IF DT-PRODUCT(WS-DEMAND-SUB) EQUAL WS-FILE-PRODUCT
                   MOVE 'Y' TO WS-DEMAND-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-DEMAND-FOUND
               SUBTRACT 1 FROM WS-DEMAND-SUB
           ELSE
               IF WS-DEMAND-COUNT IS LESS THAN WS-DEMAND-MAX
                   ADD 1 TO WS-DEMAND-COUNT
                   MOVE WS-DEMAND-COUNT TO WS-DEMAND-SUB
                   MOVE WS-FILE-PRODUCT TO DT-PRODUCT(WS-DEMAND-SUB)
                   PERFORM VARYING WS-MONTH FROM 1 BY 1
                           UNTIL WS-MONTH > 12
                       MOVE ZERO
                           TO DT-MONTH-QTY(WS-DEMAND-SUB, WS-MONTH)
                   END-PERFORM
                   MOVE 'Y' TO WS-DEMAND-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

           IF WS-DEMAND-FOUND
               ADD WS-FILE-QTY
                   TO DT-MONTH-QTY(WS-DEMAND-SUB, WS-MONTH-SUB)
           END-IF.

       120-EXIT.


       150-LOAD-LOST-DEMAND.
      * ADD EVERY PART LOST TO NO STOCK OR TO LEAD TIME IN THE TWELVE
      * PERIODS TO ITS PART'S MONTH.  FREE-TEXT ITEMS CARRY NO PART
      * CODE AND HAVE NOTHING TO ADD TO.
      *=================================================================

           PERFORM 160-READ-LOSTSL.
           PERFORM UNTIL LOSTSL-EOF
               IF LS-PRODUCT NOT EQUAL SPACES
                   AND (LS-OUT-OF-STOCK OR LS-LEAD-TIME)
                   AND LS-QTY IS NUMERIC
                   MOVE LS-DATE TO WS-LS-DATE
                   PERFORM 170-DERIVE-LOST-MONTH
                   COMPUTE WS-MONTH-SUB =
                       WS-LS-CCYY * 12 + WS-LS-MONTH
                       - WS-PERIOD-MONTHS + 12
                   IF WS-MONTH-SUB IS GREATER THAN ZERO
                       AND WS-MONTH-SUB IS NOT GREATER THAN 12
                       MOVE LS-PRODUCT TO WS-FILE-PRODUCT
                       MOVE LS-QTY TO WS-FILE-QTY
                       PERFORM 120-FILE-DEMAND
                       IF WS-DEMAND-FOUND
                           ADD 1 TO WS-LOST-LINES
                           ADD LS-QTY TO WS-LOST-UNITS
                       END-IF
                   END-IF
               END-IF
               PERFORM 160-READ-LOSTSL
           END-PERFORM.

       150-EXIT.


       160-READ-LOSTSL.
      * READ THE NEXT LOST SALE
      *=================================================================

           READ LOSTSL-FILE
               AT END
                   SET LOSTSL-EOF TO TRUE
           END-READ.

       160-EXIT.


       170-DERIVE-LOST-MONTH.
      * TURN THE LOST SALE'S JULIAN DATE INTO ITS CCYY AND MONTH
      *=================================================================

           COMPUTE WS-LS-CCYY = 1900 + WS-LS-CYY.
           DIVIDE WS-LS-YY BY 4
               GIVING WS-LS-QUOTIENT REMAINDER WS-LS-REMAINDER.
           IF WS-LS-REMAINDER EQUAL ZERO
               MOVE 1 TO WS-LS-LEAP
           ELSE
               MOVE ZERO TO WS-LS-LEAP
           END-IF.

           MOVE 1 TO WS-LS-MONTH.
           MOVE WS-MONTH-END(1) TO WS-LS-LIMIT.
           PERFORM UNTIL WS-LS-DDD NOT GREATER THAN WS-LS-LIMIT
                   OR WS-LS-MONTH NOT LESS THAN 12
               ADD 1 TO WS-LS-MONTH
               COMPUTE WS-LS-LIMIT =
                   WS-MONTH-END(WS-LS-MONTH) + WS-LS-LEAP
           END-PERFORM.

       170-EXIT.


       200-LOAD-LEAD-TIMES.
      * EACH RECEIPT IN THE YEAR AGAINST A PO IS MATCHED TO ITS PO
      * LINE ON PO NUMBER AND PART (RCVHIST DOES NOT CARRY THE LINE
      * NUMBER) FOR THE SUPPLIER AND THE ORDER DATE
      *=================================================================

           PERFORM 210-READ-RCVHIST.
           PERFORM UNTIL RCVHIST-EOF
               IF RCV-PO-NUMBER NOT EQUAL SPACES
                   AND RCV-DATE IS GREATER THAN WS-FROM-DATE
                   AND RCV-DATE IS NOT GREATER THAN WS-RUN-DATE
                   PERFORM 220-TIME-ONE-RECEIPT THRU 220-EXIT
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


       220-TIME-ONE-RECEIPT.
      * FIND THE RECEIPT'S PO LINE AND ADD ITS DAYS FROM ORDER TO
      * RECEIPT TO THE PART AND SUPPLIER
      *=================================================================

           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-PO-DONE-SW.
           MOVE RCV-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NO.
           START POFILE-FILE
               KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PO-DONE-SW
           END-START.

           PERFORM UNTIL WS-PO-DONE
               READ POFILE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-DONE-SW
               END-READ
               IF NOT WS-PO-DONE
                   IF PO-NUMBER NOT EQUAL RCV-PO-NUMBER
                       MOVE 'Y' TO WS-PO-DONE-SW
                   ELSE
                       IF PO-PRODUCT EQUAL RCV-PRODUCT
                           MOVE 'Y' TO WS-PO-FOUND-SW
                           MOVE 'Y' TO WS-PO-DONE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-PO-FOUND
               GO TO 220-EXIT
           END-IF.

           MOVE 'N' TO WS-SOURCE-FOUND-SW.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                      OR WS-SOURCE-FOUND
               IF SR-PRODUCT(WS-SOURCE-SUB) EQUAL PO-PRODUCT
                   AND SR-SUPPLIER(WS-SOURCE-SUB) EQUAL PO-SUPPLIER
                   MOVE 'Y' TO WS-SOURCE-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-SOURCE-FOUND
               SUBTRACT 1 FROM WS-SOURCE-SUB
           ELSE
               IF WS-SOURCE-COUNT IS NOT LESS THAN WS-SOURCE-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 220-EXIT
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-SOURCE-SUB
               MOVE PO-PRODUCT TO SR-PRODUCT(WS-SOURCE-SUB)
               MOVE PO-SUPPLIER TO SR-SUPPLIER(WS-SOURCE-SUB)
               MOVE ZERO TO SR-RECEIPTS(WS-SOURCE-SUB)
               MOVE ZERO TO SR-LEAD-DAYS(WS-SOURCE-SUB)
           END-IF.

           MOVE PO-ORDER-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-ORDER-NUMBER.
           MOVE RCV-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE WS-LEAD-DAYS = WS-DN-NUMBER - WS-DN-ORDER-NUMBER.

           ADD 1 TO SR-RECEIPTS(WS-SOURCE-SUB).
           IF WS-LEAD-DAYS IS GREATER THAN ZERO
               ADD WS-LEAD-DAYS TO SR-LEAD-DAYS(WS-SOURCE-SUB)
           END-IF.

       220-EXIT.


       300-REVIEW-ONE-PART.
      * FETCH THE NEXT PART, WORK OUT ITS NEW REORDER POINT AND
      * QUANTITY, PRINT THEM AGAINST THE OLD, AND ON AN APPLY RUN
      * UPDATE THE PART
      *=================================================================

           EXEC SQL FETCH REVIEW-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-PRODUCT-DESC,
                    :SQL-REORDER-POINT, :SQL-REORDER-QTY,
                    :SQL-UNIT-COST, :SQL-REORDER-LOCK
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE SPACES TO WS-FLAG.
           PERFORM 310-WORK-OUT-DEMAND.
           PERFORM 320-WORK-OUT-LEAD-TIME.

           MOVE SQL-PRODUCT-CODE TO DL-PART-CODE.
           MOVE SQL-PRODUCT-DESC TO DL-PART-DESC.
           MOVE WS-AVG-MONTHLY TO DL-AVG-MONTHLY.
           MOVE WS-PEAK-MONTHLY TO DL-PEAK-MONTHLY.
           MOVE WS-USUAL-SUPPLIER TO DL-SUPPLIER.
           MOVE WS-LEAD-TIME TO DL-LEAD-TIME.
           MOVE SQL-REORDER-POINT TO DL-OLD-POINT.
           MOVE SQL-REORDER-QTY TO DL-OLD-QTY.

      *    NOTHING SOLD IN THE YEAR - THE OLD FIGURES STAND UNTIL A
      *    BUYER DECIDES WHAT TO DO WITH THE PART
           IF WS-TOTAL-DEMAND EQUAL ZERO
               ADD 1 TO WS-NO-SALES-COUNT
               MOVE SQL-REORDER-POINT TO DL-NEW-POINT
               MOVE ZERO TO DL-SAFETY-STOCK
               MOVE SQL-REORDER-QTY TO DL-NEW-QTY
               MOVE 'NO SALES' TO DL-FLAG
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 300-EXIT
           END-IF.

           PERFORM 330-WORK-OUT-NEW-FIGURES.

           MOVE WS-NEW-POINT TO DL-NEW-POINT.
           MOVE WS-SAFETY-STOCK TO DL-SAFETY-STOCK.
           MOVE WS-NEW-QTY TO DL-NEW-QTY.

      *    A LOCKED PART SHOWS WHAT THE DEMAND SAYS BUT IS NEVER
      *    TOUCHED
           IF SQL-REORDER-LOCK EQUAL 'Y'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE 'LOCKED  ' TO DL-FLAG
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 300-EXIT
           END-IF.

           MOVE WS-FLAG TO DL-FLAG.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           IF WS-NEW-POINT EQUAL SQL-REORDER-POINT
               AND WS-NEW-QTY EQUAL SQL-REORDER-QTY
               GO TO 300-EXIT
           END-IF.

           ADD 1 TO WS-CHANGED-COUNT.
           IF WS-APPLYING
               MOVE WS-NEW-POINT TO SQL-NEW-POINT
               MOVE WS-NEW-QTY TO SQL-NEW-QTY
               EXEC SQL UPDATE BILLM.PART_CODES
                   SET REORDER_POINT = :SQL-NEW-POINT,
                       REORDER_QTY = :SQL-NEW-QTY
                   WHERE PART_CODE = :SQL-PRODUCT-CODE
               END-EXEC
           END-IF.

       300-EXIT.


       310-WORK-OUT-DEMAND.
      * THE PART'S TOTAL, AVERAGE AND PEAK MONTHLY UNITS - A MONTH
      * WITH NO SALES COUNTS AS A MONTH OF ZERO
      *=================================================================

           MOVE ZERO TO WS-TOTAL-DEMAND.
           MOVE ZERO TO WS-AVG-MONTHLY.
           MOVE ZERO TO WS-PEAK-MONTHLY.

           MOVE 'N' TO WS-DEMAND-FOUND-SW.
           PERFORM VARYING WS-DEMAND-SUB FROM 1 BY 1
                   UNTIL WS-DEMAND-SUB > WS-DEMAND-COUNT
                      OR WS-DEMAND-FOUND
               IF DT-PRODUCT(WS-DEMAND-SUB) EQUAL SQL-PRODUCT-CODE
                   MOVE 'Y' TO WS-DEMAND-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-DEMAND-FOUND
               SUBTRACT 1 FROM WS-DEMAND-SUB
               PERFORM VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
                   ADD DT-MONTH-QTY(WS-DEMAND-SUB, WS-MONTH)
                       TO WS-TOTAL-DEMAND
                   IF DT-MONTH-QTY(WS-DEMAND-SUB, WS-MONTH)
                       IS GREATER THAN WS-PEAK-MONTHLY
                       MOVE DT-MONTH-QTY(WS-DEMAND-SUB, WS-MONTH)
                           TO WS-PEAK-MONTHLY
                   END-IF
               END-PERFORM
               COMPUTE WS-AVG-MONTHLY ROUNDED = WS-TOTAL-DEMAND / 12
           END-IF.

       310-EXIT.


       320-WORK-OUT-LEAD-TIME.
      * THE PART'S USUAL SUPPLIER IS THE ONE IT WAS RECEIVED FROM MOST
      * OFTEN IN THE YEAR, AND ITS LEAD TIME THAT SUPPLIER'S AVERAGE
      * DAYS FROM ORDER TO RECEIPT.  NO RECEIPTS TAKES THE DEFAULT.
      *=================================================================

           MOVE ZERO TO WS-USUAL-SUB.
           PERFORM VARYING WS-SOURCE-SUB FROM 1 BY 1
                   UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
               IF SR-PRODUCT(WS-SOURCE-SUB) EQUAL SQL-PRODUCT-CODE
                   IF WS-USUAL-SUB EQUAL ZERO
                       MOVE WS-SOURCE-SUB TO WS-USUAL-SUB
                   ELSE
                       IF SR-RECEIPTS(WS-SOURCE-SUB) IS GREATER THAN
                           SR-RECEIPTS(WS-USUAL-SUB)
                           MOVE WS-SOURCE-SUB TO WS-USUAL-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-USUAL-SUB EQUAL ZERO
               MOVE SPACES TO WS-USUAL-SUPPLIER
               MOVE WS-DEFAULT-LEAD TO WS-LEAD-TIME
               MOVE 'DFLT LT ' TO WS-FLAG
           ELSE
               MOVE SR-SUPPLIER(WS-USUAL-SUB) TO WS-USUAL-SUPPLIER
               COMPUTE WS-LEAD-TIME ROUNDED =
                   SR-LEAD-DAYS(WS-USUAL-SUB)
                   / SR-RECEIPTS(WS-USUAL-SUB)
               IF WS-LEAD-TIME EQUAL ZERO
                   MOVE 1 TO WS-LEAD-TIME
               END-IF
           END-IF.

       320-EXIT.


       330-WORK-OUT-NEW-FIGURES.
      * SAFETY STOCK, REORDER POINT AND ECONOMIC ORDER QUANTITY.  A
      * MONTH IS TAKEN AS 30 DAYS.  A PART WITH NO UNIT COST CANNOT BE
      * COSTED FOR AN EOQ AND KEEPS ITS OLD QUANTITY.  NEITHER FIGURE
      * CAN GO PAST WHAT PART_CODES HOLDS.
      *=================================================================

           COMPUTE WS-SAFETY-STOCK ROUNDED =
               (WS-PEAK-MONTHLY - WS-AVG-MONTHLY) * WS-LEAD-TIME / 30.
           COMPUTE WS-NEW-POINT ROUNDED =
               WS-AVG-MONTHLY * WS-LEAD-TIME / 30 + WS-SAFETY-STOCK.
           IF WS-NEW-POINT EQUAL ZERO
               MOVE 1 TO WS-NEW-POINT
           END-IF.

           IF SQL-UNIT-COST IS NOT GREATER THAN ZERO
               MOVE SQL-REORDER-QTY TO WS-NEW-QTY
               MOVE 'NO COST ' TO WS-FLAG
           ELSE
               COMPUTE WS-EOQ-WORK ROUNDED =
                   2 * WS-TOTAL-DEMAND * WS-ORDER-COST * 100
                   / (SQL-UNIT-COST * WS-CARRY-PCT)
               COMPUTE WS-NEW-QTY ROUNDED = WS-EOQ-WORK ** 0.5
               IF WS-NEW-QTY EQUAL ZERO
                   MOVE 1 TO WS-NEW-QTY
               END-IF
           END-IF.

           IF WS-NEW-POINT IS GREATER THAN 99999
               MOVE 99999 TO WS-NEW-POINT
               MOVE 'CAPPED  ' TO WS-FLAG
           END-IF.
           IF WS-NEW-QTY IS GREATER THAN 99999
               MOVE 99999 TO WS-NEW-QTY
               MOVE 'CAPPED  ' TO WS-FLAG
           END-IF.

       330-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGRP SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.


       900-COMPUTE-DAY-NUMBER.
      * TURN WS-DN-DATE (0CYYDDD) INTO A RUNNING DAY NUMBER
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgrp.
