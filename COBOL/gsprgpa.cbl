
       01 WS-SQL-CODE PIC -9(8).

      *    THE WAREHOUSE A MOVEMENT LANDS IN WHEN THE CALLER NAMES
      *    NONE AND ITS DIVISION HAS NO DEFAULT ON DIVISION_WHSE -
      *    EVERY BALANCE CARRIED BEFORE THE SECOND LOCATION OPENED
       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

      *    THE TRAINING DIVISION - ITS ORDERS ARE KEYED, SHIPPED AND
      *    RETURNED LIKE ANY OTHER BUT NEVER MOVE LIVE STOCK
       77  WS-TRAINING-DIVISION             PIC X(3) VALUE 'TRG'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  SQL-REORDER-QTY                        PIC S9(5) COMP-3.
           01  SQL-UNIT-PRICE                     PIC S9(5)V99 COMP-3.
           01  SQL-UNIT-COST                      PIC S9(5)V99 COMP-3.
           01  SQL-OLD-UNIT-COST                  PIC S9(5)V99 COMP-3.
           01  SQL-ABC-CLASS                           PIC X(1).
           01  SQL-REORDER-LOCK                        PIC X(1).
           01  SQL-WAREHOUSE                           PIC X(2).
           01  SQL-DIVISION                            PIC X(3).
           01  SQL-WHSE-QTY                           PIC S9(5) COMP-3.
           01  SQL-TRANSIT-QTY                        PIC S9(5) COMP-3.
           01  SQL-IN-TRANSIT                         PIC S9(5) COMP-3.
           01  SQL-STOCK-UOM                           PIC X(2).
           01  SQL-PURCH-UOM                           PIC X(2).
           01  SQL-PURCH-FACTOR                       PIC S9(5) COMP-3.
           01  SQL-SELL-UOM                            PIC X(2).
           01  SQL-SELL-FACTOR                        PIC S9(5) COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    THE STOCK VALUE AND UNITS THE MOVING-AVERAGE COST IS WORKED
      *    OUT FROM - WIDE ENOUGH FOR A FULL SHELF AT THE TOP COST
       01  WS-STOCK-VALUE                  PIC S9(11)V99 COMP-3.
       01  WS-STOCK-UNITS                  PIC S9(7) COMP-3.


       COPY 'CICS-API'.
       01  CICS-API-TEMP-STORAGE.
      *         'D' = DISCONTINUE, 'S' = SHIP (DECREMENT ON-HAND QTY),
      *         'R' = RECEIPT/RETURN (INCREMENT ON-HAND QTY),
      *         'Q' = QUERY (HAND BACK THE ON-HAND BALANCE IN
      *         LK-ON-HAND-BAL WITHOUT TOUCHING IT, THE PART'S
      *         UNITS OF MEASURE AND ITS MAINTAINED FIELDS),
      *         'C' = RECEIPT AT COST (INCREMENT ON-HAND QTY AND MOVE
      *         UNIT_COST TO THE AVERAGE OF THE STOCK ON HAND AND THE
      *         RECEIPT AT LK-UNIT-COST),
      *         'L' = LANDED COST (SPREAD LK-LANDED-AMOUNT OVER THE
      *         STOCK ON HAND, RAISING UNIT_COST).
      *         DEFAULTS TO 'A' FOR CALLERS THAT PREDATE THIS FIELD
      *         (SPACES/LOW-VALUES COMPARE NOT = 'U' AND NOT = 'D'
      *         AND NOT = 'S', SO 200-INSERT-PN STILL RUNS).
      *         LK-UNIT-COST SO CALLERS THAT PREDATE IT CAN GO ON
      *         PASSING THE SHORTER COMMAREA UNCHANGED.
           05  LK-ABC-CLASS                   PIC X(1).
      *         LK-OLD-UNIT-COST CARRIES BACK THE UNIT COST AS IT STOOD
      *         BEFORE A FUNCTION 'C', 'L' OR 'U' CHANGED IT, SO THE
      *         CALLER CAN LOG THE CHANGE TO THE CSTQ COST HISTORY.
      *         FUNCTIONS 'C' AND 'L' HAND THE NEW COST BACK IN
      *         LK-UNIT-COST.  IT FOLLOWS LK-ABC-CLASS SO CALLERS THAT
      *         PREDATE IT CAN GO ON PASSING THE SHORTER COMMAREA
      *         UNCHANGED.
           05  LK-OLD-UNIT-COST               PIC S9(5)V99 COMP-3.
      *         LK-LANDED-AMOUNT IS ONLY SET BY CALLERS USING FUNCTION
      *         'L' - THE SHARE OF A SHIPMENT'S FREIGHT, DUTY AND
      *         BROKERAGE ALLOCATED TO ONE RECEIPT LINE.
           05  LK-LANDED-AMOUNT               PIC S9(7)V99 COMP-3.
      *         LK-REORDER-LOCK IS ONLY SET BY CALLERS USING FUNCTIONS
      *         'A' AND 'U' - 'Y' HOLDS THE KEYED REORDER POINT AND
      *         QUANTITY AGAINST THE MONTHLY GSPRGRP RECALCULATION.
      *         IT FOLLOWS LK-LANDED-AMOUNT SO CALLERS THAT PREDATE IT
      *         CAN GO ON PASSING THE SHORTER COMMAREA - AN ADD FROM
      *         ONE GOES IN UNLOCKED, AN UPDATE LEAVES THE LOCK AS IT
      *         STANDS.
           05  LK-REORDER-LOCK                PIC X(1).
      *         LK-WAREHOUSE NAMES THE WAREHOUSE FUNCTIONS 'S', 'R'
      *         AND 'C' MOVE STOCK AT, AND THE ONE FUNCTION 'Q'
      *         REPORTS ON.  LEFT BLANK, A MOVEMENT TAKES THE DEFAULT
      *         SHIPPING WAREHOUSE OF LK-DIVISION OFF DIVISION_WHSE,
      *         AND FAILING THAT THE PRIMARY WAREHOUSE - AS DOES EVERY
      *         CALLER TOO SHORT TO REACH IT.  THE WAREHOUSE USED IS
      *         HANDED BACK HERE.  A BLANK WAREHOUSE ON 'Q' STILL
      *         HANDS BACK THE COMPANY TOTAL.
           05  LK-WAREHOUSE                   PIC X(2).
           05  LK-DIVISION                    PIC X(3).
      *         LK-IN-TRANSIT CARRIES BACK THE STOCK ON ITS WAY TO THE
      *         WAREHOUSE NAMED ON A FUNCTION 'Q'.  THESE THREE FOLLOW
      *         LK-REORDER-LOCK SO CALLERS THAT PREDATE THEM CAN GO ON
      *         PASSING THE SHORTER COMMAREA UNCHANGED.
           05  LK-IN-TRANSIT                  PIC S9(5) COMP-3.
      *         THE PART'S UNITS OF MEASURE - LK-STOCK-UOM IS THE UNIT
      *         ON_HAND IS CARRIED IN, LK-PURCH-UOM THE UNIT IT IS
      *         BOUGHT IN AND LK-SELL-UOM THE UNIT IT MAY BE SOLD IN,
      *         EACH FACTOR THE NUMBER OF STOCKING UNITS IN ONE OF
      *         THEM.  SET BY FUNCTIONS 'A' AND 'U' AND HANDED BACK BY
      *         FUNCTION 'Q', WHICH FILLS A BLANK PURCHASE OR SELLING
      *         UNIT WITH THE STOCKING UNIT AT A FACTOR OF 1.  THEY
      *         FOLLOW LK-IN-TRANSIT SO CALLERS THAT PREDATE THEM CAN
      *         GO ON PASSING THE SHORTER COMMAREA - AN ADD FROM ONE
      *         GOES IN AS EACHES, AN UPDATE LEAVES THE UNITS AS THEY
      *         STAND.
           05  LK-STOCK-UOM                   PIC X(2).
           05  LK-PURCH-UOM                   PIC X(2).
           05  LK-PURCH-FACTOR                PIC S9(5) COMP-3.
           05  LK-SELL-UOM                    PIC X(2).
           05  LK-SELL-FACTOR                 PIC S9(5) COMP-3.
      *         THE PART'S MAINTAINED FIELDS AS THEY STAND ON THE ROW -
      *         HANDED BACK BY FUNCTION 'Q' SO THE PART MAINTENANCE
      *         SCREEN CAN LOG THE BEFORE VALUES OF A CHANGE.  THEY
      *         FOLLOW LK-SELL-FACTOR SO CALLERS THAT PREDATE THEM CAN
      *         GO ON PASSING THE SHORTER COMMAREA UNCHANGED.
           05  LK-CUR-DESC                    PIC X(17).
           05  LK-CUR-UNIT-PRICE              PIC S9(5)V99 COMP-3.
           05  LK-CUR-UNIT-COST               PIC S9(5)V99 COMP-3.
           05  LK-CUR-REORDER-POINT           PIC S9(5) COMP-3.
           05  LK-CUR-REORDER-QTY             PIC S9(5) COMP-3.
           05  LK-CUR-ABC-CLASS               PIC X(1).
           05  LK-CUR-REORDER-LOCK            PIC X(1).
           05  LK-CUR-DISCONTINUED            PIC X(1).



           ELSE
           IF LK-FUNCTION EQUAL 'Q'
               PERFORM 395-QUERY-ON-HAND THRU 395-EXIT
           ELSE
           IF LK-FUNCTION EQUAL 'C'
               PERFORM 360-RECEIVE-AT-COST THRU 360-EXIT
           ELSE
           IF LK-FUNCTION EQUAL 'L'
               PERFORM 370-ADD-LANDED-COST THRU 370-EXIT
           ELSE
               PERFORM 200-INSERT-PN THRU 200-EXIT
           END-IF.
           MOVE LK-UNIT-PRICE TO SQL-UNIT-PRICE.
           MOVE LK-UNIT-COST TO SQL-UNIT-COST.
           MOVE LK-ABC-CLASS TO SQL-ABC-CLASS.
           IF EIBCALEN IS GREATER THAN 61
               AND LK-REORDER-LOCK EQUAL 'Y'
               MOVE 'Y' TO SQL-REORDER-LOCK
           ELSE
               MOVE 'N' TO SQL-REORDER-LOCK
           END-IF.

           IF EIBCALEN IS GREATER THAN 81
               PERFORM 210-LOAD-UNITS THRU 210-EXIT
           ELSE
               MOVE 'EA' TO SQL-STOCK-UOM
               MOVE SPACES TO SQL-PURCH-UOM
               MOVE 1 TO SQL-PURCH-FACTOR
               MOVE SPACES TO SQL-SELL-UOM
               MOVE 1 TO SQL-SELL-FACTOR
           END-IF.

           EXEC SQL INSERT INTO BILLM.PART_CODES
               (PART_CODE, PART_DESC, REORDER_POINT, REORDER_QTY,
                UNIT_PRICE, UNIT_COST, ABC_CLASS, REORDER_LOCK,
                STOCK_UOM, PURCH_UOM, PURCH_FACTOR, SELL_UOM,
                SELL_FACTOR)
               VALUES( :SQL-PRODUCT-CODE, :SQL-PRODUCT-DESC,
                :SQL-REORDER-POINT, :SQL-REORDER-QTY,
                :SQL-UNIT-PRICE, :SQL-UNIT-COST, :SQL-ABC-CLASS,
                :SQL-REORDER-LOCK, :SQL-STOCK-UOM, :SQL-PURCH-UOM,
                :SQL-PURCH-FACTOR, :SQL-SELL-UOM, :SQL-SELL-FACTOR)
           END-EXEC.

       200-EXIT.
           GOBACK.


       210-LOAD-UNITS.
      * TAKE THE UNITS OF MEASURE THE CALLER PASSED - A BLANK STOCKING
      * UNIT IS EACHES, AND A PURCHASE OR SELLING UNIT WITH NO FACTOR
      * IS NO UNIT AT ALL
      *=================================================================

           MOVE LK-STOCK-UOM TO SQL-STOCK-UOM.
           MOVE LK-PURCH-UOM TO SQL-PURCH-UOM.
           MOVE LK-PURCH-FACTOR TO SQL-PURCH-FACTOR.
           MOVE LK-SELL-UOM TO SQL-SELL-UOM.
           MOVE LK-SELL-FACTOR TO SQL-SELL-FACTOR.

           IF SQL-STOCK-UOM EQUAL SPACES
               OR SQL-STOCK-UOM EQUAL LOW-VALUES
               MOVE 'EA' TO SQL-STOCK-UOM
           END-IF.
           IF SQL-PURCH-UOM EQUAL LOW-VALUES
               OR SQL-PURCH-FACTOR IS NOT GREATER THAN ZERO
               MOVE SPACES TO SQL-PURCH-UOM
           END-IF.
           IF SQL-PURCH-UOM EQUAL SPACES
               MOVE 1 TO SQL-PURCH-FACTOR
           END-IF.
           IF SQL-SELL-UOM EQUAL LOW-VALUES
               OR SQL-SELL-FACTOR IS NOT GREATER THAN ZERO
               MOVE SPACES TO SQL-SELL-UOM
           END-IF.
           IF SQL-SELL-UOM EQUAL SPACES
               MOVE 1 TO SQL-SELL-FACTOR
           END-IF.

       210-EXIT.


       300-UPDATE-PN.
      * UPDATE THE DESCRIPTION FOR AN EXISTING PART NUMBER
      *=================================================================
           MOVE LK-UNIT-COST TO SQL-UNIT-COST.
           MOVE LK-ABC-CLASS TO SQL-ABC-CLASS.

      *    UNIT_COST IS KEPT BY THE RECEIPTS NOW - A CALLER LONG
      *    ENOUGH TO TAKE THE OLD COST BACK LEAVES IT AS IT STANDS
      *    WHEN NO COST WAS KEYED, AND GETS THE OLD COST AND THE
      *    STOCK ON HAND TO LOG A KEYED OVERRIDE AGAINST
           IF EIBCALEN IS GREATER THAN 52
               MOVE ZERO TO SQL-OLD-UNIT-COST
               MOVE ZERO TO SQL-ON-HAND-BAL
               EXEC SQL SELECT ON_HAND, UNIT_COST
                   INTO :SQL-ON-HAND-BAL, :SQL-OLD-UNIT-COST
                   FROM BILLM.PART_CODES
                   WHERE PART_CODE = :SQL-PRODUCT-CODE
               END-EXEC
               MOVE SQL-OLD-UNIT-COST TO LK-OLD-UNIT-COST
               MOVE SQL-ON-HAND-BAL TO LK-ON-HAND-BAL
               IF LK-UNIT-COST EQUAL ZERO
                   MOVE SQL-OLD-UNIT-COST TO SQL-UNIT-COST
                   MOVE SQL-OLD-UNIT-COST TO LK-UNIT-COST
               END-IF
           END-IF.

      *    A CALLER TOO SHORT TO CARRY THE REORDER LOCK LEAVES IT AS
      *    IT STANDS ON THE ROW
           IF EIBCALEN IS GREATER THAN 61
               IF LK-REORDER-LOCK EQUAL 'Y'
                   MOVE 'Y' TO SQL-REORDER-LOCK
               ELSE
                   MOVE 'N' TO SQL-REORDER-LOCK
               END-IF
           ELSE
               MOVE 'N' TO SQL-REORDER-LOCK
               EXEC SQL SELECT REORDER_LOCK
                   INTO :SQL-REORDER-LOCK
                   FROM BILLM.PART_CODES
                   WHERE PART_CODE = :SQL-PRODUCT-CODE
               END-EXEC
           END-IF.

           EXEC SQL UPDATE BILLM.PART_CODES
               SET PART_DESC = :SQL-PRODUCT-DESC,
                   REORDER_POINT = :SQL-REORDER-POINT,
                   REORDER_QTY = :SQL-REORDER-QTY,
                   UNIT_PRICE = :SQL-UNIT-PRICE,
                   UNIT_COST = :SQL-UNIT-COST,
                   ABC_CLASS = :SQL-ABC-CLASS,
                   REORDER_LOCK = :SQL-REORDER-LOCK
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO LK-SQL-RETURN-CODE
               MOVE 'PART CODE NOT FOUND' TO LK-DESC
               GO TO 300-EXIT
           END-IF.

      *    A CALLER TOO SHORT TO CARRY THE UNITS OF MEASURE LEAVES
      *    THEM AS THEY STAND ON THE ROW
           IF EIBCALEN IS GREATER THAN 81
               PERFORM 210-LOAD-UNITS THRU 210-EXIT
               EXEC SQL UPDATE BILLM.PART_CODES
                   SET STOCK_UOM = :SQL-STOCK-UOM,
                       PURCH_UOM = :SQL-PURCH-UOM,
                       PURCH_FACTOR = :SQL-PURCH-FACTOR,
                       SELL_UOM = :SQL-SELL-UOM,
                       SELL_FACTOR = :SQL-SELL-FACTOR
                   WHERE PART_CODE = :SQL-PRODUCT-CODE
               END-EXEC
           END-IF.

       300-EXIT.
           GOBACK.


       360-RECEIVE-AT-COST.
      * PUT RECEIVED STOCK ON THE SHELF AND MOVE THE UNIT COST TO THE
      * AVERAGE OF WHAT WAS ON HAND AND WHAT CAME IN.  A RECEIPT WITH
      * NO COST (LK-UNIT-COST ZERO) COMES IN AT THE CURRENT COST, AND
      * ONE ONTO AN EMPTY OR OVERSOLD SHELF SETS THE COST OUTRIGHT.
      * SQLCODE 100 MEANS THE PART CODE MATCHED NO ROW.
      *=================================================================

           MOVE ZERO TO LK-SQL-RETURN-CODE.
           MOVE LK-PRODUCT TO SQL-PRODUCT-CODE.
           MOVE LK-QUANTITY TO SQL-ON-HAND-QTY.
           MOVE SPACE TO LK-NEG-STOCK-WARN.

           EXEC SQL SELECT ON_HAND, UNIT_COST
               INTO :SQL-ON-HAND-BAL, :SQL-OLD-UNIT-COST
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO LK-SQL-RETURN-CODE
               MOVE 'PART CODE NOT FOUND' TO LK-DESC
               GO TO 360-EXIT
           END-IF.

           IF LK-UNIT-COST EQUAL ZERO
               MOVE SQL-OLD-UNIT-COST TO SQL-UNIT-COST
           ELSE
           IF SQL-ON-HAND-BAL IS NOT GREATER THAN ZERO
               MOVE LK-UNIT-COST TO SQL-UNIT-COST
           ELSE
               COMPUTE WS-STOCK-VALUE =
                   SQL-ON-HAND-BAL * SQL-OLD-UNIT-COST +
                   SQL-ON-HAND-QTY * LK-UNIT-COST
               COMPUTE WS-STOCK-UNITS =
                   SQL-ON-HAND-BAL + SQL-ON-HAND-QTY
               COMPUTE SQL-UNIT-COST ROUNDED =
                   WS-STOCK-VALUE / WS-STOCK-UNITS
           END-IF.

           EXEC SQL UPDATE BILLM.PART_CODES
               SET ON_HAND = ON_HAND + :SQL-ON-HAND-QTY,
                   UNIT_COST = :SQL-UNIT-COST
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

      *    THE GOODS GO ON THE RECEIVING WAREHOUSE'S SHELF - THE COST
      *    STAYS ONE COMPANY-WIDE AVERAGE, SO THE BALANCE HANDED BACK
      *    BELOW IS STILL THE COMPANY TOTAL IT WAS AVERAGED OVER
           PERFORM 397-RESOLVE-WAREHOUSE THRU 397-EXIT.
           MOVE SQL-ON-HAND-QTY TO SQL-WHSE-QTY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 398-POST-WAREHOUSE THRU 398-EXIT.

           MOVE SQL-OLD-UNIT-COST TO LK-OLD-UNIT-COST.
           MOVE SQL-UNIT-COST TO LK-UNIT-COST.
           COMPUTE LK-ON-HAND-BAL = SQL-ON-HAND-BAL + SQL-ON-HAND-QTY.

       360-EXIT.

           GOBACK.


       370-ADD-LANDED-COST.
      * ADD ONE RECEIPT LINE'S SHARE OF A SHIPMENT'S FREIGHT, DUTY AND
      * BROKERAGE TO THE VALUE OF THE STOCK ON HAND AND RAISE THE UNIT
      * COST BY IT.  WHEN NOTHING IS LEFT ON THE SHELF THE SHARE IS
      * SPREAD OVER THE LINE'S OWN QUANTITY (LK-QUANTITY) INSTEAD.
      * SQLCODE 100 MEANS THE PART CODE MATCHED NO ROW.
      *=================================================================

           MOVE ZERO TO LK-SQL-RETURN-CODE.
           MOVE LK-PRODUCT TO SQL-PRODUCT-CODE.

           EXEC SQL SELECT ON_HAND, UNIT_COST
               INTO :SQL-ON-HAND-BAL, :SQL-OLD-UNIT-COST
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO LK-SQL-RETURN-CODE
               MOVE 'PART CODE NOT FOUND' TO LK-DESC
               GO TO 370-EXIT
           END-IF.

           IF SQL-ON-HAND-BAL IS GREATER THAN ZERO
               MOVE SQL-ON-HAND-BAL TO WS-STOCK-UNITS
           ELSE
               MOVE LK-QUANTITY TO WS-STOCK-UNITS
           END-IF.

           IF WS-STOCK-UNITS IS GREATER THAN ZERO
               COMPUTE SQL-UNIT-COST ROUNDED = SQL-OLD-UNIT-COST +
                   LK-LANDED-AMOUNT / WS-STOCK-UNITS
           ELSE
               MOVE SQL-OLD-UNIT-COST TO SQL-UNIT-COST
           END-IF.

           EXEC SQL UPDATE BILLM.PART_CODES
               SET UNIT_COST = :SQL-UNIT-COST
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           MOVE SQL-OLD-UNIT-COST TO LK-OLD-UNIT-COST.
           MOVE SQL-UNIT-COST TO LK-UNIT-COST.
           MOVE SQL-ON-HAND-BAL TO LK-ON-HAND-BAL.

       370-EXIT.

           GOBACK.


       380-DECREMENT-ON-HAND.
      * REDUCE THE ON-HAND QUANTITY BY THE AMOUNT ORDERED, THEN CHECK
      * THE RESULTING BALANCE SO A WENT-NEGATIVE CONDITION CAN BE
      * PASSED BACK TO THE CALLER RATHER THAN GOING UNNOTICED.  THE
      * COMPANY TOTAL AND THE SHIPPING WAREHOUSE'S SHELF BOTH COME
      * DOWN, AND IT IS THE WAREHOUSE'S SHELF THAT IS CHECKED - STOCK
      * AT ANOTHER LOCATION CANNOT FILL THE ORDER WITHOUT A TRANSFER.
      *=================================================================

           MOVE LK-PRODUCT TO SQL-PRODUCT-CODE.
           MOVE LK-QUANTITY TO SQL-ON-HAND-QTY.
           MOVE SPACE TO LK-NEG-STOCK-WARN.

           IF EIBCALEN IS GREATER THAN 66
               AND LK-DIVISION EQUAL WS-TRAINING-DIVISION
               PERFORM 385-TRAINING-SHELF THRU 385-EXIT
               GO TO 380-EXIT
           END-IF.

           EXEC SQL UPDATE BILLM.PART_CODES
               SET ON_HAND = ON_HAND - :SQL-ON-HAND-QTY
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 380-EXIT
           END-IF.

           PERFORM 397-RESOLVE-WAREHOUSE THRU 397-EXIT.
           COMPUTE SQL-WHSE-QTY = 0 - SQL-ON-HAND-QTY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 398-POST-WAREHOUSE THRU 398-EXIT.

           IF SQL-ON-HAND-BAL LESS THAN ZERO
               SET LK-NEG-STOCK TO TRUE
           GOBACK.


       385-TRAINING-SHELF.
      * A TRAINING-DIVISION ORDER LEAVES PART_CODES AND PART_WHSE
      * ALONE - THE CALLER GETS THE WAREHOUSE SHELF AS IT STANDS, AND
      * NEVER A NEGATIVE-STOCK WARNING, SO THE SCREENS BEHAVE AS THEY
      * WOULD FOR A LIVE ORDER WITHOUT THE STOCK EVER MOVING
      *=================================================================

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               IF LK-FUNCTION EQUAL 'R'
                   MOVE 'PART CODE NOT FOUND' TO LK-DESC
               END-IF
               GO TO 385-EXIT
           END-IF.

           PERFORM 397-RESOLVE-WAREHOUSE THRU 397-EXIT.

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_WHSE
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND WAREHOUSE = :SQL-WAREHOUSE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE ZERO TO SQL-ON-HAND-BAL
           END-IF.

           IF EIBCALEN IS GREATER THAN 40
               MOVE SQL-ON-HAND-BAL TO LK-ON-HAND-BAL
           END-IF.

       385-EXIT.


       390-INCREMENT-ON-HAND.
      * PUT RECEIVED OR RETURNED STOCK BACK ON THE SHELF - THE MIRROR
      * OF 380-DECREMENT-ON-HAND.  SQLCODE 100 MEANS THE PART CODE
           MOVE LK-QUANTITY TO SQL-ON-HAND-QTY.
           MOVE SPACE TO LK-NEG-STOCK-WARN.

           IF EIBCALEN IS GREATER THAN 66
               AND LK-DIVISION EQUAL WS-TRAINING-DIVISION
               PERFORM 385-TRAINING-SHELF THRU 385-EXIT
               GO TO 390-EXIT
           END-IF.

           EXEC SQL UPDATE BILLM.PART_CODES
               SET ON_HAND = ON_HAND + :SQL-ON-HAND-QTY
               WHERE PART_CODE = :SQL-PRODUCT-CODE

           IF SQLCODE EQUAL 100
               MOVE 'PART CODE NOT FOUND' TO LK-DESC
               GO TO 390-EXIT
           END-IF.

           PERFORM 397-RESOLVE-WAREHOUSE THRU 397-EXIT.
           MOVE SQL-ON-HAND-QTY TO SQL-WHSE-QTY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 398-POST-WAREHOUSE THRU 398-EXIT.

       390-EXIT.

           GOBACK.
       395-QUERY-ON-HAND.
      * HAND BACK THE ON-HAND BALANCE WITHOUT TOUCHING IT - THE
      * GS33 STOCK-STATUS INQUIRY READS THROUGH HERE.  SQLCODE 100
      * MEANS THE PART CODE MATCHED NO ROW.  A CALLER NAMING A
      * WAREHOUSE GETS THAT WAREHOUSE'S SHELF AND IN-TRANSIT STOCK -
      * NOTHING AT ALL WHEN THE PART HAS NEVER MOVED THERE.
      *=================================================================

           MOVE LK-PRODUCT TO SQL-PRODUCT-CODE.
           MOVE ZERO TO SQL-IN-TRANSIT.

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_CODES
           IF SQLCODE EQUAL 100
               MOVE 'PART CODE NOT FOUND' TO LK-DESC
               MOVE ZERO TO SQL-ON-HAND-BAL
           ELSE
           IF EIBCALEN IS GREATER THAN 63
               AND LK-WAREHOUSE NOT EQUAL SPACES
               AND LK-WAREHOUSE NOT EQUAL LOW-VALUES
               MOVE LK-WAREHOUSE TO SQL-WAREHOUSE
               EXEC SQL SELECT ON_HAND, IN_TRANSIT
                   INTO :SQL-ON-HAND-BAL, :SQL-IN-TRANSIT
                   FROM BILLM.PART_WHSE
                   WHERE PART_CODE = :SQL-PRODUCT-CODE
                     AND WAREHOUSE = :SQL-WAREHOUSE
               END-EXEC
               IF SQLCODE EQUAL 100
                   MOVE ZERO TO SQL-ON-HAND-BAL
                   MOVE ZERO TO SQL-IN-TRANSIT
               END-IF
           END-IF.

           IF EIBCALEN IS GREATER THAN 40
               MOVE SQL-ON-HAND-BAL TO LK-ON-HAND-BAL
           END-IF.
           IF EIBCALEN IS GREATER THAN 69
               MOVE SQL-IN-TRANSIT TO LK-IN-TRANSIT
           END-IF.
           IF EIBCALEN IS GREATER THAN 81
               PERFORM 396-QUERY-UNITS THRU 396-EXIT
           END-IF.
           IF EIBCALEN IS GREATER THAN 115
               PERFORM 399-QUERY-MAINTAINED THRU 399-EXIT
           END-IF.

       395-EXIT.

           GOBACK.


       396-QUERY-UNITS.
      * HAND BACK THE PART'S UNITS OF MEASURE.  A PART WITH NO
      * PURCHASE OR SELLING UNIT OF ITS OWN IS BOUGHT OR SOLD IN ITS
      * STOCKING UNIT, SO THE CALLER ALWAYS GETS A UNIT AND A FACTOR
      * IT CAN MULTIPLY BY.  AN UNKNOWN PART COMES BACK AS EACHES.
      *=================================================================

           MOVE 'EA' TO SQL-STOCK-UOM.
           MOVE SPACES TO SQL-PURCH-UOM.
           MOVE 1 TO SQL-PURCH-FACTOR.
           MOVE SPACES TO SQL-SELL-UOM.
           MOVE 1 TO SQL-SELL-FACTOR.

           EXEC SQL SELECT STOCK_UOM, PURCH_UOM, PURCH_FACTOR,
                   SELL_UOM, SELL_FACTOR
               INTO :SQL-STOCK-UOM, :SQL-PURCH-UOM,
                    :SQL-PURCH-FACTOR, :SQL-SELL-UOM,
                    :SQL-SELL-FACTOR
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQL-STOCK-UOM EQUAL SPACES
               MOVE 'EA' TO SQL-STOCK-UOM
           END-IF.
           IF SQL-PURCH-UOM EQUAL SPACES
               OR SQL-PURCH-FACTOR IS NOT GREATER THAN ZERO
               MOVE SQL-STOCK-UOM TO SQL-PURCH-UOM
               MOVE 1 TO SQL-PURCH-FACTOR
           END-IF.
           IF SQL-SELL-UOM EQUAL SPACES
               OR SQL-SELL-FACTOR IS NOT GREATER THAN ZERO
               MOVE SQL-STOCK-UOM TO SQL-SELL-UOM
               MOVE 1 TO SQL-SELL-FACTOR
           END-IF.

           MOVE SQL-STOCK-UOM TO LK-STOCK-UOM.
           MOVE SQL-PURCH-UOM TO LK-PURCH-UOM.
           MOVE SQL-PURCH-FACTOR TO LK-PURCH-FACTOR.
           MOVE SQL-SELL-UOM TO LK-SELL-UOM.
           MOVE SQL-SELL-FACTOR TO LK-SELL-FACTOR.

       396-EXIT.


       397-RESOLVE-WAREHOUSE.
      * WORK OUT THE WAREHOUSE A MOVEMENT LANDS IN - THE ONE THE
      * CALLER NAMED, ELSE ITS DIVISION'S DEFAULT, ELSE THE PRIMARY -
      * AND HAND IT BACK TO A CALLER LONG ENOUGH TO TAKE IT
      *=================================================================

           MOVE WS-PRIMARY-WAREHOUSE TO SQL-WAREHOUSE.

           IF EIBCALEN IS GREATER THAN 63
               AND LK-WAREHOUSE NOT EQUAL SPACES
               AND LK-WAREHOUSE NOT EQUAL LOW-VALUES
               MOVE LK-WAREHOUSE TO SQL-WAREHOUSE
           ELSE
           IF EIBCALEN IS GREATER THAN 66
               AND LK-DIVISION NOT EQUAL SPACES
               AND LK-DIVISION NOT EQUAL LOW-VALUES
               MOVE LK-DIVISION TO SQL-DIVISION
               EXEC SQL SELECT WAREHOUSE INTO :SQL-WAREHOUSE
                   FROM BILLM.DIVISION_WHSE
                   WHERE DIVISION = :SQL-DIVISION
               END-EXEC
               IF SQLCODE EQUAL 100
                   MOVE WS-PRIMARY-WAREHOUSE TO SQL-WAREHOUSE
               END-IF
           END-IF.

           IF EIBCALEN IS GREATER THAN 63
               MOVE SQL-WAREHOUSE TO LK-WAREHOUSE
           END-IF.

       397-EXIT.


       398-POST-WAREHOUSE.
      * APPLY THE SHELF AND IN-TRANSIT CHANGE TO THE PART'S ROW FOR
      * THE WAREHOUSE - THE FIRST MOVEMENT AT A WAREHOUSE ADDS THE
      * ROW - AND PICK UP THE SHELF BALANCE LEFT THERE
      *=================================================================

           EXEC SQL UPDATE BILLM.PART_WHSE
               SET ON_HAND = ON_HAND + :SQL-WHSE-QTY,
                   IN_TRANSIT = IN_TRANSIT + :SQL-TRANSIT-QTY
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND WAREHOUSE = :SQL-WAREHOUSE
           END-EXEC.

           IF SQLCODE EQUAL 100
               EXEC SQL INSERT INTO BILLM.PART_WHSE
                   (PART_CODE, WAREHOUSE, ON_HAND, IN_TRANSIT,
                    REORDER_POINT, LAST_COUNT_DATE)
                   VALUES( :SQL-PRODUCT-CODE, :SQL-WAREHOUSE,
                    :SQL-WHSE-QTY, :SQL-TRANSIT-QTY, 0, 0)
               END-EXEC
           END-IF.

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_WHSE
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND WAREHOUSE = :SQL-WAREHOUSE
           END-EXEC.

       398-EXIT.


       399-QUERY-MAINTAINED.
      * HAND BACK THE FIELDS THE PART MAINTENANCE SCREEN KEEPS, AS
      * THEY STAND ON THE ROW - BLANK AND ZERO FOR AN UNKNOWN PART
      *=================================================================

           MOVE SPACES TO SQL-PRODUCT-DESC.
           MOVE ZERO TO SQL-UNIT-PRICE.
           MOVE ZERO TO SQL-UNIT-COST.
           MOVE ZERO TO SQL-REORDER-POINT.
           MOVE ZERO TO SQL-REORDER-QTY.
           MOVE SPACE TO SQL-ABC-CLASS.
           MOVE SPACE TO SQL-REORDER-LOCK.
           MOVE SPACE TO SQL-DISCONTINUED.

           EXEC SQL SELECT PART_DESC, UNIT_PRICE, UNIT_COST,
                   REORDER_POINT, REORDER_QTY, ABC_CLASS,
                   REORDER_LOCK, DISCONTINUED
               INTO :SQL-PRODUCT-DESC, :SQL-UNIT-PRICE,
                    :SQL-UNIT-COST, :SQL-REORDER-POINT,
                    :SQL-REORDER-QTY, :SQL-ABC-CLASS,
                    :SQL-REORDER-LOCK, :SQL-DISCONTINUED
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           MOVE SQL-PRODUCT-DESC TO LK-CUR-DESC.
           MOVE SQL-UNIT-PRICE TO LK-CUR-UNIT-PRICE.
           MOVE SQL-UNIT-COST TO LK-CUR-UNIT-COST.
           MOVE SQL-REORDER-POINT TO LK-CUR-REORDER-POINT.
           MOVE SQL-REORDER-QTY TO LK-CUR-REORDER-QTY.
           MOVE SQL-ABC-CLASS TO LK-CUR-ABC-CLASS.
           MOVE SQL-REORDER-LOCK TO LK-CUR-REORDER-LOCK.
           MOVE SQL-DISCONTINUED TO LK-CUR-DISCONTINUED.

       399-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================
