       WORKING-STORAGE SECTION.
       01 WS-SQL-CODE PIC -9(8).

      *    THE WAREHOUSE A MOVEMENT LANDS IN WHEN THE CALLER NAMES
      *    NONE AND ITS DIVISION HAS NO DEFAULT ON DIVISION_WHSE -
      *    EVERY BALANCE CARRIED BEFORE THE SECOND LOCATION OPENED
       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

      *    THE TRAINING DIVISION - ITS ORDERS ARE PICKED, SHIPPED AND
      *    RETURNED LIKE ANY OTHER BUT NEVER MOVE LIVE STOCK
       77  WS-TRAINING-DIVISION             PIC X(3) VALUE 'TRG'.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-QUANTITY                           PIC S9(5) COMP-3.
           01  SQL-ON-HAND-BAL                        PIC S9(5) COMP-3.
           01  SQL-WAREHOUSE                           PIC X(2).
           01  SQL-DIVISION                            PIC X(3).
           01  SQL-WHSE-QTY                           PIC S9(5) COMP-3.
           01  SQL-TRANSIT-QTY                        PIC S9(5) COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    THEM.  'S' = SHIP (DECREMENT ON-HAND), 'R' = RECEIPT/
      *    RETURN (INCREMENT ON-HAND) - THE SAME FUNCTIONS GSPRGPA
      *    GIVES THE CICS SIDE, FACTORED OUT SO ANY PLAIN BATCH
      *    PROGRAM CAN CALL THEM WITHOUT THE CICS-API LINK.  THE
      *    WAREHOUSE TRANSFER FUNCTIONS MOVE STOCK BETWEEN LOCATIONS
      *    WITHOUT CHANGING THE COMPANY TOTAL ON PART_CODES:
      *    'O' = OUT OF THE SENDING WAREHOUSE'S SHELF, 'T' = INTO THE
      *    RECEIVING WAREHOUSE'S IN-TRANSIT, 'I' = IN FROM TRANSIT
      *    ONTO THE RECEIVING WAREHOUSE'S SHELF.  'W' WRITES OFF
      *    STOCK LOST IN TRANSIT, WHICH DOES COME OFF THE TOTAL.
       01  GD-FUNCTION                      PIC X(1).
       01  GD-PRODUCT-CODE                  PIC X(8).
       01  GD-QUANTITY                      PIC S9(5) COMP-3.
      *    UNFILLABLE QUANTITY FOR ITS BACK-ORDER RECORD, THE SAME
      *    HAND-BACK GSPRGPA GIVES THE CICS SIDE.  ZERO ON 'R'.
       01  GD-ON-HAND-BAL                   PIC S9(5) COMP-3.
      *    THE WAREHOUSE THE STOCK MOVES AT.  SPACES TAKE THE
      *    DIVISION'S DEFAULT SHIPPING WAREHOUSE OFF DIVISION_WHSE,
      *    OR THE PRIMARY WAREHOUSE WHEN GD-DIVISION IS ALSO SPACES
      *    OR HAS NO DEFAULT.  THE WAREHOUSE USED IS HANDED BACK.
       01  GD-WAREHOUSE                     PIC X(2).
       01  GD-DIVISION                      PIC X(3).


       PROCEDURE DIVISION USING GD-FUNCTION GD-PRODUCT-CODE
           GD-QUANTITY GD-SQL-RETURN-CODE GD-ON-HAND-BAL
           GD-WAREHOUSE GD-DIVISION.
      *=================================================================
      * CALLABLE BATCH STOCK MOVEMENT - ADJUSTS ONE PART'S ON-HAND
      * BALANCE ON BILLM.PART_CODES AND AT ITS WAREHOUSE ON
      * BILLM.PART_WHSE.  THE BATCH TWIN OF GSPRGPA'S FUNCTIONS 'S'
      * AND 'R'.  PART_CODES.ON_HAND STAYS THE COMPANY TOTAL - THE
      * SUM OF EVERY WAREHOUSE'S SHELF AND IN-TRANSIT STOCK.
      * GD-ON-HAND-BAL HANDS BACK THE WAREHOUSE'S SHELF BALANCE.
      *=================================================================


           MOVE GD-PRODUCT-CODE TO SQL-PRODUCT-CODE.
           MOVE GD-QUANTITY TO SQL-QUANTITY.

           PERFORM 100-RESOLVE-WAREHOUSE THRU 100-EXIT.

           IF GD-DIVISION EQUAL WS-TRAINING-DIVISION
               AND GD-FUNCTION NOT EQUAL 'O' AND 'T' AND 'I' AND 'W'
               PERFORM 250-TRAINING-SHELF THRU 250-EXIT
           ELSE
           IF GD-FUNCTION EQUAL 'R'
               PERFORM 300-INCREMENT-ON-HAND THRU 300-EXIT
           ELSE
           IF GD-FUNCTION EQUAL 'O'
               PERFORM 320-TRANSFER-OUT THRU 320-EXIT
           ELSE
           IF GD-FUNCTION EQUAL 'T'
               PERFORM 330-TRANSFER-IN-TRANSIT THRU 330-EXIT
           ELSE
           IF GD-FUNCTION EQUAL 'I'
               PERFORM 340-TRANSFER-IN THRU 340-EXIT
           ELSE
           IF GD-FUNCTION EQUAL 'W'
               PERFORM 350-WRITE-OFF-TRANSIT THRU 350-EXIT
           ELSE
               PERFORM 200-DECREMENT-ON-HAND THRU 200-EXIT
           END-IF.

           GOBACK.

       000-EXIT.


       100-RESOLVE-WAREHOUSE.
      * WORK OUT THE WAREHOUSE THE MOVEMENT LANDS IN - THE ONE THE
      * CALLER NAMED, ELSE ITS DIVISION'S DEFAULT, ELSE THE PRIMARY
      *=================================================================

           IF GD-WAREHOUSE NOT EQUAL SPACES
               MOVE GD-WAREHOUSE TO SQL-WAREHOUSE
               GO TO 100-EXIT
           END-IF.

           MOVE WS-PRIMARY-WAREHOUSE TO SQL-WAREHOUSE.
           IF GD-DIVISION NOT EQUAL SPACES
               MOVE GD-DIVISION TO SQL-DIVISION
               EXEC SQL SELECT WAREHOUSE INTO :SQL-WAREHOUSE
                   FROM BILLM.DIVISION_WHSE
                   WHERE DIVISION = :SQL-DIVISION
               END-EXEC
               IF SQLCODE EQUAL 100
                   MOVE WS-PRIMARY-WAREHOUSE TO SQL-WAREHOUSE
               END-IF
           END-IF.

           MOVE SQL-WAREHOUSE TO GD-WAREHOUSE.

       100-EXIT.


       200-DECREMENT-ON-HAND.
      * TAKE THE QUANTITY OFF THE SHELF - THE COMPANY TOTAL AND THE
      * WAREHOUSE'S OWN SHELF
      *=================================================================

           EXEC SQL UPDATE BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO GD-SQL-RETURN-CODE
               GO TO 200-EXIT
           END-IF.

           COMPUTE SQL-WHSE-QTY = 0 - SQL-QUANTITY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.

       200-EXIT.


       250-TRAINING-SHELF.
      * A TRAINING-DIVISION SALE OR RETURN LEAVES PART_CODES AND
      * PART_WHSE ALONE - THE CALLER GETS THE WAREHOUSE'S SHELF AS IT
      * STANDS, AND AN UNKNOWN PART IS STILL REPORTED AS ONE
      *=================================================================

           PERFORM 400-CHECK-PART THRU 400-EXIT.
           IF GD-SQL-RETURN-CODE NOT EQUAL ZERO
               GO TO 250-EXIT
           END-IF.

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_WHSE
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND WAREHOUSE = :SQL-WAREHOUSE
           END-EXEC.

           IF SQLCODE EQUAL ZERO
               AND GD-FUNCTION NOT EQUAL 'R'
               MOVE SQL-ON-HAND-BAL TO GD-ON-HAND-BAL
           END-IF.

       250-EXIT.


       300-INCREMENT-ON-HAND.
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO GD-SQL-RETURN-CODE
               GO TO 300-EXIT
           END-IF.

           MOVE SQL-QUANTITY TO SQL-WHSE-QTY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.
           MOVE ZERO TO GD-ON-HAND-BAL.

       300-EXIT.


       320-TRANSFER-OUT.
      * A TRANSFER LEAVES THE SENDING WAREHOUSE'S SHELF - THE STOCK
      * IS STILL THE COMPANY'S, SO PART_CODES IS NOT TOUCHED
      *=================================================================

           PERFORM 400-CHECK-PART THRU 400-EXIT.
           IF GD-SQL-RETURN-CODE NOT EQUAL ZERO
               GO TO 320-EXIT
           END-IF.

           COMPUTE SQL-WHSE-QTY = 0 - SQL-QUANTITY.
           MOVE ZERO TO SQL-TRANSIT-QTY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.

       320-EXIT.


       330-TRANSFER-IN-TRANSIT.
      * THE SAME TRANSFER GOES ON THE RECEIVING WAREHOUSE AS
      * IN-TRANSIT UNTIL IT ARRIVES
      *=================================================================

           PERFORM 400-CHECK-PART THRU 400-EXIT.
           IF GD-SQL-RETURN-CODE NOT EQUAL ZERO
               GO TO 330-EXIT
           END-IF.

           MOVE ZERO TO SQL-WHSE-QTY.
           MOVE SQL-QUANTITY TO SQL-TRANSIT-QTY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.

       330-EXIT.


       340-TRANSFER-IN.
      * THE TRANSFER HAS ARRIVED - OUT OF IN-TRANSIT ONTO THE
      * RECEIVING WAREHOUSE'S SHELF
      *=================================================================

           PERFORM 400-CHECK-PART THRU 400-EXIT.
           IF GD-SQL-RETURN-CODE NOT EQUAL ZERO
               GO TO 340-EXIT
           END-IF.

           MOVE SQL-QUANTITY TO SQL-WHSE-QTY.
           COMPUTE SQL-TRANSIT-QTY = 0 - SQL-QUANTITY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.

       340-EXIT.


       350-WRITE-OFF-TRANSIT.
      * STOCK THAT NEVER ARRIVED - OUT OF THE RECEIVING WAREHOUSE'S
      * IN-TRANSIT AND OFF THE COMPANY TOTAL
      *=================================================================

           EXEC SQL UPDATE BILLM.PART_CODES
               SET ON_HAND = ON_HAND - :SQL-QUANTITY
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO GD-SQL-RETURN-CODE
               GO TO 350-EXIT
           END-IF.

           MOVE ZERO TO SQL-WHSE-QTY.
           COMPUTE SQL-TRANSIT-QTY = 0 - SQL-QUANTITY.
           PERFORM 500-POST-WAREHOUSE THRU 500-EXIT.

       350-EXIT.


       400-CHECK-PART.
      * A TRANSFER MUST NAME A PART ON PART_CODES
      *=================================================================

           EXEC SQL SELECT ON_HAND INTO :SQL-ON-HAND-BAL
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE EQUAL 100
               MOVE 100 TO GD-SQL-RETURN-CODE
           END-IF.

       400-EXIT.


       500-POST-WAREHOUSE.
      * APPLY THE SHELF AND IN-TRANSIT CHANGE TO THE PART'S ROW FOR
      * THE WAREHOUSE - THE FIRST MOVEMENT AT A WAREHOUSE ADDS THE
      * ROW - AND HAND BACK THE SHELF BALANCE LEFT THERE
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

           IF SQLCODE EQUAL ZERO
               MOVE SQL-ON-HAND-BAL TO GD-ON-HAND-BAL
           END-IF.

       500-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================
