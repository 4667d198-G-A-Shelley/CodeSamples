       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. GSPRGPT.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-DIVISION                            PIC X(3).
           01  SQL-QUANTITY                           PIC S9(7) COMP-3.
           01  SQL-PRICE-DATE                         PIC S9(7) COMP-3.
           01  SQL-LIST-PRICE                     PIC S9(5)V99 COMP-3.
           01  SQL-FOUND-PRICE                    PIC S9(5)V99 COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.


       LINKAGE SECTION.
      *=================================================================
      *    ONE 01 PER CALL ARGUMENT, IN THE ORDER EVERY CALLER PASSES
      *    THEM - PART, DIVISION, QUANTITY AND PRICING DATE IN; THE
      *    LIST PRICE IN AND THE PRICE TO CHARGE BACK OUT, WITH WHERE
      *    IT CAME FROM
       01  PT-PRODUCT-CODE                  PIC X(8).

      *    THE DIVISION THE ORDER IS TAKEN FOR - A PROMOTION RUN FOR
      *    ONE DIVISION ONLY IS NOT OFFERED TO THE OTHERS
       01  PT-DIVISION                      PIC X(3).

      *    THE LINE QUANTITY IN STOCKING UNITS - THE QUANTITY BREAKS
      *    ARE SET UP PER STOCKING UNIT, THE SAME AS THE PRICES
       01  PT-QUANTITY                      PIC S9(7) COMP-3.

      *    THE DATE THE LINE IS PRICED ON (0CYYDDD)
       01  PT-PRICE-DATE                    PIC 9(7).

      *    IN - THE PART-MASTER UNIT PRICE GSPRGPB HANDED BACK.
      *    OUT - THE PRICE THE LINE IS TO BE CHARGED, STILL PER
      *    STOCKING UNIT
       01  PT-UNIT-PRICE                    PIC S9(5)V99 COMP-3.

       01  PT-PRICE-SOURCE                  PIC X(1).
           88  PT-PROMOTION-PRICE                 VALUE 'P'.
           88  PT-BREAK-PRICE                     VALUE 'Q'.
           88  PT-LIST-PRICE                      VALUE 'L'.


       PROCEDURE DIVISION USING PT-PRODUCT-CODE PT-DIVISION
           PT-QUANTITY PT-PRICE-DATE PT-UNIT-PRICE PT-PRICE-SOURCE.
      *=================================================================
      * CALLABLE PRICE RESOLUTION - TAKES THE PART-MASTER LIST PRICE
      * AND LETS A PROMOTION OR A QUANTITY BREAK REPLACE IT.  THE
      * ORDER IS FIXED -
      *   1  A PROMOTION ON BILLM.PROMOTION IN FORCE ON THE PRICING
      *      DATE, FOR ALL DIVISIONS OR FOR THE ORDER'S ONE - ITS
      *      PRICE, OR THE LIST PRICE LESS ITS PERCENTAGE.  WHERE
      *      TWO OVERLAP THE CUSTOMER GETS THE LOWER.
      *   2  THE DEEPEST QUANTITY BREAK ON BILLM.PART_PRICE_TIER THE
      *      LINE QUANTITY REACHES
      *   3  THE LIST PRICE AS PASSED
      * A CONTRACT PRICE COMES AHEAD OF ALL THREE - THE CALLERS HOLD
      * CONPRC OPEN ALREADY, SO THEY CHECK IT AFTER THIS RETURNS AND
      * LET IT OVERRIDE WHATEVER CAME BACK.
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           SET PT-LIST-PRICE TO TRUE.
           MOVE PT-PRODUCT-CODE TO SQL-PRODUCT-CODE.
           MOVE PT-DIVISION TO SQL-DIVISION.
           MOVE PT-QUANTITY TO SQL-QUANTITY.
           MOVE PT-PRICE-DATE TO SQL-PRICE-DATE.
           MOVE PT-UNIT-PRICE TO SQL-LIST-PRICE.

           PERFORM 100-CHECK-PROMOTION THRU 100-EXIT.
           IF PT-PROMOTION-PRICE
               GOBACK
           END-IF.

           PERFORM 200-CHECK-QTY-BREAK THRU 200-EXIT.
           GOBACK.

       000-EXIT.


       100-CHECK-PROMOTION.
      * THE LOWEST PRICE ANY PROMOTION IN FORCE ON THE PRICING DATE
      * OFFERS - A PROMOTION PRICE WHEN ONE IS SET, OTHERWISE THE
      * LIST PRICE LESS THE PROMOTION PERCENTAGE
      *=================================================================

           EXEC SQL SELECT COALESCE(MIN(
                      CASE WHEN PROMO_PRICE > 0
                           THEN PROMO_PRICE
                           ELSE :SQL-LIST-PRICE *
                                (100 - PROMO_PERCENT) / 100
                      END), 0)
               INTO :SQL-FOUND-PRICE
               FROM BILLM.PROMOTION
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND START_DATE <= :SQL-PRICE-DATE
                 AND END_DATE >= :SQL-PRICE-DATE
                 AND (DIVISION = ' ' OR DIVISION = :SQL-DIVISION)
           END-EXEC.

           IF SQL-FOUND-PRICE IS GREATER THAN ZERO
               SET PT-PROMOTION-PRICE TO TRUE
               MOVE SQL-FOUND-PRICE TO PT-UNIT-PRICE
           END-IF.

       100-EXIT.


       200-CHECK-QTY-BREAK.
      * THE PRICE ON THE HIGHEST BREAK THE LINE QUANTITY REACHES
      *=================================================================

           IF SQL-QUANTITY IS NOT GREATER THAN ZERO
               GO TO 200-EXIT
           END-IF.

           EXEC SQL SELECT COALESCE(MIN(TIER_PRICE), 0)
               INTO :SQL-FOUND-PRICE
               FROM BILLM.PART_PRICE_TIER
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND MIN_QTY =
                     (SELECT MAX(MIN_QTY)
                      FROM BILLM.PART_PRICE_TIER
                      WHERE PART_CODE = :SQL-PRODUCT-CODE
                        AND MIN_QTY <= :SQL-QUANTITY)
           END-EXEC.

           IF SQL-FOUND-PRICE IS GREATER THAN ZERO
               SET PT-BREAK-PRICE TO TRUE
               MOVE SQL-FOUND-PRICE TO PT-UNIT-PRICE
           END-IF.

       200-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC - THE LINE KEEPS THE LIST PRICE IT CAME IN
      * WITH RATHER THAN BEING REFUSED
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGPT SQL ERROR: ' WS-SQL-CODE
               ' ON PRODUCT CODE ' SQL-PRODUCT-CODE.
           SET PT-LIST-PRICE TO TRUE.
           MOVE SQL-LIST-PRICE TO PT-UNIT-PRICE.
           GOBACK.

       400-EXIT.


       END PROGRAM GSPRGPT.
