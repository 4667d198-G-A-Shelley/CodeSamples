           01  SQL-ON-HAND                            PIC S9(5) COMP-3.
           01  SQL-REORDER-POINT                      PIC S9(5) COMP-3.
           01  SQL-REORDER-QTY                        PIC S9(5) COMP-3.
           01  SQL-WAREHOUSE                           PIC X(2).
           01  SQL-IN-TRANSIT                         PIC S9(5) COMP-3.
           01  SQL-FROM-WAREHOUSE                      PIC X(2).
           01  SQL-SURPLUS                            PIC S9(5) COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

               ORDER BY ON_HAND - REORDER_POINT
           END-EXEC.

      *    EVERY WAREHOUSE SHELF OF A LIVE PART WHOSE STOCK ON HAND
      *    AND ALREADY ON ITS WAY IN HAS REACHED THE WAREHOUSE'S OWN
      *    REORDER POINT.  A WAREHOUSE WITH NO REORDER POINT OF ITS
      *    OWN ON PART_WHSE FALLS BACK TO THE PART'S FOR THE PRIMARY
      *    WAREHOUSE, WHICH CARRIED ALL THE STOCK BEFORE THE SECOND
      *    LOCATION OPENED, AND IS LEFT OFF ANYWHERE ELSE.
           EXEC SQL DECLARE WHSE-SHORT-CSR CURSOR FOR
               SELECT W.PART_CODE, P.PART_DESC, W.WAREHOUSE,
                      W.ON_HAND, W.IN_TRANSIT, P.REORDER_QTY,
                      CASE WHEN W.REORDER_POINT > 0
                                THEN W.REORDER_POINT
                           WHEN W.WAREHOUSE = '01'
                                THEN P.REORDER_POINT
                           ELSE 0 END
               FROM BILLM.PART_WHSE W
                    JOIN BILLM.PART_CODES P
                      ON P.PART_CODE = W.PART_CODE
               WHERE P.DISCONTINUED <> 'Y'
                 AND W.ON_HAND + W.IN_TRANSIT <=
                      CASE WHEN W.REORDER_POINT > 0
                                THEN W.REORDER_POINT
                           WHEN W.WAREHOUSE = '01'
                                THEN P.REORDER_POINT
                           ELSE 0 END
                 AND (W.REORDER_POINT > 0
                      OR (W.WAREHOUSE = '01' AND P.REORDER_POINT > 0))
               ORDER BY W.WAREHOUSE, W.PART_CODE
           END-EXEC.

      *    THE OTHER WAREHOUSES HOLDING THE SAME PART ABOVE THEIR OWN
      *    REORDER POINT, BIGGEST SURPLUS FIRST - ONLY THE FIRST ROW
      *    IS FETCHED
           EXEC SQL DECLARE SURPLUS-CSR CURSOR FOR
               SELECT W.WAREHOUSE,
                      W.ON_HAND -
                      CASE WHEN W.REORDER_POINT > 0
                                THEN W.REORDER_POINT
                           WHEN W.WAREHOUSE = '01'
                                THEN P.REORDER_POINT
                           ELSE 0 END
               FROM BILLM.PART_WHSE W
                    JOIN BILLM.PART_CODES P
                      ON P.PART_CODE = W.PART_CODE
               WHERE W.PART_CODE = :SQL-PRODUCT-CODE
                 AND W.WAREHOUSE <> :SQL-WAREHOUSE
                 AND W.ON_HAND >
                      CASE WHEN W.REORDER_POINT > 0
                                THEN W.REORDER_POINT
                           WHEN W.WAREHOUSE = '01'
                                THEN P.REORDER_POINT
                           ELSE 0 END
               ORDER BY 2 DESC
           END-EXEC.

       01  WS-SUGGESTED-QTY                 PIC S9(7) VALUE ZERO.
       01  WS-TRANSFER-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-NO-SURPLUS-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-TRANSFER-HEADING.
           05  FILLER                       PIC X(40)
               VALUE 'SUGGESTED INTER-WAREHOUSE TRANSFERS'.

       01  WS-TRANSFER-COLUMNS.
           05  FILLER                       PIC X(10)
               VALUE 'PART CODE '.
           05  FILLER                       PIC X(19)
               VALUE 'DESCRIPTION        '.
           05  FILLER                       PIC X(5)
               VALUE 'WHSE '.
           05  FILLER                       PIC X(9)
               VALUE 'ON HAND  '.
           05  FILLER                       PIC X(9)
               VALUE 'IN TRANS '.
           05  FILLER                       PIC X(9)
               VALUE 'REORD PT '.
           05  FILLER                       PIC X(5)
               VALUE 'FROM '.
           05  FILLER                       PIC X(9)
               VALUE 'TRANSFER '.

       01  WS-TRANSFER-LINE.
           05  TD-PART-CODE                 PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TD-PART-DESC                 PIC X(17).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TD-WAREHOUSE                 PIC X(2).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  TD-ON-HAND                   PIC ZZZZ9-.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  TD-IN-TRANSIT                PIC ZZZZ9.
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  TD-REORDER-POINT             PIC ZZZZ9.
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  TD-FROM-WAREHOUSE            PIC X(2).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  TD-SUGGESTED                 PIC ZZZZ9.

       01  WS-TRANSFER-TOTAL.
           05  FILLER                       PIC X(20)
               VALUE 'TRANSFERS SUGGESTED:'.
           05  TT-COUNT                     PIC ZZZZ9.

       01  WS-NO-SURPLUS-TOTAL.
           05  FILLER                       PIC X(30)
               VALUE 'SHORT WITH NO SURPLUS TO MOVE:'.
           05  TT-NO-SURPLUS                PIC ZZZZ9.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
      * LISTS EVERY NON-DISCONTINUED PART WHOSE ON-HAND BALANCE HAS
      * REACHED ITS REORDER POINT, SEQUENCED WORST SHORTAGE FIRST,
      * WITH A SUGGESTED PURCHASE QUANTITY, SO PURCHASING CAN ACT
      * BEFORE THE GS03 NEGATIVE-STOCK WARNING FIRES.  AHEAD OF THE
      * PURCHASES IT LISTS THE TRANSFERS THAT WOULD COVER A SHORT
      * WAREHOUSE FROM ANOTHER ONE'S SURPLUS - STOCK ALREADY OWNED IS
      * MOVED BEFORE MORE IS BOUGHT.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-SUGGEST-TRANSFERS THRU 100-EXIT.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

       000-EXIT.


       100-SUGGEST-TRANSFERS.
      * THE TRANSFER SECTION - EVERY SHORT WAREHOUSE SHELF, WITH THE
      * WAREHOUSE THAT CAN SPARE THE MOST OF THE PART
      *=================================================================

           WRITE REPORT-LINE FROM WS-TRANSFER-HEADING.
           WRITE REPORT-LINE FROM WS-TRANSFER-COLUMNS.

           EXEC SQL OPEN WHSE-SHORT-CSR END-EXEC.

           PERFORM 150-FETCH-SHORT-WAREHOUSE THRU 150-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE WHSE-SHORT-CSR END-EXEC.

           MOVE WS-TRANSFER-COUNT TO TT-COUNT.
           WRITE REPORT-LINE FROM WS-TRANSFER-TOTAL.
           MOVE WS-NO-SURPLUS-COUNT TO TT-NO-SURPLUS.
           WRITE REPORT-LINE FROM WS-NO-SURPLUS-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       100-EXIT.


       150-FETCH-SHORT-WAREHOUSE.
      * FETCH THE NEXT SHORT WAREHOUSE SHELF AND LOOK FOR A SURPLUS
      * ELSEWHERE TO COVER IT
      *=================================================================

           EXEC SQL FETCH WHSE-SHORT-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-PRODUCT-DESC,
                    :SQL-WAREHOUSE, :SQL-ON-HAND, :SQL-IN-TRANSIT,
                    :SQL-REORDER-QTY, :SQL-REORDER-POINT
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 150-EXIT
           END-IF.

           EXEC SQL OPEN SURPLUS-CSR END-EXEC.
           EXEC SQL FETCH SURPLUS-CSR
               INTO :SQL-FROM-WAREHOUSE, :SQL-SURPLUS
           END-EXEC.
           IF SQLCODE EQUAL 100
               ADD 1 TO WS-NO-SURPLUS-COUNT
               EXEC SQL CLOSE SURPLUS-CSR END-EXEC
               GO TO 150-EXIT
           END-IF.
           EXEC SQL CLOSE SURPLUS-CSR END-EXEC.

      *    THE SAME TOP-UP A PURCHASE WOULD GET - THE STANDARD REORDER
      *    QUANTITY PLUS WHAT BRINGS THE SHELF BACK TO ITS REORDER
      *    POINT - BUT NO MORE THAN THE OTHER WAREHOUSE CAN SPARE
           COMPUTE WS-SUGGESTED-QTY =
               SQL-REORDER-QTY +
               (SQL-REORDER-POINT - SQL-ON-HAND - SQL-IN-TRANSIT).
           IF WS-SUGGESTED-QTY IS GREATER THAN SQL-SURPLUS
               MOVE SQL-SURPLUS TO WS-SUGGESTED-QTY
           END-IF.

           ADD 1 TO WS-TRANSFER-COUNT.
           MOVE SQL-PRODUCT-CODE TO TD-PART-CODE.
           MOVE SQL-PRODUCT-DESC TO TD-PART-DESC.
           MOVE SQL-WAREHOUSE TO TD-WAREHOUSE.
           MOVE SQL-ON-HAND TO TD-ON-HAND.
           MOVE SQL-IN-TRANSIT TO TD-IN-TRANSIT.
           MOVE SQL-REORDER-POINT TO TD-REORDER-POINT.
           MOVE SQL-FROM-WAREHOUSE TO TD-FROM-WAREHOUSE.
           MOVE WS-SUGGESTED-QTY TO TD-SUGGESTED.
           WRITE REPORT-LINE FROM WS-TRANSFER-LINE.

       150-EXIT.


       200-FETCH-AND-PRINT.
      * FETCH THE NEXT SHORT PART AND PRINT ITS REPORT LINE
      *=================================================================
