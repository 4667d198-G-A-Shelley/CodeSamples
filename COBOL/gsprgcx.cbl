               88  CNT-COUNTED                     VALUE 'Y'.
           05  CNT-UNIT-PRICE              PIC 9(5)V99.
           05  CNT-OPERATOR-ID             PIC X(3).
           05  CNT-WAREHOUSE               PIC X(2).

       FD  SHEET-FILE.
       01  SHEET-LINE                      PIC X(80).

       01  WS-PART-COUNT                    PIC 9(5) VALUE ZERO.

      *    SYSIN - THE WAREHOUSE BEING COUNTED (BLANK FOR THE PRIMARY)
       01  WS-WAREHOUSE                     PIC X(2).

       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.
           01  SQL-PRODUCT-DESC                        PIC X(17).
           01  SQL-ON-HAND                            PIC S9(5) COMP-3.
           01  SQL-UNIT-PRICE                     PIC S9(5)V99 COMP-3.
           01  SQL-WAREHOUSE                           PIC X(2).

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY ACTIVE PART WITH ITS BALANCE AT THE WAREHOUSE BEING
      *    COUNTED - NIL WHERE THE PART HAS NEVER BEEN STOCKED THERE,
      *    SO ANYTHING FOUND ON THE SHELF STILL COMES UP AS A VARIANCE
           EXEC SQL DECLARE COUNT-CSR CURSOR FOR
               SELECT P.PART_CODE, P.PART_DESC,
                      COALESCE(W.ON_HAND, 0), P.UNIT_PRICE
               FROM BILLM.PART_CODES P
                    LEFT JOIN BILLM.PART_WHSE W
                      ON W.PART_CODE = P.PART_CODE
                     AND W.WAREHOUSE = :SQL-WAREHOUSE
               WHERE P.DISCONTINUED <> 'Y'
               ORDER BY P.PART_CODE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'PHYSICAL INVENTORY COUNT SHEETS'.
           05  FILLER                       PIC X(10)
               VALUE 'WAREHOUSE '.
           05  HL-WAREHOUSE                 PIC X(2).

       01  WS-SHEET-LINE.
           05  SL-PART-CODE                 PIC X(8).
      * FREEZES A COUNT CYCLE - ONE CNTFILE RECORD PER ACTIVE PART
      * WITH THE ON-HAND BALANCE AS IT STOOD, AND A PRINTED COUNT
      * SHEET FOR THE WAREHOUSE.  THE SHEET DOES NOT SHOW THE FROZEN
      * BALANCE, SO THE COUNTERS COUNT BLIND.  SYSIN IS THE WAREHOUSE
      * BEING COUNTED - EACH LOCATION IS FROZEN AND COUNTED ON ITS OWN.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-WAREHOUSE FROM SYSIN.
           IF WS-WAREHOUSE EQUAL SPACES
               MOVE WS-PRIMARY-WAREHOUSE TO WS-WAREHOUSE
           END-IF.
           MOVE WS-WAREHOUSE TO SQL-WAREHOUSE.
           MOVE WS-WAREHOUSE TO HL-WAREHOUSE.

           OPEN OUTPUT CNTFILE-FILE.
           OPEN OUTPUT SHEET-FILE.

               MOVE 'N' TO CNT-COUNTED-SW
               MOVE SQL-UNIT-PRICE TO CNT-UNIT-PRICE
               MOVE SPACES TO CNT-OPERATOR-ID
               MOVE WS-WAREHOUSE TO CNT-WAREHOUSE
               WRITE CNTFILE-RECORD
               MOVE SQL-PRODUCT-CODE TO SL-PART-CODE
               MOVE SQL-PRODUCT-DESC TO SL-PART-DESC
