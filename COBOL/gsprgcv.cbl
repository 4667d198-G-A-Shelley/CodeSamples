               88  CNT-COUNTED                     VALUE 'Y'.
           05  CNT-UNIT-PRICE              PIC 9(5)V99.
           05  CNT-OPERATOR-ID             PIC X(3).
           05  CNT-WAREHOUSE               PIC X(2).

       FD  ADJHIST-FILE.
       01  ADJHIST-RECORD.
      *    ON HERE, A COUNT POSTING SETS THE SHELF TO WHAT WAS
      *    COUNTED RATHER THAN RESERVING STOCK FOR AN ORDER
       01  WS-GD-ON-HAND-BAL                PIC S9(5) COMP-3.
      *    THE WAREHOUSE THE COUNT WAS TAKEN IN - A VARIANCE MOVES
      *    THAT LOCATION'S SHELF AS WELL AS THE COMPANY TOTAL
       01  WS-GD-WAREHOUSE                  PIC X(2) VALUE SPACES.
       01  WS-GD-DIVISION                   PIC X(3) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(36)
               COMPUTE WS-GD-QUANTITY = 0 - WS-VARIANCE
           END-IF.

           MOVE CNT-WAREHOUSE TO WS-GD-WAREHOUSE.
           MOVE SPACES TO WS-GD-DIVISION.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

           MOVE CNT-PART-CODE TO ADJ-PART-CODE.
           MOVE WS-VARIANCE TO ADJ-VARIANCE.
