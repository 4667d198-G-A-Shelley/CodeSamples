
       01  WS-GP-UNIT-COST          PIC S9(5)V99 COMP-3.

       01  WS-GP-PRICE-DATE         PIC 9(7).

       COPY 'CICS-API'.
       01  CICS-API-TEMP-STORAGE.
           02  CICS-API-TEMP        PIC S9(4) COMP-5 OCCURS 2.
      *         LK-SUBST-SW SO CALLERS THAT PREDATE IT CAN GO ON
      *         PASSING THE SHORTER 30-BYTE COMMAREA UNCHANGED
           05  LK-UNIT-COST                   PIC S9(5)V99 COMP-3.
      *         THE ORDER'S DIVISION AND THE LINE QUANTITY IN
      *         STOCKING UNITS - A CALLER THAT SENDS THEM GETS THE
      *         UNIT PRICE BACK AFTER ANY PROMOTION OR QUANTITY
      *         BREAK, WITH LK-PRICE-SOURCE SAYING WHICH.  THE
      *         34-BYTE COMMAREA STILL GETS THE PLAIN LIST PRICE.
           05  LK-DIVISION                         PIC X(3).
           05  LK-QUANTITY                    PIC S9(7) COMP-3.
           05  LK-PRICE-SOURCE                     PIC X(1).



               MOVE WS-GP-UNIT-COST TO LK-UNIT-COST
           END-IF.

      *    AND ONLY THE LONGEST COMMAREA CARRIES THE DIVISION AND
      *    QUANTITY THE PROMOTIONS AND QUANTITY BREAKS NEED - PRICED
      *    ON TODAY'S DATE
           IF EIBCALEN IS GREATER THAN 34
               AND WS-GP-FOUND
               MOVE EIBDATE TO WS-GP-PRICE-DATE
               CALL 'GSPRGPT' USING LK-PRODUCT LK-DIVISION
                   LK-QUANTITY WS-GP-PRICE-DATE LK-UNIT-PRICE
                   LK-PRICE-SOURCE
           END-IF.

      *     EXEC CICS ASKTIME END-EXEC
           MOVE 0 TO CICS-ARG-MASK
           MOVE 4 TO CICS-FN-CODE
