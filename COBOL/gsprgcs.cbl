               88  CNT-COUNTED                     VALUE 'Y'.
           05  CNT-UNIT-PRICE              PIC 9(5)V99.
           05  CNT-OPERATOR-ID             PIC X(3).
           05  CNT-WAREHOUSE               PIC X(2).

       FD  SHEET-FILE.
       01  SHEET-LINE                      PIC X(80).
       01  WS-CNTFILE-STATUS                PIC XX.
           88  CNTFILE-OK                              VALUE '00'.

      *    SYSIN - THE RUN DATE (0CYYDDD), THE DAILY LIST SIZE AND
      *    THE WAREHOUSE BEING COUNTED (BLANK FOR THE PRIMARY)
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-LIST-SIZE                     PIC 9(3).
       01  WS-WAREHOUSE                     PIC X(2).

       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

       01  WS-PART-COUNT                    PIC 9(5) VALUE ZERO.

      *    THE CLASS CUTOFFS - A PART IS DUE WHEN ITS LAST COUNT IS
      *    ON OR BEFORE THE CLASS'S CUTOFF DATE.  THE INTERVALS ARE
      *    BUSINESS DAYS - A MONTH, A QUARTER AND A YEAR OF THEM -
      *    COUNTED BACK FROM THE RUN DATE OVER THE SHOP CALENDAR BY
      *    GSPRGBD, SO A HOLIDAY WEEK DOES NOT BUNCH THE LISTS UP.
       77  WS-A-DAYS                        PIC 9(3) VALUE 21.
       77  WS-B-DAYS                        PIC 9(3) VALUE 63.
       77  WS-C-DAYS                        PIC 9(3) VALUE 250.

       01  WS-A-CUTOFF                      PIC 9(7) VALUE ZERO.
       01  WS-B-CUTOFF                      PIC 9(7) VALUE ZERO.
       01  WS-C-CUTOFF                      PIC 9(7) VALUE ZERO.

       01  WS-CUTOFF-DATE                   PIC 9(7) VALUE ZERO.
       01  WS-CUT-DAYS                      PIC S9(5) VALUE ZERO.

      *    THE GSPRGBD BUSINESS-DAY ARGUMENTS
       01  WS-BD-FUNCTION                   PIC X(1).
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).

       01 WS-SQL-CODE PIC -9(8).

           01  SQL-B-CUTOFF                            PIC S9(7) COMP-3.
           01  SQL-C-CUTOFF                            PIC S9(7) COMP-3.
           01  SQL-RUN-DATE                            PIC S9(7) COMP-3.
           01  SQL-WAREHOUSE                           PIC X(2).

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY ACTIVE PART STOCKED AT THE WAREHOUSE WHOSE CLASS IS
      *    DUE A COUNT THERE, LONGEST OVERDUE FIRST, SO THE DAILY CAP
      *    ALWAYS TAKES THE WORST.  THE BALANCE AND LAST-COUNT DATE
      *    ARE THE WAREHOUSE'S OWN.
           EXEC SQL DECLARE CYCLE-CSR CURSOR FOR
               SELECT P.PART_CODE, P.PART_DESC, W.ON_HAND,
                      P.UNIT_PRICE, P.ABC_CLASS
               FROM BILLM.PART_WHSE W
                    JOIN BILLM.PART_CODES P
                      ON P.PART_CODE = W.PART_CODE
               WHERE W.WAREHOUSE = :SQL-WAREHOUSE
                 AND P.DISCONTINUED <> 'Y'
                 AND ((P.ABC_CLASS = 'A'
                        AND W.LAST_COUNT_DATE <= :SQL-A-CUTOFF)
                   OR (P.ABC_CLASS = 'B'
                        AND W.LAST_COUNT_DATE <= :SQL-B-CUTOFF)
                   OR (P.ABC_CLASS = 'C'
                        AND W.LAST_COUNT_DATE <= :SQL-C-CUTOFF))
               ORDER BY W.LAST_COUNT_DATE, P.PART_CODE
           END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'DAILY CYCLE COUNT SHEET          '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(12)
               VALUE '  WAREHOUSE '.
           05  HL-WAREHOUSE                 PIC X(2).

       01  WS-SHEET-LINE.
           05  SL-PART-CODE                 PIC X(8).
      * FREEZING THE FILE: EACH PART'S ON-HAND IS SNAPSHOTTED AS
      * ITS LIST IS CUT.  EACH SELECTED PART'S LAST-COUNT DATE IS
      * STAMPED SO TOMORROW'S LIST MOVES ON.  SYSIN IS THE RUN
      * DATE (0CYYDDD), THE DAILY LIST SIZE AND THE WAREHOUSE - EACH
      * LOCATION RUNS ITS OWN LIST AGAINST ITS OWN SHELF.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-LIST-SIZE FROM SYSIN.
           ACCEPT WS-WAREHOUSE FROM SYSIN.
           IF WS-WAREHOUSE EQUAL SPACES
               MOVE WS-PRIMARY-WAREHOUSE TO WS-WAREHOUSE
           END-IF.

           MOVE WS-A-DAYS TO WS-CUT-DAYS.
           PERFORM 100-COMPUTE-CUTOFF.
           MOVE WS-B-CUTOFF TO SQL-B-CUTOFF.
           MOVE WS-C-CUTOFF TO SQL-C-CUTOFF.
           MOVE WS-RUN-DATE TO SQL-RUN-DATE.
           MOVE WS-WAREHOUSE TO SQL-WAREHOUSE.

           OPEN OUTPUT CNTFILE-FILE.
           OPEN OUTPUT SHEET-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-WAREHOUSE TO HL-WAREHOUSE.
           WRITE SHEET-LINE FROM WS-HEADING-LINE.

           EXEC SQL OPEN CYCLE-CSR END-EXEC.


       100-COMPUTE-CUTOFF.
      * RUN DATE LESS WS-CUT-DAYS BUSINESS DAYS.  A YEAR WITH NO
      * HOLIDAYS ON THE CALENDAR IS WORKED ON WEEKENDS ALONE, AND
      * SAID SO ON THE CONSOLE.
      *=================================================================

           MOVE 'A' TO WS-BD-FUNCTION.
           MOVE WS-RUN-DATE TO WS-BD-FROM-DATE.
           COMPUTE WS-BD-DAYS = ZERO - WS-CUT-DAYS.
           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               DISPLAY 'GSPRGCS RUN DATE NOT A VALID JULIAN DATE: '
                   WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BD-RETURN-CODE EQUAL 04
               DISPLAY 'GSPRGCS CUTOFF ' WS-BD-TO-DATE
                   ' CROSSES A YEAR WITH NO HOLIDAYS ON THE CALENDAR'
           END-IF.
           MOVE WS-BD-TO-DATE TO WS-CUTOFF-DATE.

       100-EXIT.

           MOVE 'N' TO CNT-COUNTED-SW.
           MOVE SQL-UNIT-PRICE TO CNT-UNIT-PRICE.
           MOVE SPACES TO CNT-OPERATOR-ID.
           MOVE WS-WAREHOUSE TO CNT-WAREHOUSE.
           WRITE CNTFILE-RECORD.

           MOVE SQL-PRODUCT-CODE TO SL-PART-CODE.
           MOVE SQL-ABC-CLASS TO SL-ABC-CLASS.
           WRITE SHEET-LINE FROM WS-SHEET-LINE.

           EXEC SQL UPDATE BILLM.PART_WHSE
               SET LAST_COUNT_DATE = :SQL-RUN-DATE
               WHERE PART_CODE = :SQL-PRODUCT-CODE
                 AND WAREHOUSE = :SQL-WAREHOUSE
           END-EXEC.

       200-EXIT.
