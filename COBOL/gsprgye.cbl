       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgye.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALHIST-FILE ASSIGN TO SALHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.

      *    READ THROUGH FOR THE OLD YEAR'S ROWS, THEN WRITTEN BY KEY
      *    FOR THE NEW YEAR'S DRAFT
           SELECT BUDFILE-FILE ASSIGN TO BUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUDFILE-KEY
               FILE STATUS IS WS-BUDFILE-STATUS.

           SELECT PERCTL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  SALHIST-FILE.
       01  SALHIST-RECORD.
           05  SH-PERIOD                   PIC 9(6).
           05  SH-PERIOD-SPLIT REDEFINES SH-PERIOD.
               10  SH-PERIOD-YEAR          PIC 9(4).
               10  SH-PERIOD-MONTH         PIC 9(2).
           05  SH-DIVISION                 PIC X(3).
           05  SH-PRODUCT                  PIC X(8).
           05  SH-REGION                   PIC X(3).
           05  SH-COUNTRY                  PIC X(1).
           05  SH-QTY                      PIC 9(7).
           05  SH-DOLLARS                  PIC 9(9)V99.

       FD  BUDFILE-FILE.
       01  BUDFILE-RECORD.
           05  BUDFILE-KEY.
               10  BUD-DIVISION            PIC X(3).
               10  BUD-REP                 PIC X(3).
               10  BUD-PERIOD              PIC 9(6).
               10  BUD-PERIOD-SPLIT REDEFINES BUD-PERIOD.
                   15  BUD-PERIOD-YEAR     PIC 9(4).
                   15  BUD-PERIOD-MONTH    PIC 9(2).
           05  BUD-AMOUNT                  PIC 9(9)V99.
           05  FILLER                      PIC X(7).

       FD  PERCTL-FILE.
       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-OPEN                        VALUE 'O'.
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-SALHIST-STATUS                PIC XX.
           88  SALHIST-OK                              VALUE '00'.
           88  SALHIST-EOF                             VALUE '10'.

       01  WS-BUDFILE-STATUS                PIC XX.
           88  BUDFILE-OK                              VALUE '00'.
           88  BUDFILE-EOF                             VALUE '10'.

       01  WS-PERCTL-STATUS                 PIC XX.
           88  PERCTL-OK                               VALUE '00'.

      *    SYSIN - THE YEAR TO CLOSE (CCYY), THE RUN DATE (0CYYDDD),
      *    THE CLOSING OPERATOR'S INITIALS AND THE UPLIFT PERCENT FOR
      *    THE NEW YEAR'S DRAFT BUDGET TO ONE DECIMAL (035 IS 3.5,
      *    000 CARRIES THE BUDGET FORWARD AS IT STANDS)
       01  WS-CLOSE-YEAR                    PIC 9(4).
       01  WS-CLOSE-YEAR-SPLIT REDEFINES WS-CLOSE-YEAR.
           05  WS-CLOSE-CC                  PIC 9(2).
           05  WS-CLOSE-YY                  PIC 9(2).
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-OPERATOR                      PIC X(3).
       01  WS-UPLIFT-PCT                    PIC 9(2)V9.

       01  WS-NEW-YEAR                      PIC 9(4).
       01  WS-NEW-YEAR-SPLIT REDEFINES WS-NEW-YEAR.
           05  WS-NEW-CC                    PIC 9(2).
           05  WS-NEW-YY                    PIC 9(2).

       01  WS-MONTH                         PIC 9(2) VALUE ZERO.
       01  WS-ZERO-MONTH                    PIC 9(2) VALUE ZERO.

      *    THE YEAR ONLY CLOSES WHEN ALL TWELVE PERIODS ARE CLOSED
      *    ON PERCTL AND NONE IS FROZEN ALREADY
       01  WS-NOT-CLOSED-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-FROZEN-COUNT                  PIC 9(2) VALUE ZERO.

      *    DIVISION ROWS - SALHIST ACTUALS AND BLANK-REP BUDGETS BY
      *    MONTH, WITH THE NEW YEAR'S BUDGET AS IT GOES TO FILE
       01  WS-DIV-MAX                       PIC 9(2) VALUE 10.
       01  WS-DIV-COUNT                     PIC 9(2) VALUE ZERO.
       01  WS-DIV-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 10 TIMES.
               10  WS-DT-DIVISION           PIC X(3).
               10  WS-DT-MONTH-ENTRY OCCURS 12 TIMES.
                   15  WS-DT-ACTUAL         PIC 9(9)V99.
                   15  WS-DT-BUDGET         PIC 9(9)V99.
               10  WS-DT-NEW-BUDGET         PIC 9(9)V99.

      *    REP ROWS - THE YEAR'S REP BUDGETS AGAINST THE NEW YEAR'S.
      *    SALHIST CARRIES NO REP, SO THERE ARE NO REP ACTUALS FOR A
      *    WHOLE YEAR.
       01  WS-REP-MAX                       PIC 9(2) VALUE 50.
       01  WS-REP-COUNT                     PIC 9(2) VALUE ZERO.
       01  WS-REP-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 50 TIMES.
               10  WS-RT-DIVISION           PIC X(3).
               10  WS-RT-REP                PIC X(3).
               10  WS-RT-BUDGET             PIC 9(9)V99.
               10  WS-RT-NEW-BUDGET         PIC 9(9)V99.

      *    EVERY BUDGET ROW OF THE YEAR BEING CLOSED, HELD UNTIL THE
      *    READ THROUGH BUDFILE IS OVER AND THEN CARRIED FORWARD
       01  WS-BUD-MAX                       PIC 9(4) VALUE 2000.
       01  WS-BUD-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-BUD-SUB                       PIC 9(4) VALUE ZERO.

       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 2000 TIMES.
               10  WS-BT-DIVISION           PIC X(3).
               10  WS-BT-REP                PIC X(3).
               10  WS-BT-MONTH              PIC 9(2).
               10  WS-BT-AMOUNT             PIC 9(9)V99.

       01  WS-FOUND-SW                      PIC X(03) VALUE 'NO '.

       01  WS-NEW-AMOUNT                    PIC 9(9)V99 VALUE ZERO.
       01  WS-VARIANCE                      PIC S9(9)V99 VALUE ZERO.
       01  WS-VARIANCE-PCT                  PIC S9(3)V9 VALUE ZERO.
       01  WS-YEAR-ACTUAL                   PIC 9(9)V99 VALUE ZERO.
       01  WS-YEAR-BUDGET                   PIC 9(9)V99 VALUE ZERO.

       01  WS-DRAFT-WRITTEN                 PIC 9(5) VALUE ZERO.
       01  WS-DRAFT-KEPT                    PIC 9(5) VALUE ZERO.
       01  WS-PERIODS-OPENED                PIC 9(2) VALUE ZERO.
       01  WS-PERIODS-FROZEN                PIC 9(2) VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(35)
               VALUE 'YEAR-END CLOSE AND ANNUAL SUMMARY  '.
           05  HL-YEAR                      PIC 9(4).
           05  FILLER                       PIC X(16)
               VALUE '     UPLIFT PCT '.
           05  HL-UPLIFT                    PIC Z9.9.

       01  WS-NOT-CLOSED-LINE.
           05  FILLER                       PIC X(7) VALUE 'PERIOD '.
           05  NC-PERIOD                    PIC X(4).
           05  FILLER                       PIC X(30)
               VALUE ' IS NOT CLOSED ON PERCTL      '.

       01  WS-REFUSED-OPEN-LINE             PIC X(60)
           VALUE 'YEAR-END REFUSED - NOT ALL TWELVE PERIODS ARE CLOSED'.

       01  WS-REFUSED-FROZEN-LINE           PIC X(60)
           VALUE 'YEAR-END REFUSED - THE YEAR IS ALREADY CLOSED'.

       01  WS-DIV-SECTION-LINE              PIC X(40)
           VALUE 'BY DIVISION - ACTUAL AGAINST BUDGET'.

       01  WS-REP-SECTION-LINE              PIC X(40)
           VALUE 'BY SALESPERSON - BUDGETS'.

       01  WS-DIV-COLUMN-LINE.
           05  FILLER                       PIC X(10)
               VALUE 'DIV PERIOD'.
           05  FILLER                       PIC X(14)
               VALUE '        ACTUAL'.
           05  FILLER                       PIC X(14)
               VALUE '        BUDGET'.
           05  FILLER                       PIC X(15)
               VALUE '      VARIANCE '.
           05  FILLER                       PIC X(7)
               VALUE '   PCT '.
           05  FILLER                       PIC X(14)
               VALUE '   NEW BUDGET '.

       01  WS-DIV-DETAIL-LINE.
           05  DL-DIVISION                  PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PERIOD                    PIC X(6).
           05  DL-ACTUAL                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-BUDGET                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-VARIANCE                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PCT                       PIC ZZ9.9-.
           05  DL-NEW-BUDGET                PIC ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.

       01  WS-REP-COLUMN-LINE.
           05  FILLER                       PIC X(10)
               VALUE 'DIV REP   '.
           05  FILLER                       PIC X(14)
               VALUE '   YEAR BUDGET'.
           05  FILLER                       PIC X(14)
               VALUE '    NEW BUDGET'.

       01  WS-REP-DETAIL-LINE.
           05  RL-DIVISION                  PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-REP                       PIC X(3).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  RL-BUDGET                    PIC ZZZ,ZZZ,ZZ9.99.
           05  RL-NEW-BUDGET                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  CL-LABEL                     PIC X(40).
           05  CL-COUNT                     PIC ZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** WORK TABLE FULL - YEAR NOT CLOSED ***       '.

       01  WS-FROZEN-LINE                   PIC X(60)
           VALUE 'YEAR CLOSED - ITS PERIODS ARE FROZEN AGAINST POSTING'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * FISCAL YEAR-END CLOSE.  RUNS ONLY WHEN ALL TWELVE PERIODS OF
      * THE YEAR ARE CLOSED ON PERCTL BY THE GSPRGMC MONTH-END.  IT
      * PRINTS THE YEAR'S SALHIST ACTUALS AGAINST THE BLANK-REP
      * BUDFILE ROWS BY DIVISION AND MONTH, AND THE REP BUDGETS;
      * CARRIES EVERY BUDGET ROW OF THE YEAR FORWARD, WITH THE
      * UPLIFT ON IT, AS THE NEW YEAR'S DRAFT (A ROW ALREADY KEYED FOR
      * THE NEW YEAR IS LEFT AS IT IS); SETS THE NEW YEAR'S TWELVE
      * PERIODS UP OPEN ON PERCTL; AND RESTAMPS THE OLD YEAR'S
      * PERIODS FROZEN ('F'), WHICH ENTRY, CASH APPLICATION AND THE
      * CREDIT MEMOS REFUSE AND THE MONTH-END WILL NOT RESTAMP.  A
      * REFUSED CLOSE OR A FULL WORK TABLE ENDS RC=8.  SYSIN IS THE
      * YEAR (CCYY), THE RUN DATE (0CYYDDD), THE OPERATOR INITIALS
      * AND THE UPLIFT PERCENT (999 = 99.9).

           ACCEPT WS-CLOSE-YEAR FROM SYSIN.
           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-OPERATOR FROM SYSIN.
           ACCEPT WS-UPLIFT-PCT FROM SYSIN.

           COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1.

           OPEN INPUT SALHIST-FILE.
           OPEN I-O BUDFILE-FILE.
           OPEN I-O PERCTL-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-CLOSE-YEAR TO HL-YEAR.
           MOVE WS-UPLIFT-PCT TO HL-UPLIFT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 100-CHECK-ONE-PERIOD THRU 100-EXIT
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.

           IF WS-FROZEN-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-REFUSED-FROZEN-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE-FILES
           END-IF.
           IF WS-NOT-CLOSED-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-REFUSED-OPEN-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE-FILES
           END-IF.

           PERFORM 200-GATHER-SALHIST.
           PERFORM 300-GATHER-BUDGETS.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 'ROWS THAT WOULD NOT FIT:' TO CL-LABEL
               MOVE WS-OVERFLOW-COUNT TO CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               DISPLAY 'GSPRGYE WORK TABLE FULL - ' WS-OVERFLOW-COUNT
                   ' ROWS DROPPED - YEAR NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE-FILES
           END-IF.

           PERFORM 400-CARRY-ONE-BUDGET
               VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-BUD-COUNT.

           PERFORM 500-OPEN-ONE-PERIOD
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.

           PERFORM 550-FREEZE-ONE-PERIOD THRU 550-EXIT
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.

           WRITE REPORT-LINE FROM WS-DIV-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-DIV-COLUMN-LINE.
           PERFORM 600-PRINT-ONE-DIVISION
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > WS-DIV-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REP-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-REP-COLUMN-LINE.
           PERFORM 650-PRINT-ONE-REP
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT.

           PERFORM 700-PRINT-TOTALS.

       000-CLOSE-FILES.

           CLOSE SALHIST-FILE.
           CLOSE BUDFILE-FILE.
           CLOSE PERCTL-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-CHECK-ONE-PERIOD.
      * ONE PERIOD OF THE YEAR MUST BE ON PERCTL AND CLOSED - A
      * FROZEN ONE MEANS THE YEAR HAS BEEN CLOSED BEFORE
      *=================================================================

           MOVE WS-CLOSE-YY TO PER-PERIOD(1:2).
           MOVE WS-MONTH TO PER-PERIOD(3:2).
           MOVE PER-PERIOD TO NC-PERIOD.

           READ PERCTL-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-CLOSED-COUNT
                   WRITE REPORT-LINE FROM WS-NOT-CLOSED-LINE
                   GO TO 100-EXIT
           END-READ.

           IF PER-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
               GO TO 100-EXIT
           END-IF.

           IF NOT PER-CLOSED
               ADD 1 TO WS-NOT-CLOSED-COUNT
               WRITE REPORT-LINE FROM WS-NOT-CLOSED-LINE
           END-IF.

       100-EXIT.


       200-GATHER-SALHIST.
      * ROLL THE YEAR'S SALES HISTORY INTO THE DIVISION ROWS BY MONTH
      *=================================================================

           PERFORM 210-READ-SALHIST.
           PERFORM UNTIL SALHIST-EOF
               IF SH-PERIOD-YEAR EQUAL WS-CLOSE-YEAR
                   AND SH-PERIOD-MONTH GREATER THAN ZERO
                   AND SH-PERIOD-MONTH NOT GREATER THAN 12
                   MOVE SH-DIVISION TO DL-DIVISION
                   PERFORM 250-FIND-DIVISION-ROW
                   IF WS-FOUND-SW NOT EQUAL 'FUL'
                       ADD SH-DOLLARS
                           TO WS-DT-ACTUAL(WS-DIV-SUB, SH-PERIOD-MONTH)
                   END-IF
               END-IF
               PERFORM 210-READ-SALHIST
           END-PERFORM.

       200-EXIT.


       210-READ-SALHIST.
      * READ THE NEXT SALES HISTORY RECORD
      *=================================================================

           READ SALHIST-FILE
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.

       210-EXIT.


       250-FIND-DIVISION-ROW.
      * FIND OR CREATE THE DIVISION ROW NAMED IN DL-DIVISION.  WHEN
      * THE TABLE IS FULL THE ROW IS NOT MADE, THE SWITCH COMES BACK
      * 'FUL' AND THE CALLER SKIPS THE RECORD
      *=================================================================

           MOVE 'NO ' TO WS-FOUND-SW.
           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > WS-DIV-COUNT
                      OR WS-FOUND-SW EQUAL 'YES'
               IF WS-DT-DIVISION(WS-DIV-SUB) EQUAL DL-DIVISION
                   MOVE 'YES' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND-SW EQUAL 'YES'
               SUBTRACT 1 FROM WS-DIV-SUB
           ELSE
               IF WS-DIV-COUNT IS LESS THAN WS-DIV-MAX
                   ADD 1 TO WS-DIV-COUNT
                   MOVE WS-DIV-COUNT TO WS-DIV-SUB
                   MOVE DL-DIVISION TO WS-DT-DIVISION(WS-DIV-SUB)
                   PERFORM VARYING WS-ZERO-MONTH FROM 1 BY 1
                           UNTIL WS-ZERO-MONTH > 12
                       MOVE ZERO
                           TO WS-DT-ACTUAL(WS-DIV-SUB, WS-ZERO-MONTH)
                       MOVE ZERO
                           TO WS-DT-BUDGET(WS-DIV-SUB, WS-ZERO-MONTH)
                   END-PERFORM
                   MOVE ZERO TO WS-DT-NEW-BUDGET(WS-DIV-SUB)
               ELSE
                   MOVE 'FUL' TO WS-FOUND-SW
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       250-EXIT.


       300-GATHER-BUDGETS.
      * READ THROUGH BUDFILE FOR THE YEAR'S ROWS - BLANK-REP ROWS
      * INTO THE DIVISION TABLE BY MONTH, REP ROWS INTO THE REP
      * TABLE, AND EVERY ONE INTO THE CARRY-FORWARD TABLE
      *=================================================================

           PERFORM 310-READ-BUDFILE.
           PERFORM UNTIL BUDFILE-EOF
               IF BUD-PERIOD-YEAR EQUAL WS-CLOSE-YEAR
                   AND BUD-PERIOD-MONTH GREATER THAN ZERO
                   AND BUD-PERIOD-MONTH NOT GREATER THAN 12
                   PERFORM 320-ROLL-ONE-BUDGET
               END-IF
               PERFORM 310-READ-BUDFILE
           END-PERFORM.

       300-EXIT.


       310-READ-BUDFILE.
      * READ THE NEXT BUDGET ROW SEQUENTIALLY
      *=================================================================

           READ BUDFILE-FILE NEXT RECORD
               AT END
                   SET BUDFILE-EOF TO TRUE
           END-READ.

       310-EXIT.


       320-ROLL-ONE-BUDGET.
      * FILE ONE BUDGET ROW OF THE YEAR IN ITS TABLES
      *=================================================================

           IF BUD-REP EQUAL SPACES
               MOVE BUD-DIVISION TO DL-DIVISION
               PERFORM 250-FIND-DIVISION-ROW
               IF WS-FOUND-SW NOT EQUAL 'FUL'
                   ADD BUD-AMOUNT
                       TO WS-DT-BUDGET(WS-DIV-SUB, BUD-PERIOD-MONTH)
               END-IF
           ELSE
               PERFORM 350-FIND-REP-ROW
               IF WS-FOUND-SW NOT EQUAL 'FUL'
                   ADD BUD-AMOUNT TO WS-RT-BUDGET(WS-REP-SUB)
               END-IF
           END-IF.

           IF WS-FOUND-SW NOT EQUAL 'FUL'
               IF WS-BUD-COUNT IS LESS THAN WS-BUD-MAX
                   ADD 1 TO WS-BUD-COUNT
                   MOVE BUD-DIVISION TO WS-BT-DIVISION(WS-BUD-COUNT)
                   MOVE BUD-REP TO WS-BT-REP(WS-BUD-COUNT)
                   MOVE BUD-PERIOD-MONTH TO WS-BT-MONTH(WS-BUD-COUNT)
                   MOVE BUD-AMOUNT TO WS-BT-AMOUNT(WS-BUD-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       320-EXIT.


       350-FIND-REP-ROW.
      * FIND OR CREATE THE DIVISION/REP ROW FOR THE CURRENT BUDGET.
      * WHEN THE TABLE IS FULL THE ROW IS NOT MADE, THE SWITCH COMES
      * BACK 'FUL' AND THE CALLER SKIPS THE RECORD
      *=================================================================

           MOVE 'NO ' TO WS-FOUND-SW.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                      OR WS-FOUND-SW EQUAL 'YES'
               IF WS-RT-DIVISION(WS-REP-SUB) EQUAL BUD-DIVISION
                   AND WS-RT-REP(WS-REP-SUB) EQUAL BUD-REP
                   MOVE 'YES' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND-SW EQUAL 'YES'
               SUBTRACT 1 FROM WS-REP-SUB
           ELSE
               IF WS-REP-COUNT IS LESS THAN WS-REP-MAX
                   ADD 1 TO WS-REP-COUNT
                   MOVE WS-REP-COUNT TO WS-REP-SUB
                   MOVE BUD-DIVISION TO WS-RT-DIVISION(WS-REP-SUB)
                   MOVE BUD-REP TO WS-RT-REP(WS-REP-SUB)
                   MOVE ZERO TO WS-RT-BUDGET(WS-REP-SUB)
                   MOVE ZERO TO WS-RT-NEW-BUDGET(WS-REP-SUB)
               ELSE
                   MOVE 'FUL' TO WS-FOUND-SW
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       350-EXIT.


       400-CARRY-ONE-BUDGET.
      * WRITE ONE OLD-YEAR BUDGET ROW FORWARD INTO THE SAME MONTH OF
      * THE NEW YEAR WITH THE UPLIFT ON IT.  A ROW THE BUDGET SCREEN
      * HAS ALREADY KEYED FOR THE NEW YEAR IS KEPT, AND ITS AMOUNT
      * REPORTED INSTEAD.
      *=================================================================

           MOVE WS-BT-DIVISION(WS-BUD-SUB) TO BUD-DIVISION.
           MOVE WS-BT-REP(WS-BUD-SUB) TO BUD-REP.
           MOVE WS-NEW-YEAR TO BUD-PERIOD-YEAR.
           MOVE WS-BT-MONTH(WS-BUD-SUB) TO BUD-PERIOD-MONTH.
           COMPUTE WS-NEW-AMOUNT ROUNDED =
               WS-BT-AMOUNT(WS-BUD-SUB) +
               WS-BT-AMOUNT(WS-BUD-SUB) * WS-UPLIFT-PCT / 100.
           MOVE WS-NEW-AMOUNT TO BUD-AMOUNT.

           WRITE BUDFILE-RECORD
               INVALID KEY
                   READ BUDFILE-FILE
                       INVALID KEY
                           MOVE ZERO TO BUD-AMOUNT
                   END-READ
                   MOVE BUD-AMOUNT TO WS-NEW-AMOUNT
                   ADD 1 TO WS-DRAFT-KEPT
               NOT INVALID KEY
                   ADD 1 TO WS-DRAFT-WRITTEN
           END-WRITE.

           IF BUD-REP EQUAL SPACES
               MOVE BUD-DIVISION TO DL-DIVISION
               PERFORM 250-FIND-DIVISION-ROW
               ADD WS-NEW-AMOUNT TO WS-DT-NEW-BUDGET(WS-DIV-SUB)
           ELSE
               PERFORM 350-FIND-REP-ROW
               ADD WS-NEW-AMOUNT TO WS-RT-NEW-BUDGET(WS-REP-SUB)
           END-IF.

       400-EXIT.


       500-OPEN-ONE-PERIOD.
      * SET ONE PERIOD OF THE NEW YEAR UP OPEN ON PERCTL - ONE THE
      * MONTH-END HAS ALREADY WRITTEN IS LEFT AS IT IS
      *=================================================================

           MOVE WS-NEW-YY TO PER-PERIOD(1:2).
           MOVE WS-MONTH TO PER-PERIOD(3:2).
           MOVE 'O' TO PER-STATUS.
           MOVE ZERO TO PER-CLOSED-DATE.
           MOVE SPACES TO PER-CLOSED-BY.

           WRITE PERCTL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PERIODS-OPENED
           END-WRITE.

       500-EXIT.


       550-FREEZE-ONE-PERIOD.
      * RESTAMP ONE PERIOD OF THE OLD YEAR FROZEN - THE CLOSE DATE
      * AND OPERATOR OF THE MONTH-END STAY ON IT
      *=================================================================

           MOVE WS-CLOSE-YY TO PER-PERIOD(1:2).
           MOVE WS-MONTH TO PER-PERIOD(3:2).

           READ PERCTL-FILE
               INVALID KEY
                   GO TO 550-EXIT
           END-READ.

           MOVE 'F' TO PER-STATUS.
           REWRITE PERCTL-RECORD.
           ADD 1 TO WS-PERIODS-FROZEN.

       550-EXIT.


       600-PRINT-ONE-DIVISION.
      * ONE LINE PER MONTH FOR THE DIVISION, THEN ITS YEAR TOTAL
      * WITH THE NEW YEAR'S BUDGET BESIDE IT
      *=================================================================

           MOVE ZERO TO WS-YEAR-ACTUAL.
           MOVE ZERO TO WS-YEAR-BUDGET.

           PERFORM 610-PRINT-ONE-MONTH
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.

           MOVE WS-DT-DIVISION(WS-DIV-SUB) TO DL-DIVISION.
           MOVE 'YEAR' TO DL-PERIOD.
           MOVE WS-YEAR-ACTUAL TO DL-ACTUAL.
           MOVE WS-YEAR-BUDGET TO DL-BUDGET.
           COMPUTE WS-VARIANCE = WS-YEAR-ACTUAL - WS-YEAR-BUDGET.
           MOVE WS-VARIANCE TO DL-VARIANCE.
           IF WS-YEAR-BUDGET IS GREATER THAN ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-YEAR-BUDGET
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
           END-IF.
           MOVE WS-VARIANCE-PCT TO DL-PCT.
           MOVE WS-DT-NEW-BUDGET(WS-DIV-SUB) TO DL-NEW-BUDGET.
           WRITE REPORT-LINE FROM WS-DIV-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       600-EXIT.


       610-PRINT-ONE-MONTH.
      * ONE MONTH'S ACTUAL AGAINST BUDGET FOR THE DIVISION
      *=================================================================

           MOVE WS-DT-DIVISION(WS-DIV-SUB) TO DL-DIVISION.
           MOVE WS-CLOSE-YEAR TO DL-PERIOD(1:4).
           MOVE WS-MONTH TO DL-PERIOD(5:2).
           MOVE WS-DT-ACTUAL(WS-DIV-SUB, WS-MONTH) TO DL-ACTUAL.
           MOVE WS-DT-BUDGET(WS-DIV-SUB, WS-MONTH) TO DL-BUDGET.
           ADD WS-DT-ACTUAL(WS-DIV-SUB, WS-MONTH) TO WS-YEAR-ACTUAL.
           ADD WS-DT-BUDGET(WS-DIV-SUB, WS-MONTH) TO WS-YEAR-BUDGET.
           COMPUTE WS-VARIANCE =
               WS-DT-ACTUAL(WS-DIV-SUB, WS-MONTH) -
               WS-DT-BUDGET(WS-DIV-SUB, WS-MONTH).
           MOVE WS-VARIANCE TO DL-VARIANCE.
           IF WS-DT-BUDGET(WS-DIV-SUB, WS-MONTH) IS GREATER THAN ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 /
                   WS-DT-BUDGET(WS-DIV-SUB, WS-MONTH)
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
           END-IF.
           MOVE WS-VARIANCE-PCT TO DL-PCT.
           MOVE ZERO TO DL-NEW-BUDGET.
           WRITE REPORT-LINE FROM WS-DIV-DETAIL-LINE.

       610-EXIT.


       650-PRINT-ONE-REP.
      * ONE LINE PER DIVISION/REP - THE YEAR'S BUDGET AND THE NEW
      *=================================================================

           MOVE WS-RT-DIVISION(WS-REP-SUB) TO RL-DIVISION.
           MOVE WS-RT-REP(WS-REP-SUB) TO RL-REP.
           MOVE WS-RT-BUDGET(WS-REP-SUB) TO RL-BUDGET.
           MOVE WS-RT-NEW-BUDGET(WS-REP-SUB) TO RL-NEW-BUDGET.
           WRITE REPORT-LINE FROM WS-REP-DETAIL-LINE.

       650-EXIT.


       700-PRINT-TOTALS.
      * THE RUN'S COUNTS
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DRAFT BUDGET ROWS WRITTEN:' TO CL-LABEL.
           MOVE WS-DRAFT-WRITTEN TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NEW-YEAR ROWS ALREADY KEYED, KEPT:' TO CL-LABEL.
           MOVE WS-DRAFT-KEPT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NEW-YEAR PERIODS SET UP OPEN:' TO CL-LABEL.
           MOVE WS-PERIODS-OPENED TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'OLD-YEAR PERIODS FROZEN:' TO CL-LABEL.
           MOVE WS-PERIODS-FROZEN TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           WRITE REPORT-LINE FROM WS-FROZEN-LINE.

       700-EXIT.


       END PROGRAM gsprgye.
