       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. GSPRGBC.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.

      *    THE SHOP CALENDAR - ONE RECORD PER DAY THAT DOES NOT
      *    FOLLOW THE PLAIN RULE (MONDAY TO FRIDAY WORKED, SATURDAY
      *    AND SUNDAY NOT), PLUS A YEAR RECORD (DAY 000) FOR EVERY
      *    YEAR WHOSE HOLIDAYS HAVE BEEN SET UP ON THE GS48 SCREEN
       01  CALENDAR-LENGTH                 PIC S9(4) COMP VALUE 40.

       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(7).
           05  CAL-DAY-TYPE                PIC X(1).
               88  CAL-YEAR-OPEN                  VALUE 'Y'.
               88  CAL-HOLIDAY                    VALUE 'H'.
               88  CAL-SHOP-CLOSED                VALUE 'C'.
               88  CAL-WORKING-DAY                VALUE 'W'.
           05  CAL-DESCRIPTION             PIC X(20).
           05  CAL-OPERATOR-ID             PIC X(3).
           05  CAL-LAST-CHG-DATE           PIC 9(7).
           05  FILLER                      PIC X(2).

      *    THE DAY BEING STEPPED THROUGH, AND ITS WEEKDAY - 0 MONDAY
      *    THROUGH 6 SUNDAY
       01  WS-STEP-DATE                     PIC 9(7) VALUE ZERO.
       01  WS-STEP-DATE-X REDEFINES WS-STEP-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-STEP-CYY                  PIC 9(3).
           05  WS-STEP-DDD                  PIC 9(3).
       01  WS-STEP-WEEKDAY                  PIC 9(1) VALUE ZERO.

      *    A DATE HANDED IN, CHECKED BEFORE ANY ARITHMETIC IS DONE
       01  WS-CHECK-DATE                    PIC 9(7) VALUE ZERO.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-CHECK-CYY                 PIC 9(3).
           05  WS-CHECK-DDD                 PIC 9(3).

      *    DAYS IN A YEAR - EVERY FOURTH YEAR 366, THE SAME RULE THE
      *    RUNNING DAY NUMBER USES
       01  WS-LEN-CYY                       PIC 9(3) VALUE ZERO.
       01  WS-YEAR-LENGTH                   PIC 9(3) VALUE ZERO.
       01  WS-LEAP-QUOTIENT                 PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REMAINDER                PIC 9(1) VALUE ZERO.

      *    RUNNING DAY NUMBER - 365 A YEAR PLUS ONE FOR EACH LEAP
      *    YEAR GONE.  DAY NUMBER LESS 2, MOD 7, IS THE WEEKDAY.
       01  WS-DAY-NUMBER                    PIC 9(6) VALUE ZERO.
       01  WS-DAY-WEEKS                     PIC 9(6) VALUE ZERO.

       01  WS-BUSINESS-SW                   PIC X(1).
           88  WS-BUSINESS-DAY                         VALUE 'Y'.

       01  WS-REMAIN-DAYS                   PIC S9(5) VALUE ZERO.
       01  WS-COUNT-DAYS                    PIC S9(5) VALUE ZERO.

      *    THE LAST YEAR LOOKED FOR ON THE CALENDAR, SO EACH YEAR'S
      *    RECORD IS ONLY READ ONCE A LINK
       01  WS-CHECKED-CYY                   PIC 9(3) VALUE ZERO.
       01  WS-YEAR-KEY                      PIC 9(7) VALUE ZERO.


       LINKAGE SECTION.
      *=================================================================
      *    THE SAME FUNCTIONS, DATES AND RETURN CODES AS THE GSPRGBD
      *    CALL ARGUMENTS - SEE GSPRGBD.  ALL DATES JULIAN (0CYYDDD).
       01 DFHCOMMAREA.
           05  LK-FUNCTION                     PIC X(1).
               88  LK-ADD-BUSINESS                    VALUE 'A'.
               88  LK-COUNT-BUSINESS                  VALUE 'C'.
               88  LK-ADD-CALENDAR                    VALUE 'D'.
               88  LK-NEXT-BUSINESS                   VALUE 'N'.
           05  LK-FROM-DATE                    PIC 9(7).
           05  LK-TO-DATE                      PIC 9(7).
           05  LK-DAYS                         PIC S9(5) COMP-3.
           05  LK-RETURN-CODE                  PIC 9(2).
               88  LK-OK                              VALUE 00.
               88  LK-NO-CALENDAR                     VALUE 04.
               88  LK-BAD-DATE                        VALUE 08.


       PROCEDURE DIVISION.
      *=================================================================
      * BUSINESS-DAY ARITHMETIC OVER THE SHOP CALENDAR FOR THE CICS
      * SCREENS - THE ONLINE TWIN OF THE GSPRGBD BATCH CALL, READING
      * THE CALENDAR A DAY AT A TIME RATHER THAN LOADING IT.  A
      * BUSINESS DAY IS MONDAY TO FRIDAY UNLESS THE CALENDAR MARKS IT
      * A STATUTORY HOLIDAY OR A SHOP CLOSURE, OR A SATURDAY OR
      * SUNDAY THE CALENDAR MARKS AS WORKED.
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           MOVE ZERO TO LK-RETURN-CODE.
           MOVE ZERO TO WS-CHECKED-CYY.

           MOVE LK-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 250-CHECK-DATE THRU 250-EXIT.
           IF LK-COUNT-BUSINESS
               MOVE LK-TO-DATE TO WS-CHECK-DATE
               PERFORM 250-CHECK-DATE THRU 250-EXIT
           END-IF.
           IF LK-BAD-DATE
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE LK-FROM-DATE TO WS-STEP-DATE.
           PERFORM 200-START-DAY THRU 200-EXIT.

           IF LK-ADD-BUSINESS
               PERFORM 400-ADD-BUSINESS-DAYS THRU 400-EXIT
           ELSE
           IF LK-COUNT-BUSINESS
               PERFORM 500-COUNT-BUSINESS-DAYS THRU 500-EXIT
           ELSE
           IF LK-ADD-CALENDAR
               PERFORM 600-ADD-CALENDAR-DAYS THRU 600-EXIT
           ELSE
           IF LK-NEXT-BUSINESS
               PERFORM 700-NEXT-BUSINESS-DAY THRU 700-EXIT
           ELSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

           EXEC CICS RETURN END-EXEC.

       000-EXIT.


       200-START-DAY.
      * THE STEP DATE'S WEEKDAY OFF THE RUNNING DAY NUMBER
      *=================================================================

           COMPUTE WS-DAY-NUMBER =
               WS-STEP-CYY * 365 + (WS-STEP-CYY + 3) / 4 + WS-STEP-DDD.
           SUBTRACT 2 FROM WS-DAY-NUMBER.
           DIVIDE 7 INTO WS-DAY-NUMBER
               GIVING WS-DAY-WEEKS REMAINDER WS-STEP-WEEKDAY.

       200-EXIT.


       250-CHECK-DATE.
      * A DATE HANDED IN MUST BE A REAL JULIAN DAY - NUMERIC, DAY OF
      * THE YEAR 1 UP TO 365 OR 366
      *=================================================================

           IF WS-CHECK-DATE IS NOT NUMERIC
               MOVE 08 TO LK-RETURN-CODE
               GO TO 250-EXIT
           END-IF.

           MOVE WS-CHECK-CYY TO WS-LEN-CYY.
           PERFORM 260-YEAR-LENGTH.
           IF WS-CHECK-DDD EQUAL ZERO
               OR WS-CHECK-DDD IS GREATER THAN WS-YEAR-LENGTH
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       250-EXIT.


       260-YEAR-LENGTH.
      * DAYS IN THE YEAR WS-LEN-CYY
      *=================================================================

           DIVIDE 4 INTO WS-LEN-CYY
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               MOVE 366 TO WS-YEAR-LENGTH
           ELSE
               MOVE 365 TO WS-YEAR-LENGTH
           END-IF.

       260-EXIT.


       300-CLASSIFY-DAY.
      * IS THE STEP DATE A BUSINESS DAY - THE WEEKDAY RULE FIRST,
      * THEN WHATEVER THE CALENDAR SAYS ABOUT THAT ONE DAY
      *=================================================================

           IF WS-STEP-CYY NOT EQUAL WS-CHECKED-CYY
               PERFORM 320-CHECK-YEAR THRU 320-EXIT
           END-IF.

           IF WS-STEP-WEEKDAY IS LESS THAN 5
               MOVE 'Y' TO WS-BUSINESS-SW
           ELSE
               MOVE 'N' TO WS-BUSINESS-SW
           END-IF.

           *> NO CALENDAR RECORD - THE WEEKDAY RULE STANDS
           EXEC CICS HANDLE CONDITION
               NOTFND(300-EXIT)
           END-EXEC.
           MOVE WS-STEP-DATE TO CAL-DATE.
           EXEC CICS READ FILE('CALENDAR')
               RIDFLD(CAL-DATE)
               LENGTH(CALENDAR-LENGTH)
               INTO(CALENDAR-RECORD)
           END-EXEC.

           IF CAL-WORKING-DAY
               MOVE 'Y' TO WS-BUSINESS-SW
           ELSE
           IF CAL-HOLIDAY OR CAL-SHOP-CLOSED
               MOVE 'N' TO WS-BUSINESS-SW
           END-IF.

       300-EXIT.


       320-CHECK-YEAR.
      * THE STEP DATE'S YEAR MUST HAVE ITS YEAR RECORD (DAY 000) ON
      * THE CALENDAR, OR ITS HOLIDAYS HAVE NEVER BEEN SET UP
      *=================================================================

           MOVE WS-STEP-CYY TO WS-CHECKED-CYY.
           COMPUTE WS-YEAR-KEY = WS-STEP-CYY * 1000.

           EXEC CICS HANDLE CONDITION
               NOTFND(320-NO-YEAR)
           END-EXEC.
           MOVE WS-YEAR-KEY TO CAL-DATE.
           EXEC CICS READ FILE('CALENDAR')
               RIDFLD(CAL-DATE)
               LENGTH(CALENDAR-LENGTH)
               INTO(CALENDAR-RECORD)
           END-EXEC.
           IF CAL-YEAR-OPEN
               GO TO 320-EXIT
           END-IF.

       320-NO-YEAR.

           IF NOT LK-BAD-DATE
               MOVE 04 TO LK-RETURN-CODE
           END-IF.

       320-EXIT.


       350-STEP-FORWARD.
      * ON TO THE NEXT CALENDAR DAY
      *=================================================================

           ADD 1 TO WS-STEP-DDD.
           MOVE WS-STEP-CYY TO WS-LEN-CYY.
           PERFORM 260-YEAR-LENGTH.
           IF WS-STEP-DDD IS GREATER THAN WS-YEAR-LENGTH
               ADD 1 TO WS-STEP-CYY
               MOVE 1 TO WS-STEP-DDD
           END-IF.

           IF WS-STEP-WEEKDAY EQUAL 6
               MOVE ZERO TO WS-STEP-WEEKDAY
           ELSE
               ADD 1 TO WS-STEP-WEEKDAY
           END-IF.

       350-EXIT.


       360-STEP-BACK.
      * BACK TO THE CALENDAR DAY BEFORE
      *=================================================================

           IF WS-STEP-DDD EQUAL 1
               SUBTRACT 1 FROM WS-STEP-CYY
               MOVE WS-STEP-CYY TO WS-LEN-CYY
               PERFORM 260-YEAR-LENGTH
               MOVE WS-YEAR-LENGTH TO WS-STEP-DDD
           ELSE
               SUBTRACT 1 FROM WS-STEP-DDD
           END-IF.

           IF WS-STEP-WEEKDAY EQUAL ZERO
               MOVE 6 TO WS-STEP-WEEKDAY
           ELSE
               SUBTRACT 1 FROM WS-STEP-WEEKDAY
           END-IF.

       360-EXIT.


       400-ADD-BUSINESS-DAYS.
      * FUNCTION 'A' - STEP LK-DAYS BUSINESS DAYS FORWARD, OR BACK
      * WHEN LK-DAYS IS NEGATIVE.  ZERO DAYS GIVES BACK THE DATE
      * AS PASSED.
      *=================================================================

           IF LK-DAYS IS NOT LESS THAN ZERO
               MOVE LK-DAYS TO WS-REMAIN-DAYS
               PERFORM 410-FORWARD-ONE-DAY
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           ELSE
               COMPUTE WS-REMAIN-DAYS = ZERO - LK-DAYS
               PERFORM 420-BACK-ONE-DAY
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           END-IF.

           MOVE WS-STEP-DATE TO LK-TO-DATE.

       400-EXIT.


       410-FORWARD-ONE-DAY.
      * ONE CALENDAR DAY FORWARD - A BUSINESS DAY COUNTS OFF ONE
      *=================================================================

           PERFORM 350-STEP-FORWARD.
           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-REMAIN-DAYS
           END-IF.

       410-EXIT.


       420-BACK-ONE-DAY.
      * ONE CALENDAR DAY BACK - A BUSINESS DAY COUNTS OFF ONE
      *=================================================================

           PERFORM 360-STEP-BACK.
           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-REMAIN-DAYS
           END-IF.

       420-EXIT.


       500-COUNT-BUSINESS-DAYS.
      * FUNCTION 'C' - THE BUSINESS DAYS AFTER LK-FROM-DATE UP TO
      * AND INCLUDING LK-TO-DATE.  THE SAME DAY BOTH ENDS IS ZERO.
      *=================================================================

           MOVE ZERO TO WS-COUNT-DAYS.

           IF LK-TO-DATE IS NOT LESS THAN LK-FROM-DATE
               PERFORM 510-COUNT-FORWARD
                   UNTIL WS-STEP-DATE EQUAL LK-TO-DATE
           ELSE
               PERFORM 520-COUNT-BACK
                   UNTIL WS-STEP-DATE EQUAL LK-TO-DATE
           END-IF.

           MOVE WS-COUNT-DAYS TO LK-DAYS.

       500-EXIT.


       510-COUNT-FORWARD.
      * THE NEXT DAY ON, COUNTED WHEN IT IS A BUSINESS DAY
      *=================================================================

           PERFORM 350-STEP-FORWARD.
           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-COUNT-DAYS
           END-IF.

       510-EXIT.


       520-COUNT-BACK.
      * THE DAY BEING LEFT, COUNTED AGAINST WHEN IT IS A BUSINESS
      * DAY, THEN BACK ONE
      *=================================================================

           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-COUNT-DAYS
           END-IF.
           PERFORM 360-STEP-BACK.

       520-EXIT.


       600-ADD-CALENDAR-DAYS.
      * FUNCTION 'D' - LK-DAYS CALENDAR DAYS ON (OR BACK), THEN ON TO
      * THE NEXT BUSINESS DAY - NOTHING FALLS DUE ON A DAY THE SHOP
      * IS SHUT
      *=================================================================

           IF LK-DAYS IS NOT LESS THAN ZERO
               MOVE LK-DAYS TO WS-REMAIN-DAYS
               PERFORM 610-CALENDAR-FORWARD
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           ELSE
               COMPUTE WS-REMAIN-DAYS = ZERO - LK-DAYS
               PERFORM 620-CALENDAR-BACK
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           END-IF.

           PERFORM 700-NEXT-BUSINESS-DAY THRU 700-EXIT.

       600-EXIT.


       610-CALENDAR-FORWARD.
      * ONE CALENDAR DAY ON, WHATEVER KIND OF DAY IT IS
      *=================================================================

           PERFORM 350-STEP-FORWARD.
           SUBTRACT 1 FROM WS-REMAIN-DAYS.

       610-EXIT.


       620-CALENDAR-BACK.
      * ONE CALENDAR DAY BACK, WHATEVER KIND OF DAY IT IS
      *=================================================================

           PERFORM 360-STEP-BACK.
           SUBTRACT 1 FROM WS-REMAIN-DAYS.

       620-EXIT.


       700-NEXT-BUSINESS-DAY.
      * FUNCTION 'N' - THE STEP DATE WHEN IT IS A BUSINESS DAY,
      * OTHERWISE THE FIRST BUSINESS DAY AFTER IT
      *=================================================================

           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.
           PERFORM 710-ROLL-FORWARD
               UNTIL WS-BUSINESS-DAY.

           MOVE WS-STEP-DATE TO LK-TO-DATE.

       700-EXIT.


       710-ROLL-FORWARD.
      * ON ONE DAY AND LOOK AT IT AGAIN
      *=================================================================

           PERFORM 350-STEP-FORWARD.
           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.

       710-EXIT.


       END PROGRAM GSPRGBC.
