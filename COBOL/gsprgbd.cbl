       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. GSPRGBD.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SHOP CALENDAR - READ ONCE, ON THE FIRST CALL OF THE
      *    RUN, INTO THE TABLE BELOW AND CLOSED AGAIN
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-STATUS.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONE RECORD PER DAY THAT DOES NOT FOLLOW THE PLAIN RULE -
      *    MONDAY TO FRIDAY WORKED, SATURDAY AND SUNDAY NOT - PLUS A
      *    YEAR RECORD (DAY 000) FOR EVERY YEAR WHOSE HOLIDAYS HAVE
      *    BEEN SET UP ON THE GS48 SCREEN
       FD  CALENDAR-FILE.
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


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-CALENDAR-STATUS               PIC XX.
           88  CALENDAR-OK                             VALUE '00'.
           88  CALENDAR-EOF                            VALUE '10'.

       01  WS-LOADED-SW                     PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-LOADED                      VALUE 'Y'.

      *    THE CALENDAR IN DATE ORDER.  ENTRY 1 IS A LOW STOP (ZERO)
      *    AND THE ENTRY AFTER THE LAST A HIGH STOP (9999999), SO THE
      *    DAY-BY-DAY STEPS BELOW NEVER RUN OFF EITHER END.
      *    WS-CAL-SUB ALWAYS POINTS AT THE FIRST ENTRY ON OR AFTER
      *    THE DAY BEING LOOKED AT.
       01  WS-CAL-MAX                       PIC 9(4) VALUE 1500.
       01  WS-CAL-COUNT                     PIC 9(4) VALUE ZERO.
       01  WS-CAL-SUB                       PIC 9(4) VALUE ZERO.
       01  WS-CAL-DROPPED                   PIC 9(4) VALUE ZERO.

       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1502 TIMES.
               10  WS-CT-DATE               PIC 9(7).
               10  WS-CT-TYPE               PIC X(1).

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
      *    RECORD IS ONLY LOOKED FOR ONCE A CALL
       01  WS-CHECKED-CYY                   PIC 9(3) VALUE ZERO.
       01  WS-YEAR-KEY                      PIC 9(7) VALUE ZERO.
       01  WS-YEAR-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-YEAR-SW                       PIC X(1).
           88  WS-YEAR-FOUND                           VALUE 'Y'.


       LINKAGE SECTION.
      *=================================================================
      *    ONE 01 PER CALL ARGUMENT, IN THE ORDER EVERY CALLER PASSES
      *    THEM.  ALL DATES ARE JULIAN (0CYYDDD).
      *    'A' = ADD BD-DAYS BUSINESS DAYS TO BD-FROM-DATE (BACK
      *          WHEN BD-DAYS IS NEGATIVE), ANSWER IN BD-TO-DATE
      *    'C' = COUNT THE BUSINESS DAYS AFTER BD-FROM-DATE UP TO AND
      *          INCLUDING BD-TO-DATE, ANSWER IN BD-DAYS (NEGATIVE
      *          WHEN BD-TO-DATE IS THE EARLIER)
      *    'D' = ADD BD-DAYS CALENDAR DAYS TO BD-FROM-DATE, CARRIED
      *          PROPERLY OVER THE YEAR END, THEN ON TO THE NEXT
      *          BUSINESS DAY IF IT LANDS ON A WEEKEND OR HOLIDAY -
      *          A TERMS OR INTERVAL DUE DATE, ANSWER IN BD-TO-DATE
      *    'N' = BD-FROM-DATE ITSELF IF IT IS A BUSINESS DAY, ELSE
      *          THE NEXT ONE, ANSWER IN BD-TO-DATE
       01  BD-FUNCTION                      PIC X(1).
           88  BD-ADD-BUSINESS                    VALUE 'A'.
           88  BD-COUNT-BUSINESS                  VALUE 'C'.
           88  BD-ADD-CALENDAR                    VALUE 'D'.
           88  BD-NEXT-BUSINESS                   VALUE 'N'.
       01  BD-FROM-DATE                     PIC 9(7).
       01  BD-TO-DATE                       PIC 9(7).
       01  BD-DAYS                          PIC S9(5) COMP-3.
      *    00 - DONE.  04 - DONE, BUT A YEAR WAS CROSSED WHOSE
      *    HOLIDAYS ARE NOT ON THE CALENDAR, SO ONLY WEEKENDS WERE
      *    SKIPPED IN IT.  08 - A DATE OR THE FUNCTION WAS NOT VALID
      *    AND NOTHING WAS WORKED OUT.
       01  BD-RETURN-CODE                   PIC 9(2).
           88  BD-OK                              VALUE 00.
           88  BD-NO-CALENDAR                     VALUE 04.
           88  BD-BAD-DATE                        VALUE 08.


       PROCEDURE DIVISION USING BD-FUNCTION BD-FROM-DATE BD-TO-DATE
           BD-DAYS BD-RETURN-CODE.
      *=================================================================
      * CALLABLE BUSINESS-DAY ARITHMETIC OVER THE SHOP CALENDAR.  A
      * BUSINESS DAY IS MONDAY TO FRIDAY UNLESS THE CALENDAR MARKS IT
      * A STATUTORY HOLIDAY OR A SHOP CLOSURE, OR A SATURDAY OR
      * SUNDAY THE CALENDAR MARKS AS WORKED.  THE BATCH TWIN OF
      * GSPRGBC, WHICH GIVES THE CICS SIDE THE SAME FUNCTIONS.
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           MOVE ZERO TO BD-RETURN-CODE.
           MOVE ZERO TO WS-CHECKED-CYY.

           IF NOT WS-CALENDAR-LOADED
               PERFORM 100-LOAD-CALENDAR THRU 100-EXIT
           END-IF.

           MOVE BD-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 250-CHECK-DATE THRU 250-EXIT.
           IF BD-COUNT-BUSINESS
               MOVE BD-TO-DATE TO WS-CHECK-DATE
               PERFORM 250-CHECK-DATE THRU 250-EXIT
           END-IF.
           IF BD-BAD-DATE
               GOBACK
           END-IF.

           MOVE BD-FROM-DATE TO WS-STEP-DATE.
           PERFORM 200-START-DAY THRU 200-EXIT.

           IF BD-ADD-BUSINESS
               PERFORM 400-ADD-BUSINESS-DAYS THRU 400-EXIT
           ELSE
           IF BD-COUNT-BUSINESS
               PERFORM 500-COUNT-BUSINESS-DAYS THRU 500-EXIT
           ELSE
           IF BD-ADD-CALENDAR
               PERFORM 600-ADD-CALENDAR-DAYS THRU 600-EXIT
           ELSE
           IF BD-NEXT-BUSINESS
               PERFORM 700-NEXT-BUSINESS-DAY THRU 700-EXIT
           ELSE
               MOVE 08 TO BD-RETURN-CODE
           END-IF.

           GOBACK.

       000-EXIT.


       100-LOAD-CALENDAR.
      * READ THE WHOLE CALENDAR INTO THE TABLE BETWEEN THE LOW AND
      * HIGH STOPS.  NO CALENDAR FILE AT ALL STILL LEAVES WEEKENDS
      * SKIPPED - EVERY YEAR THEN COMES BACK AS NOT SET UP.
      *=================================================================

           SET WS-CALENDAR-LOADED TO TRUE.
           MOVE 1 TO WS-CAL-COUNT.
           MOVE ZERO TO WS-CT-DATE(1).
           MOVE SPACE TO WS-CT-TYPE(1).

           OPEN INPUT CALENDAR-FILE.
           IF NOT CALENDAR-OK
               DISPLAY 'GSPRGBD CALENDAR NOT AVAILABLE - STATUS '
                   WS-CALENDAR-STATUS ' - WEEKENDS ONLY SKIPPED'
               GO TO 100-CLOSE-TABLE
           END-IF.

           PERFORM 110-READ-CALENDAR.
           PERFORM 120-TAKE-ENTRY
               UNTIL CALENDAR-EOF.

           CLOSE CALENDAR-FILE.

           IF WS-CAL-DROPPED IS GREATER THAN ZERO
               DISPLAY 'GSPRGBD CALENDAR TABLE FULL - ' WS-CAL-DROPPED
                   ' LATEST DAYS NOT LOADED'
           END-IF.

       100-CLOSE-TABLE.
      * THE HIGH STOP GOES IN AFTER WHATEVER WAS LOADED
      *=================================================================

           ADD 1 TO WS-CAL-COUNT.
           MOVE 9999999 TO WS-CT-DATE(WS-CAL-COUNT).
           MOVE SPACE TO WS-CT-TYPE(WS-CAL-COUNT).

       100-EXIT.


       110-READ-CALENDAR.
      * READ THE NEXT CALENDAR RECORD IN DATE ORDER
      *=================================================================

           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET CALENDAR-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-TAKE-ENTRY.
      * ONE CALENDAR DAY INTO THE TABLE - THE TABLE LEAVES ROOM FOR
      * THE TWO STOPS
      *=================================================================

           IF WS-CAL-COUNT IS GREATER THAN WS-CAL-MAX
               ADD 1 TO WS-CAL-DROPPED
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CT-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CT-TYPE(WS-CAL-COUNT)
           END-IF.

           PERFORM 110-READ-CALENDAR.

       120-EXIT.


       200-START-DAY.
      * SET UP THE STEP DATE - ITS WEEKDAY OFF THE RUNNING DAY
      * NUMBER, AND THE TABLE POINTER ON THE FIRST ENTRY ON OR
      * AFTER IT
      *=================================================================

           COMPUTE WS-DAY-NUMBER =
               WS-STEP-CYY * 365 + (WS-STEP-CYY + 3) / 4 + WS-STEP-DDD.
           SUBTRACT 2 FROM WS-DAY-NUMBER.
           DIVIDE 7 INTO WS-DAY-NUMBER
               GIVING WS-DAY-WEEKS REMAINDER WS-STEP-WEEKDAY.

           MOVE 1 TO WS-CAL-SUB.
           PERFORM 210-POINT-FORWARD.

       200-EXIT.


       210-POINT-FORWARD.
      * MOVE THE TABLE POINTER UP TO THE FIRST ENTRY ON OR AFTER
      * THE STEP DATE - THE HIGH STOP ENDS IT
      *=================================================================

           PERFORM 215-NEXT-ENTRY
               UNTIL WS-CT-DATE(WS-CAL-SUB) NOT LESS THAN WS-STEP-DATE.

       210-EXIT.


       215-NEXT-ENTRY.
      * ONE ENTRY ON
      *=================================================================

           ADD 1 TO WS-CAL-SUB.

       215-EXIT.


       220-POINT-BACK.
      * MOVE THE TABLE POINTER DOWN AFTER A STEP BACK, WHILE THE
      * ENTRY BEFORE IT IS STILL ON OR AFTER THE STEP DATE - THE
      * LOW STOP ENDS IT
      *=================================================================

           PERFORM 225-PRIOR-ENTRY
               UNTIL WS-CT-DATE(WS-CAL-SUB - 1) IS LESS THAN
                   WS-STEP-DATE.

       220-EXIT.


       225-PRIOR-ENTRY.
      * ONE ENTRY BACK
      *=================================================================

           SUBTRACT 1 FROM WS-CAL-SUB.

       225-EXIT.


       250-CHECK-DATE.
      * A DATE HANDED IN MUST BE A REAL JULIAN DAY - NUMERIC, DAY OF
      * THE YEAR 1 UP TO 365 OR 366
      *=================================================================

           IF WS-CHECK-DATE IS NOT NUMERIC
               MOVE 08 TO BD-RETURN-CODE
               GO TO 250-EXIT
           END-IF.

           MOVE WS-CHECK-CYY TO WS-LEN-CYY.
           PERFORM 260-YEAR-LENGTH.
           IF WS-CHECK-DDD EQUAL ZERO
               OR WS-CHECK-DDD IS GREATER THAN WS-YEAR-LENGTH
               MOVE 08 TO BD-RETURN-CODE
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

           IF WS-CT-DATE(WS-CAL-SUB) EQUAL WS-STEP-DATE
               IF WS-CT-TYPE(WS-CAL-SUB) EQUAL 'W'
                   MOVE 'Y' TO WS-BUSINESS-SW
               ELSE
               IF WS-CT-TYPE(WS-CAL-SUB) EQUAL 'H'
                   OR WS-CT-TYPE(WS-CAL-SUB) EQUAL 'C'
                   MOVE 'N' TO WS-BUSINESS-SW
               END-IF
           END-IF.

       300-EXIT.


       320-CHECK-YEAR.
      * THE STEP DATE'S YEAR MUST HAVE ITS YEAR RECORD (DAY 000) ON
      * THE CALENDAR, OR ITS HOLIDAYS HAVE NEVER BEEN SET UP
      *=================================================================

           MOVE WS-STEP-CYY TO WS-CHECKED-CYY.
           COMPUTE WS-YEAR-KEY = WS-STEP-CYY * 1000.
           MOVE 'N' TO WS-YEAR-SW.

           PERFORM 325-MATCH-YEAR
               VARYING WS-YEAR-SUB FROM 2 BY 1
               UNTIL WS-YEAR-SUB NOT LESS THAN WS-CAL-COUNT
                  OR WS-YEAR-FOUND.

           IF NOT WS-YEAR-FOUND
               AND NOT BD-BAD-DATE
               MOVE 04 TO BD-RETURN-CODE
           END-IF.

       320-EXIT.


       325-MATCH-YEAR.
      * IS THIS ENTRY THE STEP DATE'S YEAR RECORD
      *=================================================================

           IF WS-CT-DATE(WS-YEAR-SUB) EQUAL WS-YEAR-KEY
               AND WS-CT-TYPE(WS-YEAR-SUB) EQUAL 'Y'
               MOVE 'Y' TO WS-YEAR-SW
           END-IF.

       325-EXIT.


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

           PERFORM 210-POINT-FORWARD.

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

           PERFORM 220-POINT-BACK.

       360-EXIT.


       400-ADD-BUSINESS-DAYS.
      * FUNCTION 'A' - STEP BD-DAYS BUSINESS DAYS FORWARD, OR BACK
      * WHEN BD-DAYS IS NEGATIVE.  ZERO DAYS GIVES BACK THE DATE
      * AS PASSED.
      *=================================================================

           IF BD-DAYS IS NOT LESS THAN ZERO
               MOVE BD-DAYS TO WS-REMAIN-DAYS
               PERFORM 410-FORWARD-ONE-DAY
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           ELSE
               COMPUTE WS-REMAIN-DAYS = ZERO - BD-DAYS
               PERFORM 420-BACK-ONE-DAY
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           END-IF.

           MOVE WS-STEP-DATE TO BD-TO-DATE.

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
      * FUNCTION 'C' - THE BUSINESS DAYS AFTER BD-FROM-DATE UP TO
      * AND INCLUDING BD-TO-DATE.  THE SAME DAY BOTH ENDS IS ZERO.
      *=================================================================

           MOVE ZERO TO WS-COUNT-DAYS.

           IF BD-TO-DATE IS NOT LESS THAN BD-FROM-DATE
               PERFORM 510-COUNT-FORWARD
                   UNTIL WS-STEP-DATE EQUAL BD-TO-DATE
           ELSE
               PERFORM 520-COUNT-BACK
                   UNTIL WS-STEP-DATE EQUAL BD-TO-DATE
           END-IF.

           MOVE WS-COUNT-DAYS TO BD-DAYS.

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
      * FUNCTION 'D' - BD-DAYS CALENDAR DAYS ON (OR BACK), THEN ON TO
      * THE NEXT BUSINESS DAY - NOTHING FALLS DUE ON A DAY THE SHOP
      * IS SHUT
      *=================================================================

           IF BD-DAYS IS NOT LESS THAN ZERO
               MOVE BD-DAYS TO WS-REMAIN-DAYS
               PERFORM 610-CALENDAR-FORWARD
                   UNTIL WS-REMAIN-DAYS EQUAL ZERO
           ELSE
               COMPUTE WS-REMAIN-DAYS = ZERO - BD-DAYS
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

           MOVE WS-STEP-DATE TO BD-TO-DATE.

       700-EXIT.


       710-ROLL-FORWARD.
      * ON ONE DAY AND LOOK AT IT AGAIN
      *=================================================================

           PERFORM 350-STEP-FORWARD.
           PERFORM 300-CLASSIFY-DAY THRU 300-EXIT.

       710-EXIT.


       END PROGRAM GSPRGBD.
