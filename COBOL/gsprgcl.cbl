       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgcl.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPCL'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  WS-MODE-LEN                     PIC S9(4) COMP VALUE 12.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS - OPERATOR ID
      *    AND AUTHORITY LEVEL.  THIS WHOLE SCREEN IS SUPERVISOR ONLY.
       01  GS-COMM.
           05  GS-COMM-OPERATOR-ID         PIC X(3).
           05  GS-COMM-AUTH-LEVEL          PIC 9(1).
               88  GS-AUTH-CLERK                VALUE 1.
               88  GS-AUTH-SENIOR               VALUE 2 3.
               88  GS-AUTH-SUPERVISOR           VALUE 3.
           05  GS-COMM-DIVISION            PIC X(3).
           05  FILLER                      PIC X(1).

      *    THE SHOP CALENDAR THE GSPRGBD / GSPRGBC BUSINESS-DAY
      *    ROUTINES WORK FROM - ONE RECORD PER DAY THAT DOES NOT
      *    FOLLOW THE PLAIN RULE (MONDAY TO FRIDAY WORKED, SATURDAY
      *    AND SUNDAY NOT), PLUS A YEAR RECORD (DAY 000) SAYING THE
      *    YEAR'S HOLIDAYS HAVE BEEN SET UP.  THE YEAR RECORD GOES
      *    ON BY ITSELF WITH THE FIRST DAY KEYED FOR A YEAR, OR CAN
      *    BE KEYED ALONE FOR A YEAR WITH NO HOLIDAYS TO SHOW.
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

      *    THE KEYED DATE TAKEN APART FOR THE EDITS
       01  WS-KEY-DATE                     PIC 9(7) VALUE ZERO.
       01  WS-KEY-DATE-X REDEFINES WS-KEY-DATE.
           05  FILLER                      PIC 9(1).
           05  WS-KEY-CYY                  PIC 9(3).
           05  WS-KEY-DDD                  PIC 9(3).

      *    DAYS IN THE KEYED YEAR - EVERY FOURTH YEAR 366
       01  WS-YEAR-LENGTH                  PIC 9(3) VALUE ZERO.
       01  WS-LEAP-QUOTIENT                PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REMAINDER               PIC 9(1) VALUE ZERO.

      *    RUNNING DAY NUMBER - 365 A YEAR PLUS ONE FOR EACH LEAP
      *    YEAR GONE.  DAY NUMBER LESS 2, MOD 7, IS THE WEEKDAY -
      *    0 MONDAY THROUGH 6 SUNDAY.
       01  WS-DAY-NUMBER                   PIC 9(6) VALUE ZERO.
       01  WS-DAY-WEEKS                    PIC 9(6) VALUE ZERO.
       01  WS-WEEKDAY                      PIC 9(1) VALUE ZERO.

       01  WS-EDIT-SW                      PIC X(1).
           88  WS-EDIT-OK                         VALUE 'Y'.

       01  WS-YEAR-RECORD-DATE             PIC 9(7) VALUE ZERO.

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
           88  SCREEN-MODE-UPDATE               VALUE 'UPDT'.
           88  SCREEN-MODE-DELETE               VALUE 'DELE'.

       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-COMM                      PIC X(8).
      *         LK-MODE CARRIES WS-SCREEN-MODE ACROSS PSEUDO-CONVERSA-
      *         TIONAL TURNS - SAME ARRANGEMENT AS THE GS32 SCREEN
           05 LK-MODE                      PIC X(4).


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-START-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           *> TRANSFER CONTROL FROM OTHER SCREENS
           *>=============================================
           IF EIBCALEN EQUAL 8
               MOVE LK-COMM TO GS-COMM
               GO TO 100-FIRST-TIME
           END-IF.

           MOVE LK-COMM TO GS-COMM.
           MOVE LK-MODE TO WS-SCREEN-MODE.

           *> CONDITION HANDLERS / RECIEVE MAP
           *>=============================================
           EXEC CICS HANDLE CONDITION
               MAPFAIL(100-FIRST-TIME)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               DUPREC(1100-DUPLICATE)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF1 (1210-FUNCTION1)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF2 (1220-FUNCTION2)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF3 (1230-FUNCTION3)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.

           *> REVIEVE MAP AND MAPSET
           EXEC CICS RECEIVE MAP('MAPCL') MAPSET('GSMAPCL') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           IF NOT GS-AUTH-SUPERVISOR
               EXEC CICS XCTL
                   PROGRAM('gsprgmo')
                   COMMAREA(GS-COMM)
                   LENGTH(GS-COMM-LENGTH)
               END-EXEC
           END-IF.

           MOVE LOW-VALUES TO MAPCLO.
           MOVE "ENTER A CALENDAR DATE, TYPE AND NAME" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE 'ADD ' TO WS-SCREEN-MODE.
           EXEC CICS
               SEND MAP('MAPCL') MAPSET('GSMAPCL') ERASE
           END-EXEC.
           MOVE GS-COMM TO LK-COMM.
           MOVE WS-SCREEN-MODE TO LK-MODE.
           EXEC CICS RETURN TRANSID('GS48')
               COMMAREA(DFHCOMMAREA)
               LENGTH(WS-MODE-LEN)
           END-EXEC.

       100-EXIT.


       150-NOT-FOUND.
      * THE KEYED DATE IS NOT ON THE CALENDAR
      *=================================================================

           MOVE "*   THAT DATE IS NOT ON CALENDAR   *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO CDATEL.
           MOVE DFHUNIMD TO CDATEA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF CDATEI(1:4) IS EQUAL TO 'XXXX'
               OR CDATEI(1:5) IS EQUAL TO 'ABORT'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> CHECK TO SEE IF THE USER WANTS TO CLEAR
           *>===============================================
           IF CDATEI(1:5) IS EQUAL TO 'CLEAR'
               PERFORM 990-CLEAR-SCREEN
           ELSE

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SUPERVISOR
               MOVE "* SUPERVISOR ONLY - NOT AUTHORIZED *" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> CHECK THE DATE, THE DAY TYPE AND THE NAME
           *>===============================================
           IF CDATEL EQUAL ZERO OR CDATEI IS NOT NUMERIC
               MOVE "*  KEY THE DATE AS JULIAN 0CYYDDD  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CDATEL
               MOVE DFHUNIMD TO CDATEA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE CDATEI TO WS-KEY-DATE.
           PERFORM 950-EDIT-DATE THRU 950-EXIT.
           IF NOT WS-EDIT-OK
               MOVE "*  NO SUCH DAY IN THAT YEAR        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CDATEL
               MOVE DFHUNIMD TO CDATEA
               PERFORM 900-SEND-MAP
           END-IF.

           IF SCREEN-MODE-DELETE
               PERFORM 1150-DELETE-DAY
           END-IF.

           IF CTYPEI NOT EQUAL 'H' AND CTYPEI NOT EQUAL 'C'
               AND CTYPEI NOT EQUAL 'W' AND CTYPEI NOT EQUAL 'Y'
               MOVE "* TYPE MUST BE H, C, W OR Y        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CTYPEL
               MOVE DFHUNIMD TO CTYPEA
               PERFORM 900-SEND-MAP
           ELSE
           IF (CTYPEI EQUAL 'Y' AND WS-KEY-DDD NOT EQUAL ZERO)
               OR (CTYPEI NOT EQUAL 'Y' AND WS-KEY-DDD EQUAL ZERO)
               MOVE "* TYPE Y IS FOR DAY 000 ONLY       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CTYPEL
               MOVE DFHUNIMD TO CTYPEA
               PERFORM 900-SEND-MAP
           ELSE
           IF CTYPEI EQUAL 'W' AND WS-WEEKDAY IS LESS THAN 5
               MOVE "* TYPE W IS FOR A WORKED WEEKEND   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CTYPEL
               MOVE DFHUNIMD TO CTYPEA
               PERFORM 900-SEND-MAP
           ELSE
           IF (CTYPEI EQUAL 'H' OR CTYPEI EQUAL 'C')
               AND WS-WEEKDAY IS GREATER THAN 4
               MOVE "* THAT DATE IS ALREADY A WEEKEND   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CDATEL
               MOVE DFHUNIMD TO CDATEA
               PERFORM 900-SEND-MAP
           ELSE
           IF CDESCL EQUAL ZERO
               MOVE "*   PLEASE ENTER THE DAY'S NAME    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CDESCL
               MOVE DFHUNIMD TO CDESCA
               PERFORM 900-SEND-MAP
           END-IF.

           IF SCREEN-MODE-UPDATE
               PERFORM 1100-UPDATE-DAY
           ELSE
               PERFORM 1000-ADD-DAY
           END-IF.

       200-EXIT.


       900-SEND-MAP.
      * SEND THE MAP BACK TO THE SCREEN
      *=================================================================

           EXEC CICS SEND MAP('MAPCL') MAPSET('GSMAPCL') CURSOR
           END-EXEC.
           MOVE GS-COMM TO LK-COMM.
           MOVE WS-SCREEN-MODE TO LK-MODE.
           EXEC CICS RETURN TRANSID('GS48')
               COMMAREA(DFHCOMMAREA)
               LENGTH(WS-MODE-LEN)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO CDATEA.
           MOVE DFHBMFSE TO CTYPEA.
           MOVE DFHBMFSE TO CDESCA.

       920-EXIT.


       950-EDIT-DATE.
      * THE KEYED JULIAN DATE MUST BE A REAL DAY OF ITS YEAR (OR DAY
      * 000, THE YEAR RECORD).  ITS WEEKDAY COMES OFF THE RUNNING
      * DAY NUMBER, THE SAME ARITHMETIC AS THE GSPRGBD ROUTINE.
      *=================================================================

           MOVE 'Y' TO WS-EDIT-SW.
           DIVIDE 4 INTO WS-KEY-CYY
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               MOVE 366 TO WS-YEAR-LENGTH
           ELSE
               MOVE 365 TO WS-YEAR-LENGTH
           END-IF.

           IF WS-KEY-DDD IS GREATER THAN WS-YEAR-LENGTH
               MOVE 'N' TO WS-EDIT-SW
               GO TO 950-EXIT
           END-IF.

           COMPUTE WS-DAY-NUMBER =
               WS-KEY-CYY * 365 + (WS-KEY-CYY + 3) / 4 + WS-KEY-DDD.
           SUBTRACT 2 FROM WS-DAY-NUMBER.
           DIVIDE 7 INTO WS-DAY-NUMBER
               GIVING WS-DAY-WEEKS REMAINDER WS-WEEKDAY.

       950-EXIT.


       960-LOAD-DAY-FIELDS.
      * MOVE THE KEYED DAY ONTO THE CALENDAR RECORD
      *=================================================================

           MOVE WS-KEY-DATE TO CAL-DATE.
           MOVE CTYPEI TO CAL-DAY-TYPE.
           MOVE CDESCI TO CAL-DESCRIPTION.
           MOVE GS-COMM-OPERATOR-ID TO CAL-OPERATOR-ID.
           MOVE EIBDATE TO CAL-LAST-CHG-DATE.

       960-EXIT.


       970-OPEN-YEAR.
      * A DAY KEYED FOR A YEAR NOT YET SET UP PUTS THE YEAR RECORD
      * ON AS WELL, SO THE BUSINESS-DAY ROUTINES STOP WARNING THAT
      * THE YEAR'S HOLIDAYS ARE MISSING
      *=================================================================

           IF WS-KEY-DDD EQUAL ZERO
               GO TO 970-EXIT
           END-IF.

           COMPUTE WS-YEAR-RECORD-DATE = WS-KEY-CYY * 1000.

           EXEC CICS HANDLE CONDITION
               NOTFND(970-WRITE-YEAR)
           END-EXEC.
           MOVE WS-YEAR-RECORD-DATE TO CAL-DATE.
           EXEC CICS READ FILE('CALENDAR')
               RIDFLD(CAL-DATE)
               LENGTH(CALENDAR-LENGTH)
               INTO(CALENDAR-RECORD)
           END-EXEC.
           GO TO 970-RESET-HANDLER.

       970-WRITE-YEAR.

           MOVE SPACES TO CALENDAR-RECORD.
           MOVE WS-YEAR-RECORD-DATE TO CAL-DATE.
           SET CAL-YEAR-OPEN TO TRUE.
           MOVE 'YEAR SET UP' TO CAL-DESCRIPTION.
           MOVE GS-COMM-OPERATOR-ID TO CAL-OPERATOR-ID.
           MOVE EIBDATE TO CAL-LAST-CHG-DATE.
           EXEC CICS WRITE
               FROM(CALENDAR-RECORD)
               LENGTH(CALENDAR-LENGTH)
               FILE('CALENDAR')
               RIDFLD(CAL-DATE)
           END-EXEC.

       970-RESET-HANDLER.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       970-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN PARAGRAPH - ALSO DROPS BACK TO ADD MODE
      *=================================================================

           MOVE 'ADD ' TO WS-SCREEN-MODE.
           MOVE LOW-VALUES TO MAPCLO.
           MOVE "ENTER A CALENDAR DATE, TYPE AND NAME" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO CDATEL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1000-ADD-DAY.
      * WRITE THE NEW CALENDAR DAY, AND ITS YEAR RECORD IF THE YEAR
      * IS NEW
      *=================================================================

           PERFORM 960-LOAD-DAY-FIELDS.

           EXEC CICS WRITE
               FROM(CALENDAR-RECORD)
               LENGTH(CALENDAR-LENGTH)
               FILE('CALENDAR')
               RIDFLD(CAL-DATE)
           END-EXEC.

           PERFORM 970-OPEN-YEAR THRU 970-EXIT.

           MOVE LOW-VALUES TO MAPCLO.
           MOVE "CALENDAR DAY ADDED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1000-EXIT.


       1100-UPDATE-DAY.
      * REWRITE AN EXISTING CALENDAR DAY'S TYPE AND NAME (FUNCTION
      * SELECTED BY PF2, SEE 1220-FUNCTION2)
      *=================================================================

           MOVE WS-KEY-DATE TO CAL-DATE.
           EXEC CICS READ FILE('CALENDAR')
               RIDFLD(CAL-DATE)
               LENGTH(CALENDAR-LENGTH)
               INTO(CALENDAR-RECORD)
               UPDATE
           END-EXEC.

           PERFORM 960-LOAD-DAY-FIELDS.

           EXEC CICS REWRITE FILE('CALENDAR')
               FROM(CALENDAR-RECORD)
               LENGTH(CALENDAR-LENGTH)
           END-EXEC.

           MOVE LOW-VALUES TO MAPCLO.
           MOVE "CALENDAR DAY UPDATED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1100-EXIT.


       1150-DELETE-DAY.
      * TAKE A DAY OFF THE CALENDAR SO THE PLAIN WEEKDAY RULE
      * APPLIES TO IT AGAIN (FUNCTION SELECTED BY PF3, SEE
      * 1230-FUNCTION3).  DAY 000 TAKES THE YEAR RECORD OFF.
      *=================================================================

           MOVE WS-KEY-DATE TO CAL-DATE.
           EXEC CICS DELETE FILE('CALENDAR')
               RIDFLD(CAL-DATE)
           END-EXEC.

           MOVE LOW-VALUES TO MAPCLO.
           MOVE "CALENDAR DAY DELETED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1150-EXIT.


       1100-DUPLICATE.
      * THAT DATE IS ALREADY ON THE CALENDAR
      *=================================================================

           MOVE "* DATE EXISTS - USE PF2 UPDATE     *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO CDATEL.
           MOVE DFHUNIMD TO CDATEA.
           PERFORM 900-SEND-MAP.

       1100-DUP-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPCLO.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       1200-EXIT.


       1210-FUNCTION1.
      * FUNCTION KEY 1 PARAGRAPH - BACK TO THE SECOND MENU
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgmo')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       1210-EXIT.


       1220-FUNCTION2.
      * FUNCTION KEY 2 PARAGRAPH - SWITCH THE SCREEN TO UPDATE MODE
      *=================================================================

           MOVE 'UPDT' TO WS-SCREEN-MODE.
           MOVE LOW-VALUES TO MAPCLO.
           MOVE "ENTER DATE AND NEW TYPE/NAME TO UPDATE" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1220-EXIT.


       1230-FUNCTION3.
      * FUNCTION KEY 3 PARAGRAPH - SWITCH THE SCREEN TO DELETE MODE
      *=================================================================

           MOVE 'DELE' TO WS-SCREEN-MODE.
           MOVE LOW-VALUES TO MAPCLO.
           MOVE "ENTER CALENDAR DATE TO DELETE" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1230-EXIT.


       END PROGRAM gsprgcl.
