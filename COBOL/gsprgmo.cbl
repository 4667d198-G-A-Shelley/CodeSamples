       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgmo.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPZ'.
           COPY 'DFHBMSCA'.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS - OPERATOR ID
      *    AND AUTHORITY LEVEL.  THIS SECOND MENU PAGE IS REACHED BY
      *    OPTION 0 OF THE MAIN MENU AND CHECKS THE LEVEL THE SAME
      *    WAY BEFORE PASSING CONTROL TO A PROTECTED FUNCTION.
       01  GS-COMM-LENGTH              PIC S9(4) COMP VALUE 8.
       01  GS-MENU-LENGTH              PIC S9(4) COMP VALUE 9.

       01  GS-MENU-AREA.
           05  GS-COMM.
               10  GS-COMM-OPERATOR-ID PIC X(3).
               10  GS-COMM-AUTH-LEVEL  PIC 9(1).
                   88  GS-AUTH-CLERK        VALUE 1.
                   88  GS-AUTH-SENIOR       VALUE 2 3.
                   88  GS-AUTH-SUPERVISOR   VALUE 3.
               10  GS-COMM-DIVISION    PIC X(3).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(1).


       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-TRANSFER              PIC X(9).


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-START-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           *> TRANSFER CONTROL FROM THE MAIN MENU OR ANOTHER SCREEN
           *>=============================================
           IF EIBCALEN EQUAL 8
               MOVE LK-TRANSFER(1:8) TO GS-COMM
               GO TO 100-FIRST-TIME
           END-IF.

           *> RE-ENTRY WITH A CHOICE KEYED - RELOAD THE SIGN-ON
           *> BLOCK FROM THE MENU'S OWN RETURN COMMAREA
           *>=============================================
           IF EIBCALEN EQUAL 9
               MOVE LK-TRANSFER(1:8) TO GS-COMM
           END-IF.

           *> CONDITION HANDLERS / RECIEVE MAP
           *>=============================================
           EXEC CICS
               HANDLE CONDITION MAPFAIL(100-FIRST-TIME)
           END-EXEC.
           EXEC CICS HANDLE
               AID CLEAR (100-FIRST-TIME)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF1 (810-FUNCTION-1)
           END-EXEC.

           *> REVIEVE MAP AND MAPSET
           EXEC CICS
               RECEIVE MAP('MAPZ') MAPSET('GSMAPZ')
           END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           *> CLEAR THE MAP AND SEND TO THE SCREEN
           *>=============================================
           MOVE LOW-VALUES TO MAPZO.
           EXEC CICS
               SEND MAP('MAPZ') MAPSET('GSMAPZ') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS37')
               COMMAREA(GS-MENU-AREA)
               LENGTH(GS-MENU-LENGTH)
           END-EXEC.

       100-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> DETERMINE AND HANDLE USER INPUT
           *>=============================================
           IF CHOICEI IS EQUAL TO '0'
               GO TO 300-CHOICE-0
           ELSE
           IF CHOICEI IS EQUAL TO '1'
               GO TO 310-CHOICE-1
           ELSE
           IF CHOICEI IS EQUAL TO '2'
               GO TO 320-CHOICE-2
           ELSE
           IF CHOICEI IS EQUAL TO '3'
               GO TO 330-CHOICE-3
           ELSE
           IF CHOICEI IS EQUAL TO '4'
               GO TO 340-CHOICE-4
           ELSE
           IF CHOICEI IS EQUAL TO '5'
               GO TO 350-CHOICE-5
           ELSE
           IF CHOICEI IS EQUAL TO '6'
               GO TO 360-CHOICE-6
           ELSE
           IF CHOICEI IS EQUAL TO '7'
               GO TO 370-CHOICE-7
           ELSE
           IF CHOICEI IS EQUAL TO '8'
               GO TO 380-CHOICE-8
           ELSE
           IF CHOICEI IS EQUAL TO '9'
               GO TO 390-CHOICE-9
           ELSE
           IF CHOICEI IS EQUAL TO 'A'
               GO TO 400-CHOICE-A
           ELSE
               GO TO 700-ENTRY-ERROR
           END-IF.

       200-EXIT.


       300-CHOICE-0.
      * BACK TO THE MAIN MENU
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgm')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       300-EXIT.


       310-CHOICE-1.
      * CHANGE SCREENS TO RECEIVABLES WRITE-OFF - SUPERVISORS ONLY
      *=================================================================

           IF NOT GS-AUTH-SUPERVISOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgwr')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       310-EXIT.


       320-CHOICE-2.
      * CHANGE SCREENS TO DEDUCTION DISPUTES - THE CREDIT DESK
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgds')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       320-EXIT.


       330-CHOICE-3.
      * CHANGE SCREENS TO THE CUSTOMER ACCOUNT INQUIRY - READ ONLY,
      * OPEN TO EVERY SIGNED-ON OPERATOR
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgaq')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       330-EXIT.


       340-CHOICE-4.
      * CHANGE SCREENS TO COLLECTIONS CALL NOTES - THE CREDIT DESK
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgnt')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       340-EXIT.


       350-CHOICE-5.
      * CHANGE SCREENS TO VOID A CHEQUE - SUPERVISORS ONLY
      *=================================================================

           IF NOT GS-AUTH-SUPERVISOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgvc')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       350-EXIT.


       360-CHOICE-6.
      * CHANGE SCREENS TO RETURNS TO VENDOR - SENIOR LEVEL AND UP
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgvn')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       360-EXIT.


       370-CHOICE-7.
      * CHANGE SCREENS TO WAREHOUSE TRANSFERS - SENIOR LEVEL AND UP
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgtn')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       370-EXIT.


       380-CHOICE-8.
      * CHANGE SCREENS TO DROP-SHIP CONFIRMATION - SENIOR LEVEL AND UP
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgdc')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       380-EXIT.


       390-CHOICE-9.
      * CHANGE SCREENS TO CARTON PACKING
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgpk')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       390-EXIT.


       400-CHOICE-A.
      * CHANGE SCREENS TO SHOP CALENDAR MAINTENANCE - SUPERVISORS
      * ONLY
      *=================================================================

           IF NOT GS-AUTH-SUPERVISOR
               GO TO 710-AUTH-ERROR
           END-IF.

           EXEC CICS XCTL
               PROGRAM('gsprgcl')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       400-EXIT.


       700-ENTRY-ERROR.
      * DISPLAY USER ENTRY ERROR MESSAGE
      *=================================================================

           MOVE LOW-VALUES TO MAPZO.
           MOVE '* SELECT A VALID OPTION FROM THE MENU  *' TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS SEND MAP('MAPZ') MAPSET('GSMAPZ') END-EXEC.
           EXEC CICS RETURN TRANSID('GS37')
               COMMAREA(GS-MENU-AREA)
               LENGTH(GS-MENU-LENGTH)
           END-EXEC.

       700-EXIT.


       710-AUTH-ERROR.
      * THE SIGNED-ON OPERATOR'S AUTHORITY LEVEL DOES NOT REACH THE
      * FUNCTION SELECTED
      *=================================================================

           MOVE LOW-VALUES TO MAPZO.
           MOVE '*  NOT AUTHORIZED FOR THAT FUNCTION    *' TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS SEND MAP('MAPZ') MAPSET('GSMAPZ') END-EXEC.
           EXEC CICS RETURN TRANSID('GS37')
               COMMAREA(GS-MENU-AREA)
               LENGTH(GS-MENU-LENGTH)
           END-EXEC.

       710-EXIT.


       810-FUNCTION-1.
      * FUNCTION KEY 1 - BACK TO THE MAIN MENU
      *=================================================================

           PERFORM 300-CHOICE-0.

       810-EXIT.


       END PROGRAM gsprgmo.
