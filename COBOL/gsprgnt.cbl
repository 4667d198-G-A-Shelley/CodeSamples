       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgnt.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPNT'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  THE SCREEN'S
      *    OWN RETURNS CARRY GS-RETURN-AREA (9 BYTES) SO A RE-ENTRY
      *    CAN BE TOLD APART FROM THE 8-BYTE TRANSFER IN FROM THE MENU
      *    AND THE 14-BYTE ONE FROM THE GS40 ACCOUNT INQUIRY.
       01  GS-RETURN-AREA.
           05  GS-COMM.
               10  GS-COMM-OPERATOR-ID     PIC X(3).
               10  GS-COMM-AUTH-LEVEL      PIC 9(1).
                   88  GS-AUTH-CLERK            VALUE 1.
                   88  GS-AUTH-SENIOR           VALUE 2 3.
                   88  GS-AUTH-SUPERVISOR       VALUE 3.
               10  GS-COMM-DIVISION        PIC X(3).
               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(1).

       01  CUSTMAS-LENGTH                  PIC S9(4) COMP VALUE 160.

       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  CUSTMAS-NAME                PIC X(20).
           05  FILLER                      PIC X(134).

       01  ARFILE-LENGTH                   PIC S9(4) COMP VALUE 120.

       01  ARFILE-RECORD.
           05  AR-INVOICE-NO               PIC X(7).
           05  AR-ACCOUNT                  PIC X(6).
           05  AR-NAME                     PIC X(20).
           05  AR-INVOICE-DATE             PIC 9(7).
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.
           05  AR-PAID-AMOUNT              PIC 9(7)V99.
           05  AR-STATUS                   PIC X(1).
               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  FILLER                      PIC X(61).

      *    ONE CUSTNOTE RECORD PER COLLECTIONS CALL, KEYED BY ACCOUNT
      *    AND THE DATE AND TIME IT WAS TAKEN.  A CALL THAT ENDED IN A
      *    PROMISE TO PAY CARRIES THE AMOUNT AND DATE PROMISED, AND
      *    THE INVOICE WHEN THE PROMISE IS FOR ONE ITEM ONLY - BLANK
      *    COVERS THE WHOLE ACCOUNT.  THE PROMISE STAYS PENDING UNTIL
      *    THE DAILY GSPRGBP RUN FINDS IT KEPT OR BROKEN.
       01  CUSTNOTE-LENGTH                 PIC S9(4) COMP VALUE 120.

       01  CUSTNOTE-RECORD.
           05  CUSTNOTE-KEY.
               10  CN-ACCOUNT              PIC X(6).
               10  CN-DATE                 PIC 9(7).
               10  CN-TIME                 PIC 9(7).
           05  CN-OPERATOR-ID              PIC X(3).
           05  CN-INVOICE-NO               PIC X(7).
           05  CN-TEXT                     PIC X(60).
           05  CN-PROMISE-AMOUNT           PIC 9(7)V99.
           05  CN-PROMISE-DATE             PIC 9(7).
           05  CN-PROMISE-STATUS           PIC X(1).
               88  CN-NO-PROMISE                   VALUE SPACE.
               88  CN-PROMISE-PENDING              VALUE 'P'.
               88  CN-PROMISE-KEPT                 VALUE 'K'.
               88  CN-PROMISE-BROKEN               VALUE 'B'.
           05  FILLER                      PIC X(13).

       01  WS-ACCOUNT                      PIC X(6).

      *    THE NOTES PAGE FIVE AT A TIME, NEWEST FIRST - EACH HEADER
      *    LINE CARRIES THE NOTE'S DATE AND TIME, SO PF2 KNOWS WHERE
      *    THE PAGE ON THE SCREEN ENDED
       01  WS-PAGE-SIZE                    PIC 9(1) VALUE 5.
       01  WS-NOTE-COUNT                   PIC 9(1) VALUE ZERO.
       01  WS-POSITION-KEY.
           05  WS-POSITION-ACCOUNT         PIC X(6).
           05  WS-POSITION-DATE            PIC 9(7).
           05  WS-POSITION-TIME            PIC 9(7).

       01  WS-BROWSE-DONE-SW               PIC X(1).
           88  WS-BROWSE-DONE                      VALUE 'Y'.

       01  WS-OPEN-BALANCE                 PIC S9(7)V99 VALUE ZERO.
       01  WS-TODAY                        PIC 9(7) VALUE ZERO.

       01  NOTE-HEADER-LINE.
           05  NH-DATE                     PIC 9(7).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  NH-TIME                     PIC 9(6).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NH-OPERATOR-ID              PIC X(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NH-INVOICE-NO               PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  NH-PROMISE.
               10  FILLER                  PIC X(9)    VALUE
                   'PROMISED '.
               10  NH-PROMISE-AMOUNT       PIC ZZZ,ZZ9.99.
               10  FILLER                  PIC X(4)    VALUE
                   ' BY '.
               10  NH-PROMISE-DATE         PIC 9(7).
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  NH-PROMISE-STATUS       PIC X(7).
           05  FILLER                      PIC X(10)   VALUE SPACES.


       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-TRANSFER                  PIC X(14).


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-START-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           *> TRANSFER CONTROL FROM THE MENU
           *>=============================================
           IF EIBCALEN EQUAL 8
               MOVE LK-TRANSFER(1:8) TO GS-COMM
               GO TO 100-FIRST-TIME
           END-IF.

           *> A 14-BYTE COMMAREA IS THE JUMP FROM THE GS40 ACCOUNT
           *> INQUIRY - ACCOUNT FIRST, THEN THE SIGN-ON BLOCK
           *>=============================================
           IF EIBCALEN EQUAL 14
               MOVE LK-TRANSFER(7:8) TO GS-COMM
               GO TO 160-JUMP-TO-ACCOUNT
           END-IF.

           *> RE-ENTRY FROM THIS SCREEN'S OWN RETURN - RELOAD THE
           *> SIGN-ON BLOCK FROM THE COMMAREA
           *>=============================================
           IF EIBCALEN EQUAL 9
               MOVE LK-TRANSFER(1:8) TO GS-COMM
           END-IF.

           *> CONDITION HANDLERS / RECIEVE MAP
           *>=============================================
           EXEC CICS HANDLE CONDITION
               MAPFAIL(100-FIRST-TIME)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPNT') MAPSET('GSMAPNT') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPNTO.
           MOVE "* KEY AN ACCOUNT TO SHOW ITS NOTES *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPNT') MAPSET('GSMAPNT') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS41')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-ACCOUNT-NOT-FOUND.
      * NO CUSTOMER MASTER FOR THE KEYED ACCOUNT
      *=================================================================

           MOVE LOW-VALUES TO MAPNTO.
           MOVE WS-ACCOUNT TO ACCTO.
           MOVE "*  ACCOUNT NOT ON THE CUSTOMER FILE*" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO ACCTL.
           MOVE DFHUNIMD TO ACCTA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       160-JUMP-TO-ACCOUNT.
      * THE ACCOUNT INQUIRY HANDED US AN ACCOUNT NUMBER - SHOW ITS
      * NEWEST NOTES STRAIGHT AWAY
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               MOVE LOW-VALUES TO MAPNTO
               MOVE "* CREDIT DESK ONLY - NOT AUTHORIZED*" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAPNTO.
           MOVE LK-TRANSFER(1:6) TO WS-ACCOUNT.
           MOVE "* KEY A CALL NOTE OR PF2 FOR OLDER *" TO MSGO.
           PERFORM 300-SHOW-NOTES THRU 300-EXIT.

       160-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF ACCTI IS EQUAL TO 'XXXXXX'
               OR ACCTI(1:5) IS EQUAL TO 'ABORT'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> CHECK TO SEE IF THE USER WANTS TO CLEAR
           *>===============================================
           IF ACCTI(1:5) IS EQUAL TO 'CLEAR'
               PERFORM 990-CLEAR-SCREEN
           END-IF.

           PERFORM 250-CHECK-ACCOUNT.

           *> NOTHING KEYED BUT THE ACCOUNT - JUST SHOW ITS NOTES
           *>===============================================
           IF NOTEL EQUAL ZERO
               AND PINVL EQUAL ZERO
               AND PAMTL EQUAL ZERO
               AND PDTEL EQUAL ZERO
               MOVE "* KEY A CALL NOTE OR PF2 FOR OLDER *" TO MSGO
               PERFORM 300-SHOW-NOTES THRU 300-EXIT
           END-IF.

           *> EVERY NOTE NEEDS ITS TEXT - A PROMISE NEEDS BOTH AN
           *> AMOUNT AND A DATE NO EARLIER THAN TODAY
           *>===============================================
           MOVE EIBDATE TO WS-TODAY.
           IF NOTEL EQUAL ZERO
               MOVE "* KEY WHAT WAS SAID ON THE CALL    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO NOTEL
               MOVE DFHUNIMD TO NOTEA
               PERFORM 900-SEND-MAP
           ELSE
           IF (PINVL NOT EQUAL ZERO OR PDTEL NOT EQUAL ZERO)
               AND PAMTL EQUAL ZERO
               MOVE "* KEY THE AMOUNT PROMISED          *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PAMTL
               MOVE DFHUNIMD TO PAMTA
               PERFORM 900-SEND-MAP
           ELSE
           IF PAMTL NOT EQUAL ZERO
               AND (PAMTI IS NOT NUMERIC
                   OR PAMTI IS NOT GREATER THAN ZERO)
               MOVE "* PROMISED AMOUNT IS NOT VALID     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PAMTL
               MOVE DFHUNIMD TO PAMTA
               PERFORM 900-SEND-MAP
           ELSE
           IF PAMTL NOT EQUAL ZERO
               AND (PDTEL EQUAL ZERO OR PDTEI IS NOT NUMERIC
                   OR PDTEI IS LESS THAN WS-TODAY)
               MOVE "* KEY PROMISE DATE 0CYYDDD - TODAY+*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PDTEL
               MOVE DFHUNIMD TO PDTEA
               PERFORM 900-SEND-MAP
           END-IF.

           *> A PROMISE FOR ONE ITEM MUST NAME AN OPEN ITEM OF THIS
           *> ACCOUNT
           *>===============================================
           IF PINVL NOT EQUAL ZERO
               PERFORM 400-CHECK-PROMISED-ITEM THRU 400-EXIT
           END-IF.

           PERFORM 500-FILE-NOTE THRU 500-EXIT.

           MOVE "* NOTE FILED                       *" TO MSGO.
           PERFORM 300-SHOW-NOTES THRU 300-EXIT.

       200-EXIT.


       250-CHECK-ACCOUNT.
      * THE CREDIT DESK ONLY, AND THE ACCOUNT MUST BE KEYED IN FULL
      * AND BE ON THE CUSTOMER MASTER
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               MOVE "* CREDIT DESK ONLY - NOT AUTHORIZED*" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           IF ACCTL IS LESS THAN 6 OR ACCTI IS NOT NUMERIC
               MOVE "* KEY THE 6 DIGIT ACCOUNT NUMBER   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACCTL
               MOVE DFHUNIMD TO ACCTA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE ACCTI TO WS-ACCOUNT.

       250-EXIT.


       300-SHOW-NOTES.
      * SHOW THE ACCOUNT WITH ITS NEWEST FIVE NOTES - THE MESSAGE IS
      * SET BY THE CALLER
      *=================================================================

           MOVE WS-ACCOUNT TO WS-POSITION-ACCOUNT.
           MOVE 9999999 TO WS-POSITION-DATE.
           MOVE 9999999 TO WS-POSITION-TIME.
           PERFORM 310-SHOW-PAGE THRU 310-EXIT.

       300-EXIT.


       310-SHOW-PAGE.
      * SHOW THE ACCOUNT AND THE FIVE NOTES FILED BEFORE
      * WS-POSITION-KEY, NEWEST FIRST
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.

           MOVE WS-ACCOUNT TO CUSTMAS-ACCOUNT.
           EXEC CICS READ FILE('CUSTMAS')
               INTO(CUSTMAS-RECORD)
               LENGTH(CUSTMAS-LENGTH)
               RIDFLD(CUSTMAS-ACCOUNT)
           END-EXEC.

           MOVE LOW-VALUES TO NOTEO.
           MOVE LOW-VALUES TO PINVO.
           MOVE LOW-VALUES TO PAMTO.
           MOVE LOW-VALUES TO PDTEO.
           MOVE WS-ACCOUNT TO ACCTO.
           MOVE CUSTMAS-NAME TO NAMEO.

           PERFORM VARYING WS-NOTE-COUNT FROM 1 BY 1
                   UNTIL WS-NOTE-COUNT > WS-PAGE-SIZE
               MOVE LOW-VALUES TO NHDRO(WS-NOTE-COUNT)
               MOVE LOW-VALUES TO NTXTO(WS-NOTE-COUNT)
           END-PERFORM.

           MOVE ZERO TO WS-NOTE-COUNT.
           PERFORM 600-BROWSE-NOTES THRU 600-EXIT.

           IF WS-NOTE-COUNT IS EQUAL TO ZERO
               MOVE "* NO MORE NOTES FOR THIS ACCOUNT   *" TO MSGO
           END-IF.

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO NOTEL.
           PERFORM 900-SEND-MAP.

       310-EXIT.


       400-CHECK-PROMISED-ITEM.
      * THE INVOICE A PROMISE IS FOR MUST BE ON THE OPEN ITEMS, UNDER
      * THIS ACCOUNT, AND STILL OWING
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(410-ITEM-NOT-VALID)
           END-EXEC.

           MOVE PINVI TO AR-INVOICE-NO.
           EXEC CICS READ FILE('ARFILE')
               INTO(ARFILE-RECORD)
               LENGTH(ARFILE-LENGTH)
               RIDFLD(AR-INVOICE-NO)
           END-EXEC.

           COMPUTE WS-OPEN-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF AR-ACCOUNT NOT EQUAL WS-ACCOUNT
               OR AR-STATUS-PAID-FULL
               OR AR-STATUS-WRITTEN-OFF
               OR WS-OPEN-BALANCE IS NOT GREATER THAN ZERO
               GO TO 410-ITEM-NOT-VALID
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.
           GO TO 400-EXIT.

       410-ITEM-NOT-VALID.

           MOVE "* NOT AN OPEN ITEM OF THIS ACCOUNT *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PINVL.
           MOVE DFHUNIMD TO PINVA.
           PERFORM 900-SEND-MAP.

       400-EXIT.


       500-FILE-NOTE.
      * WRITE THE NOTE UNDER TODAY'S DATE AND THE TIME OF DAY - A
      * SECOND NOTE IN THE SAME SECOND TAKES THE NEXT FREE TIME
      *=================================================================

           EXEC CICS HANDLE CONDITION
               DUPREC(520-NEXT-NOTE-TIME)
           END-EXEC.

           MOVE WS-ACCOUNT TO CN-ACCOUNT.
           MOVE EIBDATE TO CN-DATE.
           MOVE EIBTIME TO CN-TIME.
           MOVE GS-COMM-OPERATOR-ID TO CN-OPERATOR-ID.
           MOVE NOTEI TO CN-TEXT.
           IF PINVL NOT EQUAL ZERO
               MOVE PINVI TO CN-INVOICE-NO
           ELSE
               MOVE SPACES TO CN-INVOICE-NO
           END-IF.
           IF PAMTL NOT EQUAL ZERO
               MOVE PAMTI TO CN-PROMISE-AMOUNT
               MOVE PDTEI TO CN-PROMISE-DATE
               SET CN-PROMISE-PENDING TO TRUE
           ELSE
               MOVE ZERO TO CN-PROMISE-AMOUNT
               MOVE ZERO TO CN-PROMISE-DATE
               SET CN-NO-PROMISE TO TRUE
           END-IF.

       510-WRITE-NOTE.

           EXEC CICS WRITE FILE('CUSTNOTE')
               FROM(CUSTNOTE-RECORD)
               LENGTH(CUSTNOTE-LENGTH)
               RIDFLD(CUSTNOTE-KEY)
           END-EXEC.

           GO TO 500-EXIT.

       520-NEXT-NOTE-TIME.

           ADD 1 TO CN-TIME.
           GO TO 510-WRITE-NOTE.

       500-EXIT.


       600-BROWSE-NOTES.
      * READ BACKWARD FROM WS-POSITION-KEY FOR THE ACCOUNT'S NEXT
      * FIVE NOTES, AS THE GS22 ACCOUNT ORDER LIST DOES ON ORDACCT
      *=================================================================

           MOVE 'N' TO WS-BROWSE-DONE-SW.

      *    WHEN NOTHING SORTS AT OR PAST THE POSITIONING KEY THE
      *    ACCOUNT'S NOTES - IF ANY - ARE THE LAST ON THE FILE, SO
      *    THE BROWSE RESTARTS FROM THE VERY END
           EXEC CICS HANDLE CONDITION
               NOTFND(605-START-AT-END)
               ENDFILE(605-START-AT-END)
           END-EXEC.

           MOVE WS-POSITION-KEY TO CUSTNOTE-KEY.
           EXEC CICS STARTBR
               FILE('CUSTNOTE')
               RIDFLD(CUSTNOTE-KEY)
               GTEQ
           END-EXEC.

           GO TO 608-BROWSE-ESTABLISHED.

       605-START-AT-END.

      *    AN EMPTY FILE GIVES NOTHING TO SHOW - DO NOT COME BACK HERE
           EXEC CICS HANDLE CONDITION
               NOTFND(630-NO-NOTES)
               ENDFILE(630-NO-NOTES)
           END-EXEC.

           MOVE HIGH-VALUES TO CUSTNOTE-KEY.
           EXEC CICS STARTBR
               FILE('CUSTNOTE')
               RIDFLD(CUSTNOTE-KEY)
               GTEQ
           END-EXEC.

       608-BROWSE-ESTABLISHED.

           EXEC CICS HANDLE CONDITION
               NOTFND(620-BROWSE-ENDED)
               ENDFILE(620-BROWSE-ENDED)
           END-EXEC.

           PERFORM 610-READ-PREV-NOTE
               UNTIL WS-BROWSE-DONE.

       620-BROWSE-ENDED.

           EXEC CICS ENDBR FILE('CUSTNOTE') END-EXEC.

       630-NO-NOTES.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.

       600-EXIT.


       610-READ-PREV-NOTE.
      * STEP BACKWARD ONE NOTE - STOP ONCE THE ACCOUNT CHANGES OR THE
      * PAGE IS FULL
      *=================================================================

           EXEC CICS READPREV FILE('CUSTNOTE')
               INTO(CUSTNOTE-RECORD)
               RIDFLD(CUSTNOTE-KEY)
               LENGTH(CUSTNOTE-LENGTH)
           END-EXEC.

      *    THE FIRST READPREV HANDS BACK THE RECORD THE STARTBR
      *    POSITIONED ON - THE NEXT ACCOUNT UP, OR THE LAST NOTE OF
      *    THE PAGE ALREADY SHOWN
           IF CUSTNOTE-KEY IS NOT LESS THAN WS-POSITION-KEY
               CONTINUE
           ELSE
           IF CN-ACCOUNT NOT EQUAL WS-ACCOUNT
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
               ADD 1 TO WS-NOTE-COUNT
               PERFORM 650-LOAD-NOTE-LINES
               IF WS-NOTE-COUNT IS EQUAL TO WS-PAGE-SIZE
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-IF
           END-IF.

       610-EXIT.


       650-LOAD-NOTE-LINES.
      * ONE NOTE ON THE SCREEN - A HEADER LINE OF WHEN, WHO AND ANY
      * PROMISE, AND THE NOTE ITSELF UNDERNEATH
      *=================================================================

           MOVE CN-DATE TO NH-DATE.
           MOVE CN-TIME TO NH-TIME.
           MOVE CN-OPERATOR-ID TO NH-OPERATOR-ID.
           MOVE CN-INVOICE-NO TO NH-INVOICE-NO.
           IF CN-NO-PROMISE
               MOVE SPACES TO NH-PROMISE
           ELSE
               MOVE 'PROMISED ' TO NH-PROMISE(1:9)
               MOVE CN-PROMISE-AMOUNT TO NH-PROMISE-AMOUNT
               MOVE ' BY ' TO NH-PROMISE(20:4)
               MOVE CN-PROMISE-DATE TO NH-PROMISE-DATE
               MOVE SPACES TO NH-PROMISE(31:2)
               IF CN-PROMISE-KEPT
                   MOVE 'KEPT   ' TO NH-PROMISE-STATUS
               ELSE
               IF CN-PROMISE-BROKEN
                   MOVE 'BROKEN ' TO NH-PROMISE-STATUS
               ELSE
                   MOVE 'PENDING' TO NH-PROMISE-STATUS
               END-IF
               END-IF
           END-IF.

           MOVE NOTE-HEADER-LINE TO NHDRO(WS-NOTE-COUNT).
           MOVE CN-TEXT TO NTXTO(WS-NOTE-COUNT).

       650-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPNT') MAPSET('GSMAPNT') CURSOR ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS41')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO ACCTA.
           MOVE DFHBMFSE TO NOTEA.
           MOVE DFHBMFSE TO PINVA.
           MOVE DFHBMFSE TO PAMTA.
           MOVE DFHBMFSE TO PDTEA.

       920-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPNTO.
           MOVE "* KEY AN ACCOUNT TO SHOW ITS NOTES *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO ACCTL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPNTO.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       1200-EXIT.


       1210-FUNCTION1.
      * FUNCTION KEY 1 PARAGRAPH
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgmo')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       1210-EXIT.


       1220-FUNCTION2.
      * FUNCTION KEY 2 PARAGRAPH - THE NEXT FIVE OLDER NOTES, FROM
      * THE LAST ONE ON THE SCREEN
      *=================================================================

           PERFORM 250-CHECK-ACCOUNT.

           MOVE NHDRI(WS-PAGE-SIZE) TO NOTE-HEADER-LINE.
           IF NH-DATE IS NOT NUMERIC OR NH-TIME IS NOT NUMERIC
               MOVE "* NO OLDER NOTES - PF3 FOR NEWEST  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO NOTEL
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE WS-ACCOUNT TO WS-POSITION-ACCOUNT.
           MOVE NH-DATE TO WS-POSITION-DATE.
           MOVE NH-TIME TO WS-POSITION-TIME.
           MOVE "* PF2 OLDER NOTES - PF3 NEWEST     *" TO MSGO.
           PERFORM 310-SHOW-PAGE THRU 310-EXIT.

       1220-EXIT.


       1230-FUNCTION3.
      * FUNCTION KEY 3 PARAGRAPH - BACK TO THE NEWEST NOTES
      *=================================================================

           PERFORM 250-CHECK-ACCOUNT.

           MOVE "* KEY A CALL NOTE OR PF2 FOR OLDER *" TO MSGO.
           PERFORM 300-SHOW-NOTES THRU 300-EXIT.

       1230-EXIT.


       END PROGRAM gsprgnt.
