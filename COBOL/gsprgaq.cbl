       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgaq.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPAQ'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  THE SCREEN'S
      *    OWN RETURNS CARRY GS-RETURN-AREA (9 BYTES) SO A RE-ENTRY
      *    CAN BE TOLD APART FROM THE 8-BYTE TRANSFER IN FROM THE MENU
      *    AND THE 14-BYTE ONE FROM THE GS11 CUSTOMER SCREEN.
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

       01  WS-JUMP-LENGTH                  PIC S9(4) COMP VALUE 15.
       01  WS-NOTES-LENGTH                 PIC S9(4) COMP VALUE 14.

      *    PF5 HANDS THE SELECTED OPEN ITEM'S INVOICE NUMBER PLUS THE
      *    SIGN-ON BLOCK TO THE GS02 INVOICE INQUIRY
       01  WS-JUMP-AREA.
           05  WS-JUMP-INVOICE             PIC X(7).
           05  WS-JUMP-COMM                PIC X(8).

      *    PF6 HANDS THE ACCOUNT ON SHOW PLUS THE SIGN-ON BLOCK TO
      *    THE GS41 CALL NOTES SCREEN
       01  WS-NOTES-AREA.
           05  WS-NOTES-ACCOUNT            PIC X(6).
           05  WS-NOTES-COMM               PIC X(8).

      *    ONLY THE FIELDS THE CREDIT DESK NEEDS ARE NAMED - THE
      *    NAME, THE HOLD AND REVIEW FLAGS AND THE CREDIT LIMIT
       01  CUSTMAS-LENGTH                  PIC S9(4) COMP VALUE 160.

       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  CUSTMAS-NAME                PIC X(20).
           05  FILLER                      PIC X(76).
           05  CUSTMAS-CREDIT-HOLD         PIC X(1).
           05  FILLER                      PIC X(43).
           05  CUSTMAS-REVIEW-FLAG         PIC X(1).
           05  CUSTMAS-CREDIT-LIMIT        PIC 9(7)V99.
           05  FILLER                      PIC X(4).

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
      *        THE INVOICE'S CURRENCY AND BOOKED RATE - SEE GSPRGCP
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        TERMS, DUE DATE AND EARLY-PAYMENT DISCOUNT - SEE GSPRGCP
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

      *    THE ORDERS ARE WALKED THROUGH THE ORDACCT PATH FOR THE
      *    UNSHIPPED PART OF THE EXPOSURE AND FOR THE DEPOSITS AND
      *    CREDIT MEMOS FILED AGAINST THE ACCOUNT'S INVOICE NUMBERS
       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS            PIC X(90).
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  FILLER                      PIC X(97).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
               88  ORDFILE-STATUS-HELD            VALUE 'H'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  FILLER                      PIC X(46).
           05  ORDFILE-TAX-TOTAL           PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(41).

      *    ONE DEPFILE RECORD PER CUSTOMER DEPOSIT, HELD AGAINST THE
      *    INVOICE NUMBER UNTIL THE CASH APPLICATION APPLIES IT
       01  DEPFILE-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  DEPFILE-RECORD.
           05  DEP-INVOICE-NO              PIC X(7).
           05  DEP-ACCOUNT                 PIC X(6).
           05  DEP-AMOUNT                  PIC 9(7)V99.
           05  DEP-DATE                    PIC 9(7).
           05  DEP-STATUS                  PIC X(1).
               88  DEP-STATUS-HELD                 VALUE 'H'.
               88  DEP-STATUS-APPLIED              VALUE 'A'.
               88  DEP-STATUS-REFUND               VALUE 'R'.
           05  DEP-APPLIED-DATE            PIC 9(7).
           05  FILLER                      PIC X(3).

      *    CREDIT MEMOS UNDER THE INVOICE - ONE NOT YET FLAGGED 'A'
      *    HAS NOT BEEN APPLIED TO AN OPEN ITEM BY GSPRGCP
       01  CREDMEM-LENGTH                  PIC S9(4) COMP VALUE 48.

       01  CREDMEM-RECORD.
           05  CREDMEM-KEY.
               10  CM-INVOICE-NO           PIC X(7).
               10  CM-SEQ                  PIC 9(2).
           05  CM-PRODUCT                  PIC X(8).
           05  CM-QTY                      PIC 9(3).
           05  CM-PRICE                    PIC 9(5)V99.
           05  CM-CREDIT-AMOUNT            PIC 9(7)V99.
           05  CM-DATE                     PIC 9(7).
           05  CM-OPERATOR-ID              PIC X(3).
           05  CM-STATUS                   PIC X(1).
               88  CM-STATUS-NEW                  VALUE 'N'.
               88  CM-STATUS-EXTRACTED            VALUE 'X'.
           05  CM-AR-APPLIED-FLAG          PIC X(1).
               88  CM-AR-APPLIED                  VALUE 'A'.

      *    THE DUNNING MEMORY GSPRGDN KEEPS PER OPEN ITEM - THE LAST
      *    LETTER LEVEL SENT AND WHEN
       01  DUNFILE-LENGTH                  PIC S9(4) COMP VALUE 20.

       01  DUNFILE-RECORD.
           05  DUN-INVOICE-NO              PIC X(7).
           05  DUN-LEVEL                   PIC 9(1).
           05  DUN-LAST-SENT               PIC 9(7).
           05  FILLER                      PIC X(5).

      *    THE PAYMENT HISTORY BY ACCOUNT AND DATE - GSPRGCP FILES
      *    EVERY PAYHIST ENTRY HERE AS WELL.  TYPE SPACE IS A
      *    PAYMENT, 'R' A REVERSAL, 'D' A DISCOUNT TAKEN.
       01  PAYACCT-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  PAYACCT-RECORD.
           05  PAYACCT-KEY.
               10  PA-ACCOUNT              PIC X(6).
               10  PA-DATE                 PIC 9(7).
               10  PA-SEQ                  PIC 9(4).
           05  PA-INVOICE-NO               PIC X(7).
           05  PA-AMOUNT                   PIC 9(7)V99.
           05  PA-TYPE                     PIC X(1).
               88  PA-REVERSAL                     VALUE 'R'.
               88  PA-DISCOUNT                     VALUE 'D'.
           05  PA-REASON                   PIC X(3).
           05  FILLER                      PIC X(3).

       01  WS-ACCOUNT                      PIC X(6).

      *    THE OPEN ITEMS PAGE EIGHT AT A TIME - EACH LINE CARRIES
      *    ITS RUNNING ITEM NUMBER, SO PF2 AND PF3 KNOW HOW MANY
      *    OPEN ITEMS TO STEP OVER FROM THE LINES ON THE SCREEN
       01  WS-PAGE-SIZE                    PIC 9(3) VALUE 8.
       01  WS-SKIP-COUNT                   PIC S9(3) VALUE ZERO.
       01  WS-OPEN-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LISTED-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-PAY-COUNT                    PIC 9(1) VALUE ZERO.
       01  WS-LAST-PAGE-SW                 PIC X(1).
           88  WS-LAST-PAGE                        VALUE 'Y'.

       01  WS-BROWSE-DONE-SW               PIC X(1).
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-MEMO-DONE-SW                 PIC X(1).
           88  WS-MEMO-DONE                        VALUE 'Y'.

       01  WS-ITEM-BALANCE                 PIC S9(7)V99 VALUE ZERO.
       01  WS-OPEN-AR-TOTAL                PIC S9(9)V99 VALUE ZERO.
       01  WS-OPEN-ORDER-TOTAL             PIC S9(9)V99 VALUE ZERO.
       01  WS-EXPOSURE-TOTAL               PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-DEPOSIT-TOTAL                PIC S9(9)V99 VALUE ZERO.

       01  WS-ITEM-DUN-LEVEL               PIC 9(1) VALUE ZERO.
       01  WS-LAST-DUN-LEVEL               PIC 9(1) VALUE ZERO.
       01  WS-LAST-DUN-DATE                PIC 9(7) VALUE ZERO.

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE AGE COMES OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                      PIC X(1).
           05  WS-DN-CYY                   PIC 9(3).
           05  WS-DN-DDD                   PIC 9(3).
       01  WS-DN-NUMBER                    PIC 9(6) VALUE ZERO.
       01  WS-DN-TODAY                     PIC 9(6) VALUE ZERO.
       01  WS-AGE-DAYS                     PIC S9(5) VALUE ZERO.

      *    ONE OPEN ITEM - AGE IS DAYS PAST DUE, NEGATIVE WHILE THE
      *    ITEM IS STILL WITHIN TERMS
       01  RECORD-LINE.
           05  RL-LINE                     PIC 9(3).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RL-INVOICE-NO               PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RL-INVOICE-DATE             PIC 9(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RL-DUE-DATE                 PIC 9(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RL-BALANCE                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  RL-AGE                      PIC -ZZZ9.
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RL-STATUS                   PIC X(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  RL-DUN-LEVEL                PIC 9(1).
           05  FILLER                      PIC X(3)    VALUE SPACES.

       01  PAYMENT-LINE.
           05  PL-DATE                     PIC 9(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PL-INVOICE-NO               PIC X(7).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PL-AMOUNT                   PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PL-TYPE                     PIC X(8).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  PL-REASON                   PIC X(3).
           05  FILLER                      PIC X(17)   VALUE SPACES.


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

           *> A 14-BYTE COMMAREA IS THE JUMP FROM THE GS11 CUSTOMER
           *> SCREEN - ACCOUNT FIRST, THEN THE SIGN-ON BLOCK
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
               AID PF5 (1240-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF6 (1250-FUNCTION6)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.

           *> REVIEVE MAP AND MAPSET
           EXEC CICS RECEIVE MAP('MAPAQ') MAPSET('GSMAPAQ') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPAQO.
           MOVE "* KEY AN ACCOUNT TO INQUIRE ON     *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPAQ') MAPSET('GSMAPAQ') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS40')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-ACCOUNT-NOT-FOUND.
      * NO CUSTOMER MASTER FOR THE KEYED ACCOUNT
      *=================================================================

           MOVE LOW-VALUES TO MAPAQO.
           MOVE WS-ACCOUNT TO ACCTO.
           MOVE "*  ACCOUNT NOT ON THE CUSTOMER FILE*" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO ACCTL.
           MOVE DFHUNIMD TO ACCTA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       160-JUMP-TO-ACCOUNT.
      * THE CUSTOMER SCREEN HANDED US AN ACCOUNT NUMBER - SHOW IT
      * STRAIGHT AWAY FROM THE FIRST OPEN ITEM
      *=================================================================

           MOVE LOW-VALUES TO MAPAQO.
           MOVE LK-TRANSFER(1:6) TO WS-ACCOUNT.
           MOVE ZERO TO WS-SKIP-COUNT.
           PERFORM 300-SHOW-ACCOUNT THRU 300-EXIT.

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

           *> ENTER ALWAYS SHOWS THE ACCOUNT FROM ITS FIRST OPEN ITEM
           *>===============================================
           MOVE ZERO TO WS-SKIP-COUNT.
           PERFORM 300-SHOW-ACCOUNT THRU 300-EXIT.

       200-EXIT.


       250-CHECK-ACCOUNT.
      * THE ACCOUNT MUST BE KEYED IN FULL BEFORE ANYTHING IS SHOWN OR
      * PAGED
      *=================================================================

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


       300-SHOW-ACCOUNT.
      * BUILD THE WHOLE INQUIRY FOR WS-ACCOUNT - THE CREDIT LIMIT AND
      * EXPOSURE THE WAY GS03 ORDER ENTRY ADDS IT UP, ONE PAGE OF OPEN
      * ITEMS STARTING PAST WS-SKIP-COUNT, THE LAST DUNNING LETTER,
      * THE UNAPPLIED CREDITS AND DEPOSITS AND THE LATEST PAYMENTS
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

           MOVE LOW-VALUES TO MAPAQO.
           MOVE WS-ACCOUNT TO ACCTO.
           MOVE CUSTMAS-NAME TO NAMEO.
           MOVE CUSTMAS-CREDIT-HOLD TO HOLDO.
           MOVE CUSTMAS-REVIEW-FLAG TO REVWO.
           MOVE CUSTMAS-CREDIT-LIMIT TO LIMTO.

           MOVE EIBDATE TO WS-DN-DATE.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-TODAY.

           MOVE ZERO TO WS-OPEN-COUNT.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE ZERO TO WS-OPEN-AR-TOTAL.
           MOVE ZERO TO WS-OPEN-ORDER-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-DEPOSIT-TOTAL.
           MOVE ZERO TO WS-LAST-DUN-LEVEL.
           MOVE ZERO TO WS-LAST-DUN-DATE.
           MOVE ZERO TO WS-PAY-COUNT.

           PERFORM 400-BROWSE-OPEN-ITEMS THRU 400-EXIT.
           PERFORM 500-BROWSE-ORDERS THRU 500-EXIT.
           PERFORM 600-LAST-PAYMENTS THRU 600-EXIT.

           COMPUTE WS-EXPOSURE-TOTAL =
               WS-OPEN-AR-TOTAL + WS-OPEN-ORDER-TOTAL.

           MOVE WS-OPEN-AR-TOTAL TO OARO.
           MOVE WS-OPEN-ORDER-TOTAL TO OORDO.
           MOVE WS-EXPOSURE-TOTAL TO EXPOO.
           MOVE WS-CREDIT-TOTAL TO UCRDO.
           MOVE WS-DEPOSIT-TOTAL TO UDEPO.
           MOVE WS-LAST-DUN-LEVEL TO DUNLO.
           MOVE WS-LAST-DUN-DATE TO DUNDO.

           IF WS-OPEN-COUNT IS EQUAL TO ZERO
               MOVE "* NO OPEN ITEMS ON THIS ACCOUNT    *" TO MSGO
           ELSE
           IF WS-LAST-PAGE
               MOVE "* LAST PAGE OF OPEN ITEMS          *" TO MSGO
           ELSE
           IF CUSTMAS-CREDIT-LIMIT IS GREATER THAN ZERO
               AND WS-EXPOSURE-TOTAL IS GREATER THAN
                   CUSTMAS-CREDIT-LIMIT
               MOVE "* EXPOSURE IS OVER THE CREDIT LIMIT*" TO MSGO
           ELSE
               MOVE "* PF2/PF3 PAGE - PF5 SHOWS INVOICE *" TO MSGO
           END-IF.

           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO ACCTL.
           PERFORM 900-SEND-MAP.

       300-EXIT.


       400-BROWSE-OPEN-ITEMS.
      * WALK THE ACCOUNT'S ITEMS THROUGH THE ARACCT PATH - EVERY OPEN
      * ITEM COUNTS TO THE EXPOSURE AND THE DUNNING, ONLY THE PAGE
      * ASKED FOR IS LISTED
      *=================================================================

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE WS-ACCOUNT TO AR-ACCOUNT.

           EXEC CICS HANDLE CONDITION
               NOTFND(400-EXIT)
               ENDFILE(410-AR-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('ARACCT')
               RIDFLD(AR-ACCOUNT)
               GTEQ
           END-EXEC.

           PERFORM 420-NEXT-OPEN-ITEM
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('ARACCT') END-EXEC.

       400-EXIT.


       410-AR-BROWSE-DONE.
      * END OF THE ARFILE REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('ARACCT') END-EXEC.
           GO TO 400-EXIT.

       410-EXIT.


       420-NEXT-OPEN-ITEM.
      * STEP ONE ITEM FORWARD - STOP ONCE THE ACCOUNT CHANGES
      *=================================================================

           EXEC CICS READNEXT FILE('ARACCT')
               INTO(ARFILE-RECORD)
               RIDFLD(AR-ACCOUNT)
               LENGTH(ARFILE-LENGTH)
           END-EXEC.

           IF AR-ACCOUNT NOT EQUAL WS-ACCOUNT
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF NOT AR-STATUS-PAID-FULL
               AND NOT AR-STATUS-WRITTEN-OFF
               PERFORM 430-ADD-OPEN-ITEM
           END-IF.

       420-EXIT.


       430-ADD-OPEN-ITEM.
      * COUNT ONE OPEN ITEM IN, NOTE ITS DUNNING, AND LIST IT WHEN IT
      * FALLS ON THE PAGE BEING SHOWN
      *=================================================================

           COMPUTE WS-ITEM-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           ADD WS-ITEM-BALANCE TO WS-OPEN-AR-TOTAL.
           ADD 1 TO WS-OPEN-COUNT.

           PERFORM 440-READ-DUNNING THRU 440-EXIT.

           IF WS-OPEN-COUNT IS GREATER THAN WS-SKIP-COUNT
               AND WS-LISTED-COUNT IS LESS THAN WS-PAGE-SIZE
               PERFORM 450-LIST-OPEN-ITEM
           END-IF.

       430-EXIT.


       440-READ-DUNNING.
      * THE ITEM'S DUNNING LEVEL - THE LETTER SENT MOST RECENTLY ON
      * ANY OPEN ITEM IS THE ACCOUNT'S LAST DUNNING LEVEL
      *=================================================================

           MOVE ZERO TO WS-ITEM-DUN-LEVEL.

           EXEC CICS HANDLE CONDITION
               NOTFND(440-NOT-DUNNED)
           END-EXEC.

           MOVE AR-INVOICE-NO TO DUN-INVOICE-NO.
           EXEC CICS READ FILE('DUNFILE')
               INTO(DUNFILE-RECORD)
               LENGTH(DUNFILE-LENGTH)
               RIDFLD(DUN-INVOICE-NO)
           END-EXEC.

           MOVE DUN-LEVEL TO WS-ITEM-DUN-LEVEL.
           IF DUN-LAST-SENT IS GREATER THAN WS-LAST-DUN-DATE
               MOVE DUN-LAST-SENT TO WS-LAST-DUN-DATE
               MOVE DUN-LEVEL TO WS-LAST-DUN-LEVEL
           END-IF.

       440-NOT-DUNNED.

           EXEC CICS HANDLE CONDITION
               NOTFND(400-EXIT)
               ENDFILE(410-AR-BROWSE-DONE)
           END-EXEC.

       440-EXIT.


       450-LIST-OPEN-ITEM.
      * ONE OPEN ITEM ON THE PAGE - AGED BY DAYS PAST ITS DUE DATE,
      * OR PAST THE INVOICE DATE FOR AN ITEM CARRIED NO DUE DATE
      *=================================================================

           IF AR-DUE-DATE IS NUMERIC
               AND AR-DUE-DATE IS GREATER THAN ZERO
               MOVE AR-DUE-DATE TO WS-DN-DATE
           ELSE
               MOVE AR-INVOICE-DATE TO WS-DN-DATE
           END-IF.
           MOVE WS-DN-DATE TO RL-DUE-DATE.
           PERFORM 700-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-TODAY - WS-DN-NUMBER.

           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-OPEN-COUNT TO RL-LINE.
           MOVE AR-INVOICE-NO TO RL-INVOICE-NO.
           MOVE AR-INVOICE-DATE TO RL-INVOICE-DATE.
           MOVE WS-ITEM-BALANCE TO RL-BALANCE.
           MOVE WS-AGE-DAYS TO RL-AGE.
           MOVE AR-STATUS TO RL-STATUS.
           MOVE WS-ITEM-DUN-LEVEL TO RL-DUN-LEVEL.
           MOVE RECORD-LINE TO LINEO(WS-LISTED-COUNT).

       450-EXIT.


       500-BROWSE-ORDERS.
      * WALK THE ACCOUNT'S ORDERS THROUGH THE ORDACCT PATH - THE
      * UNSHIPPED OPEN AND HELD ONES ARE THE REST OF THE EXPOSURE, AND
      * EVERY LIVE ORDER IS CHECKED FOR A HELD DEPOSIT AND FOR CREDIT
      * MEMOS NOT YET APPLIED
      *=================================================================

           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE WS-ACCOUNT TO ORDFILE-ACCOUNT.

           EXEC CICS HANDLE CONDITION
               NOTFND(500-EXIT)
               ENDFILE(510-ORD-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('ORDACCT')
               RIDFLD(ORDFILE-ACCOUNT)
               GTEQ
           END-EXEC.

           PERFORM 520-NEXT-ORDER
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('ORDACCT') END-EXEC.

       500-EXIT.


       510-ORD-BROWSE-DONE.
      * END OF THE ORDER FILE REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('ORDACCT') END-EXEC.
           GO TO 500-EXIT.

       510-EXIT.


       520-NEXT-ORDER.
      * STEP ONE ORDER FORWARD - STOP ONCE THE ACCOUNT CHANGES
      *=================================================================

           EXEC CICS READNEXT FILE('ORDACCT')
               INTO(ORDFILE-RECORD)
               RIDFLD(ORDFILE-ACCOUNT)
               LENGTH(ORDFILE-LENGTH)
           END-EXEC.

           IF ORDFILE-ACCOUNT NOT EQUAL WS-ACCOUNT
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
               IF ORDFILE-STATUS-OPEN OR ORDFILE-STATUS-HELD
                   COMPUTE WS-OPEN-ORDER-TOTAL = WS-OPEN-ORDER-TOTAL +
                       ORDFILE-INVOICE-TOTAL + ORDFILE-TAX-TOTAL
               END-IF
               IF NOT ORDFILE-STATUS-CANCELLED
                   PERFORM 530-HELD-DEPOSIT THRU 530-EXIT
                   PERFORM 540-UNAPPLIED-CREDITS THRU 540-EXIT
               END-IF
           END-IF.

       520-EXIT.


       530-HELD-DEPOSIT.
      * A DEPOSIT STILL HELD AGAINST THE ORDER'S INVOICE NUMBER
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(530-NO-DEPOSIT)
           END-EXEC.

           MOVE ORDFILE-INVOICE-NO TO DEP-INVOICE-NO.
           EXEC CICS READ FILE('DEPFILE')
               INTO(DEPFILE-RECORD)
               LENGTH(DEPFILE-LENGTH)
               RIDFLD(DEP-INVOICE-NO)
           END-EXEC.

           IF DEP-STATUS-HELD
               ADD DEP-AMOUNT TO WS-DEPOSIT-TOTAL
           END-IF.

       530-NO-DEPOSIT.

           EXEC CICS HANDLE CONDITION
               NOTFND(500-EXIT)
               ENDFILE(510-ORD-BROWSE-DONE)
           END-EXEC.

       530-EXIT.


       540-UNAPPLIED-CREDITS.
      * ADD IN THE CREDIT MEMOS UNDER THE ORDER'S INVOICE NUMBER THAT
      * THE NIGHTLY CASH APPLICATION HAS NOT YET APPLIED
      *=================================================================

           MOVE 'N' TO WS-MEMO-DONE-SW.
           MOVE ORDFILE-INVOICE-NO TO CM-INVOICE-NO.
           MOVE ZERO TO CM-SEQ.

           EXEC CICS HANDLE CONDITION
               NOTFND(545-NO-MEMOS)
               ENDFILE(545-MEMO-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('CREDMEM')
               RIDFLD(CREDMEM-KEY)
               GTEQ
           END-EXEC.

           PERFORM 550-NEXT-MEMO
               UNTIL WS-MEMO-DONE.

       545-MEMO-BROWSE-DONE.

           EXEC CICS ENDBR FILE('CREDMEM') END-EXEC.

       545-NO-MEMOS.

           EXEC CICS HANDLE CONDITION
               NOTFND(500-EXIT)
               ENDFILE(510-ORD-BROWSE-DONE)
           END-EXEC.

       540-EXIT.


       550-NEXT-MEMO.
      * STEP ONE CREDIT MEMO FORWARD - STOP ONCE THE INVOICE CHANGES
      *=================================================================

           EXEC CICS READNEXT FILE('CREDMEM')
               INTO(CREDMEM-RECORD)
               RIDFLD(CREDMEM-KEY)
               LENGTH(CREDMEM-LENGTH)
           END-EXEC.

           IF CM-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               MOVE 'Y' TO WS-MEMO-DONE-SW
           ELSE
           IF NOT CM-AR-APPLIED
               ADD CM-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       550-EXIT.


       600-LAST-PAYMENTS.
      * THE ACCOUNT'S LATEST PAYMENTS, REVERSALS AND DISCOUNTS, NEWEST
      * FIRST - POSITION JUST PAST THE ACCOUNT ON PAYACCT AND READ
      * BACKWARD, AS THE GS22 ACCOUNT ORDER LIST DOES ON ORDACCT
      *=================================================================

           MOVE 'N' TO WS-BROWSE-DONE-SW.

      *    WHEN NOTHING SORTS AT OR PAST THE POSITIONING KEY THE
      *    ACCOUNT'S ENTRIES - IF ANY - ARE THE LAST ON THE FILE, SO
      *    THE BROWSE RESTARTS FROM THE VERY END
           EXEC CICS HANDLE CONDITION
               NOTFND(605-START-AT-END)
               ENDFILE(605-START-AT-END)
           END-EXEC.

           MOVE WS-ACCOUNT TO PA-ACCOUNT.
           MOVE 9999999 TO PA-DATE.
           MOVE 9999 TO PA-SEQ.

           EXEC CICS STARTBR
               FILE('PAYACCT')
               RIDFLD(PAYACCT-KEY)
               GTEQ
           END-EXEC.

           GO TO 608-BROWSE-ESTABLISHED.

       605-START-AT-END.

      *    AN EMPTY FILE GIVES NOTHING TO SHOW - DO NOT COME BACK HERE
           EXEC CICS HANDLE CONDITION
               NOTFND(630-NO-PAYMENTS)
               ENDFILE(630-NO-PAYMENTS)
           END-EXEC.

           MOVE HIGH-VALUES TO PAYACCT-KEY.
           EXEC CICS STARTBR
               FILE('PAYACCT')
               RIDFLD(PAYACCT-KEY)
               GTEQ
           END-EXEC.

       608-BROWSE-ESTABLISHED.

           EXEC CICS HANDLE CONDITION
               NOTFND(620-BROWSE-ENDED)
               ENDFILE(620-BROWSE-ENDED)
           END-EXEC.

           PERFORM 610-READ-PREV-PAYMENT
               UNTIL WS-BROWSE-DONE.

       620-BROWSE-ENDED.

           EXEC CICS ENDBR FILE('PAYACCT') END-EXEC.

       630-NO-PAYMENTS.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.

       600-EXIT.


       610-READ-PREV-PAYMENT.
      * STEP BACKWARD ONE HISTORY ENTRY - STOP ONCE THE ACCOUNT
      * CHANGES OR THE SCREEN'S FOUR PAYMENT LINES ARE FULL
      *=================================================================

           EXEC CICS READPREV FILE('PAYACCT')
               INTO(PAYACCT-RECORD)
               RIDFLD(PAYACCT-KEY)
               LENGTH(PAYACCT-LENGTH)
           END-EXEC.

      *    THE FIRST READPREV MAY HAND BACK THE ENTRY THE STARTBR
      *    POSITIONED ON, WHICH CAN BELONG TO THE NEXT ACCOUNT UP
           IF PA-ACCOUNT IS GREATER THAN WS-ACCOUNT
               CONTINUE
           ELSE
           IF PA-ACCOUNT IS LESS THAN WS-ACCOUNT
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
               ADD 1 TO WS-PAY-COUNT
               MOVE PA-DATE TO PL-DATE
               MOVE PA-INVOICE-NO TO PL-INVOICE-NO
               MOVE PA-AMOUNT TO PL-AMOUNT
               IF PA-REVERSAL
                   MOVE 'REVERSAL' TO PL-TYPE
               ELSE
               IF PA-DISCOUNT
                   MOVE 'DISCOUNT' TO PL-TYPE
               ELSE
                   MOVE 'PAYMENT ' TO PL-TYPE
               END-IF
               END-IF
               MOVE PA-REASON TO PL-REASON
               MOVE PAYMENT-LINE TO PAYO(WS-PAY-COUNT)
               IF WS-PAY-COUNT IS EQUAL TO 4
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-IF
           END-IF.

       610-EXIT.


       700-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       700-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPAQ') MAPSET('GSMAPAQ') CURSOR ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS40')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO ACCTA.
           MOVE DFHBMFSE TO LINSELA.

       920-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPAQO.
           MOVE "* KEY AN ACCOUNT TO INQUIRE ON     *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO ACCTL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPAQO.
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
      * FUNCTION KEY 2 PARAGRAPH - PAGE FORWARD THROUGH THE OPEN
      * ITEMS, STARTING AFTER THE LAST ONE ON THE SCREEN
      *=================================================================

           PERFORM 250-CHECK-ACCOUNT.

           MOVE 'N' TO WS-LAST-PAGE-SW.
           MOVE LINEI(WS-PAGE-SIZE) TO RECORD-LINE.
           IF RL-LINE IS NUMERIC
               MOVE RL-LINE TO WS-SKIP-COUNT
           ELSE
      *        THE PAGE ON THE SCREEN WAS NOT FULL - IT IS THE LAST,
      *        SO SHOW IT AGAIN
               MOVE 'Y' TO WS-LAST-PAGE-SW
               MOVE LINEI(1) TO RECORD-LINE
               IF RL-LINE IS NUMERIC
                   COMPUTE WS-SKIP-COUNT = RL-LINE - 1
               ELSE
                   MOVE ZERO TO WS-SKIP-COUNT
               END-IF
           END-IF.

           PERFORM 300-SHOW-ACCOUNT THRU 300-EXIT.

       1220-EXIT.


       1230-FUNCTION3.
      * FUNCTION KEY 3 PARAGRAPH - PAGE BACK THROUGH THE OPEN ITEMS
      *=================================================================

           PERFORM 250-CHECK-ACCOUNT.

           MOVE 'N' TO WS-LAST-PAGE-SW.
           MOVE LINEI(1) TO RECORD-LINE.
           IF RL-LINE IS NUMERIC
               COMPUTE WS-SKIP-COUNT = RL-LINE - 1 - WS-PAGE-SIZE
           ELSE
               MOVE ZERO TO WS-SKIP-COUNT
           END-IF.
           IF WS-SKIP-COUNT IS LESS THAN ZERO
               MOVE ZERO TO WS-SKIP-COUNT
           END-IF.

           PERFORM 300-SHOW-ACCOUNT THRU 300-EXIT.

       1230-EXIT.


       1240-FUNCTION5.
      * FUNCTION KEY 5 PARAGRAPH - SHOW THE SELECTED OPEN ITEM'S
      * INVOICE ON THE GS02 INVOICE INQUIRY
      *=================================================================

           IF LINSELI IS NOT NUMERIC
               OR LINSELI IS LESS THAN 1
               OR LINSELI IS GREATER THAN WS-PAGE-SIZE
               MOVE "* LINE SELECT MUST BE 01 TO 08     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LINSELL
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE LINEI(LINSELI) TO RECORD-LINE.

           IF RL-LINE IS NOT NUMERIC
               MOVE "*  NO OPEN ITEM LISTED ON THAT LINE*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LINSELL
               PERFORM 900-SEND-MAP
           END-IF.

           *> HAND THE SELECTED INVOICE NUMBER AND THE SIGN-ON BLOCK
           *> TO GSPRGI, WHICH RECOGNIZES A 15-BYTE COMMAREA AS A
           *> REQUEST TO SHOW THAT INVOICE STRAIGHT AWAY
           *>=============================================
           MOVE RL-INVOICE-NO TO WS-JUMP-INVOICE.
           MOVE GS-COMM TO WS-JUMP-COMM.
           EXEC CICS XCTL
               PROGRAM('gsprgi')
               COMMAREA(WS-JUMP-AREA)
               LENGTH(WS-JUMP-LENGTH)
           END-EXEC.

       1240-EXIT.


       1250-FUNCTION6.
      * FUNCTION KEY 6 PARAGRAPH - THE CALL NOTES AND PROMISES FOR
      * THE ACCOUNT ON SHOW
      *=================================================================

           PERFORM 250-CHECK-ACCOUNT.

           MOVE WS-ACCOUNT TO WS-NOTES-ACCOUNT.
           MOVE GS-COMM TO WS-NOTES-COMM.
           EXEC CICS XCTL
               PROGRAM('gsprgnt')
               COMMAREA(WS-NOTES-AREA)
               LENGTH(WS-NOTES-LENGTH)
           END-EXEC.

       1250-EXIT.


       END PROGRAM gsprgaq.
