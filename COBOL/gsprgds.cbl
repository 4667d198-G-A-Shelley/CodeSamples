       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgds.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPDS'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  THE CREDIT DESK
      *    WORKS DISPUTES AT THE SENIOR LEVEL; WRITING ONE OFF NEEDS A
      *    SUPERVISOR, THE SAME AS THE GS38 WRITE-OFF SCREEN.
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

      *    ONE DISPUTE PER INVOICE - OPENED BY THE GSPRGCP CASH
      *    APPLICATION FOR THE SHORTFALL WHEN A CUSTOMER TAKES A
      *    DEDUCTION, AND CLOSED HERE
       01  DISPUTE-LENGTH                  PIC S9(4) COMP VALUE 70.

       01  DISPUTE-RECORD.
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-ACCOUNT                  PIC X(6).
           05  DS-NAME                     PIC X(20).
           05  DS-AMOUNT                   PIC 9(7)V99.
           05  DS-REASON                   PIC X(3).
           05  DS-OPEN-DATE                PIC 9(7).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                 VALUE 'O'.
               88  DS-STATUS-CREDITED             VALUE 'C'.
               88  DS-STATUS-REINSTATED           VALUE 'R'.
               88  DS-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  DS-RESOLVED-DATE            PIC 9(7).
           05  DS-RESOLVED-BY              PIC X(3).
           05  FILLER                      PIC X(7).

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

      *    A CREDITED DISPUTE IS RAISED AS A CREDIT MEMO THE SAME WAY
      *    THE GS20 RETURN SCREEN RAISES ONE - THE NIGHTLY GSPRGCP RUN
      *    APPLIES IT TO THE OPEN ITEM AND GSPRGX CARRIES IT TO
      *    BILLING.  THE PRODUCT SLOT CARRIES 'DISP' AND THE REASON
      *    SO IT CANNOT BE MISTAKEN FOR A RETURNED PART.
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

      *    THE WRITE-OFF REGISTER - A DISPUTE WRITTEN OFF GOES ON AS
      *    REASON 'DS' FOR GSPRGGL AND THE GSPRGWO REGISTER
       01  WRTOFF-LENGTH                   PIC S9(4) COMP VALUE 60.

       01  WRTOFF-RECORD.
           05  WO-INVOICE-NO               PIC X(7).
           05  WO-ACCOUNT                  PIC X(6).
           05  WO-NAME                     PIC X(20).
           05  WO-AMOUNT                   PIC 9(7)V99.
           05  WO-REASON                   PIC X(2).
               88  WO-BAD-DEBT                    VALUE 'BD'.
               88  WO-SMALL-BALANCE               VALUE 'SB'.
               88  WO-DISPUTE-SETTLED             VALUE 'DS'.
           05  WO-DATE                     PIC 9(7).
           05  WO-OPERATOR-ID              PIC X(3).
           05  WO-SOURCE                   PIC X(1).
               88  WO-SOURCE-ONLINE               VALUE 'O'.
               88  WO-SOURCE-BATCH                VALUE 'B'.
           05  FILLER                      PIC X(5).

      *    THE ACCOUNTING-PERIOD CONTROL - A CREDIT OR A WRITE-OFF
      *    MAY NOT BE POSTED INTO A PERIOD GSPRGMC HAS CLOSED
       01  PERCTL-LENGTH                   PIC S9(4) COMP VALUE 20.

       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).

       01  WS-PC-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-PC-DATE-X REDEFINES WS-PC-DATE.
           05  FILLER                      PIC X(2).
           05  WS-PC-YY                    PIC 9(2).
           05  WS-PC-DDD                   PIC 9(3).
       01  WS-PC-MONTH                     PIC 9(2) VALUE ZERO.
       01  WS-PC-LEAP                      PIC 9(1) VALUE ZERO.
       01  WS-PC-LIMIT                     PIC 9(3) VALUE ZERO.
       01  WS-PC-REMAINDER                 PIC 9(2) VALUE ZERO.
       01  WS-PC-QUOTIENT                  PIC 9(2) VALUE ZERO.

       01  WS-MONTH-END-VALUES.
           05  FILLER                      PIC X(36) VALUE
               '031059090120151181212243273304334366'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

       01  WS-PERIOD-SW                    PIC X(1).
           88  WS-PERIOD-CLOSED                    VALUE 'C'.

      *    THE ACTION KEYED AGAINST THE DISPUTE
       01  WS-ACTION                       PIC X(1).
           88  WS-ACTION-CREDIT                    VALUE 'C'.
           88  WS-ACTION-REINSTATE                 VALUE 'R'.
           88  WS-ACTION-WRITE-OFF                 VALUE 'W'.
           88  WS-ACTION-VALID                     VALUE 'C' 'R' 'W'.

       01  WS-OPEN-BALANCE                 PIC S9(7)V99 VALUE ZERO.
       01  WS-RESOLVE-AMOUNT               PIC S9(7)V99 VALUE ZERO.


       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-TRANSFER                  PIC X(9).


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-START-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           *> TRANSFER CONTROL FROM OTHER SCREENS
           *>=============================================
           IF EIBCALEN EQUAL 8
               MOVE LK-TRANSFER(1:8) TO GS-COMM
               GO TO 100-FIRST-TIME
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
               NOTFND(150-DISPUTE-NOT-FOUND)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               DUPREC(160-ALREADY-WRITTEN-OFF)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF1 (1210-FUNCTION1)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.

           *> REVIEVE MAP AND MAPSET
           EXEC CICS RECEIVE MAP('MAPDS') MAPSET('GSMAPDS') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           IF NOT GS-AUTH-SENIOR
               EXEC CICS XCTL
                   PROGRAM('gsprgmo')
                   COMMAREA(GS-COMM)
                   LENGTH(GS-COMM-LENGTH)
               END-EXEC
           END-IF.

           MOVE LOW-VALUES TO MAPDSO.
           MOVE "* KEY THE INVOICE IN DISPUTE       *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPDS') MAPSET('GSMAPDS') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS39')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-DISPUTE-NOT-FOUND.
      * NO DISPUTE HAS BEEN OPENED FOR THE KEYED INVOICE
      *=================================================================

           MOVE "*  NO DISPUTE ON FILE FOR INVOICE  *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           MOVE DFHUNIMD TO INVA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       160-ALREADY-WRITTEN-OFF.
      * THE WRITE-OFF REGISTER ALREADY HOLDS THIS INVOICE - ONLY ONE
      * WRITE-OFF IS CARRIED PER INVOICE
      *=================================================================

           EXEC CICS UNLOCK FILE('ARFILE') END-EXEC.
           MOVE "* ITEM IS ALREADY ON THE REGISTER  *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           MOVE DFHUNIMD TO INVA.
           PERFORM 900-SEND-MAP.

       160-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF INVI(1:4) IS EQUAL TO 'XXXX'
               OR INVI(1:4) IS EQUAL TO 'ABOR'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SENIOR
               MOVE "* CREDIT DESK ONLY - NOT AUTHORIZED*" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> CHECK THE INVOICE NUMBER
           *>===============================================
           IF INVL IS LESS THAN 7
               MOVE "* KEY THE FULL 7 DIGIT INVOICE NO  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE DFHUNIMD TO INVA
               PERFORM 900-SEND-MAP
           END-IF.

           *> FIND THE DISPUTE AND ITS OPEN ITEM AND SHOW THEM
           *>===============================================
           MOVE INVI TO DS-INVOICE-NO.
           EXEC CICS READ FILE('DISPUTE')
               RIDFLD(DS-INVOICE-NO)
               LENGTH(DISPUTE-LENGTH)
               INTO(DISPUTE-RECORD)
           END-EXEC.
           MOVE INVI TO AR-INVOICE-NO.
           EXEC CICS READ FILE('ARFILE')
               RIDFLD(AR-INVOICE-NO)
               LENGTH(ARFILE-LENGTH)
               INTO(ARFILE-RECORD)
           END-EXEC.

           PERFORM 940-LOAD-FIELDS.

           IF NOT DS-STATUS-OPEN
               MOVE "* DISPUTE IS ALREADY RESOLVED      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE DFHUNIMD TO INVA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE ACTNI TO WS-ACTION.
           IF NOT WS-ACTION-VALID
               MOVE "* ACTION MUST BE C, R OR W         *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACTNL
               MOVE DFHUNIMD TO ACTNA
               PERFORM 900-SEND-MAP
           END-IF.

           IF WS-ACTION-WRITE-OFF
               AND NOT GS-AUTH-SUPERVISOR
               MOVE "* WRITE-OFF IS SUPERVISOR ONLY     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACTNL
               MOVE DFHUNIMD TO ACTNA
               PERFORM 900-SEND-MAP
           END-IF.

      *    A CREDIT OR A WRITE-OFF MOVES MONEY - THERE MUST STILL BE
      *    A BALANCE FOR IT, AND THE PERIOD MUST STILL BE OPEN
           IF WS-ACTION-CREDIT OR WS-ACTION-WRITE-OFF
               IF AR-STATUS-PAID-FULL
                   OR AR-STATUS-WRITTEN-OFF
                   OR WS-OPEN-BALANCE IS NOT GREATER THAN ZERO
                   MOVE "* ITEM IS CLOSED - NOTHING OWING   *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO ACTNL
                   MOVE DFHUNIMD TO ACTNA
                   PERFORM 900-SEND-MAP
               END-IF
               MOVE EIBDATE TO WS-PC-DATE
               PERFORM 390-CHECK-PERIOD-OPEN THRU 390-CHECK-EXIT
               IF WS-PERIOD-CLOSED
                   MOVE "* ACCOUNTING PERIOD IS CLOSED      *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO INVL
                   PERFORM 900-SEND-MAP
               END-IF
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS THE DISPUTE - THE CREDIT
           *> DESK MUST CONFIRM BEFORE IT IS RESOLVED
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               IF WS-ACTION-CREDIT
                   PERFORM 400-CREDIT-DISPUTE THRU 400-EXIT
                   MOVE "* CREDIT MEMO RAISED - DISPUTE SHUT*" TO MSGO
               ELSE
               IF WS-ACTION-REINSTATE
                   PERFORM 500-REINSTATE-DISPUTE
                   MOVE "* REINSTATED AS COLLECTIBLE        *" TO MSGO
               ELSE
                   PERFORM 600-WRITE-OFF-DISPUTE
                   MOVE "* DISPUTED AMOUNT WRITTEN OFF      *" TO MSGO
               END-IF
               END-IF
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE LOW-VALUES TO INVI
               MOVE LOW-VALUES TO ACTNI
               MOVE LOW-VALUES TO CONFI
               PERFORM 900-SEND-MAP
           ELSE
               MOVE "* REVIEW - ENTER Y TO CONFIRM      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CONFL
               MOVE DFHUNIMD TO CONFA
               PERFORM 900-SEND-MAP
           END-IF.

       200-EXIT.


       390-CHECK-PERIOD-OPEN.
      * REFUSE TO POST INTO A PERIOD THE ACCOUNTANTS HAVE CLOSED -
      * WS-PC-DATE CARRIES THE POSTING DATE IN, WS-PERIOD-SW COMES
      * BACK 'C' WHEN THE PERIOD IS CLOSED
      *=================================================================

           MOVE SPACE TO WS-PERIOD-SW.
           PERFORM 390-DERIVE-PERIOD THRU 390-DERIVE-EXIT.

           EXEC CICS HANDLE CONDITION
               NOTFND(390-PERIOD-OPEN)
           END-EXEC.
           EXEC CICS READ FILE('PERCTL')
               RIDFLD(PER-PERIOD)
               LENGTH(PERCTL-LENGTH)
               INTO(PERCTL-RECORD)
           END-EXEC.
           IF PER-CLOSED
               MOVE 'C' TO WS-PERIOD-SW
           END-IF.

       390-PERIOD-OPEN.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-DISPUTE-NOT-FOUND)
           END-EXEC.

       390-CHECK-EXIT.


       390-DERIVE-PERIOD.
      * TURN THE JULIAN DATE IN WS-PC-DATE INTO ITS YYMM PERIOD
      * (LEFT IN PER-PERIOD)
      *=================================================================

           DIVIDE WS-PC-YY BY 4
               GIVING WS-PC-QUOTIENT REMAINDER WS-PC-REMAINDER.
           IF WS-PC-REMAINDER EQUAL ZERO
               MOVE 1 TO WS-PC-LEAP
           ELSE
               MOVE ZERO TO WS-PC-LEAP
           END-IF.

           MOVE 1 TO WS-PC-MONTH.
           MOVE WS-MONTH-END(1) TO WS-PC-LIMIT.
           PERFORM UNTIL WS-PC-DDD NOT GREATER THAN WS-PC-LIMIT
                   OR WS-PC-MONTH NOT LESS THAN 12
               ADD 1 TO WS-PC-MONTH
               COMPUTE WS-PC-LIMIT =
                   WS-MONTH-END(WS-PC-MONTH) + WS-PC-LEAP
           END-PERFORM.

           MOVE WS-PC-YY TO PER-PERIOD(1:2).
           MOVE WS-PC-MONTH TO PER-PERIOD(3:2).

       390-DERIVE-EXIT.


       400-CREDIT-DISPUTE.
      * THE DEDUCTION WAS FAIR - RAISE A CREDIT MEMO FOR THE DISPUTED
      * AMOUNT (NO MORE THAN THE ITEM STILL OWES) UNDER THE FIRST FREE
      * SEQUENCE OF THE INVOICE, AS THE GS20 RETURN SCREEN DOES
      *=================================================================

           EXEC CICS HANDLE CONDITION
               DUPREC(450-NEXT-MEMO-SEQ)
           END-EXEC.

           MOVE AR-INVOICE-NO TO CM-INVOICE-NO.
           MOVE 1 TO CM-SEQ.
           MOVE 'DISP' TO CM-PRODUCT.
           MOVE DS-REASON TO CM-PRODUCT(5:3).
           MOVE ZERO TO CM-QTY.
           MOVE ZERO TO CM-PRICE.
           MOVE WS-RESOLVE-AMOUNT TO CM-CREDIT-AMOUNT.
           MOVE EIBDATE TO CM-DATE.
           MOVE GS-COMM-OPERATOR-ID TO CM-OPERATOR-ID.
           SET CM-STATUS-NEW TO TRUE.
           MOVE SPACE TO CM-AR-APPLIED-FLAG.

       410-WRITE-MEMO.

           EXEC CICS WRITE
               FROM(CREDMEM-RECORD)
               LENGTH(CREDMEM-LENGTH)
               FILE('CREDMEM')
               RIDFLD(CREDMEM-KEY)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
               DUPREC(160-ALREADY-WRITTEN-OFF)
           END-EXEC.

           SET DS-STATUS-CREDITED TO TRUE.
           PERFORM 700-CLOSE-DISPUTE.

       400-EXIT.


       450-NEXT-MEMO-SEQ.
      * A MEMO WITH THAT SEQUENCE ALREADY EXISTS UNDER THE INVOICE -
      * STEP THE SEQUENCE AND TRY AGAIN
      *=================================================================

           IF CM-SEQ IS LESS THAN 99
               ADD 1 TO CM-SEQ
               GO TO 410-WRITE-MEMO
           END-IF.

           MOVE "* TOO MANY CREDITS FOR THAT INVOICE*" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           PERFORM 900-SEND-MAP.

       450-EXIT.


       500-REINSTATE-DISPUTE.
      * THE DEDUCTION WAS NOT JUSTIFIED - THE SHORTFALL IS OWED AND THE
      * ITEM GOES BACK INTO DUNNING AT THE NEXT GSPRGDN RUN
      *=================================================================

           SET DS-STATUS-REINSTATED TO TRUE.
           PERFORM 700-CLOSE-DISPUTE.

       500-EXIT.


       600-WRITE-OFF-DISPUTE.
      * SETTLE THE DISPUTE BY WRITING THE DISPUTED AMOUNT OFF - IT GOES
      * ON THE WRITE-OFF REGISTER AS REASON 'DS' AND INTO THE ITEM'S
      * PAID AMOUNT.  THE ITEM IS MARKED WRITTEN OFF ONLY WHEN NOTHING
      * IS LEFT OWING ON IT.
      *=================================================================

           EXEC CICS READ FILE('ARFILE')
               RIDFLD(AR-INVOICE-NO)
               LENGTH(ARFILE-LENGTH)
               INTO(ARFILE-RECORD)
               UPDATE
           END-EXEC.

           MOVE AR-INVOICE-NO TO WO-INVOICE-NO.
           MOVE AR-ACCOUNT TO WO-ACCOUNT.
           MOVE AR-NAME TO WO-NAME.
           MOVE WS-RESOLVE-AMOUNT TO WO-AMOUNT.
           SET WO-DISPUTE-SETTLED TO TRUE.
           MOVE EIBDATE TO WO-DATE.
           MOVE GS-COMM-OPERATOR-ID TO WO-OPERATOR-ID.
           SET WO-SOURCE-ONLINE TO TRUE.

           EXEC CICS WRITE FILE('WRTOFF')
               FROM(WRTOFF-RECORD)
               LENGTH(WRTOFF-LENGTH)
               RIDFLD(WO-INVOICE-NO)
           END-EXEC.

           ADD WS-RESOLVE-AMOUNT TO AR-PAID-AMOUNT.
           IF AR-PAID-AMOUNT IS NOT LESS THAN AR-INVOICE-AMOUNT
               SET AR-STATUS-WRITTEN-OFF TO TRUE
           END-IF.

           EXEC CICS REWRITE FILE('ARFILE')
               FROM(ARFILE-RECORD)
               LENGTH(ARFILE-LENGTH)
           END-EXEC.

           SET DS-STATUS-WRITTEN-OFF TO TRUE.
           PERFORM 700-CLOSE-DISPUTE.

       600-EXIT.


       700-CLOSE-DISPUTE.
      * FILE THE RESOLUTION - THE STATUS SET BY THE CALLER, WITH THE
      * DATE AND THE OPERATOR WHO RESOLVED IT
      *=================================================================

           MOVE DS-STATUS TO WS-ACTION.
           EXEC CICS READ FILE('DISPUTE')
               RIDFLD(DS-INVOICE-NO)
               LENGTH(DISPUTE-LENGTH)
               INTO(DISPUTE-RECORD)
               UPDATE
           END-EXEC.

           MOVE WS-ACTION TO DS-STATUS.
           MOVE EIBDATE TO DS-RESOLVED-DATE.
           MOVE GS-COMM-OPERATOR-ID TO DS-RESOLVED-BY.

           EXEC CICS REWRITE FILE('DISPUTE')
               FROM(DISPUTE-RECORD)
               LENGTH(DISPUTE-LENGTH)
           END-EXEC.

       700-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPDS') MAPSET('GSMAPDS') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS39')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO INVA.
           MOVE DFHBMFSE TO ACTNA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE DISPUTE AND WHAT THE ITEM STILL OWES ON THE MAP -
      * THE AMOUNT TO RESOLVE IS THE DISPUTED AMOUNT, NO MORE THAN
      * THE BALANCE
      *=================================================================

           COMPUTE WS-OPEN-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF DS-AMOUNT IS GREATER THAN WS-OPEN-BALANCE
               MOVE WS-OPEN-BALANCE TO WS-RESOLVE-AMOUNT
           ELSE
               MOVE DS-AMOUNT TO WS-RESOLVE-AMOUNT
           END-IF.

           MOVE DS-ACCOUNT TO ACCTO.
           MOVE DS-NAME TO NAMEO.
           MOVE DS-AMOUNT TO DAMTO.
           MOVE DS-REASON TO RSNO.
           MOVE DS-OPEN-DATE TO ODATEO.
           MOVE DS-STATUS TO DSTATO.
           MOVE WS-OPEN-BALANCE TO BALO.

       940-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPDSO.
           MOVE "* KEY THE INVOICE IN DISPUTE       *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPDSO.
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


       END PROGRAM gsprgds.
