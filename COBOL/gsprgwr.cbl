       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgwr.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAP0'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  THIS WHOLE
      *    SCREEN IS GATED ON THE SUPERVISOR LEVEL, LIKE GSPRGSC.
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

      *    THE INVOICE HEADER - AN INVOICE NEVER PAID AT ALL HAS NO
      *    OPEN ITEM YET, SO ONE IS BUILT FROM ORDFILE THE WAY GSPRGCP
      *    BUILDS IT FOR A FIRST PAYMENT
       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  FILLER                      PIC X(90).
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  FILLER                      PIC X(97).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
           05  FILLER                      PIC X(58).
           05  ORDFILE-TAX-TOTAL           PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(22).
           05  ORDFILE-CURRENCY            PIC X(3).
           05  ORDFILE-CAD-EQUIV-TOTAL     PIC 9(7)V99.
           05  FILLER                      PIC X(7).

      *    'Y' WHEN THE ITEM ON SCREEN WAS BUILT FROM ORDFILE AND IS
      *    NOT ON ARFILE YET - THE WRITE-OFF WRITES IT RATHER THAN
      *    REWRITING IT
       01  WS-NEW-ITEM-SW                  PIC X(1) VALUE 'N'.
           88  WS-NEW-ITEM                         VALUE 'Y'.

      *    THE WRITE-OFF REGISTER - GSPRGGL JOURNALS EACH RECORD TO
      *    BAD DEBT EXPENSE AND GSPRGWO PRINTS THE DAY'S REGISTER
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
               88  WO-REASON-VALID                VALUE 'BD' 'SB' 'DS'.
           05  WO-DATE                     PIC 9(7).
           05  WO-OPERATOR-ID              PIC X(3).
           05  WO-SOURCE                   PIC X(1).
               88  WO-SOURCE-ONLINE               VALUE 'O'.
               88  WO-SOURCE-BATCH                VALUE 'B'.
           05  FILLER                      PIC X(5).

       01  WS-OPEN-BALANCE                 PIC S9(7)V99 VALUE ZERO.


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
               NOTFND(150-ITEM-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAP0') MAPSET('GSMAP0') END-EXEC.

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

           MOVE LOW-VALUES TO MAP0O.
           MOVE "* KEY THE INVOICE AND A REASON CODE *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAP0') MAPSET('GSMAP0') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS38')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-ITEM-NOT-FOUND.
      * THE KEYED INVOICE IS NEITHER ON ARFILE NOR A LIVE ACCOUNT
      * INVOICE ON ORDFILE FOR THE OPERATOR'S DIVISION
      *=================================================================

           MOVE "*  INVOICE NOT ON FILE FOR DIVISION *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           MOVE DFHUNIMD TO INVA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       160-ALREADY-WRITTEN-OFF.
      * THE WRITE-OFF REGISTER ALREADY HOLDS THIS INVOICE
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
           IF NOT GS-AUTH-SUPERVISOR
               MOVE "* SUPERVISOR ONLY - NOT AUTHORIZED *" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> CHECK THE INVOICE NUMBER AND THE REASON CODE
           *>===============================================
           IF INVL IS LESS THAN 7
               MOVE "* KEY THE FULL 7 DIGIT INVOICE NO  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE DFHUNIMD TO INVA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE REASI TO WO-REASON.
           IF NOT WO-REASON-VALID
               MOVE "* REASON MUST BE BD, SB OR DS      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO REASL
               MOVE DFHUNIMD TO REASA
               PERFORM 900-SEND-MAP
           END-IF.

           *> FIND THE OPEN ITEM AND SHOW WHAT IT STILL OWES
           *>===============================================
           PERFORM 250-FIND-ITEM THRU 250-EXIT.

           PERFORM 940-LOAD-FIELDS.

           IF AR-STATUS-PAID-FULL
               OR AR-STATUS-WRITTEN-OFF
               OR WS-OPEN-BALANCE IS NOT GREATER THAN ZERO
               MOVE "* ITEM IS CLOSED - NOTHING OWING   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE DFHUNIMD TO INVA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS THE ITEM - THE SUPERVISOR
           *> MUST CONFIRM BEFORE IT IS CLOSED
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 300-WRITE-OFF-ITEM
               MOVE "* ITEM WRITTEN OFF - NEXT INVOICE  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVL
               MOVE LOW-VALUES TO INVI
               MOVE LOW-VALUES TO REASI
               MOVE LOW-VALUES TO CONFI
               PERFORM 900-SEND-MAP
           ELSE
               MOVE "* REVIEW - ENTER Y TO WRITE IT OFF *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CONFL
               MOVE DFHUNIMD TO CONFA
               PERFORM 900-SEND-MAP
           END-IF.

       200-EXIT.


       250-FIND-ITEM.
      * READ THE INVOICE'S OPEN ITEM - AN INVOICE WITH NO PAYMENT YET
      * HAS NONE, SO BUILD IT FROM THE ORDFILE HEADER UNDER THE
      * OPERATOR'S DIVISION
      *=================================================================

           MOVE 'N' TO WS-NEW-ITEM-SW.
           MOVE INVI TO AR-INVOICE-NO.
           EXEC CICS HANDLE CONDITION
               NOTFND(250-FROM-ORDFILE)
           END-EXEC.
           EXEC CICS READ FILE('ARFILE')
               RIDFLD(AR-INVOICE-NO)
               LENGTH(ARFILE-LENGTH)
               INTO(ARFILE-RECORD)
           END-EXEC.
           GO TO 250-RESET-HANDLER.

       250-FROM-ORDFILE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ITEM-NOT-FOUND)
           END-EXEC.
           MOVE GS-COMM-DIVISION TO ORDFILE-PREFIX.
           MOVE INVI TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
               RIDFLD(ORDFILE-KEY)
               LENGTH(ORDFILE-LENGTH)
               INTO(ORDFILE-RECORD)
           END-EXEC.

      *    A CANCELLED INVOICE OR A CASH SALE OWES THE SHOP NOTHING
           IF ORDFILE-STATUS-CANCELLED
               OR ORDFILE-ACCOUNT EQUAL SPACES
               GO TO 150-ITEM-NOT-FOUND
           END-IF.

           MOVE SPACES TO ARFILE-RECORD.
           MOVE INVI TO AR-INVOICE-NO.
           MOVE ORDFILE-ACCOUNT TO AR-ACCOUNT.
           MOVE ORDFILE-NAME TO AR-NAME.
           MOVE ORDFILE-ORDER-DATE TO AR-INVOICE-DATE.
           COMPUTE AR-INVOICE-AMOUNT =
               ORDFILE-INVOICE-TOTAL + ORDFILE-TAX-TOTAL.
           MOVE ZERO TO AR-PAID-AMOUNT.
           SET AR-STATUS-OPEN TO TRUE.
           IF ORDFILE-CURRENCY EQUAL SPACES
               MOVE 'CAD' TO AR-CURRENCY
           ELSE
               MOVE ORDFILE-CURRENCY TO AR-CURRENCY
           END-IF.
           IF AR-CURRENCY EQUAL 'CAD'
               OR AR-INVOICE-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 1 TO AR-RATE-TO-CAD
           ELSE
               COMPUTE AR-RATE-TO-CAD ROUNDED =
                   ORDFILE-CAD-EQUIV-TOTAL / AR-INVOICE-AMOUNT
           END-IF.
           MOVE ZERO TO AR-DUE-DATE.
           MOVE ZERO TO AR-DISC-DATE.
           MOVE ZERO TO AR-DISC-AMOUNT.
           MOVE 'Y' TO WS-NEW-ITEM-SW.

       250-RESET-HANDLER.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ITEM-NOT-FOUND)
           END-EXEC.

       250-EXIT.


       300-WRITE-OFF-ITEM.
      * CLOSE THE ITEM - ITS BALANCE GOES INTO THE PAID AMOUNT, THE
      * SAME WAY A CREDIT MEMO CLOSES AN ITEM, AND THE ITEM IS MARKED
      * WRITTEN OFF.  THE REGISTER RECORD CARRIES THE AMOUNT, REASON
      * AND SUPERVISOR FOR THE LEDGER AND THE AUDITORS.
      *=================================================================

           IF NOT WS-NEW-ITEM
               EXEC CICS READ FILE('ARFILE')
                   RIDFLD(AR-INVOICE-NO)
                   LENGTH(ARFILE-LENGTH)
                   INTO(ARFILE-RECORD)
                   UPDATE
               END-EXEC
           END-IF.

           COMPUTE WS-OPEN-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.

           MOVE AR-INVOICE-NO TO WO-INVOICE-NO.
           MOVE AR-ACCOUNT TO WO-ACCOUNT.
           MOVE AR-NAME TO WO-NAME.
           MOVE WS-OPEN-BALANCE TO WO-AMOUNT.
           MOVE REASI TO WO-REASON.
           MOVE EIBDATE TO WO-DATE.
           MOVE GS-COMM-OPERATOR-ID TO WO-OPERATOR-ID.
           SET WO-SOURCE-ONLINE TO TRUE.

           EXEC CICS WRITE FILE('WRTOFF')
               FROM(WRTOFF-RECORD)
               LENGTH(WRTOFF-LENGTH)
               RIDFLD(WO-INVOICE-NO)
           END-EXEC.

           ADD WS-OPEN-BALANCE TO AR-PAID-AMOUNT.
           SET AR-STATUS-WRITTEN-OFF TO TRUE.

           IF WS-NEW-ITEM
               EXEC CICS WRITE FILE('ARFILE')
                   FROM(ARFILE-RECORD)
                   LENGTH(ARFILE-LENGTH)
                   RIDFLD(AR-INVOICE-NO)
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE('ARFILE')
                   FROM(ARFILE-RECORD)
                   LENGTH(ARFILE-LENGTH)
               END-EXEC
           END-IF.

       300-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAP0') MAPSET('GSMAP0') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS38')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO INVA.
           MOVE DFHBMFSE TO REASA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE OPEN ITEM ON THE MAP
      *=================================================================

           COMPUTE WS-OPEN-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.

           MOVE AR-ACCOUNT TO ACCTO.
           MOVE AR-NAME TO NAMEO.
           MOVE AR-INVOICE-DATE TO IDATEO.
           MOVE AR-INVOICE-AMOUNT TO IAMTO.
           MOVE AR-PAID-AMOUNT TO PAIDO.
           MOVE WS-OPEN-BALANCE TO BALO.
           MOVE AR-STATUS TO STATO.

       940-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAP0O.
           MOVE "* KEY THE INVOICE AND A REASON CODE *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAP0O.
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


       END PROGRAM gsprgwr.
