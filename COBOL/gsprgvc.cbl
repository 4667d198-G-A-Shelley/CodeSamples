       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvc.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPVC'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  VOIDING A
      *    CHEQUE PUTS ITS INVOICES BACK UP FOR PAYMENT, SO IT IS FOR
      *    A SUPERVISOR ONLY.
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

      *    THE CHEQUE REGISTER - ONE RECORD PER CHEQUE GSPRGCK HAS
      *    CUT, REGISTERED AND FLAGGED CLEARED BY THE GSPRGBK BANK
      *    RECONCILIATION
       01  CHQREG-LENGTH                   PIC S9(4) COMP VALUE 70.

       01  CHQREG-RECORD.
           05  CR-CHEQUE-NO                PIC X(7).
           05  CR-SUPPLIER                 PIC X(6).
           05  CR-AMOUNT                   PIC 9(9)V99.
           05  CR-ISSUE-DATE               PIC 9(7).
           05  CR-STATUS                   PIC X(1).
               88  CR-OUTSTANDING                  VALUE 'O'.
               88  CR-CLEARED                      VALUE 'C'.
               88  CR-VOIDED                       VALUE 'V'.
           05  CR-CLEARED-DATE             PIC 9(7).
           05  CR-CLEARED-AMOUNT           PIC 9(9)V99.
           05  CR-VOID-DATE                PIC 9(7).
           05  CR-VOIDED-BY                PIC X(3).
           05  FILLER                      PIC X(10).

      *    ONE APINV OPEN ITEM PER APPROVED SUPPLIER INVOICE - AN ITEM
      *    PUT BACK OPEN IS PAID AGAIN BY THE NEXT GSPRGCK RUN
       01  APINV-LENGTH                    PIC S9(4) COMP VALUE 110.

       01  APINV-RECORD.
           05  APINV-KEY.
               10  AP-SUPPLIER             PIC X(6).
               10  AP-INVOICE-REF          PIC X(10).
           05  AP-PO-NUMBER                PIC X(7).
           05  AP-PO-LINE                  PIC 9(3).
           05  AP-PRODUCT                  PIC X(8).
           05  AP-QTY                      PIC 9(5).
           05  AP-UNIT-COST                PIC 9(5)V99.
           05  AP-INVOICE-AMOUNT           PIC 9(7)V99.
           05  AP-INVOICE-DATE             PIC 9(7).
           05  AP-DUE-DATE                 PIC 9(7).
           05  AP-STATUS                   PIC X(1).
               88  AP-STATUS-OPEN                  VALUE 'O'.
               88  AP-STATUS-PAID                  VALUE 'P'.
           05  AP-PAID-DATE                PIC 9(7).
           05  AP-CHEQUE-NO                PIC X(7).
           05  AP-AUDIT.
               10  AP-OPERATOR-ID          PIC X(3).
               10  AP-TERMINAL-ID          PIC X(4).
               10  AP-LAST-CHG-DATE        PIC 9(7).
               10  AP-LAST-CHG-TIME        PIC 9(7).
      *        HOW THE ITEM WAS PAID - SEE GSPRGCK
           05  AP-PAY-METHOD               PIC X(1).
               88  AP-PAID-BY-CHEQUE               VALUE ' ' 'C'.
               88  AP-PAID-BY-EFT                  VALUE 'E'.
      *        A DEBIT MEMO IS WHAT THE SUPPLIER OWES US BACK - RAISED
      *        BY THE RETURN-TO-VENDOR POSTING AND NETTED OFF THE NEXT
      *        PAYMENT BY THE PAYMENT RUN
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

      *    THE CHEQUE'S ITEMS ARE GATHERED ON A BROWSE OF THE
      *    SUPPLIER AND REOPENED ONCE IT IS ENDED, A TABLE AT A TIME
      *    UNTIL A BROWSE FINDS NONE LEFT
       01  WS-ITEM-MAX                     PIC 9(3) VALUE 50.
       01  WS-ITEM-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-ITEM-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-REF OCCURS 50 TIMES PIC X(10).

       01  WS-REOPENED-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-BROWSE-DONE-SW               PIC X(1).
           88  WS-BROWSE-DONE                      VALUE 'Y'.

       01  WS-VOID-MESSAGE.
           05  FILLER                      PIC X(16)
               VALUE "* CHEQUE VOIDED ".
           05  VM-COUNT                    PIC ZZ9.
           05  FILLER                      PIC X(17)
               VALUE " ITEMS REOPENED *".


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
               NOTFND(150-CHEQUE-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPVC') MAPSET('GSMAPVC') END-EXEC.

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

           MOVE LOW-VALUES TO MAPVCO.
           MOVE "* KEY THE CHEQUE NUMBER TO VOID    *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPVC') MAPSET('GSMAPVC') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS42')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-CHEQUE-NOT-FOUND.
      * THE KEYED CHEQUE IS NOT ON THE CHEQUE REGISTER
      *=================================================================

           MOVE "* NO CHEQUE ON FILE WITH THAT NO   *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO CHQL.
           MOVE DFHUNIMD TO CHQA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF CHQI(1:4) IS EQUAL TO 'XXXX'
               OR CHQI(1:4) IS EQUAL TO 'ABOR'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SUPERVISOR
               MOVE "* VOIDING IS SUPERVISOR ONLY       *" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> CHECK THE CHEQUE NUMBER
           *>===============================================
           IF CHQL IS LESS THAN 7
               MOVE "* KEY THE FULL 7 DIGIT CHEQUE NO   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CHQL
               MOVE DFHUNIMD TO CHQA
               PERFORM 900-SEND-MAP
           END-IF.

           *> FIND THE CHEQUE AND SHOW IT
           *>===============================================
           MOVE CHQI TO CR-CHEQUE-NO.
           EXEC CICS READ FILE('CHQREG')
               RIDFLD(CR-CHEQUE-NO)
               LENGTH(CHQREG-LENGTH)
               INTO(CHQREG-RECORD)
           END-EXEC.

           PERFORM 940-LOAD-FIELDS.

      *    ONLY A CHEQUE STILL OUTSTANDING CAN BE VOIDED - ONE THE
      *    BANK HAS PAID IS SPENT
           IF CR-CLEARED
               MOVE "* CHEQUE HAS CLEARED - CANNOT VOID *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CHQL
               MOVE DFHUNIMD TO CHQA
               PERFORM 900-SEND-MAP
           END-IF.

           IF CR-VOIDED
               MOVE "* CHEQUE IS ALREADY VOID           *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CHQL
               MOVE DFHUNIMD TO CHQA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS THE CHEQUE - THE
           *> SUPERVISOR MUST CONFIRM BEFORE IT IS VOIDED
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 400-VOID-CHEQUE THRU 400-EXIT
               MOVE WS-REOPENED-COUNT TO VM-COUNT
               MOVE WS-VOID-MESSAGE TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CHQL
               MOVE LOW-VALUES TO CHQI
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


       400-VOID-CHEQUE.
      * PUT EVERY APINV ITEM THE CHEQUE PAID BACK OPEN SO THE NEXT
      * GSPRGCK RUN PAYS IT ON A NEW CHEQUE, THEN MARK THE CHEQUE
      * VOID ON THE REGISTER WITH THE DATE AND THE SUPERVISOR
      *=================================================================

           MOVE ZERO TO WS-REOPENED-COUNT.
           MOVE WS-ITEM-MAX TO WS-ITEM-COUNT.
           PERFORM 410-REOPEN-ITEMS THRU 410-EXIT
               UNTIL WS-ITEM-COUNT IS LESS THAN WS-ITEM-MAX.

           EXEC CICS READ FILE('CHQREG')
               RIDFLD(CR-CHEQUE-NO)
               LENGTH(CHQREG-LENGTH)
               INTO(CHQREG-RECORD)
               UPDATE
           END-EXEC.

           SET CR-VOIDED TO TRUE.
           MOVE EIBDATE TO CR-VOID-DATE.
           MOVE GS-COMM-OPERATOR-ID TO CR-VOIDED-BY.

           EXEC CICS REWRITE FILE('CHQREG')
               FROM(CHQREG-RECORD)
               LENGTH(CHQREG-LENGTH)
           END-EXEC.

       400-EXIT.


       410-REOPEN-ITEMS.
      * GATHER A TABLE OF THE CHEQUE'S ITEMS AND REOPEN THEM - A FULL
      * TABLE SENDS THE CALLER ROUND FOR ANOTHER
      *=================================================================

           PERFORM 500-GATHER-ITEMS THRU 500-EXIT.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM 600-REOPEN-ITEM
           END-PERFORM.

       410-EXIT.


       500-GATHER-ITEMS.
      * BROWSE THE SUPPLIER'S APINV ITEMS AND NOTE EACH ONE STILL
      * PAID BY THIS CHEQUE.  THE BROWSE IS ENDED BEFORE ANY ITEM IS
      * READ FOR UPDATE.
      *=================================================================

           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE CR-SUPPLIER TO AP-SUPPLIER.
           MOVE LOW-VALUES TO AP-INVOICE-REF.

           EXEC CICS HANDLE CONDITION
               NOTFND(530-GATHER-DONE)
               ENDFILE(520-BROWSE-ENDED)
           END-EXEC.

           EXEC CICS STARTBR FILE('APINV')
               RIDFLD(APINV-KEY)
               GTEQ
           END-EXEC.

           PERFORM 510-NEXT-ITEM
               UNTIL WS-BROWSE-DONE.

       520-BROWSE-ENDED.

           EXEC CICS ENDBR FILE('APINV') END-EXEC.

       530-GATHER-DONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-CHEQUE-NOT-FOUND)
           END-EXEC.

       500-EXIT.


       510-NEXT-ITEM.
      * STEP ONE ITEM FORWARD - STOP ONCE THE SUPPLIER CHANGES OR THE
      * TABLE IS FULL
      *=================================================================

           EXEC CICS READNEXT FILE('APINV')
               INTO(APINV-RECORD)
               RIDFLD(APINV-KEY)
               LENGTH(APINV-LENGTH)
           END-EXEC.

           IF AP-SUPPLIER NOT EQUAL CR-SUPPLIER
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF AP-STATUS-PAID
               AND AP-CHEQUE-NO EQUAL CR-CHEQUE-NO
               ADD 1 TO WS-ITEM-COUNT
               MOVE AP-INVOICE-REF TO WS-ITEM-REF(WS-ITEM-COUNT)
               IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-IF
           END-IF.

       510-EXIT.


       600-REOPEN-ITEM.
      * PUT ONE ITEM BACK OPEN - THE PAYMENT FIELDS CLEARED AND THE
      * AUDIT STAMP SET TO THE SUPERVISOR WHO VOIDED THE CHEQUE
      *=================================================================

           MOVE CR-SUPPLIER TO AP-SUPPLIER.
           MOVE WS-ITEM-REF(WS-ITEM-SUB) TO AP-INVOICE-REF.

           EXEC CICS READ FILE('APINV')
               RIDFLD(APINV-KEY)
               LENGTH(APINV-LENGTH)
               INTO(APINV-RECORD)
               UPDATE
           END-EXEC.

           SET AP-STATUS-OPEN TO TRUE.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE SPACES TO AP-CHEQUE-NO.
           MOVE SPACE TO AP-PAY-METHOD.
           MOVE GS-COMM-OPERATOR-ID TO AP-OPERATOR-ID.
           MOVE EIBTRMID TO AP-TERMINAL-ID.
           MOVE EIBDATE TO AP-LAST-CHG-DATE.
           MOVE EIBTIME TO AP-LAST-CHG-TIME.

           EXEC CICS REWRITE FILE('APINV')
               FROM(APINV-RECORD)
               LENGTH(APINV-LENGTH)
           END-EXEC.

           ADD 1 TO WS-REOPENED-COUNT.

       600-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPVC') MAPSET('GSMAPVC') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS42')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO CHQA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE CHEQUE AS THE REGISTER HOLDS IT
      *=================================================================

           MOVE CR-SUPPLIER TO SUPPO.
           MOVE CR-AMOUNT TO AMTO.
           MOVE CR-ISSUE-DATE TO IDTEO.
           MOVE CR-STATUS TO STATO.

       940-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPVCO.
           MOVE "* KEY THE CHEQUE NUMBER TO VOID    *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO CHQL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPVCO.
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


       END PROGRAM gsprgvc.
