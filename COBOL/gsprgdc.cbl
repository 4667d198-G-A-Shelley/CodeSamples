       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgdc.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPDC'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  CONFIRMING A
      *    SUPPLIER'S SHIPMENT SHIPS THE CUSTOMER'S ORDER, SO IT IS
      *    FOR THE SENIOR LEVEL AND UP, LIKE RECEIVING.
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

       01  POFILE-LENGTH                   PIC S9(4) COMP VALUE 90.

       01  POFILE-RECORD.
           05  PO-KEY.
               10  PO-NUMBER               PIC X(7).
               10  PO-LINE-NO              PIC 9(3).
           05  PO-SUPPLIER                 PIC X(6).
           05  PO-PRODUCT                  PIC X(8).
           05  PO-QTY-ORDERED              PIC 9(5).
           05  PO-QTY-RECEIVED             PIC 9(5).
           05  PO-UNIT-COST                PIC 9(5)V99.
           05  PO-ORDER-DATE               PIC 9(7).
           05  PO-EXPECTED-DATE            PIC 9(7).
           05  PO-STATUS                   PIC X(1).
               88  PO-STATUS-OPEN                  VALUE 'O'.
               88  PO-STATUS-RECEIVED              VALUE 'R'.
               88  PO-STATUS-CLOSED                VALUE 'C'.
           05  PO-AUDIT.
               10  PO-OPERATOR-ID          PIC X(3).
               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

      *    THE DROP-SHIP RECORD THE ORDER ENTRY RAISED WITH THE PO
      *    LINE - MARKED SHIPPED HERE WITH THE SUPPLIER'S CARRIER AND
      *    TRACKING.  ALSO READ BY THE INVOICE-NUMBER PATH DROPINV.
       01  DROPSHP-LENGTH                  PIC S9(4) COMP VALUE 200.

       01  DROPSHP-RECORD.
           05  DS-KEY.
               10  DS-PO-NUMBER            PIC X(7).
               10  DS-PO-LINE              PIC 9(3).
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-PREFIX                   PIC X(3).
           05  DS-PRODUCT                  PIC X(8).
           05  DS-QTY                      PIC 9(5).
           05  DS-UOM                      PIC X(2).
           05  DS-SUPPLIER                 PIC X(6).
           05  DS-ACCOUNT                  PIC X(6).
           05  FILLER                      PIC X(89).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                  VALUE 'O'.
               88  DS-STATUS-SHIPPED               VALUE 'S'.
           05  DS-SHIP-DATE                PIC 9(7).
           05  DS-CARRIER                  PIC X(10).
           05  DS-TRACKING-REF             PIC X(15).
           05  DS-CONFIRM-SOURCE           PIC X(1).
               88  DS-CONFIRMED-ON-SCREEN          VALUE 'S'.
               88  DS-CONFIRMED-BY-INVOICE         VALUE 'I'.
           05  DS-AUDIT.
               10  DS-OPERATOR-ID          PIC X(3).
               10  DS-TERMINAL-ID          PIC X(4).
               10  DS-LAST-CHG-DATE        PIC 9(7).
               10  DS-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(9).

      *    EVERY ORDFILE UPDATE MADE HERE IS HANDED TO GSPRGRJ FOR
      *    THE RECOVERY JOURNAL, WITH THE RECORD AS IT WAS LEFT
       01  WS-RCVJ-LEN                     PIC S9(4) COMP VALUE 390.

       01  WS-RCVJ-AREA.
           05  WS-RCVJ-OPERATOR-ID         PIC X(3).
           05  WS-RCVJ-PROGRAM             PIC X(8).
           05  WS-RCVJ-FILE                PIC X(8).
           05  WS-RCVJ-ACTION              PIC X(1).
           05  WS-RCVJ-RECORD-KEY          PIC X(20).
           05  WS-RCVJ-IMAGE-LEN           PIC S9(4) COMP.
           05  WS-RCVJ-IMAGE               PIC X(346).
           05  WS-RCVJ-RETURN-CODE         PIC 9(2).

      *    THE CUSTOMER'S ORDER - ONLY THE LINES, STATUS AND SHIPPING
      *    FIELDS ARE TOUCHED HERE
       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC X(3).
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  FILLER                      PIC X(20).
           05  ORDFILE-PRODUCT OCCURS 5 TIMES.
               10  ORDFILE-P-CODE          PIC X(8).
               10  ORDFILE-P-QTY           PIC 9(3).
               10  ORDFILE-P-PRICE         PIC 9(5)V99.
           05  FILLER                      PIC X(85).
           05  ORDFILE-AUDIT.
               10  ORDFILE-OPERATOR-ID     PIC X(3).
               10  ORDFILE-TERMINAL-ID     PIC X(4).
               10  ORDFILE-LAST-CHG-DATE   PIC 9(7).
               10  ORDFILE-LAST-CHG-TIME   PIC 9(7).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  FILLER                      PIC X(68).

       01  WS-DROP-VARIABLES.
           05  WS-DROP-CARRIER             PIC X(10).
           05  WS-DROP-TRACKING            PIC X(15).
           05  WS-DROP-PREFIX              PIC X(3).
           05  WS-DROP-INVOICE             PIC X(7).
           05  WS-DROP-OPEN-COUNT          PIC 9(3).
           05  WS-DROP-LINE-COUNT          PIC 9(3).
           05  WS-ORDER-LINE-COUNT         PIC 9(3).
           05  WS-LINE-SUB                 PIC 9(1).
           05  WS-DROP-DONE-SW             PIC X(1).
               88  WS-DROP-DONE                    VALUE 'Y'.


       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-TRANSFER                  PIC X(9).


       PROCEDURE DIVISION.
      *=================================================================
      * DROP-SHIP CONFIRMATION.  THE SUPPLIER'S SHIPPING ADVICE FOR A
      * DROP-SHIP PO LINE IS KEYED HERE - PO NUMBER AND LINE, THE
      * CARRIER AND THE TRACKING NUMBER - AND THE CUSTOMER'S LINE IS
      * MARKED SHIPPED.  WHEN THE SUPPLIER'S INVOICE ARRIVES FIRST THE
      * GS26 INVOICE MATCH DOES THE SAME JOB.
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
               NOTFND(160-DROP-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPDC') MAPSET('GSMAPDC') END-EXEC.

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

           MOVE LOW-VALUES TO MAPDCO.
           MOVE "* KEY THE SUPPLIER'S SHIP ADVICE   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPDC') MAPSET('GSMAPDC') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS46')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       160-DROP-NOT-FOUND.
      * THE KEYED PO NUMBER AND LINE ARE NOT A DROP-SHIP LINE
      *=================================================================

           MOVE "*   NOT A DROP-SHIP PO LINE        *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PONUML.
           MOVE DFHUNIMD TO PONUMA.
           PERFORM 900-SEND-MAP.

       160-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF PONUMI IS EQUAL TO 'XXXXXXX'
               OR PONUMI(1:5) IS EQUAL TO 'ABORT'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> CHECK TO SEE IF THE USER WANTS TO CLEAR
           *>===============================================
           IF PONUMI(1:5) IS EQUAL TO 'CLEAR'
               PERFORM 990-CLEAR-SCREEN
           ELSE

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SENIOR
               MOVE "* DROP-SHIP CONFIRM - SENIOR ONLY  *" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> CHECK THE KEYED FIELDS
           *>===============================================
           IF PONUML IS LESS THAN 7 OR PONUMI IS NOT NUMERIC
               MOVE "* KEY THE 7 DIGIT PO NUMBER        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PONUML
               MOVE DFHUNIMD TO PONUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF LINEL IS GREATER THAN ZERO AND LINEI IS NOT NUMERIC
               MOVE "* PO LINE MUST BE NUMERIC          *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LINEL
               MOVE DFHUNIMD TO LINEA
               PERFORM 900-SEND-MAP
           ELSE
           IF CARRL EQUAL ZERO
               MOVE "* KEY THE SUPPLIER'S CARRIER       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CARRL
               MOVE DFHUNIMD TO CARRA
               PERFORM 900-SEND-MAP
           ELSE
           IF TRAKL EQUAL ZERO
               MOVE "* KEY THE SUPPLIER'S TRACKING NO.  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TRAKL
               MOVE DFHUNIMD TO TRAKA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE PO LINE MUST HAVE BEEN RAISED FOR A DROP-SHIP
           *> ORDER LINE, AND NOT CONFIRMED ALREADY
           *>===============================================
           MOVE PONUMI TO PO-NUMBER.
           IF LINEL IS GREATER THAN ZERO
               MOVE LINEI TO PO-LINE-NO
           ELSE
               MOVE 1 TO PO-LINE-NO
           END-IF.
           EXEC CICS READ FILE('POFILE')
               RIDFLD(PO-KEY)
               LENGTH(POFILE-LENGTH)
               INTO(POFILE-RECORD)
           END-EXEC.

           MOVE PO-NUMBER TO DS-PO-NUMBER.
           MOVE PO-LINE-NO TO DS-PO-LINE.
           EXEC CICS READ FILE('DROPSHP')
               RIDFLD(DS-KEY)
               LENGTH(DROPSHP-LENGTH)
               INTO(DROPSHP-RECORD)
           END-EXEC.

           MOVE DS-INVOICE-NO TO INVO.
           MOVE DS-PRODUCT TO PRODO.
           IF NOT PO-LINE-DROP-SHIP
               MOVE "*   NOT A DROP-SHIP PO LINE        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PONUML
               MOVE DFHUNIMD TO PONUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF DS-STATUS-SHIPPED
               MOVE "* DROP-SHIP LINE ALREADY CONFIRMED *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PONUML
               MOVE DFHUNIMD TO PONUMA
               PERFORM 900-SEND-MAP
           END-IF.

           *> SHIP THE CUSTOMER'S LINE UNDER THE SUPPLIER'S ADVICE
           *>===============================================
           MOVE CARRI TO WS-DROP-CARRIER.
           MOVE TRAKI TO WS-DROP-TRACKING.
           PERFORM 1500-CONFIRM-DROP-SHIP THRU 1500-EXIT.

           MOVE "* DROP-SHIP LINE CONFIRMED SHIPPED *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PONUML.
           MOVE LOW-VALUES TO PONUMI.
           MOVE LOW-VALUES TO LINEI.
           MOVE LOW-VALUES TO CARRI.
           MOVE LOW-VALUES TO TRAKI.
           PERFORM 900-SEND-MAP.

       200-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPDC') MAPSET('GSMAPDC') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS46')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO PONUMA.
           MOVE DFHBMFSE TO LINEA.
           MOVE DFHBMFSE TO CARRA.
           MOVE DFHBMFSE TO TRAKA.

       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGDC ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDFILE' TO WS-RCVJ-FILE.
           MOVE ORDFILE-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDFILE-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDFILE-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       970-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPDCO.
           MOVE "* KEY THE SUPPLIER'S SHIP ADVICE   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PONUML.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPDCO.
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


       1500-CONFIRM-DROP-SHIP.
      * THE SUPPLIER HAS SHIPPED A DROP-SHIP LINE.  ITS DROPSHP RECORD
      * IS MARKED SHIPPED WITH THE SUPPLIER'S CARRIER AND TRACKING AND
      * THE PO LINE IS RECEIVED IN FULL - THE GOODS NEVER CAME ONTO
      * OUR SHELF, SO NO STOCK MOVES.  ONCE NO DROP-SHIP LINE ON THE
      * INVOICE IS STILL OPEN THE CUSTOMER'S ORDER IS SHIPPED:
      * - AN ORDER WHOSE WAREHOUSE LINES WENT OUT ALREADY (STILL OPEN
      *   BUT WITH A SHIP DATE) KEEPS THE WAREHOUSE SHIP DATE
      * - AN ORDER THAT WAS ALL DROP-SHIP SHIPS TODAY UNDER THE
      *   SUPPLIER'S TRACKING
      * - AN ORDER WITH WAREHOUSE LINES STILL ON THE SHELF IS LEFT FOR
      *   THE GS14 SHIP CONFIRM
      * A LINE ALREADY CONFIRMED IS LEFT AS IT IS.
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(1500-DROP-LINE-DONE)
           END-EXEC.

           MOVE PO-NUMBER TO DS-PO-NUMBER.
           MOVE PO-LINE-NO TO DS-PO-LINE.
           EXEC CICS READ FILE('DROPSHP') UPDATE
               RIDFLD(DS-KEY)
               LENGTH(DROPSHP-LENGTH)
               INTO(DROPSHP-RECORD)
           END-EXEC.

           IF DS-STATUS-SHIPPED
               EXEC CICS UNLOCK FILE('DROPSHP') END-EXEC
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           SET DS-STATUS-SHIPPED TO TRUE.
           MOVE EIBDATE TO DS-SHIP-DATE.
           MOVE WS-DROP-CARRIER TO DS-CARRIER.
           MOVE WS-DROP-TRACKING TO DS-TRACKING-REF.
           SET DS-CONFIRMED-ON-SCREEN TO TRUE.
           MOVE EIBOPID TO DS-OPERATOR-ID.
           MOVE EIBTRMID TO DS-TERMINAL-ID.
           MOVE EIBDATE TO DS-LAST-CHG-DATE.
           MOVE EIBTIME TO DS-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('DROPSHP')
               FROM(DROPSHP-RECORD)
               LENGTH(DROPSHP-LENGTH)
           END-EXEC.

           MOVE DS-PREFIX TO WS-DROP-PREFIX.
           MOVE DS-INVOICE-NO TO WS-DROP-INVOICE.

           *> THE PO LINE - RECEIVED IN FULL SO THE RECEIVING SCREEN
           *> AND THE ON-ORDER FIGURES ARE DONE WITH IT
           *>===============================================
           EXEC CICS READ FILE('POFILE') UPDATE
               RIDFLD(PO-KEY)
               LENGTH(POFILE-LENGTH)
               INTO(POFILE-RECORD)
           END-EXEC.
           MOVE PO-QTY-ORDERED TO PO-QTY-RECEIVED.
           SET PO-STATUS-RECEIVED TO TRUE.
           MOVE EIBOPID TO PO-OPERATOR-ID.
           MOVE EIBTRMID TO PO-TERMINAL-ID.
           MOVE EIBDATE TO PO-LAST-CHG-DATE.
           MOVE EIBTIME TO PO-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('POFILE')
               FROM(POFILE-RECORD)
               LENGTH(POFILE-LENGTH)
           END-EXEC.

           *> ANY DROP-SHIP LINE ON THE INVOICE STILL OPEN HOLDS THE
           *> ORDER BACK
           *>===============================================
           PERFORM 1520-COUNT-DROP-LINES THRU 1520-EXIT.
           IF WS-DROP-OPEN-COUNT IS GREATER THAN ZERO
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(1500-DROP-LINE-DONE)
           END-EXEC.

           MOVE WS-DROP-PREFIX TO ORDFILE-PREFIX.
           MOVE WS-DROP-INVOICE TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE') UPDATE
               RIDFLD(ORDFILE-KEY)
               LENGTH(ORDFILE-LENGTH)
               INTO(ORDFILE-RECORD)
           END-EXEC.

           IF NOT ORDFILE-STATUS-OPEN
               EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           IF ORDFILE-SHIP-DATE IS NUMERIC
               AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO
               SET ORDFILE-STATUS-SHIPPED TO TRUE
           ELSE
               MOVE ZERO TO WS-ORDER-LINE-COUNT
               PERFORM 1530-COUNT-ORDER-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF ORDFILE-DETAIL-COUNT IS NUMERIC
                   AND ORDFILE-DETAIL-COUNT EQUAL ZERO
                   AND WS-ORDER-LINE-COUNT EQUAL WS-DROP-LINE-COUNT
                   SET ORDFILE-STATUS-SHIPPED TO TRUE
                   MOVE EIBDATE TO ORDFILE-SHIP-DATE
                   MOVE WS-DROP-CARRIER TO ORDFILE-CARRIER
                   MOVE WS-DROP-TRACKING TO ORDFILE-TRACKING-REF
               ELSE
                   EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC
                   GO TO 1500-DROP-LINE-DONE
               END-IF
           END-IF.

           MOVE EIBOPID TO ORDFILE-OPERATOR-ID.
           MOVE EIBTRMID TO ORDFILE-TERMINAL-ID.
           MOVE EIBDATE TO ORDFILE-LAST-CHG-DATE.
           MOVE EIBTIME TO ORDFILE-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('ORDFILE')
               FROM(ORDFILE-RECORD)
               LENGTH(ORDFILE-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

       1500-DROP-LINE-DONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(160-DROP-NOT-FOUND)
           END-EXEC.

       1500-EXIT.


       1520-COUNT-DROP-LINES.
      * COUNT THE DROP-SHIP LINES ON THE INVOICE, AND HOW MANY OF THEM
      * THEIR SUPPLIERS HAVE STILL TO CONFIRM
      *=================================================================

           MOVE ZERO TO WS-DROP-OPEN-COUNT.
           MOVE ZERO TO WS-DROP-LINE-COUNT.
           MOVE 'N' TO WS-DROP-DONE-SW.
           MOVE WS-DROP-INVOICE TO DS-INVOICE-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(1520-NO-DROP-LINES)
               ENDFILE(1525-DROP-BROWSE-DONE)
           END-EXEC.
           *> AN INVOICE WITH SEVERAL DROP LINES RAISES DUPKEY ON EVERY
           *> READ OF THE PATH BUT THE LAST - EXPECTED, NOT AN ERROR
           EXEC CICS IGNORE CONDITION
               DUPKEY
           END-EXEC.

           EXEC CICS STARTBR FILE('DROPINV')
               RIDFLD(DS-INVOICE-NO)
               GTEQ
           END-EXEC.

           PERFORM 1528-NEXT-DROP-LINE
               UNTIL WS-DROP-DONE.

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.

       1520-NO-DROP-LINES.

           EXEC CICS HANDLE CONDITION
               NOTFND(160-DROP-NOT-FOUND)
           END-EXEC.

       1520-EXIT.


       1525-DROP-BROWSE-DONE.
      * END OF DROPSHP REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.
           GO TO 1520-NO-DROP-LINES.

       1525-EXIT.


       1528-NEXT-DROP-LINE.
      * READ ONE DROP-SHIP LINE FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('DROPINV')
               INTO(DROPSHP-RECORD)
               RIDFLD(DS-INVOICE-NO)
               LENGTH(DROPSHP-LENGTH)
           END-EXEC.

           IF DS-INVOICE-NO NOT EQUAL WS-DROP-INVOICE
               MOVE 'Y' TO WS-DROP-DONE-SW
           ELSE
           IF DS-PREFIX EQUAL WS-DROP-PREFIX
               ADD 1 TO WS-DROP-LINE-COUNT
               IF DS-STATUS-OPEN
                   ADD 1 TO WS-DROP-OPEN-COUNT
               END-IF
           END-IF.

       1528-EXIT.


       1530-COUNT-ORDER-LINE.
      * COUNT ONE USED PRODUCT SLOT ON THE ORDER HEADER
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               ADD 1 TO WS-ORDER-LINE-COUNT
           END-IF.

       1530-EXIT.


       END PROGRAM gsprgdc.
