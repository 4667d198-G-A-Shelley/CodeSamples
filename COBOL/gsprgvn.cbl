       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvn.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPVN'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  A RETURN TO
      *    VENDOR RAISES A DEBIT MEMO AGAINST THE SUPPLIER, SO IT IS
      *    FOR THE SENIOR LEVEL AND UP, LIKE THE CREDIT DESK SCREENS.
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

      *    THE PO LINE THE GOODS ORIGINALLY CAME IN ON - IT NAMES THE
      *    SUPPLIER THEY GO BACK TO AND THE COST THE DEBIT MEMO IS
      *    RAISED AT
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
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ARE IN IT.  FACTOR
      *        ZERO ON LINES ALREADY IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  FILLER                      PIC X(6).

      *    ONE LOTFILE RECORD PER LOT RECEIVED OF A PART - KEYED
      *    PRODUCT / RECEIVE-DATE / LOT.  THE NAMED LOT IS FOUND BY
      *    WALKING THE PART'S LOTS, AND ITS FULL KEY IS FILED ON THE
      *    RTV SO THE NIGHT POSTING CAN READ IT STRAIGHT BACK.
       01  LOTFILE-LENGTH                  PIC S9(4) COMP VALUE 50.

       01  LOTFILE-RECORD.
           05  LOTFILE-KEY.
               10  LOT-PRODUCT             PIC X(8).
               10  LOT-RECEIVE-DATE        PIC 9(7).
               10  LOT-NUMBER              PIC X(10).
           05  LOT-QTY-RECEIVED            PIC 9(5).
           05  LOT-QTY-REMAINING           PIC 9(5).
           05  LOT-PO-NUMBER               PIC X(7).
           05  FILLER                      PIC X(8).

       01  WS-LOT-FOUND-SW                 PIC X(1).
           88  WS-LOT-FOUND                        VALUE 'Y'.
       01  WS-LOT-DONE-SW                  PIC X(1).
           88  WS-LOT-DONE                         VALUE 'Y'.
       01  WS-LOT-REMAINING                PIC 9(5) VALUE ZERO.
       01  WS-LOT-RECEIVE-DATE             PIC 9(7) VALUE ZERO.

      *    THE RTV NUMBERS RIDE ON THE SAME INVCTL CONTROL FILE AS
      *    THE INVOICE, PRINT AND PO COUNTERS, UNDER THEIR OWN 'RTV'
      *    KEY
       01  INVCTL-LENGTH                   PIC S9(4) COMP VALUE 31.

       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    ONE RTVFILE RECORD PER RETURN TO VENDOR.  KEYED HERE AS
      *    ENTERED; THE GSPRGVP NIGHT POSTING TAKES THE STOCK OUT,
      *    DRAWS DOWN THE LOT, PRINTS THE PACKING DOCUMENT, RAISES
      *    THE DEBIT MEMO ON APINV AND MARKS IT SHIPPED.
       01  RTVFILE-LENGTH                  PIC S9(4) COMP VALUE 120.

       01  RTVFILE-RECORD.
           05  RTV-NUMBER                  PIC 9(7).
           05  RTV-SUPPLIER                PIC X(6).
           05  RTV-PO-NUMBER               PIC X(7).
           05  RTV-PO-LINE                 PIC 9(3).
           05  RTV-PRODUCT                 PIC X(8).
           05  RTV-LOT-NUMBER              PIC X(10).
           05  RTV-LOT-RECEIVE-DATE        PIC 9(7).
           05  RTV-QTY                     PIC 9(5).
           05  RTV-UNIT-COST               PIC 9(5)V99.
           05  RTV-AMOUNT                  PIC 9(7)V99.
           05  RTV-REASON                  PIC X(1).
               88  RTV-DEFECTIVE                   VALUE 'D'.
               88  RTV-OVERSTOCK                   VALUE 'O'.
           05  RTV-STATUS                  PIC X(1).
               88  RTV-ENTERED                     VALUE 'E'.
               88  RTV-SHIPPED                     VALUE 'S'.
               88  RTV-REJECTED                    VALUE 'X'.
           05  RTV-SHIPPED-DATE            PIC 9(7).
           05  RTV-MEMO-REF                PIC X(10).
           05  RTV-AUDIT.
               10  RTV-OPERATOR-ID         PIC X(3).
               10  RTV-TERMINAL-ID         PIC X(4).
               10  RTV-LAST-CHG-DATE       PIC 9(7).
               10  RTV-LAST-CHG-TIME       PIC 9(7).
           05  FILLER                      PIC X(11).

       01  WS-RTV-AMOUNT                   PIC 9(7)V99 VALUE ZERO.

      *    THE PO LINE IS IN THE UNIT IT WAS ORDERED IN; THE RETURN IS
      *    KEYED IN STOCKING UNITS, AS THE LOTS ARE HELD, SO THE
      *    RECEIVED QUANTITY AND THE COST ARE TURNED TO MATCH
       01  WS-PO-FACTOR                    PIC 9(5) VALUE 1.
       01  WS-RECEIVED-STOCK-QTY           PIC 9(9) VALUE ZERO.
       01  WS-STOCK-UNIT-COST              PIC 9(5)V99 VALUE ZERO.

       01  WS-FILED-MESSAGE.
           05  FILLER                      PIC X(6)
               VALUE "* RTV ".
           05  FM-RTV-NUMBER               PIC 9(7).
           05  FILLER                      PIC X(23)
               VALUE " FILED FOR TONIGHT    *".


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
               NOTFND(160-PO-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPVN') MAPSET('GSMAPVN') END-EXEC.

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

           MOVE LOW-VALUES TO MAPVNO.
           MOVE "* KEY PO, LOT AND QTY GOING BACK   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPVN') MAPSET('GSMAPVN') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS44')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       160-PO-NOT-FOUND.
      * THE KEYED PO NUMBER AND LINE ARE NOT ON THE PO FILE
      *=================================================================

           MOVE "*     PO LINE NOT ON FILE          *" TO MSGO.
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

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SENIOR
               MOVE "* RETURNS TO VENDOR - SENIOR ONLY  *" TO MSGO
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
           IF QTYL EQUAL ZERO OR QTYI IS NOT NUMERIC
               MOVE "* KEY THE QUANTITY GOING BACK      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           ELSE
           IF QTYI EQUAL ZERO
               MOVE "*   QUANTITY CANNOT BE ZERO        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           ELSE
           IF RSNL EQUAL ZERO
               OR (RSNI NOT EQUAL 'D' AND RSNI NOT EQUAL 'O')
               MOVE "* REASON D (DEFECTIVE) OR O (OVER) *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO RSNL
               MOVE DFHUNIMD TO RSNA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE PO LINE MUST EXIST AND HAVE RECEIVED AT LEAST THE
           *> QUANTITY GOING BACK
           *>===============================================
           MOVE PONUMI TO PO-NUMBER.
           IF LINEL IS GREATER THAN ZERO AND LINEI IS NUMERIC
               MOVE LINEI TO PO-LINE-NO
           ELSE
               MOVE 1 TO PO-LINE-NO
           END-IF.
           EXEC CICS READ FILE('POFILE')
               RIDFLD(PO-KEY)
               LENGTH(POFILE-LENGTH)
               INTO(POFILE-RECORD)
           END-EXEC.

           MOVE 1 TO WS-PO-FACTOR.
           IF PO-UOM-FACTOR IS NUMERIC
               AND PO-UOM-FACTOR IS GREATER THAN ZERO
               MOVE PO-UOM-FACTOR TO WS-PO-FACTOR
           END-IF.
           COMPUTE WS-RECEIVED-STOCK-QTY =
               PO-QTY-RECEIVED * WS-PO-FACTOR.
           COMPUTE WS-STOCK-UNIT-COST ROUNDED =
               PO-UNIT-COST / WS-PO-FACTOR.

           IF QTYI IS GREATER THAN WS-RECEIVED-STOCK-QTY
               MOVE "* MORE THAN THE QUANTITY RECEIVED  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           END-IF.

           *> A NAMED LOT MUST BE ONE OF THE PART'S LOTS AND STILL
           *> HOLD THE QUANTITY GOING BACK
           *>===============================================
           IF LOTL IS GREATER THAN ZERO
               PERFORM 500-FIND-LOT THRU 500-EXIT
               IF NOT WS-LOT-FOUND
                   MOVE "* LOT NOT ON FILE FOR THAT PART    *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO LOTL
                   MOVE DFHUNIMD TO LOTA
                   PERFORM 900-SEND-MAP
               END-IF
               IF QTYI IS GREATER THAN WS-LOT-REMAINING
                   MOVE "* MORE THAN THE LOT HAS REMAINING  *" TO MSGO
                   PERFORM 920-UNPROTECT-MAP
                   MOVE DFHPROTI TO MSGA
                   MOVE -1 TO QTYL
                   MOVE DFHUNIMD TO QTYA
                   PERFORM 900-SEND-MAP
               END-IF
           END-IF.

           COMPUTE WS-RTV-AMOUNT ROUNDED =
               QTYI * PO-UNIT-COST / WS-PO-FACTOR.
           PERFORM 940-LOAD-FIELDS.

           *> THE FIRST ENTER ONLY SHOWS WHAT GOES BACK AND WHAT THE
           *> SUPPLIER WILL BE DEBITED - THE OPERATOR MUST CONFIRM
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 1000-ASSIGN-RTV-NUMBER
               PERFORM 1100-WRITE-RTV
               MOVE RTV-NUMBER TO FM-RTV-NUMBER
               MOVE RTV-NUMBER TO RTVNOO
               MOVE WS-FILED-MESSAGE TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PONUML
               MOVE LOW-VALUES TO PONUMI
               MOVE LOW-VALUES TO LINEI
               MOVE LOW-VALUES TO LOTI
               MOVE LOW-VALUES TO QTYI
               MOVE LOW-VALUES TO RSNI
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


       500-FIND-LOT.
      * WALK THE PO PART'S LOTS, OLDEST FIRST, FOR THE KEYED LOT
      * NUMBER AND NOTE ITS RECEIVE DATE AND REMAINING QUANTITY
      *=================================================================

           MOVE 'N' TO WS-LOT-FOUND-SW.
           MOVE 'N' TO WS-LOT-DONE-SW.
           MOVE ZERO TO WS-LOT-REMAINING.
           MOVE ZERO TO WS-LOT-RECEIVE-DATE.
           MOVE PO-PRODUCT TO LOT-PRODUCT.
           MOVE ZERO TO LOT-RECEIVE-DATE.
           MOVE SPACES TO LOT-NUMBER.

           EXEC CICS HANDLE CONDITION
               NOTFND(530-LOT-SEARCH-DONE)
               ENDFILE(520-LOT-BROWSE-ENDED)
           END-EXEC.

           EXEC CICS STARTBR FILE('LOTFILE')
               RIDFLD(LOTFILE-KEY)
               GTEQ
           END-EXEC.

           PERFORM 510-SCAN-NEXT-LOT
               UNTIL WS-LOT-DONE.

       520-LOT-BROWSE-ENDED.

           EXEC CICS ENDBR FILE('LOTFILE') END-EXEC.

       530-LOT-SEARCH-DONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(160-PO-NOT-FOUND)
           END-EXEC.

       500-EXIT.


       510-SCAN-NEXT-LOT.
      * LOOK AT THE NEXT LOT UNDER THE PART FOR THE KEYED NUMBER
      *=================================================================

           EXEC CICS READNEXT FILE('LOTFILE')
               INTO(LOTFILE-RECORD)
               RIDFLD(LOTFILE-KEY)
               LENGTH(LOTFILE-LENGTH)
           END-EXEC.

           IF LOT-PRODUCT NOT EQUAL PO-PRODUCT
               MOVE 'Y' TO WS-LOT-DONE-SW
           ELSE
           IF LOT-NUMBER EQUAL LOTI
               MOVE 'Y' TO WS-LOT-FOUND-SW
               MOVE LOT-RECEIVE-DATE TO WS-LOT-RECEIVE-DATE
               MOVE LOT-QTY-REMAINING TO WS-LOT-REMAINING
               MOVE 'Y' TO WS-LOT-DONE-SW
           END-IF.

       510-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPVN') MAPSET('GSMAPVN') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS44')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO PONUMA.
           MOVE DFHBMFSE TO LINEA.
           MOVE DFHBMFSE TO LOTA.
           MOVE DFHBMFSE TO QTYA.
           MOVE DFHBMFSE TO RSNA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE SUPPLIER, THE PART AND WHAT THE RETURN WILL DEBIT
      *=================================================================

           MOVE PO-SUPPLIER TO SUPPO.
           MOVE PO-PRODUCT TO PRODO.
           MOVE WS-STOCK-UNIT-COST TO COSTO.
           MOVE WS-RTV-AMOUNT TO AMTO.

       940-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPVNO.
           MOVE "* KEY PO, LOT AND QTY GOING BACK   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO PONUML.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1000-ASSIGN-RTV-NUMBER.
      * TAKE THE NEXT RTV NUMBER OFF THE 'RTV' CONTROL RECORD AND
      * STEP IT - READ FOR UPDATE SO TWO TERMINALS SAVING AT ONCE
      * CANNOT DRAW THE SAME NUMBER.  SAME ARRANGEMENT AS THE 'PO '
      * COUNTER.
      *=================================================================

           MOVE 'RTV' TO INVCTL-DIVISION.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
               LENGTH(INVCTL-LENGTH)
               INTO(INVCTL-RECORD)
               UPDATE
           END-EXEC.
           MOVE INVCTL-NEXT-ONLINE TO RTV-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           EXEC CICS REWRITE FILE('INVCTL')
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
           END-EXEC.

       1000-EXIT.


       1100-WRITE-RTV.
      * BUILD AND WRITE THE RTV AS ENTERED - THE NIGHT POSTING DOES
      * THE REST
      *=================================================================

           MOVE PO-SUPPLIER TO RTV-SUPPLIER.
           MOVE PO-NUMBER TO RTV-PO-NUMBER.
           MOVE PO-LINE-NO TO RTV-PO-LINE.
           MOVE PO-PRODUCT TO RTV-PRODUCT.
           IF LOTL IS GREATER THAN ZERO
               MOVE LOTI TO RTV-LOT-NUMBER
               MOVE WS-LOT-RECEIVE-DATE TO RTV-LOT-RECEIVE-DATE
           ELSE
               MOVE SPACES TO RTV-LOT-NUMBER
               MOVE ZERO TO RTV-LOT-RECEIVE-DATE
           END-IF.
           MOVE QTYI TO RTV-QTY.
           MOVE WS-STOCK-UNIT-COST TO RTV-UNIT-COST.
           MOVE WS-RTV-AMOUNT TO RTV-AMOUNT.
           MOVE RSNI TO RTV-REASON.
           SET RTV-ENTERED TO TRUE.
           MOVE ZERO TO RTV-SHIPPED-DATE.
           MOVE SPACES TO RTV-MEMO-REF.
           MOVE GS-COMM-OPERATOR-ID TO RTV-OPERATOR-ID.
           MOVE EIBTRMID TO RTV-TERMINAL-ID.
           MOVE EIBDATE TO RTV-LAST-CHG-DATE.
           MOVE EIBTIME TO RTV-LAST-CHG-TIME.

           EXEC CICS WRITE
               FROM(RTVFILE-RECORD)
               LENGTH(RTVFILE-LENGTH)
               FILE('RTVFILE')
               RIDFLD(RTV-NUMBER)
           END-EXEC.

       1100-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPVNO.
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


       END PROGRAM gsprgvn.
