       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgtn.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPTN'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  A TRANSFER
      *    MOVES STOCK BETWEEN LOCATIONS, SO IT IS FOR THE SENIOR
      *    LEVEL AND UP, LIKE THE RETURNS TO VENDOR SCREEN.
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

       01  WS-TRANSFER-PN                  PIC S9(4) COMP VALUE 30.

       01  TRANSFER-VARIABLES.
           05  WS-TRANSFER-PRODUCT         PIC X(8).
           05  WS-TRANSFER-DESC            PIC X(17).
           05  WS-TRANSFER-PRICE           PIC S9(5)V99 COMP-3.
           05  WS-TRANSFER-SUBST-SW        PIC X(1).
               88  WS-TRANSFER-SUBSTITUTED         VALUE 'Y'.

       01  PRODUCT-NUMBER.
           05  PRODUCT-A                   PIC X(4).
           05  PRODUCT-B                   PIC X(4).

       01  WS-QUERY-LEN                    PIC S9(4) COMP VALUE 70.

      *    THE FULL GSPRGPA COMMAREA SHAPE - FUNCTION 'Q' WITH THE
      *    SHIPPING WAREHOUSE NAMED HANDS BACK WHAT IS ON ITS SHELF
       01  WS-QUERY-AREA.
           05  WS-QRY-FUNCTION             PIC X(1) VALUE 'Q'.
           05  WS-QRY-PRODUCT              PIC X(8).
           05  WS-QRY-DESC                 PIC X(17).
           05  WS-QRY-QUANTITY             PIC S9(5) COMP-3.
           05  WS-QRY-NEG-STOCK-WARN       PIC X(1).
           05  FILLER                      PIC X(10).
           05  WS-QRY-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
           05  WS-QRY-WAREHOUSE            PIC X(2).
           05  WS-QRY-DIVISION             PIC X(3) VALUE SPACES.
           05  WS-QRY-IN-TRANSIT           PIC S9(5) COMP-3.

      *    THE WAREHOUSE TABLE - BOTH ENDS OF A TRANSFER MUST BE ON IT
       01  WHSTAB-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  WHSTAB-RECORD.
           05  WHS-CODE                    PIC X(2).
           05  WHS-NAME                    PIC X(20).
           05  WHS-ROUTING                 PIC X(4).
           05  WHS-ADDR-LINE1              PIC X(20).
           05  WHS-ADDR-LINE2              PIC X(20).
           05  WHS-ADDR-LINE3              PIC X(20).
           05  FILLER                      PIC X(14).

      *    THE TRANSFER NUMBERS RIDE ON THE SAME INVCTL CONTROL FILE
      *    AS THE INVOICE, PRINT, PO AND RTV COUNTERS, UNDER THEIR OWN
      *    'TRN' KEY
       01  INVCTL-LENGTH                   PIC S9(4) COMP VALUE 31.

       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    ONE TRNFILE RECORD PER INTER-WAREHOUSE TRANSFER.  KEYED
      *    HERE AS ENTERED; THE GSPRGTP NIGHT POSTING TAKES THE STOCK
      *    OFF THE SHIPPING SHELF INTO TRANSIT, PRINTS THE TRANSFER
      *    DOCUMENT AND MARKS IT IN TRANSIT.  WHEN THE GOODS LAND THE
      *    QUANTITY RECEIVED IS KEYED HERE AGAINST THE TRANSFER NUMBER
      *    AND THE NIGHT POSTING PUTS IT ON THE RECEIVING SHELF.
       01  TRNFILE-LENGTH                  PIC S9(4) COMP VALUE 80.

       01  TRNFILE-RECORD.
           05  TRN-NUMBER                  PIC 9(7).
           05  TRN-PRODUCT                 PIC X(8).
           05  TRN-FROM-WHSE               PIC X(2).
           05  TRN-TO-WHSE                 PIC X(2).
           05  TRN-QTY                     PIC 9(5).
           05  TRN-QTY-RECEIVED            PIC 9(5).
           05  TRN-STATUS                  PIC X(1).
               88  TRN-ENTERED                     VALUE 'E'.
               88  TRN-IN-TRANSIT                  VALUE 'T'.
               88  TRN-ARRIVED                     VALUE 'A'.
               88  TRN-RECEIVED                    VALUE 'R'.
               88  TRN-REJECTED                    VALUE 'X'.
           05  TRN-SHIPPED-DATE            PIC 9(7).
           05  TRN-RECEIVED-DATE           PIC 9(7).
           05  TRN-AUDIT.
               10  TRN-OPERATOR-ID         PIC X(3).
               10  TRN-TERMINAL-ID         PIC X(4).
               10  TRN-LAST-CHG-DATE       PIC 9(7).
               10  TRN-LAST-CHG-TIME       PIC 9(7).
           05  FILLER                      PIC X(15).

       01  WS-FILED-MESSAGE.
           05  FILLER                      PIC X(6)
               VALUE "* TRF ".
           05  FM-TRN-NUMBER               PIC 9(7).
           05  FM-TEXT                     PIC X(23).

       01  WS-NEW-FILED-TEXT               PIC X(23)
               VALUE " FILED FOR TONIGHT    *".
       01  WS-RECEIPT-FILED-TEXT           PIC X(23)
               VALUE " RECEIPT FILED        *".


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
               NOTFND(160-TRN-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPTN') MAPSET('GSMAPTN') END-EXEC.

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

           MOVE LOW-VALUES TO MAPTNO.
           MOVE "* NEW TRANSFER, OR TRF NO. TO RECV *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPTN') MAPSET('GSMAPTN') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS45')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       160-TRN-NOT-FOUND.
      * THE KEYED TRANSFER NUMBER IS NOT ON THE TRANSFER FILE
      *=================================================================

           MOVE "*    TRANSFER NOT ON FILE          *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO TRNNOL.
           MOVE DFHUNIMD TO TRNNOA.
           PERFORM 900-SEND-MAP.

       160-EXIT.


       170-WHSE-NOT-FOUND.
      * A KEYED WAREHOUSE IS NOT ON THE WAREHOUSE TABLE
      *=================================================================

           MOVE "*   WAREHOUSE NOT ON FILE          *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO FROMWL.
           MOVE DFHUNIMD TO FROMWA.
           MOVE DFHUNIMD TO TOWA.
           PERFORM 900-SEND-MAP.

       170-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================
      * A TRANSFER NUMBER KEYED IS THE RECEIVING END BOOKING IN WHAT
      * ARRIVED; WITHOUT ONE THE SCREEN RAISES A NEW TRANSFER.

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF TRNNOI IS EQUAL TO 'XXXXXXX'
               OR TRNNOI(1:5) IS EQUAL TO 'ABORT'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> A SCREEN MUST NOT TRUST ITS CALLER ALONE
           *>===============================================
           IF NOT GS-AUTH-SENIOR
               MOVE "* WAREHOUSE TRANSFERS - SENIOR ONLY*" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           IF TRNNOL IS GREATER THAN ZERO
               GO TO 400-RECORD-RECEIPT
           END-IF.

           GO TO 300-NEW-TRANSFER.

       200-EXIT.


       300-NEW-TRANSFER.
      * EDIT AND FILE A NEW TRANSFER - PART, SHIPPING AND RECEIVING
      * WAREHOUSES AND THE QUANTITY GOING
      *=================================================================

           *> CHECK THE KEYED FIELDS
           *>===============================================
           IF PROAI IS NOT ALPHABETIC
               MOVE "* P-A SECTION MUST BE ALPHABETIC   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROAL
               MOVE DFHUNIMD TO PROAA
               PERFORM 900-SEND-MAP
           ELSE
           IF PROBL IS LESS THAN 4 OR PROBI IS NOT NUMERIC
               MOVE "*  P-B SECTION MUST BE NUMERIC     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROBL
               MOVE DFHUNIMD TO PROBA
               PERFORM 900-SEND-MAP
           ELSE
           IF FROMWL EQUAL ZERO
               MOVE "* KEY THE WAREHOUSE SHIPPING       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO FROMWL
               MOVE DFHUNIMD TO FROMWA
               PERFORM 900-SEND-MAP
           ELSE
           IF TOWL EQUAL ZERO
               MOVE "* KEY THE WAREHOUSE RECEIVING      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TOWL
               MOVE DFHUNIMD TO TOWA
               PERFORM 900-SEND-MAP
           ELSE
           IF FROMWI EQUAL TOWI
               MOVE "* SHIP AND RECEIVE WHSE ARE SAME   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TOWL
               MOVE DFHUNIMD TO TOWA
               PERFORM 900-SEND-MAP
           ELSE
           IF QTYL EQUAL ZERO OR QTYI IS NOT NUMERIC
               MOVE "* KEY THE QUANTITY GOING           *" TO MSGO
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
           END-IF.

           *> THE PART MUST RESOLVE ON THE PART CODE DATABASE
           *>===============================================
           MOVE PROAI TO PRODUCT-A.
           MOVE PROBI TO PRODUCT-B.
           MOVE PRODUCT-NUMBER TO WS-TRANSFER-PRODUCT.

           EXEC CICS LINK
               PROGRAM('GSPRGPC')
               COMMAREA(TRANSFER-VARIABLES)
               LENGTH(WS-TRANSFER-PN)
           END-EXEC.

           IF WS-TRANSFER-DESC EQUAL 'PART NOT FOUND'
               OR WS-TRANSFER-DESC IS NUMERIC
               MOVE "*         PART NOT FOUND          *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROAL
               MOVE DFHUNIMD TO PROAA
               MOVE DFHUNIMD TO PROBA
               PERFORM 900-SEND-MAP
           ELSE
               MOVE WS-TRANSFER-DESC TO PDESCO
           END-IF.

           IF WS-TRANSFER-SUBSTITUTED
               MOVE WS-TRANSFER-PRODUCT(1:4) TO PRODUCT-A
               MOVE WS-TRANSFER-PRODUCT(5:4) TO PRODUCT-B
               MOVE PRODUCT-A TO PROAI
               MOVE PRODUCT-B TO PROBI
           END-IF.

           *> BOTH ENDS MUST BE ON THE WAREHOUSE TABLE
           *>===============================================
           EXEC CICS HANDLE CONDITION
               NOTFND(170-WHSE-NOT-FOUND)
           END-EXEC.

           MOVE FROMWI TO WHS-CODE.
           EXEC CICS READ FILE('WHSTAB')
               INTO(WHSTAB-RECORD)
               RIDFLD(WHS-CODE)
               LENGTH(WHSTAB-LENGTH)
           END-EXEC.
           MOVE WHS-NAME TO FROMNO.

           MOVE TOWI TO WHS-CODE.
           EXEC CICS READ FILE('WHSTAB')
               INTO(WHSTAB-RECORD)
               RIDFLD(WHS-CODE)
               LENGTH(WHSTAB-LENGTH)
           END-EXEC.
           MOVE WHS-NAME TO TONO.

           *> THE SHIPPING WAREHOUSE MUST HOLD THE QUANTITY GOING
           *>===============================================
           PERFORM 500-QUERY-FROM-WAREHOUSE.

           IF QTYI IS GREATER THAN WS-QRY-ON-HAND-BAL
               MOVE "* MORE THAN THE WAREHOUSE HOLDS    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS WHAT IS GOING WHERE - THE
           *> OPERATOR MUST CONFIRM
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 1000-ASSIGN-TRN-NUMBER
               PERFORM 1100-WRITE-TRANSFER
               MOVE TRN-NUMBER TO FM-TRN-NUMBER
               MOVE WS-NEW-FILED-TEXT TO FM-TEXT
               MOVE TRN-NUMBER TO TRNNOO
               MOVE WS-FILED-MESSAGE TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PROAL
               MOVE LOW-VALUES TO PROAI
               MOVE LOW-VALUES TO PROBI
               MOVE LOW-VALUES TO QTYI
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

       300-EXIT.


       400-RECORD-RECEIPT.
      * BOOK IN WHAT ARRIVED AGAINST A TRANSFER THE NIGHT POSTING HAS
      * SHIPPED.  ANY SHORTFALL IS WRITTEN OFF WHEN IT IS POSTED.
      *=================================================================

           IF TRNNOI IS NOT NUMERIC
               MOVE "* KEY THE 7 DIGIT TRANSFER NUMBER  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TRNNOL
               MOVE DFHUNIMD TO TRNNOA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE TRNNOI TO TRN-NUMBER.
           EXEC CICS READ FILE('TRNFILE')
               RIDFLD(TRN-NUMBER)
               LENGTH(TRNFILE-LENGTH)
               INTO(TRNFILE-RECORD)
           END-EXEC.

           PERFORM 940-LOAD-FIELDS.

           IF NOT TRN-IN-TRANSIT
               MOVE "* TRANSFER IS NOT IN TRANSIT       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TRNNOL
               MOVE DFHUNIMD TO TRNNOA
               PERFORM 900-SEND-MAP
           ELSE
           IF RCVQL EQUAL ZERO OR RCVQI IS NOT NUMERIC
               MOVE "* KEY THE QUANTITY THAT ARRIVED    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO RCVQL
               MOVE DFHUNIMD TO RCVQA
               PERFORM 900-SEND-MAP
           ELSE
           IF RCVQI IS GREATER THAN TRN-QTY
               MOVE "* MORE THAN THE QUANTITY SHIPPED   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO RCVQL
               MOVE DFHUNIMD TO RCVQA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS THE TRANSFER - THE OPERATOR
           *> MUST CONFIRM
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 1150-REWRITE-RECEIPT
               MOVE TRN-NUMBER TO FM-TRN-NUMBER
               MOVE WS-RECEIPT-FILED-TEXT TO FM-TEXT
               MOVE WS-FILED-MESSAGE TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO TRNNOL
               MOVE LOW-VALUES TO TRNNOI
               MOVE LOW-VALUES TO RCVQI
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

       400-EXIT.


       500-QUERY-FROM-WAREHOUSE.
      * WHAT IS ON THE SHIPPING WAREHOUSE'S SHELF, THROUGH GSPRGPA
      * FUNCTION 'Q'
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-QRY-PRODUCT.
           MOVE FROMWI TO WS-QRY-WAREHOUSE.
           MOVE ZERO TO WS-QRY-ON-HAND-BAL.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-QUERY-AREA)
               LENGTH(WS-QUERY-LEN)
           END-EXEC.
           MOVE WS-QRY-ON-HAND-BAL TO FOHO.

       500-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPTN') MAPSET('GSMAPTN') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS45')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO TRNNOA.
           MOVE DFHBMFSE TO PROAA.
           MOVE DFHBMFSE TO PROBA.
           MOVE DFHBMFSE TO FROMWA.
           MOVE DFHBMFSE TO TOWA.
           MOVE DFHBMFSE TO QTYA.
           MOVE DFHBMFSE TO RCVQA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE TRANSFER BEING RECEIVED AGAINST
      *=================================================================

           MOVE TRN-PRODUCT(1:4) TO PROAO.
           MOVE TRN-PRODUCT(5:4) TO PROBO.
           MOVE TRN-FROM-WHSE TO FROMWO.
           MOVE TRN-TO-WHSE TO TOWO.
           MOVE TRN-QTY TO QTYO.
           MOVE TRN-STATUS TO STATO.

       940-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPTNO.
           MOVE "* NEW TRANSFER, OR TRF NO. TO RECV *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO TRNNOL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1000-ASSIGN-TRN-NUMBER.
      * TAKE THE NEXT TRANSFER NUMBER OFF THE 'TRN' CONTROL RECORD
      * AND STEP IT - READ FOR UPDATE SO TWO TERMINALS SAVING AT
      * ONCE CANNOT DRAW THE SAME NUMBER.  SAME ARRANGEMENT AS THE
      * 'RTV' COUNTER.
      *=================================================================

           MOVE 'TRN' TO INVCTL-DIVISION.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
               LENGTH(INVCTL-LENGTH)
               INTO(INVCTL-RECORD)
               UPDATE
           END-EXEC.
           MOVE INVCTL-NEXT-ONLINE TO TRN-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           EXEC CICS REWRITE FILE('INVCTL')
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
           END-EXEC.

       1000-EXIT.


       1100-WRITE-TRANSFER.
      * BUILD AND WRITE THE TRANSFER AS ENTERED - THE NIGHT POSTING
      * DOES THE REST
      *=================================================================

           MOVE PRODUCT-NUMBER TO TRN-PRODUCT.
           MOVE FROMWI TO TRN-FROM-WHSE.
           MOVE TOWI TO TRN-TO-WHSE.
           MOVE QTYI TO TRN-QTY.
           MOVE ZERO TO TRN-QTY-RECEIVED.
           SET TRN-ENTERED TO TRUE.
           MOVE ZERO TO TRN-SHIPPED-DATE.
           MOVE ZERO TO TRN-RECEIVED-DATE.
           MOVE GS-COMM-OPERATOR-ID TO TRN-OPERATOR-ID.
           MOVE EIBTRMID TO TRN-TERMINAL-ID.
           MOVE EIBDATE TO TRN-LAST-CHG-DATE.
           MOVE EIBTIME TO TRN-LAST-CHG-TIME.

           EXEC CICS WRITE
               FROM(TRNFILE-RECORD)
               LENGTH(TRNFILE-LENGTH)
               FILE('TRNFILE')
               RIDFLD(TRN-NUMBER)
           END-EXEC.

       1100-EXIT.


       1150-REWRITE-RECEIPT.
      * RE-READ THE TRANSFER FOR UPDATE, RECORD WHAT ARRIVED AND MARK
      * IT ARRIVED FOR THE NIGHT POSTING
      *=================================================================

           EXEC CICS READ FILE('TRNFILE')
               RIDFLD(TRN-NUMBER)
               LENGTH(TRNFILE-LENGTH)
               INTO(TRNFILE-RECORD)
               UPDATE
           END-EXEC.

           MOVE RCVQI TO TRN-QTY-RECEIVED.
           SET TRN-ARRIVED TO TRUE.
           MOVE GS-COMM-OPERATOR-ID TO TRN-OPERATOR-ID.
           MOVE EIBTRMID TO TRN-TERMINAL-ID.
           MOVE EIBDATE TO TRN-LAST-CHG-DATE.
           MOVE EIBTIME TO TRN-LAST-CHG-TIME.

           EXEC CICS REWRITE FILE('TRNFILE')
               FROM(TRNFILE-RECORD)
               LENGTH(TRNFILE-LENGTH)
           END-EXEC.

       1150-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPTNO.
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


       END PROGRAM gsprgtn.
