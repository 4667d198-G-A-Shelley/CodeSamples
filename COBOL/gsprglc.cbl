       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprglc.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPLC'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  LANDING A
      *    SHIPMENT IS PART OF RECEIVING IT, SO LIKE THE GS13
      *    RECEIVING SCREEN IT IS OPEN TO ANY SIGNED-ON OPERATOR.
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

      *    THE GSPRGPA COMMAREA IN FULL, WITH FUNCTION 'L' TO ADD A
      *    LINE'S SHARE OF THE LANDED COST TO THE PART'S AVERAGE UNIT
      *    COST.  THE SHARE IS SPREAD OVER THE STOCK ON HAND, OR OVER
      *    THE LINE'S QUANTITY WHEN NONE IS LEFT.
       01  WS-LANDED-LEN                   PIC S9(4) COMP VALUE 61.

       01  WS-LANDED-AREA.
           05  WS-LND-FUNCTION             PIC X(1) VALUE 'L'.
           05  WS-LND-PRODUCT              PIC X(8).
           05  WS-LND-DESC                 PIC X(17).
           05  WS-LND-QUANTITY             PIC S9(5) COMP-3.
           05  FILLER                      PIC X(1).
           05  WS-LND-SQL-CODE             PIC S9(8) COMP.
           05  FILLER                      PIC X(6).
           05  WS-LND-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(4).
           05  WS-LND-UNIT-COST            PIC S9(5)V99 COMP-3.
           05  FILLER                      PIC X(1).
           05  WS-LND-OLD-UNIT-COST        PIC S9(5)V99 COMP-3.
           05  WS-LND-LANDED-AMOUNT        PIC S9(7)V99 COMP-3.

      *    ONE SHIPLN RECORD PER RECEIPT THE GS13 RECEIVING SCREEN
      *    KEYED AGAINST A SHIPMENT.  KEYED SHIPMENT / SEQUENCE.
       01  SHIPLN-LENGTH                   PIC S9(4) COMP VALUE 80.

       01  SHIPLN-RECORD.
           05  SHIPLN-KEY.
               10  SL-SHIPMENT             PIC X(8).
               10  SL-SEQ                  PIC 9(3).
           05  SL-PRODUCT                  PIC X(8).
           05  SL-QTY                      PIC 9(5).
           05  SL-UNIT-COST                PIC 9(5)V99.
           05  SL-PO-NUMBER                PIC X(7).
           05  SL-RECEIVE-DATE             PIC 9(7).
           05  SL-RECEIVED-BY              PIC X(3).
           05  SL-STATUS                   PIC X(1).
               88  SL-NOT-LANDED                   VALUE ' '.
               88  SL-LANDED                       VALUE 'L'.
           05  SL-LANDED-AMOUNT            PIC 9(7)V99.
           05  SL-LANDED-DATE              PIC 9(7).
           05  FILLER                      PIC X(15).

      *    EVERY CHANGE TO A PART'S UNIT COST IS LOGGED TO THE CSTQ
      *    TRANSIENT DATA QUEUE, READ AS BILLM.PROD.COSTHIST - SAME
      *    RECORD THE GS13 RECEIVING SCREEN WRITES
       01  COSTHIST-LENGTH                 PIC S9(4) COMP VALUE 80.

       01  COSTHIST-RECORD.
           05  CH-PRODUCT                  PIC X(8).
           05  CH-DATE                     PIC 9(7).
           05  CH-TIME                     PIC 9(7).
           05  CH-OPERATOR-ID              PIC X(3).
           05  CH-TERMINAL-ID              PIC X(4).
           05  CH-SOURCE                   PIC X(1).
               88  CH-SOURCE-RECEIPT               VALUE 'R'.
               88  CH-SOURCE-LANDED                VALUE 'L'.
               88  CH-SOURCE-MANUAL                VALUE 'M'.
           05  CH-REFERENCE                PIC X(8).
           05  CH-QUANTITY                 PIC 9(5).
           05  CH-ON-HAND                  PIC S9(5).
           05  CH-OLD-COST                 PIC 9(5)V99.
           05  CH-NEW-COST                 PIC 9(5)V99.
           05  CH-MOVEMENT-COST            PIC 9(7)V99.
           05  FILLER                      PIC X(9).

      *    THE SHIPMENT'S LINES ARE GATHERED ON ONE BROWSE - THE
      *    SPREAD NEEDS THE WHOLE SHIPMENT'S VALUE OR QUANTITY BEFORE
      *    ANY LINE CAN TAKE ITS SHARE
       01  WS-LINE-MAX                     PIC 9(3) VALUE 99.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LINE-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 99 TIMES.
               10  WS-LINE-SEQ             PIC 9(3).
               10  WS-LINE-PRODUCT         PIC X(8).
               10  WS-LINE-QTY             PIC 9(5).
               10  WS-LINE-VALUE           PIC 9(9)V99.

       01  WS-BROWSE-DONE-SW               PIC X(1).
           88  WS-BROWSE-DONE                      VALUE 'Y'.
       01  WS-LANDED-FOUND-SW              PIC X(1).
           88  WS-LANDED-FOUND                     VALUE 'Y'.
       01  WS-LINE-OVERFLOW-SW             PIC X(1).
           88  WS-LINE-OVERFLOW                    VALUE 'Y'.

      *    THE KEYED CHARGES AND THE BASIS THEY ARE SPREAD ON - 'V'
      *    BY EACH LINE'S VALUE AT RECEIPT COST, 'Q' BY ITS QUANTITY
       01  WS-FREIGHT                      PIC 9(5)V99 VALUE ZERO.
       01  WS-DUTY                         PIC 9(5)V99 VALUE ZERO.
       01  WS-BROKERAGE                    PIC 9(5)V99 VALUE ZERO.
       01  WS-BASIS                        PIC X(1) VALUE 'V'.
           88  WS-BASIS-VALUE                      VALUE 'V'.
           88  WS-BASIS-QUANTITY                   VALUE 'Q'.

       01  WS-LANDED-TOTAL                 PIC 9(7)V99 VALUE ZERO.
       01  WS-SHIPMENT-VALUE               PIC 9(9)V99 VALUE ZERO.
       01  WS-SHIPMENT-QTY                 PIC 9(7) VALUE ZERO.
       01  WS-BASIS-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-LINE-SHARE                   PIC 9(7)V99 VALUE ZERO.
       01  WS-ALLOCATED                    PIC 9(7)V99 VALUE ZERO.
       01  WS-LANDED-COUNT                 PIC 9(3) VALUE ZERO.

       01  WS-LANDED-MESSAGE.
           05  FILLER                      PIC X(18)
               VALUE "* SHIPMENT LANDED ".
           05  LM-COUNT                    PIC ZZ9.
           05  FILLER                      PIC X(15)
               VALUE " LINES COSTED *".


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
           EXEC CICS RECEIVE MAP('MAPLC') MAPSET('GSMAPLC') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPLCO.
           MOVE "* KEY SHIPMENT AND ITS CHARGES     *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPLC') MAPSET('GSMAPLC') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS43')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF SHIPI(1:4) IS EQUAL TO 'XXXX'
               OR SHIPI(1:4) IS EQUAL TO 'ABOR'
                   EXEC CICS XCTL
                       PROGRAM('gsprgm')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> CHECK THE SHIPMENT REFERENCE AND THE CHARGES
           *>===============================================
           IF SHIPL EQUAL ZERO
               MOVE "* KEY THE SHIPMENT REFERENCE       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SHIPL
               MOVE DFHUNIMD TO SHIPA
               PERFORM 900-SEND-MAP
           ELSE
           IF FRGTL IS GREATER THAN ZERO AND FRGTI IS NOT NUMERIC
               MOVE "*   FREIGHT MUST BE NUMERIC        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO FRGTL
               MOVE DFHUNIMD TO FRGTA
               PERFORM 900-SEND-MAP
           ELSE
           IF DUTYL IS GREATER THAN ZERO AND DUTYI IS NOT NUMERIC
               MOVE "*   DUTY MUST BE NUMERIC           *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO DUTYL
               MOVE DFHUNIMD TO DUTYA
               PERFORM 900-SEND-MAP
           ELSE
           IF BROKL IS GREATER THAN ZERO AND BROKI IS NOT NUMERIC
               MOVE "*   BROKERAGE MUST BE NUMERIC      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO BROKL
               MOVE DFHUNIMD TO BROKA
               PERFORM 900-SEND-MAP
           ELSE
           IF BASEL IS GREATER THAN ZERO
               AND BASEI NOT EQUAL 'V' AND BASEI NOT EQUAL 'Q'
               MOVE "* SPREAD BY V (VALUE) OR Q (QTY)   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO BASEL
               MOVE DFHUNIMD TO BASEA
               PERFORM 900-SEND-MAP
           END-IF.

           PERFORM 950-LOAD-CHARGES.

           IF WS-LANDED-TOTAL EQUAL ZERO
               MOVE "* KEY FREIGHT, DUTY OR BROKERAGE   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO FRGTL
               MOVE DFHUNIMD TO FRGTA
               PERFORM 900-SEND-MAP
           END-IF.

           *> GATHER THE SHIPMENT'S LINES AND SHOW WHAT THEY CAME TO
           *>===============================================
           PERFORM 300-GATHER-LINES THRU 300-EXIT.

           PERFORM 940-LOAD-FIELDS.

           IF WS-LINE-COUNT EQUAL ZERO
               MOVE "* NO RECEIPTS FILED TO THAT SHIPMNT*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SHIPL
               MOVE DFHUNIMD TO SHIPA
               PERFORM 900-SEND-MAP
           END-IF.

      *    A SHIPMENT IS LANDED ONCE - ITS CHARGES ARE ALREADY IN
      *    THE COST OF EVERY LINE
           IF WS-LANDED-FOUND
               MOVE "* SHIPMENT IS ALREADY LANDED       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SHIPL
               MOVE DFHUNIMD TO SHIPA
               PERFORM 900-SEND-MAP
           END-IF.

           IF WS-LINE-OVERFLOW
               MOVE "* OVER 99 LINES - SEE PURCHASING   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SHIPL
               MOVE DFHUNIMD TO SHIPA
               PERFORM 900-SEND-MAP
           END-IF.

           IF WS-BASIS-TOTAL EQUAL ZERO
               MOVE "* LINES HAVE NO VALUE - SPREAD BY Q*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO BASEL
               MOVE DFHUNIMD TO BASEA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE FIRST ENTER ONLY SHOWS THE SHIPMENT - THE CLERK
           *> MUST CONFIRM BEFORE THE CHARGES ARE SPREAD
           *>===============================================
           IF CONFI EQUAL 'Y' OR CONFI EQUAL 'y'
               PERFORM 400-LAND-SHIPMENT THRU 400-EXIT
               MOVE WS-LANDED-COUNT TO LM-COUNT
               MOVE WS-LANDED-MESSAGE TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SHIPL
               MOVE LOW-VALUES TO SHIPI
               MOVE LOW-VALUES TO FRGTI
               MOVE LOW-VALUES TO DUTYI
               MOVE LOW-VALUES TO BROKI
               MOVE LOW-VALUES TO BASEI
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


       300-GATHER-LINES.
      * BROWSE THE SHIPMENT'S LINES INTO THE TABLE, TOTALLING THEIR
      * VALUE AND QUANTITY.  A LINE ALREADY LANDED MARKS THE WHOLE
      * SHIPMENT LANDED.
      *=================================================================

           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-SHIPMENT-VALUE.
           MOVE ZERO TO WS-SHIPMENT-QTY.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 'N' TO WS-LANDED-FOUND-SW.
           MOVE 'N' TO WS-LINE-OVERFLOW-SW.
           MOVE SHIPI TO SL-SHIPMENT.
           MOVE ZERO TO SL-SEQ.

           EXEC CICS HANDLE CONDITION
               NOTFND(330-GATHER-DONE)
               ENDFILE(320-BROWSE-ENDED)
           END-EXEC.

           EXEC CICS STARTBR FILE('SHIPLN')
               RIDFLD(SHIPLN-KEY)
               GTEQ
           END-EXEC.

           PERFORM 310-NEXT-LINE
               UNTIL WS-BROWSE-DONE.

       320-BROWSE-ENDED.

           EXEC CICS ENDBR FILE('SHIPLN') END-EXEC.

       330-GATHER-DONE.

           IF WS-BASIS-QUANTITY
               MOVE WS-SHIPMENT-QTY TO WS-BASIS-TOTAL
           ELSE
               MOVE WS-SHIPMENT-VALUE TO WS-BASIS-TOTAL
           END-IF.

       300-EXIT.


       310-NEXT-LINE.
      * STEP ONE LINE FORWARD - STOP ONCE THE SHIPMENT CHANGES
      *=================================================================

           EXEC CICS READNEXT FILE('SHIPLN')
               INTO(SHIPLN-RECORD)
               RIDFLD(SHIPLN-KEY)
               LENGTH(SHIPLN-LENGTH)
           END-EXEC.

           IF SL-SHIPMENT NOT EQUAL SHIPI
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF WS-LINE-COUNT NOT LESS THAN WS-LINE-MAX
               MOVE 'Y' TO WS-LINE-OVERFLOW-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
               IF SL-LANDED
                   MOVE 'Y' TO WS-LANDED-FOUND-SW
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE SL-SEQ TO WS-LINE-SEQ(WS-LINE-COUNT)
               MOVE SL-PRODUCT TO WS-LINE-PRODUCT(WS-LINE-COUNT)
               MOVE SL-QTY TO WS-LINE-QTY(WS-LINE-COUNT)
               COMPUTE WS-LINE-VALUE(WS-LINE-COUNT) =
                   SL-QTY * SL-UNIT-COST
               ADD WS-LINE-VALUE(WS-LINE-COUNT) TO WS-SHIPMENT-VALUE
               ADD SL-QTY TO WS-SHIPMENT-QTY
           END-IF.

       310-EXIT.


       400-LAND-SHIPMENT.
      * SPREAD THE LANDED TOTAL ACROSS THE LINES IN PROPORTION TO THE
      * BASIS.  EACH SHARE IS ROUNDED TO THE CENT AND THE LAST LINE
      * TAKES WHAT IS LEFT, SO THE SHARES ADD BACK TO THE TOTAL KEYED.
      *=================================================================

           MOVE ZERO TO WS-ALLOCATED.
           MOVE ZERO TO WS-LANDED-COUNT.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LINE-SUB EQUAL WS-LINE-COUNT
                   COMPUTE WS-LINE-SHARE =
                       WS-LANDED-TOTAL - WS-ALLOCATED
               ELSE
                   IF WS-BASIS-QUANTITY
                       COMPUTE WS-LINE-SHARE ROUNDED =
                           WS-LANDED-TOTAL * WS-LINE-QTY(WS-LINE-SUB)
                           / WS-BASIS-TOTAL
                   ELSE
                       COMPUTE WS-LINE-SHARE ROUNDED =
                           WS-LANDED-TOTAL * WS-LINE-VALUE(WS-LINE-SUB)
                           / WS-BASIS-TOTAL
                   END-IF
               END-IF
               ADD WS-LINE-SHARE TO WS-ALLOCATED
               PERFORM 450-LAND-ONE-LINE THRU 450-EXIT
           END-PERFORM.

       400-EXIT.


       450-LAND-ONE-LINE.
      * ADD ONE LINE'S SHARE TO THE PART'S UNIT COST THROUGH GSPRGPA,
      * LOG THE COST CHANGE AND MARK THE LINE LANDED.  A LINE ANOTHER
      * TERMINAL LANDED IN THE MEANTIME IS LEFT ALONE.
      *=================================================================

           MOVE SHIPI TO SL-SHIPMENT.
           MOVE WS-LINE-SEQ(WS-LINE-SUB) TO SL-SEQ.

           EXEC CICS READ FILE('SHIPLN')
               RIDFLD(SHIPLN-KEY)
               LENGTH(SHIPLN-LENGTH)
               INTO(SHIPLN-RECORD)
               UPDATE
           END-EXEC.

           IF SL-LANDED
               EXEC CICS UNLOCK FILE('SHIPLN') END-EXEC
               GO TO 450-EXIT
           END-IF.

           MOVE SL-PRODUCT TO WS-LND-PRODUCT.
           MOVE SL-QTY TO WS-LND-QUANTITY.
           MOVE WS-LINE-SHARE TO WS-LND-LANDED-AMOUNT.
           MOVE ZERO TO WS-LND-UNIT-COST.
           MOVE ZERO TO WS-LND-OLD-UNIT-COST.

           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-LANDED-AREA)
               LENGTH(WS-LANDED-LEN)
           END-EXEC.

      *    A PART DROPPED SINCE THE RECEIPT HAS NO COST TO MOVE - THE
      *    LINE IS STILL MARKED SO THE SHIPMENT CANNOT LAND TWICE
           IF WS-LND-SQL-CODE EQUAL ZERO
               PERFORM 460-WRITE-COST-HISTORY
           END-IF.

           SET SL-LANDED TO TRUE.
           MOVE WS-LINE-SHARE TO SL-LANDED-AMOUNT.
           MOVE EIBDATE TO SL-LANDED-DATE.

           EXEC CICS REWRITE FILE('SHIPLN')
               FROM(SHIPLN-RECORD)
               LENGTH(SHIPLN-LENGTH)
           END-EXEC.

           ADD 1 TO WS-LANDED-COUNT.

       450-EXIT.


       460-WRITE-COST-HISTORY.
      * ONE CSTQ ENTRY FOR THE LINE - THE COST BEFORE AND AFTER, THE
      * SHARE OF THE CHARGES AND THE STOCK IT WAS SPREAD OVER
      *=================================================================

           MOVE SL-PRODUCT TO CH-PRODUCT.
           MOVE EIBDATE TO CH-DATE.
           MOVE EIBTIME TO CH-TIME.
           MOVE GS-COMM-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE EIBTRMID TO CH-TERMINAL-ID.
           SET CH-SOURCE-LANDED TO TRUE.
           MOVE SL-SHIPMENT TO CH-REFERENCE.
           MOVE SL-QTY TO CH-QUANTITY.
           MOVE WS-LND-ON-HAND-BAL TO CH-ON-HAND.
           MOVE WS-LND-OLD-UNIT-COST TO CH-OLD-COST.
           MOVE WS-LND-UNIT-COST TO CH-NEW-COST.
           MOVE WS-LINE-SHARE TO CH-MOVEMENT-COST.
           EXEC CICS WRITEQ TD QUEUE('CSTQ')
               FROM(COSTHIST-RECORD)
               LENGTH(COSTHIST-LENGTH)
           END-EXEC.

       460-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPLC') MAPSET('GSMAPLC') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS43')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO SHIPA.
           MOVE DFHBMFSE TO FRGTA.
           MOVE DFHBMFSE TO DUTYA.
           MOVE DFHBMFSE TO BROKA.
           MOVE DFHBMFSE TO BASEA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.


       940-LOAD-FIELDS.
      * SHOW THE SHIPMENT'S LINE COUNT, ITS VALUE AT RECEIPT COST AND
      * THE CHARGES TO BE SPREAD ACROSS IT
      *=================================================================

           MOVE WS-LINE-COUNT TO LINESO.
           MOVE WS-SHIPMENT-VALUE TO SVALO.
           MOVE WS-LANDED-TOTAL TO TOTLO.

       940-EXIT.


       950-LOAD-CHARGES.
      * PICK UP THE KEYED CHARGES AND BASIS - AN UNKEYED CHARGE IS
      * ZERO AND AN UNKEYED BASIS SPREADS BY VALUE
      *=================================================================

           IF FRGTL IS GREATER THAN ZERO
               MOVE FRGTI TO WS-FREIGHT
           ELSE
               MOVE ZERO TO WS-FREIGHT
           END-IF.
           IF DUTYL IS GREATER THAN ZERO
               MOVE DUTYI TO WS-DUTY
           ELSE
               MOVE ZERO TO WS-DUTY
           END-IF.
           IF BROKL IS GREATER THAN ZERO
               MOVE BROKI TO WS-BROKERAGE
           ELSE
               MOVE ZERO TO WS-BROKERAGE
           END-IF.
           IF BASEL IS GREATER THAN ZERO
               MOVE BASEI TO WS-BASIS
           ELSE
               MOVE 'V' TO WS-BASIS
           END-IF.

           COMPUTE WS-LANDED-TOTAL =
               WS-FREIGHT + WS-DUTY + WS-BROKERAGE.

       950-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPLCO.
           MOVE "* KEY SHIPMENT AND ITS CHARGES     *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO SHIPL.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPLCO.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.

       1200-EXIT.


       1210-FUNCTION1.
      * FUNCTION KEY 1 PARAGRAPH
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgm')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       1210-EXIT.


       END PROGRAM gsprglc.
