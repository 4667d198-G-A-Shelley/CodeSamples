       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgpk.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.
           COPY 'GSMAPPK'.
           COPY 'DFHBMSCA'.

       01  GS-COMM-LENGTH                  PIC S9(4) COMP VALUE 8.
       01  GS-RETURN-LENGTH                PIC S9(4) COMP VALUE 9.

      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS AND EVERY SCREEN
      *    CARRIES - OPERATOR ID AND AUTHORITY LEVEL.  THE SCREEN'S
      *    OWN RETURNS CARRY GS-RETURN-AREA (9 BYTES) SO A RE-ENTRY
      *    CAN BE TOLD APART FROM THE 8-BYTE TRANSFER IN FROM THE MENU.
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

      *    THE SHIP-CONFIRMED ORDER - ONLY READ HERE, FOR ITS LINES,
      *    SHIP-TO AND SHIPPING FIELDS
       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC X(3).
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCT OCCURS 5 TIMES.
               10  ORDFILE-P-CODE          PIC X(8).
               10  ORDFILE-P-QTY           PIC 9(3).
               10  ORDFILE-P-PRICE         PIC 9(5)V99.
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  ORDFILE-ADDR-LINE1          PIC X(20).
           05  ORDFILE-ADDR-LINE2          PIC X(20).
           05  ORDFILE-ADDR-LINE3          PIC X(20).
           05  ORDFILE-POSTAL              PIC X(6).
           05  ORDFILE-PHONE               PIC X(10).
           05  ORDFILE-AUDIT               PIC X(21).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
               88  ORDFILE-STATUS-HELD            VALUE 'H'.
               88  ORDFILE-STATUS-PART-SHIPPED    VALUE 'P'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  FILLER                      PIC X(68).

      *    THE ORDDETL OVERFLOW LINES - INVOICE LINE 6 ON IS OVERFLOW
      *    LINE 1 ON, THE SAME NUMBERING THE PRINTED INVOICE USES
       01  ORDDETL-LENGTH                  PIC S9(4) COMP VALUE 28.

       01  ORDDETL-RECORD.
           05  ORDDETL-KEY.
               10  ORDDETL-INVOICE-NO      PIC X(7).
               10  ORDDETL-LINE-NO         PIC 9(3).
           05  ORDDETL-PRODUCT             PIC X(8).
           05  ORDDETL-QTY                 PIC 9(3).
           05  ORDDETL-PRICE               PIC 9(5)V99.

      *    ONE CARTON RECORD PER BOX PACKED FOR AN INVOICE - ITS
      *    WEIGHT AND ITS OWN TRACKING NUMBER.  KEYED ON THE BARE
      *    INVOICE NUMBER LIKE ORDDETL, SINCE THE DIVISIONS' NUMBER
      *    WINDOWS NEVER OVERLAP.
       01  CARTON-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  CARTON-RECORD.
           05  CARTON-KEY.
               10  CT-INVOICE-NO           PIC X(7).
               10  CT-CARTON-NO            PIC 9(3).
           05  CT-PREFIX                   PIC X(3).
           05  CT-SHIP-DATE                PIC 9(7).
           05  CT-CARRIER                  PIC X(10).
           05  CT-TRACKING-REF             PIC X(15).
      *        KILOGRAMS
           05  CT-WEIGHT                   PIC 9(3)V99.
           05  CT-LINE-COUNT               PIC 9(2).
      *        THE LABEL AND PACKING SLIP REQUESTS, FOR A REPRINT
           05  CT-LABEL-REQUEST            PIC 9(7).
           05  CT-SLIP-REQUEST             PIC 9(7).
           05  CT-AUDIT.
               10  CT-OPERATOR-ID          PIC X(3).
               10  CT-TERMINAL-ID          PIC X(4).
               10  CT-LAST-CHG-DATE        PIC 9(7).
               10  CT-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(13).

      *    WHAT WENT INTO THE CARTON - ONE RECORD PER INVOICE LINE
      *    AND LOT PACKED IN IT
       01  CARTDTL-LENGTH                  PIC S9(4) COMP VALUE 50.

       01  CARTDTL-RECORD.
           05  CARTDTL-KEY.
               10  CD-INVOICE-NO           PIC X(7).
               10  CD-CARTON-NO            PIC 9(3).
               10  CD-SEQ                  PIC 9(2).
           05  CD-LINE-NO                  PIC 9(3).
           05  CD-PRODUCT                  PIC X(8).
           05  CD-QTY                      PIC 9(5).
           05  CD-LOT-NUMBER               PIC X(10).
           05  FILLER                      PIC X(12).

      *    THE LOTS GS14 DREW FOR THE INVOICE - A LOT KEYED ON A
      *    CARTON MUST BE ONE OF THEM
       01  SHIPLOT-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  SHIPLOT-RECORD.
           05  SHIPLOT-KEY.
               10  SL-INVOICE-NO           PIC X(7).
               10  SL-PRODUCT              PIC X(8).
               10  SL-LOT-NUMBER           PIC X(10).
           05  SL-QTY                      PIC 9(5).
           05  SL-SHIP-DATE                PIC 9(7).
           05  FILLER                      PIC X(3).

      *    A KIT LINE SHIPS AS ITS COMPONENTS, SO ITS LOTS ARE FILED
      *    UNDER THE COMPONENT CODES
       01  KITFILE-LENGTH                  PIC S9(4) COMP VALUE 30.

       01  KITFILE-RECORD.
           05  KITFILE-KEY.
               10  KIT-PRODUCT             PIC X(8).
               10  KIT-COMPONENT-SEQ       PIC 9(2).
           05  KIT-COMPONENT               PIC X(8).
           05  KIT-COMP-QTY                PIC 9(3).
           05  FILLER                      PIC X(9).

      *    THE PRINT SPOOL - THE CARTON LABEL AND THE PACKING SLIP GO
      *    TO THE DOCK PRINTER AS TWO REQUESTS
       01  PRTREQ-LENGTH                   PIC S9(4) COMP VALUE 95.

       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
               88  PRTREQ-STATUS-NEW              VALUE 'N'.
               88  PRTREQ-STATUS-PRINTED          VALUE 'P'.
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       01  INVCTL-LENGTH                   PIC S9(4) COMP VALUE 31.

       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    THE FIVE CONTENT ROWS OFF THE SCREEN - INVOICE LINE,
      *    QUANTITY AND LOT - WITH THE PRODUCT EACH LINE CARRIES
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 5 TIMES.
               10  WS-ROW-LINE-L           PIC S9(4) COMP.
               10  WS-ROW-LINE             PIC X(3).
               10  WS-ROW-QTY-L            PIC S9(4) COMP.
               10  WS-ROW-QTY              PIC X(5).
               10  WS-ROW-LOT-L            PIC S9(4) COMP.
               10  WS-ROW-LOT              PIC X(10).
               10  WS-ROW-LINE-NO          PIC 9(3).
               10  WS-ROW-QTY-NUM          PIC 9(5).
               10  WS-ROW-PRODUCT          PIC X(8).

       01  WS-PACK-VARIABLES.
           05  WS-ROW-SUB                  PIC 9(1).
           05  WS-ROW-COUNT                PIC 9(1).
           05  WS-ERROR-ROW                PIC 9(1).
           05  WS-ERROR-FIELD              PIC X(1).
               88  WS-ERROR-ON-LINE                VALUE 'L'.
               88  WS-ERROR-ON-QTY                 VALUE 'Q'.
               88  WS-ERROR-ON-LOT                 VALUE 'T'.
           05  WS-ERROR-MSG                PIC X(36).
           05  WS-LINE-QTY                 PIC 9(5).
           05  WS-PACKED-QTY               PIC 9(7).
           05  WS-CARTON-NO                PIC 9(3).
           05  WS-CARTON-TRACKING          PIC X(15).
           05  WS-LABEL-REQUEST            PIC 9(7).
           05  WS-SLIP-REQUEST             PIC 9(7).
           05  WS-ROW-SUB2                 PIC 9(1).
           05  WS-BROWSE-DONE-SW           PIC X(1).
               88  WS-BROWSE-DONE                  VALUE 'Y'.
           05  WS-LOT-MATCH-SW             PIC X(1).
               88  WS-LOT-ON-LINE                  VALUE 'P'.
               88  WS-LOT-ON-INVOICE               VALUE 'I'.
               88  WS-LOT-NOT-SHIPPED              VALUE 'N'.

      *    THE CARTON LABEL
       01  WS-LABEL-LINE1.
           05  FILLER                      PIC X(9) VALUE 'SHIP TO: '.
           05  LB1-NAME                    PIC X(20).
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-LABEL-LINE2.
           05  FILLER                      PIC X(9) VALUE SPACES.
           05  LB2-ADDR                    PIC X(20).
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-LABEL-LINE3.
           05  FILLER                      PIC X(9) VALUE SPACES.
           05  LB3-POSTAL                  PIC X(6).
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  WS-LABEL-LINE4.
           05  FILLER                      PIC X(8) VALUE 'INVOICE '.
           05  LB4-INVOICE-NO              PIC X(7).
           05  FILLER                      PIC X(9) VALUE '  CARTON '.
           05  LB4-CARTON-NO               PIC ZZ9.
           05  FILLER                      PIC X(9) VALUE '  WEIGHT '.
           05  LB4-WEIGHT                  PIC ZZ9.99.
           05  FILLER                      PIC X(3) VALUE ' KG'.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-LABEL-LINE5.
           05  FILLER                      PIC X(8) VALUE 'CARRIER '.
           05  LB5-CARRIER                 PIC X(10).
           05  FILLER                      PIC X(11)
               VALUE '  TRACKING '.
           05  LB5-TRACKING                PIC X(15).
           05  FILLER                      PIC X(36) VALUE SPACES.

      *    THE PACKING SLIP - WHAT IS IN THIS BOX, NO PRICES
       01  WS-SLIP-LINE1.
           05  FILLER                      PIC X(23)
               VALUE 'PACKING SLIP - INVOICE '.
           05  PS1-INVOICE-NO              PIC X(7).
           05  FILLER                      PIC X(9) VALUE '  CARTON '.
           05  PS1-CARTON-NO               PIC ZZ9.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-SLIP-LINE2.
           05  PS2-NAME                    PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS2-ADDR1                   PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  PS2-ADDR2                   PIC X(20).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-SLIP-COLUMNS.
           05  FILLER                      PIC X(40)
               VALUE 'LINE  PRODUCT     QUANTITY  LOT        '.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-SLIP-DETAIL.
           05  PSD-LINE-NO                 PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  PSD-PRODUCT                 PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  PSD-QTY                     PIC ZZZZ9.
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  PSD-LOT                     PIC X(10).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-PACKED-MSG.
           05  FILLER                      PIC X(9)
               VALUE '* CARTON '.
           05  WS-PMSG-CARTON              PIC ZZ9.
           05  FILLER                      PIC X(24)
               VALUE ' PACKED - LABEL PRINTED*'.


       LINKAGE SECTION.
      *=================================================================
       01 DFHCOMMAREA.
           05 LK-TRANSFER                  PIC X(9).


       PROCEDURE DIVISION.
      *=================================================================
      * CARTON PACKING.  ONCE GS14 HAS SHIP-CONFIRMED AN INVOICE THE
      * PACKER KEYS EACH CARTON IT GOES OUT IN - ITS WEIGHT, ITS OWN
      * TRACKING NUMBER, AND UP TO FIVE CONTENT ROWS OF INVOICE LINE,
      * QUANTITY AND LOT.  EACH CARTON IS NUMBERED IN TURN UNDER THE
      * INVOICE AND FILED ON CARTON/CARTDTL, AND ITS LABEL AND
      * PACKING SLIP PRINT AT THE DOCK.  THE CARRIER MANIFEST AND THE
      * SHIPMENT ADVICE TAKE THE CARTONS FROM THERE.
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

           *> THE ORDFILE PREFIX COMES FROM THE SIGN-ON DIVISION - A
           *> BLANK ONE BELONGS TO THE ORIGINAL 'GAS' BOOK
           IF GS-COMM-DIVISION EQUAL SPACES
               MOVE 'GAS' TO GS-COMM-DIVISION
           END-IF.
           MOVE GS-COMM-DIVISION TO ORDFILE-PREFIX.

           *> CONDITION HANDLERS / RECIEVE MAP
           *>=============================================
           EXEC CICS HANDLE CONDITION
               MAPFAIL(100-FIRST-TIME)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
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
           EXEC CICS RECEIVE MAP('MAPPK') MAPSET('GSMAPPK') END-EXEC.

           *> PERFORM MAIN LOGIC
           GO TO 200-MAIN-LOGIC.


       100-FIRST-TIME.
      * FIRST TIME RUN / MAP FAIL PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPPKO.
           MOVE "* KEY THE INVOICE AND ONE CARTON   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
               SEND MAP('MAPPK') MAPSET('GSMAPPK') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS47')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       100-EXIT.


       150-NOT-FOUND.
      * INVOICE RECORD INFORMATION IS NOT FOUND
      *=================================================================

           MOVE "*          RECORD NOT FOUND        *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVNUML.
           MOVE DFHUNIMD TO INVNUMA.
           PERFORM 900-SEND-MAP.

       150-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================

           *> CHECK TO SEE IF THE USER IS EXITING THE SCREEN
           *>===============================================
           IF INVNUMI IS EQUAL TO 'XXXXXXX'
               OR INVNUMI (1:5) IS EQUAL TO 'ABORT'
                   EXEC CICS XCTL
                       PROGRAM('gsprgmo')
                       COMMAREA(GS-COMM)
                       LENGTH(GS-COMM-LENGTH)
                   END-EXEC
           ELSE

           *> CHECK TO SEE IF THE USER WANTS TO CLEAR
           *>===============================================
           IF INVNUMI (1:5) IS EQUAL TO 'CLEAR'
               PERFORM 990-CLEAR-SCREEN
           ELSE

           *> CHECK THE KEYED FIELDS
           *>===============================================
           IF INVNUML IS LESS THAN 7 OR INVNUMI IS NOT NUMERIC
               MOVE "* KEY THE 7 DIGIT INVOICE NUMBER   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF WGTL EQUAL ZERO OR WGTI IS NOT NUMERIC
               OR WGTI EQUAL ZERO
               MOVE "* KEY THE CARTON WEIGHT IN KG      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO WGTL
               MOVE DFHUNIMD TO WGTA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE INVOICE MUST HAVE BEEN SHIP-CONFIRMED - THE LOTS
           *> ARE DRAWN AND THE CARRIER KNOWN ONLY FROM THEN ON
           *>===============================================
           MOVE INVNUMI TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE')
               RIDFLD(ORDFILE-KEY)
               LENGTH(ORDFILE-LENGTH)
               INTO(ORDFILE-RECORD)
           END-EXEC.

           MOVE ORDFILE-NAME TO NAMEO.
           MOVE ORDFILE-CARRIER TO CARRO.
           IF ORDFILE-STATUS-CANCELLED
               MOVE "* CANNOT PACK A CANCELLED INVOICE  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF ORDFILE-SHIP-DATE IS NOT NUMERIC
               OR ORDFILE-SHIP-DATE EQUAL ZERO
               MOVE "* NOT SHIPPED - CONFIRM ON GS14    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO INVNUML
               MOVE DFHUNIMD TO INVNUMA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE CONTENT ROWS - AT LEAST ONE, EACH A LINE OF THE
           *> INVOICE, NOT MORE THAN IS LEFT OF IT TO PACK, AND A LOT
           *> GS14 DREW FOR THE INVOICE WHEN ONE IS KEYED
           *>===============================================
           PERFORM 210-LOAD-ROWS THRU 210-EXIT.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-ERROR-ROW.
           PERFORM 300-CHECK-ONE-ROW THRU 300-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 5
                  OR WS-ERROR-ROW IS GREATER THAN ZERO.

           IF WS-ERROR-ROW IS GREATER THAN ZERO
               PERFORM 290-SHOW-ROW-ERROR THRU 290-EXIT
           END-IF.
           IF WS-ROW-COUNT EQUAL ZERO
               MOVE "* KEY WHAT IS IN THE CARTON        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LN1L
               MOVE DFHUNIMD TO LN1A
               PERFORM 900-SEND-MAP
           END-IF.

           *> FILE THE CARTON UNDER THE NEXT NUMBER FOR THE INVOICE
           *> AND PRINT ITS LABEL AND PACKING SLIP AT THE DOCK
           *>===============================================
           IF TRAKL IS GREATER THAN ZERO
               MOVE TRAKI TO WS-CARTON-TRACKING
           ELSE
               MOVE ORDFILE-TRACKING-REF TO WS-CARTON-TRACKING
           END-IF.
           PERFORM 400-NEXT-CARTON-NO THRU 400-EXIT.
           PERFORM 500-PRINT-LABEL THRU 500-EXIT.
           PERFORM 520-PRINT-PACKING-SLIP THRU 520-EXIT.
           PERFORM 600-FILE-CARTON THRU 600-EXIT.

           MOVE WS-CARTON-NO TO WS-PMSG-CARTON.
           MOVE WS-PACKED-MSG TO MSGO.
           MOVE WS-CARTON-NO TO CTNO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO WGTL.
           MOVE LOW-VALUES TO WGTI.
           MOVE LOW-VALUES TO TRAKI.
           MOVE LOW-VALUES TO LN1I.
           MOVE LOW-VALUES TO QT1I.
           MOVE LOW-VALUES TO LT1I.
           MOVE LOW-VALUES TO LN2I.
           MOVE LOW-VALUES TO QT2I.
           MOVE LOW-VALUES TO LT2I.
           MOVE LOW-VALUES TO LN3I.
           MOVE LOW-VALUES TO QT3I.
           MOVE LOW-VALUES TO LT3I.
           MOVE LOW-VALUES TO LN4I.
           MOVE LOW-VALUES TO QT4I.
           MOVE LOW-VALUES TO LT4I.
           MOVE LOW-VALUES TO LN5I.
           MOVE LOW-VALUES TO QT5I.
           MOVE LOW-VALUES TO LT5I.
           PERFORM 900-SEND-MAP.

       200-EXIT.


       210-LOAD-ROWS.
      * COPY THE FIVE CONTENT ROWS OFF THE MAP INTO THE ROW TABLE
      *=================================================================

           MOVE LN1L TO WS-ROW-LINE-L(1).
           MOVE LN1I TO WS-ROW-LINE(1).
           MOVE QT1L TO WS-ROW-QTY-L(1).
           MOVE QT1I TO WS-ROW-QTY(1).
           MOVE LT1L TO WS-ROW-LOT-L(1).
           MOVE LT1I TO WS-ROW-LOT(1).
           MOVE LN2L TO WS-ROW-LINE-L(2).
           MOVE LN2I TO WS-ROW-LINE(2).
           MOVE QT2L TO WS-ROW-QTY-L(2).
           MOVE QT2I TO WS-ROW-QTY(2).
           MOVE LT2L TO WS-ROW-LOT-L(2).
           MOVE LT2I TO WS-ROW-LOT(2).
           MOVE LN3L TO WS-ROW-LINE-L(3).
           MOVE LN3I TO WS-ROW-LINE(3).
           MOVE QT3L TO WS-ROW-QTY-L(3).
           MOVE QT3I TO WS-ROW-QTY(3).
           MOVE LT3L TO WS-ROW-LOT-L(3).
           MOVE LT3I TO WS-ROW-LOT(3).
           MOVE LN4L TO WS-ROW-LINE-L(4).
           MOVE LN4I TO WS-ROW-LINE(4).
           MOVE QT4L TO WS-ROW-QTY-L(4).
           MOVE QT4I TO WS-ROW-QTY(4).
           MOVE LT4L TO WS-ROW-LOT-L(4).
           MOVE LT4I TO WS-ROW-LOT(4).
           MOVE LN5L TO WS-ROW-LINE-L(5).
           MOVE LN5I TO WS-ROW-LINE(5).
           MOVE QT5L TO WS-ROW-QTY-L(5).
           MOVE QT5I TO WS-ROW-QTY(5).
           MOVE LT5L TO WS-ROW-LOT-L(5).
           MOVE LT5I TO WS-ROW-LOT(5).

       210-EXIT.


       290-SHOW-ROW-ERROR.
      * SEND BACK THE ROW ERROR WITH THE CURSOR ON THE FIELD AT FAULT
      *=================================================================

           MOVE WS-ERROR-MSG TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.

           IF WS-ERROR-ROW EQUAL 1
               IF WS-ERROR-ON-LINE
                   MOVE -1 TO LN1L
               ELSE
               IF WS-ERROR-ON-QTY
                   MOVE -1 TO QT1L
               ELSE
                   MOVE -1 TO LT1L
               END-IF
           ELSE
           IF WS-ERROR-ROW EQUAL 2
               IF WS-ERROR-ON-LINE
                   MOVE -1 TO LN2L
               ELSE
               IF WS-ERROR-ON-QTY
                   MOVE -1 TO QT2L
               ELSE
                   MOVE -1 TO LT2L
               END-IF
           ELSE
           IF WS-ERROR-ROW EQUAL 3
               IF WS-ERROR-ON-LINE
                   MOVE -1 TO LN3L
               ELSE
               IF WS-ERROR-ON-QTY
                   MOVE -1 TO QT3L
               ELSE
                   MOVE -1 TO LT3L
               END-IF
           ELSE
           IF WS-ERROR-ROW EQUAL 4
               IF WS-ERROR-ON-LINE
                   MOVE -1 TO LN4L
               ELSE
               IF WS-ERROR-ON-QTY
                   MOVE -1 TO QT4L
               ELSE
                   MOVE -1 TO LT4L
               END-IF
           ELSE
               IF WS-ERROR-ON-LINE
                   MOVE -1 TO LN5L
               ELSE
               IF WS-ERROR-ON-QTY
                   MOVE -1 TO QT5L
               ELSE
                   MOVE -1 TO LT5L
               END-IF
           END-IF.

           PERFORM 900-SEND-MAP.

       290-EXIT.


       300-CHECK-ONE-ROW.
      * CHECK ONE CONTENT ROW.  A ROW WITH NOTHING KEYED IS SKIPPED.
      * A BAD ROW LEAVES ITS NUMBER IN WS-ERROR-ROW WITH THE MESSAGE.
      *=================================================================

           IF WS-ROW-LINE-L(WS-ROW-SUB) EQUAL ZERO
               AND WS-ROW-QTY-L(WS-ROW-SUB) EQUAL ZERO
               AND WS-ROW-LOT-L(WS-ROW-SUB) EQUAL ZERO
               GO TO 300-EXIT
           END-IF.

           *> THE LINE MUST BE ON THE INVOICE
           IF WS-ROW-LINE-L(WS-ROW-SUB) EQUAL ZERO
               OR WS-ROW-LINE(WS-ROW-SUB) IS NOT NUMERIC
               MOVE "* KEY THE INVOICE LINE NUMBER      *"
                   TO WS-ERROR-MSG
               MOVE 'L' TO WS-ERROR-FIELD
               MOVE WS-ROW-SUB TO WS-ERROR-ROW
               GO TO 300-EXIT
           END-IF.
           MOVE WS-ROW-LINE(WS-ROW-SUB) TO WS-ROW-LINE-NO(WS-ROW-SUB).
           PERFORM 310-FIND-INVOICE-LINE THRU 310-EXIT.
           IF WS-ROW-PRODUCT(WS-ROW-SUB) EQUAL SPACES
               MOVE "* NO SUCH LINE ON THE INVOICE      *"
                   TO WS-ERROR-MSG
               MOVE 'L' TO WS-ERROR-FIELD
               MOVE WS-ROW-SUB TO WS-ERROR-ROW
               GO TO 300-EXIT
           END-IF.

           *> THE QUANTITY - NO MORE THAN THE LINE HAS LEFT TO PACK,
           *> COUNTING THE CARTONS ALREADY FILED AND THE ROWS ABOVE
           IF WS-ROW-QTY-L(WS-ROW-SUB) EQUAL ZERO
               OR WS-ROW-QTY(WS-ROW-SUB) IS NOT NUMERIC
               MOVE "* KEY THE QUANTITY IN THE CARTON   *"
                   TO WS-ERROR-MSG
               MOVE 'Q' TO WS-ERROR-FIELD
               MOVE WS-ROW-SUB TO WS-ERROR-ROW
               GO TO 300-EXIT
           END-IF.
           MOVE WS-ROW-QTY(WS-ROW-SUB) TO WS-ROW-QTY-NUM(WS-ROW-SUB).
           IF WS-ROW-QTY-NUM(WS-ROW-SUB) EQUAL ZERO
               MOVE "* KEY THE QUANTITY IN THE CARTON   *"
                   TO WS-ERROR-MSG
               MOVE 'Q' TO WS-ERROR-FIELD
               MOVE WS-ROW-SUB TO WS-ERROR-ROW
               GO TO 300-EXIT
           END-IF.
           PERFORM 320-SUM-PACKED-QTY THRU 320-EXIT.
           PERFORM 330-ADD-ROWS-ABOVE
               VARYING WS-ROW-SUB2 FROM 1 BY 1
               UNTIL WS-ROW-SUB2 NOT LESS THAN WS-ROW-SUB.
           IF WS-PACKED-QTY + WS-ROW-QTY-NUM(WS-ROW-SUB)
               IS GREATER THAN WS-LINE-QTY
               MOVE "* MORE THAN THE LINE HAS LEFT      *"
                   TO WS-ERROR-MSG
               MOVE 'Q' TO WS-ERROR-FIELD
               MOVE WS-ROW-SUB TO WS-ERROR-ROW
               GO TO 300-EXIT
           END-IF.

           *> THE LOT, WHEN KEYED, MUST BE ONE GS14 DREW FOR THE LINE
           IF WS-ROW-LOT-L(WS-ROW-SUB) EQUAL ZERO
               MOVE SPACES TO WS-ROW-LOT(WS-ROW-SUB)
           ELSE
               PERFORM 340-CHECK-LOT THRU 340-EXIT
               IF WS-LOT-NOT-SHIPPED
                   MOVE "* LOT NOT SHIPPED ON THIS LINE     *"
                       TO WS-ERROR-MSG
                   MOVE 'T' TO WS-ERROR-FIELD
                   MOVE WS-ROW-SUB TO WS-ERROR-ROW
                   GO TO 300-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-ROW-COUNT.

       300-EXIT.


       310-FIND-INVOICE-LINE.
      * THE PRODUCT AND QUANTITY ON THE KEYED INVOICE LINE - 1 TO 5
      * ARE THE HEADER SLOTS, 6 ON THE ORDDETL OVERFLOW LINES.  A
      * LINE NOT ON THE INVOICE COMES BACK WITH A BLANK PRODUCT.
      *=================================================================

           MOVE SPACES TO WS-ROW-PRODUCT(WS-ROW-SUB).
           MOVE ZERO TO WS-LINE-QTY.

           IF WS-ROW-LINE-NO(WS-ROW-SUB) EQUAL ZERO
               GO TO 310-EXIT
           END-IF.
           IF WS-ROW-LINE-NO(WS-ROW-SUB) IS NOT GREATER THAN 5
               MOVE ORDFILE-P-CODE(WS-ROW-LINE-NO(WS-ROW-SUB))
                   TO WS-ROW-PRODUCT(WS-ROW-SUB)
               MOVE ORDFILE-P-QTY(WS-ROW-LINE-NO(WS-ROW-SUB))
                   TO WS-LINE-QTY
               GO TO 310-EXIT
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(310-NO-SUCH-LINE)
           END-EXEC.
           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           COMPUTE ORDDETL-LINE-NO = WS-ROW-LINE-NO(WS-ROW-SUB) - 5.
           EXEC CICS READ FILE('ORDDETL')
               RIDFLD(ORDDETL-KEY)
               LENGTH(ORDDETL-LENGTH)
               INTO(ORDDETL-RECORD)
           END-EXEC.
           MOVE ORDDETL-PRODUCT TO WS-ROW-PRODUCT(WS-ROW-SUB).
           MOVE ORDDETL-QTY TO WS-LINE-QTY.

       310-NO-SUCH-LINE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       310-EXIT.


       320-SUM-PACKED-QTY.
      * WHAT OF THE LINE IS IN THE CARTONS ALREADY FILED
      *=================================================================

           MOVE ZERO TO WS-PACKED-QTY.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE ORDFILE-INVOICE-NO TO CD-INVOICE-NO.
           MOVE ZERO TO CD-CARTON-NO.
           MOVE ZERO TO CD-SEQ.

           EXEC CICS HANDLE CONDITION
               NOTFND(320-NOTHING-PACKED)
               ENDFILE(325-PACKED-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('CARTDTL')
               RIDFLD(CARTDTL-KEY)
               GTEQ
           END-EXEC.

           PERFORM 328-NEXT-PACKED-ROW
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('CARTDTL') END-EXEC.

       320-NOTHING-PACKED.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       320-EXIT.


       325-PACKED-BROWSE-DONE.
      * END OF CARTDTL REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('CARTDTL') END-EXEC.
           GO TO 320-NOTHING-PACKED.

       325-EXIT.


       328-NEXT-PACKED-ROW.
      * READ ONE PACKED ROW FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('CARTDTL')
               INTO(CARTDTL-RECORD)
               RIDFLD(CARTDTL-KEY)
               LENGTH(CARTDTL-LENGTH)
           END-EXEC.

           IF CD-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF CD-LINE-NO EQUAL WS-ROW-LINE-NO(WS-ROW-SUB)
               ADD CD-QTY TO WS-PACKED-QTY
           END-IF.

       328-EXIT.


       330-ADD-ROWS-ABOVE.
      * THE SAME LINE MAY BE SPLIT OVER SEVERAL ROWS OF ONE CARTON
      * (ONE PER LOT) - COUNT THE ROWS ABOVE TOO
      *=================================================================

           IF WS-ROW-LINE-NO(WS-ROW-SUB2) EQUAL
               WS-ROW-LINE-NO(WS-ROW-SUB)
               AND WS-ROW-PRODUCT(WS-ROW-SUB2) NOT EQUAL SPACES
               ADD WS-ROW-QTY-NUM(WS-ROW-SUB2) TO WS-PACKED-QTY
           END-IF.

       330-EXIT.


       340-CHECK-LOT.
      * LOOK FOR THE KEYED LOT AMONG THE LOTS GS14 DREW FOR THE
      * INVOICE.  IT MUST BE A LOT OF THE LINE'S PRODUCT - OR, FOR A
      * KIT LINE, A LOT OF ANY PART ON THE INVOICE, SINCE A KIT
      * SHIPS AS ITS COMPONENTS.
      *=================================================================

           MOVE 'N' TO WS-LOT-MATCH-SW.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE ORDFILE-INVOICE-NO TO SL-INVOICE-NO.
           MOVE LOW-VALUES TO SL-PRODUCT.
           MOVE LOW-VALUES TO SL-LOT-NUMBER.

           EXEC CICS HANDLE CONDITION
               NOTFND(340-LOTS-CHECKED)
               ENDFILE(345-LOT-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('SHIPLOT')
               RIDFLD(SHIPLOT-KEY)
               GTEQ
           END-EXEC.

           PERFORM 348-NEXT-SHIPPED-LOT
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('SHIPLOT') END-EXEC.

       340-LOTS-CHECKED.

           EXEC CICS HANDLE CONDITION
               NOTFND(340-NOT-A-KIT)
           END-EXEC.

           IF WS-LOT-ON-INVOICE
               MOVE WS-ROW-PRODUCT(WS-ROW-SUB) TO KIT-PRODUCT
               MOVE 1 TO KIT-COMPONENT-SEQ
               EXEC CICS READ FILE('KITFILE')
                   RIDFLD(KITFILE-KEY)
                   LENGTH(KITFILE-LENGTH)
                   INTO(KITFILE-RECORD)
               END-EXEC
               MOVE 'P' TO WS-LOT-MATCH-SW
           END-IF.

       340-NOT-A-KIT.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

           IF WS-LOT-ON-INVOICE
               MOVE 'N' TO WS-LOT-MATCH-SW
           END-IF.

       340-EXIT.


       345-LOT-BROWSE-DONE.
      * END OF SHIPLOT REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('SHIPLOT') END-EXEC.
           GO TO 340-LOTS-CHECKED.

       345-EXIT.


       348-NEXT-SHIPPED-LOT.
      * READ ONE LOT DRAWN FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('SHIPLOT')
               INTO(SHIPLOT-RECORD)
               RIDFLD(SHIPLOT-KEY)
               LENGTH(SHIPLOT-LENGTH)
           END-EXEC.

           IF SL-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
           IF SL-LOT-NUMBER EQUAL WS-ROW-LOT(WS-ROW-SUB)
               IF SL-PRODUCT EQUAL WS-ROW-PRODUCT(WS-ROW-SUB)
                   MOVE 'P' TO WS-LOT-MATCH-SW
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               ELSE
                   MOVE 'I' TO WS-LOT-MATCH-SW
               END-IF
           END-IF.

       348-EXIT.


       400-NEXT-CARTON-NO.
      * THE CARTON TAKES THE NEXT NUMBER AFTER THE HIGHEST ALREADY
      * FILED FOR THE INVOICE
      *=================================================================

           MOVE ZERO TO WS-CARTON-NO.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE ORDFILE-INVOICE-NO TO CT-INVOICE-NO.
           MOVE ZERO TO CT-CARTON-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(400-FIRST-CARTON)
               ENDFILE(405-CARTON-BROWSE-DONE)
           END-EXEC.

           EXEC CICS STARTBR FILE('CARTON')
               RIDFLD(CARTON-KEY)
               GTEQ
           END-EXEC.

           PERFORM 408-NEXT-CARTON
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('CARTON') END-EXEC.

       400-FIRST-CARTON.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.
           ADD 1 TO WS-CARTON-NO.

       400-EXIT.


       405-CARTON-BROWSE-DONE.
      * END OF CARTON REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('CARTON') END-EXEC.
           GO TO 400-FIRST-CARTON.

       405-EXIT.


       408-NEXT-CARTON.
      * READ ONE CARTON ALREADY FILED FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('CARTON')
               INTO(CARTON-RECORD)
               RIDFLD(CARTON-KEY)
               LENGTH(CARTON-LENGTH)
           END-EXEC.

           IF CT-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
               MOVE CT-CARTON-NO TO WS-CARTON-NO
           END-IF.

       408-EXIT.


       500-PRINT-LABEL.
      * THE CARTON LABEL - SHIP-TO, INVOICE, CARTON, WEIGHT, CARRIER
      * AND THE CARTON'S OWN TRACKING NUMBER
      *=================================================================

           MOVE 'DOCK' TO PRTREQ-ROUTING.
           PERFORM 700-OPEN-PRINT-REQUEST THRU 700-OPEN-EXIT.
           MOVE PRTREQ-NUMBER TO WS-LABEL-REQUEST.

           MOVE ORDFILE-NAME TO LB1-NAME.
           MOVE WS-LABEL-LINE1 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-ADDR-LINE1 TO LB2-ADDR.
           MOVE WS-LABEL-LINE2 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-ADDR-LINE2 TO LB2-ADDR.
           MOVE WS-LABEL-LINE2 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-ADDR-LINE3 TO LB2-ADDR.
           MOVE WS-LABEL-LINE2 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-POSTAL TO LB3-POSTAL.
           MOVE WS-LABEL-LINE3 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.

           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-INVOICE-NO TO LB4-INVOICE-NO.
           MOVE WS-CARTON-NO TO LB4-CARTON-NO.
           MOVE WGTI TO CT-WEIGHT.
           MOVE CT-WEIGHT TO LB4-WEIGHT.
           MOVE WS-LABEL-LINE4 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-CARRIER TO LB5-CARRIER.
           MOVE WS-CARTON-TRACKING TO LB5-TRACKING.
           MOVE WS-LABEL-LINE5 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.

       500-EXIT.


       520-PRINT-PACKING-SLIP.
      * THE PACKING SLIP FOR THE CARTON - WHAT IS IN IT BY INVOICE
      * LINE AND LOT, NO PRICES
      *=================================================================

           MOVE 'DOCK' TO PRTREQ-ROUTING.
           PERFORM 700-OPEN-PRINT-REQUEST THRU 700-OPEN-EXIT.
           MOVE PRTREQ-NUMBER TO WS-SLIP-REQUEST.

           MOVE ORDFILE-INVOICE-NO TO PS1-INVOICE-NO.
           MOVE WS-CARTON-NO TO PS1-CARTON-NO.
           MOVE WS-SLIP-LINE1 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE ORDFILE-NAME TO PS2-NAME.
           MOVE ORDFILE-ADDR-LINE1 TO PS2-ADDR1.
           MOVE ORDFILE-ADDR-LINE2 TO PS2-ADDR2.
           MOVE WS-SLIP-LINE2 TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.
           MOVE WS-SLIP-COLUMNS TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.

           PERFORM 525-PRINT-SLIP-ROW THRU 525-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 5.

       520-EXIT.


       525-PRINT-SLIP-ROW.
      * ONE CONTENT ROW ON THE PACKING SLIP
      *=================================================================

           IF WS-ROW-LINE-L(WS-ROW-SUB) EQUAL ZERO
               GO TO 525-EXIT
           END-IF.

           MOVE WS-ROW-LINE-NO(WS-ROW-SUB) TO PSD-LINE-NO.
           MOVE WS-ROW-PRODUCT(WS-ROW-SUB) TO PSD-PRODUCT.
           MOVE WS-ROW-QTY-NUM(WS-ROW-SUB) TO PSD-QTY.
           MOVE WS-ROW-LOT(WS-ROW-SUB) TO PSD-LOT.
           MOVE WS-SLIP-DETAIL TO PRTREQ-TEXT.
           PERFORM 700-WRITE-PRINT-LINE THRU 700-WRITE-EXIT.

       525-EXIT.


       600-FILE-CARTON.
      * FILE THE CARTON AND ONE CARTDTL RECORD PER CONTENT ROW
      *=================================================================

           MOVE ZERO TO CD-SEQ.
           PERFORM 610-FILE-CONTENT-ROW THRU 610-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 5.

           MOVE ORDFILE-INVOICE-NO TO CT-INVOICE-NO.
           MOVE WS-CARTON-NO TO CT-CARTON-NO.
           MOVE ORDFILE-PREFIX TO CT-PREFIX.
           MOVE ORDFILE-SHIP-DATE TO CT-SHIP-DATE.
           MOVE ORDFILE-CARRIER TO CT-CARRIER.
           MOVE WS-CARTON-TRACKING TO CT-TRACKING-REF.
           MOVE WGTI TO CT-WEIGHT.
           MOVE WS-ROW-COUNT TO CT-LINE-COUNT.
           MOVE WS-LABEL-REQUEST TO CT-LABEL-REQUEST.
           MOVE WS-SLIP-REQUEST TO CT-SLIP-REQUEST.
           MOVE EIBOPID TO CT-OPERATOR-ID.
           MOVE EIBTRMID TO CT-TERMINAL-ID.
           MOVE EIBDATE TO CT-LAST-CHG-DATE.
           MOVE EIBTIME TO CT-LAST-CHG-TIME.
           EXEC CICS WRITE
               FROM(CARTON-RECORD)
               LENGTH(CARTON-LENGTH)
               FILE('CARTON')
               RIDFLD(CARTON-KEY)
           END-EXEC.

       600-EXIT.


       610-FILE-CONTENT-ROW.
      * ONE CARTDTL RECORD FOR A KEYED CONTENT ROW
      *=================================================================

           IF WS-ROW-LINE-L(WS-ROW-SUB) EQUAL ZERO
               GO TO 610-EXIT
           END-IF.

           ADD 1 TO CD-SEQ.
           MOVE ORDFILE-INVOICE-NO TO CD-INVOICE-NO.
           MOVE WS-CARTON-NO TO CD-CARTON-NO.
           MOVE WS-ROW-LINE-NO(WS-ROW-SUB) TO CD-LINE-NO.
           MOVE WS-ROW-PRODUCT(WS-ROW-SUB) TO CD-PRODUCT.
           MOVE WS-ROW-QTY-NUM(WS-ROW-SUB) TO CD-QTY.
           MOVE WS-ROW-LOT(WS-ROW-SUB) TO CD-LOT-NUMBER.
           EXEC CICS WRITE
               FROM(CARTDTL-RECORD)
               LENGTH(CARTDTL-LENGTH)
               FILE('CARTDTL')
               RIDFLD(CARTDTL-KEY)
           END-EXEC.

       610-EXIT.


       700-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
               LENGTH(INVCTL-LENGTH)
               INTO(INVCTL-RECORD)
               UPDATE
           END-EXEC.
           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           EXEC CICS REWRITE FILE('INVCTL')
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
           END-EXEC.

           MOVE ZERO TO PRTREQ-LINE-NO.
           SET PRTREQ-STATUS-NEW TO TRUE.
           MOVE SPACES TO PRTREQ-TEXT.
           EXEC CICS WRITE
               FROM(PRTREQ-RECORD)
               LENGTH(PRTREQ-LENGTH)
               FILE('PRTREQ')
               RIDFLD(PRTREQ-KEY)
           END-EXEC.

       700-OPEN-EXIT.


       700-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================

           ADD 1 TO PRTREQ-LINE-NO.
           EXEC CICS WRITE
               FROM(PRTREQ-RECORD)
               LENGTH(PRTREQ-LENGTH)
               FILE('PRTREQ')
               RIDFLD(PRTREQ-KEY)
           END-EXEC.

       700-WRITE-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================

           EXEC CICS
               SEND MAP('MAPPK') MAPSET('GSMAPPK') CURSOR
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS47')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       900-EXIT.


       920-UNPROTECT-MAP.
      * UNPROTECT THE FEILDS IN THE MAP PARAGRAPH
      *=================================================================

           MOVE DFHBMFSE TO INVNUMA.
           MOVE DFHBMFSE TO WGTA.
           MOVE DFHBMFSE TO TRAKA.
           MOVE DFHBMFSE TO LN1A.
           MOVE DFHBMFSE TO QT1A.
           MOVE DFHBMFSE TO LT1A.
           MOVE DFHBMFSE TO LN2A.
           MOVE DFHBMFSE TO QT2A.
           MOVE DFHBMFSE TO LT2A.
           MOVE DFHBMFSE TO LN3A.
           MOVE DFHBMFSE TO QT3A.
           MOVE DFHBMFSE TO LT3A.
           MOVE DFHBMFSE TO LN4A.
           MOVE DFHBMFSE TO QT4A.
           MOVE DFHBMFSE TO LT4A.
           MOVE DFHBMFSE TO LN5A.
           MOVE DFHBMFSE TO QT5A.
           MOVE DFHBMFSE TO LT5A.

       920-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPPKO.
           MOVE "* KEY THE INVOICE AND ONE CARTON   *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO INVNUML.
           PERFORM 920-UNPROTECT-MAP.
           PERFORM 900-SEND-MAP.

       990-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================

           MOVE LOW-VALUES TO MAPPKO.
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


       END PROGRAM gsprgpk.
