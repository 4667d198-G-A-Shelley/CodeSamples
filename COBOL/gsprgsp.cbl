       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgsp.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SUPPLIERS SCORED - ONE LINE EACH FOR EVERY SUPPLIER
      *    WITH ANY ACTIVITY IN THE YEAR
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUPMAS-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.

      *    READ END TO END FOR THE CLOSED LINES, BROWSED BY PO NUMBER
      *    FOR EACH RECEIPT, AND READ BY KEY FOR EACH INVOICE
           SELECT POFILE-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.

      *    EVERY GS13 RECEIPT, IN THE ORDER KEYED
           SELECT RCVHIST-FILE ASSIGN TO RCVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.

           SELECT APINV-FILE ASSIGN TO APINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APINV-KEY
               FILE STATUS IS WS-APINV-STATUS.

      *    THE RETURNS TO VENDOR SHIPPED BACK BY GSPRGVP
           SELECT RTVFILE-FILE ASSIGN TO RTVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTV-NUMBER
               FILE STATUS IS WS-RTVFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  SUPMAS-FILE.
       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
           05  SUPMAS-NAME                 PIC X(20).
           05  SUPMAS-ADDR-LINE1           PIC X(20).
           05  SUPMAS-ADDR-LINE2           PIC X(20).
           05  SUPMAS-ADDR-LINE3           PIC X(20).
           05  SUPMAS-POSTAL               PIC X(6).
           05  SUPMAS-PHONE.
               10  SUPMAS-AREA-CODE        PIC XXX.
               10  SUPMAS-EXCHANGE         PIC XXX.
               10  SUPMAS-PHONE-NUM        PIC XXXX.
           05  SUPMAS-TERMS-DAYS           PIC 9(3).
           05  SUPMAS-STATUS               PIC X(1).
               88  SUPMAS-ACTIVE                   VALUE 'A'.
               88  SUPMAS-INACTIVE                 VALUE 'I'.
           05  SUPMAS-AUDIT.
               10  SUPMAS-OPERATOR-ID      PIC X(3).
               10  SUPMAS-TERMINAL-ID      PIC X(4).
               10  SUPMAS-LAST-CHG-DATE    PIC 9(7).
               10  SUPMAS-LAST-CHG-TIME    PIC 9(7).
           05  SUPMAS-PAY-METHOD           PIC X(1).
               88  SUPMAS-PAY-CHEQUE               VALUE ' ' 'C'.
               88  SUPMAS-PAY-EFT                  VALUE 'E'.
           05  SUPMAS-BANK.
               10  SUPMAS-BANK-INSTITUTION PIC 9(3).
               10  SUPMAS-BANK-TRANSIT     PIC 9(5).
               10  SUPMAS-BANK-ACCOUNT     PIC X(12).
           05  SUPMAS-PENDING              PIC X(38).
           05  FILLER                      PIC X(14).

       FD  POFILE-FILE.
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

      *    THE PO NUMBER THE GS13 RECEIVING SCREEN RELIEVED RIDES ON
      *    EACH ENTRY - BLANK ON RETURNS AND ON GOODS THAT ARRIVED
      *    WITHOUT AN ORDER
       FD  RCVHIST-FILE.
       01  RCVHIST-RECORD.
           05  RCV-PRODUCT                 PIC X(8).
           05  RCV-QUANTITY                PIC 9(5).
           05  RCV-OPERATOR-ID             PIC X(3).
           05  RCV-TERMINAL-ID             PIC X(4).
           05  RCV-DATE                    PIC 9(7).
           05  RCV-TIME                    PIC 9(7).
           05  RCV-PO-NUMBER               PIC X(7).
           05  RCV-LOT-NUMBER              PIC X(10).
           05  RCV-UNIT-COST               PIC 9(5)V99.
           05  RCV-SHIPMENT                PIC X(8).
           05  RCV-UOM                     PIC X(2).
           05  RCV-UOM-FACTOR              PIC 9(5).

       FD  APINV-FILE.
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
           05  AP-PAY-METHOD               PIC X(1).
               88  AP-PAID-BY-CHEQUE               VALUE ' ' 'C'.
               88  AP-PAID-BY-EFT                  VALUE 'E'.
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

       FD  RTVFILE-FILE.
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

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-SUPMAS-STATUS                 PIC XX.
           88  SUPMAS-OK                               VALUE '00'.
           88  SUPMAS-EOF                              VALUE '10'.

       01  WS-POFILE-STATUS                 PIC XX.
           88  POFILE-OK                               VALUE '00'.
           88  POFILE-EOF                              VALUE '10'.

       01  WS-RCVHIST-STATUS                PIC XX.
           88  RCVHIST-OK                              VALUE '00'.
           88  RCVHIST-EOF                             VALUE '10'.

       01  WS-APINV-STATUS                  PIC XX.
           88  APINV-OK                                VALUE '00'.
           88  APINV-EOF                               VALUE '10'.

       01  WS-RTVFILE-STATUS                PIC XX.
           88  RTVFILE-OK                              VALUE '00'.
           88  RTVFILE-EOF                             VALUE '10'.

      *    SYSIN CARD 1 - THE RUN DATE (0CYYDDD).  THE SCORECARD
      *    COVERS THE TWELVE MONTHS ENDING ON IT.
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-FROM-DATE                     PIC 9(7) VALUE ZERO.

      *    SYSIN CARD 2 - THE ON-TIME PERCENTAGE PURCHASING EXPECTS
      *    (COLS 1-3).  A SUPPLIER BELOW IT IS FLAGGED.  BLANK OR ZERO
      *    TAKES THE HOUSE TARGET OF 90.
       01  WS-TARGET-CARD.
           05  WS-TARGET-PCT                PIC 9(3).
           05  FILLER                       PIC X(77).
       01  WS-DEFAULT-TARGET                PIC 9(3) VALUE 090.

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE LEAD TIME COMES OUT RIGHT ACROSS
      *    A YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-ORDER-NUMBER               PIC 9(6) VALUE ZERO.
       01  WS-LEAD-DAYS                     PIC S9(5) VALUE ZERO.

      *    ONE ENTRY PER SUPPLIER ON SUPMAS, ADDED TO AS EACH FILE IS
      *    PASSED, THEN RANKED WORST ON-TIME RATE FIRST.  A SUPPLIER
      *    WITH NO RECEIPTS IN THE YEAR RANKS AFTER EVERY ONE THAT
      *    HAS SOME.
       01  WS-SUPPLIER-MAX                  PIC 9(3) VALUE 500.
       01  WS-SUPPLIER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-SUB2                 PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPPLIER-ENTRY OCCURS 500 TIMES.
               10  ST-SUPPLIER              PIC X(6).
               10  ST-NAME                  PIC X(16).
               10  ST-RECEIPTS              PIC 9(5).
               10  ST-ON-TIME               PIC 9(5).
               10  ST-LEAD-DAYS             PIC 9(7).
               10  ST-QTY-ORDERED           PIC 9(7).
               10  ST-QTY-RECEIVED          PIC 9(7).
               10  ST-CLOSED-LINES          PIC 9(5).
               10  ST-INVOICE-LINES         PIC 9(5).
               10  ST-PO-VALUE              PIC 9(9)V99.
               10  ST-PRICE-VARIANCE        PIC S9(9)V99.
               10  ST-RTV-QTY               PIC 9(7).
               10  ST-RTV-AMOUNT            PIC 9(9)V99.
               10  ST-RANK-PCT              PIC 9(4)V9.
       01  WS-SUPPLIER-SWAP                 PIC X(108).
       01  WS-FIND-SUPPLIER                 PIC X(6).
       01  WS-SUPPLIER-FOUND-SW             PIC X(1).
           88  WS-SUPPLIER-FOUND                       VALUE 'Y'.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-PO-FACTOR                     PIC 9(5) VALUE 1.

       01  WS-PO-FOUND-SW                   PIC X(1).
           88  WS-PO-FOUND                             VALUE 'Y'.
       01  WS-PO-DONE-SW                    PIC X(1).
           88  WS-PO-DONE                              VALUE 'Y'.

       01  WS-PERCENT                       PIC 9(4)V9 VALUE ZERO.
       01  WS-VARIANCE-PCT                  PIC S9(4)V9 VALUE ZERO.
       01  WS-RANK                          PIC 9(3) VALUE ZERO.
       01  WS-BELOW-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-SCORED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-RECEIPTS            PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'SUPPLIER PERFORMANCE SCORECARD          '.
           05  FILLER                       PIC X(6) VALUE 'FROM  '.
           05  HL-FROM-DATE                 PIC 9(7).
           05  FILLER                       PIC X(6) VALUE '  TO  '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(18)
               VALUE '  ON-TIME TARGET  '.
           05  HL-TARGET                    PIC ZZ9.
           05  FILLER                       PIC X(1) VALUE '%'.

       01  WS-COLUMN-LINE-1.
           05  FILLER                       PIC X(40)
               VALUE '                                      ON'.
           05  FILLER                       PIC X(40)
               VALUE '   FILL   LEAD       PRICE  PRICE     RT'.
           05  FILLER                       PIC X(20)
               VALUE 'V        RTV        '.

       01  WS-COLUMN-LINE-2.
           05  FILLER                       PIC X(40)
               VALUE 'RNK SUPPLR NAME             RCPTS TIME %'.
           05  FILLER                       PIC X(40)
               VALUE ' RATE %   DAYS    VARIANCE   VAR%     QT'.
           05  FILLER                       PIC X(20)
               VALUE 'Y    DOLLARS FLAG   '.

       01  WS-DETAIL-LINE.
           05  DL-RANK                      PIC ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NAME                      PIC X(16).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RECEIPTS                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-ON-TIME                   PIC ZZZ9.9.
           05  DL-ON-TIME-X REDEFINES DL-ON-TIME
                                            PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FILL                      PIC ZZZ9.9.
           05  DL-FILL-X REDEFINES DL-FILL  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-LEAD                      PIC ZZZ9.9.
           05  DL-LEAD-X REDEFINES DL-LEAD  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-VARIANCE                  PIC ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-VARIANCE-PCT              PIC ZZ9.9-.
           05  DL-VARIANCE-PCT-X REDEFINES DL-VARIANCE-PCT
                                            PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RTV-QTY                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RTV-AMOUNT                PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FLAG                      PIC X(6).

       01  WS-SCORED-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'SUPPLIERS SCORED:           '.
           05  TL-SCORED                    PIC ZZZZ9.

       01  WS-BELOW-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'BELOW THE ON-TIME TARGET:   '.
           05  TL-BELOW                     PIC ZZZZ9.

       01  WS-UNMATCHED-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'RECEIPTS NOT MATCHED TO PO: '.
           05  TL-UNMATCHED                 PIC ZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** SUPPLIERS DROPPED - WORK TABLE FULL ***     '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MONTHLY SUPPLIER SCORECARD OVER THE TWELVE MONTHS ENDING ON
      * THE RUN DATE.  FOR EACH SUPPLIER ON SUPMAS -
      *   ON-TIME RATE  RECEIPTS ON RCVHIST DATED ON OR BEFORE THE
      *                 EXPECTED DATE OF THE PO LINE THEY RELIEVED
      *   FILL RATE     QUANTITY RECEIVED AGAINST QUANTITY ORDERED ON
      *                 THE PO LINES RECEIVED IN FULL OR CLOSED SHORT
      *   LEAD TIME     AVERAGE DAYS FROM THE PO DATE TO EACH RECEIPT
      *   PRICE VAR     WHAT APINV BILLED OVER (OR UNDER) THE PO UNIT
      *                 COST, IN DOLLARS AND AS A PERCENT OF PO VALUE
      *   RETURNS       UNITS AND DOLLARS SHIPPED BACK THROUGH RTV
      * RANKED WORST ON-TIME RATE FIRST, WITH ANY SUPPLIER BELOW THE
      * TARGET FLAGGED.  READ ONLY.  SYSIN IS THE RUN DATE (0CYYDDD),
      * THEN THE TARGET ON-TIME PERCENT.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-TARGET-CARD FROM SYSIN.
           IF WS-TARGET-PCT IS NOT NUMERIC OR WS-TARGET-PCT EQUAL ZERO
               MOVE WS-DEFAULT-TARGET TO WS-TARGET-PCT
           END-IF.
           COMPUTE WS-FROM-DATE = WS-RUN-DATE - 1000.

           OPEN INPUT SUPMAS-FILE.
           OPEN INPUT POFILE-FILE.
           OPEN INPUT RCVHIST-FILE.
           OPEN INPUT APINV-FILE.
           OPEN INPUT RTVFILE-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-LOAD-SUPPLIERS.
           PERFORM 200-SCORE-CLOSED-LINES.
           PERFORM 300-SCORE-RECEIPTS.
           PERFORM 400-SCORE-INVOICES.
           PERFORM 500-SCORE-RETURNS.
           PERFORM 600-RANK-SUPPLIERS.
           PERFORM 700-PRINT-SCORECARD.

           CLOSE SUPMAS-FILE.
           CLOSE POFILE-FILE.
           CLOSE RCVHIST-FILE.
           CLOSE APINV-FILE.
           CLOSE RTVFILE-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-SUPPLIERS.
      * ONE TABLE ENTRY PER SUPPLIER ON THE MASTER, ALL COUNTS ZERO
      *=================================================================

           PERFORM 110-READ-SUPMAS.
           PERFORM UNTIL SUPMAS-EOF
               IF WS-SUPPLIER-COUNT IS LESS THAN WS-SUPPLIER-MAX
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE SUPMAS-CODE TO ST-SUPPLIER(WS-SUPPLIER-COUNT)
                   MOVE SUPMAS-NAME TO ST-NAME(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-RECEIPTS(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-ON-TIME(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-LEAD-DAYS(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-QTY-ORDERED(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-QTY-RECEIVED(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-CLOSED-LINES(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-INVOICE-LINES(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-PO-VALUE(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-PRICE-VARIANCE(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-RTV-QTY(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-RTV-AMOUNT(WS-SUPPLIER-COUNT)
                   MOVE ZERO TO ST-RANK-PCT(WS-SUPPLIER-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
               PERFORM 110-READ-SUPMAS
           END-PERFORM.

       100-EXIT.


       110-READ-SUPMAS.
      * READ THE NEXT SUPPLIER
      *=================================================================

           READ SUPMAS-FILE NEXT RECORD
               AT END
                   SET SUPMAS-EOF TO TRUE
           END-READ.

       110-EXIT.


       200-SCORE-CLOSED-LINES.
      * FILL RATE - EVERY PO LINE RECEIVED IN FULL OR CLOSED SHORT
      * DURING THE YEAR ADDS ITS ORDERED AND RECEIVED QUANTITIES TO
      * ITS SUPPLIER, IN STOCKING UNITS SO LINES BOUGHT IN DIFFERENT
      * UNITS WEIGH FAIRLY
      *=================================================================

           PERFORM 210-READ-POFILE.
           PERFORM UNTIL POFILE-EOF
               IF (PO-STATUS-RECEIVED OR PO-STATUS-CLOSED)
                   AND PO-LAST-CHG-DATE IS GREATER THAN WS-FROM-DATE
                   AND PO-LAST-CHG-DATE IS NOT GREATER THAN
                       WS-RUN-DATE
                   MOVE PO-SUPPLIER TO WS-FIND-SUPPLIER
                   PERFORM 800-FIND-SUPPLIER
                   IF WS-SUPPLIER-FOUND
                       ADD 1 TO ST-CLOSED-LINES(WS-SUPPLIER-SUB)
                       MOVE 1 TO WS-PO-FACTOR
                       IF PO-UOM-FACTOR IS NUMERIC
                           AND PO-UOM-FACTOR IS GREATER THAN ZERO
                           MOVE PO-UOM-FACTOR TO WS-PO-FACTOR
                       END-IF
                       COMPUTE ST-QTY-ORDERED(WS-SUPPLIER-SUB) =
                           ST-QTY-ORDERED(WS-SUPPLIER-SUB) +
                           PO-QTY-ORDERED * WS-PO-FACTOR
                       COMPUTE ST-QTY-RECEIVED(WS-SUPPLIER-SUB) =
                           ST-QTY-RECEIVED(WS-SUPPLIER-SUB) +
                           PO-QTY-RECEIVED * WS-PO-FACTOR
                   END-IF
               END-IF
               PERFORM 210-READ-POFILE
           END-PERFORM.

       200-EXIT.


       210-READ-POFILE.
      * READ THE NEXT PO LINE
      *=================================================================

           READ POFILE-FILE NEXT RECORD
               AT END
                   SET POFILE-EOF TO TRUE
           END-READ.

       210-EXIT.


       300-SCORE-RECEIPTS.
      * ON-TIME AND LEAD TIME - EACH RECEIPT IN THE YEAR AGAINST A PO
      * IS MATCHED TO ITS PO LINE ON PO NUMBER AND PART (RCVHIST DOES
      * NOT CARRY THE LINE NUMBER) FOR THE SUPPLIER, THE ORDER DATE
      * AND THE EXPECTED DATE
      *=================================================================

           PERFORM 310-READ-RCVHIST.
           PERFORM UNTIL RCVHIST-EOF
               IF RCV-PO-NUMBER NOT EQUAL SPACES
                   AND RCV-DATE IS GREATER THAN WS-FROM-DATE
                   AND RCV-DATE IS NOT GREATER THAN WS-RUN-DATE
                   PERFORM 320-SCORE-ONE-RECEIPT THRU 320-EXIT
               END-IF
               PERFORM 310-READ-RCVHIST
           END-PERFORM.

       300-EXIT.


       310-READ-RCVHIST.
      * READ THE NEXT RECEIPT
      *=================================================================

           READ RCVHIST-FILE
               AT END
                   SET RCVHIST-EOF TO TRUE
           END-READ.

       310-EXIT.


       320-SCORE-ONE-RECEIPT.
      * FIND THE RECEIPT'S PO LINE AND SCORE IT FOR THE SUPPLIER
      *=================================================================

           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-PO-DONE-SW.
           MOVE RCV-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NO.
           START POFILE-FILE
               KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PO-DONE-SW
           END-START.

           PERFORM UNTIL WS-PO-DONE
               READ POFILE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-DONE-SW
               END-READ
               IF NOT WS-PO-DONE
                   IF PO-NUMBER NOT EQUAL RCV-PO-NUMBER
                       MOVE 'Y' TO WS-PO-DONE-SW
                   ELSE
                       IF PO-PRODUCT EQUAL RCV-PRODUCT
                           MOVE 'Y' TO WS-PO-FOUND-SW
                           MOVE 'Y' TO WS-PO-DONE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-PO-FOUND
               ADD 1 TO WS-UNMATCHED-RECEIPTS
               GO TO 320-EXIT
           END-IF.

           MOVE PO-SUPPLIER TO WS-FIND-SUPPLIER.
           PERFORM 800-FIND-SUPPLIER.
           IF NOT WS-SUPPLIER-FOUND
               GO TO 320-EXIT
           END-IF.

           ADD 1 TO ST-RECEIPTS(WS-SUPPLIER-SUB).
           IF RCV-DATE IS NOT GREATER THAN PO-EXPECTED-DATE
               ADD 1 TO ST-ON-TIME(WS-SUPPLIER-SUB)
           END-IF.

           MOVE PO-ORDER-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-ORDER-NUMBER.
           MOVE RCV-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE WS-LEAD-DAYS = WS-DN-NUMBER - WS-DN-ORDER-NUMBER.
           IF WS-LEAD-DAYS IS GREATER THAN ZERO
               ADD WS-LEAD-DAYS TO ST-LEAD-DAYS(WS-SUPPLIER-SUB)
           END-IF.

       320-EXIT.


       400-SCORE-INVOICES.
      * PRICE VARIANCE - EACH INVOICE IN THE YEAR BILLED AGAINST A PO
      * LINE IS SET AGAINST THE PO UNIT COST.  DEBIT MEMOS ARE NOT
      * BILLING AND ARE PASSED OVER.
      *=================================================================

           PERFORM 410-READ-APINV.
           PERFORM UNTIL APINV-EOF
               IF AP-PO-NUMBER NOT EQUAL SPACES
                   AND NOT AP-ITEM-DEBIT-MEMO
                   AND AP-INVOICE-DATE IS GREATER THAN WS-FROM-DATE
                   AND AP-INVOICE-DATE IS NOT GREATER THAN WS-RUN-DATE
                   PERFORM 420-SCORE-ONE-INVOICE THRU 420-EXIT
               END-IF
               PERFORM 410-READ-APINV
           END-PERFORM.

       400-EXIT.


       410-READ-APINV.
      * READ THE NEXT PAYABLES ITEM
      *=================================================================

           READ APINV-FILE NEXT RECORD
               AT END
                   SET APINV-EOF TO TRUE
           END-READ.

       410-EXIT.


       420-SCORE-ONE-INVOICE.
      * ADD ONE INVOICE LINE'S BILLED-OVER-PO DOLLARS TO ITS SUPPLIER
      *=================================================================

           MOVE AP-PO-NUMBER TO PO-NUMBER.
           MOVE AP-PO-LINE TO PO-LINE-NO.
           READ POFILE-FILE
               INVALID KEY
                   GO TO 420-EXIT
           END-READ.

           MOVE AP-SUPPLIER TO WS-FIND-SUPPLIER.
           PERFORM 800-FIND-SUPPLIER.
           IF NOT WS-SUPPLIER-FOUND
               GO TO 420-EXIT
           END-IF.

           ADD 1 TO ST-INVOICE-LINES(WS-SUPPLIER-SUB).
           COMPUTE ST-PO-VALUE(WS-SUPPLIER-SUB) =
               ST-PO-VALUE(WS-SUPPLIER-SUB) + AP-QTY * PO-UNIT-COST.
           COMPUTE ST-PRICE-VARIANCE(WS-SUPPLIER-SUB) =
               ST-PRICE-VARIANCE(WS-SUPPLIER-SUB)
               + AP-QTY * (AP-UNIT-COST - PO-UNIT-COST).

       420-EXIT.


       500-SCORE-RETURNS.
      * RETURNS - EVERY RTV SHIPPED BACK DURING THE YEAR
      *=================================================================

           PERFORM 510-READ-RTVFILE.
           PERFORM UNTIL RTVFILE-EOF
               IF RTV-SHIPPED
                   AND RTV-SHIPPED-DATE IS GREATER THAN WS-FROM-DATE
                   AND RTV-SHIPPED-DATE IS NOT GREATER THAN
                       WS-RUN-DATE
                   MOVE RTV-SUPPLIER TO WS-FIND-SUPPLIER
                   PERFORM 800-FIND-SUPPLIER
                   IF WS-SUPPLIER-FOUND
                       ADD RTV-QTY TO ST-RTV-QTY(WS-SUPPLIER-SUB)
                       ADD RTV-AMOUNT TO ST-RTV-AMOUNT(WS-SUPPLIER-SUB)
                   END-IF
               END-IF
               PERFORM 510-READ-RTVFILE
           END-PERFORM.

       500-EXIT.


       510-READ-RTVFILE.
      * READ THE NEXT RETURN TO VENDOR
      *=================================================================

           READ RTVFILE-FILE NEXT RECORD
               AT END
                   SET RTVFILE-EOF TO TRUE
           END-READ.

       510-EXIT.


       600-RANK-SUPPLIERS.
      * SET EACH SUPPLIER'S ON-TIME RATE AS ITS RANKING KEY AND
      * EXCHANGE-SORT THE TABLE LOWEST RATE FIRST
      *=================================================================

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               IF ST-RECEIPTS(WS-SUPPLIER-SUB) EQUAL ZERO
                   MOVE 1000 TO ST-RANK-PCT(WS-SUPPLIER-SUB)
               ELSE
                   COMPUTE ST-RANK-PCT(WS-SUPPLIER-SUB) ROUNDED =
                       ST-ON-TIME(WS-SUPPLIER-SUB) * 100
                       / ST-RECEIPTS(WS-SUPPLIER-SUB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB NOT LESS THAN WS-SUPPLIER-COUNT
               PERFORM VARYING WS-SUPPLIER-SUB2 FROM 1 BY 1
                       UNTIL WS-SUPPLIER-SUB2
                           NOT LESS THAN WS-SUPPLIER-COUNT
                   IF ST-RANK-PCT(WS-SUPPLIER-SUB2) IS GREATER THAN
                       ST-RANK-PCT(WS-SUPPLIER-SUB2 + 1)
                       MOVE WS-SUPPLIER-ENTRY(WS-SUPPLIER-SUB2)
                           TO WS-SUPPLIER-SWAP
                       MOVE WS-SUPPLIER-ENTRY(WS-SUPPLIER-SUB2 + 1)
                           TO WS-SUPPLIER-ENTRY(WS-SUPPLIER-SUB2)
                       MOVE WS-SUPPLIER-SWAP
                           TO WS-SUPPLIER-ENTRY(WS-SUPPLIER-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       600-EXIT.


       700-PRINT-SCORECARD.
      * ONE LINE PER SUPPLIER WITH ANY ACTIVITY IN THE YEAR, IN RANK
      * ORDER, THEN THE TOTALS
      *=================================================================

           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-TARGET-PCT TO HL-TARGET.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               IF ST-RECEIPTS(WS-SUPPLIER-SUB) GREATER THAN ZERO
                   OR ST-CLOSED-LINES(WS-SUPPLIER-SUB) GREATER THAN ZERO
                   OR ST-INVOICE-LINES(WS-SUPPLIER-SUB)
                       GREATER THAN ZERO
                   OR ST-RTV-QTY(WS-SUPPLIER-SUB) GREATER THAN ZERO
                   PERFORM 710-PRINT-ONE-SUPPLIER
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SCORED-COUNT TO TL-SCORED.
           WRITE REPORT-LINE FROM WS-SCORED-LINE.
           MOVE WS-BELOW-COUNT TO TL-BELOW.
           WRITE REPORT-LINE FROM WS-BELOW-LINE.
           MOVE WS-UNMATCHED-RECEIPTS TO TL-UNMATCHED.
           WRITE REPORT-LINE FROM WS-UNMATCHED-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-EXIT.


       710-PRINT-ONE-SUPPLIER.
      * WORK OUT THE RATES FOR ONE SUPPLIER AND PRINT ITS LINE - A
      * RATE WITH NOTHING TO MEASURE PRINTS AS N/A
      *=================================================================

           ADD 1 TO WS-RANK.
           ADD 1 TO WS-SCORED-COUNT.
           MOVE WS-RANK TO DL-RANK.
           MOVE ST-SUPPLIER(WS-SUPPLIER-SUB) TO DL-SUPPLIER.
           MOVE ST-NAME(WS-SUPPLIER-SUB) TO DL-NAME.
           MOVE ST-RECEIPTS(WS-SUPPLIER-SUB) TO DL-RECEIPTS.
           MOVE SPACES TO DL-FLAG.

           IF ST-RECEIPTS(WS-SUPPLIER-SUB) EQUAL ZERO
               MOVE '   N/A' TO DL-ON-TIME-X
               MOVE '   N/A' TO DL-LEAD-X
           ELSE
               MOVE ST-RANK-PCT(WS-SUPPLIER-SUB) TO DL-ON-TIME
               COMPUTE WS-PERCENT ROUNDED =
                   ST-LEAD-DAYS(WS-SUPPLIER-SUB)
                   / ST-RECEIPTS(WS-SUPPLIER-SUB)
               MOVE WS-PERCENT TO DL-LEAD
               IF ST-RANK-PCT(WS-SUPPLIER-SUB) IS LESS THAN
                   WS-TARGET-PCT
                   MOVE 'BELOW' TO DL-FLAG
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-IF.

           IF ST-QTY-ORDERED(WS-SUPPLIER-SUB) EQUAL ZERO
               MOVE '   N/A' TO DL-FILL-X
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   ST-QTY-RECEIVED(WS-SUPPLIER-SUB) * 100
                   / ST-QTY-ORDERED(WS-SUPPLIER-SUB)
               MOVE WS-PERCENT TO DL-FILL
           END-IF.

           MOVE ST-PRICE-VARIANCE(WS-SUPPLIER-SUB) TO DL-VARIANCE.
           IF ST-PO-VALUE(WS-SUPPLIER-SUB) EQUAL ZERO
               MOVE '   N/A' TO DL-VARIANCE-PCT-X
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   ST-PRICE-VARIANCE(WS-SUPPLIER-SUB) * 100
                   / ST-PO-VALUE(WS-SUPPLIER-SUB)
               MOVE WS-VARIANCE-PCT TO DL-VARIANCE-PCT
           END-IF.

           MOVE ST-RTV-QTY(WS-SUPPLIER-SUB) TO DL-RTV-QTY.
           MOVE ST-RTV-AMOUNT(WS-SUPPLIER-SUB) TO DL-RTV-AMOUNT.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       710-EXIT.


       800-FIND-SUPPLIER.
      * LOOK UP THE SUPPLIER CODE IN WS-FIND-SUPPLIER - WS-SUPPLIER-SUB
      * POINTS AT ITS ENTRY WHEN FOUND
      *=================================================================

           MOVE 'N' TO WS-SUPPLIER-FOUND-SW.
           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
                      OR WS-SUPPLIER-FOUND
               IF ST-SUPPLIER(WS-SUPPLIER-SUB) EQUAL
                   WS-FIND-SUPPLIER
                   MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-SUPPLIER-FOUND
               SUBTRACT 1 FROM WS-SUPPLIER-SUB
           END-IF.

       800-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgsp.
