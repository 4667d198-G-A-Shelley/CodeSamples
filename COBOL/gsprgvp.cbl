       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvp.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE RETURNS TO VENDOR KEYED ON GS44 - READ IN NUMBER ORDER
      *    AND REWRITTEN AS EACH ONE IS SHIPPED
           SELECT RTVFILE-FILE ASSIGN TO RTVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTV-NUMBER
               FILE STATUS IS WS-RTVFILE-STATUS.

           SELECT LOTFILE-FILE ASSIGN TO LOTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOTFILE-KEY
               FILE STATUS IS WS-LOTFILE-STATUS.

      *    THE DEBIT MEMO GOES ON THE PAYABLES OPEN-ITEM FILE FOR THE
      *    PAYMENT RUN TO NET OFF THE SUPPLIER'S NEXT PAYMENT
           SELECT APINV-FILE ASSIGN TO APINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APINV-KEY
               FILE STATUS IS WS-APINV-STATUS.

      *    THE SUPPLIER MASTER - WHERE THE GOODS ARE SHIPPED BACK TO
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPMAS-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    THE PRINT SPOOL - ONE RETURN PACKING DOCUMENT PER RTV,
      *    ROUTED TO THE DOCK PRINTER
           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRTREQ-KEY
               FILE STATUS IS WS-PRTREQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
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

       FD  LOTFILE-FILE.
       01  LOTFILE-RECORD.
           05  LOTFILE-KEY.
               10  LOT-PRODUCT             PIC X(8).
               10  LOT-RECEIVE-DATE        PIC 9(7).
               10  LOT-NUMBER              PIC X(10).
           05  LOT-QTY-RECEIVED            PIC 9(5).
           05  LOT-QTY-REMAINING           PIC 9(5).
           05  LOT-PO-NUMBER               PIC X(7).
           05  FILLER                      PIC X(8).

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
      *        HOW THE ITEM WAS PAID - AN EFT PAYMENT CARRIES ITS
      *        PAYMENT REFERENCE IN AP-CHEQUE-NO
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

       FD  INVCTL-FILE.
      *        THE PRINT-REQUEST NUMBERS RIDE ON THE SAME INVCTL
      *        CONTROL FILE AS THE INVOICE AND PO COUNTERS, UNDER
      *        THEIR OWN 'PRT' KEY
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-RTVFILE-STATUS                PIC XX.
           88  RTVFILE-OK                              VALUE '00'.
           88  RTVFILE-EOF                             VALUE '10'.

       01  WS-LOTFILE-STATUS                PIC XX.
           88  LOTFILE-OK                              VALUE '00'.

       01  WS-APINV-STATUS                  PIC XX.
           88  APINV-OK                                VALUE '00'.
           88  APINV-DUPLICATE                         VALUE '22'.

       01  WS-SUPMAS-STATUS                 PIC XX.
           88  SUPMAS-OK                               VALUE '00'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    THE GSPRGPD BATCH STOCK SERVICE ARGUMENTS
       01  WS-GD-FUNCTION                   PIC X(1).
       01  WS-GD-PRODUCT                    PIC X(8).
       01  WS-GD-QUANTITY                   PIC S9(5) COMP-3.
       01  WS-GD-SQL-CODE                   PIC S9(8) COMP.
      *    THE POST-MOVEMENT BALANCE GSPRGPD HANDS BACK - A RETURN
      *    THAT TAKES THE SHELF BELOW ZERO STILL GOES, THE GOODS ARE
      *    ON THE DOCK, BUT THE PART IS FLAGGED FOR A COUNT
       01  WS-GD-ON-HAND-BAL                PIC S9(5) COMP-3.
      *    RETURNS TO VENDOR ARE SHIPPED FROM THE PRIMARY WAREHOUSE -
      *    GOODS HELD AT ANOTHER LOCATION ARE TRANSFERRED IN FIRST
       01  WS-GD-WAREHOUSE                  PIC X(2) VALUE SPACES.
       01  WS-GD-DIVISION                   PIC X(3) VALUE SPACES.

      *    THE DEBIT MEMO REFERENCE - 'RTV' AND THE RTV NUMBER, SO
      *    THE SUPPLIER'S CREDIT NOTE CAN BE MATCHED BACK TO IT
       01  WS-MEMO-REF.
           05  FILLER                       PIC X(3) VALUE 'RTV'.
           05  WS-MEMO-RTV-NUMBER           PIC 9(7).

       01  WS-SHIPPED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-SHIPPED-TOTAL                 PIC 9(9)V99 VALUE ZERO.
       01  WS-REJECTED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-NEGATIVE-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-MEMO-COUNT                    PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'RETURN TO VENDOR SHIPMENT POSTING       '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE  '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'RTV NO   SUPPLR PO NO   PRODUCT  LOT    '.
           05  FILLER                       PIC X(40)
               VALUE '      QTY       AMOUNT R NOTE           '.

       01  WS-DETAIL-LINE.
           05  DL-RTV-NUMBER                PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-LOT-NUMBER                PIC X(10).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-REASON                    PIC X(1).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NOTE                      PIC X(15).

       01  WS-SHIPPED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'RTVS SHIPPED:      '.
           05  TL-SHIPPED                   PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-SHIPPED-DOLLARS           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MEMO-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DEBIT MEMOS RAISED:'.
           05  TL-MEMOS                     PIC ZZZZ9.

       01  WS-REJECTED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'RTVS REJECTED:     '.
           05  TL-REJECTED                  PIC ZZZZ9.

       01  WS-NEGATIVE-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'SHELF NOW NEGATIVE:'.
           05  TL-NEGATIVE                  PIC ZZZZ9.

      *    THE RETURN PACKING DOCUMENT - TRAVELS WITH THE GOODS SO THE
      *    SUPPLIER CAN MATCH THEM TO THEIR PO AND LOT AND ISSUE THE
      *    CREDIT.  ROUTED 'DOCK' SO GSPRGPP DELIVERS IT TO THE DOCK
      *    PRINTER.
       01  WS-PACK-HEAD.
           05  FILLER                       PIC X(40)
               VALUE 'RETURN TO VENDOR - PACKING DOCUMENT     '.
           05  FILLER                       PIC X(8)
               VALUE 'RTV NO  '.
           05  PH-RTV-NUMBER                PIC 9(7).
           05  FILLER                       PIC X(8)
               VALUE '  DATED '.
           05  PH-DATE                      PIC 9(7).
           05  FILLER                       PIC X(10) VALUE SPACES.

       01  WS-PACK-TO.
           05  FILLER                       PIC X(19)
               VALUE 'SHIP TO SUPPLIER   '.
           05  PT-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  PT-NAME                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-PACK-ADDRESS.
           05  FILLER                       PIC X(28) VALUE SPACES.
           05  PA-TEXT                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-PACK-ORDER.
           05  FILLER                       PIC X(19)
               VALUE 'YOUR PO / LINE     '.
           05  PO-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(3) VALUE ' / '.
           05  PO-PO-LINE                   PIC 9(3).
           05  FILLER                       PIC X(12)
               VALUE '   LOT      '.
           05  PO-LOT-NUMBER                PIC X(10).
           05  FILLER                       PIC X(26) VALUE SPACES.

       01  WS-PACK-ITEM.
           05  FILLER                       PIC X(19)
               VALUE 'PRODUCT            '.
           05  PI-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(8)
               VALUE '   QTY  '.
           05  PI-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(10)
               VALUE '   REASON '.
           05  PI-REASON                    PIC X(10).
           05  FILLER                       PIC X(20) VALUE SPACES.

       01  WS-PACK-DEBIT.
           05  FILLER                       PIC X(19)
               VALUE 'DEBIT MEMO         '.
           05  PD-MEMO-REF                  PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  PD-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(37) VALUE SPACES.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * NIGHTLY POSTING OF THE RETURNS TO VENDOR KEYED ON GS44.  EACH
      * ONE STILL ENTERED HAS ITS STOCK TAKEN OUT THROUGH GSPRGPD, ITS
      * LOT DRAWN DOWN ON LOTFILE, A DEBIT MEMO RAISED ON APINV FOR
      * THE PAYMENT RUN TO NET AGAINST THE SUPPLIER'S NEXT PAYMENT,
      * AND A RETURN PACKING DOCUMENT PRINTED AT THE DOCK THROUGH THE
      * PRTREQ SPOOL.  A RETURN GSPRGPD REFUSES IS MARKED REJECTED
      * AND LISTED.  SYSIN IS THE RUN DATE (0CYYDDD).  RUN AFTER THE
      * LAST GS44 ACTIVITY OF THE DAY.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN I-O RTVFILE-FILE.
           OPEN I-O LOTFILE-FILE.
           OPEN I-O APINV-FILE.
           OPEN INPUT SUPMAS-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-RTVFILE.
           PERFORM UNTIL RTVFILE-EOF
               IF RTV-ENTERED
                   PERFORM 200-POST-RTV THRU 200-EXIT
               END-IF
               PERFORM 100-READ-RTVFILE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SHIPPED-COUNT TO TL-SHIPPED.
           MOVE WS-SHIPPED-TOTAL TO TL-SHIPPED-DOLLARS.
           WRITE REPORT-LINE FROM WS-SHIPPED-LINE.
           MOVE WS-MEMO-COUNT TO TL-MEMOS.
           WRITE REPORT-LINE FROM WS-MEMO-LINE.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM WS-REJECTED-LINE.
           MOVE WS-NEGATIVE-COUNT TO TL-NEGATIVE.
           WRITE REPORT-LINE FROM WS-NEGATIVE-LINE.

           CLOSE RTVFILE-FILE.
           CLOSE LOTFILE-FILE.
           CLOSE APINV-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE INVCTL-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-RTVFILE.
      * READ THE NEXT RETURN TO VENDOR
      *=================================================================

           READ RTVFILE-FILE NEXT RECORD
               AT END
                   SET RTVFILE-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-POST-RTV.
      * SHIP ONE RETURN - STOCK OUT, LOT DOWN, MEMO UP, DOCUMENT OUT
      *=================================================================

           MOVE RTV-NUMBER TO DL-RTV-NUMBER.
           MOVE RTV-SUPPLIER TO DL-SUPPLIER.
           MOVE RTV-PO-NUMBER TO DL-PO-NUMBER.
           MOVE RTV-PRODUCT TO DL-PRODUCT.
           MOVE RTV-LOT-NUMBER TO DL-LOT-NUMBER.
           MOVE RTV-QTY TO DL-QTY.
           MOVE RTV-AMOUNT TO DL-AMOUNT.
           MOVE RTV-REASON TO DL-REASON.
           MOVE SPACES TO DL-NOTE.

      *    THE STOCK GOES OUT THE SAME WAY A SHIPMENT DOES
           MOVE 'S' TO WS-GD-FUNCTION.
           MOVE RTV-PRODUCT TO WS-GD-PRODUCT.
           MOVE RTV-QTY TO WS-GD-QUANTITY.
           MOVE SPACES TO WS-GD-WAREHOUSE.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

           IF WS-GD-SQL-CODE NOT EQUAL ZERO
               SET RTV-REJECTED TO TRUE
               MOVE WS-RUN-DATE TO RTV-LAST-CHG-DATE
               REWRITE RTVFILE-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED - PART' TO DL-NOTE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 200-EXIT
           END-IF.

           IF WS-GD-ON-HAND-BAL IS LESS THAN ZERO
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE 'SHELF NEGATIVE' TO DL-NOTE
           END-IF.

           IF RTV-LOT-NUMBER NOT EQUAL SPACES
               PERFORM 300-DRAW-DOWN-LOT THRU 300-EXIT
           END-IF.

           MOVE RTV-NUMBER TO WS-MEMO-RTV-NUMBER.
           IF RTV-AMOUNT IS GREATER THAN ZERO
               PERFORM 400-RAISE-DEBIT-MEMO THRU 400-EXIT
           END-IF.

           PERFORM 600-PRINT-PACKING-DOCUMENT.

           SET RTV-SHIPPED TO TRUE.
           MOVE WS-RUN-DATE TO RTV-SHIPPED-DATE.
           MOVE WS-RUN-DATE TO RTV-LAST-CHG-DATE.
           REWRITE RTVFILE-RECORD.

           ADD 1 TO WS-SHIPPED-COUNT.
           ADD RTV-AMOUNT TO WS-SHIPPED-TOTAL.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       200-EXIT.


       300-DRAW-DOWN-LOT.
      * TAKE THE RETURNED QUANTITY OFF THE LOT IT CAME FROM - NEVER
      * BELOW ZERO, A LOT ALREADY PICKED BEYOND THIS IS NOTED ONLY
      *=================================================================

           MOVE RTV-PRODUCT TO LOT-PRODUCT.
           MOVE RTV-LOT-RECEIVE-DATE TO LOT-RECEIVE-DATE.
           MOVE RTV-LOT-NUMBER TO LOT-NUMBER.
           READ LOTFILE-FILE
               INVALID KEY
                   MOVE 'LOT NOT ON FILE' TO DL-NOTE
                   GO TO 300-EXIT
           END-READ.

           IF RTV-QTY IS GREATER THAN LOT-QTY-REMAINING
               MOVE ZERO TO LOT-QTY-REMAINING
               MOVE 'LOT SHORT' TO DL-NOTE
           ELSE
               SUBTRACT RTV-QTY FROM LOT-QTY-REMAINING
           END-IF.
           REWRITE LOTFILE-RECORD.

       300-EXIT.


       400-RAISE-DEBIT-MEMO.
      * THE SUPPLIER OWES US FOR WHAT WENT BACK - A DEBIT MEMO ON
      * APINV, OPEN AND DUE AT ONCE, FOR THE PAYMENT RUN TO NET OFF
      * THEIR NEXT PAYMENT
      *=================================================================

           MOVE RTV-SUPPLIER TO AP-SUPPLIER.
           MOVE WS-MEMO-REF TO AP-INVOICE-REF.
           MOVE RTV-PO-NUMBER TO AP-PO-NUMBER.
           MOVE RTV-PO-LINE TO AP-PO-LINE.
           MOVE RTV-PRODUCT TO AP-PRODUCT.
           MOVE RTV-QTY TO AP-QTY.
           MOVE RTV-UNIT-COST TO AP-UNIT-COST.
           MOVE RTV-AMOUNT TO AP-INVOICE-AMOUNT.
           MOVE WS-RUN-DATE TO AP-INVOICE-DATE.
           MOVE WS-RUN-DATE TO AP-DUE-DATE.
           SET AP-STATUS-OPEN TO TRUE.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE SPACES TO AP-CHEQUE-NO.
           MOVE RTV-OPERATOR-ID TO AP-OPERATOR-ID.
           MOVE RTV-TERMINAL-ID TO AP-TERMINAL-ID.
           MOVE WS-RUN-DATE TO AP-LAST-CHG-DATE.
           MOVE ZERO TO AP-LAST-CHG-TIME.
           MOVE SPACE TO AP-PAY-METHOD.
           SET AP-ITEM-DEBIT-MEMO TO TRUE.

           WRITE APINV-RECORD
               INVALID KEY
                   MOVE 'MEMO ON FILE' TO DL-NOTE
                   GO TO 400-EXIT
           END-WRITE.

           MOVE WS-MEMO-REF TO RTV-MEMO-REF.
           ADD 1 TO WS-MEMO-COUNT.

       400-EXIT.


       500-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE SPACES TO PRTREQ-TEXT.
           WRITE PRTREQ-RECORD.

       500-EXIT.


       520-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================

           ADD 1 TO PRTREQ-LINE-NO.
           WRITE PRTREQ-RECORD.

       520-EXIT.


       600-PRINT-PACKING-DOCUMENT.
      * ONE PACKING DOCUMENT PER RETURN, ADDRESSED OFF THE SUPPLIER
      * MASTER - A SUPPLIER NOT ON FILE GETS THE CODE ALONE AND THE
      * DOCK ADDRESSES IT BY HAND
      *=================================================================

           MOVE RTV-SUPPLIER TO SUPMAS-CODE.
           READ SUPMAS-FILE
               INVALID KEY
                   MOVE SPACES TO SUPMAS-NAME
                   MOVE SPACES TO SUPMAS-ADDR-LINE1
                   MOVE SPACES TO SUPMAS-ADDR-LINE2
                   MOVE SPACES TO SUPMAS-ADDR-LINE3
                   MOVE SPACES TO SUPMAS-POSTAL
           END-READ.

           MOVE 'DOCK' TO PRTREQ-ROUTING.
           PERFORM 500-OPEN-PRINT-REQUEST.

           MOVE RTV-NUMBER TO PH-RTV-NUMBER.
           MOVE WS-RUN-DATE TO PH-DATE.
           MOVE WS-PACK-HEAD TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE RTV-SUPPLIER TO PT-SUPPLIER.
           MOVE SUPMAS-NAME TO PT-NAME.
           MOVE WS-PACK-TO TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.
           IF SUPMAS-ADDR-LINE1 NOT EQUAL SPACES
               MOVE SUPMAS-ADDR-LINE1 TO PA-TEXT
               MOVE WS-PACK-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF SUPMAS-ADDR-LINE2 NOT EQUAL SPACES
               MOVE SUPMAS-ADDR-LINE2 TO PA-TEXT
               MOVE WS-PACK-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF SUPMAS-ADDR-LINE3 NOT EQUAL SPACES
               MOVE SUPMAS-ADDR-LINE3 TO PA-TEXT
               MOVE WS-PACK-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF SUPMAS-POSTAL NOT EQUAL SPACES
               MOVE SUPMAS-POSTAL TO PA-TEXT
               MOVE WS-PACK-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.

           MOVE RTV-PO-NUMBER TO PO-PO-NUMBER.
           MOVE RTV-PO-LINE TO PO-PO-LINE.
           MOVE RTV-LOT-NUMBER TO PO-LOT-NUMBER.
           MOVE WS-PACK-ORDER TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE RTV-PRODUCT TO PI-PRODUCT.
           MOVE RTV-QTY TO PI-QTY.
           IF RTV-DEFECTIVE
               MOVE 'DEFECTIVE' TO PI-REASON
           ELSE
               MOVE 'OVERSTOCK' TO PI-REASON
           END-IF.
           MOVE WS-PACK-ITEM TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           IF RTV-MEMO-REF NOT EQUAL SPACES
               MOVE RTV-MEMO-REF TO PD-MEMO-REF
               MOVE RTV-AMOUNT TO PD-AMOUNT
               MOVE WS-PACK-DEBIT TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.

       600-EXIT.


       END PROGRAM gsprgvp.
