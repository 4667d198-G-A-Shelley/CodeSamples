       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvl.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTVFILE-FILE ASSIGN TO RTVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTV-NUMBER
               FILE STATUS IS WS-RTVFILE-STATUS.

      *    THE RTV'S DEBIT MEMO IS STILL OPEN ON APINV UNTIL THE
      *    PAYMENT RUN NETS IT OFF A PAYMENT
           SELECT APINV-FILE ASSIGN TO APINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APINV-KEY
               FILE STATUS IS WS-APINV-STATUS.

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

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-RTVFILE-STATUS                PIC XX.
           88  RTVFILE-OK                              VALUE '00'.
           88  RTVFILE-EOF                             VALUE '10'.

       01  WS-APINV-STATUS                  PIC XX.
           88  APINV-OK                                VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    RUNNING DAY NUMBER SO THE DAYS OUTSTANDING COME OUT RIGHT
      *    ACROSS A YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.

      *    WHAT EACH SUPPLIER STILL OWES BACK, GATHERED IN ONE PASS
      *    AND PRINTED AFTER THE DETAIL
       01  WS-SUPPLIER-MAX                  PIC 9(3) VALUE 200.
       01  WS-SUPPLIER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPPLIER OCCURS 200 TIMES.
               10  ST-SUPPLIER              PIC X(6).
               10  ST-COUNT                 PIC 9(5).
               10  ST-AMOUNT                PIC 9(9)V99.
               10  ST-OLDEST-DAYS           PIC S9(5).
       01  WS-SUPPLIER-FOUND-SW             PIC X(1).
           88  WS-SUPPLIER-FOUND                       VALUE 'Y'.

       01  WS-OPEN-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-OPEN-TOTAL                    PIC 9(9)V99 VALUE ZERO.
       01  WS-UNSHIPPED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-CREDITED-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'OPEN RETURNS TO VENDOR AWAITING CREDIT  '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE  '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(41)
               VALUE 'RTV NO   SUPPLR PO NO   PRODUCT  MEMO REF'.
           05  FILLER                       PIC X(39)
               VALUE '     QTY       AMOUNT SHIPPED  DAYS R  '.

       01  WS-DETAIL-LINE.
           05  DL-RTV-NUMBER                PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-MEMO-REF                  PIC X(10).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SHIPPED-DATE              PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-DAYS                      PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-REASON                    PIC X(1).
           05  FILLER                       PIC X(2) VALUE SPACES.

       01  WS-SUPPLIER-HEAD.
           05  FILLER                       PIC X(40)
               VALUE 'OWED BACK BY SUPPLIER                   '.

       01  WS-SUPPLIER-COLUMNS.
           05  FILLER                       PIC X(40)
               VALUE 'SUPPLR   RTVS          AMOUNT  OLDEST   '.

       01  WS-SUPPLIER-LINE.
           05  SL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-OLDEST-DAYS               PIC ZZZZ9.

       01  WS-OPEN-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'AWAITING CREDIT:   '.
           05  TL-OPEN                      PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-OPEN-DOLLARS              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CREDITED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'ALREADY NETTED:    '.
           05  TL-CREDITED                  PIC ZZZZ9.

       01  WS-UNSHIPPED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'NOT YET SHIPPED:   '.
           05  TL-UNSHIPPED                 PIC ZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * WEEKLY REGISTER OF THE RETURNS TO VENDOR SHIPPED BACK WHOSE
      * DEBIT MEMO IS STILL OPEN ON APINV - THE GOODS HAVE GONE BUT
      * THE SUPPLIER HAS NOT YET BEEN MADE TO PAY FOR THEM - WITH THE
      * DAYS EACH HAS BEEN OUTSTANDING SINCE IT SHIPPED AND A SUMMARY
      * BY SUPPLIER FOR PURCHASING TO CHASE.  READ ONLY.  SYSIN IS THE
      * RUN DATE (0CYYDDD).

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           OPEN INPUT RTVFILE-FILE.
           OPEN INPUT APINV-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-RTVFILE.
           PERFORM UNTIL RTVFILE-EOF
               IF RTV-ENTERED
                   ADD 1 TO WS-UNSHIPPED-COUNT
               ELSE
                   IF RTV-SHIPPED AND RTV-MEMO-REF NOT EQUAL SPACES
                       PERFORM 200-CHECK-MEMO THRU 200-EXIT
                   END-IF
               END-IF
               PERFORM 100-READ-RTVFILE
           END-PERFORM.

           PERFORM 400-PRINT-SUPPLIERS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-COUNT TO TL-OPEN.
           MOVE WS-OPEN-TOTAL TO TL-OPEN-DOLLARS.
           WRITE REPORT-LINE FROM WS-OPEN-LINE.
           MOVE WS-CREDITED-COUNT TO TL-CREDITED.
           WRITE REPORT-LINE FROM WS-CREDITED-LINE.
           MOVE WS-UNSHIPPED-COUNT TO TL-UNSHIPPED.
           WRITE REPORT-LINE FROM WS-UNSHIPPED-LINE.

           CLOSE RTVFILE-FILE.
           CLOSE APINV-FILE.
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


       200-CHECK-MEMO.
      * LIST THE RETURN IF ITS DEBIT MEMO IS STILL OPEN - ONE THE
      * PAYMENT RUN HAS NETTED, OR THAT IS NO LONGER ON APINV, HAS
      * BEEN SETTLED
      *=================================================================

           MOVE RTV-SUPPLIER TO AP-SUPPLIER.
           MOVE RTV-MEMO-REF TO AP-INVOICE-REF.
           READ APINV-FILE
               INVALID KEY
                   ADD 1 TO WS-CREDITED-COUNT
                   GO TO 200-EXIT
           END-READ.

           IF NOT AP-STATUS-OPEN
               ADD 1 TO WS-CREDITED-COUNT
               GO TO 200-EXIT
           END-IF.

           MOVE RTV-SHIPPED-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           MOVE RTV-NUMBER TO DL-RTV-NUMBER.
           MOVE RTV-SUPPLIER TO DL-SUPPLIER.
           MOVE RTV-PO-NUMBER TO DL-PO-NUMBER.
           MOVE RTV-PRODUCT TO DL-PRODUCT.
           MOVE RTV-MEMO-REF TO DL-MEMO-REF.
           MOVE RTV-QTY TO DL-QTY.
           MOVE AP-INVOICE-AMOUNT TO DL-AMOUNT.
           MOVE RTV-SHIPPED-DATE TO DL-SHIPPED-DATE.
           MOVE WS-AGE-DAYS TO DL-DAYS.
           MOVE RTV-REASON TO DL-REASON.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-OPEN-COUNT.
           ADD AP-INVOICE-AMOUNT TO WS-OPEN-TOTAL.

           PERFORM 300-ADD-SUPPLIER.

       200-EXIT.


       300-ADD-SUPPLIER.
      * ADD THE RETURN TO ITS SUPPLIER'S LINE OF THE SUMMARY
      *=================================================================

           MOVE 'N' TO WS-SUPPLIER-FOUND-SW.
           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
                      OR WS-SUPPLIER-FOUND
               IF ST-SUPPLIER(WS-SUPPLIER-SUB) EQUAL RTV-SUPPLIER
                   MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
                   ADD 1 TO ST-COUNT(WS-SUPPLIER-SUB)
                   ADD AP-INVOICE-AMOUNT TO ST-AMOUNT(WS-SUPPLIER-SUB)
                   IF WS-AGE-DAYS IS GREATER THAN
                           ST-OLDEST-DAYS(WS-SUPPLIER-SUB)
                       MOVE WS-AGE-DAYS
                           TO ST-OLDEST-DAYS(WS-SUPPLIER-SUB)
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT WS-SUPPLIER-FOUND
               IF WS-SUPPLIER-COUNT IS LESS THAN WS-SUPPLIER-MAX
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE RTV-SUPPLIER TO ST-SUPPLIER(WS-SUPPLIER-COUNT)
                   MOVE 1 TO ST-COUNT(WS-SUPPLIER-COUNT)
                   MOVE AP-INVOICE-AMOUNT
                       TO ST-AMOUNT(WS-SUPPLIER-COUNT)
                   MOVE WS-AGE-DAYS
                       TO ST-OLDEST-DAYS(WS-SUPPLIER-COUNT)
               END-IF
           END-IF.

       300-EXIT.


       400-PRINT-SUPPLIERS.
      * PRINT WHAT EACH SUPPLIER STILL OWES BACK AND THE AGE OF ITS
      * OLDEST RETURN
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SUPPLIER-HEAD.
           WRITE REPORT-LINE FROM WS-SUPPLIER-COLUMNS.

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               MOVE ST-SUPPLIER(WS-SUPPLIER-SUB) TO SL-SUPPLIER
               MOVE ST-COUNT(WS-SUPPLIER-SUB) TO SL-COUNT
               MOVE ST-AMOUNT(WS-SUPPLIER-SUB) TO SL-AMOUNT
               MOVE ST-OLDEST-DAYS(WS-SUPPLIER-SUB) TO SL-OLDEST-DAYS
               WRITE REPORT-LINE FROM WS-SUPPLIER-LINE
           END-PERFORM.

       400-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgvl.
