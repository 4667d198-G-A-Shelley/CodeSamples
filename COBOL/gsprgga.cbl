       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgga.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SUPPLIER INVOICES GSPRGAP HAS MATCHED, EACH AGAINST THE
      *    PO LINE IT BILLS
           SELECT APINV-FILE ASSIGN TO APINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APINV-KEY
               FILE STATUS IS WS-APINV-STATUS.

           SELECT POFILE-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.

      *    EVERY GS13 RECEIPT, IN THE ORDER KEYED - THE DATES THE
      *    UNBILLED GOODS CAME IN ARE TAKEN FROM HERE
           SELECT RCVHIST-FILE ASSIGN TO RCVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVHIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
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
      *        A DEBIT MEMO IS WHAT THE SUPPLIER OWES US BACK - RAISED
      *        BY THE RETURN-TO-VENDOR POSTING AND NETTED OFF THE NEXT
      *        PAYMENT BY THE PAYMENT RUN
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

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

      *    THE SAME JOURNAL RECORD GSPRGGL WRITES - THE ACCRUAL GOES
      *    TO THE GL TEAM ON THE GLOUT GENERATIONS WITH THE NIGHTLY
      *    EXTRACT
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  GL-DATE                     PIC 9(7).
           05  GL-ACCOUNT                  PIC X(4).
           05  GL-DESC                     PIC X(24).
           05  GL-DEBIT                    PIC 9(9)V99.
           05  GL-CREDIT                   PIC 9(9)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-APINV-STATUS                  PIC XX.
           88  APINV-OK                                VALUE '00'.
           88  APINV-EOF                               VALUE '10'.

       01  WS-POFILE-STATUS                 PIC XX.
           88  POFILE-OK                               VALUE '00'.
           88  POFILE-EOF                              VALUE '10'.

       01  WS-RCVHIST-STATUS                PIC XX.
           88  RCVHIST-OK                              VALUE '00'.
           88  RCVHIST-EOF                             VALUE '10'.

      *    SYSIN - THE MONTH-END DATE (0CYYDDD)
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-RUN-CYY                   PIC 9(3).
           05  WS-RUN-DDD                   PIC 9(3).

      *    THE ACCRUAL IS REVERSED ON THE FIRST DAY OF THE NEXT PERIOD,
      *    WHEN THE SUPPLIER INVOICES IT STANDS IN FOR ARE EXPECTED
       01  WS-REVERSE-DATE                  PIC 9(7) VALUE ZERO.
       01  WS-REVERSE-DATE-X REDEFINES WS-REVERSE-DATE.
           05  FILLER                       PIC X(1).
           05  WS-REVERSE-CYY               PIC 9(3).
           05  WS-REVERSE-DDD               PIC 9(3).

       01  WS-PC-MONTH                      PIC 9(2) VALUE ZERO.
       01  WS-PC-LEAP                       PIC 9(1) VALUE ZERO.
       01  WS-PC-LIMIT                      PIC 9(3) VALUE ZERO.
       01  WS-PC-REMAINDER                  PIC 9(2) VALUE ZERO.
       01  WS-PC-QUOTIENT                   PIC 9(3) VALUE ZERO.

       01  WS-MONTH-END-VALUES.
           05  FILLER                       PIC X(36) VALUE
               '031059090120151181212243273304334366'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE AGE COMES OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.

      *    THE QUANTITY INVOICED AGAINST EACH PO LINE, ADDED UP OFF
      *    APINV BEFORE THE PO LINES ARE READ
       01  WS-INVOICED-MAX                  PIC 9(4) VALUE 2000.
       01  WS-INVOICED-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-INVOICED-SUB                  PIC 9(4) VALUE ZERO.
       01  WS-INVOICED-TABLE.
           05  WS-INVOICED OCCURS 2000 TIMES.
               10  IT-PO-NUMBER             PIC X(7).
               10  IT-PO-LINE               PIC 9(3).
               10  IT-SUPPLIER              PIC X(6).
               10  IT-PRODUCT               PIC X(8).
               10  IT-UNIT-COST             PIC 9(5)V99.
               10  IT-QTY                   PIC 9(7).
               10  IT-MATCHED-SW            PIC X(1).
                   88  IT-MATCHED                      VALUE 'Y'.
       01  WS-INVOICED-FOUND-SW             PIC X(1).
           88  WS-INVOICED-FOUND                       VALUE 'Y'.
       01  WS-INVOICED-QTY                  PIC 9(7) VALUE ZERO.

      *    THE PO LINES RECEIVED BEYOND WHAT HAS BEEN INVOICED - HELD
      *    WHILE ONE PASS OF RCVHIST FINDS THE DATE THE OLDEST UNBILLED
      *    UNIT CAME IN.  INVOICES ARE TAKEN TO BILL THE EARLIEST
      *    RECEIPTS FIRST, SO THE UNBILLED UNITS ARE THE LAST ONES IN.
      *    RCVHIST CARRIES THE PO BUT NOT THE LINE, SO A PART ORDERED
      *    ON TWO LINES OF ONE PO AGES OFF THE RECEIPTS FOR BOTH.
       01  WS-ACCRUAL-MAX                   PIC 9(4) VALUE 1000.
       01  WS-ACCRUAL-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-ACCRUAL-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-ACCRUAL-TABLE.
           05  WS-ACCRUAL OCCURS 1000 TIMES.
               10  AT-PO-NUMBER             PIC X(7).
               10  AT-PO-LINE               PIC 9(3).
               10  AT-SUPPLIER              PIC X(6).
               10  AT-PRODUCT               PIC X(8).
               10  AT-RECEIVED              PIC 9(5).
               10  AT-INVOICED              PIC 9(7).
               10  AT-QTY                   PIC 9(5).
               10  AT-UNIT-COST             PIC 9(5)V99.
               10  AT-VALUE                 PIC 9(9)V99.
               10  AT-RECEIVED-SO-FAR       PIC 9(7).
               10  AT-AGE-DATE              PIC 9(7).
               10  AT-LAST-CHG-DATE         PIC 9(7).

      *    THE ACCRUAL ROLLED UP BY SUPPLIER, AGED BY RECEIPT DATE
       01  WS-SUPPLIER-MAX                  PIC 9(3) VALUE 300.
       01  WS-SUPPLIER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPPLIER OCCURS 300 TIMES.
               10  ST-SUPPLIER              PIC X(6).
               10  ST-LINES                 PIC 9(5).
               10  ST-BUCKET OCCURS 4 TIMES PIC 9(9)V99.
               10  ST-VALUE                 PIC 9(9)V99.
       01  WS-SUPPLIER-FOUND-SW             PIC X(1).
           88  WS-SUPPLIER-FOUND                       VALUE 'Y'.

      *    AGING BUCKETS - 0-30, 31-60, 61-90 AND OVER 90 DAYS SINCE
      *    THE OLDEST UNBILLED RECEIPT
       01  WS-BUCKET-SUB                    PIC 9(1) VALUE ZERO.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL OCCURS 4 TIMES PIC 9(9)V99.

      *    THE GL ACCOUNTS THE ACCRUAL TOUCHES - THE GOODS ARE ALREADY
      *    ON THE SHELF, SO THE DEBIT IS TO INVENTORY AS IN GSPRGGL
       01  WS-INVENTORY-ACCOUNT             PIC X(4) VALUE '1400'.
       01  WS-INVENTORY-DESC                PIC X(24)
           VALUE 'INVENTORY - GRNI ACCRUAL'.
       01  WS-ACCRUAL-ACCOUNT               PIC X(4) VALUE '2110'.
       01  WS-ACCRUAL-DESC                  PIC X(24)
           VALUE 'GOODS RCVD NOT INVOICED '.
       01  WS-INVENTORY-REV-DESC            PIC X(24)
           VALUE 'INVENTORY - GRNI REVERSE'.
       01  WS-ACCRUAL-REV-DESC              PIC X(24)
           VALUE 'GRNI ACCRUAL REVERSED   '.

       01  WS-EXCESS-QTY                    PIC 9(7) VALUE ZERO.
       01  WS-EXCESS-VALUE                  PIC 9(9)V99 VALUE ZERO.

       01  WS-ACCRUAL-LINES                 PIC 9(5) VALUE ZERO.
       01  WS-ACCRUAL-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCESS-LINES                  PIC 9(5) VALUE ZERO.
       01  WS-EXCESS-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  WS-JOURNAL-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-GRAND                   PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-GRAND                  PIC 9(11)V99 VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'GOODS RECEIVED NOT INVOICED      '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(10)
               VALUE '  REVERSES'.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  HL-REVERSE-DATE              PIC 9(7).

       01  WS-SECTION-LINE.
           05  SL-TITLE                     PIC X(40).

       01  WS-ACCRUAL-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'SUPPLIER '.
           05  FILLER                       PIC X(12)
               VALUE 'PO     LINE '.
           05  FILLER                       PIC X(9)
               VALUE 'PART     '.
           05  FILLER                       PIC X(18)
               VALUE ' RCVD  INVD  OWED '.
           05  FILLER                       PIC X(10)
               VALUE 'UNIT COST '.
           05  FILLER                       PIC X(14)
               VALUE '         VALUE'.
           05  FILLER                       PIC X(14)
               VALUE '  RECEIVED AGE'.

       01  WS-ACCRUAL-LINE.
           05  AL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  AL-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-PO-LINE                   PIC 9(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-RECEIVED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-INVOICED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-UNIT-COST                 PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-VALUE                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-AGE-DATE                  PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AL-AGE-DAYS                  PIC ZZZZ9.

       01  WS-SUPPLIER-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'SUPPLIER '.
           05  FILLER                       PIC X(6)
               VALUE 'LINES '.
           05  FILLER                       PIC X(15)
               VALUE '      0-30 DAYS'.
           05  FILLER                       PIC X(15)
               VALUE '     31-60 DAYS'.
           05  FILLER                       PIC X(15)
               VALUE '     61-90 DAYS'.
           05  FILLER                       PIC X(15)
               VALUE '       OVER 90 '.
           05  FILLER                       PIC X(15)
               VALUE '          TOTAL'.

       01  WS-SUPPLIER-LINE.
           05  SPL-SUPPLIER                 PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SPL-LINES                    PIC ZZZZ9.
           05  SPL-BUCKET OCCURS 4 TIMES.
               10  FILLER                   PIC X(1).
               10  SPL-BUCKET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SPL-VALUE                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCESS-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'SUPPLIER '.
           05  FILLER                       PIC X(12)
               VALUE 'PO     LINE '.
           05  FILLER                       PIC X(9)
               VALUE 'PART     '.
           05  FILLER                       PIC X(18)
               VALUE ' RCVD  INVD  OVER '.
           05  FILLER                       PIC X(10)
               VALUE 'UNIT COST '.
           05  FILLER                       PIC X(14)
               VALUE '         VALUE'.
           05  FILLER                       PIC X(14)
               VALUE '  NOTE        '.

       01  WS-EXCESS-LINE.
           05  XL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  XL-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-PO-LINE                   PIC 9(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-RECEIVED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-INVOICED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-UNIT-COST                 PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  XL-VALUE                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  XL-NOTE                      PIC X(13).

       01  WS-JOURNAL-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'DATE     '.
           05  FILLER                       PIC X(5)
               VALUE 'ACCT '.
           05  FILLER                       PIC X(25)
               VALUE 'DESCRIPTION              '.
           05  FILLER                       PIC X(16)
               VALUE '          DEBITS'.
           05  FILLER                       PIC X(16)
               VALUE '         CREDITS'.

       01  WS-JOURNAL-LINE.
           05  JL-DATE                      PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  JL-ACCOUNT                   PIC X(4).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  JL-DESC                      PIC X(24).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  JL-DEBIT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  JL-CREDIT                    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                       PIC X(39)
               VALUE 'TOTALS'.
           05  JT-DEBIT                     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  JT-CREDIT                    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           05  TL-LABEL                     PIC X(30).
           05  TL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-TOTAL                     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-ACCRUAL-LINE               PIC X(44)
           VALUE 'NOTHING TO ACCRUE - GLOUT LEFT EMPTY        '.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** PO LINES DROPPED - WORK TABLE FULL ***      '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MONTH-END ACCRUAL OF GOODS RECEIVED NOT INVOICED.  THE
      * QUANTITY INVOICED AGAINST EACH PO LINE IS ADDED UP OFF APINV
      * AND SET AGAINST THE QUANTITY GS13 HAS RECEIVED ON THE POFILE
      * LINE.  UNITS RECEIVED BEYOND THOSE INVOICED ARE VALUED AT THE
      * PO UNIT COST, LISTED BY SUPPLIER AND AGED BY THE DATE THEY CAME
      * IN OFF RCVHIST, AND ACCRUED TO THE GL AS A BALANCED JOURNAL
      * ON GLOUT - DR INVENTORY, CR GOODS RECEIVED NOT INVOICED - WITH
      * ITS REVERSAL DATED THE FIRST DAY OF THE NEXT PERIOD.  UNITS
      * INVOICED BEYOND THOSE RECEIVED ARE LISTED FOR PURCHASING TO
      * CHASE BUT NOT ACCRUED.  SYSIN IS THE MONTH-END DATE (0CYYDDD).
      * RUN AFTER THE LAST GS13 AND GSPRGAP ACTIVITY OF THE MONTH.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.
           PERFORM 950-DERIVE-REVERSE-DATE.

           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-REVERSE-DATE TO HL-REVERSE-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 100-LOAD-INVOICED.
           PERFORM 200-COMPARE-PO-LINES.
           PERFORM 300-AGE-RECEIPTS THRU 300-EXIT.
           PERFORM 400-PRINT-ACCRUAL.
           PERFORM 500-PRINT-SUPPLIERS.
           PERFORM 600-LIST-UNMATCHED-INVOICES.
           PERFORM 700-WRITE-JOURNAL THRU 700-EXIT.
           PERFORM 800-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-INVOICED.
      * ADD UP THE QUANTITY INVOICED AGAINST EACH PO LINE.  AN INVOICE
      * WITH NO PO WAS NOT MATCHED TO RECEIPTS AND IS PASSED OVER.  A
      * RETURN-TO-VENDOR DEBIT MEMO IS NOT AN INVOICE - THE GOODS WENT
      * BACK AGAINST A RECEIPT ALREADY BILLED - AND IS PASSED OVER TOO.
      *=================================================================

           OPEN INPUT APINV-FILE.

           PERFORM 110-READ-APINV.
           PERFORM UNTIL APINV-EOF
               IF AP-PO-NUMBER NOT EQUAL SPACES
                       AND NOT AP-ITEM-DEBIT-MEMO
                   PERFORM 120-ADD-INVOICED THRU 120-EXIT
               END-IF
               PERFORM 110-READ-APINV
           END-PERFORM.

           CLOSE APINV-FILE.

       100-EXIT.


       110-READ-APINV.
      * READ THE NEXT SUPPLIER INVOICE
      *=================================================================

           READ APINV-FILE NEXT RECORD
               AT END
                   SET APINV-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-ADD-INVOICED.
      * ADD ONE INVOICE'S QUANTITY TO ITS PO LINE'S ENTRY, STARTING
      * THE ENTRY ON THE LINE'S FIRST INVOICE
      *=================================================================

           PERFORM 130-FIND-INVOICED.
           IF WS-INVOICED-FOUND
               ADD AP-QTY TO IT-QTY(WS-INVOICED-SUB)
               GO TO 120-EXIT
           END-IF.

           IF WS-INVOICED-COUNT NOT LESS THAN WS-INVOICED-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-INVOICED-COUNT.
           MOVE WS-INVOICED-COUNT TO WS-INVOICED-SUB.
           MOVE AP-PO-NUMBER TO IT-PO-NUMBER(WS-INVOICED-SUB).
           MOVE AP-PO-LINE TO IT-PO-LINE(WS-INVOICED-SUB).
           MOVE AP-SUPPLIER TO IT-SUPPLIER(WS-INVOICED-SUB).
           MOVE AP-PRODUCT TO IT-PRODUCT(WS-INVOICED-SUB).
           MOVE AP-UNIT-COST TO IT-UNIT-COST(WS-INVOICED-SUB).
           MOVE AP-QTY TO IT-QTY(WS-INVOICED-SUB).
           MOVE 'N' TO IT-MATCHED-SW(WS-INVOICED-SUB).

       120-EXIT.


       130-FIND-INVOICED.
      * LOOK FOR THE PO LINE IN AP-PO-NUMBER / AP-PO-LINE AMONG THE
      * LINES INVOICED SO FAR - WS-INVOICED-SUB POINTS AT IT IF FOUND
      *=================================================================

           MOVE 'N' TO WS-INVOICED-FOUND-SW.
           PERFORM VARYING WS-INVOICED-SUB FROM 1 BY 1
                   UNTIL WS-INVOICED-SUB > WS-INVOICED-COUNT
                   OR WS-INVOICED-FOUND
               IF IT-PO-NUMBER(WS-INVOICED-SUB) EQUAL AP-PO-NUMBER
                       AND IT-PO-LINE(WS-INVOICED-SUB) EQUAL AP-PO-LINE
                   MOVE 'Y' TO WS-INVOICED-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-INVOICED-FOUND
               SUBTRACT 1 FROM WS-INVOICED-SUB
           END-IF.

       130-EXIT.


       200-COMPARE-PO-LINES.
      * SET EACH PO LINE'S RECEIVED QUANTITY AGAINST WHAT HAS BEEN
      * INVOICED ON IT
      *=================================================================

           OPEN INPUT POFILE-FILE.

           PERFORM 210-READ-POFILE.
           PERFORM UNTIL POFILE-EOF
               PERFORM 220-COMPARE-ONE-LINE
               PERFORM 210-READ-POFILE
           END-PERFORM.

           CLOSE POFILE-FILE.

       200-EXIT.


       210-READ-POFILE.
      * READ THE NEXT PO LINE SEQUENTIALLY
      *=================================================================

           READ POFILE-FILE NEXT RECORD
               AT END
                   SET POFILE-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-COMPARE-ONE-LINE.
      * A LINE RECEIVED BEYOND ITS INVOICES IS HELD FOR THE ACCRUAL;
      * ONE INVOICED BEYOND ITS RECEIPTS IS LISTED STRAIGHT AWAY
      *=================================================================

           MOVE PO-NUMBER TO AP-PO-NUMBER.
           MOVE PO-LINE-NO TO AP-PO-LINE.
           PERFORM 130-FIND-INVOICED.
           IF WS-INVOICED-FOUND
               MOVE 'Y' TO IT-MATCHED-SW(WS-INVOICED-SUB)
               MOVE IT-QTY(WS-INVOICED-SUB) TO WS-INVOICED-QTY
           ELSE
               MOVE ZERO TO WS-INVOICED-QTY
           END-IF.

           IF PO-QTY-RECEIVED GREATER THAN WS-INVOICED-QTY
               PERFORM 230-HOLD-ACCRUAL THRU 230-EXIT
           END-IF.

           IF WS-INVOICED-QTY GREATER THAN PO-QTY-RECEIVED
               IF WS-EXCESS-LINES EQUAL ZERO
                   PERFORM 610-PRINT-EXCESS-HEAD
               END-IF
               COMPUTE WS-EXCESS-QTY =
                   WS-INVOICED-QTY - PO-QTY-RECEIVED
               COMPUTE WS-EXCESS-VALUE ROUNDED =
                   WS-EXCESS-QTY * PO-UNIT-COST
               MOVE PO-SUPPLIER TO XL-SUPPLIER
               MOVE PO-NUMBER TO XL-PO-NUMBER
               MOVE PO-LINE-NO TO XL-PO-LINE
               MOVE PO-PRODUCT TO XL-PRODUCT
               MOVE PO-QTY-RECEIVED TO XL-RECEIVED
               MOVE WS-INVOICED-QTY TO XL-INVOICED
               MOVE PO-UNIT-COST TO XL-UNIT-COST
               MOVE SPACES TO XL-NOTE
               PERFORM 620-PRINT-EXCESS-LINE
           END-IF.

       220-EXIT.


       230-HOLD-ACCRUAL.
      * HOLD ONE PO LINE'S UNBILLED RECEIPTS, VALUED AT THE PO COST
      *=================================================================

           IF WS-ACCRUAL-COUNT NOT LESS THAN WS-ACCRUAL-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 230-EXIT
           END-IF.

           ADD 1 TO WS-ACCRUAL-COUNT.
           MOVE WS-ACCRUAL-COUNT TO WS-ACCRUAL-SUB.
           MOVE PO-NUMBER TO AT-PO-NUMBER(WS-ACCRUAL-SUB).
           MOVE PO-LINE-NO TO AT-PO-LINE(WS-ACCRUAL-SUB).
           MOVE PO-SUPPLIER TO AT-SUPPLIER(WS-ACCRUAL-SUB).
           MOVE PO-PRODUCT TO AT-PRODUCT(WS-ACCRUAL-SUB).
           MOVE PO-QTY-RECEIVED TO AT-RECEIVED(WS-ACCRUAL-SUB).
           MOVE WS-INVOICED-QTY TO AT-INVOICED(WS-ACCRUAL-SUB).
           COMPUTE AT-QTY(WS-ACCRUAL-SUB) =
               PO-QTY-RECEIVED - WS-INVOICED-QTY.
           MOVE PO-UNIT-COST TO AT-UNIT-COST(WS-ACCRUAL-SUB).
           COMPUTE AT-VALUE(WS-ACCRUAL-SUB) ROUNDED =
               AT-QTY(WS-ACCRUAL-SUB) * PO-UNIT-COST.
           MOVE ZERO TO AT-RECEIVED-SO-FAR(WS-ACCRUAL-SUB).
           MOVE ZERO TO AT-AGE-DATE(WS-ACCRUAL-SUB).
           MOVE PO-LAST-CHG-DATE TO AT-LAST-CHG-DATE(WS-ACCRUAL-SUB).

       230-EXIT.


       300-AGE-RECEIPTS.
      * RUN THE RECEIPTS THROUGH IN THE ORDER KEYED.  ONCE A HELD
      * LINE'S RECEIPTS PASS THE QUANTITY INVOICED, THAT RECEIPT'S
      * DATE IS THE DATE ITS OLDEST UNBILLED UNIT CAME IN.  A LINE
      * NO RECEIPT IS FOUND FOR (RCVHIST PURGED) AGES FROM THE DATE
      * ITS PO LINE WAS LAST RECEIVED AGAINST.
      *=================================================================

           IF WS-ACCRUAL-COUNT EQUAL ZERO
               GO TO 300-EXIT
           END-IF.

           OPEN INPUT RCVHIST-FILE.

           PERFORM 310-READ-RCVHIST.
           PERFORM UNTIL RCVHIST-EOF
               IF RCV-PO-NUMBER NOT EQUAL SPACES
                       AND RCV-DATE NOT GREATER THAN WS-RUN-DATE
                   PERFORM 320-AGE-ONE-RECEIPT THRU 320-EXIT
                       VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                       UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
               END-IF
               PERFORM 310-READ-RCVHIST
           END-PERFORM.

           CLOSE RCVHIST-FILE.

           PERFORM VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                   UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
               IF AT-AGE-DATE(WS-ACCRUAL-SUB) EQUAL ZERO
                   MOVE AT-LAST-CHG-DATE(WS-ACCRUAL-SUB)
                       TO AT-AGE-DATE(WS-ACCRUAL-SUB)
               END-IF
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


       320-AGE-ONE-RECEIPT.
      * COUNT THE RECEIPT AGAINST ONE HELD LINE OF THE SAME PO AND PART
      *=================================================================

           IF AT-PO-NUMBER(WS-ACCRUAL-SUB) NOT EQUAL RCV-PO-NUMBER
                   OR AT-PRODUCT(WS-ACCRUAL-SUB) NOT EQUAL RCV-PRODUCT
               GO TO 320-EXIT
           END-IF.

           ADD RCV-QUANTITY TO AT-RECEIVED-SO-FAR(WS-ACCRUAL-SUB).
           IF AT-AGE-DATE(WS-ACCRUAL-SUB) EQUAL ZERO
                   AND AT-RECEIVED-SO-FAR(WS-ACCRUAL-SUB) GREATER THAN
                       AT-INVOICED(WS-ACCRUAL-SUB)
               MOVE RCV-DATE TO AT-AGE-DATE(WS-ACCRUAL-SUB)
           END-IF.

       320-EXIT.


       400-PRINT-ACCRUAL.
      * LIST THE HELD LINES SUPPLIER BY SUPPLIER, ROLLING EACH INTO
      * ITS SUPPLIER'S AGING.  THE SUPPLIERS ARE TAKEN IN THE ORDER
      * THEY FIRST APPEAR ON POFILE.
      *=================================================================

           MOVE 'RECEIVED NOT INVOICED - ACCRUED' TO SL-TITLE.
           PERFORM 850-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-ACCRUAL-COLUMN-LINE.

           PERFORM VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                   UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
               PERFORM 410-FIND-SUPPLIER THRU 410-EXIT
           END-PERFORM.

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               PERFORM 420-PRINT-SUPPLIER-LINES THRU 420-EXIT
                   VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                   UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
           END-PERFORM.

       400-EXIT.


       410-FIND-SUPPLIER.
      * ENTER THE HELD LINE'S SUPPLIER IN THE SUPPLIER TABLE IF IT IS
      * NOT THERE YET
      *=================================================================

           MOVE 'N' TO WS-SUPPLIER-FOUND-SW.
           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
                   OR WS-SUPPLIER-FOUND
               IF ST-SUPPLIER(WS-SUPPLIER-SUB) EQUAL
                       AT-SUPPLIER(WS-ACCRUAL-SUB)
                   MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-SUPPLIER-FOUND
                   OR WS-SUPPLIER-COUNT NOT LESS THAN WS-SUPPLIER-MAX
               GO TO 410-EXIT
           END-IF.

           ADD 1 TO WS-SUPPLIER-COUNT.
           MOVE WS-SUPPLIER-COUNT TO WS-SUPPLIER-SUB.
           MOVE AT-SUPPLIER(WS-ACCRUAL-SUB)
               TO ST-SUPPLIER(WS-SUPPLIER-SUB).
           MOVE ZERO TO ST-LINES(WS-SUPPLIER-SUB).
           MOVE ZERO TO ST-VALUE(WS-SUPPLIER-SUB).
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE ZERO TO ST-BUCKET(WS-SUPPLIER-SUB, WS-BUCKET-SUB)
           END-PERFORM.

       410-EXIT.


       420-PRINT-SUPPLIER-LINES.
      * PRINT ONE HELD LINE IF IT BELONGS TO THE SUPPLIER IN HAND,
      * AGE IT AND ADD IT TO THE SUPPLIER'S AND THE REPORT'S TOTALS
      *=================================================================

           IF AT-SUPPLIER(WS-ACCRUAL-SUB) NOT EQUAL
                   ST-SUPPLIER(WS-SUPPLIER-SUB)
               GO TO 420-EXIT
           END-IF.

           MOVE AT-AGE-DATE(WS-ACCRUAL-SUB) TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.
           IF WS-AGE-DAYS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS GREATER THAN 90
               MOVE 4 TO WS-BUCKET-SUB
           ELSE
           IF WS-AGE-DAYS GREATER THAN 60
               MOVE 3 TO WS-BUCKET-SUB
           ELSE
           IF WS-AGE-DAYS GREATER THAN 30
               MOVE 2 TO WS-BUCKET-SUB
           ELSE
               MOVE 1 TO WS-BUCKET-SUB
           END-IF.

           ADD AT-VALUE(WS-ACCRUAL-SUB)
               TO ST-BUCKET(WS-SUPPLIER-SUB, WS-BUCKET-SUB).
           ADD AT-VALUE(WS-ACCRUAL-SUB) TO ST-VALUE(WS-SUPPLIER-SUB).
           ADD 1 TO ST-LINES(WS-SUPPLIER-SUB).
           ADD AT-VALUE(WS-ACCRUAL-SUB)
               TO WS-BUCKET-TOTAL(WS-BUCKET-SUB).
           ADD AT-VALUE(WS-ACCRUAL-SUB) TO WS-ACCRUAL-TOTAL.
           ADD 1 TO WS-ACCRUAL-LINES.

           MOVE AT-SUPPLIER(WS-ACCRUAL-SUB) TO AL-SUPPLIER.
           MOVE AT-PO-NUMBER(WS-ACCRUAL-SUB) TO AL-PO-NUMBER.
           MOVE AT-PO-LINE(WS-ACCRUAL-SUB) TO AL-PO-LINE.
           MOVE AT-PRODUCT(WS-ACCRUAL-SUB) TO AL-PRODUCT.
           MOVE AT-RECEIVED(WS-ACCRUAL-SUB) TO AL-RECEIVED.
           MOVE AT-INVOICED(WS-ACCRUAL-SUB) TO AL-INVOICED.
           MOVE AT-QTY(WS-ACCRUAL-SUB) TO AL-QTY.
           MOVE AT-UNIT-COST(WS-ACCRUAL-SUB) TO AL-UNIT-COST.
           MOVE AT-VALUE(WS-ACCRUAL-SUB) TO AL-VALUE.
           MOVE AT-AGE-DATE(WS-ACCRUAL-SUB) TO AL-AGE-DATE.
           MOVE WS-AGE-DAYS TO AL-AGE-DAYS.
           WRITE REPORT-LINE FROM WS-ACCRUAL-LINE.

       420-EXIT.


       500-PRINT-SUPPLIERS.
      * THE ACCRUAL BY SUPPLIER, AGED, WITH THE AGING TOTALS
      *=================================================================

           MOVE SPACES TO WS-SUPPLIER-LINE.
           MOVE 'ACCRUAL BY SUPPLIER - AGED BY RECEIPT' TO SL-TITLE.
           PERFORM 850-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-SUPPLIER-COLUMN-LINE.

           PERFORM VARYING WS-SUPPLIER-SUB FROM 1 BY 1
                   UNTIL WS-SUPPLIER-SUB > WS-SUPPLIER-COUNT
               MOVE ST-SUPPLIER(WS-SUPPLIER-SUB) TO SPL-SUPPLIER
               MOVE ST-LINES(WS-SUPPLIER-SUB) TO SPL-LINES
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE ST-BUCKET(WS-SUPPLIER-SUB, WS-BUCKET-SUB)
                       TO SPL-BUCKET-AMOUNT(WS-BUCKET-SUB)
               END-PERFORM
               MOVE ST-VALUE(WS-SUPPLIER-SUB) TO SPL-VALUE
               WRITE REPORT-LINE FROM WS-SUPPLIER-LINE
           END-PERFORM.

           MOVE 'TOTAL ' TO SPL-SUPPLIER.
           MOVE WS-ACCRUAL-LINES TO SPL-LINES.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-TOTAL(WS-BUCKET-SUB)
                   TO SPL-BUCKET-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-ACCRUAL-TOTAL TO SPL-VALUE.
           WRITE REPORT-LINE FROM WS-SUPPLIER-LINE.

       500-EXIT.


       600-LIST-UNMATCHED-INVOICES.
      * INVOICES QUOTING A PO LINE POFILE DOES NOT HOLD HAVE NOTHING
      * RECEIVED AGAINST THEM AT ALL - LISTED WITH THE OTHER LINES
      * INVOICED BEYOND RECEIPTS, VALUED AT THE INVOICED COST
      *=================================================================

           PERFORM VARYING WS-INVOICED-SUB FROM 1 BY 1
                   UNTIL WS-INVOICED-SUB > WS-INVOICED-COUNT
               IF NOT IT-MATCHED(WS-INVOICED-SUB)
                   IF WS-EXCESS-LINES EQUAL ZERO
                       PERFORM 610-PRINT-EXCESS-HEAD
                   END-IF
                   MOVE IT-QTY(WS-INVOICED-SUB) TO WS-EXCESS-QTY
                   COMPUTE WS-EXCESS-VALUE ROUNDED =
                       WS-EXCESS-QTY * IT-UNIT-COST(WS-INVOICED-SUB)
                   MOVE IT-SUPPLIER(WS-INVOICED-SUB) TO XL-SUPPLIER
                   MOVE IT-PO-NUMBER(WS-INVOICED-SUB) TO XL-PO-NUMBER
                   MOVE IT-PO-LINE(WS-INVOICED-SUB) TO XL-PO-LINE
                   MOVE IT-PRODUCT(WS-INVOICED-SUB) TO XL-PRODUCT
                   MOVE ZERO TO XL-RECEIVED
                   MOVE IT-QTY(WS-INVOICED-SUB) TO XL-INVOICED
                   MOVE IT-UNIT-COST(WS-INVOICED-SUB) TO XL-UNIT-COST
                   MOVE 'NOT ON POFILE' TO XL-NOTE
                   PERFORM 620-PRINT-EXCESS-LINE
               END-IF
           END-PERFORM.

       600-EXIT.


       610-PRINT-EXCESS-HEAD.
      * HEAD THE INVOICED-NOT-RECEIVED SECTION ON ITS FIRST LINE
      *=================================================================

           MOVE 'INVOICED NOT RECEIVED - NOT ACCRUED' TO SL-TITLE.
           PERFORM 850-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-EXCESS-COLUMN-LINE.

       610-EXIT.


       620-PRINT-EXCESS-LINE.
      * PRINT ONE INVOICED-NOT-RECEIVED LINE AND COUNT IT
      *=================================================================

           MOVE WS-EXCESS-QTY TO XL-QTY.
           MOVE WS-EXCESS-VALUE TO XL-VALUE.
           WRITE REPORT-LINE FROM WS-EXCESS-LINE.
           ADD 1 TO WS-EXCESS-LINES.
           ADD WS-EXCESS-VALUE TO WS-EXCESS-TOTAL.

       620-EXIT.


       700-WRITE-JOURNAL.
      * THE ACCRUAL AS A BALANCED JOURNAL DATED THE MONTH-END, AND ITS
      * MIRROR IMAGE DATED THE FIRST DAY OF THE NEXT PERIOD SO THE
      * LIABILITY CLEARS AS THE SUPPLIER INVOICES ARRIVE
      *=================================================================

           OPEN OUTPUT JOURNAL-FILE.

           IF WS-ACCRUAL-TOTAL EQUAL ZERO
               CLOSE JOURNAL-FILE
               WRITE REPORT-LINE FROM WS-NO-ACCRUAL-LINE
               GO TO 700-EXIT
           END-IF.

           MOVE 'ACCRUAL JOURNAL' TO SL-TITLE.
           PERFORM 850-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-JOURNAL-COLUMN-LINE.

           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-INVENTORY-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-INVENTORY-DESC TO GL-DESC.
           MOVE WS-ACCRUAL-TOTAL TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           PERFORM 710-WRITE-JOURNAL-RECORD.

           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-ACCRUAL-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-ACCRUAL-DESC TO GL-DESC.
           MOVE ZERO TO GL-DEBIT.
           MOVE WS-ACCRUAL-TOTAL TO GL-CREDIT.
           PERFORM 710-WRITE-JOURNAL-RECORD.

           MOVE WS-REVERSE-DATE TO GL-DATE.
           MOVE WS-ACCRUAL-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-ACCRUAL-REV-DESC TO GL-DESC.
           MOVE WS-ACCRUAL-TOTAL TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           PERFORM 710-WRITE-JOURNAL-RECORD.

           MOVE WS-REVERSE-DATE TO GL-DATE.
           MOVE WS-INVENTORY-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-INVENTORY-REV-DESC TO GL-DESC.
           MOVE ZERO TO GL-DEBIT.
           MOVE WS-ACCRUAL-TOTAL TO GL-CREDIT.
           PERFORM 710-WRITE-JOURNAL-RECORD.

           CLOSE JOURNAL-FILE.

           MOVE WS-DEBIT-GRAND TO JT-DEBIT.
           MOVE WS-CREDIT-GRAND TO JT-CREDIT.
           WRITE REPORT-LINE FROM WS-JOURNAL-TOTAL-LINE.

       700-EXIT.


       710-WRITE-JOURNAL-RECORD.
      * WRITE ONE JOURNAL RECORD, ECHO IT TO THE REPORT AND ADD IT
      * TO THE GRAND DEBITS AND CREDITS
      *=================================================================

           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JOURNAL-COUNT.
           ADD GL-DEBIT TO WS-DEBIT-GRAND.
           ADD GL-CREDIT TO WS-CREDIT-GRAND.

           MOVE GL-DATE TO JL-DATE.
           MOVE GL-ACCOUNT TO JL-ACCOUNT.
           MOVE GL-DESC TO JL-DESC.
           MOVE GL-DEBIT TO JL-DEBIT.
           MOVE GL-CREDIT TO JL-CREDIT.
           WRITE REPORT-LINE FROM WS-JOURNAL-LINE.

       710-EXIT.


       800-PRINT-TOTALS.
      * THE RUN'S CONTROL TOTALS
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'LINES ACCRUED:' TO TL-LABEL.
           MOVE WS-ACCRUAL-LINES TO TL-COUNT.
           MOVE WS-ACCRUAL-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'LINES INVOICED NOT RECEIVED:' TO TL-LABEL.
           MOVE WS-EXCESS-LINES TO TL-COUNT.
           MOVE WS-EXCESS-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'JOURNAL RECORDS WRITTEN:' TO TL-LABEL.
           MOVE WS-JOURNAL-COUNT TO TL-COUNT.
           MOVE WS-DEBIT-GRAND TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       800-EXIT.


       850-PRINT-SECTION-HEAD.
      * A BLANK LINE AND THE SECTION'S TITLE
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.

       850-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       950-DERIVE-REVERSE-DATE.
      * FIND THE MONTH THE RUN DATE FALLS IN AND SET WS-REVERSE-DATE
      * TO THE FIRST DAY OF THE MONTH AFTER - DAY 001 OF THE NEXT YEAR
      * WHEN THE RUN IS FOR DECEMBER
      *=================================================================

           DIVIDE WS-RUN-CYY BY 4
               GIVING WS-PC-QUOTIENT REMAINDER WS-PC-REMAINDER.
           IF WS-PC-REMAINDER EQUAL ZERO
               MOVE 1 TO WS-PC-LEAP
           ELSE
               MOVE ZERO TO WS-PC-LEAP
           END-IF.

           MOVE 1 TO WS-PC-MONTH.
           MOVE WS-MONTH-END(1) TO WS-PC-LIMIT.
           PERFORM UNTIL WS-RUN-DDD NOT GREATER THAN WS-PC-LIMIT
                   OR WS-PC-MONTH NOT LESS THAN 12
               ADD 1 TO WS-PC-MONTH
               COMPUTE WS-PC-LIMIT =
                   WS-MONTH-END(WS-PC-MONTH) + WS-PC-LEAP
           END-PERFORM.

           MOVE WS-RUN-DATE TO WS-REVERSE-DATE.
           IF WS-PC-MONTH EQUAL 12
               ADD 1 TO WS-REVERSE-CYY
               MOVE 1 TO WS-REVERSE-DDD
           ELSE
               COMPUTE WS-REVERSE-DDD = WS-PC-LIMIT + 1
           END-IF.

       950-EXIT.


       END PROGRAM gsprgga.
