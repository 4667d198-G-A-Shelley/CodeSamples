       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgrb.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE VOLUME REBATE AGREEMENT PER ACCOUNT PER AGREEMENT YEAR -
      *    THE SPEND TIERS AND RATES, AND WHAT HAS BEEN ACCRUED AND
      *    SETTLED AGAINST IT SO FAR
           SELECT REBAGR-FILE ASSIGN TO REBAGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-REBAGR-STATUS.

           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT CREDMEM-FILE ASSIGN TO CREDMEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDMEM-KEY
               FILE STATUS IS WS-CREDMEM-STATUS.

           SELECT ARFILE-FILE ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT PERCTL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

      *    EVERY ACCRUAL MOVEMENT AND SETTLEMENT IS APPENDED HERE FOR
      *    THAT NIGHT'S GSPRGGL TO JOURNAL
           SELECT REBACC-FILE ASSIGN TO REBACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBACC-STATUS.

      *    A REBATE PAID BY CHEQUE GOES TO PAYABLES AS A REQUEST
           SELECT CHQREQ-FILE ASSIGN TO CHQREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQREQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  REBAGR-FILE.
       01  REBAGR-RECORD.
           05  RA-KEY.
               10  RA-ACCOUNT              PIC X(6).
               10  RA-YEAR                 PIC 9(4).
           05  RA-NAME                     PIC X(20).
      *        THE AGREEMENT YEAR'S FIRST AND LAST DAYS (0CYYDDD) -
      *        ONLY SALES AND CREDITS DATED BETWEEN THEM COUNT
           05  RA-START-DATE               PIC 9(7).
           05  RA-END-DATE                 PIC 9(7).
      *        'C' - THE REBATE IS CREDITED AGAINST THE ACCOUNT'S OPEN
      *        ITEMS; 'Q' - A CHEQUE IS REQUESTED FROM PAYABLES
           05  RA-SETTLE-METHOD            PIC X(1).
               88  RA-SETTLE-BY-CREDIT            VALUE 'C'.
               88  RA-SETTLE-BY-CHEQUE            VALUE 'Q'.
      *        'Q' - SETTLED EACH QUARTER ON WHAT HAS BEEN EARNED SO
      *        FAR; ANYTHING ELSE - SETTLED ONCE AT THE AGREEMENT END
           05  RA-SETTLE-FREQ              PIC X(1).
               88  RA-SETTLE-QUARTERLY            VALUE 'Q'.
      *        UP TO FIVE SPEND THRESHOLDS, LOWEST FIRST - THE RATE
      *        OF THE HIGHEST ONE REACHED APPLIES TO THE WHOLE YEAR'S
      *        SPEND.  AN UNUSED TIER CARRIES A ZERO RATE.
           05  RA-TIER OCCURS 5 TIMES.
               10  RA-TIER-SPEND           PIC 9(9)V99.
               10  RA-TIER-RATE            PIC 9(2)V99.
           05  RA-STATUS                   PIC X(1).
               88  RA-STATUS-ACTIVE               VALUE 'A'.
               88  RA-STATUS-SETTLED              VALUE 'S'.
      *        MAINTAINED BY THIS PROGRAM - THE NET SPEND AND THE
      *        REBATE EARNED ON IT AS AT THE LAST ACCRUAL, AND WHAT
      *        HAS BEEN PAID OUT OF IT SO FAR
           05  RA-SPEND-TO-DATE            PIC 9(9)V99.
           05  RA-ACCRUED-AMOUNT           PIC 9(7)V99.
           05  RA-ACCRUED-DATE             PIC 9(7).
           05  RA-SETTLED-AMOUNT           PIC 9(7)V99.
           05  RA-SETTLED-DATE             PIC 9(7).
           05  FILLER                      PIC X(35).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS            PIC X(90).
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
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  FILLER                      PIC X(32).
           05  ORDFILE-TAX-INFO.
               10  ORDFILE-GST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-PST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-TAX-TOTAL       PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(22).
           05  ORDFILE-CURRENCY            PIC X(3).
           05  ORDFILE-CAD-EQUIV-TOTAL     PIC 9(7)V99.
           05  FILLER                      PIC X(7).

       FD  CREDMEM-FILE.
       01  CREDMEM-RECORD.
           05  CREDMEM-KEY.
               10  CM-INVOICE-NO           PIC X(7).
               10  CM-SEQ                  PIC 9(2).
           05  CM-PRODUCT                  PIC X(8).
           05  CM-QTY                      PIC 9(3).
           05  CM-PRICE                    PIC 9(5)V99.
           05  CM-CREDIT-AMOUNT            PIC 9(7)V99.
           05  CM-DATE                     PIC 9(7).
           05  CM-OPERATOR-ID              PIC X(3).
           05  CM-STATUS                   PIC X(1).
           05  CM-AR-APPLIED-FLAG          PIC X(1).

       FD  ARFILE-FILE.
       01  ARFILE-RECORD.
           05  AR-INVOICE-NO               PIC X(7).
           05  AR-ACCOUNT                  PIC X(6).
           05  AR-NAME                     PIC X(20).
           05  AR-INVOICE-DATE             PIC 9(7).
           05  AR-INVOICE-AMOUNT           PIC 9(7)V99.
           05  AR-PAID-AMOUNT              PIC 9(7)V99.
           05  AR-STATUS                   PIC X(1).
               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  CUSTMAS-NAME                PIC X(20).
           05  CUSTMAS-ADDR-LINE1          PIC X(20).
           05  CUSTMAS-ADDR-LINE2          PIC X(20).
           05  CUSTMAS-ADDR-LINE3          PIC X(20).
           05  CUSTMAS-POSTAL              PIC X(6).
           05  FILLER                      PIC X(68).

       FD  PERCTL-FILE.
       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).

      *        THE REBATE REGISTER - ONE RECORD PER MOVEMENT
       FD  REBACC-FILE.
       01  REBACC-RECORD.
           05  RB-ACCOUNT                  PIC X(6).
           05  RB-YEAR                     PIC 9(4).
           05  RB-DATE                     PIC 9(7).
      *        'A' ACCRUAL RAISED, 'R' ACCRUAL REDUCED (CREDITS CUT
      *        THE SPEND OR DROPPED IT BELOW A TIER), 'C' SETTLED BY
      *        CREDIT AGAINST THE OPEN ITEMS, 'Q' SETTLED BY CHEQUE
      *        REQUEST
           05  RB-TYPE                     PIC X(1).
               88  RB-ACCRUAL-RAISED              VALUE 'A'.
               88  RB-ACCRUAL-REDUCED             VALUE 'R'.
               88  RB-SETTLED-CREDIT              VALUE 'C'.
               88  RB-SETTLED-CHEQUE              VALUE 'Q'.
           05  RB-SPEND                    PIC 9(9)V99.
           05  RB-RATE                     PIC 9(2)V99.
           05  RB-AMOUNT                   PIC 9(7)V99.
           05  FILLER                      PIC X(18).

      *        ONE CHEQUE FOR PAYABLES TO CUT, WITH THE PAYEE OFF THE
      *        CUSTOMER MASTER
       FD  CHQREQ-FILE.
       01  CHQREQ-RECORD.
           05  RQ-ACCOUNT                  PIC X(6).
           05  RQ-NAME                     PIC X(20).
           05  RQ-ADDR-LINE1               PIC X(20).
           05  RQ-ADDR-LINE2               PIC X(20).
           05  RQ-ADDR-LINE3               PIC X(20).
           05  RQ-POSTAL                   PIC X(6).
           05  RQ-AMOUNT                   PIC 9(7)V99.
           05  RQ-DATE                     PIC 9(7).
           05  RQ-YEAR                     PIC 9(4).
           05  FILLER                      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-REBAGR-STATUS                 PIC XX.
           88  REBAGR-OK                               VALUE '00'.
           88  REBAGR-EOF                              VALUE '10'.

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-CREDMEM-STATUS                PIC XX.
           88  CREDMEM-OK                              VALUE '00'.
           88  CREDMEM-EOF                             VALUE '10'.

       01  WS-ARFILE-STATUS                 PIC XX.
           88  ARFILE-OK                               VALUE '00'.
           88  ARFILE-EOF                              VALUE '10'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.

       01  WS-PERCTL-STATUS                 PIC XX.
           88  PERCTL-OK                               VALUE '00'.

       01  WS-REBACC-STATUS                 PIC XX.
       01  WS-CHQREQ-STATUS                 PIC XX.

      *    SYSIN - THE RUN DATE (0CYYDDD) AND THE MODE.  'ACCRUE'
      *    BRINGS EVERY LIVE AGREEMENT'S ACCRUAL UP TO DATE; 'SETTLE'
      *    DOES THE SAME AND THEN PAYS OUT THE QUARTERLY AGREEMENTS
      *    AND THOSE WHOSE YEAR HAS ENDED.
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-MODE-CARD                     PIC X(6).
           88  MODE-ACCRUE                             VALUE 'ACCRUE'.
           88  MODE-SETTLE                             VALUE 'SETTLE'.

      *    THE AGREEMENTS BEING WORKED, WITH THE NET SPEND GATHERED
      *    FOR EACH IN THE ONE PASS OF ORDFILE
       01  WS-AGR-MAX                       PIC 9(3) VALUE 200.
       01  WS-AGR-COUNT                     PIC 9(3) VALUE ZERO.

       01  WS-AGR-TABLE.
           05  WS-AGR-ENTRY OCCURS 200 TIMES.
               10  WS-AG-ACCOUNT            PIC X(6).
               10  WS-AG-YEAR               PIC 9(4).
               10  WS-AG-START              PIC 9(7).
               10  WS-AG-THRU               PIC 9(7).
               10  WS-AG-SPEND              PIC S9(9)V99.

       01  WS-AGR-SUB                       PIC 9(3) VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-SW                    PIC X(1) VALUE 'N'.
           88  WS-ACCOUNT-HELD                         VALUE 'Y'.

      *    A FOREIGN-CURRENCY INVOICE COUNTS AT ITS FROZEN CAD
      *    EQUIVALENT - THE SAME RATIO IS APPLIED TO ITS CREDITS
       01  WS-CAD-RATIO                     PIC 9(3)V9(6) VALUE 1.
       01  WS-GROSS-AMOUNT                  PIC 9(9)V99 VALUE ZERO.
       01  WS-CAD-AMOUNT                    PIC 9(9)V99 VALUE ZERO.

       01  WS-TIER-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-RATE                          PIC 9(2)V99 VALUE ZERO.
       01  WS-SPEND                         PIC 9(9)V99 VALUE ZERO.
       01  WS-EARNED                        PIC 9(7)V99 VALUE ZERO.
       01  WS-CHANGE                        PIC S9(7)V99 VALUE ZERO.
       01  WS-TO-SETTLE                     PIC S9(7)V99 VALUE ZERO.
       01  WS-REMAINING                     PIC 9(7)V99 VALUE ZERO.
       01  WS-CREDITED                      PIC 9(7)V99 VALUE ZERO.
       01  WS-ITEM-BALANCE                  PIC 9(7)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT                  PIC 9(7)V99 VALUE ZERO.
       01  WS-YEAR-ENDED-SW                 PIC X(1) VALUE 'N'.
           88  WS-YEAR-ENDED                           VALUE 'Y'.

      *    THE RUN DATE'S YYMM PERIOD - A CLOSED PERIOD TAKES NO
      *    REBATE POSTINGS
       01  WS-PC-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-PC-DATE-X REDEFINES WS-PC-DATE.
           05  FILLER                      PIC X(2).
           05  WS-PC-YY                    PIC 9(2).
           05  WS-PC-DDD                   PIC 9(3).
       01  WS-PC-MONTH                     PIC 9(2) VALUE ZERO.
       01  WS-PC-LEAP                      PIC 9(1) VALUE ZERO.
       01  WS-PC-LIMIT                     PIC 9(3) VALUE ZERO.
       01  WS-PC-REMAINDER                 PIC 9(2) VALUE ZERO.
       01  WS-PC-QUOTIENT                  PIC 9(2) VALUE ZERO.

       01  WS-MONTH-END-VALUES.
           05  FILLER                      PIC X(36) VALUE
               '031059090120151181212243273304334366'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

       01  WS-RUN-PERIOD                    PIC X(4) VALUE SPACES.

       01  WS-RAISED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-RAISED-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-REDUCED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-REDUCED-TOTAL                 PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-CHEQUE-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-CHEQUE-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-CLOSED-COUNT                  PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'CUSTOMER REBATE REGISTER         '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  HL-MODE                      PIC X(30).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(7)
               VALUE 'ACCOUNT'.
           05  FILLER                       PIC X(5)
               VALUE 'YEAR '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(15)
               VALUE 'NET SPEND      '.
           05  FILLER                       PIC X(6)
               VALUE 'RATE  '.
           05  FILLER                       PIC X(11)
               VALUE 'EARNED     '.
           05  FILLER                       PIC X(12)
               VALUE 'ACCRUED     '.
           05  FILLER                       PIC X(11)
               VALUE 'PAID OUT   '.
           05  FILLER                       PIC X(12)
               VALUE 'RESULT      '.

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-YEAR                      PIC 9(4).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SPEND                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RATE                      PIC Z9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-EARNED                    PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-CHANGE                    PIC ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PAID                      PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RESULT                    PIC X(12).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(30).
           05  TL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CLOSED-LINE                   PIC X(60)
           VALUE 'PERIOD IS CLOSED - NO REBATES ACCRUED OR SETTLED'.

       01  WS-BAD-MODE-LINE                 PIC X(60)
           VALUE 'MODE MUST BE ACCRUE OR SETTLE - NOTHING DONE'.

       01  WS-OVERFLOW-LINE                 PIC X(60)
           VALUE '*** AGREEMENTS DROPPED - WORK TABLE FULL ***'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * THE CUSTOMER VOLUME REBATE RUN.  EVERY LIVE AGREEMENT ON
      * REBAGR HAS ITS NET SPEND GATHERED - THE ACCOUNT'S INVOICED
      * SALES (BEFORE TAX) DATED IN THE AGREEMENT YEAR UP TO THE RUN
      * DATE, LESS THE CREDIT MEMOS DATED IN THE SAME WINDOW - AND
      * THE RATE OF THE HIGHEST SPEND TIER REACHED IS APPLIED TO IT.
      * THE DIFFERENCE FROM WHAT WAS ACCRUED LAST TIME GOES ON REBACC
      * FOR GSPRGGL TO BOOK (DR CUSTOMER REBATES, CR REBATES PAYABLE,
      * OR THE REVERSE WHEN IT FELL).  RUN IN MODE ACCRUE AT EACH
      * MONTH END.  RUN IN MODE SETTLE AT EACH QUARTER END - IT
      * ACCRUES FIRST, THEN PAYS OUT WHAT IS EARNED AND NOT YET PAID
      * ON EVERY QUARTERLY AGREEMENT AND ON EVERY AGREEMENT WHOSE YEAR
      * HAS ENDED, WHICH IS THEN CLOSED.  THE PAYMENT IS A CREDIT
      * AGAINST THE ACCOUNT'S OPEN ITEMS, OLDEST FIRST, OR A CHEQUE
      * REQUEST ON CHQREQ; CREDIT THE OPEN ITEMS CANNOT ABSORB IS
      * TURNED INTO A CHEQUE REQUEST AS WELL.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-MODE-CARD FROM SYSIN.

           OPEN I-O REBAGR-FILE.
           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT CREDMEM-FILE.
           OPEN I-O ARFILE-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT PERCTL-FILE.
           OPEN EXTEND REBACC-FILE.
           OPEN EXTEND CHQREQ-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           IF MODE-SETTLE
               MOVE 'ACCRUED AND SETTLED' TO HL-MODE
           ELSE
               MOVE 'ACCRUED' TO HL-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           IF NOT MODE-ACCRUE AND NOT MODE-SETTLE
               WRITE REPORT-LINE FROM WS-BAD-MODE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE-FILES
           END-IF.

      *    THE POSTINGS BELONG TO THE RUN DATE'S PERIOD - ONE THE
      *    ACCOUNTANTS HAVE CLOSED TAKES NONE
           MOVE WS-RUN-DATE TO WS-PC-DATE.
           PERFORM 710-DERIVE-PERIOD.
           MOVE WS-RUN-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-CLOSED
                       WRITE REPORT-LINE FROM WS-CLOSED-LINE
                       MOVE 8 TO RETURN-CODE
                       GO TO 000-CLOSE-FILES
                   END-IF
           END-READ.

           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-LOAD-AGREEMENTS.
           PERFORM 200-GATHER-SPEND.

           PERFORM 500-PROCESS-ONE-AGREEMENT THRU 500-EXIT
               VARYING WS-AGR-SUB FROM 1 BY 1
               UNTIL WS-AGR-SUB > WS-AGR-COUNT.

           PERFORM 700-PRINT-TOTALS.

       000-CLOSE-FILES.

           CLOSE REBAGR-FILE.
           CLOSE ORDFILE-FILE.
           CLOSE CREDMEM-FILE.
           CLOSE ARFILE-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE PERCTL-FILE.
           CLOSE REBACC-FILE.
           CLOSE CHQREQ-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-AGREEMENTS.
      * EVERY AGREEMENT STILL OPEN WHOSE YEAR HAS BEGUN - ITS SPEND
      * IS GATHERED FROM ITS START DATE TO THE RUN DATE, OR TO ITS
      * END DATE ONCE THE YEAR IS OVER
      *=================================================================

           MOVE LOW-VALUES TO RA-KEY.
           START REBAGR-FILE KEY IS GREATER THAN OR EQUAL RA-KEY
               INVALID KEY
                   SET REBAGR-EOF TO TRUE
           END-START.

           IF NOT REBAGR-EOF
               PERFORM 110-READ-REBAGR
           END-IF.
           PERFORM UNTIL REBAGR-EOF
               IF RA-STATUS-ACTIVE
                   AND RA-START-DATE NOT GREATER THAN WS-RUN-DATE
                   PERFORM 150-LOAD-ONE-AGREEMENT
               END-IF
               PERFORM 110-READ-REBAGR
           END-PERFORM.

       100-EXIT.


       110-READ-REBAGR.
      * READ THE NEXT REBATE AGREEMENT SEQUENTIALLY
      *=================================================================

           READ REBAGR-FILE NEXT RECORD
               AT END
                   SET REBAGR-EOF TO TRUE
           END-READ.

       110-EXIT.


       150-LOAD-ONE-AGREEMENT.
      * ADD ONE AGREEMENT TO THE WORK TABLE - WHEN THE TABLE IS FULL
      * IT IS LEFT FOR THE NEXT RUN AND THE REGISTER SAYS HOW MANY
      *=================================================================

           IF WS-AGR-COUNT NOT LESS THAN WS-AGR-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-AGR-COUNT
               MOVE RA-ACCOUNT TO WS-AG-ACCOUNT(WS-AGR-COUNT)
               MOVE RA-YEAR TO WS-AG-YEAR(WS-AGR-COUNT)
               MOVE RA-START-DATE TO WS-AG-START(WS-AGR-COUNT)
               IF RA-END-DATE IS LESS THAN WS-RUN-DATE
                   MOVE RA-END-DATE TO WS-AG-THRU(WS-AGR-COUNT)
               ELSE
                   MOVE WS-RUN-DATE TO WS-AG-THRU(WS-AGR-COUNT)
               END-IF
               MOVE ZERO TO WS-AG-SPEND(WS-AGR-COUNT)
           END-IF.

       150-EXIT.


       200-GATHER-SPEND.
      * ONE PASS OF ORDFILE - EVERY LIVE INVOICE FOR AN ACCOUNT WITH
      * AN AGREEMENT IN THE TABLE ADDS ITS SALES TO EACH OF THE
      * ACCOUNT'S AGREEMENTS WHOSE WINDOW ITS DATE FALLS IN, AND ITS
      * CREDIT MEMOS COME OFF THE SAME WAY BY THEIR OWN DATES
      *=================================================================

           PERFORM 210-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF NOT ORDFILE-STATUS-CANCELLED
                   AND ORDFILE-ACCOUNT NOT EQUAL SPACES
                   PERFORM 220-ADD-ONE-INVOICE THRU 220-EXIT
               END-IF
               PERFORM 210-READ-ORDFILE
           END-PERFORM.

       200-EXIT.


       210-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-ADD-ONE-INVOICE.
      * ONE INVOICE'S SALES BEFORE TAX, IN CAD, TO ITS ACCOUNT'S
      * AGREEMENTS - THEN ITS CREDIT MEMOS
      *=================================================================

           MOVE 'N' TO WS-ACCOUNT-SW.
           PERFORM VARYING WS-AGR-SUB FROM 1 BY 1
                   UNTIL WS-AGR-SUB > WS-AGR-COUNT
               IF WS-AG-ACCOUNT(WS-AGR-SUB) EQUAL ORDFILE-ACCOUNT
                   SET WS-ACCOUNT-HELD TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-ACCOUNT-HELD
               GO TO 220-EXIT
           END-IF.

           MOVE 1 TO WS-CAD-RATIO.
           IF ORDFILE-CURRENCY NOT EQUAL SPACES
               AND ORDFILE-CURRENCY NOT EQUAL 'CAD'
               AND ORDFILE-CAD-EQUIV-TOTAL IS NUMERIC
               AND ORDFILE-CAD-EQUIV-TOTAL IS GREATER THAN ZERO
               COMPUTE WS-GROSS-AMOUNT =
                   ORDFILE-INVOICE-TOTAL + ORDFILE-TAX-TOTAL
               IF WS-GROSS-AMOUNT IS GREATER THAN ZERO
                   COMPUTE WS-CAD-RATIO ROUNDED =
                       ORDFILE-CAD-EQUIV-TOTAL / WS-GROSS-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-CAD-AMOUNT ROUNDED =
               ORDFILE-INVOICE-TOTAL * WS-CAD-RATIO.

           PERFORM VARYING WS-AGR-SUB FROM 1 BY 1
                   UNTIL WS-AGR-SUB > WS-AGR-COUNT
               IF WS-AG-ACCOUNT(WS-AGR-SUB) EQUAL ORDFILE-ACCOUNT
                   AND ORDFILE-ORDER-DATE NOT LESS THAN
                       WS-AG-START(WS-AGR-SUB)
                   AND ORDFILE-ORDER-DATE NOT GREATER THAN
                       WS-AG-THRU(WS-AGR-SUB)
                   ADD WS-CAD-AMOUNT TO WS-AG-SPEND(WS-AGR-SUB)
               END-IF
           END-PERFORM.

           PERFORM 230-SUBTRACT-CREDIT-MEMOS THRU 230-EXIT.

       220-EXIT.


       230-SUBTRACT-CREDIT-MEMOS.
      * WALK THE INVOICE'S CREDIT MEMOS - EACH ONE DATED IN AN
      * AGREEMENT'S WINDOW COMES OFF THAT AGREEMENT'S SPEND, WHENEVER
      * THE INVOICE ITSELF WAS RAISED
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO CM-INVOICE-NO.
           MOVE ZERO TO CM-SEQ.
           MOVE ZERO TO WS-CREDMEM-STATUS.
           START CREDMEM-FILE KEY IS GREATER THAN OR EQUAL CREDMEM-KEY
               INVALID KEY
                   GO TO 230-EXIT
           END-START.

           PERFORM 240-READ-CREDMEM.
           PERFORM UNTIL CREDMEM-EOF
                   OR CM-INVOICE-NO NOT EQUAL ORDFILE-INVOICE-NO
               COMPUTE WS-CAD-AMOUNT ROUNDED =
                   CM-CREDIT-AMOUNT * WS-CAD-RATIO
               PERFORM VARYING WS-AGR-SUB FROM 1 BY 1
                       UNTIL WS-AGR-SUB > WS-AGR-COUNT
                   IF WS-AG-ACCOUNT(WS-AGR-SUB) EQUAL ORDFILE-ACCOUNT
                       AND CM-DATE NOT LESS THAN
                           WS-AG-START(WS-AGR-SUB)
                       AND CM-DATE NOT GREATER THAN
                           WS-AG-THRU(WS-AGR-SUB)
                       SUBTRACT WS-CAD-AMOUNT
                           FROM WS-AG-SPEND(WS-AGR-SUB)
                   END-IF
               END-PERFORM
               PERFORM 240-READ-CREDMEM
           END-PERFORM.

       230-EXIT.


       240-READ-CREDMEM.
      * READ THE NEXT CREDIT MEMO SEQUENTIALLY
      *=================================================================

           READ CREDMEM-FILE NEXT RECORD
               AT END
                   SET CREDMEM-EOF TO TRUE
           END-READ.

       240-EXIT.


       500-PROCESS-ONE-AGREEMENT.
      * BRING ONE AGREEMENT'S ACCRUAL UP TO DATE AND, IN MODE SETTLE,
      * PAY IT OUT WHEN IT IS DUE.  THE AGREEMENT IS RE-READ BY KEY
      * FOR THE UPDATE.
      *=================================================================

           MOVE WS-AG-ACCOUNT(WS-AGR-SUB) TO RA-ACCOUNT.
           MOVE WS-AG-YEAR(WS-AGR-SUB) TO RA-YEAR.
           READ REBAGR-FILE
               INVALID KEY
                   GO TO 500-EXIT
           END-READ.

           IF WS-AG-SPEND(WS-AGR-SUB) IS GREATER THAN ZERO
               MOVE WS-AG-SPEND(WS-AGR-SUB) TO WS-SPEND
           ELSE
               MOVE ZERO TO WS-SPEND
           END-IF.

           PERFORM 510-FIND-TIER-RATE.
           COMPUTE WS-EARNED ROUNDED = WS-SPEND * WS-RATE / 100.
           COMPUTE WS-CHANGE = WS-EARNED - RA-ACCRUED-AMOUNT.

           MOVE RA-ACCOUNT TO DL-ACCOUNT.
           MOVE RA-YEAR TO DL-YEAR.
           MOVE RA-NAME TO DL-NAME.
           MOVE WS-SPEND TO DL-SPEND.
           MOVE WS-RATE TO DL-RATE.
           MOVE WS-EARNED TO DL-EARNED.
           MOVE WS-CHANGE TO DL-CHANGE.
           MOVE ZERO TO DL-PAID.
           MOVE 'ACCRUED' TO DL-RESULT.

           IF WS-CHANGE IS GREATER THAN ZERO
               SET RB-ACCRUAL-RAISED TO TRUE
               MOVE WS-CHANGE TO RB-AMOUNT
               PERFORM 520-WRITE-REBACC
               ADD 1 TO WS-RAISED-COUNT
               ADD WS-CHANGE TO WS-RAISED-TOTAL
           ELSE
           IF WS-CHANGE IS LESS THAN ZERO
               SET RB-ACCRUAL-REDUCED TO TRUE
               COMPUTE RB-AMOUNT = 0 - WS-CHANGE
               PERFORM 520-WRITE-REBACC
               ADD 1 TO WS-REDUCED-COUNT
               ADD RB-AMOUNT TO WS-REDUCED-TOTAL
           END-IF
           END-IF.

           MOVE WS-SPEND TO RA-SPEND-TO-DATE.
           MOVE WS-EARNED TO RA-ACCRUED-AMOUNT.
           MOVE WS-RUN-DATE TO RA-ACCRUED-DATE.

           IF RA-END-DATE IS NOT GREATER THAN WS-RUN-DATE
               SET WS-YEAR-ENDED TO TRUE
           ELSE
               MOVE 'N' TO WS-YEAR-ENDED-SW
           END-IF.

           IF MODE-SETTLE
               AND (RA-SETTLE-QUARTERLY OR WS-YEAR-ENDED)
               PERFORM 600-SETTLE-ONE-AGREEMENT THRU 600-EXIT
           END-IF.

           REWRITE REBAGR-RECORD.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       500-EXIT.


       510-FIND-TIER-RATE.
      * THE RATE OF THE HIGHEST TIER THE SPEND HAS REACHED - ZERO
      * WHILE IT IS STILL BELOW THE FIRST
      *=================================================================

           MOVE ZERO TO WS-RATE.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
               IF RA-TIER-RATE(WS-TIER-SUB) IS GREATER THAN ZERO
                   AND WS-SPEND NOT LESS THAN
                       RA-TIER-SPEND(WS-TIER-SUB)
                   MOVE RA-TIER-RATE(WS-TIER-SUB) TO WS-RATE
               END-IF
           END-PERFORM.

       510-EXIT.


       520-WRITE-REBACC.
      * ONE REBATE REGISTER ENTRY - THE TYPE AND AMOUNT ARE SET BY
      * THE CALLER
      *=================================================================

           MOVE RA-ACCOUNT TO RB-ACCOUNT.
           MOVE RA-YEAR TO RB-YEAR.
           MOVE WS-RUN-DATE TO RB-DATE.
           MOVE WS-SPEND TO RB-SPEND.
           MOVE WS-RATE TO RB-RATE.
           WRITE REBACC-RECORD.

       520-EXIT.


       600-SETTLE-ONE-AGREEMENT.
      * PAY OUT WHAT HAS BEEN EARNED AND NOT YET PAID.  WHEN CREDITS
      * HAVE SINCE CUT THE EARNED AMOUNT BELOW WHAT WAS PAID, NOTHING
      * IS CLAWED BACK - THE CREDIT DESK SEES THE NEGATIVE ON THE
      * REGISTER.  AN AGREEMENT WHOSE YEAR IS OVER IS CLOSED.
      *=================================================================

           COMPUTE WS-TO-SETTLE =
               RA-ACCRUED-AMOUNT - RA-SETTLED-AMOUNT.

           IF WS-YEAR-ENDED
               SET RA-STATUS-SETTLED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 'CLOSED' TO DL-RESULT
           END-IF.

           IF WS-TO-SETTLE IS NOT GREATER THAN ZERO
               GO TO 600-EXIT
           END-IF.

           MOVE WS-TO-SETTLE TO WS-REMAINING.
           MOVE ZERO TO WS-CREDITED.
           IF RA-SETTLE-BY-CREDIT
               PERFORM 610-APPLY-TO-OPEN-ITEMS THRU 610-EXIT
           END-IF.

           IF WS-CREDITED IS GREATER THAN ZERO
               SET RB-SETTLED-CREDIT TO TRUE
               MOVE WS-CREDITED TO RB-AMOUNT
               PERFORM 520-WRITE-REBACC
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-CREDITED TO WS-CREDIT-TOTAL
           END-IF.

           IF WS-REMAINING IS GREATER THAN ZERO
               PERFORM 650-REQUEST-CHEQUE
           END-IF.

           ADD WS-TO-SETTLE TO RA-SETTLED-AMOUNT.
           MOVE WS-RUN-DATE TO RA-SETTLED-DATE.
           MOVE WS-TO-SETTLE TO DL-PAID.
           IF WS-YEAR-ENDED
               MOVE 'PAID/CLOSED' TO DL-RESULT
           ELSE
               MOVE 'PAID' TO DL-RESULT
           END-IF.

       600-EXIT.


       610-APPLY-TO-OPEN-ITEMS.
      * CREDIT THE REBATE AGAINST THE ACCOUNT'S CAD OPEN ITEMS IN
      * INVOICE ORDER, OLDEST FIRST, THE SAME BOOKKEEPING AS A
      * PAYMENT - WHAT IS LEFT WHEN THE ITEMS RUN OUT STAYS IN
      * WS-REMAINING
      *=================================================================

           MOVE LOW-VALUES TO AR-INVOICE-NO.
           MOVE ZERO TO WS-ARFILE-STATUS.
           START ARFILE-FILE KEY IS GREATER THAN OR EQUAL AR-INVOICE-NO
               INVALID KEY
                   GO TO 610-EXIT
           END-START.

           PERFORM 620-READ-ARFILE.
           PERFORM UNTIL ARFILE-EOF
                   OR WS-REMAINING IS NOT GREATER THAN ZERO
               IF AR-ACCOUNT EQUAL RA-ACCOUNT
                   AND (AR-STATUS-OPEN OR AR-STATUS-PART-PAID)
                   AND (AR-CURRENCY EQUAL SPACES
                        OR AR-CURRENCY EQUAL 'CAD')
                   PERFORM 630-APPLY-ONE-ITEM THRU 630-EXIT
               END-IF
               PERFORM 620-READ-ARFILE
           END-PERFORM.

       610-EXIT.


       620-READ-ARFILE.
      * READ THE NEXT OPEN-ITEM RECORD SEQUENTIALLY
      *=================================================================

           READ ARFILE-FILE NEXT RECORD
               AT END
                   SET ARFILE-EOF TO TRUE
           END-READ.

       620-EXIT.


       630-APPLY-ONE-ITEM.
      * TAKE AS MUCH OF THE REBATE AS THE ITEM STILL OWES
      *=================================================================

           IF AR-PAID-AMOUNT IS NOT LESS THAN AR-INVOICE-AMOUNT
               GO TO 630-EXIT
           END-IF.

           COMPUTE WS-ITEM-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF WS-ITEM-BALANCE IS GREATER THAN WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-ITEM-BALANCE TO WS-APPLY-AMOUNT
           END-IF.

           ADD WS-APPLY-AMOUNT TO AR-PAID-AMOUNT.
           IF AR-PAID-AMOUNT IS NOT LESS THAN AR-INVOICE-AMOUNT
               SET AR-STATUS-PAID-FULL TO TRUE
           ELSE
               SET AR-STATUS-PART-PAID TO TRUE
           END-IF.
           REWRITE ARFILE-RECORD.

           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
           ADD WS-APPLY-AMOUNT TO WS-CREDITED.

       630-EXIT.


       650-REQUEST-CHEQUE.
      * ONE CHEQUE REQUEST FOR WHAT IS LEFT TO PAY, MADE OUT TO THE
      * ACCOUNT AS IT STANDS ON THE CUSTOMER MASTER
      *=================================================================

           MOVE RA-ACCOUNT TO CUSTMAS-ACCOUNT.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE RA-NAME TO CUSTMAS-NAME
                   MOVE SPACES TO CUSTMAS-ADDR-LINE1
                   MOVE SPACES TO CUSTMAS-ADDR-LINE2
                   MOVE SPACES TO CUSTMAS-ADDR-LINE3
                   MOVE SPACES TO CUSTMAS-POSTAL
           END-READ.

           MOVE RA-ACCOUNT TO RQ-ACCOUNT.
           MOVE CUSTMAS-NAME TO RQ-NAME.
           MOVE CUSTMAS-ADDR-LINE1 TO RQ-ADDR-LINE1.
           MOVE CUSTMAS-ADDR-LINE2 TO RQ-ADDR-LINE2.
           MOVE CUSTMAS-ADDR-LINE3 TO RQ-ADDR-LINE3.
           MOVE CUSTMAS-POSTAL TO RQ-POSTAL.
           MOVE WS-REMAINING TO RQ-AMOUNT.
           MOVE WS-RUN-DATE TO RQ-DATE.
           MOVE RA-YEAR TO RQ-YEAR.
           WRITE CHQREQ-RECORD.

           SET RB-SETTLED-CHEQUE TO TRUE.
           MOVE WS-REMAINING TO RB-AMOUNT.
           PERFORM 520-WRITE-REBACC.
           ADD 1 TO WS-CHEQUE-COUNT.
           ADD WS-REMAINING TO WS-CHEQUE-TOTAL.

       650-EXIT.


       700-PRINT-TOTALS.
      * THE REGISTER TOTALS - THE ACCRUAL MOVEMENTS GSPRGGL WILL BOOK
      * AND WHAT WAS PAID OUT, AND HOW
      *=================================================================

           MOVE 'ACCRUALS RAISED:              ' TO TL-LABEL.
           MOVE WS-RAISED-COUNT TO TL-COUNT.
           MOVE WS-RAISED-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ACCRUALS REDUCED:             ' TO TL-LABEL.
           MOVE WS-REDUCED-COUNT TO TL-COUNT.
           MOVE WS-REDUCED-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'REBATES CREDITED TO ACCOUNTS: ' TO TL-LABEL.
           MOVE WS-CREDIT-COUNT TO TL-COUNT.
           MOVE WS-CREDIT-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'REBATE CHEQUES REQUESTED:     ' TO TL-LABEL.
           MOVE WS-CHEQUE-COUNT TO TL-COUNT.
           MOVE WS-CHEQUE-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'AGREEMENTS CLOSED:            ' TO TL-LABEL.
           MOVE WS-CLOSED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 'AGREEMENTS NOT WORKED:        ' TO TL-LABEL
               MOVE WS-OVERFLOW-COUNT TO TL-COUNT
               MOVE ZERO TO TL-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-EXIT.


       710-DERIVE-PERIOD.
      * TURN THE JULIAN DATE IN WS-PC-DATE INTO ITS YYMM PERIOD
      * (LEFT IN WS-RUN-PERIOD)
      *=================================================================

           DIVIDE WS-PC-YY BY 4
               GIVING WS-PC-QUOTIENT REMAINDER WS-PC-REMAINDER.
           IF WS-PC-REMAINDER EQUAL ZERO
               MOVE 1 TO WS-PC-LEAP
           ELSE
               MOVE ZERO TO WS-PC-LEAP
           END-IF.

           MOVE 1 TO WS-PC-MONTH.
           MOVE WS-MONTH-END(1) TO WS-PC-LIMIT.
           PERFORM UNTIL WS-PC-DDD NOT GREATER THAN WS-PC-LIMIT
                   OR WS-PC-MONTH NOT LESS THAN 12
               ADD 1 TO WS-PC-MONTH
               COMPUTE WS-PC-LIMIT =
                   WS-MONTH-END(WS-PC-MONTH) + WS-PC-LEAP
           END-PERFORM.

           MOVE WS-PC-YY TO WS-RUN-PERIOD(1:2).
           MOVE WS-PC-MONTH TO WS-RUN-PERIOD(3:2).

       710-EXIT.


       END PROGRAM gsprgrb.
