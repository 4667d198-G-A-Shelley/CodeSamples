       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgfc.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OPEN ITEMS ARE READ IN ONE PASS; AN INVOICE NEVER PAID
      *    AGAINST HAS NO OPEN ITEM YET, SO ORDFILE IS READ FOR THOSE
           SELECT ARFILE-FILE ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

           SELECT CUSTEXT-FILE ASSIGN TO CUSTEXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-ACCOUNT
               FILE STATUS IS WS-CUSTEXT-STATUS.

           SELECT FINCHG-FILE ASSIGN TO FINCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FINCHG-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT PERCTL-FILE ASSIGN TO PERCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
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
      *        THE INVOICE'S CURRENCY AND BOOKED RATE - SEE GSPRGCP
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        TERMS, DUE DATE AND EARLY-PAYMENT DISCOUNT - SEE GSPRGCP
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
      *            THE TRAINING DIVISION - ITS ORDERS ARE REBUILT EVERY
      *            NIGHT BY GSPRGTD AND NEVER REACH BILLING OR THE GL
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
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

      *        THE TERMS STAMPED ON THE INVOICE WHEN IT WAS TAKEN
       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

      *        THE CUSTOMER MASTER'S EXTENSION RECORD - THE FINANCE
      *        CHARGE GRACE DAYS AND EXEMPT FLAG, KEPT ON GS11
       FD  CUSTEXT-FILE.
       01  CUSTEXT-RECORD.
           05  CE-ACCOUNT                  PIC X(6).
           05  CE-FC-GRACE-DAYS            PIC 9(3).
           05  CE-FC-EXEMPT                PIC X(1).
               88  CE-FC-EXEMPT-ACCOUNT           VALUE 'Y'.
           05  CE-EDI-810                  PIC X(1).
           05  CE-EDI-PARTNER-ID           PIC X(15).
           05  FILLER                      PIC X(74).

      *        ONE RECORD PER ACCOUNT CHARGED IN A PERIOD - THE KEY
      *        STOPS A SECOND RUN IN THE SAME MONTH CHARGING TWICE
       FD  FINCHG-FILE.
       01  FINCHG-RECORD.
           05  FC-KEY.
               10  FC-ACCOUNT              PIC X(6).
               10  FC-PERIOD               PIC X(4).
           05  FC-CHARGE-NO                PIC X(7).
           05  FC-NAME                     PIC X(20).
           05  FC-OVERDUE-AMOUNT           PIC 9(7)V99.
           05  FC-CHARGE-AMOUNT            PIC 9(7)V99.
           05  FC-DATE                     PIC 9(7).
           05  FILLER                      PIC X(8).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

       FD  PERCTL-FILE.
       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-ARFILE-STATUS                 PIC XX.
           88  ARFILE-OK                               VALUE '00'.
           88  ARFILE-EOF                              VALUE '10'.

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-ORDTERM-STATUS                PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-CUSTEXT-STATUS                PIC XX.
           88  CUSTEXT-OK                              VALUE '00'.

       01  WS-FINCHG-STATUS                 PIC XX.
           88  FINCHG-OK                               VALUE '00'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-PERCTL-STATUS                 PIC XX.
           88  PERCTL-OK                               VALUE '00'.

      *    SYSIN - THE RUN DATE (0CYYDDD), THE MODE ('REVIEW' PRINTS
      *    THE PROPOSED CHARGES ONLY, 'POST  ' RAISES THEM), THE SHOP'S
      *    MONTHLY RATE AS A PERCENT (9(2)V99), THE MINIMUM CHARGE
      *    (9(3)V99) AND THE GRACE DAYS FOR AN ACCOUNT WITH NONE OF
      *    ITS OWN (9(3))
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-MODE-CARD                     PIC X(6).
           88  MODE-REVIEW                             VALUE 'REVIEW'.
           88  MODE-POST                               VALUE 'POST  '.
       01  WS-MONTHLY-PCT                   PIC 9(2)V99 VALUE ZERO.
       01  WS-MINIMUM-CHARGE                PIC 9(3)V99 VALUE ZERO.
       01  WS-DEFAULT-GRACE                 PIC 9(3) VALUE ZERO.

       01  WS-GRACE-DAYS                    PIC 9(3) VALUE ZERO.

      *    THE CHARGE NUMBER - 'FC' AND FIVE DIGITS OFF THE 'FC '
      *    CONTROL RECORD ON INVCTL, SO IT CANNOT MEET AN INVOICE
       01  WS-CHARGE-NO.
           05  FILLER                       PIC X(2) VALUE 'FC'.
           05  WS-CHARGE-SEQ                PIC 9(5).

       01  WS-ACCT-MAX                      PIC 9(3) VALUE 200.
       01  WS-ACCT-COUNT                    PIC 9(3) VALUE ZERO.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-AT-ACCOUNT            PIC X(6).
               10  WS-AT-NAME               PIC X(20).
               10  WS-AT-ITEMS              PIC 9(4).
               10  WS-AT-OLDEST             PIC 9(5).
               10  WS-AT-OVERDUE            PIC 9(9)V99.

       01  WS-ACCT-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-ACCT-WORK                     PIC X(6).
       01  WS-NAME-WORK                     PIC X(20).
       01  WS-FOUND-SW                      PIC X(03) VALUE 'NO'.

      *    SET BY 400-FIND-ACCOUNT-ROW - WHEN THE TABLE IS FULL NO
      *    ROW IS HANDED BACK AND THE ITEM IS COUNTED AS MISSED
       01  WS-ROW-SW                        PIC X(1) VALUE 'N'.
           88  WS-ROW-OK                               VALUE 'Y'.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

      *    WHAT ONE ITEM STILL OWES IN CAD AND WHEN IT FELL DUE - OFF
      *    THE OPEN ITEM, OR FOR AN INVOICE NOT YET ON ARFILE ITS
      *    WHOLE AMOUNT DUE ON ITS TERMS' NET DAYS
       01  WS-OWING-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-DUE-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.
       01  WS-CHARGE-AMOUNT                 PIC 9(7)V99 VALUE ZERO.

      *    JULIAN DATE ARITHMETIC - WS-DA-DATE IS ROLLED FORWARD
      *    WS-DA-DAYS DAYS, CARRYING INTO THE NEXT YEAR AT THE YEAR END
       01  WS-DA-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DA-DATE-X REDEFINES WS-DA-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DA-CYY                    PIC 9(3).
           05  WS-DA-DDD                    PIC 9(3).
       01  WS-DA-DAYS                       PIC 9(3) VALUE ZERO.
       01  WS-DA-WORK                       PIC 9(4) VALUE ZERO.
       01  WS-DA-YEAR-DAYS                  PIC 9(3) VALUE ZERO.
       01  WS-DA-QUOTIENT                   PIC 9(3) VALUE ZERO.
       01  WS-DA-REMAINDER                  PIC 9(1) VALUE ZERO.

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE DAYS PAST DUE COME OUT RIGHT
      *    ACROSS A YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.

      *    THE RUN DATE'S YYMM PERIOD - THE FINCHG KEY, AND A CLOSED
      *    PERIOD TAKES NO CHARGES
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

       01  WS-CHARGED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-TOTAL                 PIC 9(9)V99 VALUE ZERO.
       01  WS-CHARGE-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-ALREADY-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-EXEMPT-COUNT                  PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'FINANCE CHARGE REGISTER          '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  HL-MODE                      PIC X(30).

       01  WS-TERMS-LINE.
           05  FILLER                       PIC X(14)
               VALUE 'MONTHLY RATE: '.
           05  HL-PCT                       PIC Z9.99.
           05  FILLER                       PIC X(20)
               VALUE '%    MINIMUM CHARGE:'.
           05  HL-MINIMUM                   PIC ZZ9.99.
           05  FILLER                       PIC X(24)
               VALUE '    DEFAULT GRACE DAYS: '.
           05  HL-GRACE                     PIC ZZ9.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(8)
               VALUE 'ACCOUNT '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(7)
               VALUE 'ITEMS  '.
           05  FILLER                       PIC X(7)
               VALUE 'OLDEST '.
           05  FILLER                       PIC X(16)
               VALUE 'OVERDUE         '.
           05  FILLER                       PIC X(12)
               VALUE 'CHARGE      '.
           05  FILLER                       PIC X(9)
               VALUE 'CHARGE # '.
           05  FILLER                       PIC X(20)
               VALUE 'RESULT              '.

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-ITEMS                     PIC ZZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-OLDEST                    PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-OVERDUE                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-CHARGE                    PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-CHARGE-NO                 PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-RESULT                    PIC X(20).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(30).
           05  TL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CLOSED-LINE                   PIC X(60)
           VALUE 'PERIOD IS CLOSED - NO FINANCE CHARGES POSTED'.

       01  WS-BAD-MODE-LINE                 PIC X(60)
           VALUE 'MODE MUST BE REVIEW OR POST - NOTHING DONE'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * THE MONTH-END FINANCE CHARGE RUN.  EVERY OPEN ITEM PAST ITS
      * DUE DATE BY MORE THAN ITS ACCOUNT'S GRACE DAYS IS SUMMED BY
      * ACCOUNT (IN CAD), AND EACH ACCOUNT IS CHARGED THE MONTHLY
      * RATE ON THAT OVERDUE TOTAL, NEVER LESS THAN THE MINIMUM.
      * ACCOUNTS FLAGGED EXEMPT ARE SKIPPED, AND EARLIER FINANCE
      * CHARGES ARE NEVER THEMSELVES CHARGED.  RUN FIRST IN MODE
      * REVIEW FOR THE CREDIT DESK TO CHECK THE REGISTER, THEN AGAIN
      * IN MODE POST, WHICH RAISES EACH CHARGE AS A NEW OPEN ITEM
      * NUMBERED 'FCNNNNN' AND LOGS IT ON FINCHG FOR GSPRGMS AND
      * GSPRGGL.  AN ACCOUNT IS CHARGED ONCE A PERIOD AT MOST.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-MODE-CARD FROM SYSIN.
           ACCEPT WS-MONTHLY-PCT FROM SYSIN.
           ACCEPT WS-MINIMUM-CHARGE FROM SYSIN.
           ACCEPT WS-DEFAULT-GRACE FROM SYSIN.

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 160-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           OPEN I-O ARFILE-FILE.
           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDTERM-FILE.
           OPEN INPUT CUSTEXT-FILE.
           OPEN I-O FINCHG-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN INPUT PERCTL-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           IF MODE-POST
               MOVE 'POSTED' TO HL-MODE
           ELSE
               MOVE 'FOR REVIEW - NOTHING POSTED' TO HL-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE WS-MONTHLY-PCT TO HL-PCT.
           MOVE WS-MINIMUM-CHARGE TO HL-MINIMUM.
           MOVE WS-DEFAULT-GRACE TO HL-GRACE.
           WRITE REPORT-LINE FROM WS-TERMS-LINE.

           IF NOT MODE-REVIEW AND NOT MODE-POST
               WRITE REPORT-LINE FROM WS-BAD-MODE-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 000-CLOSE-FILES
           END-IF.

      *    THE CHARGES BELONG TO THE RUN DATE'S PERIOD - ONE THE
      *    ACCOUNTANTS HAVE CLOSED TAKES NONE
           MOVE WS-RUN-DATE TO WS-PC-DATE.
           PERFORM 710-DERIVE-PERIOD.
           MOVE WS-RUN-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-CLOSED AND MODE-POST
                       WRITE REPORT-LINE FROM WS-CLOSED-LINE
                       MOVE 8 TO RETURN-CODE
                       GO TO 000-CLOSE-FILES
                   END-IF
           END-READ.

           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-GATHER-OPEN-ITEMS.
           PERFORM 200-GATHER-UNPAID-INVOICES.

           PERFORM 500-CHARGE-ONE-ACCOUNT THRU 500-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.

           PERFORM 600-PRINT-TOTALS.

       000-CLOSE-FILES.

           CLOSE ARFILE-FILE.
           CLOSE ORDFILE-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE CUSTEXT-FILE.
           CLOSE FINCHG-FILE.
           CLOSE INVCTL-FILE.
           CLOSE PERCTL-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-GATHER-OPEN-ITEMS.
      * EVERY OPEN ITEM STILL OWING - ITS BALANCE AT THE BOOKED RATE
      * TO CAD, DUE ON ITS DUE DATE (THE INVOICE DATE FOR AN ITEM
      * FROM BEFORE TERMS WERE CARRIED).  FINANCE CHARGES DRAW NO
      * FURTHER CHARGE, AND THE 99NNNN TRAINING ACCOUNTS ARE NEVER
      * CHARGED.
      *=================================================================

           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START ARFILE-FILE KEY IS GREATER THAN OR EQUAL AR-INVOICE-NO
               INVALID KEY
                   SET ARFILE-EOF TO TRUE
           END-START.

           IF NOT ARFILE-EOF
               PERFORM 110-READ-ARFILE
           END-IF.
           PERFORM UNTIL ARFILE-EOF
               IF NOT AR-STATUS-PAID-FULL
                   AND NOT AR-STATUS-WRITTEN-OFF
                   AND AR-INVOICE-NO(1:2) NOT EQUAL 'FC'
                   AND AR-ACCOUNT NOT EQUAL SPACES
                   AND AR-ACCOUNT(1:2) NOT EQUAL '99'
                   IF AR-RATE-TO-CAD IS NUMERIC
                       AND AR-RATE-TO-CAD IS GREATER THAN ZERO
                       COMPUTE WS-OWING-AMOUNT ROUNDED =
                           (AR-INVOICE-AMOUNT - AR-PAID-AMOUNT)
                               * AR-RATE-TO-CAD
                   ELSE
                       COMPUTE WS-OWING-AMOUNT =
                           AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
                   END-IF
                   IF AR-DUE-DATE IS NUMERIC
                       AND AR-DUE-DATE IS GREATER THAN ZERO
                       MOVE AR-DUE-DATE TO WS-DUE-DATE
                   ELSE
                       MOVE AR-INVOICE-DATE TO WS-DUE-DATE
                   END-IF
                   MOVE AR-ACCOUNT TO WS-ACCT-WORK
                   MOVE AR-NAME TO WS-NAME-WORK
                   PERFORM 300-TEST-ONE-ITEM THRU 300-EXIT
               END-IF
               PERFORM 110-READ-ARFILE
           END-PERFORM.

       100-EXIT.


       110-READ-ARFILE.
      * READ THE NEXT OPEN-ITEM RECORD SEQUENTIALLY
      *=================================================================

           READ ARFILE-FILE NEXT RECORD
               AT END
                   SET ARFILE-EOF TO TRUE
           END-READ.

       110-EXIT.


       160-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       160-EXIT.


       170-ADD-DAYS-TO-DATE.
      * ROLL THE JULIAN DATE IN WS-DA-DATE FORWARD BY WS-DA-DAYS DAYS,
      * CARRYING PAST THE YEAR END
      *=================================================================

           COMPUTE WS-DA-WORK = WS-DA-DDD + WS-DA-DAYS.
           PERFORM 175-SET-YEAR-DAYS.
           PERFORM UNTIL WS-DA-WORK NOT GREATER THAN WS-DA-YEAR-DAYS
               SUBTRACT WS-DA-YEAR-DAYS FROM WS-DA-WORK
               ADD 1 TO WS-DA-CYY
               PERFORM 175-SET-YEAR-DAYS
           END-PERFORM.
           MOVE WS-DA-WORK TO WS-DA-DDD.

       170-EXIT.


       175-SET-YEAR-DAYS.
      * 366 DAYS IN A LEAP YEAR, 365 OTHERWISE
      *=================================================================

           DIVIDE WS-DA-CYY BY 4
               GIVING WS-DA-QUOTIENT REMAINDER WS-DA-REMAINDER.
           IF WS-DA-REMAINDER EQUAL ZERO
               MOVE 366 TO WS-DA-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-DA-YEAR-DAYS
           END-IF.

       175-EXIT.


       200-GATHER-UNPAID-INVOICES.
      * EVERY LIVE, ACCOUNT-CARRYING INVOICE THAT HAS NO OPEN ITEM
      * YET - NOTHING HAS BEEN PAID ON IT, SO IT OWES ITS WHOLE GROSS
      * AND FELL DUE ON ITS TERMS' NET DAYS FROM THE INVOICE DATE.
      * TRAINING-DIVISION ORDERS ARE LEFT OUT.
      *=================================================================

           PERFORM 210-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF NOT ORDFILE-STATUS-CANCELLED
                   AND NOT ORDFILE-TRAINING
                   AND ORDFILE-ACCOUNT NOT EQUAL SPACES
                   MOVE ORDFILE-INVOICE-NO TO AR-INVOICE-NO
                   READ ARFILE-FILE
                       INVALID KEY
                           PERFORM 250-PRICE-UNPAID-INVOICE
                   END-READ
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


       250-PRICE-UNPAID-INVOICE.
      * THE GROSS (ITS FROZEN CAD EQUIVALENT FOR A FOREIGN-CURRENCY
      * ORDER) AND THE DUE DATE OFF THE INVOICE'S TERMS
      *=================================================================

           IF ORDFILE-CURRENCY NOT EQUAL SPACES
               AND ORDFILE-CURRENCY NOT EQUAL 'CAD'
               AND ORDFILE-CAD-EQUIV-TOTAL IS NUMERIC
               MOVE ORDFILE-CAD-EQUIV-TOTAL TO WS-OWING-AMOUNT
           ELSE
               COMPUTE WS-OWING-AMOUNT =
                   ORDFILE-INVOICE-TOTAL + ORDFILE-TAX-TOTAL
           END-IF.

           MOVE ORDFILE-ORDER-DATE TO WS-DUE-DATE.
           MOVE ORDFILE-INVOICE-NO TO OT-INVOICE-NO.
           READ ORDTERM-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ORDTERM-OK
               MOVE ORDFILE-ORDER-DATE TO WS-DA-DATE
               MOVE OT-NET-DAYS TO WS-DA-DAYS
               PERFORM 170-ADD-DAYS-TO-DATE
               MOVE WS-DA-DATE TO WS-DUE-DATE
           END-IF.

           MOVE ORDFILE-ACCOUNT TO WS-ACCT-WORK.
           MOVE ORDFILE-NAME TO WS-NAME-WORK.
           PERFORM 300-TEST-ONE-ITEM THRU 300-EXIT.

       250-EXIT.


       300-TEST-ONE-ITEM.
      * ADD ONE ITEM TO ITS ACCOUNT'S OVERDUE TOTAL WHEN IT IS PAST
      * DUE BY MORE THAN THE ACCOUNT'S GRACE DAYS.  THE GRACE DAYS
      * AND EXEMPT FLAG COME OFF CUSTEXT; AN ACCOUNT WITH NO CUSTEXT
      * RECORD TAKES THE DEFAULT GRACE AND IS NOT EXEMPT.
      *=================================================================

           IF WS-OWING-AMOUNT IS NOT GREATER THAN ZERO
               GO TO 300-EXIT
           END-IF.

           MOVE WS-DUE-DATE TO WS-DN-DATE.
           PERFORM 160-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.
           IF WS-AGE-DAYS IS NOT GREATER THAN ZERO
               GO TO 300-EXIT
           END-IF.

           MOVE WS-DEFAULT-GRACE TO WS-GRACE-DAYS.
           MOVE WS-ACCT-WORK TO CE-ACCOUNT.
           READ CUSTEXT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CUSTEXT-OK
               IF CE-FC-EXEMPT-ACCOUNT
                   ADD 1 TO WS-EXEMPT-COUNT
                   GO TO 300-EXIT
               END-IF
               IF CE-FC-GRACE-DAYS IS NUMERIC
                   MOVE CE-FC-GRACE-DAYS TO WS-GRACE-DAYS
               END-IF
           END-IF.

           IF WS-AGE-DAYS IS NOT GREATER THAN WS-GRACE-DAYS
               GO TO 300-EXIT
           END-IF.

           PERFORM 400-FIND-ACCOUNT-ROW.
           IF WS-ROW-OK
               IF WS-AT-NAME(WS-ACCT-SUB) EQUAL SPACES
                   MOVE WS-NAME-WORK TO WS-AT-NAME(WS-ACCT-SUB)
               END-IF
               ADD 1 TO WS-AT-ITEMS(WS-ACCT-SUB)
               ADD WS-OWING-AMOUNT TO WS-AT-OVERDUE(WS-ACCT-SUB)
               IF WS-AGE-DAYS IS GREATER THAN WS-AT-OLDEST(WS-ACCT-SUB)
                   MOVE WS-AGE-DAYS TO WS-AT-OLDEST(WS-ACCT-SUB)
               END-IF
           END-IF.

       300-EXIT.


       400-FIND-ACCOUNT-ROW.
      * FIND OR CREATE THE ACCOUNT'S ROW - WS-ACCT-SUB POINTS AT IT
      *=================================================================

           MOVE 'NO' TO WS-FOUND-SW.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-FOUND-SW EQUAL 'YES'
               IF WS-AT-ACCOUNT(WS-ACCT-SUB) EQUAL WS-ACCT-WORK
                   MOVE 'YES' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND-SW EQUAL 'YES'
               SUBTRACT 1 FROM WS-ACCT-SUB
               SET WS-ROW-OK TO TRUE
           ELSE
           IF WS-ACCT-COUNT IS LESS THAN WS-ACCT-MAX
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
               MOVE WS-ACCT-WORK TO WS-AT-ACCOUNT(WS-ACCT-SUB)
               MOVE SPACES TO WS-AT-NAME(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-ITEMS(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-OLDEST(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-OVERDUE(WS-ACCT-SUB)
               SET WS-ROW-OK TO TRUE
           ELSE
      *        TABLE FULL - DO NOT REUSE THE LAST ROW; THE ITEM GOES
      *        UNCHARGED AND THE REGISTER SAYS HOW MANY
               MOVE 'N' TO WS-ROW-SW
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       400-EXIT.


       500-CHARGE-ONE-ACCOUNT.
      * WORK OUT ONE ACCOUNT'S CHARGE AND LIST IT - IN MODE POST ALSO
      * RAISE IT.  AN ACCOUNT ALREADY CHARGED THIS PERIOD IS LISTED
      * BUT NOT CHARGED AGAIN.
      *=================================================================

           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-AT-OVERDUE(WS-ACCT-SUB) * WS-MONTHLY-PCT / 100.
           IF WS-CHARGE-AMOUNT IS LESS THAN WS-MINIMUM-CHARGE
               MOVE WS-MINIMUM-CHARGE TO WS-CHARGE-AMOUNT
           END-IF.

           MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO DL-ACCOUNT.
           MOVE WS-AT-NAME(WS-ACCT-SUB) TO DL-NAME.
           MOVE WS-AT-ITEMS(WS-ACCT-SUB) TO DL-ITEMS.
           MOVE WS-AT-OLDEST(WS-ACCT-SUB) TO DL-OLDEST.
           MOVE WS-AT-OVERDUE(WS-ACCT-SUB) TO DL-OVERDUE.
           MOVE WS-CHARGE-AMOUNT TO DL-CHARGE.
           MOVE SPACES TO DL-CHARGE-NO.

           MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO FC-ACCOUNT.
           MOVE WS-RUN-PERIOD TO FC-PERIOD.
           READ FINCHG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FINCHG-OK
               MOVE FC-CHARGE-NO TO DL-CHARGE-NO
               MOVE 'ALREADY CHARGED     ' TO DL-RESULT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 500-EXIT
           END-IF.

           IF MODE-POST
               PERFORM 550-POST-ONE-CHARGE
               MOVE WS-CHARGE-NO TO DL-CHARGE-NO
               MOVE 'POSTED              ' TO DL-RESULT
           ELSE
               MOVE 'PROPOSED            ' TO DL-RESULT
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-AT-OVERDUE(WS-ACCT-SUB) TO WS-OVERDUE-TOTAL.
           ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL.

       500-EXIT.


       550-POST-ONE-CHARGE.
      * DRAW THE NEXT CHARGE NUMBER OFF THE 'FC ' CONTROL RECORD,
      * RAISE THE CHARGE AS AN OPEN ITEM DUE ON THE RUN DATE AND
      * LOG IT ON FINCHG FOR THE STATEMENTS AND THE LEDGER
      *=================================================================

           MOVE 'FC ' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE 'FC ' TO INVCTL-DIVISION
                   MOVE 1 TO INVCTL-NEXT-ONLINE
                   MOVE ZERO TO INVCTL-ONLINE-HIGH
                   MOVE ZERO TO INVCTL-NEXT-BATCH
                   MOVE ZERO TO INVCTL-BATCH-HIGH
                   WRITE INVCTL-RECORD
           END-READ.

           MOVE INVCTL-NEXT-ONLINE TO WS-CHARGE-SEQ.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE WS-CHARGE-NO TO AR-INVOICE-NO.
           MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO AR-ACCOUNT.
           MOVE WS-AT-NAME(WS-ACCT-SUB) TO AR-NAME.
           MOVE WS-RUN-DATE TO AR-INVOICE-DATE.
           MOVE WS-CHARGE-AMOUNT TO AR-INVOICE-AMOUNT.
           MOVE ZERO TO AR-PAID-AMOUNT.
           SET AR-STATUS-OPEN TO TRUE.
           MOVE 'CAD' TO AR-CURRENCY.
           MOVE 1 TO AR-RATE-TO-CAD.
           MOVE SPACES TO AR-TERMS-CODE.
           MOVE WS-RUN-DATE TO AR-DUE-DATE.
           MOVE ZERO TO AR-DISC-DATE.
           MOVE ZERO TO AR-DISC-AMOUNT.
           WRITE ARFILE-RECORD.

           MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO FC-ACCOUNT.
           MOVE WS-RUN-PERIOD TO FC-PERIOD.
           MOVE WS-CHARGE-NO TO FC-CHARGE-NO.
           MOVE WS-AT-NAME(WS-ACCT-SUB) TO FC-NAME.
           MOVE WS-AT-OVERDUE(WS-ACCT-SUB) TO FC-OVERDUE-AMOUNT.
           MOVE WS-CHARGE-AMOUNT TO FC-CHARGE-AMOUNT.
           MOVE WS-RUN-DATE TO FC-DATE.
           WRITE FINCHG-RECORD.

       550-EXIT.


       600-PRINT-TOTALS.
      * THE REGISTER TOTALS - WHAT WAS (OR WOULD BE) CHARGED, AND
      * WHAT WAS LEFT OUT AND WHY
      *=================================================================

           MOVE 'ACCOUNTS CHARGED:             ' TO TL-LABEL.
           MOVE WS-CHARGED-COUNT TO TL-COUNT.
           MOVE WS-CHARGE-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'OVERDUE BALANCES CHARGED ON:  ' TO TL-LABEL.
           MOVE WS-CHARGED-COUNT TO TL-COUNT.
           MOVE WS-OVERDUE-TOTAL TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ALREADY CHARGED THIS PERIOD:  ' TO TL-LABEL.
           MOVE WS-ALREADY-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'OVERDUE ITEMS ON EXEMPT ACCTS:' TO TL-LABEL.
           MOVE WS-EXEMPT-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE 'ITEMS MISSED - TABLE FULL:    ' TO TL-LABEL
               MOVE WS-OVERFLOW-COUNT TO TL-COUNT
               MOVE ZERO TO TL-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       600-EXIT.


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


       END PROGRAM gsprgfc.
