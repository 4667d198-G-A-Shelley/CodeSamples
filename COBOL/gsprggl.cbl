
           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

               RECORD KEY IS CREDMEM-KEY
               FILE STATUS IS WS-CREDMEM-STATUS.

           SELECT WRTOFF-FILE ASSIGN TO WRTOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-INVOICE-NO
               FILE STATUS IS WS-WRTOFF-STATUS.

           SELECT FINCHG-FILE ASSIGN TO FINCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FINCHG-STATUS.

           SELECT REBACC-FILE ASSIGN TO REBACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBACC-STATUS.

           SELECT ADJHIST-FILE ASSIGN TO ADJHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJHIST-STATUS.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
      *            THE TRAINING DIVISION - ITS ORDERS ARE REBUILT EVERY
      *            NIGHT BY GSPRGTD AND NEVER REACH BILLING OR THE GL
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS            PIC X(90).
           05  PH-DATE                     PIC 9(7).
      *        SPACE FOR A NORMAL PAYMENT, 'R' FOR A REVERSAL (NSF)
      *        WITH ITS REASON CODE - THE OFFSETTING ENTRY THE CLERK
      *        USED TO FAKE BY HAND.  'D' IS AN EARLY-PAYMENT
      *        DISCOUNT TAKEN.
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

       FD  CREDMEM-FILE.
           05  CM-AR-APPLIED-FLAG          PIC X(1).
               88  CM-AR-APPLIED                  VALUE 'A'.

      *        THE WRITE-OFF REGISTER - ONE RECORD PER OPEN ITEM
      *        CLOSED BY A WRITE-OFF, ONLINE (GS38) OR IN BULK (GSPRGWO)
       FD  WRTOFF-FILE.
       01  WRTOFF-RECORD.
           05  WO-INVOICE-NO               PIC X(7).
           05  WO-ACCOUNT                  PIC X(6).
           05  WO-NAME                     PIC X(20).
           05  WO-AMOUNT                   PIC 9(7)V99.
           05  WO-REASON                   PIC X(2).
               88  WO-BAD-DEBT                    VALUE 'BD'.
               88  WO-SMALL-BALANCE               VALUE 'SB'.
               88  WO-DISPUTE-SETTLED             VALUE 'DS'.
           05  WO-DATE                     PIC 9(7).
           05  WO-OPERATOR-ID              PIC X(3).
           05  WO-SOURCE                   PIC X(1).
               88  WO-SOURCE-ONLINE               VALUE 'O'.
               88  WO-SOURCE-BATCH                VALUE 'B'.
           05  FILLER                      PIC X(5).

      *        THE FINANCE-CHARGE REGISTER - ONE RECORD PER ACCOUNT PER
      *        PERIOD CHARGED BY THE MONTH-END GSPRGFC POSTING RUN
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

      *        THE CUSTOMER REBATE REGISTER - ONE RECORD PER ACCRUAL
      *        MOVEMENT OR SETTLEMENT MADE BY THE GSPRGRB REBATE RUN
       FD  REBACC-FILE.
       01  REBACC-RECORD.
           05  RB-ACCOUNT                  PIC X(6).
           05  RB-YEAR                     PIC 9(4).
           05  RB-DATE                     PIC 9(7).
           05  RB-TYPE                     PIC X(1).
               88  RB-ACCRUAL-RAISED              VALUE 'A'.
               88  RB-ACCRUAL-REDUCED             VALUE 'R'.
               88  RB-SETTLED-CREDIT              VALUE 'C'.
               88  RB-SETTLED-CHEQUE              VALUE 'Q'.
           05  RB-SPEND                    PIC 9(9)V99.
           05  RB-RATE                     PIC 9(2)V99.
           05  RB-AMOUNT                   PIC 9(7)V99.
           05  FILLER                      PIC X(18).

       FD  ADJHIST-FILE.
       01  ADJHIST-RECORD.
           05  ADJ-PART-CODE               PIC X(8).
           88  CREDMEM-OK                              VALUE '00'.
           88  CREDMEM-EOF                             VALUE '10'.

       01  WS-WRTOFF-STATUS                 PIC XX.
           88  WRTOFF-OK                               VALUE '00'.
           88  WRTOFF-EOF                              VALUE '10'.

       01  WS-FINCHG-STATUS                 PIC XX.
           88  FINCHG-OK                               VALUE '00'.
           88  FINCHG-EOF                              VALUE '10'.

       01  WS-REBACC-STATUS                 PIC XX.
           88  REBACC-OK                               VALUE '00'.
           88  REBACC-EOF                              VALUE '10'.

       01  WS-ADJHIST-STATUS                PIC XX.
           88  ADJHIST-OK                              VALUE '00'.
           88  ADJHIST-EOF                             VALUE '10'.
       01  WS-RUN-DATE                      PIC 9(7).

      *    THE DAY'S ACTIVITY ROLLED UP BY LEDGER ACCOUNT - THE
      *    ACCOUNTS THIS SYSTEM'S EVENTS CAN TOUCH
       01  WS-ACCT-MAX                      PIC 9(2) VALUE 12.

       01  WS-ACCT-TABLE.
           05  FILLER.
               10  FILLER                   PIC X(4) VALUE '5900'.
               10  FILLER                   PIC X(24)
                   VALUE 'INVENTORY VARIANCE      '.
           05  FILLER.
               10  FILLER                   PIC X(4) VALUE '4200'.
               10  FILLER                   PIC X(24)
                   VALUE 'SALES DISCOUNTS         '.
           05  FILLER.
               10  FILLER                   PIC X(4) VALUE '4300'.
               10  FILLER                   PIC X(24)
                   VALUE 'FINANCE CHARGE INCOME   '.
           05  FILLER.
               10  FILLER                   PIC X(4) VALUE '4400'.
               10  FILLER                   PIC X(24)
                   VALUE 'CUSTOMER REBATES        '.
           05  FILLER.
               10  FILLER                   PIC X(4) VALUE '2400'.
               10  FILLER                   PIC X(24)
                   VALUE 'REBATES PAYABLE         '.

       01  WS-ACCT-NAMES REDEFINES WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 12 TIMES.
               10  WS-AT-ACCOUNT            PIC X(4).
               10  WS-AT-DESC               PIC X(24).

       01  WS-ACCT-AMOUNTS.
           05  WS-ACCT-AMOUNT-ENTRY OCCURS 12 TIMES.
               10  WS-AT-DEBIT              PIC 9(11)V99.
               10  WS-AT-CREDIT             PIC 9(11)V99.

       01  WS-ACCT-SALES                    PIC 9(2) VALUE 6.
       01  WS-ACCT-RETURNS                  PIC 9(2) VALUE 7.
       01  WS-ACCT-VARIANCE                 PIC 9(2) VALUE 8.
       01  WS-ACCT-DISCOUNTS                PIC 9(2) VALUE 9.
       01  WS-ACCT-FIN-CHARGE               PIC 9(2) VALUE 10.
       01  WS-ACCT-REBATES                  PIC 9(2) VALUE 11.
       01  WS-ACCT-REBATES-PAYABLE          PIC 9(2) VALUE 12.

      *    THE WRITE-OFFS GO TO THE GL AS THEIR OWN JOURNAL, APART
      *    FROM THE DAY'S ROLL-UP ABOVE, SO THE BAD DEBT CAN BE
      *    TRACED STRAIGHT BACK TO THE GSPRGWO WRITE-OFF REGISTER
       01  WS-BAD-DEBT-ACCOUNT              PIC X(4) VALUE '6100'.
       01  WS-BAD-DEBT-DESC                 PIC X(24)
           VALUE 'BAD DEBT EXPENSE        '.
       01  WS-WRITEOFF-AR-DESC              PIC X(24)
           VALUE 'ACCTS RECEIVABLE - W/O  '.

       01  WS-SALE-AMOUNT                   PIC 9(9)V99 VALUE ZERO.
       01  WS-VARIANCE-VALUE                PIC S9(9)V99 VALUE ZERO.
       01  WS-JOURNAL-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-INVOICE-COUNT                 PIC 9(5) VALUE ZERO.

       01  WS-TRAINING-MEMO-SW              PIC X VALUE 'N'.
           88  TRAINING-MEMO                           VALUE 'Y'.
       01  WS-WRITEOFF-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-WRITEOFF-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01  WS-FIN-CHARGE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-FIN-CHARGE-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-REB-RAISED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REB-RAISED-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-REB-REDUCED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REB-REDUCED-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-REB-CREDIT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REB-CREDIT-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-REB-CHEQUE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-REB-CHEQUE-TOTAL              PIC 9(9)V99 VALUE ZERO.

       01  WS-DEBIT-GRAND                   PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-GRAND                  PIC 9(11)V99 VALUE ZERO.

               VALUE 'ORDFILE INVOICES FOR THE DAY: '.
           05  RL-INVOICE-COUNT             PIC ZZZZ9.

       01  WS-WRITEOFF-LINE.
           05  FILLER                       PIC X(30)
               VALUE 'WRITE-OFFS FOR THE DAY:       '.
           05  RL-WRITEOFF-COUNT            PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-WRITEOFF-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FIN-CHARGE-LINE.
           05  FILLER                       PIC X(30)
               VALUE 'FINANCE CHARGES FOR THE DAY:  '.
           05  RL-FIN-CHARGE-COUNT          PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-FIN-CHARGE-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

      *    ONE LINE EACH FOR THE FOUR KINDS OF GSPRGRB REBATE ENTRY
       01  WS-REBATE-LINE.
           05  RL-REBATE-LABEL              PIC X(30).
           05  RL-REBATE-COUNT              PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-REBATE-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BALANCED-LINE                 PIC X(44)
           VALUE 'DEBITS EQUAL CREDITS - JOURNAL IS IN BALANCE'.

      * START OF PROGRAM CODE
      *=================================================================
      * SUMMARIZES THE DAY'S FINANCIAL EVENTS - SALES AND TAX OFF
      * ORDFILE, CASH OFF PAYHIST, CREDIT MEMOS OFF CREDMEM, FINANCE
      * CHARGES OFF FINCHG, CUSTOMER REBATES OFF REBACC AND INVENTORY
      * VARIANCES OFF ADJHIST - INTO BALANCED DEBIT/CREDIT JOURNAL
      * RECORDS FOR THE GL TEAM, PLUS THE WRITE-OFFS OFF WRTOFF AS
      * THEIR OWN BAD-DEBT JOURNAL, WITH A CONTROL REPORT THAT PROVES
      * THE BALANCE AND TIES THE INVOICE COUNT BACK TO THE GSPRGF
      * END-OF-DAY REPORT.  A DAY THAT DOES NOT BALANCE FAILS THE JOB
      * WITH RETURN CODE 8.  SYSIN IS THE RUN DATE (0CYYDDD).

           PERFORM 010-CHECK-RUN-CONTROL.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT CREDMEM-FILE.
           OPEN INPUT WRTOFF-FILE.
           OPEN INPUT FINCHG-FILE.
           OPEN INPUT REBACC-FILE.
           OPEN INPUT ADJHIST-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-POST-ORDERS.
           PERFORM 200-POST-PAYMENTS.
           PERFORM 300-POST-CREDIT-MEMOS.
           PERFORM 350-POST-WRITE-OFFS.
           PERFORM 370-POST-FINANCE-CHARGES.
           PERFORM 390-POST-REBATES.
           PERFORM 400-POST-VARIANCES.

           PERFORM 500-WRITE-JOURNAL.
           CLOSE ORDFILE-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE CREDMEM-FILE.
           CLOSE WRTOFF-FILE.
           CLOSE FINCHG-FILE.
           CLOSE REBACC-FILE.
           CLOSE ADJHIST-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           PERFORM 110-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF ORDFILE-ORDER-DATE EQUAL WS-RUN-DATE
                   AND NOT ORDFILE-TRAINING
                   AND NOT ORDFILE-STATUS-CANCELLED
                   ADD 1 TO WS-INVOICE-COUNT
      *            THE INVOICE TOTAL ALREADY CARRIES THE ORDDETL

       200-POST-PAYMENTS.
      * EVERY PAYMENT APPLIED ON THE RUN DATE - DR CASH, CR
      * RECEIVABLE; A REVERSAL (NSF) POSTS THE OTHER WAY ROUND AND
      * AN EARLY-PAYMENT DISCOUNT TAKEN GOES DR SALES DISCOUNTS
      *=================================================================

           PERFORM 210-READ-PAYHIST.
                   IF PH-REVERSAL
                       ADD PH-AMOUNT TO WS-AT-DEBIT(WS-ACCT-AR)
                       ADD PH-AMOUNT TO WS-AT-CREDIT(WS-ACCT-CASH)
                   ELSE
                   IF PH-DISCOUNT
                       ADD PH-AMOUNT TO WS-AT-DEBIT(WS-ACCT-DISCOUNTS)
                       ADD PH-AMOUNT TO WS-AT-CREDIT(WS-ACCT-AR)
                   ELSE
                       ADD PH-AMOUNT TO WS-AT-DEBIT(WS-ACCT-CASH)
                       ADD PH-AMOUNT TO WS-AT-CREDIT(WS-ACCT-AR)
                   END-IF
                   END-IF
               END-IF
               PERFORM 210-READ-PAYHIST
           END-PERFORM.
           PERFORM 310-READ-CREDMEM.
           PERFORM UNTIL CREDMEM-EOF
               IF CM-DATE EQUAL WS-RUN-DATE
                   PERFORM 320-CHECK-TRAINING-MEMO
                   IF NOT TRAINING-MEMO
                       ADD CM-CREDIT-AMOUNT
                           TO WS-AT-DEBIT(WS-ACCT-RETURNS)
                       ADD CM-CREDIT-AMOUNT
                           TO WS-AT-CREDIT(WS-ACCT-AR)
                   END-IF
               END-IF
               PERFORM 310-READ-CREDMEM
           END-PERFORM.
       310-EXIT.


       320-CHECK-TRAINING-MEMO.
      * A CREDIT MEMO RAISED AGAINST A TRAINING-DIVISION INVOICE
      * NEVER REACHES THE LEDGER - INVOICE NUMBERS ARE UNIQUE ACROSS
      * DIVISIONS SO A HIT UNDER THE TRAINING PREFIX IDENTIFIES IT
      *=================================================================

           MOVE 'N' TO WS-TRAINING-MEMO-SW.
           SET ORDFILE-TRAINING TO TRUE.
           MOVE CM-INVOICE-NO TO ORDFILE-INVOICE-NO.
           READ ORDFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAINING-MEMO-SW
           END-READ.

       320-EXIT.


       350-POST-WRITE-OFFS.
      * EVERY OPEN ITEM WRITTEN OFF ON THE RUN DATE - SUMMED HERE AND
      * JOURNALED DR BAD DEBT EXPENSE, CR RECEIVABLE BY 520.  THE
      * COUNT AND DOLLARS PRINT ON THE CONTROL REPORT TO TIE BACK TO
      * THE GSPRGWO WRITE-OFF REGISTER.
      *=================================================================

           PERFORM 360-READ-WRTOFF.
           PERFORM UNTIL WRTOFF-EOF
               IF WO-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-WRITEOFF-COUNT
                   ADD WO-AMOUNT TO WS-WRITEOFF-TOTAL
               END-IF
               PERFORM 360-READ-WRTOFF
           END-PERFORM.

       350-EXIT.


       360-READ-WRTOFF.
      * READ THE NEXT WRITE-OFF SEQUENTIALLY
      *=================================================================

           READ WRTOFF-FILE NEXT RECORD
               AT END
                   SET WRTOFF-EOF TO TRUE
           END-READ.

       360-EXIT.


       370-POST-FINANCE-CHARGES.
      * EVERY FINANCE CHARGE POSTED ON THE RUN DATE - DR RECEIVABLE,
      * CR FINANCE CHARGE INCOME.  THE COUNT AND DOLLARS PRINT ON THE
      * CONTROL REPORT TO TIE BACK TO THE GSPRGFC REGISTER.
      *=================================================================

           PERFORM 380-READ-FINCHG.
           PERFORM UNTIL FINCHG-EOF
               IF FC-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-FIN-CHARGE-COUNT
                   ADD FC-CHARGE-AMOUNT TO WS-FIN-CHARGE-TOTAL
                   ADD FC-CHARGE-AMOUNT
                       TO WS-AT-DEBIT(WS-ACCT-AR)
                   ADD FC-CHARGE-AMOUNT
                       TO WS-AT-CREDIT(WS-ACCT-FIN-CHARGE)
               END-IF
               PERFORM 380-READ-FINCHG
           END-PERFORM.

       370-EXIT.


       380-READ-FINCHG.
      * READ THE NEXT FINANCE CHARGE SEQUENTIALLY
      *=================================================================

           READ FINCHG-FILE NEXT RECORD
               AT END
                   SET FINCHG-EOF TO TRUE
           END-READ.

       380-EXIT.


       390-POST-REBATES.
      * EVERY CUSTOMER REBATE ENTRY MADE ON THE RUN DATE - AN ACCRUAL
      * RAISED GOES DR CUSTOMER REBATES, CR REBATES PAYABLE, AND ONE
      * REDUCED THE OTHER WAY ROUND; A REBATE CREDITED AGAINST THE
      * OPEN ITEMS GOES DR REBATES PAYABLE, CR RECEIVABLE.  A REBATE
      * PAID BY CHEQUE STAYS IN REBATES PAYABLE UNTIL PAYABLES CUTS
      * THE CHEQUE - IT IS COUNTED HERE TO TIE BACK TO THE GSPRGRB
      * REGISTER BUT NOT JOURNALED.
      *=================================================================

           PERFORM 395-READ-REBACC.
           PERFORM UNTIL REBACC-EOF
               IF RB-DATE EQUAL WS-RUN-DATE
                   IF RB-ACCRUAL-RAISED
                       ADD 1 TO WS-REB-RAISED-COUNT
                       ADD RB-AMOUNT TO WS-REB-RAISED-TOTAL
                       ADD RB-AMOUNT
                           TO WS-AT-DEBIT(WS-ACCT-REBATES)
                       ADD RB-AMOUNT
                           TO WS-AT-CREDIT(WS-ACCT-REBATES-PAYABLE)
                   END-IF
                   IF RB-ACCRUAL-REDUCED
                       ADD 1 TO WS-REB-REDUCED-COUNT
                       ADD RB-AMOUNT TO WS-REB-REDUCED-TOTAL
                       ADD RB-AMOUNT
                           TO WS-AT-DEBIT(WS-ACCT-REBATES-PAYABLE)
                       ADD RB-AMOUNT
                           TO WS-AT-CREDIT(WS-ACCT-REBATES)
                   END-IF
                   IF RB-SETTLED-CREDIT
                       ADD 1 TO WS-REB-CREDIT-COUNT
                       ADD RB-AMOUNT TO WS-REB-CREDIT-TOTAL
                       ADD RB-AMOUNT
                           TO WS-AT-DEBIT(WS-ACCT-REBATES-PAYABLE)
                       ADD RB-AMOUNT
                           TO WS-AT-CREDIT(WS-ACCT-AR)
                   END-IF
                   IF RB-SETTLED-CHEQUE
                       ADD 1 TO WS-REB-CHEQUE-COUNT
                       ADD RB-AMOUNT TO WS-REB-CHEQUE-TOTAL
                   END-IF
               END-IF
               PERFORM 395-READ-REBACC
           END-PERFORM.

       390-EXIT.


       395-READ-REBACC.
      * READ THE NEXT REBATE REGISTER ENTRY
      *=================================================================

           READ REBACC-FILE
               AT END
                   SET REBACC-EOF TO TRUE
           END-READ.

       395-EXIT.


       400-POST-VARIANCES.
      * EVERY COUNT VARIANCE POSTED ON THE RUN DATE, VALUED AT THE
      * UNIT COST OFF BILLM.PART_CODES - A POSITIVE COUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-MAX.

           IF WS-WRITEOFF-TOTAL IS GREATER THAN ZERO
               PERFORM 520-WRITE-WRITE-OFF-JOURNAL
           END-IF.

       500-EXIT.


       510-EXIT.


       520-WRITE-WRITE-OFF-JOURNAL.
      * THE DAY'S WRITE-OFFS AS A JOURNAL OF THEIR OWN - ONE DEBIT TO
      * BAD DEBT EXPENSE AND ONE MATCHING CREDIT TO RECEIVABLES
      *=================================================================

           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-BAD-DEBT-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-BAD-DEBT-DESC TO GL-DESC.
           MOVE WS-WRITEOFF-TOTAL TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           WRITE JOURNAL-RECORD.

           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-AT-ACCOUNT(WS-ACCT-AR) TO GL-ACCOUNT.
           MOVE WS-WRITEOFF-AR-DESC TO GL-DESC.
           MOVE ZERO TO GL-DEBIT.
           MOVE WS-WRITEOFF-TOTAL TO GL-CREDIT.
           WRITE JOURNAL-RECORD.

           ADD 2 TO WS-JOURNAL-COUNT.
           ADD WS-WRITEOFF-TOTAL TO WS-DEBIT-GRAND.
           ADD WS-WRITEOFF-TOTAL TO WS-CREDIT-GRAND.

       520-EXIT.


       600-PRINT-CONTROL-REPORT.
      * THE CONTROL REPORT - EVERY ACCOUNT'S DEBITS AND CREDITS, THE
      * GRAND TOTALS, THE BALANCE VERDICT AND THE INVOICE COUNT THAT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-MAX.

           IF WS-WRITEOFF-TOTAL IS GREATER THAN ZERO
               MOVE WS-BAD-DEBT-ACCOUNT TO DL-ACCOUNT
               MOVE WS-BAD-DEBT-DESC TO DL-DESC
               MOVE WS-WRITEOFF-TOTAL TO DL-DEBIT
               MOVE ZERO TO DL-CREDIT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               MOVE WS-AT-ACCOUNT(WS-ACCT-AR) TO DL-ACCOUNT
               MOVE WS-WRITEOFF-AR-DESC TO DL-DESC
               MOVE ZERO TO DL-DEBIT
               MOVE WS-WRITEOFF-TOTAL TO DL-CREDIT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           MOVE WS-DEBIT-GRAND TO TL-DEBIT.
           MOVE WS-CREDIT-GRAND TO TL-CREDIT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-INVOICE-COUNT TO RL-INVOICE-COUNT.
           WRITE REPORT-LINE FROM WS-INVOICE-LINE.

           MOVE WS-WRITEOFF-COUNT TO RL-WRITEOFF-COUNT.
           MOVE WS-WRITEOFF-TOTAL TO RL-WRITEOFF-TOTAL.
           WRITE REPORT-LINE FROM WS-WRITEOFF-LINE.

           MOVE WS-FIN-CHARGE-COUNT TO RL-FIN-CHARGE-COUNT.
           MOVE WS-FIN-CHARGE-TOTAL TO RL-FIN-CHARGE-TOTAL.
           WRITE REPORT-LINE FROM WS-FIN-CHARGE-LINE.

           MOVE 'REBATES ACCRUED FOR THE DAY:  ' TO RL-REBATE-LABEL.
           MOVE WS-REB-RAISED-COUNT TO RL-REBATE-COUNT.
           MOVE WS-REB-RAISED-TOTAL TO RL-REBATE-TOTAL.
           WRITE REPORT-LINE FROM WS-REBATE-LINE.

           MOVE 'REBATE ACCRUALS REDUCED:      ' TO RL-REBATE-LABEL.
           MOVE WS-REB-REDUCED-COUNT TO RL-REBATE-COUNT.
           MOVE WS-REB-REDUCED-TOTAL TO RL-REBATE-TOTAL.
           WRITE REPORT-LINE FROM WS-REBATE-LINE.

           MOVE 'REBATES CREDITED TO ACCOUNTS: ' TO RL-REBATE-LABEL.
           MOVE WS-REB-CREDIT-COUNT TO RL-REBATE-COUNT.
           MOVE WS-REB-CREDIT-TOTAL TO RL-REBATE-TOTAL.
           WRITE REPORT-LINE FROM WS-REBATE-LINE.

           MOVE 'REBATE CHEQUES REQUESTED:     ' TO RL-REBATE-LABEL.
           MOVE WS-REB-CHEQUE-COUNT TO RL-REBATE-COUNT.
           MOVE WS-REB-CHEQUE-TOTAL TO RL-REBATE-TOTAL.
           WRITE REPORT-LINE FROM WS-REBATE-LINE.

           IF WS-DEBIT-GRAND EQUAL WS-CREDIT-GRAND
               WRITE REPORT-LINE FROM WS-BALANCED-LINE
           ELSE
