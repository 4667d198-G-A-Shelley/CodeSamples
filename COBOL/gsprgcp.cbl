               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

      *    THE TERMS EACH INVOICE WAS BILLED ON - STAMPED BY ENTRY,
      *    GSPRGW AND GSPRGGO ALONGSIDE THE ORDFILE HEADER AND
      *    CARRIED ONTO THE OPEN ITEM HERE AS ITS DUE AND DISCOUNT
      *    DATES
           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

      *    THE CREDIT MEMOS THE GS20 RETURN SCREEN RAISED - APPLIED
      *    AGAINST THEIR ARFILE OPEN ITEMS IN THE SAME NIGHTLY RUN
      *    THAT APPLIES THE CASH
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SAME HISTORY AGAIN, KEYED BY ACCOUNT AND DATE, SO THE
      *    GS40 ACCOUNT INQUIRY CAN SHOW A CALLER'S LATEST PAYMENTS -
      *    PAYHIST ITSELF IS SEQUENTIAL AND CICS CANNOT READ IT
           SELECT PAYACCT-FILE ASSIGN TO PAYACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAYACCT-KEY
               FILE STATUS IS WS-PAYACCT-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-INVOICE-NO
               FILE STATUS IS WS-DEPFILE-STATUS.

      *    A PAYMENT SHORT BY A DEDUCTION THE CUSTOMER TOOK (DAMAGE,
      *    PRICING, FREIGHT) OPENS A DISPUTE FOR THE SHORTFALL HERE -
      *    THE CREDIT DESK WORKS IT TO RESOLUTION ON THE GS39 SCREEN
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT DIVTAB-FILE ASSIGN TO DIVTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIVTAB-STATUS.
           05  PAY-DATE                    PIC 9(7).
      *        BLANK FOR A NORMAL PAYMENT; 'R' REVERSES AN EARLIER
      *        PAYMENT OF THIS INVOICE AND AMOUNT (NSF CHEQUE),
      *        WITH THE BANK'S REASON CODE BESIDE IT.  'D' IS A
      *        PAYMENT THE CUSTOMER SHORTED BY A DEDUCTION, WITH THE
      *        DEDUCTION REASON (DMG, PRC, FRT OR OTH) BESIDE IT.
           05  PAY-TYPE                    PIC X(1).
               88  PAY-REVERSAL                    VALUE 'R'.
               88  PAY-DEDUCTION                   VALUE 'D'.
           05  PAY-REASON                  PIC X(3).

      *    ONE OPEN-ITEM RECORD PER BILLED INVOICE - CREATED THE
               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
      *        THE INVOICE'S CURRENCY AND THE RATE IT WAS BOOKED AT -
      *        WHAT THE GSPRGFX MONTH-END REVALUATION WORKS FROM.
      *        ITEMS FROM BEFORE THE STAMP CARRY SPACES AND RATE ZERO
      *        AND ARE TREATED AS CAD.
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        THE TERMS THE INVOICE WAS BILLED ON, THE DATE IT FALLS
      *        DUE AND THE EARLY-PAYMENT DISCOUNT THE CUSTOMER MAY
      *        TAKE UP TO THE DISCOUNT DATE.  ITEMS FROM BEFORE TERMS
      *        CARRY ZERO DATES AND AGE FROM THE INVOICE DATE.
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-CAD-EQUIV-TOTAL     PIC 9(7)V99.
           05  ORDFILE-EXPANSION           PIC X(7).

       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

       FD  CREDMEM-FILE.
       01  CREDMEM-RECORD.
           05  CREDMEM-KEY.
           05  PH-DATE                     PIC 9(7).
      *        SPACE FOR A NORMAL PAYMENT, 'R' FOR A REVERSAL (NSF)
      *        WITH ITS REASON CODE - THE OFFSETTING ENTRY THE CLERK
      *        USED TO FAKE BY HAND.  'D' IS THE EARLY-PAYMENT
      *        DISCOUNT TAKEN ALONGSIDE A PAYMENT IN THE WINDOW.
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

       FD  PAYACCT-FILE.
       01  PAYACCT-RECORD.
           05  PAYACCT-KEY.
               10  PA-ACCOUNT              PIC X(6).
               10  PA-DATE                 PIC 9(7).
               10  PA-SEQ                  PIC 9(4).
           05  PA-INVOICE-NO               PIC X(7).
           05  PA-AMOUNT                   PIC 9(7)V99.
           05  PA-TYPE                     PIC X(1).
           05  PA-REASON                   PIC X(3).
           05  FILLER                      PIC X(3).

      *    ONLY THE ACCOUNT KEY AND THE REVIEW FLAG ARE NAMED HERE -
      *    AN NSF FLAGS THE ACCOUNT FOR THE CREDIT DESK
       FD  CUSTMAS-FILE.
       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).
           05  DEP-APPLIED-DATE            PIC 9(7).
           05  FILLER                      PIC X(3).

      *    ONE DISPUTE PER INVOICE - OPENED HERE FOR THE SHORTFALL,
      *    CLOSED ON GS39 BY A CREDIT MEMO, A REINSTATEMENT OR A
      *    WRITE-OFF.  GSPRGDN HOLDS AN OPEN DISPUTE OUT OF DUNNING.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-ACCOUNT                  PIC X(6).
           05  DS-NAME                     PIC X(20).
           05  DS-AMOUNT                   PIC 9(7)V99.
           05  DS-REASON                   PIC X(3).
           05  DS-OPEN-DATE                PIC 9(7).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                 VALUE 'O'.
               88  DS-STATUS-CREDITED             VALUE 'C'.
               88  DS-STATUS-REINSTATED           VALUE 'R'.
               88  DS-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  DS-RESOLVED-DATE            PIC 9(7).
           05  DS-RESOLVED-BY              PIC X(3).
           05  FILLER                      PIC X(7).

       FD  DIVTAB-FILE.
       01  DIVTAB-RECORD.
           05  DIVTAB-DIVISION             PIC X(3).
      *        THE TRAINING DIVISION IS NEVER LOADED - NO PAYMENT CAN
      *        MATCH ONE OF ITS INVOICES SO IT NEVER REACHES AR
               88  DIVTAB-TRAINING                VALUE 'TRG'.
           05  DIVTAB-NAME                 PIC X(20).

       FD  REPORT-FILE.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-NOT-FOUND                       VALUE '23'.

       01  WS-ORDTERM-STATUS                PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-DIVTAB-STATUS                 PIC XX.
           88  DIVTAB-OK                               VALUE '00'.
           88  DIVTAB-EOF                              VALUE '10'.
       01  WS-PERCTL-STATUS                 PIC XX.
           88  PERCTL-OK                               VALUE '00'.

       01  WS-DISPUTE-STATUS                PIC XX.
           88  DISPUTE-OK                              VALUE '00'.
           88  DISPUTE-NOT-FOUND                       VALUE '23'.

       01  WS-PAYACCT-STATUS                PIC XX.
           88  PAYACCT-OK                              VALUE '00'.
           88  PAYACCT-DUPLICATE                       VALUE '22'.

      *    THE TIE-BREAK UNDER ACCOUNT AND DATE - STEPPED ON EVERY
      *    ENTRY, AND PAST ANY NUMBER AN EARLIER RUN THE SAME DAY
      *    ALREADY USED
       01  WS-PAYACCT-SEQ                   PIC 9(4) VALUE ZERO.

       01  WS-DISPUTE-SHORT                 PIC S9(7)V99 VALUE ZERO.
       01  WS-DISPUTE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-DISPUTE-TOTAL                 PIC 9(9)V99 VALUE ZERO.

       01  WS-PC-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-PC-DATE-X REDEFINES WS-PC-DATE.
           05  FILLER                      PIC X(2).
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

      *    JULIAN DATE ARITHMETIC FOR THE DUE AND DISCOUNT DATES -
      *    WS-DA-DATE IS ROLLED FORWARD WS-DA-DAYS DAYS, CARRYING
      *    INTO THE NEXT YEAR AT THE YEAR END
       01  WS-DA-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-DA-DATE-X REDEFINES WS-DA-DATE.
           05  FILLER                      PIC X(1).
           05  WS-DA-CYY                   PIC 9(3).
           05  WS-DA-DDD                   PIC 9(3).
       01  WS-DA-DAYS                      PIC 9(3) VALUE ZERO.
       01  WS-DA-WORK                      PIC 9(4) VALUE ZERO.
       01  WS-DA-YEAR-DAYS                 PIC 9(3) VALUE ZERO.
       01  WS-DA-QUOTIENT                  PIC 9(3) VALUE ZERO.
       01  WS-DA-REMAINDER                 PIC 9(1) VALUE ZERO.

       01  WS-PERIOD-SW                    PIC X(1).
           88  WS-PERIOD-CLOSED                    VALUE 'C'.


       01  WS-DEPOSIT-APPLIED-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-DISCOUNT-SHORT                PIC S9(7)V99 VALUE ZERO.
       01  WS-DISCOUNT-TAKEN                PIC 9(7)V99 VALUE ZERO.
       01  WS-DISCOUNT-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-DISCOUNT-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01  WS-REVERSED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REVERSED-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01  WS-DIV-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-APPLIED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-APPLY-RESULT                  PIC X(20) VALUE SPACES.
       01  WS-UNMATCHED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-TOTAL                 PIC 9(9)V99 VALUE ZERO.

               VALUE 'DOLLARS APPLIED:  '.
           05  TL-DOLLARS                   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DISCOUNT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DISCOUNTS TAKEN:  '.
           05  TL-DISCOUNTS                 PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-DISCOUNT-DOLLARS          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DISPUTE-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DISPUTES OPENED:  '.
           05  TL-DISPUTES                  PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-DISPUTE-DOLLARS           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CREDIT-APPLIED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'CREDITS APPLIED:  '.
           OPEN INPUT PAYMENT-FILE.
           OPEN I-O ARFILE-FILE.
           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDTERM-FILE.
           OPEN I-O CUSTMAS-FILE.
           OPEN I-O DEPFILE-FILE.
           OPEN INPUT PERCTL-FILE.
           OPEN INPUT DIVTAB-FILE.
           OPEN I-O DISPUTE-FILE.
           OPEN I-O CREDMEM-FILE.
           OPEN EXTEND PAYHIST-FILE.
           OPEN I-O PAYACCT-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-REVERSED-LINE.
           MOVE WS-APPLIED-TOTAL TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-DOLLAR-LINE.
           MOVE WS-DISCOUNT-COUNT TO TL-DISCOUNTS.
           MOVE WS-DISCOUNT-TOTAL TO TL-DISCOUNT-DOLLARS.
           WRITE REPORT-LINE FROM WS-DISCOUNT-LINE.
           MOVE WS-DISPUTE-COUNT TO TL-DISPUTES.
           MOVE WS-DISPUTE-TOTAL TO TL-DISPUTE-DOLLARS.
           WRITE REPORT-LINE FROM WS-DISPUTE-LINE.

      *    NOW THE CREDIT MEMOS - APPLIED AGAINST THEIR OPEN ITEMS
      *    THE SAME NIGHT, SO THE AGING AND STATEMENTS STOP
           CLOSE CREDMEM-FILE.
           CLOSE ARFILE-FILE.
           CLOSE ORDFILE-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE DEPFILE-FILE.
           CLOSE PERCTL-FILE.
           CLOSE DIVTAB-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE PAYACCT-FILE.
           CLOSE REPORT-FILE.

           PERFORM 030-LOG-COMPLETE.
           PERFORM 060-READ-DIVTAB.
           PERFORM UNTIL DIVTAB-EOF
               OR WS-DIV-COUNT IS NOT LESS THAN WS-DIV-MAX
               IF NOT DIVTAB-TRAINING
                   ADD 1 TO WS-DIV-COUNT
                   MOVE DIVTAB-DIVISION TO WS-DT-DIVISION(WS-DIV-COUNT)
               END-IF
               PERFORM 060-READ-DIVTAB
           END-PERFORM.

           END-READ.

           IF ARFILE-OK
               MOVE 'APPLIED' TO WS-APPLY-RESULT
               PERFORM 250-CHECK-EARNED-DISCOUNT THRU 250-EXIT
               ADD PAY-AMOUNT TO AR-PAID-AMOUNT
               ADD WS-DISCOUNT-TAKEN TO AR-PAID-AMOUNT
      *        MONEY IN ON AN ITEM ALREADY WRITTEN OFF LEAVES IT
      *        WRITTEN OFF - THE REGISTER LINE TELLS THE ACCOUNTANTS
      *        TO REVERSE THE BAD DEBT FOR THE RECOVERY
               IF AR-STATUS-WRITTEN-OFF
                   MOVE 'PAID AFTER WRITE-OFF' TO WS-APPLY-RESULT
               ELSE
               IF AR-PAID-AMOUNT IS NOT LESS THAN AR-INVOICE-AMOUNT
                   SET AR-STATUS-PAID-FULL TO TRUE
               ELSE
                   SET AR-STATUS-PART-PAID TO TRUE
               END-IF
               END-IF
               REWRITE ARFILE-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               ADD PAY-AMOUNT TO WS-APPLIED-TOTAL
               MOVE PAY-DATE TO PH-DATE
               MOVE SPACE TO PH-TYPE
               MOVE SPACES TO PH-REASON
               PERFORM 800-WRITE-PAYHIST THRU 800-EXIT
               MOVE PAY-INVOICE-NO TO DL-INVOICE-NO
               MOVE PAY-AMOUNT TO DL-AMOUNT
               MOVE WS-APPLY-RESULT TO DL-RESULT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               IF WS-DISCOUNT-TAKEN IS GREATER THAN ZERO
                   PERFORM 260-POST-DISCOUNT-TAKEN
               END-IF
               IF PAY-DEDUCTION
                   PERFORM 270-OPEN-DISPUTE THRU 270-EXIT
               END-IF
           END-IF.

       200-EXIT.


       250-CHECK-EARNED-DISCOUNT.
      * A PAYMENT DATED INSIDE THE DISCOUNT WINDOW THAT LEAVES EXACTLY
      * THE EARNED DISCOUNT OUTSTANDING SETTLES THE ITEM IN FULL - ANY
      * OTHER SHORTFALL IS AN ORDINARY PART PAYMENT
      *=================================================================

           MOVE ZERO TO WS-DISCOUNT-TAKEN.

           IF AR-DISC-AMOUNT IS NOT NUMERIC
               OR AR-DISC-DATE IS NOT NUMERIC
               GO TO 250-EXIT
           END-IF.
           IF AR-DISC-AMOUNT EQUAL ZERO
               OR PAY-DATE IS GREATER THAN AR-DISC-DATE
               GO TO 250-EXIT
           END-IF.

           COMPUTE WS-DISCOUNT-SHORT =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT - PAY-AMOUNT.
           IF WS-DISCOUNT-SHORT EQUAL AR-DISC-AMOUNT
               MOVE AR-DISC-AMOUNT TO WS-DISCOUNT-TAKEN
           END-IF.

       250-EXIT.


       260-POST-DISCOUNT-TAKEN.
      * THE DISCOUNT GOES ON PAYHIST AS ITS OWN 'D' LINE SO THE
      * STATEMENTS SHOW IT AND GSPRGGL JOURNALS IT TO SALES
      * DISCOUNTS, NOT TO CASH
      *=================================================================

           ADD 1 TO WS-DISCOUNT-COUNT.
           ADD WS-DISCOUNT-TAKEN TO WS-DISCOUNT-TOTAL.

           MOVE AR-ACCOUNT TO PH-ACCOUNT.
           MOVE PAY-INVOICE-NO TO PH-INVOICE-NO.
           MOVE WS-DISCOUNT-TAKEN TO PH-AMOUNT.
           MOVE PAY-DATE TO PH-DATE.
           SET PH-DISCOUNT TO TRUE.
           MOVE AR-TERMS-CODE TO PH-REASON.
           PERFORM 800-WRITE-PAYHIST THRU 800-EXIT.

           MOVE PAY-INVOICE-NO TO DL-INVOICE-NO.
           MOVE WS-DISCOUNT-TAKEN TO DL-AMOUNT.
           MOVE 'DISCOUNT TAKEN' TO DL-RESULT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       260-EXIT.


       270-OPEN-DISPUTE.
      * THE CUSTOMER SHORTED THE PAYMENT BY A DEDUCTION - WHATEVER THE
      * ITEM STILL OWES AFTER IT IS THE DISPUTED AMOUNT.  A SECOND
      * SHORT PAYMENT ON AN INVOICE ALREADY IN DISPUTE RESTATES THE
      * SAME DISPUTE; ONE RESOLVED EARLIER IS OPENED AGAIN.
      *=================================================================

           COMPUTE WS-DISPUTE-SHORT =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF WS-DISPUTE-SHORT IS NOT GREATER THAN ZERO
               OR AR-STATUS-WRITTEN-OFF
               GO TO 270-EXIT
           END-IF.

           MOVE PAY-INVOICE-NO TO DS-INVOICE-NO.
           MOVE ZERO TO WS-DISPUTE-STATUS.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE AR-ACCOUNT TO DS-ACCOUNT.
           MOVE AR-NAME TO DS-NAME.
           MOVE WS-DISPUTE-SHORT TO DS-AMOUNT.
           MOVE PAY-REASON TO DS-REASON.
           MOVE PAY-DATE TO DS-OPEN-DATE.
           SET DS-STATUS-OPEN TO TRUE.
           MOVE ZERO TO DS-RESOLVED-DATE.
           MOVE SPACES TO DS-RESOLVED-BY.

           IF DISPUTE-NOT-FOUND
               WRITE DISPUTE-RECORD
           ELSE
               REWRITE DISPUTE-RECORD
           END-IF.

           ADD 1 TO WS-DISPUTE-COUNT.
           ADD WS-DISPUTE-SHORT TO WS-DISPUTE-TOTAL.

           MOVE PAY-INVOICE-NO TO DL-INVOICE-NO.
           MOVE WS-DISPUTE-SHORT TO DL-AMOUNT.
           MOVE 'DEDUCTION DISPUTED' TO DL-RESULT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       270-EXIT.


       600-REVERSE-PAYMENT.
      * A CHEQUE BOUNCED - REOPEN THE ARFILE ITEM BY THE REVERSED
      * AMOUNT, WRITE THE OFFSETTING PAYHIST ENTRY WITH THE REASON,
           MOVE PAY-DATE TO PH-DATE.
           SET PH-REVERSAL TO TRUE.
           MOVE PAY-REASON TO PH-REASON.
           PERFORM 800-WRITE-PAYHIST THRU 800-EXIT.

           PERFORM 650-FLAG-ACCOUNT-REVIEW.

               MOVE CM-DATE TO PH-DATE
               MOVE SPACE TO PH-TYPE
               MOVE SPACES TO PH-REASON
               PERFORM 800-WRITE-PAYHIST THRU 800-EXIT
               MOVE CM-INVOICE-NO TO DL-INVOICE-NO
               MOVE CM-CREDIT-AMOUNT TO DL-AMOUNT
               MOVE 'CREDIT APPLIED' TO DL-RESULT
           MOVE ZERO TO AR-PAID-AMOUNT.
           SET AR-STATUS-OPEN TO TRUE.

      *    THE TERMS THE INVOICE WAS BILLED ON SET WHEN IT FALLS DUE
      *    AND WHAT THE CUSTOMER MAY TAKE OFF FOR PAYING EARLY
           PERFORM 385-STAMP-TERMS THRU 385-EXIT.

      *    A DEPOSIT HELD AGAINST THE INVOICE APPLIES THE MOMENT
      *    THE OPEN ITEM EXISTS - THE CUSTOMER'S MONEY WAS ALWAYS
      *    MEANT FOR THIS INVOICE
       380-EXIT.


       385-STAMP-TERMS.
      * CARRY THE INVOICE'S TERMS FROM ORDTERM ONTO THE NEW OPEN ITEM.
      * AN INVOICE BILLED BEFORE TERMS (NO ORDTERM RECORD) OR ON A
      * BLANK TERMS CODE FALLS DUE ON ITS INVOICE DATE, AS BEFORE.
      *=================================================================

           MOVE SPACES TO AR-TERMS-CODE.
           MOVE AR-INVOICE-DATE TO AR-DUE-DATE.
           MOVE ZERO TO AR-DISC-DATE.
           MOVE ZERO TO AR-DISC-AMOUNT.

           MOVE PAY-INVOICE-NO TO OT-INVOICE-NO.
           READ ORDTERM-FILE
               INVALID KEY
                   GO TO 385-EXIT
           END-READ.

           MOVE OT-TERMS-CODE TO AR-TERMS-CODE.
           IF AR-INVOICE-DATE EQUAL ZERO
               GO TO 385-EXIT
           END-IF.

           MOVE AR-INVOICE-DATE TO WS-DA-DATE.
           MOVE OT-NET-DAYS TO WS-DA-DAYS.
           PERFORM 395-ADD-DAYS-TO-DATE.
           MOVE WS-DA-DATE TO AR-DUE-DATE.

           IF OT-DISC-PCT IS GREATER THAN ZERO
               MOVE AR-INVOICE-DATE TO WS-DA-DATE
               MOVE OT-DISC-DAYS TO WS-DA-DAYS
               PERFORM 395-ADD-DAYS-TO-DATE
               MOVE WS-DA-DATE TO AR-DISC-DATE
               COMPUTE AR-DISC-AMOUNT ROUNDED =
                   AR-INVOICE-AMOUNT * OT-DISC-PCT / 100
           END-IF.

       385-EXIT.


       390-APPLY-HELD-DEPOSIT.
      * APPLY A HELD DEPOSIT TO THE NEW OPEN ITEM
      *=================================================================
           MOVE PAY-DATE TO PH-DATE.
           MOVE SPACE TO PH-TYPE.
           MOVE SPACES TO PH-REASON.
           PERFORM 800-WRITE-PAYHIST THRU 800-EXIT.

           MOVE PAY-INVOICE-NO TO DL-INVOICE-NO.
           MOVE DEP-AMOUNT TO DL-AMOUNT.
       390-EXIT.


       395-ADD-DAYS-TO-DATE.
      * ROLL THE JULIAN DATE IN WS-DA-DATE FORWARD BY WS-DA-DAYS DAYS,
      * CARRYING PAST THE YEAR END SO A DECEMBER INVOICE ON NET 30
      * FALLS DUE IN JANUARY OF THE NEXT YEAR
      *=================================================================

           COMPUTE WS-DA-WORK = WS-DA-DDD + WS-DA-DAYS.
           PERFORM 396-SET-YEAR-DAYS.
           PERFORM UNTIL WS-DA-WORK NOT GREATER THAN WS-DA-YEAR-DAYS
               SUBTRACT WS-DA-YEAR-DAYS FROM WS-DA-WORK
               ADD 1 TO WS-DA-CYY
               PERFORM 396-SET-YEAR-DAYS
           END-PERFORM.
           MOVE WS-DA-WORK TO WS-DA-DDD.

       395-EXIT.


       396-SET-YEAR-DAYS.
      * 366 DAYS IN A LEAP YEAR, 365 OTHERWISE - THE CENTURY DIGIT
      * DOES NOT DISTURB THE DIVIDE BY 4
      *=================================================================

           DIVIDE WS-DA-CYY BY 4
               GIVING WS-DA-QUOTIENT REMAINDER WS-DA-REMAINDER.
           IF WS-DA-REMAINDER EQUAL ZERO
               MOVE 366 TO WS-DA-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-DA-YEAR-DAYS
           END-IF.

       396-EXIT.


       700-CHECK-PERIOD-OPEN.
      * REFUSE TO POST INTO A PERIOD THE ACCOUNTANTS HAVE CLOSED -
      * WS-PC-DATE CARRIES THE POSTING DATE IN
       750-EXIT.


       800-WRITE-PAYHIST.
      * APPEND THE ENTRY BUILT IN PAYHIST-RECORD TO THE HISTORY AND
      * FILE THE SAME ENTRY ON PAYACCT UNDER ITS ACCOUNT AND DATE
      *=================================================================

           MOVE PH-ACCOUNT TO PA-ACCOUNT.
           MOVE PH-DATE TO PA-DATE.
           MOVE PH-INVOICE-NO TO PA-INVOICE-NO.
           MOVE PH-AMOUNT TO PA-AMOUNT.
           MOVE PH-TYPE TO PA-TYPE.
           MOVE PH-REASON TO PA-REASON.

           WRITE PAYHIST-RECORD.

       810-WRITE-PAYACCT.

           ADD 1 TO WS-PAYACCT-SEQ.
           MOVE WS-PAYACCT-SEQ TO PA-SEQ.
           WRITE PAYACCT-RECORD.
           IF PAYACCT-DUPLICATE
               AND WS-PAYACCT-SEQ IS LESS THAN 9999
               GO TO 810-WRITE-PAYACCT
           END-IF.

       800-EXIT.


       END PROGRAM gsprgcp.
