               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

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

      *    THE OPEN ITEM AND THE INVOICE'S TERMS GIVE THE AMOUNT
      *    STILL OWING AND ITS DUE DATE FOR THE AGING ON THE FOOT OF
      *    THE STATEMENT
           SELECT ARFILE-FILE ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

      *    THE STATEMENTS GO OUT THROUGH THE PRINT-REQUEST SPOOL -
      *    ONE NUMBERED REQUEST PER ACCOUNT, ROUTED TO THE SYSTEM
      *    PRINTER FOR THE BILLING OFFICE TO MAIL
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
      *            THE TRAINING DIVISION - ITS ORDERS ARE REBUILT EVERY
      *            NIGHT BY GSPRGTD AND NEVER REACH BILLING OR THE GL
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS            PIC X(90).
      *        USED TO FAKE BY HAND
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

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

      *        THE FINANCE CHARGES RAISED BY GSPRGFC - ONE PER ACCOUNT
      *        PER PERIOD, EACH ALSO AN OPEN ITEM UNDER ITS CHARGE NO.
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

      *        THE TERMS STAMPED ON THE INVOICE WHEN IT WAS TAKEN
       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.

       01  WS-WRTOFF-STATUS                 PIC XX.
           88  WRTOFF-OK                               VALUE '00'.
           88  WRTOFF-EOF                              VALUE '10'.

       01  WS-FINCHG-STATUS                 PIC XX.
           88  FINCHG-OK                               VALUE '00'.
           88  FINCHG-EOF                              VALUE '10'.

       01  WS-ARFILE-STATUS                 PIC XX.
           88  ARFILE-OK                               VALUE '00'.

       01  WS-ORDTERM-STATUS                PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-DIVTAB-STATUS                 PIC XX.
           88  DIVTAB-OK                               VALUE '00'.
           88  DIVTAB-EOF                              VALUE '10'.
               10  WS-AT-PERIOD-BILLED      PIC 9(9)V99.
               10  WS-AT-PERIOD-CREDITS     PIC 9(9)V99.
               10  WS-AT-PERIOD-PAYMENTS    PIC 9(9)V99.
               10  WS-AT-PERIOD-CHARGES     PIC 9(9)V99.
               10  WS-AT-CURRENT            PIC 9(9)V99.
               10  WS-AT-PAST30             PIC 9(9)V99.
               10  WS-AT-PAST60             PIC 9(9)V99.
               10  WS-AT-PAST90             PIC 9(9)V99.
               10  WS-AT-OVER90             PIC 9(9)V99.

       01  WS-ACCT-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-ACCT-WORK                     PIC X(6).
       01  WS-AMOUNT-WORK                   PIC 9(9)V99 VALUE ZERO.
       01  WS-DATE-WORK                     PIC 9(7) VALUE ZERO.

      *    EACH INVOICE STILL OWING IS AGED BY THE DAYS PAST ITS DUE
      *    DATE AT THE END OF THE PERIOD - ZERO OR LESS IS CURRENT.
      *    THE OWING AMOUNT AND DUE DATE COME OFF THE OPEN ITEM; AN
      *    INVOICE NOT YET ON ARFILE OWES ITS WHOLE AMOUNT AND FALLS
      *    DUE ON ITS TERMS' NET DAYS FROM THE INVOICE DATE.
       01  WS-OWING-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-DUE-DATE                      PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.

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
      *    RUNNING DAY NUMBER SO THE AGE COMES OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC X(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-TO-NUMBER                  PIC 9(6) VALUE ZERO.

      *    EVERY MOVEMENT DATED INSIDE THE PERIOD IS STASHED HERE AS
      *    WELL AS SUMMED, SO THE STATEMENT CAN LIST THE INVOICES,
      *    CREDITS AND PAYMENTS LINE BY LINE AND NOT JUST THE TOTALS
           05  SC-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(45) VALUE SPACES.

       01  WS-STMT-AGE-HEAD.
           05  FILLER                       PIC X(15)
               VALUE '        CURRENT'.
           05  FILLER                       PIC X(15)
               VALUE '  1-30 PAST DUE'.
           05  FILLER                       PIC X(15)
               VALUE ' 31-60 PAST DUE'.
           05  FILLER                       PIC X(15)
               VALUE ' 61-90 PAST DUE'.
           05  FILLER                       PIC X(15)
               VALUE '        OVER 90'.
           05  FILLER                       PIC X(5) VALUE SPACES.

       01  WS-STMT-AGE-LINE.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SA-CURRENT                   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SA-PAST30                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SA-PAST60                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SA-PAST90                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SA-OVER90                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(29)
               VALUE 'MONTHLY STATEMENT RUN        '.
      * AND PAYMENTS, AND THE CLOSING BALANCE - AND SPOOLS EACH ONE
      * AS ITS OWN PRINT REQUEST FOR THE BILLING OFFICE TO MAIL.
      * THE OPENING BALANCE IS EVERYTHING BILLED BEFORE THE PERIOD
      * LESS EVERYTHING CREDITED AND PAID BEFORE IT.  THE INVOICES
      * STILL OWING ARE AGED BY DAYS PAST THEIR DUE DATE AT THE FOOT.
      * FINANCE CHARGES BILL LIKE INVOICES BUT LIST ON THEIR OWN.

           ACCEPT WS-NIGHT-START-TIME FROM TIME.

           ACCEPT WS-FROM-DATE FROM SYSIN.
           ACCEPT WS-TO-DATE FROM SYSIN.
           MOVE WS-TO-DATE TO WS-DN-DATE.
           PERFORM 160-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-TO-NUMBER.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT DIVTAB-FILE.
           OPEN INPUT CREDMEM-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT WRTOFF-FILE.
           OPEN INPUT FINCHG-FILE.
           OPEN INPUT ARFILE-FILE.
           OPEN INPUT ORDTERM-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-GATHER-INVOICES.
           PERFORM 200-GATHER-CREDITS.
           PERFORM 300-GATHER-PAYMENTS.
           PERFORM 350-GATHER-WRITE-OFFS.
           PERFORM 370-GATHER-FINANCE-CHARGES.

           PERFORM 600-SPOOL-ONE-STATEMENT
               VARYING WS-ACCT-SUB FROM 1 BY 1
           CLOSE DIVTAB-FILE.
           CLOSE CREDMEM-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE WRTOFF-FILE.
           CLOSE FINCHG-FILE.
           CLOSE ARFILE-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE INVCTL-FILE.
           CLOSE REPORT-FILE.

       100-GATHER-INVOICES.
      * ROLL EVERY NON-CANCELLED, ACCOUNT-CARRYING INVOICE INTO ITS
      * ACCOUNT'S PRIOR OR PERIOD BILLED FIGURE - TRAINING-DIVISION
      * ORDERS ARE NEVER STATEMENTED
      *=================================================================

           MOVE SPACES TO ORDFILE-KEY.
           PERFORM 110-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF NOT ORDFILE-STATUS-CANCELLED
                   AND NOT ORDFILE-TRAINING
                   AND ORDFILE-ACCOUNT NOT EQUAL SPACES
                   AND ORDFILE-ORDER-DATE NOT GREATER THAN WS-TO-DATE
                   MOVE ORDFILE-ACCOUNT TO WS-ACCT-WORK
                       MOVE ORDFILE-NAME TO WS-AT-NAME(WS-ACCT-SUB)
                       COMPUTE WS-AMOUNT-WORK =
                           ORDFILE-INVOICE-TOTAL + ORDFILE-TAX-TOTAL
                       PERFORM 150-AGE-ONE-INVOICE THRU 150-EXIT
                       IF ORDFILE-ORDER-DATE LESS THAN WS-FROM-DATE
                           ADD WS-AMOUNT-WORK
                               TO WS-AT-PRIOR-BILLED(WS-ACCT-SUB)
       110-EXIT.


       150-AGE-ONE-INVOICE.
      * DROP WHAT IS STILL OWING ON ONE INVOICE INTO ITS ACCOUNT'S
      * AGE BUCKET BY DAYS PAST DUE AT THE END OF THE PERIOD - THE
      * OPEN ITEM CARRIES THE DUE DATE; AN INVOICE WITH NO OPEN ITEM
      * YET TAKES ITS DUE DATE FROM ITS TERMS
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO AR-INVOICE-NO.
           READ ARFILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           IF ARFILE-OK
               IF AR-STATUS-PAID-FULL
                   OR AR-STATUS-WRITTEN-OFF
                   GO TO 150-EXIT
               END-IF
               COMPUTE WS-OWING-AMOUNT =
                   AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
               IF AR-DUE-DATE IS NUMERIC
                   AND AR-DUE-DATE IS GREATER THAN ZERO
                   MOVE AR-DUE-DATE TO WS-DUE-DATE
               ELSE
                   MOVE AR-INVOICE-DATE TO WS-DUE-DATE
               END-IF
           ELSE
               MOVE WS-AMOUNT-WORK TO WS-OWING-AMOUNT
               MOVE ORDFILE-ORDER-DATE TO WS-DUE-DATE
               MOVE ORDFILE-INVOICE-NO TO OT-INVOICE-NO
               READ ORDTERM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ORDTERM-OK
                   MOVE ORDFILE-ORDER-DATE TO WS-DA-DATE
                   MOVE OT-NET-DAYS TO WS-DA-DAYS
                   PERFORM 170-ADD-DAYS-TO-DATE
                   MOVE WS-DA-DATE TO WS-DUE-DATE
               END-IF
           END-IF.

           IF WS-OWING-AMOUNT IS NOT GREATER THAN ZERO
               GO TO 150-EXIT
           END-IF.

           PERFORM 155-DROP-INTO-AGE-BUCKET.

       150-EXIT.


       155-DROP-INTO-AGE-BUCKET.
      * ADD WS-OWING-AMOUNT TO THE ACCOUNT'S BUCKET FOR ITS DAYS PAST
      * WS-DUE-DATE AT THE END OF THE PERIOD
      *=================================================================

           MOVE WS-DUE-DATE TO WS-DN-DATE.
           PERFORM 160-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-TO-NUMBER - WS-DN-NUMBER.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS IS NOT GREATER THAN ZERO
                   ADD WS-OWING-AMOUNT TO WS-AT-CURRENT(WS-ACCT-SUB)
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 30
                   ADD WS-OWING-AMOUNT TO WS-AT-PAST30(WS-ACCT-SUB)
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 60
                   ADD WS-OWING-AMOUNT TO WS-AT-PAST60(WS-ACCT-SUB)
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 90
                   ADD WS-OWING-AMOUNT TO WS-AT-PAST90(WS-ACCT-SUB)
               WHEN OTHER
                   ADD WS-OWING-AMOUNT TO WS-AT-OVER90(WS-ACCT-SUB)
           END-EVALUATE.

       155-EXIT.


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


       200-GATHER-CREDITS.
      * ROLL EVERY CREDIT MEMO INTO ITS ACCOUNT - THE MEMO CARRIES
      * ONLY THE INVOICE, SO THE ACCOUNT COMES OFF THE ACCOUNT ROW
      * TRYING EACH DIVISION PREFIX, TO FIND THE ACCOUNT AND DROP
      * THE CREDIT INTO ITS PRIOR OR PERIOD BUCKET.  A MEMO WHOSE
      * INVOICE IS GONE OR CARRIES NO ACCOUNT CANNOT BE STATEMENTED
      * AND IS LEFT FOR THE CREDIT DESK.  A MEMO AGAINST A TRAINING-
      * DIVISION INVOICE IS SKIPPED.
      *=================================================================

           MOVE '23' TO WS-ORDFILE-STATUS.
                  OR ORDFILE-OK.

           IF ORDFILE-OK
               AND NOT ORDFILE-TRAINING
               AND ORDFILE-ACCOUNT NOT EQUAL SPACES
               MOVE ORDFILE-ACCOUNT TO WS-ACCT-WORK
               PERFORM 400-FIND-ACCOUNT-ROW

       300-GATHER-PAYMENTS.
      * ROLL EVERY APPLIED PAYMENT INTO ITS ACCOUNT'S PRIOR OR
      * PERIOD PAYMENTS FIGURE - AN EARLY-PAYMENT DISCOUNT TAKEN
      * COUNTS WITH THE PAYMENTS BUT LISTS AS ITS OWN LINE
      *=================================================================

           PERFORM 310-READ-PAYHIST.
                       ELSE
                           ADD PH-AMOUNT
                               TO WS-AT-PERIOD-PAYMENTS(WS-ACCT-SUB)
                           IF PH-DISCOUNT
                               MOVE 'D' TO WS-MVW-TYPE
                           ELSE
                               MOVE 'P' TO WS-MVW-TYPE
                           END-IF
                           MOVE PH-INVOICE-NO TO WS-MVW-INVOICE
                           MOVE PH-DATE TO WS-MVW-DATE
                           MOVE PH-AMOUNT TO WS-MVW-AMOUNT
       310-EXIT.


       350-GATHER-WRITE-OFFS.
      * ROLL EVERY WRITE-OFF INTO ITS ACCOUNT - IT CLEARS THE ITEM
      * THE SAME AS A CREDIT, SO IT COUNTS WITH THE CREDITS BUT LISTS
      * AS ITS OWN LINE
      *=================================================================

           PERFORM 360-READ-WRTOFF.
           PERFORM UNTIL WRTOFF-EOF
               IF WO-ACCOUNT NOT EQUAL SPACES
                   AND WO-DATE NOT GREATER THAN WS-TO-DATE
                   MOVE WO-ACCOUNT TO WS-ACCT-WORK
                   PERFORM 400-FIND-ACCOUNT-ROW
                   IF WS-ROW-OK
                       IF WO-DATE IS LESS THAN WS-FROM-DATE
                           ADD WO-AMOUNT
                               TO WS-AT-PRIOR-CREDITS(WS-ACCT-SUB)
                       ELSE
                           ADD WO-AMOUNT
                               TO WS-AT-PERIOD-CREDITS(WS-ACCT-SUB)
                           MOVE 'W' TO WS-MVW-TYPE
                           MOVE WO-INVOICE-NO TO WS-MVW-INVOICE
                           MOVE WO-DATE TO WS-MVW-DATE
                           MOVE WO-AMOUNT TO WS-MVW-AMOUNT
                           PERFORM 450-STASH-MOVEMENT
                       END-IF
                   END-IF
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


       370-GATHER-FINANCE-CHARGES.
      * ROLL EVERY FINANCE CHARGE INTO ITS ACCOUNT - IT BILLS THE SAME
      * AS AN INVOICE BUT LISTS AS ITS OWN LINE, AND WHAT IS STILL
      * OWING ON ITS OPEN ITEM IS AGED WITH THE INVOICES
      *=================================================================

           PERFORM 380-READ-FINCHG.
           PERFORM UNTIL FINCHG-EOF
               IF FC-DATE NOT GREATER THAN WS-TO-DATE
                   MOVE FC-ACCOUNT TO WS-ACCT-WORK
                   PERFORM 400-FIND-ACCOUNT-ROW
                   IF WS-ROW-OK
                       IF WS-AT-NAME(WS-ACCT-SUB) EQUAL SPACES
                           MOVE FC-NAME TO WS-AT-NAME(WS-ACCT-SUB)
                       END-IF
                       IF FC-DATE IS LESS THAN WS-FROM-DATE
                           ADD FC-CHARGE-AMOUNT
                               TO WS-AT-PRIOR-BILLED(WS-ACCT-SUB)
                       ELSE
                           ADD FC-CHARGE-AMOUNT
                               TO WS-AT-PERIOD-CHARGES(WS-ACCT-SUB)
                           MOVE 'F' TO WS-MVW-TYPE
                           MOVE FC-CHARGE-NO TO WS-MVW-INVOICE
                           MOVE FC-DATE TO WS-MVW-DATE
                           MOVE FC-CHARGE-AMOUNT TO WS-MVW-AMOUNT
                           PERFORM 450-STASH-MOVEMENT
                       END-IF
                       PERFORM 390-AGE-ONE-CHARGE THRU 390-EXIT
                   END-IF
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


       390-AGE-ONE-CHARGE.
      * AGE WHAT IS STILL OWING ON THE CHARGE'S OPEN ITEM
      *=================================================================

           MOVE FC-CHARGE-NO TO AR-INVOICE-NO.
           READ ARFILE-FILE
               INVALID KEY
                   GO TO 390-EXIT
           END-READ.

           IF AR-STATUS-PAID-FULL
               OR AR-STATUS-WRITTEN-OFF
               GO TO 390-EXIT
           END-IF.

           COMPUTE WS-OWING-AMOUNT = AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF WS-OWING-AMOUNT IS NOT GREATER THAN ZERO
               GO TO 390-EXIT
           END-IF.
           MOVE AR-DUE-DATE TO WS-DUE-DATE.
           PERFORM 155-DROP-INTO-AGE-BUCKET.

       390-EXIT.


       400-FIND-ACCOUNT-ROW.
      * FIND OR CREATE THE ACCOUNT'S ROW - WS-ACCT-SUB POINTS AT IT
      *=================================================================
               MOVE ZERO TO WS-AT-PERIOD-BILLED(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PERIOD-CREDITS(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PERIOD-PAYMENTS(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PERIOD-CHARGES(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-CURRENT(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PAST30(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PAST60(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-PAST90(WS-ACCT-SUB)
               MOVE ZERO TO WS-AT-OVER90(WS-ACCT-SUB)
               SET WS-ROW-OK TO TRUE
           ELSE
      *        TABLE FULL - DO NOT REUSE THE LAST ROW; THE ACCOUNT
               WS-AT-PRIOR-PAYMENTS(WS-ACCT-SUB).
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE +
               WS-AT-PERIOD-BILLED(WS-ACCT-SUB) +
               WS-AT-PERIOD-CHARGES(WS-ACCT-SUB) -
               WS-AT-PERIOD-CREDITS(WS-ACCT-SUB) -
               WS-AT-PERIOD-PAYMENTS(WS-ACCT-SUB).

           IF WS-AT-PERIOD-BILLED(WS-ACCT-SUB) EQUAL ZERO
               AND WS-AT-PERIOD-CHARGES(WS-ACCT-SUB) EQUAL ZERO
               AND WS-AT-PERIOD-CREDITS(WS-ACCT-SUB) EQUAL ZERO
               AND WS-AT-PERIOD-PAYMENTS(WS-ACCT-SUB) EQUAL ZERO
               AND WS-CLOSING-BALANCE EQUAL ZERO
           MOVE WS-STMT-MOVEMENT TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

           IF WS-AT-PERIOD-CHARGES(WS-ACCT-SUB) IS GREATER THAN ZERO
               MOVE 'FINANCE CHARGES     ' TO SM-LABEL
               MOVE WS-AT-PERIOD-CHARGES(WS-ACCT-SUB) TO SM-AMOUNT
               MOVE WS-STMT-MOVEMENT TO PRTREQ-TEXT
               PERFORM 660-WRITE-PRINT-LINE
           END-IF.

           MOVE 'CREDITS THIS MONTH  ' TO SM-LABEL.
           MOVE WS-AT-PERIOD-CREDITS(WS-ACCT-SUB) TO SM-AMOUNT.
           MOVE WS-STMT-MOVEMENT TO PRTREQ-TEXT.
           MOVE WS-STMT-CLOSING TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

           MOVE WS-STMT-AGE-HEAD TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.
           MOVE WS-AT-CURRENT(WS-ACCT-SUB) TO SA-CURRENT.
           MOVE WS-AT-PAST30(WS-ACCT-SUB) TO SA-PAST30.
           MOVE WS-AT-PAST60(WS-ACCT-SUB) TO SA-PAST60.
           MOVE WS-AT-PAST90(WS-ACCT-SUB) TO SA-PAST90.
           MOVE WS-AT-OVER90(WS-ACCT-SUB) TO SA-OVER90.
           MOVE WS-STMT-AGE-LINE TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

       600-EXIT.


                       MOVE 'CREDIT    ' TO SD-LABEL
                   WHEN 'P'
                       MOVE 'PAYMENT   ' TO SD-LABEL
                   WHEN 'D'
                       MOVE 'DISCOUNT  ' TO SD-LABEL
                   WHEN 'W'
                       MOVE 'WRITE-OFF ' TO SD-LABEL
                   WHEN 'F'
                       MOVE 'FIN CHARGE' TO SD-LABEL
               END-EVALUATE
               MOVE WS-MV-INVOICE(WS-MOVE-SUB) TO SD-INVOICE
               MOVE WS-MV-AMOUNT(WS-MOVE-SUB) TO SD-AMOUNT
