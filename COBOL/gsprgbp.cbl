       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgbp.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTNOTE-FILE ASSIGN TO CUSTNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTNOTE-KEY
               FILE STATUS IS WS-CUSTNOTE-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONE NOTE PER COLLECTIONS CALL, TAKEN ON THE GS41 SCREEN -
      *    A PROMISE TO PAY STAYS PENDING UNTIL THIS RUN FINDS IT
      *    KEPT OR BROKEN
       FD  CUSTNOTE-FILE.
       01  CUSTNOTE-RECORD.
           05  CUSTNOTE-KEY.
               10  CN-ACCOUNT              PIC X(6).
               10  CN-DATE                 PIC 9(7).
               10  CN-TIME                 PIC 9(7).
           05  CN-OPERATOR-ID              PIC X(3).
           05  CN-INVOICE-NO               PIC X(7).
           05  CN-TEXT                     PIC X(60).
           05  CN-PROMISE-AMOUNT           PIC 9(7)V99.
           05  CN-PROMISE-DATE             PIC 9(7).
           05  CN-PROMISE-STATUS           PIC X(1).
               88  CN-NO-PROMISE                   VALUE SPACE.
               88  CN-PROMISE-PENDING              VALUE 'P'.
               88  CN-PROMISE-KEPT                 VALUE 'K'.
               88  CN-PROMISE-BROKEN               VALUE 'B'.
           05  FILLER                      PIC X(13).

       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD.
           05  PH-ACCOUNT                  PIC X(6).
           05  PH-INVOICE-NO               PIC X(7).
           05  PH-AMOUNT                   PIC 9(7)V99.
           05  PH-DATE                     PIC 9(7).
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  CUSTMAS-NAME                PIC X(20).
           05  FILLER                      PIC X(134).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-CUSTNOTE-STATUS               PIC XX.
           88  CUSTNOTE-OK                             VALUE '00'.
           88  CUSTNOTE-EOF                            VALUE '10'.

       01  WS-PAYHIST-STATUS                PIC XX.
           88  PAYHIST-OK                              VALUE '00'.
           88  PAYHIST-EOF                             VALUE '10'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    THE PROMISES THAT FELL DUE BEFORE TONIGHT, HELD WHILE ONE
      *    PASS OF PAYHIST ADDS UP WHAT EACH ACCOUNT HAS PAID SINCE
      *    THE CALL.  ANY OVER THE TABLE STAY PENDING FOR TOMORROW.
       01  WS-PROMISE-MAX                   PIC 9(4) VALUE 2000.
       01  WS-PROMISE-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-PROMISE-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-PROMISE-TABLE.
           05  WS-PROMISE OCCURS 2000 TIMES.
               10  PT-KEY                   PIC X(20).
               10  PT-ACCOUNT               PIC X(6).
               10  PT-INVOICE-NO            PIC X(7).
               10  PT-NOTE-DATE             PIC 9(7).
               10  PT-PROMISE-AMOUNT        PIC 9(7)V99.
               10  PT-PAID-AMOUNT           PIC S9(7)V99.

       01  WS-DEFERRED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-TOTAL                  PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'BROKEN PROMISES TO PAY           '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(8)
               VALUE 'ACCOUNT '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(9)
               VALUE 'INVOICE  '.
           05  FILLER                       PIC X(9)
               VALUE 'CALLED   '.
           05  FILLER                       PIC X(4)
               VALUE 'OPR '.
           05  FILLER                       PIC X(12)
               VALUE 'PROMISED    '.
           05  FILLER                       PIC X(9)
               VALUE 'DUE      '.
           05  FILLER                       PIC X(10)
               VALUE 'PAID SINCE'.

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NOTE-DATE                 PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-OPERATOR-ID               PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PROMISE-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-PROMISE-DATE              PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-PAID-AMOUNT               PIC ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  TL-LABEL                     PIC X(20).
           05  TL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * CHECKS EVERY PROMISE TO PAY TAKEN ON THE GS41 CALL NOTES SCREEN
      * WHOSE DATE HAS GONE BY.  PAYMENTS ON PAYHIST FOR THE ACCOUNT
      * (FOR THE ONE INVOICE WHEN THE PROMISE NAMED ONE) DATED FROM THE
      * CALL ON, LESS ANY REVERSALS, ARE SET AGAINST THE AMOUNT
      * PROMISED.  ENOUGH MARKS THE PROMISE KEPT; SHORT MARKS IT
      * BROKEN AND LISTS IT FOR THE CREDIT DESK, AND GSPRGDN DUNS THE
      * ITEM AGAIN.  A PROMISE IS CHECKED THE DAY AFTER IT FALLS DUE SO
      * THE LAST DAY'S CASH HAS POSTED.  SYSIN IS THE RUN DATE
      * (0CYYDDD).  RUN DAILY AFTER THE NIGHT CHAIN'S GSPRGCP STEP.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN I-O CUSTNOTE-FILE.
           OPEN INPUT PAYHIST-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-NOTE.
           PERFORM UNTIL CUSTNOTE-EOF
               IF CN-PROMISE-PENDING
                   AND CN-PROMISE-DATE IS LESS THAN WS-RUN-DATE
                   PERFORM 200-LOAD-PROMISE
               END-IF
               PERFORM 100-READ-NOTE
           END-PERFORM.

           PERFORM 300-READ-PAYHIST.
           PERFORM UNTIL PAYHIST-EOF
               IF NOT PH-DISCOUNT
                   PERFORM 400-MATCH-PAYMENT
               END-IF
               PERFORM 300-READ-PAYHIST
           END-PERFORM.

           PERFORM VARYING WS-PROMISE-SUB FROM 1 BY 1
                   UNTIL WS-PROMISE-SUB > WS-PROMISE-COUNT
               PERFORM 500-SETTLE-PROMISE THRU 500-EXIT
           END-PERFORM.

           PERFORM 700-PRINT-TOTALS.

           CLOSE CUSTNOTE-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-NOTE.
      * READ THE NEXT CALL NOTE SEQUENTIALLY
      *=================================================================

           READ CUSTNOTE-FILE NEXT RECORD
               AT END
                   SET CUSTNOTE-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-LOAD-PROMISE.
      * HOLD ONE PROMISE THAT HAS FALLEN DUE FOR THE PAYHIST PASS
      *=================================================================

           IF WS-PROMISE-COUNT IS NOT LESS THAN WS-PROMISE-MAX
               ADD 1 TO WS-DEFERRED-COUNT
           ELSE
               ADD 1 TO WS-PROMISE-COUNT
               MOVE CUSTNOTE-KEY TO PT-KEY(WS-PROMISE-COUNT)
               MOVE CN-ACCOUNT TO PT-ACCOUNT(WS-PROMISE-COUNT)
               MOVE CN-INVOICE-NO TO PT-INVOICE-NO(WS-PROMISE-COUNT)
               MOVE CN-DATE TO PT-NOTE-DATE(WS-PROMISE-COUNT)
               MOVE CN-PROMISE-AMOUNT
                   TO PT-PROMISE-AMOUNT(WS-PROMISE-COUNT)
               MOVE ZERO TO PT-PAID-AMOUNT(WS-PROMISE-COUNT)
           END-IF.

       200-EXIT.


       300-READ-PAYHIST.
      * READ THE NEXT PAYMENT HISTORY ENTRY
      *=================================================================

           READ PAYHIST-FILE
               AT END
                   SET PAYHIST-EOF TO TRUE
           END-READ.

       300-EXIT.


       400-MATCH-PAYMENT.
      * SET ONE HISTORY ENTRY AGAINST EVERY PROMISE IT SPEAKS FOR -
      * SAME ACCOUNT, SAME INVOICE WHEN THE PROMISE NAMED ONE, AND
      * DATED NO EARLIER THAN THE CALL.  A REVERSAL TAKES BACK WHAT
      * ITS PAYMENT PUT IN.
      *=================================================================

           PERFORM VARYING WS-PROMISE-SUB FROM 1 BY 1
                   UNTIL WS-PROMISE-SUB > WS-PROMISE-COUNT
               IF PH-ACCOUNT EQUAL PT-ACCOUNT(WS-PROMISE-SUB)
                   AND PH-DATE IS NOT LESS THAN
                       PT-NOTE-DATE(WS-PROMISE-SUB)
                   AND (PT-INVOICE-NO(WS-PROMISE-SUB) EQUAL SPACES
                     OR PT-INVOICE-NO(WS-PROMISE-SUB)
                        EQUAL PH-INVOICE-NO)
                   IF PH-REVERSAL
                       SUBTRACT PH-AMOUNT
                           FROM PT-PAID-AMOUNT(WS-PROMISE-SUB)
                   ELSE
                       ADD PH-AMOUNT TO PT-PAID-AMOUNT(WS-PROMISE-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       400-EXIT.


       500-SETTLE-PROMISE.
      * MARK ONE PROMISE KEPT OR BROKEN ON THE NOTES FILE - A BROKEN
      * ONE GOES ON THE REPORT
      *=================================================================

           MOVE PT-KEY(WS-PROMISE-SUB) TO CUSTNOTE-KEY.
           READ CUSTNOTE-FILE
               INVALID KEY
                   GO TO 500-EXIT
           END-READ.

           IF PT-PAID-AMOUNT(WS-PROMISE-SUB) IS NOT LESS THAN
               PT-PROMISE-AMOUNT(WS-PROMISE-SUB)
               SET CN-PROMISE-KEPT TO TRUE
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               SET CN-PROMISE-BROKEN TO TRUE
               ADD 1 TO WS-BROKEN-COUNT
               ADD CN-PROMISE-AMOUNT TO WS-BROKEN-TOTAL
               PERFORM 600-PRINT-BROKEN
           END-IF.

           REWRITE CUSTNOTE-RECORD.

       500-EXIT.


       600-PRINT-BROKEN.
      * ONE BROKEN PROMISE ON THE REPORT, WITH THE CUSTOMER'S NAME
      * OFF THE MASTER
      *=================================================================

           MOVE CN-ACCOUNT TO CUSTMAS-ACCOUNT.
           READ CUSTMAS-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTMAS-NAME
           END-READ.

           MOVE CN-ACCOUNT TO DL-ACCOUNT.
           MOVE CUSTMAS-NAME TO DL-NAME.
           MOVE CN-INVOICE-NO TO DL-INVOICE-NO.
           MOVE CN-DATE TO DL-NOTE-DATE.
           MOVE CN-OPERATOR-ID TO DL-OPERATOR-ID.
           MOVE CN-PROMISE-AMOUNT TO DL-PROMISE-AMOUNT.
           MOVE CN-PROMISE-DATE TO DL-PROMISE-DATE.
           MOVE PT-PAID-AMOUNT(WS-PROMISE-SUB) TO DL-PAID-AMOUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       600-EXIT.


       700-PRINT-TOTALS.
      * COUNTS OF PROMISES BROKEN AND KEPT, AND ANY LEFT FOR TOMORROW
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'PROMISES BROKEN:    ' TO TL-LABEL.
           MOVE WS-BROKEN-COUNT TO TL-COUNT.
           MOVE WS-BROKEN-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'PROMISES KEPT:      ' TO TL-LABEL.
           MOVE WS-KEPT-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-DEFERRED-COUNT IS GREATER THAN ZERO
               MOVE 'LEFT FOR NEXT RUN:  ' TO TL-LABEL
               MOVE WS-DEFERRED-COUNT TO TL-COUNT
               MOVE ZERO TO TL-TOTAL
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       700-EXIT.


       END PROGRAM gsprgbp.
