               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    AN ITEM THE CUSTOMER HAS SHORTED BY A DEDUCTION STAYS OUT
      *    OF ESCALATION WHILE ITS DISPUTE IS OPEN - SEE GSPRGCP
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.

      *    AN ITEM THE CUSTOMER HAS PROMISED TO PAY BY A DATE STILL TO
      *    COME IS NOT DUNNED MEANWHILE - SEE THE GS41 CALL NOTES
           SELECT CUSTNOTE-FILE ASSIGN TO CUSTNOTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTNOTE-KEY
               FILE STATUS IS WS-CUSTNOTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        TERMS, DUE DATE AND EARLY-PAYMENT DISCOUNT - SEE GSPRGCP
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

      *    ONE DUNFILE RECORD PER OPEN ITEM THAT HAS BEEN DUNNED -
      *    WHICH LEVEL OF LETTER WENT OUT AND WHEN, SO THE RUN
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

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
           05  DS-RESOLVED-DATE            PIC 9(7).
           05  DS-RESOLVED-BY              PIC X(3).
           05  FILLER                      PIC X(7).

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
               88  CN-PROMISE-PENDING              VALUE 'P'.
           05  FILLER                      PIC X(13).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-DISPUTE-STATUS                PIC XX.
           88  DISPUTE-OK                              VALUE '00'.

       01  WS-CUSTNOTE-STATUS               PIC XX.
           88  CUSTNOTE-OK                             VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).

       01  WS-NOTES-DONE-SW                 PIC X(1).
           88  WS-NOTES-DONE                           VALUE 'Y'.
       01  WS-PROMISE-SW                    PIC X(1).
           88  WS-PROMISE-COVERS                       VALUE 'Y'.

      *    AN ITEM IS DUNNED BY THE DAYS IT IS PAST ITS DUE DATE - AN
      *    ITEM FROM BEFORE TERMS AGES FROM ITS INVOICE DATE.  SAME
      *    ARITHMETIC AS THE AGING.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.
       01  WS-AGE-FROM-DATE                 PIC 9(7) VALUE ZERO.

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
       01  WS-OPEN-BALANCE                  PIC S9(7)V99 VALUE ZERO.
       01  WS-TARGET-LEVEL                  PIC 9(1) VALUE ZERO.
       01  WS-CURRENT-LEVEL                 PIC 9(1) VALUE ZERO.

       01  WS-LETTER-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-HOLD-PROPOSED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-DISPUTE-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PROMISE-HELD-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
           05  FILLER                       PIC X(15)
               VALUE 'OPEN BALANCE   '.
           05  FILLER                       PIC X(6)
               VALUE 'LATE  '.
           05  FILLER                       PIC X(6)
               VALUE 'LEVEL '.
           05  FILLER                       PIC X(20)
               VALUE 'HOLDS PROPOSED:   '.
           05  TL-HOLDS                     PIC ZZZZ9.

       01  WS-DISPUTE-COUNT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'HELD IN DISPUTE:  '.
           05  TL-DISPUTES                  PIC ZZZZ9.

       01  WS-PROMISE-COUNT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'HELD ON PROMISE:  '.
           05  TL-PROMISES                  PIC ZZZZ9.

      *    THE THREE LETTERS - FIRMER EACH TIME, PRINTED THROUGH THE
      *    PRTREQ SPOOL ROUTED 'CRED' FOR THE CREDIT DESK PRINTER
       01  WS-LETTER-HEAD.
       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * ESCALATES EVERY OPEN RECEIVABLE THROUGH THE DUNNING LEVELS BY
      * DAYS PAST DUE (1, 31 AND 61) - A LETTER OF RISING SEVERITY
      * THROUGH THE PRTREQ SPOOL THE FIRST TIME AN ITEM CROSSES EACH
      * LEVEL, A DUNFILE RECORD OF WHAT WENT OUT AND WHEN, AND A
      * COLLECTIONS WORKLIST FOR THE CREDIT DESK.  ITEMS AT THE TOP
      * LEVEL ARE PROPOSED FOR THE CUSTMAS CREDIT HOLD.  AN ITEM IN
      * OPEN DISPUTE, OR COVERED BY A PROMISE TO PAY NOT YET DUE, IS
      * LISTED BUT HELD AT ITS LEVEL.  SYSIN IS THE RUN DATE
      * (0CYYDDD).  RUN WEEKLY AFTER THE GSPRGAR AGING.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 600-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           OPEN INPUT ARFILE-FILE.
           OPEN I-O DUNFILE-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN INPUT DISPUTE-FILE.
           OPEN INPUT CUSTNOTE-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           PERFORM 100-READ-ARFILE.
           PERFORM UNTIL ARFILE-EOF
               IF NOT AR-STATUS-PAID-FULL
                   AND NOT AR-STATUS-WRITTEN-OFF
                   PERFORM 200-DUN-ONE-ITEM THRU 200-EXIT
               END-IF
               PERFORM 100-READ-ARFILE
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-LETTER-COUNT-LINE.
           MOVE WS-HOLD-PROPOSED-COUNT TO TL-HOLDS.
           WRITE REPORT-LINE FROM WS-HOLD-COUNT-LINE.
           MOVE WS-DISPUTE-HELD-COUNT TO TL-DISPUTES.
           WRITE REPORT-LINE FROM WS-DISPUTE-COUNT-LINE.
           MOVE WS-PROMISE-HELD-COUNT TO TL-PROMISES.
           WRITE REPORT-LINE FROM WS-PROMISE-COUNT-LINE.

           CLOSE ARFILE-FILE.
           CLOSE DUNFILE-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE INVCTL-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE CUSTNOTE-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.
               GO TO 200-EXIT
           END-IF.

           IF AR-DUE-DATE IS NUMERIC
               AND AR-DUE-DATE IS GREATER THAN ZERO
               MOVE AR-DUE-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE AR-INVOICE-DATE TO WS-AGE-FROM-DATE
           END-IF.
           MOVE WS-AGE-FROM-DATE TO WS-DN-DATE.
           PERFORM 600-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS IS NOT GREATER THAN ZERO
                   MOVE ZERO TO WS-TARGET-LEVEL
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 30
                   MOVE 1 TO WS-TARGET-LEVEL
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 60
                   MOVE 2 TO WS-TARGET-LEVEL
               WHEN OTHER
                   MOVE 3 TO WS-TARGET-LEVEL
           END-READ.
           MOVE DUN-LEVEL TO WS-CURRENT-LEVEL.

      *    AN ITEM IN OPEN DISPUTE STAYS ON THE WORKLIST AT THE LEVEL
      *    IT HAD REACHED, BUT NO LETTER GOES AND NO HOLD IS PROPOSED
      *    UNTIL THE CREDIT DESK RESOLVES THE DISPUTE
           MOVE AR-INVOICE-NO TO DS-INVOICE-NO.
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE SPACE TO DS-STATUS
           END-READ.
           IF DS-STATUS-OPEN
               ADD 1 TO WS-DISPUTE-HELD-COUNT
               MOVE WS-CURRENT-LEVEL TO WS-TARGET-LEVEL
               MOVE 'IN DISPUTE - HELD   ' TO DL-ACTION
               GO TO 200-PRINT-LINE
           END-IF.

      *    LIKEWISE AN ITEM THE CUSTOMER HAS PROMISED TO PAY BY A DATE
      *    NOT YET PASSED - ONCE THE DATE GOES BY UNPAID THE PROMISE
      *    NO LONGER COVERS IT AND DUNNING PICKS UP WHERE IT LEFT OFF
           PERFORM 250-CHECK-PROMISE THRU 250-EXIT.
           IF WS-PROMISE-COVERS
               ADD 1 TO WS-PROMISE-HELD-COUNT
               MOVE WS-CURRENT-LEVEL TO WS-TARGET-LEVEL
               MOVE 'PROMISED - HELD     ' TO DL-ACTION
               GO TO 200-PRINT-LINE
           END-IF.

      *    EVERY LATE ITEM GOES ON THE WORKLIST; A LETTER ONLY GOES
      *    OUT THE FIRST TIME THE ITEM CROSSES A NEW LEVEL
           IF WS-TARGET-LEVEL IS GREATER THAN WS-CURRENT-LEVEL
               MOVE 'PROPOSE CREDIT HOLD ' TO DL-ACTION
           END-IF.

       200-PRINT-LINE.

           MOVE AR-INVOICE-NO TO DL-INVOICE-NO.
           MOVE AR-ACCOUNT TO DL-ACCOUNT.
           MOVE AR-NAME TO DL-NAME.
       200-EXIT.


       250-CHECK-PROMISE.
      * LOOK THROUGH THE ACCOUNT'S CALL NOTES FOR A PENDING PROMISE TO
      * PAY, DUE TODAY OR LATER, FOR THIS ITEM OR THE WHOLE ACCOUNT
      *=================================================================

           MOVE 'N' TO WS-PROMISE-SW.
           IF AR-ACCOUNT EQUAL SPACES
               GO TO 250-EXIT
           END-IF.

           MOVE AR-ACCOUNT TO CN-ACCOUNT.
           MOVE ZERO TO CN-DATE.
           MOVE ZERO TO CN-TIME.
           START CUSTNOTE-FILE
               KEY IS NOT LESS THAN CUSTNOTE-KEY
               INVALID KEY
                   GO TO 250-EXIT
           END-START.

           MOVE 'N' TO WS-NOTES-DONE-SW.
           PERFORM 260-NEXT-NOTE
               UNTIL WS-NOTES-DONE OR WS-PROMISE-COVERS.

       250-EXIT.


       260-NEXT-NOTE.
      * READ THE ACCOUNT'S NEXT CALL NOTE - STOP AT THE NEXT ACCOUNT
      *=================================================================

           READ CUSTNOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTES-DONE-SW
               NOT AT END
                   IF CN-ACCOUNT NOT EQUAL AR-ACCOUNT
                       MOVE 'Y' TO WS-NOTES-DONE-SW
                   ELSE
                   IF CN-PROMISE-PENDING
                       AND CN-PROMISE-DATE IS NOT LESS THAN WS-RUN-DATE
                       AND (CN-INVOICE-NO EQUAL SPACES
                         OR CN-INVOICE-NO EQUAL AR-INVOICE-NO)
                       MOVE 'Y' TO WS-PROMISE-SW
                   END-IF
                   END-IF
           END-READ.

       260-EXIT.


       300-SEND-LETTER.
      * ONE PRTREQ PRINT REQUEST PER LETTER, ROUTED 'CRED' - THE
      * CUSTOMER'S ADDRESS COMES OFF THE MASTER WHEN THE ITEM
       520-EXIT.


       600-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       600-EXIT.


       END PROGRAM gsprgdn.
