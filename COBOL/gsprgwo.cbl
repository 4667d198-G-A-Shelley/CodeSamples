       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgwo.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARFILE-FILE ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT WRTOFF-FILE ASSIGN TO WRTOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-INVOICE-NO
               FILE STATUS IS WS-WRTOFF-STATUS.

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

      *        THE WRITE-OFF REGISTER - ONE RECORD PER OPEN ITEM
      *        CLOSED BY A WRITE-OFF, ONLINE (GS38) OR IN BULK HERE
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

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-ARFILE-STATUS                 PIC XX.
           88  ARFILE-OK                               VALUE '00'.
           88  ARFILE-EOF                              VALUE '10'.

       01  WS-WRTOFF-STATUS                 PIC XX.
           88  WRTOFF-OK                               VALUE '00'.
           88  WRTOFF-EOF                              VALUE '10'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    THE SMALL-BALANCE THRESHOLD OFF SYSIN - AN OPEN ITEM OWING
      *    LESS THAN THIS IS WRITTEN OFF.  ZERO TURNS THE BULK PASS OFF
      *    AND THE RUN JUST PRINTS THE DAY'S REGISTER.
       01  WS-THRESHOLD                     PIC 9(5)V99 VALUE ZERO.

       01  WS-OPEN-BALANCE                  PIC S9(7)V99 VALUE ZERO.

       01  WS-BULK-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-BULK-TOTAL                    PIC 9(9)V99 VALUE ZERO.

      *    THE REGISTER TOTALS BY REASON - BAD DEBT, SMALL BALANCE
      *    AND DISPUTED/SETTLED
       01  WS-BD-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-BD-TOTAL                      PIC 9(9)V99 VALUE ZERO.
       01  WS-SB-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-SB-TOTAL                      PIC 9(9)V99 VALUE ZERO.
       01  WS-DS-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-DS-TOTAL                      PIC 9(9)V99 VALUE ZERO.
       01  WS-REGISTER-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REGISTER-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'WRITE-OFF REGISTER               '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'INVOICE  '.
           05  FILLER                       PIC X(8)
               VALUE 'ACCOUNT '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(15)
               VALUE 'AMOUNT         '.
           05  FILLER                       PIC X(20)
               VALUE 'REASON              '.
           05  FILLER                       PIC X(4)
               VALUE 'OPR '.
           05  FILLER                       PIC X(6)
               VALUE 'SOURCE'.

       01  WS-DETAIL-LINE.
           05  DL-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AMOUNT                    PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5) VALUE SPACES.
           05  DL-REASON                    PIC X(20).
           05  DL-OPERATOR-ID               PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SOURCE                    PIC X(6).

       01  WS-BULK-LINE.
           05  FILLER                       PIC X(26)
               VALUE 'SMALL BALANCES WRITTEN OFF'.
           05  FILLER                       PIC X(6)
               VALUE ' UNDER'.
           05  TL-THRESHOLD                 PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE ': '.
           05  TL-BULK-COUNT                PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-BULK-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REASON-LINE.
           05  TL-REASON                    PIC X(20).
           05  TL-REASON-COUNT              PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-REASON-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * WRITES OFF EVERY OPEN RECEIVABLE OWING LESS THAN THE SMALL-
      * BALANCE THRESHOLD - THE 37 CENTS NOBODY WILL EVER CHASE - AND
      * THEN PRINTS THE WRITE-OFF REGISTER FOR THE RUN DATE: THE BULK
      * ONES AND EVERY ONE A SUPERVISOR KEYED ON GS38 THAT DAY, WITH
      * TOTALS BY REASON.  GSPRGGL JOURNALS THE SAME WRTOFF RECORDS
      * TO BAD DEBT EXPENSE.  SYSIN IS THE RUN DATE (0CYYDDD) AND THE
      * THRESHOLD (9(5)V99).  RUN BEFORE GSPRGGL.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-THRESHOLD FROM SYSIN.

           OPEN I-O ARFILE-FILE.
           OPEN I-O WRTOFF-FILE.
           OPEN OUTPUT REPORT-FILE.

           IF WS-THRESHOLD IS GREATER THAN ZERO
               PERFORM 100-READ-ARFILE
               PERFORM UNTIL ARFILE-EOF
                   IF NOT AR-STATUS-PAID-FULL
                       AND NOT AR-STATUS-WRITTEN-OFF
                       PERFORM 200-CHECK-SMALL-BALANCE THRU 200-EXIT
                   END-IF
                   PERFORM 100-READ-ARFILE
               END-PERFORM
           END-IF.

           PERFORM 300-PRINT-REGISTER.

           CLOSE ARFILE-FILE.
           CLOSE WRTOFF-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-ARFILE.
      * READ THE NEXT OPEN-ITEM RECORD SEQUENTIALLY
      *=================================================================

           READ ARFILE-FILE NEXT RECORD
               AT END
                   SET ARFILE-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-CHECK-SMALL-BALANCE.
      * WRITE ONE ITEM OFF WHEN WHAT IT STILL OWES IS ABOVE ZERO BUT
      * UNDER THE THRESHOLD - THE BALANCE GOES INTO THE PAID AMOUNT,
      * THE SAME WAY A CREDIT MEMO CLOSES AN ITEM, SO IT OWES NOTHING
      *=================================================================

           COMPUTE WS-OPEN-BALANCE =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.

           IF WS-OPEN-BALANCE IS NOT GREATER THAN ZERO
               OR WS-OPEN-BALANCE IS NOT LESS THAN WS-THRESHOLD
               GO TO 200-EXIT
           END-IF.

           MOVE AR-INVOICE-NO TO WO-INVOICE-NO.
           MOVE AR-ACCOUNT TO WO-ACCOUNT.
           MOVE AR-NAME TO WO-NAME.
           MOVE WS-OPEN-BALANCE TO WO-AMOUNT.
           SET WO-SMALL-BALANCE TO TRUE.
           MOVE WS-RUN-DATE TO WO-DATE.
           MOVE 'BAT' TO WO-OPERATOR-ID.
           SET WO-SOURCE-BATCH TO TRUE.
           WRITE WRTOFF-RECORD
               INVALID KEY
                   GO TO 200-EXIT
           END-WRITE.

           ADD WS-OPEN-BALANCE TO AR-PAID-AMOUNT.
           SET AR-STATUS-WRITTEN-OFF TO TRUE.
           REWRITE ARFILE-RECORD.

           ADD 1 TO WS-BULK-COUNT.
           ADD WS-OPEN-BALANCE TO WS-BULK-TOTAL.

       200-EXIT.


       300-PRINT-REGISTER.
      * LIST EVERY WRITE-OFF DATED THE RUN DATE, ONLINE AND BULK,
      * WITH THE TOTALS BY REASON THAT TIE TO THE GSPRGGL JOURNAL
      *=================================================================

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE LOW-VALUES TO WO-INVOICE-NO.
           START WRTOFF-FILE KEY IS GREATER THAN OR EQUAL WO-INVOICE-NO
               INVALID KEY
                   SET WRTOFF-EOF TO TRUE
           END-START.

           IF NOT WRTOFF-EOF
               PERFORM 310-READ-WRTOFF
           END-IF.
           PERFORM UNTIL WRTOFF-EOF
               IF WO-DATE EQUAL WS-RUN-DATE
                   PERFORM 320-PRINT-ONE-WRITE-OFF
               END-IF
               PERFORM 310-READ-WRTOFF
           END-PERFORM.

           MOVE WS-THRESHOLD TO TL-THRESHOLD.
           MOVE WS-BULK-COUNT TO TL-BULK-COUNT.
           MOVE WS-BULK-TOTAL TO TL-BULK-TOTAL.
           WRITE REPORT-LINE FROM WS-BULK-LINE.

           MOVE 'BAD DEBT:           ' TO TL-REASON.
           MOVE WS-BD-COUNT TO TL-REASON-COUNT.
           MOVE WS-BD-TOTAL TO TL-REASON-TOTAL.
           WRITE REPORT-LINE FROM WS-REASON-LINE.

           MOVE 'SMALL BALANCE:      ' TO TL-REASON.
           MOVE WS-SB-COUNT TO TL-REASON-COUNT.
           MOVE WS-SB-TOTAL TO TL-REASON-TOTAL.
           WRITE REPORT-LINE FROM WS-REASON-LINE.

           MOVE 'DISPUTED/SETTLED:   ' TO TL-REASON.
           MOVE WS-DS-COUNT TO TL-REASON-COUNT.
           MOVE WS-DS-TOTAL TO TL-REASON-TOTAL.
           WRITE REPORT-LINE FROM WS-REASON-LINE.

           MOVE 'TOTAL WRITTEN OFF:  ' TO TL-REASON.
           MOVE WS-REGISTER-COUNT TO TL-REASON-COUNT.
           MOVE WS-REGISTER-TOTAL TO TL-REASON-TOTAL.
           WRITE REPORT-LINE FROM WS-REASON-LINE.

       300-EXIT.


       310-READ-WRTOFF.
      * READ THE NEXT WRITE-OFF SEQUENTIALLY
      *=================================================================

           READ WRTOFF-FILE NEXT RECORD
               AT END
                   SET WRTOFF-EOF TO TRUE
           END-READ.

       310-EXIT.


       320-PRINT-ONE-WRITE-OFF.
      * ONE REGISTER LINE, AND THE ITEM INTO ITS REASON'S TOTAL
      *=================================================================

           MOVE WO-INVOICE-NO TO DL-INVOICE-NO.
           MOVE WO-ACCOUNT TO DL-ACCOUNT.
           MOVE WO-NAME TO DL-NAME.
           MOVE WO-AMOUNT TO DL-AMOUNT.
           MOVE WO-OPERATOR-ID TO DL-OPERATOR-ID.
           IF WO-SOURCE-BATCH
               MOVE 'BULK  ' TO DL-SOURCE
           ELSE
               MOVE 'GS38  ' TO DL-SOURCE
           END-IF.

           EVALUATE TRUE
               WHEN WO-BAD-DEBT
                   MOVE 'BAD DEBT            ' TO DL-REASON
                   ADD 1 TO WS-BD-COUNT
                   ADD WO-AMOUNT TO WS-BD-TOTAL
               WHEN WO-SMALL-BALANCE
                   MOVE 'SMALL BALANCE       ' TO DL-REASON
                   ADD 1 TO WS-SB-COUNT
                   ADD WO-AMOUNT TO WS-SB-TOTAL
               WHEN OTHER
                   MOVE 'DISPUTED/SETTLED    ' TO DL-REASON
                   ADD 1 TO WS-DS-COUNT
                   ADD WO-AMOUNT TO WS-DS-TOTAL
           END-EVALUATE.

           ADD 1 TO WS-REGISTER-COUNT.
           ADD WO-AMOUNT TO WS-REGISTER-TOTAL.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       320-EXIT.


       END PROGRAM gsprgwo.
