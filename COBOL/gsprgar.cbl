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

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).

       01  WS-RUN-DATE                      PIC 9(7).

      *    AN ITEM AGES BY THE DAYS IT IS PAST ITS DUE DATE - ZERO OR
      *    LESS IS STILL CURRENT.  AN ITEM FROM BEFORE TERMS HAS NO
      *    DUE DATE AND AGES FROM ITS INVOICE DATE.
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

               10  WS-CT-ACCOUNT            PIC X(6).
               10  WS-CT-NAME               PIC X(20).
               10  WS-CT-CURRENT            PIC 9(9)V99.
               10  WS-CT-PAST30             PIC 9(9)V99.
               10  WS-CT-PAST60             PIC 9(9)V99.
               10  WS-CT-PAST90             PIC 9(9)V99.
               10  WS-CT-OVER90             PIC 9(9)V99.

       01  WS-CUST-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-GRAND-CURRENT                 PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-PAST30                  PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-PAST60                  PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-PAST90                  PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-OVER90                  PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(14)
               VALUE 'CURRENT       '.
           05  FILLER                       PIC X(14)
               VALUE '1-30 PAST DUE '.
           05  FILLER                       PIC X(14)
               VALUE '31-60 PAST DUE'.
           05  FILLER                       PIC X(14)
               VALUE '61-90 PAST DUE'.
           05  FILLER                       PIC X(14)
               VALUE 'OVER 90       '.

           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-CURRENT                   PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-PAST30                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-PAST60                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-PAST90                    PIC ZZZ,ZZZ,ZZ9.99.
           05  DL-OVER90                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-OVERFLOW-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'TOTALS                      '.
           05  TL-CURRENT                   PIC ZZZ,ZZZ,ZZ9.99.
           05  TL-PAST30                    PIC ZZZ,ZZZ,ZZ9.99.
           05  TL-PAST60                    PIC ZZZ,ZZZ,ZZ9.99.
           05  TL-PAST90                    PIC ZZZ,ZZZ,ZZ9.99.
           05  TL-OVER90                    PIC ZZZ,ZZZ,ZZ9.99.


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * AGES EVERY OPEN OR PART-PAID ITEM ON ARFILE BY DAYS PAST ITS
      * DUE DATE INTO CURRENT / 30 / 60 / 90 / OVER 90 BUCKETS BY
      * CUSTOMER, SO THE CREDIT DESK WORKS REAL DATA INSTEAD OF A
      * SPREADSHEET.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           OPEN INPUT ARFILE-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 100-READ-ARFILE.
           PERFORM UNTIL ARFILE-EOF
               IF NOT AR-STATUS-PAID-FULL
                   AND NOT AR-STATUS-WRITTEN-OFF
                   PERFORM 200-AGE-OPEN-ITEM
               END-IF
               PERFORM 100-READ-ARFILE
           PERFORM 600-PRINT-CUSTOMER-TABLE.

           MOVE WS-GRAND-CURRENT TO TL-CURRENT.
           MOVE WS-GRAND-PAST30 TO TL-PAST30.
           MOVE WS-GRAND-PAST60 TO TL-PAST60.
           MOVE WS-GRAND-PAST90 TO TL-PAST90.
           MOVE WS-GRAND-OVER90 TO TL-OVER90.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               GO TO 200-EXIT
           END-IF.

           IF AR-DUE-DATE IS NUMERIC
               AND AR-DUE-DATE IS GREATER THAN ZERO
               MOVE AR-DUE-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE AR-INVOICE-DATE TO WS-AGE-FROM-DATE
           END-IF.
           MOVE WS-AGE-FROM-DATE TO WS-DN-DATE.
           PERFORM 300-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.

           PERFORM 250-FIND-CUSTOMER-ENTRY.

           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS IS NOT GREATER THAN ZERO
                   ADD WS-OPEN-BALANCE TO WS-CT-CURRENT(WS-CUST-SUB)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-CURRENT
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 30
                   ADD WS-OPEN-BALANCE TO WS-CT-PAST30(WS-CUST-SUB)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-PAST30
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 60
                   ADD WS-OPEN-BALANCE TO WS-CT-PAST60(WS-CUST-SUB)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-PAST60
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 90
                   ADD WS-OPEN-BALANCE TO WS-CT-PAST90(WS-CUST-SUB)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-PAST90
               WHEN OTHER
                   ADD WS-OPEN-BALANCE TO WS-CT-OVER90(WS-CUST-SUB)
                   ADD WS-OPEN-BALANCE TO WS-GRAND-OVER90
       200-EXIT.


       300-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       300-EXIT.


       250-FIND-CUSTOMER-ENTRY.
      * FIND OR CREATE THE CUSTOMER'S ROW IN THE AGING TABLE - BY
      * ACCOUNT WHEN THE OPEN ITEM CARRIES ONE, BY NAME OTHERWISE
               MOVE AR-ACCOUNT TO WS-CT-ACCOUNT(WS-CUST-SUB)
               MOVE AR-NAME TO WS-CT-NAME(WS-CUST-SUB)
               MOVE ZERO TO WS-CT-CURRENT(WS-CUST-SUB)
               MOVE ZERO TO WS-CT-PAST30(WS-CUST-SUB)
               MOVE ZERO TO WS-CT-PAST60(WS-CUST-SUB)
               MOVE ZERO TO WS-CT-PAST90(WS-CUST-SUB)
               MOVE ZERO TO WS-CT-OVER90(WS-CUST-SUB)
               SET WS-ROW-OK TO TRUE
           ELSE
               MOVE WS-CT-ACCOUNT(WS-CUST-SUB) TO DL-ACCOUNT
               MOVE WS-CT-NAME(WS-CUST-SUB) TO DL-NAME
               MOVE WS-CT-CURRENT(WS-CUST-SUB) TO DL-CURRENT
               MOVE WS-CT-PAST30(WS-CUST-SUB) TO DL-PAST30
               MOVE WS-CT-PAST60(WS-CUST-SUB) TO DL-PAST60
               MOVE WS-CT-PAST90(WS-CUST-SUB) TO DL-PAST90
               MOVE WS-CT-OVER90(WS-CUST-SUB) TO DL-OVER90
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.
