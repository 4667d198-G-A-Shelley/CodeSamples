       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgda.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DISPUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-INVOICE-NO
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONE DISPUTE PER INVOICE - OPENED BY GSPRGCP WHEN A CUSTOMER
      *    SHORT-PAYS BY A DEDUCTION, RESOLVED ON THE GS39 SCREEN
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

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-DISPUTE-STATUS                PIC XX.
           88  DISPUTE-OK                              VALUE '00'.
           88  DISPUTE-EOF                             VALUE '10'.

       01  WS-RUN-DATE                      PIC 9(7).

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

      *    THE AGE BUCKETS - DAYS SINCE THE DISPUTE WAS OPENED
       01  WS-BUCKET-SUB                    PIC 9(1) VALUE ZERO.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 4 TIMES.
               10  WS-BK-COUNT              PIC 9(5).
               10  WS-BK-TOTAL              PIC 9(9)V99.

       01  WS-BUCKET-NAME-VALUES.
           05  FILLER                       PIC X(20)
               VALUE '0-30 DAYS:          '.
           05  FILLER                       PIC X(20)
               VALUE '31-60 DAYS:         '.
           05  FILLER                       PIC X(20)
               VALUE '61-90 DAYS:         '.
           05  FILLER                       PIC X(20)
               VALUE 'OVER 90 DAYS:       '.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(20).

       01  WS-OPEN-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-OPEN-TOTAL                    PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'AGED OPEN DEDUCTION DISPUTES     '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'INVOICE  '.
           05  FILLER                       PIC X(8)
               VALUE 'ACCOUNT '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(15)
               VALUE 'DISPUTED       '.
           05  FILLER                       PIC X(8)
               VALUE 'REASON  '.
           05  FILLER                       PIC X(9)
               VALUE 'OPENED   '.
           05  FILLER                       PIC X(6)
               VALUE 'DAYS  '.

       01  WS-DETAIL-LINE.
           05  DL-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AMOUNT                    PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5) VALUE SPACES.
           05  DL-REASON                    PIC X(3).
           05  FILLER                       PIC X(5) VALUE SPACES.
           05  DL-OPEN-DATE                 PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-DAYS                      PIC ZZZZ9.

       01  WS-BUCKET-LINE.
           05  TL-BUCKET                    PIC X(20).
           05  TL-BUCKET-COUNT              PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-BUCKET-TOTAL              PIC ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * LISTS EVERY DEDUCTION DISPUTE STILL OPEN, AGED BY THE DAYS
      * SINCE THE SHORT PAYMENT OPENED IT, WITH COUNTS AND DOLLARS BY
      * AGE BUCKET - THE CREDIT MANAGER'S WEEKLY VIEW OF WHAT THE DESK
      * HAS NOT YET WORKED ON GS39.  SYSIN IS THE RUN DATE (0CYYDDD).

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 600-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           MOVE ZEROS TO WS-BUCKET-TABLE.

           OPEN INPUT DISPUTE-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-DISPUTE.
           PERFORM UNTIL DISPUTE-EOF
               IF DS-STATUS-OPEN
                   PERFORM 200-AGE-ONE-DISPUTE
               END-IF
               PERFORM 100-READ-DISPUTE
           END-PERFORM.

           PERFORM 300-PRINT-TOTALS.

           CLOSE DISPUTE-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-DISPUTE.
      * READ THE NEXT DISPUTE SEQUENTIALLY
      *=================================================================

           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET DISPUTE-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-AGE-ONE-DISPUTE.
      * AGE ONE OPEN DISPUTE, DROP IT INTO ITS BUCKET AND LIST IT
      *=================================================================

           MOVE DS-OPEN-DATE TO WS-DN-DATE.
           PERFORM 600-COMPUTE-DAY-NUMBER.
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-NUMBER - WS-DN-NUMBER.
           IF WS-AGE-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS IS NOT GREATER THAN 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.

           ADD 1 TO WS-BK-COUNT(WS-BUCKET-SUB).
           ADD DS-AMOUNT TO WS-BK-TOTAL(WS-BUCKET-SUB).
           ADD 1 TO WS-OPEN-COUNT.
           ADD DS-AMOUNT TO WS-OPEN-TOTAL.

           MOVE DS-INVOICE-NO TO DL-INVOICE-NO.
           MOVE DS-ACCOUNT TO DL-ACCOUNT.
           MOVE DS-NAME TO DL-NAME.
           MOVE DS-AMOUNT TO DL-AMOUNT.
           MOVE DS-REASON TO DL-REASON.
           MOVE DS-OPEN-DATE TO DL-OPEN-DATE.
           MOVE WS-AGE-DAYS TO DL-DAYS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       200-EXIT.


       300-PRINT-TOTALS.
      * COUNTS AND DOLLARS BY AGE BUCKET, THEN THE GRAND TOTAL
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO TL-BUCKET
               MOVE WS-BK-COUNT(WS-BUCKET-SUB) TO TL-BUCKET-COUNT
               MOVE WS-BK-TOTAL(WS-BUCKET-SUB) TO TL-BUCKET-TOTAL
               WRITE REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM.

           MOVE 'OPEN DISPUTES:      ' TO TL-BUCKET.
           MOVE WS-OPEN-COUNT TO TL-BUCKET-COUNT.
           MOVE WS-OPEN-TOTAL TO TL-BUCKET-TOTAL.
           WRITE REPORT-LINE FROM WS-BUCKET-LINE.

       300-EXIT.


       600-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       600-EXIT.


       END PROGRAM gsprgda.
