           88  ORDFILE-EOF                             VALUE '10'.

      *    SYSIN - THE RUN DATE (0CYYDDD) AND THE PROMISE THRESHOLD
      *    IN BUSINESS DAYS; ORDERS OLDER THAN THE THRESHOLD ARE
      *    FLAGGED
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-PROMISE-DAYS                  PIC 9(3).

      *    THE AGE IS IN BUSINESS DAYS - WEEKENDS AND THE SHOP
      *    CALENDAR'S HOLIDAYS ARE NOT HELD AGAINST THE WAREHOUSE.
      *    COUNTED BY GSPRGBD FROM THE ORDER DATE TO THE RUN DATE.
       01  WS-AGE-DAYS                      PIC S9(5) VALUE ZERO.

      *    THE BUCKET BREAKS IN BUSINESS DAYS - ROUGHLY ONE, TWO AND
      *    THREE MONTHS OF WORKING DAYS
       77  WS-BUCKET-1                      PIC 9(3) VALUE 20.
       77  WS-BUCKET-2                      PIC 9(3) VALUE 40.
       77  WS-BUCKET-3                      PIC 9(3) VALUE 60.

      *    THE GSPRGBD BUSINESS-DAY ARGUMENTS
       01  WS-BD-FUNCTION                   PIC X(1) VALUE 'C'.
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).
       01  WS-NO-CALENDAR-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-DIV-MAX                       PIC 9(2) VALUE 10.
       01  WS-DIV-COUNT                     PIC 9(2) VALUE ZERO.
       01  WS-DIV-SUB                       PIC 9(2) VALUE ZERO.
           05  FILLER                       PIC X(13)
               VALUE 'VALUE        '.
           05  FILLER                       PIC X(6)
               VALUE 'BDAYS '.
           05  FILLER                       PIC X(8)
               VALUE 'STATUS  '.
           05  FILLER                       PIC X(12)
               VALUE ' CURRENT '.
           05  BL-CURRENT                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5)
               VALUE '  20 '.
           05  BL-OVER30                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5)
               VALUE '  40 '.
           05  BL-OVER60                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(5)
               VALUE '  60 '.
           05  BL-OVER90                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
               VALUE 'PAST PROMISE:     '.
           05  TL-FLAGGED                   PIC ZZZZ9.

       01  WS-NO-CALENDAR-LINE.
           05  FILLER                       PIC X(46)
               VALUE 'AGED ACROSS A YEAR NOT ON THE CALENDAR:'.
           05  TL-NO-CALENDAR               PIC ZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      * START OF PROGRAM CODE
      *=================================================================
      * AGES EVERY UNSHIPPED INVOICE - OPEN, HELD OR PART-SHIPPED -
      * BY BUSINESS DAYS SINCE ITS ORDER DATE INTO CURRENT/20/40/60
      * BUSINESS-DAY BUCKETS, SUBTOTALLED BY DIVISION, WITH
      * ORDERS PAST THE PROMISE THRESHOLD FLAGGED SO THE WAREHOUSE
      * WORKS THE OLDEST FIRST.  SYSIN IS THE RUN DATE (0CYYDDD)
      * AND THE PROMISE THRESHOLD IN BUSINESS DAYS.  RUN DAILY.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-PROMISE-DAYS FROM SYSIN.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-FLAGGED-COUNT TO TL-FLAGGED.
           WRITE REPORT-LINE FROM WS-FLAGGED-LINE.
           IF WS-NO-CALENDAR-COUNT IS GREATER THAN ZERO
               MOVE WS-NO-CALENDAR-COUNT TO TL-NO-CALENDAR
               WRITE REPORT-LINE FROM WS-NO-CALENDAR-LINE
           END-IF.

           CLOSE ORDFILE-FILE.
           CLOSE REPORT-FILE.
      *=================================================================

           ADD 1 TO WS-OPEN-COUNT.
           MOVE ORDFILE-ORDER-DATE TO WS-BD-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-BD-TO-DATE.
           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               MOVE ZERO TO WS-BD-DAYS
           END-IF.
           IF WS-BD-RETURN-CODE EQUAL 04
               ADD 1 TO WS-NO-CALENDAR-COUNT
           END-IF.
           MOVE WS-BD-DAYS TO WS-AGE-DAYS.
           IF WS-AGE-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

           ADD 1 TO WS-DT-COUNT(WS-DIV-SUB).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS IS LESS THAN WS-BUCKET-1
                   ADD ORDFILE-INVOICE-TOTAL
                       TO WS-DT-CURRENT(WS-DIV-SUB)
               WHEN WS-AGE-DAYS IS LESS THAN WS-BUCKET-2
                   ADD ORDFILE-INVOICE-TOTAL
                       TO WS-DT-OVER30(WS-DIV-SUB)
               WHEN WS-AGE-DAYS IS LESS THAN WS-BUCKET-3
                   ADD ORDFILE-INVOICE-TOTAL
                       TO WS-DT-OVER60(WS-DIV-SUB)
               WHEN OTHER
