       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgqa.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    READ END TO END TWICE - ONCE FOR THE WIN/LOSS COUNTS, THEN
      *    AGAIN FOR THE QUOTES LOST ON PRICE
           SELECT QUOTES-FILE ASSIGN TO QUOTES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QUOTE-NO
               FILE STATUS IS WS-QUOTES-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  QUOTES-FILE.
       01  QUOTES-RECORD.
           05  QUOTE-NO                    PIC 9(7).
           05  QUOTE-DIVISION              PIC X(3).
           05  QUOTE-ACCOUNT               PIC X(6).
           05  QUOTE-NAME                  PIC X(20).
           05  QUOTE-LINES.
               10  QUOTE-LINE OCCURS 5 TIMES.
                   15  QUOTE-P-CODE        PIC X(8).
                   15  QUOTE-P-QTY         PIC 9(3).
                   15  QUOTE-P-PRICE       PIC 9(5)V99.
           05  QUOTE-TOTAL                 PIC 9(7)V99.
           05  QUOTE-DATE                  PIC 9(7).
           05  QUOTE-EXPIRY-DATE           PIC 9(7).
           05  QUOTE-STATUS                PIC X(1).
               88  QUOTE-STATUS-OPEN              VALUE 'O'.
               88  QUOTE-STATUS-CONVERTED         VALUE 'C'.
               88  QUOTE-STATUS-EXPIRED           VALUE 'X'.
               88  QUOTE-STATUS-LOST              VALUE 'L'.
           05  QUOTE-OPERATOR-ID           PIC X(3).
           05  QUOTE-CLOSED-DATE           PIC 9(7).
           05  QUOTE-LOST-REASON           PIC X(3).
               88  QUOTE-LOST-PRICE               VALUE 'PRC'.
               88  QUOTE-LOST-LEAD-TIME           VALUE 'LDT'.
               88  QUOTE-LOST-COMPETITOR          VALUE 'CMP'.
               88  QUOTE-LOST-NOT-NEEDED          VALUE 'NLN'.
           05  QUOTE-COMPETITOR-PRICE      PIC 9(7)V99.
           05  QUOTE-LIST-TOTAL            PIC 9(7)V99.
           05  FILLER                      PIC X(19).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-QUOTES-STATUS                 PIC XX.
           88  QUOTES-OK                               VALUE '00'.
           88  QUOTES-EOF                              VALUE '10'.

      *    SYSIN - THE FIRST AND LAST DAY OF THE MONTH (0CYYDDD)
       01  WS-FROM-DATE                     PIC 9(7).
       01  WS-TO-DATE                       PIC 9(7).

      *    THE DAY THE QUOTE WAS DECIDED, WHICH PUTS IT IN THE MONTH.
      *    A QUOTE CLOSED BEFORE THE CLOSED DATE WAS KEPT FALLS BACK
      *    TO ITS EXPIRY DATE WHEN IT RAN OUT AND TO ITS QUOTE DATE
      *    WHEN IT WAS CONVERTED - AND IS NOT TIMED.
       01  WS-DECIDED-DATE                  PIC 9(7) VALUE ZERO.
       01  WS-TIMED-SW                      PIC X(1).
           88  WS-TIMED                                VALUE 'Y'.
       01  WS-DAYS-TO-CONVERT               PIC 9(5) VALUE ZERO.

       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-QUOTE-NUMBER               PIC 9(6) VALUE ZERO.

      *    ONE ROW PER SALESPERSON ('S'), DIVISION ('D') AND PART
      *    ('P'), AND ONE ('T') FOR THE MONTH AS A WHOLE.  A QUOTE
      *    COUNTS ONCE FOR ITS SALESPERSON AND DIVISION AT ITS QUOTED
      *    TOTAL, AND ONCE FOR EACH PART ON IT AT THAT LINE'S VALUE.
       01  WS-SUMMARY-MAX                   PIC 9(4) VALUE 3000.
       01  WS-SUMMARY-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-SUMMARY-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-SUMMARY-TABLE.
           05  WS-SUMMARY OCCURS 3000 TIMES.
               10  SM-TYPE                  PIC X(1).
               10  SM-KEY                   PIC X(8).
               10  SM-WON-COUNT             PIC 9(5).
               10  SM-WON-DOLLARS           PIC 9(11)V99.
               10  SM-LOST-COUNT            PIC 9(5).
               10  SM-LOST-DOLLARS          PIC 9(11)V99.
               10  SM-EXPIRED-COUNT         PIC 9(5).
               10  SM-EXPIRED-DOLLARS       PIC 9(11)V99.
               10  SM-TIMED-COUNT           PIC 9(5).
               10  SM-TIMED-DAYS            PIC 9(9).
       01  WS-FIND-TYPE                     PIC X(1).
       01  WS-FIND-KEY                      PIC X(8).
       01  WS-TAKE-DOLLARS                  PIC 9(9)V99 VALUE ZERO.
       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-PRINT-TYPE                    PIC X(1).
       01  WS-DECIDED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-CONVERSION-RATE               PIC 9(3)V9 VALUE ZERO.
       01  WS-AVERAGE-DAYS                  PIC 9(4) VALUE ZERO.

       01  WS-LOST-PRICE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-LOST-LEAD-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-LOST-COMPETITOR-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LOST-NOT-NEEDED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PRICE-LISTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PRICE-VS-LIST                 PIC S9(3)V9 VALUE ZERO.
       01  WS-PRICE-GAP                     PIC S9(7)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'QUOTE WIN/LOSS ANALYSIS FROM     '.
           05  HL-FROM-DATE                 PIC 9(7).
           05  FILLER                       PIC X(4) VALUE ' TO '.
           05  HL-TO-DATE                   PIC 9(7).

       01  WS-SECTION-LINE.
           05  FILLER                       PIC X(4) VALUE '*** '.
           05  SC-TITLE                     PIC X(40).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(10) VALUE SPACES.
           05  FILLER                       PIC X(23)
               VALUE '   WON        DOLLARS  '.
           05  FILLER                       PIC X(23)
               VALUE '  LOST        DOLLARS  '.
           05  FILLER                       PIC X(23)
               VALUE 'EXPIRED       DOLLARS  '.
           05  FILLER                       PIC X(19)
               VALUE '   CONV %  AVG DAYS'.

       01  WS-SUMMARY-LINE.
           05  SL-KEY                       PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-WON-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SL-WON-DOLLARS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-LOST-COUNT                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SL-LOST-DOLLARS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-EXPIRED-COUNT             PIC ZZ,ZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SL-EXPIRED-DOLLARS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  SL-CONVERSION-RATE           PIC ZZ9.9.
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  SL-AVERAGE-DAYS              PIC ZZZ9.

       01  WS-PRICE-COLUMN-LINE.
           05  FILLER                       PIC X(44)
               VALUE 'QUOTE   REP DIV ACCT   NAME'.
           05  FILLER                       PIC X(35)
               VALUE '      QUOTED      AT LIST    VS %  '.
           05  FILLER                       PIC X(28)
               VALUE '  COMPETITOR  WE WERE OVER  '.

       01  WS-PRICE-LINE.
           05  PL-QUOTE-NO                  PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-OPERATOR-ID               PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-DIVISION                  PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-QUOTED                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-LIST                      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  PL-VS-LIST                   PIC ZZ9.9-.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  PL-COMPETITOR                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  PL-GAP                       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PL-NOTE                      PIC X(19).

       01  WS-COUNT-LINE.
           05  CL-LABEL                     PIC X(40).
           05  CL-COUNT                     PIC ZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(56)
           VALUE '*** ROWS LEFT OFF THE REPORT - WORK TABLE FULL ***'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * THE MONTHLY QUOTE WIN/LOSS ANALYSIS FOR THE SALES MANAGER.
      * EVERY QUOTE CONVERTED (WON), CLOSED LOST ON GS21 OR EXPIRED
      * IN THE MONTH IS COUNTED, WITH ITS DOLLARS, BY SALESPERSON
      * (THE OPERATOR WHO KEYED THE QUOTE), BY DIVISION AND BY PART,
      * WITH THE CONVERSION RATE - WON OVER ALL DECIDED - AND THE
      * AVERAGE DAYS FROM QUOTE TO CONVERSION.  THE QUOTES LOST ON
      * PRICE FOLLOW, EACH AGAINST OUR LIST PRICE ON THE DAY IT WAS
      * QUOTED AND THE COMPETITOR'S PRICE WHEN THE CUSTOMER GAVE IT.
      * SYSIN IS THE FIRST AND LAST DAY OF THE MONTH (0CYYDDD).
      * QUOTES STILL OPEN ARE NOT DECIDED AND ARE LEFT OUT.

           ACCEPT WS-FROM-DATE FROM SYSIN.
           ACCEPT WS-TO-DATE FROM SYSIN.

           OPEN OUTPUT REPORT-FILE.

           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-TO-DATE TO HL-TO-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           MOVE 'T' TO WS-FIND-TYPE.
           MOVE 'ALL' TO WS-FIND-KEY.
           PERFORM 510-FIND-ROW THRU 510-EXIT.

           PERFORM 100-COUNT-QUOTES.

           MOVE 'BY SALESPERSON' TO SC-TITLE.
           MOVE 'S' TO WS-PRINT-TYPE.
           PERFORM 600-PRINT-SUMMARY.
           MOVE 'BY DIVISION' TO SC-TITLE.
           MOVE 'D' TO WS-PRINT-TYPE.
           PERFORM 600-PRINT-SUMMARY.
           MOVE 'BY PART' TO SC-TITLE.
           MOVE 'P' TO WS-PRINT-TYPE.
           PERFORM 600-PRINT-SUMMARY.
           MOVE 'ALL QUOTES' TO SC-TITLE.
           MOVE 'T' TO WS-PRINT-TYPE.
           PERFORM 600-PRINT-SUMMARY.

           PERFORM 300-LIST-LOST-ON-PRICE.
           PERFORM 700-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-COUNT-QUOTES.
      * ONE PASS OF THE QUOTE FILE, TAKING EVERY QUOTE DECIDED IN THE
      * MONTH INTO ITS SALESPERSON, DIVISION AND PART ROWS
      *=================================================================

           OPEN INPUT QUOTES-FILE.

           PERFORM 110-READ-QUOTES.
           PERFORM UNTIL QUOTES-EOF
               IF QUOTE-STATUS-CONVERTED
                   OR QUOTE-STATUS-LOST
                   OR QUOTE-STATUS-EXPIRED
                   PERFORM 120-TAKE-QUOTE THRU 120-EXIT
               END-IF
               PERFORM 110-READ-QUOTES
           END-PERFORM.

           CLOSE QUOTES-FILE.

       100-EXIT.


       110-READ-QUOTES.
      * READ THE NEXT QUOTE SEQUENTIALLY
      *=================================================================

           READ QUOTES-FILE NEXT RECORD
               AT END
                   SET QUOTES-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-TAKE-QUOTE.
      * DATE ONE DECIDED QUOTE, AND WHEN IT FALLS IN THE MONTH ADD IT
      * TO THE MONTH, ITS SALESPERSON, ITS DIVISION AND EACH OF ITS
      * PARTS
      *=================================================================

           PERFORM 130-DECIDED-DATE THRU 130-EXIT.

           IF WS-DECIDED-DATE IS LESS THAN WS-FROM-DATE
               OR WS-DECIDED-DATE IS GREATER THAN WS-TO-DATE
               GO TO 120-EXIT
           END-IF.

           IF QUOTE-STATUS-LOST
               EVALUATE TRUE
                   WHEN QUOTE-LOST-PRICE
                       ADD 1 TO WS-LOST-PRICE-COUNT
                   WHEN QUOTE-LOST-LEAD-TIME
                       ADD 1 TO WS-LOST-LEAD-COUNT
                   WHEN QUOTE-LOST-COMPETITOR
                       ADD 1 TO WS-LOST-COMPETITOR-COUNT
                   WHEN QUOTE-LOST-NOT-NEEDED
                       ADD 1 TO WS-LOST-NOT-NEEDED-COUNT
               END-EVALUATE
           END-IF.

           MOVE QUOTE-TOTAL TO WS-TAKE-DOLLARS.
           MOVE 'T' TO WS-FIND-TYPE.
           MOVE 'ALL' TO WS-FIND-KEY.
           PERFORM 500-TAKE-ROW THRU 500-EXIT.
           MOVE 'S' TO WS-FIND-TYPE.
           MOVE QUOTE-OPERATOR-ID TO WS-FIND-KEY.
           PERFORM 500-TAKE-ROW THRU 500-EXIT.
           MOVE 'D' TO WS-FIND-TYPE.
           MOVE QUOTE-DIVISION TO WS-FIND-KEY.
           PERFORM 500-TAKE-ROW THRU 500-EXIT.

           MOVE 'P' TO WS-FIND-TYPE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF QUOTE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
                   MOVE QUOTE-P-CODE(WS-LINE-SUB) TO WS-FIND-KEY
                   COMPUTE WS-TAKE-DOLLARS =
                       QUOTE-P-QTY(WS-LINE-SUB) *
                       QUOTE-P-PRICE(WS-LINE-SUB)
                   PERFORM 500-TAKE-ROW THRU 500-EXIT
               END-IF
           END-PERFORM.

       120-EXIT.


       130-DECIDED-DATE.
      * THE DAY THE QUOTE WAS WON, LOST OR RAN OUT, AND FOR A WON
      * QUOTE THE DAYS IT TOOK
      *=================================================================

           MOVE 'N' TO WS-TIMED-SW.
           MOVE ZERO TO WS-DAYS-TO-CONVERT.

           IF QUOTE-CLOSED-DATE IS NUMERIC
               AND QUOTE-CLOSED-DATE IS GREATER THAN ZERO
               MOVE QUOTE-CLOSED-DATE TO WS-DECIDED-DATE
           ELSE
               IF QUOTE-STATUS-EXPIRED
                   MOVE QUOTE-EXPIRY-DATE TO WS-DECIDED-DATE
               ELSE
                   MOVE QUOTE-DATE TO WS-DECIDED-DATE
               END-IF
               GO TO 130-EXIT
           END-IF.

           IF NOT QUOTE-STATUS-CONVERTED
               GO TO 130-EXIT
           END-IF.

           MOVE QUOTE-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-QUOTE-NUMBER.
           MOVE QUOTE-CLOSED-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           IF WS-DN-NUMBER IS NOT LESS THAN WS-DN-QUOTE-NUMBER
               COMPUTE WS-DAYS-TO-CONVERT =
                   WS-DN-NUMBER - WS-DN-QUOTE-NUMBER
               SET WS-TIMED TO TRUE
           END-IF.

       130-EXIT.


       300-LIST-LOST-ON-PRICE.
      * A SECOND PASS FOR THE QUOTES LOST ON PRICE IN THE MONTH - WHAT
      * WE QUOTED, THE SAME BASKET AT LIST PRICE ON THE QUOTE DATE,
      * HOW FAR UNDER OR OVER LIST WE WERE, AND THE COMPETITOR'S
      * PRICE WITH HOW FAR ABOVE IT WE CAME IN
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOST ON PRICE' TO SC-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-PRICE-COLUMN-LINE.

           MOVE '00' TO WS-QUOTES-STATUS.
           OPEN INPUT QUOTES-FILE.

           PERFORM 110-READ-QUOTES.
           PERFORM UNTIL QUOTES-EOF
               IF QUOTE-STATUS-LOST
                   AND QUOTE-LOST-PRICE
                   PERFORM 310-LIST-ONE-QUOTE THRU 310-EXIT
               END-IF
               PERFORM 110-READ-QUOTES
           END-PERFORM.

           CLOSE QUOTES-FILE.

       300-EXIT.


       310-LIST-ONE-QUOTE.
      * ONE LOST-ON-PRICE QUOTE.  A QUOTE FILED BEFORE THE LIST TOTAL
      * WAS KEPT, OR ONE THE CUSTOMER GAVE NO PRICE FOR, SAYS SO.
      *=================================================================

           PERFORM 130-DECIDED-DATE THRU 130-EXIT.

           IF WS-DECIDED-DATE IS LESS THAN WS-FROM-DATE
               OR WS-DECIDED-DATE IS GREATER THAN WS-TO-DATE
               GO TO 310-EXIT
           END-IF.

           MOVE QUOTE-NO TO PL-QUOTE-NO.
           MOVE QUOTE-OPERATOR-ID TO PL-OPERATOR-ID.
           MOVE QUOTE-DIVISION TO PL-DIVISION.
           MOVE QUOTE-ACCOUNT TO PL-ACCOUNT.
           MOVE QUOTE-NAME TO PL-NAME.
           MOVE QUOTE-TOTAL TO PL-QUOTED.
           MOVE SPACES TO PL-NOTE.

           IF QUOTE-LIST-TOTAL IS NUMERIC
               AND QUOTE-LIST-TOTAL IS GREATER THAN ZERO
               ADD 1 TO WS-PRICE-LISTED-COUNT
               MOVE QUOTE-LIST-TOTAL TO PL-LIST
               COMPUTE WS-PRICE-VS-LIST ROUNDED =
                   (QUOTE-TOTAL - QUOTE-LIST-TOTAL) * 100
                   / QUOTE-LIST-TOTAL
               MOVE WS-PRICE-VS-LIST TO PL-VS-LIST
           ELSE
               MOVE ZERO TO PL-LIST
               MOVE ZERO TO PL-VS-LIST
               MOVE 'NO LIST KEPT' TO PL-NOTE
           END-IF.

           IF QUOTE-COMPETITOR-PRICE IS NUMERIC
               AND QUOTE-COMPETITOR-PRICE IS GREATER THAN ZERO
               MOVE QUOTE-COMPETITOR-PRICE TO PL-COMPETITOR
               COMPUTE WS-PRICE-GAP =
                   QUOTE-TOTAL - QUOTE-COMPETITOR-PRICE
               MOVE WS-PRICE-GAP TO PL-GAP
           ELSE
               MOVE ZERO TO PL-COMPETITOR
               MOVE ZERO TO PL-GAP
               MOVE 'NO COMPETITOR PRICE' TO PL-NOTE
           END-IF.

           WRITE REPORT-LINE FROM WS-PRICE-LINE.

       310-EXIT.


       500-TAKE-ROW.
      * ADD THE QUOTE, AT WS-TAKE-DOLLARS, TO THE ROW FOR
      * WS-FIND-TYPE / WS-FIND-KEY - STARTING THE ROW WHEN IT IS NEW
      *=================================================================

           PERFORM 510-FIND-ROW THRU 510-EXIT.
           IF WS-SUMMARY-SUB IS GREATER THAN WS-SUMMARY-MAX
               GO TO 500-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN QUOTE-STATUS-CONVERTED
                   ADD 1 TO SM-WON-COUNT(WS-SUMMARY-SUB)
                   ADD WS-TAKE-DOLLARS
                       TO SM-WON-DOLLARS(WS-SUMMARY-SUB)
                   IF WS-TIMED
                       ADD 1 TO SM-TIMED-COUNT(WS-SUMMARY-SUB)
                       ADD WS-DAYS-TO-CONVERT
                           TO SM-TIMED-DAYS(WS-SUMMARY-SUB)
                   END-IF
               WHEN QUOTE-STATUS-LOST
                   ADD 1 TO SM-LOST-COUNT(WS-SUMMARY-SUB)
                   ADD WS-TAKE-DOLLARS
                       TO SM-LOST-DOLLARS(WS-SUMMARY-SUB)
               WHEN QUOTE-STATUS-EXPIRED
                   ADD 1 TO SM-EXPIRED-COUNT(WS-SUMMARY-SUB)
                   ADD WS-TAKE-DOLLARS
                       TO SM-EXPIRED-DOLLARS(WS-SUMMARY-SUB)
           END-EVALUATE.

       500-EXIT.


       510-FIND-ROW.
      * LOOK UP THE ROW FOR WS-FIND-TYPE / WS-FIND-KEY, ADDING AN
      * EMPTY ONE WHEN IT IS NOT THERE YET.  WITH THE TABLE FULL THE
      * SUBSCRIPT IS LEFT PAST THE END AND THE QUOTE IS COUNTED AS
      * LEFT OFF.
      *=================================================================

           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
                   OR (SM-TYPE(WS-SUMMARY-SUB) EQUAL WS-FIND-TYPE
                   AND SM-KEY(WS-SUMMARY-SUB) EQUAL WS-FIND-KEY)
               CONTINUE
           END-PERFORM.

           IF WS-SUMMARY-SUB NOT GREATER THAN WS-SUMMARY-COUNT
               GO TO 510-EXIT
           END-IF.

           IF WS-SUMMARY-COUNT NOT LESS THAN WS-SUMMARY-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               COMPUTE WS-SUMMARY-SUB = WS-SUMMARY-MAX + 1
               GO TO 510-EXIT
           END-IF.

           ADD 1 TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-COUNT TO WS-SUMMARY-SUB.
           MOVE WS-FIND-TYPE TO SM-TYPE(WS-SUMMARY-SUB).
           MOVE WS-FIND-KEY TO SM-KEY(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-WON-COUNT(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-WON-DOLLARS(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-LOST-COUNT(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-LOST-DOLLARS(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-EXPIRED-COUNT(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-EXPIRED-DOLLARS(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-TIMED-COUNT(WS-SUMMARY-SUB).
           MOVE ZERO TO SM-TIMED-DAYS(WS-SUMMARY-SUB).

       510-EXIT.


       600-PRINT-SUMMARY.
      * ONE SECTION OF THE REPORT - EVERY ROW OF WS-PRINT-TYPE
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 610-PRINT-ROW
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT.

       600-EXIT.


       610-PRINT-ROW.
      * ONE ROW WITH ITS CONVERSION RATE AND AVERAGE DAYS TO CONVERT
      *=================================================================

           IF SM-TYPE(WS-SUMMARY-SUB) EQUAL WS-PRINT-TYPE
               COMPUTE WS-DECIDED-COUNT =
                   SM-WON-COUNT(WS-SUMMARY-SUB) +
                   SM-LOST-COUNT(WS-SUMMARY-SUB) +
                   SM-EXPIRED-COUNT(WS-SUMMARY-SUB)
               MOVE ZERO TO WS-CONVERSION-RATE
               IF WS-DECIDED-COUNT IS GREATER THAN ZERO
                   COMPUTE WS-CONVERSION-RATE ROUNDED =
                       SM-WON-COUNT(WS-SUMMARY-SUB) * 100
                       / WS-DECIDED-COUNT
               END-IF
               MOVE ZERO TO WS-AVERAGE-DAYS
               IF SM-TIMED-COUNT(WS-SUMMARY-SUB) IS GREATER THAN ZERO
                   COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       SM-TIMED-DAYS(WS-SUMMARY-SUB)
                       / SM-TIMED-COUNT(WS-SUMMARY-SUB)
               END-IF
               MOVE SM-KEY(WS-SUMMARY-SUB) TO SL-KEY
               MOVE SM-WON-COUNT(WS-SUMMARY-SUB) TO SL-WON-COUNT
               MOVE SM-WON-DOLLARS(WS-SUMMARY-SUB) TO SL-WON-DOLLARS
               MOVE SM-LOST-COUNT(WS-SUMMARY-SUB) TO SL-LOST-COUNT
               MOVE SM-LOST-DOLLARS(WS-SUMMARY-SUB) TO SL-LOST-DOLLARS
               MOVE SM-EXPIRED-COUNT(WS-SUMMARY-SUB)
                   TO SL-EXPIRED-COUNT
               MOVE SM-EXPIRED-DOLLARS(WS-SUMMARY-SUB)
                   TO SL-EXPIRED-DOLLARS
               MOVE WS-CONVERSION-RATE TO SL-CONVERSION-RATE
               MOVE WS-AVERAGE-DAYS TO SL-AVERAGE-DAYS
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       610-EXIT.


       700-PRINT-TOTALS.
      * THE LOST QUOTES BY REASON
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOST - PRICE:' TO CL-LABEL.
           MOVE WS-LOST-PRICE-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH PRICED AGAINST LIST:' TO CL-LABEL.
           MOVE WS-PRICE-LISTED-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOST - LEAD TIME:' TO CL-LABEL.
           MOVE WS-LOST-LEAD-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOST - WENT TO A COMPETITOR:' TO CL-LABEL.
           MOVE WS-LOST-COMPETITOR-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOST - NO LONGER NEEDED:' TO CL-LABEL.
           MOVE WS-LOST-NOT-NEEDED-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

       700-EXIT.


       800-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       800-EXIT.


       END PROGRAM gsprgqa.
