               88  QUOTE-STATUS-OPEN              VALUE 'O'.
               88  QUOTE-STATUS-CONVERTED         VALUE 'C'.
               88  QUOTE-STATUS-EXPIRED           VALUE 'X'.
               88  QUOTE-STATUS-LOST              VALUE 'L'.
           05  QUOTE-OPERATOR-ID           PIC X(3).
      *        STAMPED WITH THE RUN DATE WHEN THE QUOTE RUNS OUT
           05  QUOTE-CLOSED-DATE           PIC 9(7).
           05  QUOTE-LOST-REASON           PIC X(3).
           05  QUOTE-COMPETITOR-PRICE      PIC 9(7)V99.
           05  QUOTE-LIST-TOTAL            PIC 9(7)V99.
           05  FILLER                      PIC X(19).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       01  WS-EXPIRED-COUNT                 PIC 9(5) VALUE ZERO.

      *    A QUOTE WHOSE EXPIRY FALLS ON A WEEKEND OR SHOP HOLIDAY
      *    STAYS GOOD THROUGH THE NEXT BUSINESS DAY - THE CUSTOMER
      *    COULD NOT HAVE REACHED US ON THE DAY ITSELF.  GSPRGBD
      *    FUNCTION 'N' GIVES THAT DAY.
       01  WS-BD-FUNCTION                   PIC X(1) VALUE 'N'.
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'QUOTE EXPIRY RUN                 '.
      *=================================================================
      * MARKS EVERY OPEN QUOTE WHOSE EXPIRY DATE HAS PASSED AS
      * EXPIRED, SO THE GS21 SCREEN CANNOT CONVERT A STALE PRICE.
      * AN EXPIRY ON A DAY THE SHOP IS SHUT RUNS ON TO THE NEXT
      * BUSINESS DAY.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           PERFORM UNTIL QUOTES-EOF
               IF QUOTE-STATUS-OPEN
                   AND QUOTE-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
                   PERFORM 150-EXPIRY-BUSINESS-DAY
                   IF WS-BD-TO-DATE IS LESS THAN WS-RUN-DATE
                       PERFORM 200-EXPIRE-QUOTE
                   END-IF
               END-IF
               PERFORM 100-READ-QUOTES
           END-PERFORM.
       100-EXIT.


       150-EXPIRY-BUSINESS-DAY.
      * THE LAST DAY THE QUOTE CAN BE TAKEN UP - ITS EXPIRY DATE, OR
      * THE NEXT BUSINESS DAY WHEN THE SHOP IS SHUT ON IT.  A DATE
      * GSPRGBD CANNOT READ IS TAKEN AS IT STANDS.
      *=================================================================

           MOVE QUOTE-EXPIRY-DATE TO WS-BD-FROM-DATE.
           MOVE ZERO TO WS-BD-DAYS.
           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               MOVE QUOTE-EXPIRY-DATE TO WS-BD-TO-DATE
           END-IF.

       150-EXIT.


       200-EXPIRE-QUOTE.
      * MARK ONE STALE QUOTE EXPIRED AND LIST IT
      *=================================================================

           ADD 1 TO WS-EXPIRED-COUNT.
           SET QUOTE-STATUS-EXPIRED TO TRUE.
           MOVE WS-RUN-DATE TO QUOTE-CLOSED-DATE.
           REWRITE QUOTES-RECORD.

           MOVE QUOTE-NO TO DL-QUOTE-NO.
