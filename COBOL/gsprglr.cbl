       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprglr.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE LOST SALES GSPRGLS TAKES OFF GS03 AND GS33, KEYED BY
      *    DATE AND TIME - STARTED AT THE FROM DATE AND READ UNTIL
      *    PAST THE TO DATE
           SELECT LOSTSL-FILE ASSIGN TO LOSTSL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-LOSTSL-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  LOSTSL-FILE.
       01  LOSTSL-RECORD.
           05  LS-KEY.
               10  LS-DATE                 PIC 9(7).
               10  LS-TIME                 PIC 9(7).
               10  LS-TERMINAL-ID          PIC X(4).
               10  LS-SEQ                  PIC 9(2).
           05  LS-DIVISION                 PIC X(3).
           05  LS-ACCOUNT                  PIC X(6).
           05  LS-PRODUCT                  PIC X(8).
           05  LS-DESC                     PIC X(20).
           05  LS-QTY                      PIC 9(5).
           05  LS-REASON                   PIC X(3).
               88  LS-OUT-OF-STOCK                 VALUE 'OOS'.
               88  LS-LEAD-TIME                    VALUE 'LDT'.
               88  LS-PRICE                        VALUE 'PRC'.
               88  LS-NOT-STOCKED                  VALUE 'NST'.
           05  LS-SOURCE                   PIC X(4).
           05  LS-OPERATOR-ID              PIC X(3).
           05  FILLER                      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-LOSTSL-STATUS                 PIC XX.
           88  LOSTSL-OK                               VALUE '00'.
           88  LOSTSL-EOF                              VALUE '10'.

      *    SYSIN CARDS 1 AND 2 - THE FIRST AND LAST DAY OF THE MONTH
      *    REPORTED ON (0CYYDDD)
       01  WS-FROM-DATE                     PIC 9(7).
       01  WS-TO-DATE                       PIC 9(7).

      *    ONE ENTRY PER PART LOST IN THE MONTH, VALUED AT ITS LIST
      *    PRICE AND RANKED BY THAT VALUE.  THE REASON COLUMNS ARE
      *    THE UNITS LOST TO NO STOCK, LEAD TIME, PRICE AND NOT
      *    STOCKED IN THAT ORDER.
       01  WS-PART-MAX                      PIC 9(4) VALUE 2000.
       01  WS-PART-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-PART-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-PART-SUB2                     PIC 9(4) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 2000 TIMES.
               10  LT-PRODUCT               PIC X(8).
               10  LT-DESC                  PIC X(20).
               10  LT-TIMES                 PIC 9(5).
               10  LT-QTY                   PIC 9(7).
               10  LT-REASON-QTY            PIC 9(7) OCCURS 4 TIMES.
               10  LT-PRICE                 PIC 9(5)V99.
               10  LT-VALUE                 PIC 9(9)V99.

      *    ONE ENTRY PER FREE-TEXT ITEM - SOMETHING ASKED FOR THAT IS
      *    NOT ON THE PART MASTER, GATHERED UNDER ITS DESCRIPTION AND
      *    RANKED BY THE UNITS WANTED SINCE IT HAS NO PRICE
       01  WS-TEXT-MAX                      PIC 9(4) VALUE 500.
       01  WS-TEXT-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-TEXT-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-TEXT-SUB2                     PIC 9(4) VALUE ZERO.
       01  WS-TEXT-TABLE.
           05  WS-TEXT-ENTRY OCCURS 500 TIMES.
               10  TT-DESC                  PIC X(20).
               10  TT-TIMES                 PIC 9(5).
               10  TT-QTY                   PIC 9(7).
               10  TT-REASON-QTY            PIC 9(7) OCCURS 4 TIMES.

       01  WS-SWAP-PART-ENTRY               PIC X(86).
       01  WS-SWAP-TEXT-ENTRY               PIC X(60).

       01  WS-FOUND-SW                      PIC X(1).
           88  WS-FOUND                                VALUE 'Y'.
       01  WS-REASON-SUB                    PIC 9(1) VALUE ZERO.

       01  WS-RECORD-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-QTY                     PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-VALUE                   PIC 9(11)V99 VALUE ZERO.
       01  WS-REASON-TOTALS.
           05  WS-REASON-TOTAL              PIC 9(9) OCCURS 4 TIMES.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-PRODUCT-DESC                        PIC X(17).
           01  SQL-UNIT-PRICE                     PIC S9(5)V99 COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'LOST SALES - UNFILLED DEMAND BY PART    '.
           05  FILLER                       PIC X(6)
               VALUE 'FROM  '.
           05  HL-FROM-DATE                 PIC 9(7).
           05  FILLER                       PIC X(6)
               VALUE '  TO  '.
           05  HL-TO-DATE                   PIC 9(7).

       01  WS-PART-TITLE                    PIC X(48)
           VALUE 'PARTS - RANKED BY LOST VALUE AT LIST PRICE      '.

       01  WS-TEXT-TITLE                    PIC X(48)
           VALUE 'ITEMS NOT ON THE PART MASTER - RANKED BY UNITS  '.

       01  WS-COLUMN-LINE-1.
           05  FILLER                       PIC X(40)
               VALUE '                                   TIMES'.
           05  FILLER                       PIC X(40)
               VALUE '  UNITS  -------- UNITS LOST TO ------- '.
           05  FILLER                       PIC X(20)
               VALUE '   LIST         LOST'.

       01  WS-COLUMN-LINE-2.
           05  FILLER                       PIC X(40)
               VALUE 'RANK PART     DESCRIPTION          ASKED'.
           05  FILLER                       PIC X(40)
               VALUE '    LOST NOSTOCK   LEAD  PRICE NOTSTK   '.
           05  FILLER                       PIC X(20)
               VALUE '  PRICE        VALUE'.

       01  WS-DETAIL-LINE.
           05  DL-RANK                      PIC ZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-DESC                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-TIMES                     PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-OOS                       PIC ZZZZZZ9.
           05  DL-LDT                       PIC ZZZZZZ9.
           05  DL-PRC                       PIC ZZZZZZ9.
           05  DL-NST                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-PRICE                     PIC ZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-VALUE                     PIC Z,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.

       01  WS-RECORD-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'LOST SALES READ:            '.
           05  TL-RECORDS                   PIC ZZZZZZ9.

       01  WS-COUNT-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'PARTS LISTED:               '.
           05  TL-PARTS                     PIC ZZZZZZ9.
           05  FILLER                       PIC X(24)
               VALUE '   FREE-TEXT ITEMS:     '.
           05  TL-TEXT                      PIC ZZZZZZ9.

       01  WS-UNITS-LINE.
           05  FILLER                       PIC X(28)
               VALUE 'UNITS LOST:                 '.
           05  TL-UNITS                     PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(22)
               VALUE ' VALUE AT LIST PRICE: '.
           05  TL-VALUE                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-REASON-LINE.
           05  FILLER                       PIC X(26)
               VALUE 'UNITS LOST BY REASON:     '.
           05  FILLER                       PIC X(9)
               VALUE 'NO STOCK '.
           05  TL-OOS                       PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(7)
               VALUE '  LEAD '.
           05  TL-LDT                       PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(8)
               VALUE '  PRICE '.
           05  TL-PRC                       PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(14)
               VALUE '  NOT STOCKED '.
           05  TL-NST                       PIC ZZZZZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** ENTRIES DROPPED - WORK TABLE FULL ***       '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MONTHLY LOST-SALES REPORT.  EVERY LOST SALE TAKEN ON GS03 AND
      * GS33 IN THE MONTH IS GATHERED BY PART - HOW MANY TIMES IT WAS
      * ASKED FOR, THE UNITS WANTED AND THE UNITS LOST TO EACH
      * REASON - AND VALUED AT THE LIST PRICE ON BILLM.PART_CODES,
      * THEN RANKED BY THAT VALUE SO THE BUYER SEES WHERE THE MONEY
      * WENT.  ITEMS KEYED AS FREE TEXT ARE NOT ON THE PART MASTER,
      * HAVE NO PRICE, AND ARE LISTED AFTER THE PARTS BY UNITS WANTED
      * FOR WHOEVER DECIDES WHAT TO START STOCKING.  SYSIN IS THE
      * FIRST AND THE LAST DAY OF THE MONTH (0CYYDDD).  A FULL WORK
      * TABLE ENDS RC=8.

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-FROM-DATE FROM SYSIN.
           ACCEPT WS-TO-DATE FROM SYSIN.
           MOVE ZERO TO WS-REASON-TOTAL(1).
           MOVE ZERO TO WS-REASON-TOTAL(2).
           MOVE ZERO TO WS-REASON-TOTAL(3).
           MOVE ZERO TO WS-REASON-TOTAL(4).

           OPEN INPUT LOSTSL-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-FROM-DATE TO LS-DATE.
           MOVE ZERO TO LS-TIME.
           MOVE LOW-VALUES TO LS-TERMINAL-ID.
           MOVE ZERO TO LS-SEQ.
           START LOSTSL-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   SET LOSTSL-EOF TO TRUE
           END-START.

           IF NOT LOSTSL-EOF
               PERFORM 100-READ-LOSTSL
           END-IF.
           PERFORM UNTIL LOSTSL-EOF
                   OR LS-DATE IS GREATER THAN WS-TO-DATE
               ADD 1 TO WS-RECORD-COUNT
               IF LS-PRODUCT EQUAL SPACES
                   PERFORM 250-FILE-TEXT-ITEM THRU 250-EXIT
               ELSE
                   PERFORM 200-FILE-PART THRU 200-EXIT
               END-IF
               PERFORM 100-READ-LOSTSL
           END-PERFORM.

           CLOSE LOSTSL-FILE.

           PERFORM 300-PRICE-ONE-PART
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.

           PERFORM 500-SORT-PART-TABLE.
           PERFORM 550-SORT-TEXT-TABLE.

           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-TO-DATE TO HL-TO-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           WRITE REPORT-LINE FROM WS-PART-TITLE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.
           PERFORM 600-PRINT-ONE-PART
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TEXT-TITLE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-1.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE-2.
           PERFORM 650-PRINT-ONE-TEXT-ITEM
               VARYING WS-TEXT-SUB FROM 1 BY 1
               UNTIL WS-TEXT-SUB > WS-TEXT-COUNT.

           PERFORM 700-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-LOSTSL.
      * READ THE NEXT LOST SALE IN DATE ORDER
      *=================================================================

           READ LOSTSL-FILE NEXT RECORD
               AT END
                   SET LOSTSL-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-FILE-PART.
      * ADD ONE LOST SALE TO ITS PART, OPENING AN ENTRY FOR A PART
      * NOT SEEN YET
      *=================================================================

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
                      OR WS-FOUND
               IF LT-PRODUCT(WS-PART-SUB) EQUAL LS-PRODUCT
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-PART-SUB
           ELSE
               IF WS-PART-COUNT IS NOT LESS THAN WS-PART-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 200-EXIT
               END-IF
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT TO WS-PART-SUB
               MOVE LS-PRODUCT TO LT-PRODUCT(WS-PART-SUB)
               MOVE LS-DESC TO LT-DESC(WS-PART-SUB)
               MOVE ZERO TO LT-TIMES(WS-PART-SUB)
               MOVE ZERO TO LT-QTY(WS-PART-SUB)
               MOVE ZERO TO LT-PRICE(WS-PART-SUB)
               MOVE ZERO TO LT-VALUE(WS-PART-SUB)
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 4
                   MOVE ZERO
                       TO LT-REASON-QTY(WS-PART-SUB, WS-REASON-SUB)
               END-PERFORM
           END-IF.

           PERFORM 270-SET-REASON.
           ADD 1 TO LT-TIMES(WS-PART-SUB).
           ADD LS-QTY TO LT-QTY(WS-PART-SUB).
           IF WS-REASON-SUB IS GREATER THAN ZERO
               ADD LS-QTY
                   TO LT-REASON-QTY(WS-PART-SUB, WS-REASON-SUB)
           END-IF.

       200-EXIT.


       250-FILE-TEXT-ITEM.
      * ADD ONE FREE-TEXT LOST SALE TO THE ITEM WITH THE SAME
      * DESCRIPTION, OPENING AN ENTRY FOR ONE NOT SEEN YET
      *=================================================================

           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > WS-TEXT-COUNT
                      OR WS-FOUND
               IF TT-DESC(WS-TEXT-SUB) EQUAL LS-DESC
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-TEXT-SUB
           ELSE
               IF WS-TEXT-COUNT IS NOT LESS THAN WS-TEXT-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 250-EXIT
               END-IF
               ADD 1 TO WS-TEXT-COUNT
               MOVE WS-TEXT-COUNT TO WS-TEXT-SUB
               MOVE LS-DESC TO TT-DESC(WS-TEXT-SUB)
               MOVE ZERO TO TT-TIMES(WS-TEXT-SUB)
               MOVE ZERO TO TT-QTY(WS-TEXT-SUB)
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 4
                   MOVE ZERO
                       TO TT-REASON-QTY(WS-TEXT-SUB, WS-REASON-SUB)
               END-PERFORM
           END-IF.

           PERFORM 270-SET-REASON.
           ADD 1 TO TT-TIMES(WS-TEXT-SUB).
           ADD LS-QTY TO TT-QTY(WS-TEXT-SUB).
           IF WS-REASON-SUB IS GREATER THAN ZERO
               ADD LS-QTY
                   TO TT-REASON-QTY(WS-TEXT-SUB, WS-REASON-SUB)
           END-IF.

       250-EXIT.


       270-SET-REASON.
      * THE REASON COLUMN THE LOST SALE FALLS IN, AND THE UNITS INTO
      * THE REPORT TOTALS
      *=================================================================

           IF LS-OUT-OF-STOCK
               MOVE 1 TO WS-REASON-SUB
           ELSE
           IF LS-LEAD-TIME
               MOVE 2 TO WS-REASON-SUB
           ELSE
           IF LS-PRICE
               MOVE 3 TO WS-REASON-SUB
           ELSE
           IF LS-NOT-STOCKED
               MOVE 4 TO WS-REASON-SUB
           ELSE
               MOVE ZERO TO WS-REASON-SUB
           END-IF.

           ADD LS-QTY TO WS-TOTAL-QTY.
           IF WS-REASON-SUB IS GREATER THAN ZERO
               ADD LS-QTY TO WS-REASON-TOTAL(WS-REASON-SUB)
           END-IF.

       270-EXIT.


       300-PRICE-ONE-PART.
      * VALUE ONE PART'S LOST UNITS AT ITS LIST PRICE, TAKING THE
      * DESCRIPTION OFF THE PART MASTER.  A PART SINCE DROPPED FROM
      * PART_CODES KEEPS THE DESCRIPTION IT WAS TAKEN WITH AND IS
      * VALUED AT NOTHING.
      *=================================================================

           MOVE LT-PRODUCT(WS-PART-SUB) TO SQL-PRODUCT-CODE.

           EXEC SQL SELECT PART_DESC, UNIT_PRICE
               INTO :SQL-PRODUCT-DESC, :SQL-UNIT-PRICE
               FROM BILLM.PART_CODES
               WHERE PART_CODE = :SQL-PRODUCT-CODE
           END-EXEC.

           IF SQLCODE NOT EQUAL 100
               MOVE SQL-PRODUCT-DESC TO LT-DESC(WS-PART-SUB)
               MOVE SQL-UNIT-PRICE TO LT-PRICE(WS-PART-SUB)
               COMPUTE LT-VALUE(WS-PART-SUB) =
                   LT-QTY(WS-PART-SUB) * LT-PRICE(WS-PART-SUB)
               ADD LT-VALUE(WS-PART-SUB) TO WS-TOTAL-VALUE
           END-IF.

       300-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGLR SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           STOP RUN.


       500-SORT-PART-TABLE.
      * BUBBLE SORT THE PART TABLE INTO DESCENDING LOST-VALUE ORDER
      *=================================================================

           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM VARYING WS-PART-SUB2 FROM 1 BY 1
                       UNTIL WS-PART-SUB2 > WS-PART-COUNT - WS-PART-SUB
                   IF LT-VALUE(WS-PART-SUB2) IS LESS THAN
                       LT-VALUE(WS-PART-SUB2 + 1)
                       MOVE WS-PART-ENTRY(WS-PART-SUB2)
                           TO WS-SWAP-PART-ENTRY
                       MOVE WS-PART-ENTRY(WS-PART-SUB2 + 1)
                           TO WS-PART-ENTRY(WS-PART-SUB2)
                       MOVE WS-SWAP-PART-ENTRY
                           TO WS-PART-ENTRY(WS-PART-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       500-EXIT.


       550-SORT-TEXT-TABLE.
      * BUBBLE SORT THE FREE-TEXT TABLE INTO DESCENDING UNITS ORDER
      *=================================================================

           PERFORM VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > WS-TEXT-COUNT
               PERFORM VARYING WS-TEXT-SUB2 FROM 1 BY 1
                       UNTIL WS-TEXT-SUB2 > WS-TEXT-COUNT - WS-TEXT-SUB
                   IF TT-QTY(WS-TEXT-SUB2) IS LESS THAN
                       TT-QTY(WS-TEXT-SUB2 + 1)
                       MOVE WS-TEXT-ENTRY(WS-TEXT-SUB2)
                           TO WS-SWAP-TEXT-ENTRY
                       MOVE WS-TEXT-ENTRY(WS-TEXT-SUB2 + 1)
                           TO WS-TEXT-ENTRY(WS-TEXT-SUB2)
                       MOVE WS-SWAP-TEXT-ENTRY
                           TO WS-TEXT-ENTRY(WS-TEXT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       550-EXIT.


       600-PRINT-ONE-PART.
      * PRINT ONE RANKED PART
      *=================================================================

           MOVE WS-PART-SUB TO DL-RANK.
           MOVE LT-PRODUCT(WS-PART-SUB) TO DL-PRODUCT.
           MOVE LT-DESC(WS-PART-SUB) TO DL-DESC.
           MOVE LT-TIMES(WS-PART-SUB) TO DL-TIMES.
           MOVE LT-QTY(WS-PART-SUB) TO DL-QTY.
           MOVE LT-REASON-QTY(WS-PART-SUB, 1) TO DL-OOS.
           MOVE LT-REASON-QTY(WS-PART-SUB, 2) TO DL-LDT.
           MOVE LT-REASON-QTY(WS-PART-SUB, 3) TO DL-PRC.
           MOVE LT-REASON-QTY(WS-PART-SUB, 4) TO DL-NST.
           MOVE LT-PRICE(WS-PART-SUB) TO DL-PRICE.
           MOVE LT-VALUE(WS-PART-SUB) TO DL-VALUE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       600-EXIT.


       650-PRINT-ONE-TEXT-ITEM.
      * PRINT ONE RANKED FREE-TEXT ITEM - NO PART, NO PRICE
      *=================================================================

           MOVE WS-TEXT-SUB TO DL-RANK.
           MOVE SPACES TO DL-PRODUCT.
           MOVE TT-DESC(WS-TEXT-SUB) TO DL-DESC.
           MOVE TT-TIMES(WS-TEXT-SUB) TO DL-TIMES.
           MOVE TT-QTY(WS-TEXT-SUB) TO DL-QTY.
           MOVE TT-REASON-QTY(WS-TEXT-SUB, 1) TO DL-OOS.
           MOVE TT-REASON-QTY(WS-TEXT-SUB, 2) TO DL-LDT.
           MOVE TT-REASON-QTY(WS-TEXT-SUB, 3) TO DL-PRC.
           MOVE TT-REASON-QTY(WS-TEXT-SUB, 4) TO DL-NST.
           MOVE ZERO TO DL-PRICE.
           MOVE ZERO TO DL-VALUE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       650-EXIT.


       700-PRINT-TOTALS.
      * THE RUN TOTALS - WHAT WAS READ, THE UNITS AND VALUE LOST AND
      * THE UNITS LOST TO EACH REASON
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECORD-COUNT TO TL-RECORDS.
           WRITE REPORT-LINE FROM WS-RECORD-LINE.
           MOVE WS-PART-COUNT TO TL-PARTS.
           MOVE WS-TEXT-COUNT TO TL-TEXT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-TOTAL-QTY TO TL-UNITS.
           MOVE WS-TOTAL-VALUE TO TL-VALUE.
           WRITE REPORT-LINE FROM WS-UNITS-LINE.
           MOVE WS-REASON-TOTAL(1) TO TL-OOS.
           MOVE WS-REASON-TOTAL(2) TO TL-LDT.
           MOVE WS-REASON-TOTAL(3) TO TL-PRC.
           MOVE WS-REASON-TOTAL(4) TO TL-NST.
           WRITE REPORT-LINE FROM WS-REASON-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-EXIT.


       END PROGRAM gsprglr.
