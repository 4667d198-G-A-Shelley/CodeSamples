
      *    A QUOTE IS A PRICED BASKET THAT NEVER TOUCHES INVENTORY,
      *    ORDFILE OR THE CONTROL TOTALS - ONLY A CONVERSION DOES
       01  QUOTES-LENGTH                   PIC S9(4) COMP VALUE 200.

       01  QUOTES-RECORD.
           05  QUOTE-NO                    PIC 9(7).
               88  QUOTE-STATUS-OPEN              VALUE 'O'.
               88  QUOTE-STATUS-CONVERTED         VALUE 'C'.
               88  QUOTE-STATUS-EXPIRED           VALUE 'X'.
               88  QUOTE-STATUS-LOST              VALUE 'L'.
           05  QUOTE-OPERATOR-ID           PIC X(3).
      *        THE DAY THE QUOTE WAS CONVERTED, LOST OR RAN OUT - THE
      *        WIN/LOSS REPORT'S DAYS TO CONVERT RUN FROM QUOTE-DATE
           05  QUOTE-CLOSED-DATE           PIC 9(7).
      *        WHY A LOST QUOTE WAS LOST, AND THE COMPETITOR'S PRICE
      *        FOR THE BASKET WHEN THE CUSTOMER TOLD US IT
           05  QUOTE-LOST-REASON           PIC X(3).
               88  QUOTE-LOST-PRICE               VALUE 'PRC'.
               88  QUOTE-LOST-LEAD-TIME           VALUE 'LDT'.
               88  QUOTE-LOST-COMPETITOR          VALUE 'CMP'.
               88  QUOTE-LOST-NOT-NEEDED          VALUE 'NLN'.
               88  QUOTE-LOST-REASON-VALID
                   VALUE 'PRC' 'LDT' 'CMP' 'NLN'.
           05  QUOTE-COMPETITOR-PRICE      PIC 9(7)V99.
      *        THE BASKET AT PART-MASTER LIST PRICE ON THE DAY IT WAS
      *        QUOTED, BEFORE ANY CONTRACT, PROMOTION OR BREAK
           05  QUOTE-LIST-TOTAL            PIC 9(7)V99.
           05  FILLER                      PIC X(19).

      *    THE NEGOTIATED ACCOUNT/PART PRICES OFF THE GS29 SCREEN -
      *    A CONTRACT ROW IN FORCE TODAY PRICES THE QUOTE LINE AHEAD
       01  WS-CONTRACT-SW                  PIC X(1).
           88  WS-CONTRACT-FOUND                   VALUE 'Y'.

       01  WS-TRANSFER-PN                  PIC S9(4) COMP VALUE 42.

      *    THE SHORTER COMMAREA GSPRGPC ANSWERS WITH THE PLAIN LIST
      *    PRICE - KEPT ON THE QUOTE FOR THE LOST-ON-PRICE ANALYSIS
       01  WS-TRANSFER-LIST-PN             PIC S9(4) COMP VALUE 34.
       01  WS-LIST-PRICE                   PIC S9(5)V99 COMP-3.

       01  TRANSFER-VARIABLES.
           05  WS-TRANSFER-PRODUCT         PIC X(8).
           05  WS-TRANSFER-DESC            PIC X(17).
           05  WS-TRANSFER-PRICE           PIC S9(5)V99 COMP-3.
           05  WS-TRANSFER-SUBST-SW        PIC X(1).
           05  WS-TRANSFER-COST            PIC S9(5)V99 COMP-3.
      *        THE DIVISION AND QUANTITY SENT SO THE QUOTE IS PRICED
      *        AFTER ANY PROMOTION OR QUANTITY BREAK, THE SAME AS
      *        AN ORDER KEYED ON GS03 WOULD BE
           05  WS-TRANSFER-DIVISION        PIC X(3).
           05  WS-TRANSFER-QTY             PIC S9(7) COMP-3.
           05  WS-TRANSFER-PRICE-SRC       PIC X(1).

       01  WS-LINE-SUB                     PIC 9 VALUE ZERO.

           05  QD-TOTAL                    PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(63) VALUE SPACES.

      *    EVERY ORDFILE UPDATE MADE HERE IS HANDED TO GSPRGRJ FOR
      *    THE RECOVERY JOURNAL, WITH THE RECORD AS IT WAS LEFT
       01  WS-RCVJ-LEN                     PIC S9(4) COMP VALUE 390.

       01  WS-RCVJ-AREA.
           05  WS-RCVJ-OPERATOR-ID         PIC X(3).
           05  WS-RCVJ-PROGRAM             PIC X(8).
           05  WS-RCVJ-FILE                PIC X(8).
           05  WS-RCVJ-ACTION              PIC X(1).
           05  WS-RCVJ-RECORD-KEY          PIC X(20).
           05  WS-RCVJ-IMAGE-LEN           PIC S9(4) COMP.
           05  WS-RCVJ-IMAGE               PIC X(346).
           05  WS-RCVJ-RETURN-CODE         PIC 9(2).

      *    THE CONVERSION BUILDS A REAL ORDFILE INVOICE - ADDRESSED
      *    FROM THE CUSTOMER MASTER, SO A QUOTE CAN ONLY CONVERT WHEN
      *    IT CARRIES AN ACCOUNT
           05  ORDFILE-SALES-REP           PIC X(3).
           05  FILLER                      PIC X(20).

      *    THE SALES TERRITORY TABLE - THE REP WHO OWNS EACH POSTAL
      *    CODE PREFIX ('C') OR US ZIP PREFIX ('U') - AND THE
      *    SALESPERSON MASTER THE REP MUST STILL BE ACTIVE ON
       01  TERRTAB-LENGTH                  PIC S9(4) COMP VALUE 20.

       01  TERRTAB-RECORD.
           05  TERRTAB-KEY.
               10  TERRTAB-COUNTRY         PIC X(1).
               10  TERRTAB-PREFIX          PIC X(3).
           05  TERRTAB-REP                 PIC X(3).
           05  TERRTAB-LAST-CHG-DATE       PIC 9(7).
           05  FILLER                      PIC X(6).

       01  SLSMAST-LENGTH                  PIC S9(4) COMP VALUE 28.

       01  SLSMAST-RECORD.
           05  SLSMAST-CODE                PIC X(3).
           05  SLSMAST-NAME                PIC X(20).
           05  SLSMAST-COMM-RATE           PIC 9(2)V99.
           05  SLSMAST-STATUS              PIC X(1).
               88  SLSMAST-ACTIVE                  VALUE 'A'.
               88  SLSMAST-INACTIVE                VALUE 'I'.

       01  CUSTMAS-LENGTH                  PIC S9(4) COMP VALUE 160.

       01  CUSTMAS-RECORD.
      *        ENTRY HOLDS AN ORDER THAT PUSHES OPEN AR PLUS
      *        UNSHIPPED OPEN ORDERS PAST IT.
           05  CUSTMAS-CREDIT-LIMIT        PIC 9(7)V99.
      *        THE PAYMENT TERMS CODE ON TERMTAB - STAMPED ON EVERY
      *        INVOICE.  BLANK IS DUE ON THE INVOICE DATE.
           05  CUSTMAS-TERMS-CODE          PIC X(2).
      *        'Y' KEEPS THE REP KEYED ON THE ORDER - OTHERWISE THE
      *        REP COMES OFF THE TERRITORY TABLE BY SHIP-TO POSTAL CODE
           05  CUSTMAS-HOUSE-ACCOUNT       PIC X(1).
               88  CUSTMAS-HOUSE-OVERRIDE          VALUE 'Y'.
           05  FILLER                      PIC X(1).

       01  TAXTAB-LENGTH                   PIC S9(4) COMP VALUE 30.

           05  TAXTAB-PST-RATE             PIC 9(2)V99.
           05  TAXTAB-DESC                 PIC X(20).

       01  WS-DECREMENT-LEN                PIC S9(4) COMP VALUE 67.

      *    THE FULL GSPRGPA COMMAREA SHAPE - LONG ENOUGH THAT FUNCTION
      *    'S' HANDS BACK THE ON-HAND BALANCE LEFT AFTER THE DECREMENT,
               88  WS-DECR-NEG-STOCK               VALUE 'Y'.
           05  FILLER                      PIC X(10).
           05  WS-DECR-ON-HAND-BAL         PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
      *        THE STOCK MOVES AT THE DIVISION'S DEFAULT SHIPPING
      *        WAREHOUSE - GSPRGPA HANDS BACK THE ONE IT USED
           05  WS-DECR-WAREHOUSE           PIC X(2) VALUE SPACES.
           05  WS-DECR-DIVISION            PIC X(3) VALUE SPACES.

      *    ONE BKORD RECORD PER UNFILLABLE QUANTITY - KEYED PRODUCT /
      *    DATE / INVOICE SO A RECEIPT CAN RELEASE THE OLDEST ONES
           05  WS-VMSG-TAIL                PIC X(18)
               VALUE ' RAISED FROM QT  *'.

       01  WS-LOST-MSG.
           05  FILLER                      PIC X(9)
               VALUE '* QUOTE '.
           05  WS-LMSG-NUMBER              PIC 9(7).
           05  WS-LMSG-TAIL                PIC X(20)
               VALUE ' CLOSED AS LOST    *'.

      *    THE GSPRGBC COMMAREA - FUNCTION 'D' ADDS CALENDAR DAYS AND
      *    ROLLS THE RESULT OFF A WEEKEND OR SHOP HOLIDAY
       01  WS-BUSDAY-LEN                   PIC S9(4) COMP VALUE 20.

       01  WS-BUSDAY-AREA.
           05  WS-BUSDAY-FUNCTION          PIC X(1).
           05  WS-BUSDAY-FROM-DATE         PIC 9(7).
           05  WS-BUSDAY-TO-DATE           PIC 9(7).
           05  WS-BUSDAY-DAYS              PIC S9(5) COMP-3.
           05  WS-BUSDAY-RETURN-CODE       PIC 9(2).


       LINKAGE SECTION.
      *=================================================================
           EXEC CICS HANDLE
               AID PF5 (1240-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF6 (1250-FUNCTION6)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
      *=================================================================

           MOVE LOW-VALUES TO MAPLO.
           MOVE "* ENTER PRICES, PF5+NO CONVERTS, PF6+NO LOSES *"
               TO MSGO.
           MOVE DFHPROTI TO MSGA.
           EXEC CICS
           MOVE QT5I TO WS-ML-QTY(5).

           MOVE ZERO TO QUOTE-TOTAL.
           MOVE ZERO TO QUOTE-LIST-TOTAL.
           PERFORM 350-PRICE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
           END-IF.

           MOVE WS-ML-PRODUCT(WS-LINE-SUB) TO WS-TRANSFER-PRODUCT.
           MOVE GS-COMM-DIVISION TO WS-TRANSFER-DIVISION.
           MOVE WS-ML-QTY(WS-LINE-SUB) TO WS-TRANSFER-QTY.

           *> THE LIST PRICE FIRST, THEN THE PRICE THE CUSTOMER GETS
           EXEC CICS LINK
               PROGRAM('GSPRGPC')
               COMMAREA(TRANSFER-VARIABLES)
               LENGTH(WS-TRANSFER-LIST-PN)
           END-EXEC.
           MOVE WS-TRANSFER-PRICE TO WS-LIST-PRICE.

           EXEC CICS LINK
               PROGRAM('GSPRGPC')
           END-IF.

           *> A CONTRACT PRICE IN FORCE FOR THE KEYED ACCOUNT AND
           *> PART BEATS THE PART-MASTER PRICE AND ANY PROMOTION OR
           *> QUANTITY BREAK - SAME CHECK THE GS03 ENTRY SCREEN MAKES
           IF ACCTL IS GREATER THAN ZERO
               PERFORM 360-CHECK-CONTRACT-PRICE THRU 360-EXIT
           END-IF.
               QUOTE-TOTAL +
               (QUOTE-P-QTY(WS-LINE-SUB) *
                QUOTE-P-PRICE(WS-LINE-SUB)).
           COMPUTE QUOTE-LIST-TOTAL =
               QUOTE-LIST-TOTAL +
               (QUOTE-P-QTY(WS-LINE-SUB) * WS-LIST-PRICE).

       350-EXIT.

           END-IF.
           MOVE NAMEI TO QUOTE-NAME.
           MOVE EIBDATE TO QUOTE-DATE.
      *    THE QUOTE'S LIFE RUNS IN CALENDAR DAYS AND ENDS ON A
      *    BUSINESS DAY OF THE SHOP CALENDAR
           MOVE 'D' TO WS-BUSDAY-FUNCTION.
           MOVE EIBDATE TO WS-BUSDAY-FROM-DATE.
           MOVE WS-QUOTE-LIFE-DAYS TO WS-BUSDAY-DAYS.
           EXEC CICS LINK
               PROGRAM('GSPRGBC')
               COMMAREA(WS-BUSDAY-AREA)
               LENGTH(WS-BUSDAY-LEN)
           END-EXEC.
           IF WS-BUSDAY-RETURN-CODE EQUAL 08
               COMPUTE QUOTE-EXPIRY-DATE =
                   EIBDATE + WS-QUOTE-LIFE-DAYS
           ELSE
               MOVE WS-BUSDAY-TO-DATE TO QUOTE-EXPIRY-DATE
           END-IF.
           SET QUOTE-STATUS-OPEN TO TRUE.
           MOVE EIBOPID TO QUOTE-OPERATOR-ID.
           MOVE ZERO TO QUOTE-CLOSED-DATE.
           MOVE SPACES TO QUOTE-LOST-REASON.
           MOVE ZERO TO QUOTE-COMPETITOR-PRICE.

           EXEC CICS WRITE
               FROM(QUOTES-RECORD)
               MOVE -1 TO QNOL
               PERFORM 900-SEND-MAP
           ELSE
           IF QUOTE-STATUS-LOST
               MOVE "*   QUOTE WAS CLOSED AS LOST       *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QNOL
               PERFORM 900-SEND-MAP
           ELSE
           IF QUOTE-STATUS-EXPIRED
               OR QUOTE-EXPIRY-DATE IS LESS THAN EIBDATE
               MOVE "* QUOTE HAS EXPIRED - REQUOTE IT   *" TO MSGO
           PERFORM 700-WRITE-CONVERTED-INVOICE.

           SET QUOTE-STATUS-CONVERTED TO TRUE.
           MOVE EIBDATE TO QUOTE-CLOSED-DATE.
           EXEC CICS REWRITE FILE('QUOTES')
               FROM(QUOTES-RECORD)
               LENGTH(QUOTES-LENGTH)
           MOVE CUSTMAS-PHONE-NUM TO ORDFILE-PHONE-NUM.
           MOVE QUOTE-ACCOUNT TO ORDFILE-ACCOUNT.

           *> THE REP COMES OFF THE TERRITORY TABLE UNLESS THE
           *> ACCOUNT IS A HOUSE ACCOUNT - A QUOTE CARRIES NO REP
           IF NOT CUSTMAS-HOUSE-OVERRIDE
               PERFORM 670-ASSIGN-TERRITORY-REP THRU 670-EXIT
           END-IF.

           PERFORM 660-MOVE-ONE-QUOTE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
       660-EXIT.


       670-ASSIGN-TERRITORY-REP.
      * LOOK THE ACCOUNT'S POSTAL PREFIX UP ON THE TERRITORY TABLE AND
      * PUT ITS REP ON THE INVOICE.  A PREFIX NOT ON THE TABLE, OR ONE
      * WHOSE REP IS OFF THE SALESPERSON MASTER OR NO LONGER ACTIVE,
      * LEAVES THE INVOICE A HOUSE ORDER WITH NO REP.
      *=================================================================

           IF CUSTMAS-COUNTRY EQUAL 'U'
               MOVE 'U' TO TERRTAB-COUNTRY
           ELSE
               MOVE 'C' TO TERRTAB-COUNTRY
           END-IF.
           MOVE CUSTMAS-POSTAL-1 TO TERRTAB-PREFIX.
           EXEC CICS HANDLE CONDITION
               NOTFND(670-NO-TERRITORY)
           END-EXEC.
           EXEC CICS READ FILE('TERRTAB')
               RIDFLD(TERRTAB-KEY)
               LENGTH(TERRTAB-LENGTH)
               INTO(TERRTAB-RECORD)
           END-EXEC.
           MOVE TERRTAB-REP TO SLSMAST-CODE.
           EXEC CICS READ FILE('SLSMAST')
               RIDFLD(SLSMAST-CODE)
               LENGTH(SLSMAST-LENGTH)
               INTO(SLSMAST-RECORD)
           END-EXEC.
           IF SLSMAST-ACTIVE
               MOVE TERRTAB-REP TO ORDFILE-SALES-REP
           END-IF.

       670-NO-TERRITORY.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-QUOTE-NOT-FOUND)
           END-EXEC.

       670-EXIT.


       680-COMPUTE-TAX.
      * PROVINCE TAX ON THE QUOTED TOTAL
      *=================================================================
               RIDFLD(ORDFILE-KEY)
           END-EXEC.

           MOVE 'A' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

           *> ONLY NOW, ON THE CONVERSION, DOES THE STOCK COME OFF
           *> THE SHELF
           PERFORM 750-DECREMENT-ONE-LINE
           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-DECR-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-DECR-QUANTITY
               MOVE ORDFILE-PREFIX TO WS-DECR-DIVISION
               EXEC CICS LINK
                   PROGRAM('GSPRGPA')
                   COMMAREA(WS-DECREMENT-AREA)
       760-EXIT.


       800-LOSE-QUOTE.
      * CLOSE THE KEYED QUOTE AS LOST WITH THE SALESPERSON'S REASON
      * AND, WHEN THE CUSTOMER GAVE IT, THE COMPETITOR'S PRICE.  AN
      * OPEN QUOTE OR ONE THAT RAN OUT UNANSWERED CAN BE CLOSED -
      * THE REASON IS WORTH MORE TO THE ANALYSIS THAN THE EXPIRY.
      *=================================================================

           MOVE QNOI TO QUOTE-NO.
           EXEC CICS READ FILE('QUOTES')
               RIDFLD(QUOTE-NO)
               LENGTH(QUOTES-LENGTH)
               INTO(QUOTES-RECORD)
               UPDATE
           END-EXEC.

           IF QUOTE-STATUS-CONVERTED
               MOVE "*   QUOTE WAS ALREADY CONVERTED    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QNOL
               PERFORM 900-SEND-MAP
           ELSE
           IF QUOTE-STATUS-LOST
               MOVE "*   QUOTE WAS ALREADY CLOSED LOST  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QNOL
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE LRSNI TO QUOTE-LOST-REASON.
           IF CPRCL IS GREATER THAN ZERO
               MOVE CPRCI TO QUOTE-COMPETITOR-PRICE
           ELSE
               MOVE ZERO TO QUOTE-COMPETITOR-PRICE
           END-IF.
           SET QUOTE-STATUS-LOST TO TRUE.
           MOVE EIBDATE TO QUOTE-CLOSED-DATE.
           EXEC CICS REWRITE FILE('QUOTES')
               FROM(QUOTES-RECORD)
               LENGTH(QUOTES-LENGTH)
           END-EXEC.

           MOVE QUOTE-NO TO WS-LMSG-NUMBER.
           MOVE LOW-VALUES TO MAPLO.
           MOVE WS-LOST-MSG TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       800-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================
           MOVE DFHBMFSE TO QT4A.
           MOVE DFHBMFSE TO PR5AA.
           MOVE DFHBMFSE TO QT5A.
           MOVE DFHBMFSE TO LRSNA.
           MOVE DFHBMFSE TO CPRCA.

       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGQE ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDFILE' TO WS-RCVJ-FILE.
           MOVE ORDFILE-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDFILE-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDFILE-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       970-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

           MOVE LOW-VALUES TO MAPLO.
           MOVE "* ENTER PRICES, PF5+NO CONVERTS, PF6+NO LOSES *"
               TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO NAMEL.
       1240-EXIT.


       1250-FUNCTION6.
      * FUNCTION KEY 6 PARAGRAPH - CLOSE THE KEYED QUOTE NUMBER AS
      * LOST.  THE REASON IS PRC PRICE, LDT LEAD TIME, CMP WENT TO A
      * COMPETITOR OR NLN NO LONGER NEEDED.
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(150-QUOTE-NOT-FOUND)
           END-EXEC.

           MOVE LRSNI TO QUOTE-LOST-REASON.

           IF QNOL IS EQUAL TO ZERO OR QNOI IS NOT NUMERIC
               MOVE "* KEY THE NUMBER OF THE LOST QUOTE *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QNOL
               PERFORM 900-SEND-MAP
           ELSE
           IF NOT QUOTE-LOST-REASON-VALID
               MOVE "* REASON MUST BE PRC LDT CMP OR NLN*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LRSNL
               MOVE DFHUNIMD TO LRSNA
               PERFORM 900-SEND-MAP
           ELSE
           IF CPRCL IS GREATER THAN ZERO
               AND CPRCI IS NOT NUMERIC
               MOVE "* COMPETITOR PRICE MUST BE NUMERIC *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CPRCL
               MOVE DFHUNIMD TO CPRCA
               PERFORM 900-SEND-MAP
           END-IF.

           PERFORM 800-LOSE-QUOTE.

       1250-EXIT.


       END PROGRAM gsprgqe.
