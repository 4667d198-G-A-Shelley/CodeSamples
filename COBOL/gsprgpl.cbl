       $SET DB2 (DB=INFOSYS,UDB-VERSION=V8)
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgpl.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE CARD PER PRICE LIST WANTED - A SINGLE ACCOUNT OR A
      *    RANGE OF ACCOUNTS
           SELECT LIST-CARD-FILE ASSIGN TO PLCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *    BROWSED BY ACCOUNT FOR ITS CONTRACT PRICES
           SELECT CONPRC-FILE ASSIGN TO CONPRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONPRC-KEY
               FILE STATUS IS WS-CONPRC-STATUS.

      *    BROWSED BY ACCOUNT FOR THE CUSTOMER'S OWN PART NUMBERS
           SELECT CUSTXRF-FILE ASSIGN TO CUSTXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTXRF-KEY
               FILE STATUS IS WS-CUSTXRF-STATUS.

      *    THE PRICE LISTS GO OUT THROUGH THE PRINT-REQUEST SPOOL -
      *    ONE NUMBERED REQUEST PER ACCOUNT, ROUTED TO THE SYSTEM
      *    PRINTER FOR THE BILLING OFFICE TO MAIL
           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRTREQ-KEY
               FILE STATUS IS WS-PRTREQ-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    THE FLAT-FILE PRICE LIST FOR THE WHOLESALE SUBMITTERS TO
      *    LOAD INTO THEIR OWN PURCHASING SYSTEMS
           SELECT PRCLIST-FILE ASSIGN TO PRCLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCLIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    THE SELECTION CARDS.  A BLANK TO-ACCOUNT LISTS THE ONE
      *    FROM-ACCOUNT.  'Y' IN THE FLAT-FILE COLUMN ALSO WRITES THE
      *    PRCLIST RECORDS FOR EVERY ACCOUNT THE CARD COVERS.
       FD  LIST-CARD-FILE.
       01  LIST-CARD-RECORD.
           05  LC-FROM-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(1).
           05  LC-TO-ACCOUNT               PIC X(6).
           05  FILLER                      PIC X(1).
           05  LC-FLAT-FILE                PIC X(1).
               88  LC-FLAT-FILE-WANTED             VALUE 'Y'.
           05  FILLER                      PIC X(65).

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  CUSTMAS-NAME                PIC X(20).
           05  CUSTMAS-ADDR-LINE1          PIC X(20).
           05  CUSTMAS-ADDR-LINE2          PIC X(20).
           05  CUSTMAS-ADDR-LINE3          PIC X(20).
           05  CUSTMAS-POSTAL              PIC X(6).
           05  CUSTMAS-PHONE               PIC X(10).
           05  CUSTMAS-CREDIT-HOLD         PIC X(1).
           05  CUSTMAS-AUDIT               PIC X(21).
           05  CUSTMAS-COUNTRY             PIC X(1).
           05  CUSTMAS-CURRENCY            PIC X(3).
           05  FILLER                      PIC X(32).

       FD  CONPRC-FILE.
       01  CONPRC-RECORD.
           05  CONPRC-KEY.
               10  CP-ACCOUNT              PIC X(6).
               10  CP-PRODUCT              PIC X(8).
           05  CP-PRICE                    PIC 9(5)V99.
           05  CP-START-DATE               PIC 9(7).
           05  CP-END-DATE                 PIC 9(7).
           05  FILLER                      PIC X(5).

       FD  CUSTXRF-FILE.
       01  CUSTXRF-RECORD.
           05  CUSTXRF-KEY.
               10  CX-ACCOUNT              PIC X(6).
               10  CX-CUST-PART            PIC X(8).
           05  CX-OUR-PRODUCT              PIC X(8).
           05  FILLER                      PIC X(8).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    ONE RECORD PER ACCOUNT AND PART, FIXED 80 BYTES.  THE
      *    SOURCE IS 'C' FOR A CONTRACT PRICE, WITH THE DAY IT ENDS,
      *    OR 'L' FOR THE LIST PRICE.
       FD  PRCLIST-FILE.
       01  PRCLIST-RECORD.
           05  PF-ACCOUNT                  PIC X(6).
           05  PF-PRODUCT                  PIC X(8).
           05  PF-CUST-PART                PIC X(8).
           05  PF-DESC                     PIC X(17).
           05  PF-PRICE                    PIC 9(5)V99.
           05  PF-CURRENCY                 PIC X(3).
           05  PF-PRICE-SOURCE             PIC X(1).
           05  PF-CONTRACT-END             PIC 9(7).
           05  PF-LIST-DATE                PIC 9(7).
           05  FILLER                      PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-CARD-STATUS                   PIC XX.
           88  CARD-OK                                 VALUE '00'.
           88  CARD-EOF                                VALUE '10'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.
           88  CUSTMAS-EOF                             VALUE '10'.

       01  WS-CONPRC-STATUS                 PIC XX.
           88  CONPRC-OK                               VALUE '00'.
           88  CONPRC-EOF                              VALUE '10'.

       01  WS-CUSTXRF-STATUS                PIC XX.
           88  CUSTXRF-OK                              VALUE '00'.
           88  CUSTXRF-EOF                             VALUE '10'.

       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-PRCLIST-STATUS                PIC XX.
           88  PRCLIST-OK                              VALUE '00'.

      *    SYSIN - THE DATE THE LISTS ARE PRICED AS AT (0CYYDDD)
       01  WS-RUN-DATE                      PIC 9(7).

       01  WS-TO-ACCOUNT                    PIC X(6).
       01  WS-ACCOUNT-DONE-SW               PIC X(1).
           88  WS-ACCOUNT-DONE                         VALUE 'Y'.
       01  WS-CURRENCY                      PIC X(3).

      *    EVERY PART STILL SOLD, FETCHED ONCE IN PART CODE ORDER AND
      *    PRICED FOR EACH ACCOUNT IN TURN
       01  WS-PART-MAX                      PIC 9(4) VALUE 3000.
       01  WS-PART-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-PART-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 3000 TIMES.
               10  PT-PRODUCT               PIC X(8).
               10  PT-DESC                  PIC X(17).
               10  PT-UNIT-PRICE            PIC 9(5)V99.

      *    THE ACCOUNT'S CONTRACT PRICES IN FORCE ON THE RUN DATE
       01  WS-CONTRACT-MAX                  PIC 9(3) VALUE 500.
       01  WS-CONTRACT-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-CONTRACT-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-CONTRACT-TABLE.
           05  WS-CONTRACT-ENTRY OCCURS 500 TIMES.
               10  CT-PRODUCT               PIC X(8).
               10  CT-PRICE                 PIC 9(5)V99.
               10  CT-END-DATE              PIC 9(7).

      *    THE ACCOUNT'S OWN PART NUMBERS, BY OUR PRODUCT CODE
       01  WS-XREF-MAX                      PIC 9(3) VALUE 500.
       01  WS-XREF-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-XREF-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  XT-OUR-PRODUCT           PIC X(8).
               10  XT-CUST-PART             PIC X(8).

      *    THE PRICE ONE PART GOES OUT AT
       01  WS-PRICE                         PIC 9(5)V99 VALUE ZERO.
       01  WS-PRICE-SOURCE                  PIC X(1).
           88  WS-CONTRACT-PRICE                       VALUE 'C'.
           88  WS-LIST-PRICE                           VALUE 'L'.
       01  WS-CONTRACT-END                  PIC 9(7) VALUE ZERO.
       01  WS-CUST-PART                     PIC X(8).

       01  WS-CARD-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-LIST-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-FLAT-LIST-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FLAT-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-NO-ACCOUNT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01 WS-SQL-CODE PIC -9(8).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

           01  SQL-PRODUCT-CODE                        PIC X(8).
           01  SQL-PRODUCT-DESC                        PIC X(17).
           01  SQL-UNIT-PRICE                     PIC S9(5)V99 COMP-3.

           EXEC SQL END DECLARE SECTION END-EXEC.

      *    EVERY PART STILL SOLD
           EXEC SQL DECLARE PART-CSR CURSOR FOR
               SELECT PART_CODE, PART_DESC, UNIT_PRICE
               FROM BILLM.PART_CODES
               WHERE DISCONTINUED <> 'Y'
               ORDER BY PART_CODE
           END-EXEC.

      *    THE PRICE LIST AS SPOOLED - 80 COLUMNS
       01  WS-LIST-HEADER.
           05  FILLER                       PIC X(25)
               VALUE 'PRICE LIST FOR ACCOUNT   '.
           05  LH-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  LH-NAME                      PIC X(20).
           05  FILLER                       PIC X(27) VALUE SPACES.

       01  WS-LIST-SUBHEAD.
           05  FILLER                       PIC X(10)
               VALUE 'PRICES IN '.
           05  LS-CURRENCY                  PIC X(3).
           05  FILLER                       PIC X(7) VALUE ' AS AT '.
           05  LS-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(53) VALUE SPACES.

       01  WS-LIST-COLUMNS.
           05  FILLER                       PIC X(40)
               VALUE 'OUR PART  YOUR PART DESCRIPTION         '.
           05  FILLER                       PIC X(40)
               VALUE '     PRICE  CONTRACT TO                 '.

       01  WS-LIST-DETAIL.
           05  LD-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  LD-CUST-PART                 PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  LD-DESC                      PIC X(17).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  LD-PRICE                     PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  LD-CONTRACT-END              PIC X(7).
           05  FILLER                       PIC X(21) VALUE SPACES.

       01  WS-LIST-FOOTER.
           05  FILLER                       PIC X(48)
               VALUE 'CONTRACT PRICES HOLD TO THE DATE SHOWN - OTHER P'.
           05  FILLER                       PIC X(32)
               VALUE 'RICES ARE SUBJECT TO CHANGE.    '.

      *    THE RUN REPORT
       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'CUSTOMER PRICE LISTS AS AT       '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-ACCOUNT-LINE.
           05  AL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-NAME                      PIC X(20).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-CURRENCY                  PIC X(3).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FILLER                       PIC X(9) VALUE 'REQUEST '.
           05  AL-REQUEST                   PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AL-CONTRACTS                 PIC ZZ9.
           05  FILLER                       PIC X(11)
               VALUE ' CONTRACTS '.
           05  AL-FLAT                      PIC X(9).

       01  WS-NO-ACCOUNT-LINE.
           05  FILLER                       PIC X(24)
               VALUE '*** NO ACCOUNT ON FILE: '.
           05  NL-ACCOUNT                   PIC X(6).

       01  WS-COUNT-LINE.
           05  CL-LABEL                     PIC X(40).
           05  CL-COUNT                     PIC ZZZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(48)
           VALUE '*** ENTRIES DROPPED - WORK TABLE FULL ***       '.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * BUILDS EACH CUSTOMER'S OWN PRICE LIST - EVERY PART STILL SOLD
      * ON BILLM.PART_CODES WITH THE PRICE THE ACCOUNT WOULD BE
      * CHARGED ON THE RUN DATE: ITS CONTRACT PRICE ON CONPRC WHEN
      * ONE IS IN FORCE, OTHERWISE UNIT_PRICE.  THE CUSTOMER'S OWN
      * PART NUMBER FROM CUSTXRF PRINTS BESIDE OURS, AND THE LIST IS
      * HEADED WITH THE ACCOUNT'S CURRENCY.  EACH LIST IS SPOOLED AS
      * ITS OWN PRINT REQUEST FOR THE BILLING OFFICE TO MAIL.  THE
      * PLCIN CARDS NAME THE ACCOUNTS - ONE, OR A RANGE - AND A CARD
      * MARKED FOR THE FLAT FILE ALSO WRITES ITS ACCOUNTS' LISTS TO
      * PRCLIST FOR THE WHOLESALE SUBMITTERS.  SYSIN IS THE RUN DATE
      * (0CYYDDD).  A FULL WORK TABLE ENDS RC=8.

           EXEC SQL WHENEVER SQLERROR  GO TO 400-ERROR-SQL  END-EXEC.
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN INPUT LIST-CARD-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT CONPRC-FILE.
           OPEN INPUT CUSTXRF-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN OUTPUT PRCLIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL OPEN PART-CSR END-EXEC.

           PERFORM 100-LOAD-ONE-PART THRU 100-EXIT
               UNTIL SQLCODE EQUAL 100.

           EXEC SQL CLOSE PART-CSR END-EXEC.

           PERFORM 150-READ-CARD.
           PERFORM UNTIL CARD-EOF
               ADD 1 TO WS-CARD-COUNT
               PERFORM 200-LIST-ONE-CARD THRU 200-EXIT
               PERFORM 150-READ-CARD
           END-PERFORM.

           PERFORM 700-PRINT-TOTALS.

           CLOSE LIST-CARD-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE CONPRC-FILE.
           CLOSE CUSTXRF-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE INVCTL-FILE.
           CLOSE PRCLIST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-ONE-PART.
      * FETCH THE NEXT PART STILL SOLD INTO THE PART TABLE
      *=================================================================

           EXEC SQL FETCH PART-CSR
               INTO :SQL-PRODUCT-CODE, :SQL-PRODUCT-DESC,
                    :SQL-UNIT-PRICE
           END-EXEC.

           IF SQLCODE EQUAL 100
               GO TO 100-EXIT
           END-IF.

           IF WS-PART-COUNT IS NOT LESS THAN WS-PART-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-PART-COUNT.
           MOVE SQL-PRODUCT-CODE TO PT-PRODUCT(WS-PART-COUNT).
           MOVE SQL-PRODUCT-DESC TO PT-DESC(WS-PART-COUNT).
           MOVE SQL-UNIT-PRICE TO PT-UNIT-PRICE(WS-PART-COUNT).

       100-EXIT.


       150-READ-CARD.
      * READ THE NEXT SELECTION CARD
      *=================================================================

           READ LIST-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
           END-READ.

       150-EXIT.


       200-LIST-ONE-CARD.
      * BUILD A LIST FOR EVERY ACCOUNT THE CARD COVERS, IN ACCOUNT
      * ORDER.  A SINGLE ACCOUNT THAT IS NOT ON FILE IS REPORTED.
      *=================================================================

           IF LC-TO-ACCOUNT EQUAL SPACES
               MOVE LC-FROM-ACCOUNT TO WS-TO-ACCOUNT
           ELSE
               MOVE LC-TO-ACCOUNT TO WS-TO-ACCOUNT
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-DONE-SW.
           MOVE LC-FROM-ACCOUNT TO CUSTMAS-ACCOUNT.
           START CUSTMAS-FILE KEY IS NOT LESS THAN CUSTMAS-ACCOUNT
               INVALID KEY
                   SET WS-ACCOUNT-DONE TO TRUE
           END-START.

           IF NOT WS-ACCOUNT-DONE
               PERFORM 210-READ-NEXT-ACCOUNT
           END-IF.

           IF WS-ACCOUNT-DONE
               AND LC-TO-ACCOUNT EQUAL SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               MOVE LC-FROM-ACCOUNT TO NL-ACCOUNT
               WRITE REPORT-LINE FROM WS-NO-ACCOUNT-LINE
               GO TO 200-EXIT
           END-IF.

           IF NOT WS-ACCOUNT-DONE
               AND LC-TO-ACCOUNT EQUAL SPACES
               AND CUSTMAS-ACCOUNT NOT EQUAL LC-FROM-ACCOUNT
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               MOVE LC-FROM-ACCOUNT TO NL-ACCOUNT
               WRITE REPORT-LINE FROM WS-NO-ACCOUNT-LINE
               GO TO 200-EXIT
           END-IF.

           PERFORM UNTIL WS-ACCOUNT-DONE
               PERFORM 300-BUILD-ONE-LIST
               PERFORM 210-READ-NEXT-ACCOUNT
           END-PERFORM.

       200-EXIT.


       210-READ-NEXT-ACCOUNT.
      * THE NEXT CUSTOMER IN ACCOUNT ORDER - THE CARD'S RANGE ENDS AT
      * ITS TO-ACCOUNT OR THE END OF THE FILE
      *=================================================================

           READ CUSTMAS-FILE NEXT RECORD
               AT END
                   SET WS-ACCOUNT-DONE TO TRUE
           END-READ.

           IF NOT WS-ACCOUNT-DONE
               AND CUSTMAS-ACCOUNT IS GREATER THAN WS-TO-ACCOUNT
               SET WS-ACCOUNT-DONE TO TRUE
           END-IF.

       210-EXIT.


       300-BUILD-ONE-LIST.
      * ONE ACCOUNT'S PRICE LIST - ITS CONTRACTS AND CROSS-REFERENCES
      * GATHERED, THEN EVERY PART PRICED AND SPOOLED, AND WRITTEN TO
      * THE FLAT FILE WHEN THE CARD ASKED FOR IT
      *=================================================================

      *    THE CURRENCY THE ACCOUNT IS BILLED IN - A BLANK ONE IS
      *    TAKEN FROM THE COUNTRY, AS ORDER ENTRY DOES
           IF CUSTMAS-CURRENCY NOT EQUAL SPACES
               MOVE CUSTMAS-CURRENCY TO WS-CURRENCY
           ELSE
               IF CUSTMAS-COUNTRY EQUAL 'U'
                   MOVE 'USD' TO WS-CURRENCY
               ELSE
                   MOVE 'CAD' TO WS-CURRENCY
               END-IF
           END-IF.

           PERFORM 310-LOAD-CONTRACTS.
           PERFORM 330-LOAD-CROSS-REFERENCES.

           ADD 1 TO WS-LIST-COUNT.
           PERFORM 650-OPEN-PRINT-REQUEST.

           MOVE CUSTMAS-ACCOUNT TO LH-ACCOUNT.
           MOVE CUSTMAS-NAME TO LH-NAME.
           MOVE WS-LIST-HEADER TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.
           MOVE WS-CURRENCY TO LS-CURRENCY.
           MOVE WS-RUN-DATE TO LS-RUN-DATE.
           MOVE WS-LIST-SUBHEAD TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.
           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.
           MOVE WS-LIST-COLUMNS TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

           PERFORM 350-LIST-ONE-PART
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.

           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.
           MOVE WS-LIST-FOOTER TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

           MOVE CUSTMAS-ACCOUNT TO AL-ACCOUNT.
           MOVE CUSTMAS-NAME TO AL-NAME.
           MOVE WS-CURRENCY TO AL-CURRENCY.
           MOVE PRTREQ-NUMBER TO AL-REQUEST.
           MOVE WS-CONTRACT-COUNT TO AL-CONTRACTS.
           IF LC-FLAT-FILE-WANTED
               ADD 1 TO WS-FLAT-LIST-COUNT
               MOVE 'FLAT FILE' TO AL-FLAT
           ELSE
               MOVE SPACES TO AL-FLAT
           END-IF.
           WRITE REPORT-LINE FROM WS-ACCOUNT-LINE.

       300-EXIT.


       310-LOAD-CONTRACTS.
      * THE ACCOUNT'S CONTRACT PRICES IN FORCE ON THE RUN DATE, OFF A
      * BROWSE OF CONPRC FROM THE ACCOUNT'S FIRST PART
      *=================================================================

           MOVE ZERO TO WS-CONTRACT-COUNT.
           MOVE '00' TO WS-CONPRC-STATUS.
           MOVE CUSTMAS-ACCOUNT TO CP-ACCOUNT.
           MOVE LOW-VALUES TO CP-PRODUCT.
           START CONPRC-FILE KEY IS NOT LESS THAN CONPRC-KEY
               INVALID KEY
                   SET CONPRC-EOF TO TRUE
           END-START.

           PERFORM UNTIL CONPRC-EOF
               READ CONPRC-FILE NEXT RECORD
                   AT END
                       SET CONPRC-EOF TO TRUE
               END-READ
               IF NOT CONPRC-EOF
                   IF CP-ACCOUNT NOT EQUAL CUSTMAS-ACCOUNT
                       SET CONPRC-EOF TO TRUE
                   ELSE
                       PERFORM 320-TAKE-CONTRACT THRU 320-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       310-EXIT.


       320-TAKE-CONTRACT.
      * KEEP ONE CONTRACT ROW WHEN IT IS IN FORCE ON THE RUN DATE
      *=================================================================

           IF WS-RUN-DATE IS LESS THAN CP-START-DATE
               OR WS-RUN-DATE IS GREATER THAN CP-END-DATE
               GO TO 320-EXIT
           END-IF.

           IF WS-CONTRACT-COUNT IS NOT LESS THAN WS-CONTRACT-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 320-EXIT
           END-IF.

           ADD 1 TO WS-CONTRACT-COUNT.
           MOVE CP-PRODUCT TO CT-PRODUCT(WS-CONTRACT-COUNT).
           MOVE CP-PRICE TO CT-PRICE(WS-CONTRACT-COUNT).
           MOVE CP-END-DATE TO CT-END-DATE(WS-CONTRACT-COUNT).

       320-EXIT.


       330-LOAD-CROSS-REFERENCES.
      * THE ACCOUNT'S OWN PART NUMBERS, OFF A BROWSE OF CUSTXRF.  WHEN
      * THE CUSTOMER HAS TWO NUMBERS FOR ONE OF OUR PARTS THE FIRST
      * IS SHOWN.
      *=================================================================

           MOVE ZERO TO WS-XREF-COUNT.
           MOVE '00' TO WS-CUSTXRF-STATUS.
           MOVE CUSTMAS-ACCOUNT TO CX-ACCOUNT.
           MOVE LOW-VALUES TO CX-CUST-PART.
           START CUSTXRF-FILE KEY IS NOT LESS THAN CUSTXRF-KEY
               INVALID KEY
                   SET CUSTXRF-EOF TO TRUE
           END-START.

           PERFORM UNTIL CUSTXRF-EOF
               READ CUSTXRF-FILE NEXT RECORD
                   AT END
                       SET CUSTXRF-EOF TO TRUE
               END-READ
               IF NOT CUSTXRF-EOF
                   IF CX-ACCOUNT NOT EQUAL CUSTMAS-ACCOUNT
                       SET CUSTXRF-EOF TO TRUE
                   ELSE
                       IF WS-XREF-COUNT IS LESS THAN WS-XREF-MAX
                           ADD 1 TO WS-XREF-COUNT
                           MOVE CX-OUR-PRODUCT
                               TO XT-OUR-PRODUCT(WS-XREF-COUNT)
                           MOVE CX-CUST-PART
                               TO XT-CUST-PART(WS-XREF-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       330-EXIT.


       350-LIST-ONE-PART.
      * PRICE ONE PART FOR THE ACCOUNT AND PUT IT ON THE LIST
      *=================================================================

           MOVE PT-UNIT-PRICE(WS-PART-SUB) TO WS-PRICE.
           SET WS-LIST-PRICE TO TRUE.
           MOVE ZERO TO WS-CONTRACT-END.
           PERFORM VARYING WS-CONTRACT-SUB FROM 1 BY 1
                   UNTIL WS-CONTRACT-SUB > WS-CONTRACT-COUNT
               IF CT-PRODUCT(WS-CONTRACT-SUB)
                   EQUAL PT-PRODUCT(WS-PART-SUB)
                   MOVE CT-PRICE(WS-CONTRACT-SUB) TO WS-PRICE
                   MOVE CT-END-DATE(WS-CONTRACT-SUB) TO WS-CONTRACT-END
                   SET WS-CONTRACT-PRICE TO TRUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CUST-PART.
           PERFORM VARYING WS-XREF-SUB FROM WS-XREF-COUNT BY -1
                   UNTIL WS-XREF-SUB < 1
               IF XT-OUR-PRODUCT(WS-XREF-SUB)
                   EQUAL PT-PRODUCT(WS-PART-SUB)
                   MOVE XT-CUST-PART(WS-XREF-SUB) TO WS-CUST-PART
               END-IF
           END-PERFORM.

           MOVE PT-PRODUCT(WS-PART-SUB) TO LD-PRODUCT.
           MOVE WS-CUST-PART TO LD-CUST-PART.
           MOVE PT-DESC(WS-PART-SUB) TO LD-DESC.
           MOVE WS-PRICE TO LD-PRICE.
           IF WS-CONTRACT-PRICE
               MOVE WS-CONTRACT-END TO LD-CONTRACT-END
           ELSE
               MOVE SPACES TO LD-CONTRACT-END
           END-IF.
           MOVE WS-LIST-DETAIL TO PRTREQ-TEXT.
           PERFORM 660-WRITE-PRINT-LINE.

           IF LC-FLAT-FILE-WANTED
               MOVE SPACES TO PRCLIST-RECORD
               MOVE CUSTMAS-ACCOUNT TO PF-ACCOUNT
               MOVE PT-PRODUCT(WS-PART-SUB) TO PF-PRODUCT
               MOVE WS-CUST-PART TO PF-CUST-PART
               MOVE PT-DESC(WS-PART-SUB) TO PF-DESC
               MOVE WS-PRICE TO PF-PRICE
               MOVE WS-CURRENCY TO PF-CURRENCY
               MOVE WS-PRICE-SOURCE TO PF-PRICE-SOURCE
               MOVE WS-CONTRACT-END TO PF-CONTRACT-END
               MOVE WS-RUN-DATE TO PF-LIST-DATE
               WRITE PRCLIST-RECORD
               ADD 1 TO WS-FLAT-RECORD-COUNT
           END-IF.

       350-EXIT.


       400-ERROR-SQL.
      * SQL ERROR LOGIC
      *=================================================================

           MOVE SQLCODE TO WS-SQL-CODE.
           DISPLAY 'GSPRGPL SQL ERROR: ' WS-SQL-CODE
               ' ON PART CODE ' SQL-PRODUCT-CODE.
           STOP RUN.


       650-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE 'PRT' TO INVCTL-DIVISION
                   MOVE 1 TO INVCTL-NEXT-ONLINE
                   MOVE ZERO TO INVCTL-NEXT-BATCH
                   WRITE INVCTL-RECORD
           END-READ.

           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE 'SYSP' TO PRTREQ-ROUTING.
           MOVE SPACES TO PRTREQ-TEXT.
           WRITE PRTREQ-RECORD.

       650-EXIT.


       660-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================

           ADD 1 TO PRTREQ-LINE-NO.
           WRITE PRTREQ-RECORD.

       660-EXIT.


       700-PRINT-TOTALS.
      * THE RUN'S COUNTS
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SELECTION CARDS READ:' TO CL-LABEL.
           MOVE WS-CARD-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PARTS ON EACH LIST:' TO CL-LABEL.
           MOVE WS-PART-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PRICE LISTS SPOOLED:' TO CL-LABEL.
           MOVE WS-LIST-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH ALSO ON THE FLAT FILE:' TO CL-LABEL.
           MOVE WS-FLAT-LIST-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'FLAT FILE RECORDS WRITTEN:' TO CL-LABEL.
           MOVE WS-FLAT-RECORD-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS NOT ON FILE:' TO CL-LABEL.
           MOVE WS-NO-ACCOUNT-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-EXIT.


       END PROGRAM gsprgpl.
