       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgbk.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE BANK'S CLEARED-ITEMS FILE FOR THE STATEMENT PERIOD -
      *    ONE LINE PER CHEQUE PAID OR DEPOSIT CREDITED
           SELECT BANKCLR-FILE ASSIGN TO BANKCLR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKCLR-STATUS.

      *    EVERY CHEQUE LINE GSPRGCK HAS CUT, ONE PER INVOICE PAID
           SELECT CHQHIST-FILE ASSIGN TO CHQHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQHIST-STATUS.

      *    ONE RECORD PER CHEQUE, KEYED BY CHEQUE NUMBER, CARRYING
      *    ITS TOTAL AND WHETHER IT IS OUTSTANDING, CLEARED OR VOID -
      *    CHQHIST IS SEQUENTIAL AND CANNOT BE FLAGGED IN PLACE
           SELECT CHQREG-FILE ASSIGN TO CHQREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHEQUE-NO
               FILE STATUS IS WS-CHQREG-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  BANKCLR-FILE.
       01  BANKCLR-RECORD.
           05  BK-TYPE                     PIC X(1).
               88  BK-CHEQUE                       VALUE 'C'.
               88  BK-DEPOSIT                      VALUE 'D'.
           05  BK-CHEQUE-NO                PIC X(7).
           05  BK-AMOUNT                   PIC 9(9)V99.
           05  BK-DATE                     PIC 9(7).
           05  FILLER                      PIC X(14).

       FD  CHQHIST-FILE.
       01  CHQHIST-RECORD.
           05  CQ-CHEQUE-NO                PIC X(7).
           05  CQ-SUPPLIER                 PIC X(6).
           05  CQ-INVOICE-REF              PIC X(10).
           05  CQ-AMOUNT                   PIC 9(7)V99.
           05  CQ-DATE                     PIC 9(7).
      *        A DEBIT MEMO NETTED OFF THE CHEQUE IS LISTED WITH IT AND
      *        COUNTS AGAINST THE CHEQUE'S TOTAL
           05  CQ-ITEM-TYPE                PIC X(1).
               88  CQ-DEBIT-MEMO                   VALUE 'D'.

       FD  CHQREG-FILE.
       01  CHQREG-RECORD.
           05  CR-CHEQUE-NO                PIC X(7).
           05  CR-SUPPLIER                 PIC X(6).
           05  CR-AMOUNT                   PIC 9(9)V99.
           05  CR-ISSUE-DATE               PIC 9(7).
           05  CR-STATUS                   PIC X(1).
               88  CR-OUTSTANDING                  VALUE 'O'.
               88  CR-CLEARED                      VALUE 'C'.
               88  CR-VOIDED                       VALUE 'V'.
           05  CR-CLEARED-DATE             PIC 9(7).
           05  CR-CLEARED-AMOUNT           PIC 9(9)V99.
           05  CR-VOID-DATE                PIC 9(7).
           05  CR-VOIDED-BY                PIC X(3).
           05  FILLER                      PIC X(10).

       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD.
           05  PH-ACCOUNT                  PIC X(6).
           05  PH-INVOICE-NO               PIC X(7).
           05  PH-AMOUNT                   PIC 9(7)V99.
           05  PH-DATE                     PIC 9(7).
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-BANKCLR-STATUS                PIC XX.
           88  BANKCLR-OK                              VALUE '00'.
           88  BANKCLR-EOF                             VALUE '10'.

       01  WS-CHQHIST-STATUS                PIC XX.
           88  CHQHIST-OK                              VALUE '00'.
           88  CHQHIST-EOF                             VALUE '10'.

       01  WS-CHQREG-STATUS                 PIC XX.
           88  CHQREG-OK                               VALUE '00'.
           88  CHQREG-EOF                              VALUE '10'.
           88  CHQREG-NOT-FOUND                        VALUE '23'.

       01  WS-PAYHIST-STATUS                PIC XX.
           88  PAYHIST-OK                              VALUE '00'.
           88  PAYHIST-EOF                             VALUE '10'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    A CHEQUE STILL OUTSTANDING MORE THAN SIX MONTHS AFTER IT
      *    WAS CUT IS STALE-DATED - THE BANK WILL NOT HONOUR IT
       01  WS-STALE-DAYS                    PIC 9(3) VALUE 183.

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

      *    THE CHEQUE BEING TOTALLED OFF CHQHIST
       01  WS-REG-CHEQUE-NO                 PIC X(7) VALUE SPACES.
       01  WS-REG-SUPPLIER                  PIC X(6) VALUE SPACES.
       01  WS-REG-AMOUNT                    PIC S9(9)V99 VALUE ZERO.
       01  WS-REG-DATE                      PIC 9(7) VALUE ZERO.

      *    THE BANK'S DEPOSITS BY DATE, HELD WHILE ONE PASS OF PAYHIST
      *    ADDS UP THE CASH APPLIED ON EACH OF THOSE DAYS
       01  WS-DEPOSIT-MAX                   PIC 9(3) VALUE 400.
       01  WS-DEPOSIT-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-DEPOSIT-SUB                   PIC 9(3) VALUE ZERO.
       01  WS-DEPOSIT-TABLE.
           05  WS-DEPOSIT OCCURS 400 TIMES.
               10  DT-DATE                  PIC 9(7).
               10  DT-BANK-AMOUNT           PIC 9(9)V99.
               10  DT-BOOK-AMOUNT           PIC S9(9)V99.
       01  WS-DEPOSIT-FOUND-SW              PIC X(1).
           88  WS-DEPOSIT-FOUND                        VALUE 'Y'.
       01  WS-DEPOSIT-DIFFERENCE            PIC S9(9)V99 VALUE ZERO.

       01  WS-REGISTERED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-TOTAL                 PIC 9(9)V99 VALUE ZERO.
       01  WS-MISMATCH-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-TOTAL                 PIC 9(9)V99 VALUE ZERO.
       01  WS-DEPOSIT-OFF-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DEPOSIT-LOST-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-STALE-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-STALE-TOTAL                   PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'BANK RECONCILIATION              '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-SECTION-LINE.
           05  SL-TITLE                     PIC X(40).

       01  WS-CHEQUE-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'CHEQUE   '.
           05  FILLER                       PIC X(8)
               VALUE 'SUPPLIER'.
           05  FILLER                       PIC X(10)
               VALUE '  ISSUED  '.
           05  FILLER                       PIC X(15)
               VALUE '         ISSUED'.
           05  FILLER                       PIC X(10)
               VALUE '  CLEARED '.
           05  FILLER                       PIC X(15)
               VALUE '     BANK PAID '.
           05  FILLER                       PIC X(20)
               VALUE '  NOTE              '.

       01  WS-CHEQUE-LINE.
           05  CL-CHEQUE-NO                 PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  CL-ISSUE-DATE                PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-CLEARED-DATE              PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-BANK-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-NOTE                      PIC X(20).

       01  WS-DEPOSIT-COLUMN-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'DATE     '.
           05  FILLER                       PIC X(16)
               VALUE '   BANK DEPOSIT '.
           05  FILLER                       PIC X(16)
               VALUE '    CASH APPLIED'.
           05  FILLER                       PIC X(16)
               VALUE '      DIFFERENCE'.

       01  WS-DEPOSIT-LINE.
           05  DL-DATE                      PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-BANK-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-BOOK-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-DIFFERENCE                PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  TL-LABEL                     PIC X(24).
           05  TL-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * RECONCILES THE BANK'S CLEARED ITEMS TO OUR BOOKS.  EVERY
      * CHEQUE ON CHQHIST IS FIRST REGISTERED ON CHQREG AS ONE TOTAL
      * PER CHEQUE.  EACH CHEQUE THE BANK PAID IS THEN MATCHED TO
      * CHQREG BY NUMBER AND AMOUNT AND FLAGGED CLEARED, AND EACH
      * DEPOSIT IS SET AGAINST THE NET CASH GSPRGCP APPLIED THAT DAY
      * ON PAYHIST, THE FIGURE GSPRGGL POSTS TO CASH.  PRINTS THE
      * AMOUNT MISMATCHES, THE ITEMS THE BANK PAID THAT WE NEVER ISSUED
      * (OR HAD VOIDED), THE DEPOSIT DIFFERENCES, THE OUTSTANDING
      * CHEQUE LIST AND THE STALE-DATED CHEQUES.  SYSIN IS THE RUN
      * DATE (0CYYDDD).  RUN ON RECEIPT OF THE BANK'S FILE.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 900-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           OPEN I-O CHQREG-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 100-REGISTER-CHEQUES.
           PERFORM 200-CLEAR-CHEQUES.
           PERFORM 300-LIST-UNKNOWN-ITEMS.
           PERFORM 400-MATCH-DEPOSITS.
           PERFORM 500-LIST-OUTSTANDING.
           PERFORM 600-LIST-STALE.
           PERFORM 700-PRINT-TOTALS.

           CLOSE CHQREG-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-REGISTER-CHEQUES.
      * TOTAL CHQHIST BY CHEQUE - GSPRGCK WRITES EACH CHEQUE'S LINES
      * TOGETHER - AND REGISTER ANY CHEQUE CHQREG DOES NOT YET HOLD AS
      * OUTSTANDING.  A CHEQUE ALREADY THERE IS LEFT AS IT STANDS.  A
      * DEBIT MEMO NETTED OFF A CHEQUE COMES OFF ITS TOTAL.
      *=================================================================

           OPEN INPUT CHQHIST-FILE.

           PERFORM 110-READ-CHQHIST.
           PERFORM UNTIL CHQHIST-EOF
               IF CQ-CHEQUE-NO NOT EQUAL WS-REG-CHEQUE-NO
                   PERFORM 120-REGISTER-ONE-CHEQUE
                   MOVE CQ-CHEQUE-NO TO WS-REG-CHEQUE-NO
                   MOVE CQ-SUPPLIER TO WS-REG-SUPPLIER
                   MOVE CQ-DATE TO WS-REG-DATE
                   MOVE ZERO TO WS-REG-AMOUNT
               END-IF
               IF CQ-DEBIT-MEMO
                   SUBTRACT CQ-AMOUNT FROM WS-REG-AMOUNT
               ELSE
                   ADD CQ-AMOUNT TO WS-REG-AMOUNT
               END-IF
               PERFORM 110-READ-CHQHIST
           END-PERFORM.
           PERFORM 120-REGISTER-ONE-CHEQUE.

           CLOSE CHQHIST-FILE.

       100-EXIT.


       110-READ-CHQHIST.
      * READ THE NEXT CHEQUE HISTORY LINE
      *=================================================================

           READ CHQHIST-FILE
               AT END
                   SET CHQHIST-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-REGISTER-ONE-CHEQUE.
      * ADD THE CHEQUE JUST TOTALLED TO CHQREG IF IT IS NOT ON FILE -
      * NOTHING TO DO BEFORE THE FIRST CHEQUE
      *=================================================================

           IF WS-REG-CHEQUE-NO NOT EQUAL SPACES
               MOVE WS-REG-CHEQUE-NO TO CR-CHEQUE-NO
               READ CHQREG-FILE
                   INVALID KEY
                       MOVE WS-REG-CHEQUE-NO TO CR-CHEQUE-NO
                       MOVE WS-REG-SUPPLIER TO CR-SUPPLIER
                       MOVE WS-REG-AMOUNT TO CR-AMOUNT
                       MOVE WS-REG-DATE TO CR-ISSUE-DATE
                       SET CR-OUTSTANDING TO TRUE
                       MOVE ZERO TO CR-CLEARED-DATE
                       MOVE ZERO TO CR-CLEARED-AMOUNT
                       MOVE ZERO TO CR-VOID-DATE
                       MOVE SPACES TO CR-VOIDED-BY
                       WRITE CHQREG-RECORD
                       ADD 1 TO WS-REGISTERED-COUNT
               END-READ
           END-IF.

       120-EXIT.


       200-CLEAR-CHEQUES.
      * FIRST PASS OF THE BANK FILE - MATCH EACH CHEQUE THE BANK PAID
      * TO ITS OUTSTANDING CHEQUE BY NUMBER AND AMOUNT AND FLAG IT
      * CLEARED, LISTING ANY WHOSE AMOUNT DISAGREES; HOLD EACH DEPOSIT
      * FOR THE PAYHIST PASS
      *=================================================================

           MOVE 'AMOUNT MISMATCHES' TO SL-TITLE.
           PERFORM 800-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-CHEQUE-COLUMN-LINE.

           OPEN INPUT BANKCLR-FILE.

           PERFORM 210-READ-BANKCLR.
           PERFORM UNTIL BANKCLR-EOF
               IF BK-CHEQUE
                   PERFORM 220-CLEAR-ONE-CHEQUE
               ELSE
               IF BK-DEPOSIT
                   PERFORM 230-HOLD-DEPOSIT
               END-IF
               END-IF
               PERFORM 210-READ-BANKCLR
           END-PERFORM.

           CLOSE BANKCLR-FILE.

       200-EXIT.


       210-READ-BANKCLR.
      * READ THE NEXT CLEARED ITEM FROM THE BANK
      *=================================================================

           READ BANKCLR-FILE
               AT END
                   SET BANKCLR-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-CLEAR-ONE-CHEQUE.
      * FLAG ONE OUTSTANDING CHEQUE CLEARED WITH THE DATE AND AMOUNT
      * THE BANK PAID.  A DIFFERENT AMOUNT, OR A CHEQUE ALREADY
      * CLEARED ONCE, IS LISTED HERE; ONE NOT ON FILE OR VOIDED IS
      * LEFT FOR THE SECOND PASS.
      *=================================================================

           MOVE BK-CHEQUE-NO TO CR-CHEQUE-NO.
           READ CHQREG-FILE
               INVALID KEY
                   MOVE SPACE TO CR-STATUS
           END-READ.

           IF CR-OUTSTANDING
               SET CR-CLEARED TO TRUE
               MOVE BK-DATE TO CR-CLEARED-DATE
               MOVE BK-AMOUNT TO CR-CLEARED-AMOUNT
               REWRITE CHQREG-RECORD
               ADD 1 TO WS-CLEARED-COUNT
               ADD BK-AMOUNT TO WS-CLEARED-TOTAL
               IF BK-AMOUNT NOT EQUAL CR-AMOUNT
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'AMOUNT DIFFERS      ' TO CL-NOTE
                   PERFORM 250-PRINT-BANK-CHEQUE
               END-IF
           ELSE
           IF CR-CLEARED
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 'ALREADY CLEARED     ' TO CL-NOTE
               PERFORM 250-PRINT-BANK-CHEQUE
           END-IF
           END-IF.

       220-EXIT.


       230-HOLD-DEPOSIT.
      * ADD ONE BANK DEPOSIT INTO ITS DAY'S ENTRY ON THE TABLE
      *=================================================================

           MOVE 'N' TO WS-DEPOSIT-FOUND-SW.
           PERFORM VARYING WS-DEPOSIT-SUB FROM 1 BY 1
                   UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT
                      OR WS-DEPOSIT-FOUND
               IF DT-DATE(WS-DEPOSIT-SUB) EQUAL BK-DATE
                   ADD BK-AMOUNT TO DT-BANK-AMOUNT(WS-DEPOSIT-SUB)
                   MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
               END-IF
           END-PERFORM.

           IF NOT WS-DEPOSIT-FOUND
               IF WS-DEPOSIT-COUNT IS LESS THAN WS-DEPOSIT-MAX
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE BK-DATE TO DT-DATE(WS-DEPOSIT-COUNT)
                   MOVE BK-AMOUNT TO DT-BANK-AMOUNT(WS-DEPOSIT-COUNT)
                   MOVE ZERO TO DT-BOOK-AMOUNT(WS-DEPOSIT-COUNT)
               ELSE
                   ADD 1 TO WS-DEPOSIT-LOST-COUNT
               END-IF
           END-IF.

       230-EXIT.


       250-PRINT-BANK-CHEQUE.
      * ONE BANK CHEQUE LINE - OUR SIDE WHEN WE HAVE ONE, THE BANK'S
      * SIDE ALWAYS.  THE NOTE IS SET BY THE CALLER.
      *=================================================================

           MOVE BK-CHEQUE-NO TO CL-CHEQUE-NO.
           IF CR-STATUS EQUAL SPACE
               MOVE SPACES TO CL-SUPPLIER
               MOVE ZERO TO CL-ISSUE-DATE
               MOVE ZERO TO CL-AMOUNT
           ELSE
               MOVE CR-SUPPLIER TO CL-SUPPLIER
               MOVE CR-ISSUE-DATE TO CL-ISSUE-DATE
               MOVE CR-AMOUNT TO CL-AMOUNT
           END-IF.
           MOVE BK-DATE TO CL-CLEARED-DATE.
           MOVE BK-AMOUNT TO CL-BANK-AMOUNT.
           WRITE REPORT-LINE FROM WS-CHEQUE-LINE.

       250-EXIT.


       300-LIST-UNKNOWN-ITEMS.
      * SECOND PASS OF THE BANK FILE - THE CHEQUES THE BANK PAID THAT
      * WE NEVER ISSUED, OR HAD VOIDED
      *=================================================================

           MOVE 'CLEARED BY THE BANK - NOT ISSUED BY US' TO SL-TITLE.
           PERFORM 800-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-CHEQUE-COLUMN-LINE.

           OPEN INPUT BANKCLR-FILE.

           PERFORM 210-READ-BANKCLR.
           PERFORM UNTIL BANKCLR-EOF
               IF BK-CHEQUE
                   PERFORM 310-CHECK-ISSUED
               END-IF
               PERFORM 210-READ-BANKCLR
           END-PERFORM.

           CLOSE BANKCLR-FILE.

       300-EXIT.


       310-CHECK-ISSUED.
      * LIST A BANK CHEQUE NOT ON CHQREG, OR ON IT BUT VOIDED
      *=================================================================

           MOVE BK-CHEQUE-NO TO CR-CHEQUE-NO.
           READ CHQREG-FILE
               INVALID KEY
                   MOVE SPACE TO CR-STATUS
           END-READ.

           IF CR-STATUS EQUAL SPACE
               MOVE 'NEVER ISSUED        ' TO CL-NOTE
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD BK-AMOUNT TO WS-UNKNOWN-TOTAL
               PERFORM 250-PRINT-BANK-CHEQUE
           ELSE
           IF CR-VOIDED
               MOVE 'VOIDED CHEQUE       ' TO CL-NOTE
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD BK-AMOUNT TO WS-UNKNOWN-TOTAL
               PERFORM 250-PRINT-BANK-CHEQUE
           END-IF
           END-IF.

       310-EXIT.


       400-MATCH-DEPOSITS.
      * ADD UP THE NET CASH APPLIED ON EACH DEPOSIT DAY FROM PAYHIST -
      * PAYMENTS LESS REVERSALS, AS GSPRGGL POSTS THEM TO CASH, WITH
      * THE DISCOUNTS LEFT OUT - AND LIST EVERY DAY THAT DOES NOT AGREE
      * WITH THE BANK
      *=================================================================

           OPEN INPUT PAYHIST-FILE.

           PERFORM 410-READ-PAYHIST.
           PERFORM UNTIL PAYHIST-EOF
               IF NOT PH-DISCOUNT
                   PERFORM 420-ADD-TO-DEPOSIT-DAY
               END-IF
               PERFORM 410-READ-PAYHIST
           END-PERFORM.

           CLOSE PAYHIST-FILE.

           MOVE 'DEPOSITS NOT AGREEING WITH CASH APPLIED' TO SL-TITLE.
           PERFORM 800-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-DEPOSIT-COLUMN-LINE.

           PERFORM VARYING WS-DEPOSIT-SUB FROM 1 BY 1
                   UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT
               COMPUTE WS-DEPOSIT-DIFFERENCE =
                   DT-BANK-AMOUNT(WS-DEPOSIT-SUB)
                   - DT-BOOK-AMOUNT(WS-DEPOSIT-SUB)
               IF WS-DEPOSIT-DIFFERENCE NOT EQUAL ZERO
                   ADD 1 TO WS-DEPOSIT-OFF-COUNT
                   MOVE DT-DATE(WS-DEPOSIT-SUB) TO DL-DATE
                   MOVE DT-BANK-AMOUNT(WS-DEPOSIT-SUB)
                       TO DL-BANK-AMOUNT
                   MOVE DT-BOOK-AMOUNT(WS-DEPOSIT-SUB)
                       TO DL-BOOK-AMOUNT
                   MOVE WS-DEPOSIT-DIFFERENCE TO DL-DIFFERENCE
                   WRITE REPORT-LINE FROM WS-DEPOSIT-LINE
               END-IF
           END-PERFORM.

       400-EXIT.


       410-READ-PAYHIST.
      * READ THE NEXT PAYMENT HISTORY ENTRY
      *=================================================================

           READ PAYHIST-FILE
               AT END
                   SET PAYHIST-EOF TO TRUE
           END-READ.

       410-EXIT.


       420-ADD-TO-DEPOSIT-DAY.
      * ADD ONE PAYMENT (OR TAKE OFF ONE REVERSAL) INTO ITS DAY, WHEN
      * THE BANK SHOWS A DEPOSIT THAT DAY
      *=================================================================

           MOVE 'N' TO WS-DEPOSIT-FOUND-SW.
           PERFORM VARYING WS-DEPOSIT-SUB FROM 1 BY 1
                   UNTIL WS-DEPOSIT-SUB > WS-DEPOSIT-COUNT
                      OR WS-DEPOSIT-FOUND
               IF DT-DATE(WS-DEPOSIT-SUB) EQUAL PH-DATE
                   IF PH-REVERSAL
                       SUBTRACT PH-AMOUNT
                           FROM DT-BOOK-AMOUNT(WS-DEPOSIT-SUB)
                   ELSE
                       ADD PH-AMOUNT TO DT-BOOK-AMOUNT(WS-DEPOSIT-SUB)
                   END-IF
                   MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
               END-IF
           END-PERFORM.

       420-EXIT.


       500-LIST-OUTSTANDING.
      * EVERY CHEQUE ISSUED AND NOT YET PAID BY THE BANK
      *=================================================================

           MOVE 'OUTSTANDING CHEQUES' TO SL-TITLE.
           PERFORM 800-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-CHEQUE-COLUMN-LINE.

           PERFORM 510-START-CHQREG.
           PERFORM UNTIL CHQREG-EOF
               IF CR-OUTSTANDING
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD CR-AMOUNT TO WS-OUTSTANDING-TOTAL
                   MOVE SPACES TO CL-NOTE
                   PERFORM 550-PRINT-REG-CHEQUE
               END-IF
               PERFORM 520-READ-CHQREG
           END-PERFORM.

       500-EXIT.


       510-START-CHQREG.
      * POSITION AT THE FIRST CHEQUE ON THE REGISTER AND READ IT
      *=================================================================

           MOVE '00' TO WS-CHQREG-STATUS.
           MOVE LOW-VALUES TO CR-CHEQUE-NO.
           START CHQREG-FILE
               KEY IS NOT LESS THAN CR-CHEQUE-NO
               INVALID KEY
                   SET CHQREG-EOF TO TRUE
           END-START.
           IF NOT CHQREG-EOF
               PERFORM 520-READ-CHQREG
           END-IF.

       510-EXIT.


       520-READ-CHQREG.
      * READ THE NEXT CHEQUE ON THE REGISTER
      *=================================================================

           READ CHQREG-FILE NEXT RECORD
               AT END
                   SET CHQREG-EOF TO TRUE
           END-READ.

       520-EXIT.


       550-PRINT-REG-CHEQUE.
      * ONE REGISTERED CHEQUE - THE NOTE IS SET BY THE CALLER
      *=================================================================

           MOVE CR-CHEQUE-NO TO CL-CHEQUE-NO.
           MOVE CR-SUPPLIER TO CL-SUPPLIER.
           MOVE CR-ISSUE-DATE TO CL-ISSUE-DATE.
           MOVE CR-AMOUNT TO CL-AMOUNT.
           MOVE ZERO TO CL-CLEARED-DATE.
           MOVE ZERO TO CL-BANK-AMOUNT.
           WRITE REPORT-LINE FROM WS-CHEQUE-LINE.

       550-EXIT.


       600-LIST-STALE.
      * THE OUTSTANDING CHEQUES CUT MORE THAN SIX MONTHS AGO - TO BE
      * VOIDED ON GS42 AND THE SUPPLIER PAID AGAIN
      *=================================================================

           MOVE 'STALE-DATED CHEQUES - OVER SIX MONTHS' TO SL-TITLE.
           PERFORM 800-PRINT-SECTION-HEAD.
           WRITE REPORT-LINE FROM WS-CHEQUE-COLUMN-LINE.

           PERFORM 510-START-CHQREG.
           PERFORM UNTIL CHQREG-EOF
               IF CR-OUTSTANDING
                   MOVE CR-ISSUE-DATE TO WS-DN-DATE
                   PERFORM 900-COMPUTE-DAY-NUMBER
                   COMPUTE WS-AGE-DAYS =
                       WS-DN-RUN-NUMBER - WS-DN-NUMBER
                   IF WS-AGE-DAYS IS GREATER THAN WS-STALE-DAYS
                       ADD 1 TO WS-STALE-COUNT
                       ADD CR-AMOUNT TO WS-STALE-TOTAL
                       MOVE 'STALE-DATED         ' TO CL-NOTE
                       PERFORM 550-PRINT-REG-CHEQUE
                   END-IF
               END-IF
               PERFORM 520-READ-CHQREG
           END-PERFORM.

       600-EXIT.


       700-PRINT-TOTALS.
      * COUNTS AND DOLLARS FOR EACH PART OF THE RECONCILIATION
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'CHEQUES REGISTERED:     ' TO TL-LABEL.
           MOVE WS-REGISTERED-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'CHEQUES CLEARED:        ' TO TL-LABEL.
           MOVE WS-CLEARED-COUNT TO TL-COUNT.
           MOVE WS-CLEARED-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'AMOUNT MISMATCHES:      ' TO TL-LABEL.
           MOVE WS-MISMATCH-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'NOT ISSUED BY US:       ' TO TL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO TL-COUNT.
           MOVE WS-UNKNOWN-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'DEPOSIT DAYS OFF:       ' TO TL-LABEL.
           MOVE WS-DEPOSIT-OFF-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           IF WS-DEPOSIT-LOST-COUNT IS GREATER THAN ZERO
               MOVE 'DEPOSITS NOT CHECKED:   ' TO TL-LABEL
               MOVE WS-DEPOSIT-LOST-COUNT TO TL-COUNT
               MOVE ZERO TO TL-TOTAL
               WRITE REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

           MOVE 'CHEQUES OUTSTANDING:    ' TO TL-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
           MOVE WS-OUTSTANDING-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

           MOVE 'STALE-DATED CHEQUES:    ' TO TL-LABEL.
           MOVE WS-STALE-COUNT TO TL-COUNT.
           MOVE WS-STALE-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       700-EXIT.


       800-PRINT-SECTION-HEAD.
      * A BLANK LINE AND THE SECTION'S TITLE
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.

       800-EXIT.


       900-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      * BY, SO TWO DAY NUMBERS SUBTRACT TO THE TRUE DAYS BETWEEN
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       900-EXIT.


       END PROGRAM gsprgbk.
