       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgcw.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EVERY APPLIED PAYMENT, WITH ITS ACCOUNT - WHERE EACH
      *    ACCOUNT'S ACTUAL DAYS TO PAY ARE MEASURED
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

      *    READ BY KEY FOR THE INVOICE DATE BEHIND EACH PAYMENT, THEN
      *    END TO END FOR THE ITEMS STILL OPEN
           SELECT ARFILE-FILE ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-NO
               FILE STATUS IS WS-ARFILE-STATUS.

      *    CUSTOMER DEPOSITS HELD AGAINST UNBILLED INVOICES
           SELECT DEPFILE-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-INVOICE-NO
               FILE STATUS IS WS-DEPFILE-STATUS.

           SELECT APINV-FILE ASSIGN TO APINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APINV-KEY
               FILE STATUS IS WS-APINV-STATUS.

           SELECT POFILE-FILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-STATUS.

      *    READ BY KEY FOR THE TERMS EACH OPEN PO WILL BE PAID ON
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPMAS-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD.
           05  PH-ACCOUNT                  PIC X(6).
           05  PH-INVOICE-NO               PIC X(7).
           05  PH-AMOUNT                   PIC 9(7)V99.
           05  PH-DATE                     PIC 9(7).
      *        SPACE FOR A NORMAL PAYMENT, 'R' FOR A REVERSAL (NSF),
      *        'D' FOR AN EARLY-PAYMENT DISCOUNT TAKEN
           05  PH-TYPE                     PIC X(1).
               88  PH-REVERSAL                     VALUE 'R'.
               88  PH-DISCOUNT                     VALUE 'D'.
           05  PH-REASON                   PIC X(3).

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
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

       FD  DEPFILE-FILE.
       01  DEPFILE-RECORD.
           05  DEP-INVOICE-NO              PIC X(7).
           05  DEP-ACCOUNT                 PIC X(6).
           05  DEP-AMOUNT                  PIC 9(7)V99.
           05  DEP-DATE                    PIC 9(7).
           05  DEP-STATUS                  PIC X(1).
               88  DEP-STATUS-HELD                 VALUE 'H'.
               88  DEP-STATUS-APPLIED              VALUE 'A'.
               88  DEP-STATUS-REFUND               VALUE 'R'.
           05  DEP-APPLIED-DATE            PIC 9(7).
           05  FILLER                      PIC X(3).

       FD  APINV-FILE.
       01  APINV-RECORD.
           05  APINV-KEY.
               10  AP-SUPPLIER             PIC X(6).
               10  AP-INVOICE-REF          PIC X(10).
           05  AP-PO-NUMBER                PIC X(7).
           05  AP-PO-LINE                  PIC 9(3).
           05  AP-PRODUCT                  PIC X(8).
           05  AP-QTY                      PIC 9(5).
           05  AP-UNIT-COST                PIC 9(5)V99.
           05  AP-INVOICE-AMOUNT           PIC 9(7)V99.
           05  AP-INVOICE-DATE             PIC 9(7).
           05  AP-DUE-DATE                 PIC 9(7).
           05  AP-STATUS                   PIC X(1).
               88  AP-STATUS-OPEN                  VALUE 'O'.
               88  AP-STATUS-PAID                  VALUE 'P'.
           05  AP-PAID-DATE                PIC 9(7).
           05  AP-CHEQUE-NO                PIC X(7).
           05  AP-AUDIT.
               10  AP-OPERATOR-ID          PIC X(3).
               10  AP-TERMINAL-ID          PIC X(4).
               10  AP-LAST-CHG-DATE        PIC 9(7).
               10  AP-LAST-CHG-TIME        PIC 9(7).
           05  AP-PAY-METHOD               PIC X(1).
               88  AP-PAID-BY-CHEQUE               VALUE ' ' 'C'.
               88  AP-PAID-BY-EFT                  VALUE 'E'.
      *        A DEBIT MEMO IS WHAT THE SUPPLIER OWES US BACK - NETTED
      *        OFF THE NEXT PAYMENT BY THE PAYMENT RUN
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

       FD  POFILE-FILE.
       01  POFILE-RECORD.
           05  PO-KEY.
               10  PO-NUMBER               PIC X(7).
               10  PO-LINE-NO              PIC 9(3).
           05  PO-SUPPLIER                 PIC X(6).
           05  PO-PRODUCT                  PIC X(8).
           05  PO-QTY-ORDERED              PIC 9(5).
           05  PO-QTY-RECEIVED             PIC 9(5).
           05  PO-UNIT-COST                PIC 9(5)V99.
           05  PO-ORDER-DATE               PIC 9(7).
           05  PO-EXPECTED-DATE            PIC 9(7).
           05  PO-STATUS                   PIC X(1).
               88  PO-STATUS-OPEN                  VALUE 'O'.
               88  PO-STATUS-RECEIVED              VALUE 'R'.
               88  PO-STATUS-CLOSED                VALUE 'C'.
           05  PO-AUDIT.
               10  PO-OPERATOR-ID          PIC X(3).
               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
      *        THE QUANTITIES AND UNIT COST ARE BOTH IN THE UNIT THE
      *        LINE IS ORDERED IN, SO THEIR PRODUCT NEEDS NO FACTOR
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  FILLER                      PIC X(6).

       FD  SUPMAS-FILE.
       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
           05  SUPMAS-NAME                 PIC X(20).
           05  SUPMAS-ADDR-LINE1           PIC X(20).
           05  SUPMAS-ADDR-LINE2           PIC X(20).
           05  SUPMAS-ADDR-LINE3           PIC X(20).
           05  SUPMAS-POSTAL               PIC X(6).
           05  SUPMAS-PHONE.
               10  SUPMAS-AREA-CODE        PIC XXX.
               10  SUPMAS-EXCHANGE         PIC XXX.
               10  SUPMAS-PHONE-NUM        PIC XXXX.
           05  SUPMAS-TERMS-DAYS           PIC 9(3).
           05  SUPMAS-STATUS               PIC X(1).
               88  SUPMAS-ACTIVE                   VALUE 'A'.
               88  SUPMAS-INACTIVE                 VALUE 'I'.
           05  SUPMAS-AUDIT.
               10  SUPMAS-OPERATOR-ID      PIC X(3).
               10  SUPMAS-TERMINAL-ID      PIC X(4).
               10  SUPMAS-LAST-CHG-DATE    PIC 9(7).
               10  SUPMAS-LAST-CHG-TIME    PIC 9(7).
           05  SUPMAS-PAY-METHOD           PIC X(1).
               88  SUPMAS-PAY-CHEQUE               VALUE ' ' 'C'.
               88  SUPMAS-PAY-EFT                  VALUE 'E'.
           05  SUPMAS-BANK.
               10  SUPMAS-BANK-INSTITUTION PIC 9(3).
               10  SUPMAS-BANK-TRANSIT     PIC 9(5).
               10  SUPMAS-BANK-ACCOUNT     PIC X(12).
           05  SUPMAS-PENDING              PIC X(38).
           05  FILLER                      PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-PAYHIST-STATUS                PIC XX.
           88  PAYHIST-OK                              VALUE '00'.
           88  PAYHIST-EOF                             VALUE '10'.

       01  WS-ARFILE-STATUS                 PIC XX.
           88  ARFILE-OK                               VALUE '00'.
           88  ARFILE-EOF                              VALUE '10'.

       01  WS-DEPFILE-STATUS                PIC XX.
           88  DEPFILE-OK                              VALUE '00'.
           88  DEPFILE-EOF                             VALUE '10'.

       01  WS-APINV-STATUS                  PIC XX.
           88  APINV-OK                                VALUE '00'.
           88  APINV-EOF                               VALUE '10'.

       01  WS-POFILE-STATUS                 PIC XX.
           88  POFILE-OK                               VALUE '00'.
           88  POFILE-EOF                              VALUE '10'.

       01  WS-SUPMAS-STATUS                 PIC XX.
           88  SUPMAS-OK                               VALUE '00'.

      *    SYSIN - THE FIRST DAY OF THE FORECAST (0CYYDDD), THEN THE
      *    OPENING CASH IN THE OPERATING ACCOUNT, SIGNED, WITH TWO
      *    DECIMALS IMPLIED (+0000012500000 IS 125,000.00)
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-OPENING-CASH                  PIC S9(11)V99
                                            SIGN IS LEADING SEPARATE.

      *    THE FORECAST RUNS THIRTEEN WEEKS OF SEVEN DAYS FROM THE RUN
      *    DATE.  DAYS TO PAY ARE MEASURED OVER THE LAST YEAR OF
      *    PAYMENTS, AND AN ACCOUNT WITH NONE IN THAT TIME IS
      *    EXPECTED ON ITS ITEM'S DUE DATE.
       01  WS-WEEK-MAX                      PIC 9(2) VALUE 13.
       01  WS-HISTORY-DAYS                  PIC 9(3) VALUE 365.
       01  WS-DEFAULT-TERMS                 PIC 9(3) VALUE 030.
       01  WS-TOP-MAX                       PIC 9(1) VALUE 5.

      *    THE GSPRGBD BUSINESS-DAY ARGUMENTS - FUNCTION 'D' ADDS
      *    CALENDAR DAYS AND ROLLS ON TO THE NEXT BUSINESS DAY, AS
      *    TERMS ARE PAID
       01  WS-BD-FUNCTION                   PIC X(1) VALUE 'D'.
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).

      *    THE DATES ARE JULIAN (0CYYDDD) - EACH IS TURNED INTO A
      *    RUNNING DAY NUMBER SO THE WEEK COMES OUT RIGHT ACROSS A
      *    YEAR END
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-DN-INVOICE-NUMBER             PIC 9(6) VALUE ZERO.
       01  WS-DAYS-OUT                      PIC S9(5) VALUE ZERO.

      *    A DATE CARRIED FORWARD BY A NUMBER OF CALENDAR DAYS, OVER
      *    THE YEAR END - THE WEEK-STARTING DATES, AND ANY TERMS DATE
      *    THE CALENDAR ROUTINE COULD NOT WORK OUT
       01  WS-AD-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-AD-DATE-X REDEFINES WS-AD-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-AD-CYY                    PIC 9(3).
           05  WS-AD-DDD                    PIC 9(3).
       01  WS-AD-DAYS                       PIC 9(5) VALUE ZERO.
       01  WS-AD-WORK-DDD                   PIC 9(6) VALUE ZERO.
       01  WS-AD-YEAR-DAYS                  PIC 9(3) VALUE ZERO.
       01  WS-AD-QUOTIENT                   PIC 9(3) VALUE ZERO.
       01  WS-AD-REMAINDER                  PIC 9(1) VALUE ZERO.

      *    EACH ACCOUNT'S PAYMENTS OVER THE LAST YEAR AND THE DAYS
      *    FROM INVOICE TO PAYMENT ADDED UP ACROSS THEM
       01  WS-ACCOUNT-MAX                   PIC 9(4) VALUE 3000.
       01  WS-ACCOUNT-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-SUB                   PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT OCCURS 3000 TIMES.
               10  AC-ACCOUNT               PIC X(6).
               10  AC-PAYMENTS              PIC 9(5).
               10  AC-DAYS                  PIC 9(9).
       01  WS-FIND-ACCOUNT                  PIC X(6).
       01  WS-ACCOUNT-FOUND-SW              PIC X(1).
           88  WS-ACCOUNT-FOUND                        VALUE 'Y'.
       01  WS-AVERAGE-DAYS                  PIC 9(5) VALUE ZERO.

      *    THE THIRTEEN WEEKS - RECEIPTS, PAYMENTS AND THE LARGEST
      *    SINGLE ITEMS EACH WAY, KEPT LARGEST FIRST
       01  WS-WEEK-SUB                      PIC 9(2) VALUE ZERO.
       01  WS-TOP-SUB                       PIC 9(1) VALUE ZERO.
       01  WS-TOP-SUB2                      PIC 9(1) VALUE ZERO.
       01  WS-WEEK-TABLE.
           05  WS-WEEK OCCURS 13 TIMES.
               10  WK-START-DATE            PIC 9(7).
               10  WK-AR-RECEIPTS           PIC 9(11)V99.
               10  WK-DEPOSITS              PIC 9(11)V99.
               10  WK-AP-PAYMENTS           PIC S9(11)V99.
               10  WK-PO-PAYMENTS           PIC 9(11)V99.
               10  WK-TOP OCCURS 5 TIMES.
                   15  TP-SOURCE            PIC X(3).
                   15  TP-REFERENCE         PIC X(10).
                   15  TP-PARTY             PIC X(6).
                   15  TP-DATE              PIC 9(7).
                   15  TP-DIRECTION         PIC X(3).
                   15  TP-AMOUNT            PIC 9(9)V99.

      *    ONE FORECAST ITEM ON ITS WAY INTO ITS WEEK
       01  WS-ITEM.
           05  IT-SOURCE                    PIC X(3).
               88  IT-FROM-AR                          VALUE 'AR '.
               88  IT-FROM-DEPOSIT                     VALUE 'DEP'.
               88  IT-FROM-AP                          VALUE 'AP '.
               88  IT-FROM-DEBIT-MEMO                  VALUE 'DM '.
               88  IT-FROM-PO                          VALUE 'PO '.
           05  IT-REFERENCE                 PIC X(10).
           05  IT-PARTY                     PIC X(6).
           05  IT-DATE                      PIC 9(7).
           05  IT-DIRECTION                 PIC X(3).
           05  IT-AMOUNT                    PIC 9(9)V99.

       01  WS-OPEN-BALANCE                  PIC 9(9)V99 VALUE ZERO.
       01  WS-EXPECTED-DATE                 PIC 9(7) VALUE ZERO.
       01  WS-PO-OPEN-QTY                   PIC 9(5) VALUE ZERO.

       01  WS-TOTAL-IN                      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OUT                     PIC S9(11)V99 VALUE ZERO.
       01  WS-NET                           PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSING                       PIC S9(11)V99 VALUE ZERO.

       01  WS-AR-ITEMS                      PIC 9(5) VALUE ZERO.
       01  WS-AR-NO-HISTORY                 PIC 9(5) VALUE ZERO.
       01  WS-DEP-ITEMS                     PIC 9(5) VALUE ZERO.
       01  WS-AP-ITEMS                      PIC 9(5) VALUE ZERO.
       01  WS-PO-ITEMS                      PIC 9(5) VALUE ZERO.
       01  WS-PO-NO-TERMS                   PIC 9(5) VALUE ZERO.
       01  WS-LATER-IN-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-LATER-IN                      PIC 9(11)V99 VALUE ZERO.
       01  WS-LATER-OUT-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-LATER-OUT                     PIC S9(11)V99 VALUE ZERO.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'THIRTEEN-WEEK CASH FORECAST FROM '.
           05  HL-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(18)
               VALUE '   OPENING CASH   '.
           05  HL-OPENING                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(12)
               VALUE 'WK  STARTING'.
           05  FILLER                       PIC X(15)
               VALUE '    AR RECEIPTS'.
           05  FILLER                       PIC X(15)
               VALUE '       DEPOSITS'.
           05  FILLER                       PIC X(15)
               VALUE '       TOTAL IN'.
           05  FILLER                       PIC X(15)
               VALUE '   AP INVOICES '.
           05  FILLER                       PIC X(15)
               VALUE '       OPEN POS'.
           05  FILLER                       PIC X(15)
               VALUE '      TOTAL OUT'.
           05  FILLER                       PIC X(15)
               VALUE '            NET'.
           05  FILLER                       PIC X(15)
               VALUE '        CLOSING'.

       01  WS-WEEK-LINE.
           05  WL-WEEK                      PIC Z9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  WL-START-DATE                PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  WL-AR-RECEIPTS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-DEPOSITS                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-TOTAL-IN                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-AP-PAYMENTS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-PO-PAYMENTS               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-TOTAL-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-NET                       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WL-CLOSING                   PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-TOP-LINE.
           05  FILLER                       PIC X(12) VALUE SPACES.
           05  FILLER                       PIC X(10)
               VALUE 'LARGEST - '.
           05  TL-SOURCE                    PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  TL-REFERENCE                 PIC X(10).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  TL-PARTY                     PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-DATE                      PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-DIRECTION                 PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  TL-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LATER-LINE.
           05  FILLER                       PIC X(30)
               VALUE 'DUE BEYOND THE THIRTEEN WEEKS '.
           05  FILLER                       PIC X(4) VALUE 'IN: '.
           05  LL-IN-COUNT                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  LL-IN                        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(8) VALUE '   OUT: '.
           05  LL-OUT-COUNT                 PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  LL-OUT                       PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-COUNT-LINE.
           05  CL-LABEL                     PIC X(40).
           05  CL-COUNT                     PIC ZZZZ9.

       01  WS-OVERFLOW-LINE                 PIC X(56)
           VALUE '*** ACCOUNTS LEFT ON DUE DATES - WORK TABLE FULL ***'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * THE WEEKLY THIRTEEN-WEEK CASH FORECAST FOR TREASURY.  EACH
      * ACCOUNT'S ACTUAL AVERAGE DAYS FROM INVOICE TO PAYMENT IS
      * MEASURED OFF THE LAST YEAR OF PAYHIST, AND EVERY OPEN ARFILE
      * ITEM IS EXPECTED THAT MANY DAYS AFTER ITS INVOICE DATE (ON ITS
      * DUE DATE WHEN THE ACCOUNT HAS NO HISTORY), IN CAD.  CUSTOMER
      * DEPOSITS HELD ARE KEPT APART FROM THE OPERATING ACCOUNT AND
      * COME INTO IT IN THE FIRST WEEK.  OPEN SUPPLIER INVOICES GO OUT
      * ON THEIR DUE DATES, LESS ANY DEBIT MEMOS, AND THE UNRECEIVED
      * BALANCE OF EVERY OPEN PO LINE, AT THE PO UNIT COST, GOES OUT
      * THE SUPPLIER'S TERMS AFTER ITS EXPECTED DATE.  ANYTHING
      * ALREADY PAST IS EXPECTED IN THE FIRST WEEK.  EACH WEEK PRINTS
      * ITS RECEIPTS, PAYMENTS, NET AND CLOSING POSITION FROM THE
      * OPENING CASH ON SYSIN, WITH ITS LARGEST SINGLE ITEMS.  SYSIN
      * IS THE FIRST DAY OF THE FORECAST (0CYYDDD), THEN THE OPENING
      * CASH.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-OPENING-CASH FROM SYSIN.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.

           PERFORM 050-CLEAR-WEEKS.

           OPEN INPUT ARFILE-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-OPENING-CASH TO HL-OPENING.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 100-LOAD-DAYS-TO-PAY.
           PERFORM 200-FORECAST-RECEIPTS.
           PERFORM 250-FORECAST-DEPOSITS.
           PERFORM 300-FORECAST-AP.
           PERFORM 350-FORECAST-POS.

           PERFORM 600-PRINT-FORECAST.
           PERFORM 700-PRINT-TOTALS.

           CLOSE ARFILE-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       050-CLEAR-WEEKS.
      * EMPTY THE THIRTEEN WEEKS AND DATE EACH ONE FROM ITS FIRST DAY
      *=================================================================

           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > WS-WEEK-MAX
               MOVE WS-RUN-DATE TO WS-AD-DATE
               COMPUTE WS-AD-DAYS = (WS-WEEK-SUB - 1) * 7
               PERFORM 810-ADD-DAYS
               MOVE WS-AD-DATE TO WK-START-DATE(WS-WEEK-SUB)
               MOVE ZERO TO WK-AR-RECEIPTS(WS-WEEK-SUB)
               MOVE ZERO TO WK-DEPOSITS(WS-WEEK-SUB)
               MOVE ZERO TO WK-AP-PAYMENTS(WS-WEEK-SUB)
               MOVE ZERO TO WK-PO-PAYMENTS(WS-WEEK-SUB)
               PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                       UNTIL WS-TOP-SUB > WS-TOP-MAX
                   MOVE SPACES TO TP-SOURCE(WS-WEEK-SUB, WS-TOP-SUB)
                   MOVE SPACES TO TP-REFERENCE(WS-WEEK-SUB, WS-TOP-SUB)
                   MOVE SPACES TO TP-PARTY(WS-WEEK-SUB, WS-TOP-SUB)
                   MOVE ZERO TO TP-DATE(WS-WEEK-SUB, WS-TOP-SUB)
                   MOVE SPACES TO TP-DIRECTION(WS-WEEK-SUB, WS-TOP-SUB)
                   MOVE ZERO TO TP-AMOUNT(WS-WEEK-SUB, WS-TOP-SUB)
               END-PERFORM
           END-PERFORM.

       050-EXIT.


       100-LOAD-DAYS-TO-PAY.
      * ADD UP EACH ACCOUNT'S DAYS FROM INVOICE TO PAYMENT OVER THE
      * LAST YEAR OF PAYHIST.  REVERSALS AND DISCOUNT ENTRIES ARE NOT
      * PAYMENTS AND ARE PASSED OVER.
      *=================================================================

           OPEN INPUT PAYHIST-FILE.

           PERFORM 110-READ-PAYHIST.
           PERFORM UNTIL PAYHIST-EOF
               IF NOT PH-REVERSAL AND NOT PH-DISCOUNT
                   PERFORM 120-TAKE-PAYMENT THRU 120-EXIT
               END-IF
               PERFORM 110-READ-PAYHIST
           END-PERFORM.

           CLOSE PAYHIST-FILE.

       100-EXIT.


       110-READ-PAYHIST.
      * READ THE NEXT PAYMENT HISTORY ENTRY
      *=================================================================

           READ PAYHIST-FILE
               AT END
                   SET PAYHIST-EOF TO TRUE
           END-READ.

       110-EXIT.


       120-TAKE-PAYMENT.
      * TIME ONE PAYMENT FROM THE DATE ITS INVOICE WAS RAISED AND ADD
      * IT TO ITS ACCOUNT.  A PAYMENT WHOSE OPEN ITEM HAS GONE FROM
      * ARFILE CANNOT BE TIMED AND IS PASSED OVER.
      *=================================================================

           MOVE PH-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           IF WS-DN-NUMBER IS GREATER THAN WS-DN-RUN-NUMBER
               OR WS-DN-RUN-NUMBER - WS-DN-NUMBER
                   IS GREATER THAN WS-HISTORY-DAYS
               GO TO 120-EXIT
           END-IF.

           MOVE PH-INVOICE-NO TO AR-INVOICE-NO.
           READ ARFILE-FILE
               INVALID KEY
                   GO TO 120-EXIT
           END-READ.

           MOVE AR-INVOICE-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-INVOICE-NUMBER.
           MOVE PH-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-OUT = WS-DN-NUMBER - WS-DN-INVOICE-NUMBER.
           IF WS-DAYS-OUT IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.

           MOVE PH-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 130-FIND-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               IF WS-ACCOUNT-COUNT NOT LESS THAN WS-ACCOUNT-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 120-EXIT
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB
               MOVE PH-ACCOUNT TO AC-ACCOUNT(WS-ACCOUNT-SUB)
               MOVE ZERO TO AC-PAYMENTS(WS-ACCOUNT-SUB)
               MOVE ZERO TO AC-DAYS(WS-ACCOUNT-SUB)
           END-IF.

           ADD 1 TO AC-PAYMENTS(WS-ACCOUNT-SUB).
           ADD WS-DAYS-OUT TO AC-DAYS(WS-ACCOUNT-SUB).

       120-EXIT.


       130-FIND-ACCOUNT.
      * LOOK FOR WS-FIND-ACCOUNT AMONG THE ACCOUNTS TIMED SO FAR -
      * WS-ACCOUNT-SUB POINTS AT IT IF FOUND
      *=================================================================

           MOVE 'N' TO WS-ACCOUNT-FOUND-SW.
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND
               IF AC-ACCOUNT(WS-ACCOUNT-SUB) EQUAL WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-SUB
           END-IF.

       130-EXIT.


       200-FORECAST-RECEIPTS.
      * EVERY OPEN OR PART-PAID ITEM ON ARFILE, END TO END
      *=================================================================

           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START ARFILE-FILE KEY IS GREATER THAN OR EQUAL AR-INVOICE-NO
               INVALID KEY
                   SET ARFILE-EOF TO TRUE
           END-START.

           IF NOT ARFILE-EOF
               PERFORM 210-READ-ARFILE
           END-IF.
           PERFORM UNTIL ARFILE-EOF
               IF NOT AR-STATUS-PAID-FULL
                   AND NOT AR-STATUS-WRITTEN-OFF
                   PERFORM 220-TAKE-OPEN-ITEM THRU 220-EXIT
               END-IF
               PERFORM 210-READ-ARFILE
           END-PERFORM.

       200-EXIT.


       210-READ-ARFILE.
      * READ THE NEXT OPEN-ITEM RECORD SEQUENTIALLY
      *=================================================================

           READ ARFILE-FILE NEXT RECORD
               AT END
                   SET ARFILE-EOF TO TRUE
           END-READ.

       210-EXIT.


       220-TAKE-OPEN-ITEM.
      * EXPECT ONE OPEN ITEM ITS ACCOUNT'S AVERAGE DAYS TO PAY AFTER
      * ITS INVOICE DATE, OR ON ITS DUE DATE FOR AN ACCOUNT WITH NO
      * PAYMENTS TO GO ON.  A FOREIGN ITEM IS TAKEN IN CAD AT THE
      * RATE IT CARRIES.
      *=================================================================

           IF AR-INVOICE-AMOUNT NOT GREATER THAN AR-PAID-AMOUNT
               GO TO 220-EXIT
           END-IF.

           IF AR-RATE-TO-CAD IS NUMERIC
               AND AR-RATE-TO-CAD IS GREATER THAN ZERO
               COMPUTE WS-OPEN-BALANCE ROUNDED =
                   (AR-INVOICE-AMOUNT - AR-PAID-AMOUNT)
                       * AR-RATE-TO-CAD
           ELSE
               COMPUTE WS-OPEN-BALANCE =
                   AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
           END-IF.

           MOVE AR-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 130-FIND-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   AC-DAYS(WS-ACCOUNT-SUB) / AC-PAYMENTS(WS-ACCOUNT-SUB)
               MOVE AR-INVOICE-DATE TO WS-BD-FROM-DATE
               MOVE WS-AVERAGE-DAYS TO WS-BD-DAYS
               PERFORM 820-ROLL-TERMS-DATE
           ELSE
               ADD 1 TO WS-AR-NO-HISTORY
               IF AR-DUE-DATE IS NUMERIC
                   AND AR-DUE-DATE IS GREATER THAN ZERO
                   MOVE AR-DUE-DATE TO WS-EXPECTED-DATE
               ELSE
                   MOVE AR-INVOICE-DATE TO WS-BD-FROM-DATE
                   MOVE WS-DEFAULT-TERMS TO WS-BD-DAYS
                   PERFORM 820-ROLL-TERMS-DATE
               END-IF
           END-IF.

           ADD 1 TO WS-AR-ITEMS.
           MOVE 'AR ' TO IT-SOURCE.
           MOVE AR-INVOICE-NO TO IT-REFERENCE.
           MOVE AR-ACCOUNT TO IT-PARTY.
           MOVE WS-EXPECTED-DATE TO IT-DATE.
           MOVE 'IN ' TO IT-DIRECTION.
           MOVE WS-OPEN-BALANCE TO IT-AMOUNT.
           PERFORM 500-TAKE-ITEM THRU 500-EXIT.

       220-EXIT.


       250-FORECAST-DEPOSITS.
      * EVERY DEPOSIT STILL HELD COMES INTO THE OPERATING ACCOUNT IN
      * THE FIRST WEEK
      *=================================================================

           OPEN INPUT DEPFILE-FILE.

           PERFORM 260-READ-DEPFILE.
           PERFORM UNTIL DEPFILE-EOF
               IF DEP-STATUS-HELD
                   ADD 1 TO WS-DEP-ITEMS
                   MOVE 'DEP' TO IT-SOURCE
                   MOVE DEP-INVOICE-NO TO IT-REFERENCE
                   MOVE DEP-ACCOUNT TO IT-PARTY
                   MOVE WS-RUN-DATE TO IT-DATE
                   MOVE 'IN ' TO IT-DIRECTION
                   MOVE DEP-AMOUNT TO IT-AMOUNT
                   PERFORM 500-TAKE-ITEM THRU 500-EXIT
               END-IF
               PERFORM 260-READ-DEPFILE
           END-PERFORM.

           CLOSE DEPFILE-FILE.

       250-EXIT.


       260-READ-DEPFILE.
      * READ THE NEXT DEPOSIT RECORD SEQUENTIALLY
      *=================================================================

           READ DEPFILE-FILE NEXT RECORD
               AT END
                   SET DEPFILE-EOF TO TRUE
           END-READ.

       260-EXIT.


       300-FORECAST-AP.
      * EVERY OPEN SUPPLIER INVOICE GOES OUT ON ITS DUE DATE.  AN OPEN
      * DEBIT MEMO COMES OFF THE SAME WEEK'S PAYMENTS.
      *=================================================================

           OPEN INPUT APINV-FILE.

           PERFORM 310-READ-APINV.
           PERFORM UNTIL APINV-EOF
               IF AP-STATUS-OPEN
                   PERFORM 320-TAKE-AP-ITEM
               END-IF
               PERFORM 310-READ-APINV
           END-PERFORM.

           CLOSE APINV-FILE.

       300-EXIT.


       310-READ-APINV.
      * READ THE NEXT SUPPLIER INVOICE
      *=================================================================

           READ APINV-FILE NEXT RECORD
               AT END
                   SET APINV-EOF TO TRUE
           END-READ.

       310-EXIT.


       320-TAKE-AP-ITEM.
      * ONE OPEN SUPPLIER INVOICE OR DEBIT MEMO INTO ITS WEEK
      *=================================================================

           ADD 1 TO WS-AP-ITEMS.
           IF AP-ITEM-DEBIT-MEMO
               MOVE 'DM ' TO IT-SOURCE
           ELSE
               MOVE 'AP ' TO IT-SOURCE
           END-IF.
           MOVE AP-INVOICE-REF TO IT-REFERENCE.
           MOVE AP-SUPPLIER TO IT-PARTY.
           IF AP-DUE-DATE IS NUMERIC
               AND AP-DUE-DATE IS GREATER THAN ZERO
               MOVE AP-DUE-DATE TO IT-DATE
           ELSE
               MOVE AP-INVOICE-DATE TO IT-DATE
           END-IF.
           MOVE 'OUT' TO IT-DIRECTION.
           MOVE AP-INVOICE-AMOUNT TO IT-AMOUNT.
           PERFORM 500-TAKE-ITEM THRU 500-EXIT.

       320-EXIT.


       350-FORECAST-POS.
      * THE UNRECEIVED BALANCE OF EVERY OPEN PO LINE
      *=================================================================

           OPEN INPUT POFILE-FILE.
           OPEN INPUT SUPMAS-FILE.

           PERFORM 360-READ-POFILE.
           PERFORM UNTIL POFILE-EOF
               IF PO-STATUS-OPEN
                   PERFORM 370-TAKE-PO-LINE THRU 370-EXIT
               END-IF
               PERFORM 360-READ-POFILE
           END-PERFORM.

           CLOSE SUPMAS-FILE.
           CLOSE POFILE-FILE.

       350-EXIT.


       360-READ-POFILE.
      * READ THE NEXT PO LINE SEQUENTIALLY
      *=================================================================

           READ POFILE-FILE NEXT RECORD
               AT END
                   SET POFILE-EOF TO TRUE
           END-READ.

       360-EXIT.


       370-TAKE-PO-LINE.
      * VALUE WHAT IS STILL TO COME ON ONE PO LINE AT THE PO UNIT
      * COST, AND EXPECT TO PAY FOR IT THE SUPPLIER'S TERMS AFTER IT
      * IS DUE IN.  A LINE ALREADY OVERDUE IS TAKEN AS COMING IN
      * TODAY.  A SUPPLIER GONE FROM THE MASTER IS PAID ON THE
      * DEFAULT TERMS.
      *=================================================================

           IF PO-QTY-ORDERED NOT GREATER THAN PO-QTY-RECEIVED
               GO TO 370-EXIT
           END-IF.

           COMPUTE WS-PO-OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED.

           MOVE PO-SUPPLIER TO SUPMAS-CODE.
           READ SUPMAS-FILE
               INVALID KEY
                   ADD 1 TO WS-PO-NO-TERMS
                   MOVE WS-DEFAULT-TERMS TO SUPMAS-TERMS-DAYS
           END-READ.

           IF PO-EXPECTED-DATE IS NUMERIC
               AND PO-EXPECTED-DATE IS GREATER THAN WS-RUN-DATE
               MOVE PO-EXPECTED-DATE TO WS-BD-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BD-FROM-DATE
           END-IF.
           MOVE SUPMAS-TERMS-DAYS TO WS-BD-DAYS.
           PERFORM 820-ROLL-TERMS-DATE.

           ADD 1 TO WS-PO-ITEMS.
           MOVE 'PO ' TO IT-SOURCE.
           MOVE PO-NUMBER TO IT-REFERENCE(1:7).
           MOVE PO-LINE-NO TO IT-REFERENCE(8:3).
           MOVE PO-SUPPLIER TO IT-PARTY.
           MOVE WS-EXPECTED-DATE TO IT-DATE.
           MOVE 'OUT' TO IT-DIRECTION.
           COMPUTE IT-AMOUNT ROUNDED = WS-PO-OPEN-QTY * PO-UNIT-COST.
           PERFORM 500-TAKE-ITEM THRU 500-EXIT.

       370-EXIT.


       500-TAKE-ITEM.
      * ADD ONE ITEM TO THE WEEK ITS DATE FALLS IN - THE FIRST WEEK
      * WHEN THE DATE IS ALREADY PAST, THE LATER TOTALS WHEN IT IS
      * BEYOND THE THIRTEENTH.  DEBIT MEMOS COME OFF THE PAYMENTS AND
      * ARE NOT RANKED.
      *=================================================================

           MOVE IT-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-OUT = WS-DN-NUMBER - WS-DN-RUN-NUMBER.
           IF WS-DAYS-OUT IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.

           IF WS-DAYS-OUT IS NOT LESS THAN WS-WEEK-MAX * 7
               IF IT-DIRECTION EQUAL 'IN '
                   ADD 1 TO WS-LATER-IN-COUNT
                   ADD IT-AMOUNT TO WS-LATER-IN
               ELSE
                   ADD 1 TO WS-LATER-OUT-COUNT
                   IF IT-FROM-DEBIT-MEMO
                       SUBTRACT IT-AMOUNT FROM WS-LATER-OUT
                   ELSE
                       ADD IT-AMOUNT TO WS-LATER-OUT
                   END-IF
               END-IF
               GO TO 500-EXIT
           END-IF.

           COMPUTE WS-WEEK-SUB = WS-DAYS-OUT / 7 + 1.

           EVALUATE TRUE
               WHEN IT-FROM-AR
                   ADD IT-AMOUNT TO WK-AR-RECEIPTS(WS-WEEK-SUB)
               WHEN IT-FROM-DEPOSIT
                   ADD IT-AMOUNT TO WK-DEPOSITS(WS-WEEK-SUB)
               WHEN IT-FROM-AP
                   ADD IT-AMOUNT TO WK-AP-PAYMENTS(WS-WEEK-SUB)
               WHEN IT-FROM-DEBIT-MEMO
                   SUBTRACT IT-AMOUNT FROM WK-AP-PAYMENTS(WS-WEEK-SUB)
                   GO TO 500-EXIT
               WHEN IT-FROM-PO
                   ADD IT-AMOUNT TO WK-PO-PAYMENTS(WS-WEEK-SUB)
           END-EVALUATE.

           PERFORM 510-RANK-ITEM THRU 510-EXIT.

       500-EXIT.


       510-RANK-ITEM.
      * KEEP THE WEEK'S LARGEST ITEMS, LARGEST FIRST - THE NEW ITEM
      * GOES IN AHEAD OF THE FIRST ONE SMALLER THAN IT AND THE REST
      * MOVE DOWN ONE, THE SMALLEST FALLING OFF THE END
      *=================================================================

           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-MAX
                   OR IT-AMOUNT IS GREATER THAN
                       TP-AMOUNT(WS-WEEK-SUB, WS-TOP-SUB)
               CONTINUE
           END-PERFORM.

           IF WS-TOP-SUB IS GREATER THAN WS-TOP-MAX
               GO TO 510-EXIT
           END-IF.

           PERFORM VARYING WS-TOP-SUB2 FROM WS-TOP-MAX BY -1
                   UNTIL WS-TOP-SUB2 NOT GREATER THAN WS-TOP-SUB
               MOVE WK-TOP(WS-WEEK-SUB, WS-TOP-SUB2 - 1)
                   TO WK-TOP(WS-WEEK-SUB, WS-TOP-SUB2)
           END-PERFORM.

           MOVE IT-SOURCE TO TP-SOURCE(WS-WEEK-SUB, WS-TOP-SUB).
           MOVE IT-REFERENCE TO TP-REFERENCE(WS-WEEK-SUB, WS-TOP-SUB).
           MOVE IT-PARTY TO TP-PARTY(WS-WEEK-SUB, WS-TOP-SUB).
           MOVE IT-DATE TO TP-DATE(WS-WEEK-SUB, WS-TOP-SUB).
           MOVE IT-DIRECTION TO TP-DIRECTION(WS-WEEK-SUB, WS-TOP-SUB).
           MOVE IT-AMOUNT TO TP-AMOUNT(WS-WEEK-SUB, WS-TOP-SUB).

       510-EXIT.


       600-PRINT-FORECAST.
      * ONE LINE PER WEEK, CARRYING THE CLOSING POSITION FORWARD FROM
      * THE OPENING CASH, WITH THE WEEK'S LARGEST ITEMS UNDER IT
      *=================================================================

           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE WS-OPENING-CASH TO WS-CLOSING.
           PERFORM 610-PRINT-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > WS-WEEK-MAX.

       600-EXIT.


       610-PRINT-WEEK.
      * ONE WEEK'S RECEIPTS, PAYMENTS, NET AND CLOSING POSITION
      *=================================================================

           COMPUTE WS-TOTAL-IN = WK-AR-RECEIPTS(WS-WEEK-SUB)
               + WK-DEPOSITS(WS-WEEK-SUB).
           COMPUTE WS-TOTAL-OUT = WK-AP-PAYMENTS(WS-WEEK-SUB)
               + WK-PO-PAYMENTS(WS-WEEK-SUB).
           COMPUTE WS-NET = WS-TOTAL-IN - WS-TOTAL-OUT.
           ADD WS-NET TO WS-CLOSING.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WEEK-SUB TO WL-WEEK.
           MOVE WK-START-DATE(WS-WEEK-SUB) TO WL-START-DATE.
           MOVE WK-AR-RECEIPTS(WS-WEEK-SUB) TO WL-AR-RECEIPTS.
           MOVE WK-DEPOSITS(WS-WEEK-SUB) TO WL-DEPOSITS.
           MOVE WS-TOTAL-IN TO WL-TOTAL-IN.
           MOVE WK-AP-PAYMENTS(WS-WEEK-SUB) TO WL-AP-PAYMENTS.
           MOVE WK-PO-PAYMENTS(WS-WEEK-SUB) TO WL-PO-PAYMENTS.
           MOVE WS-TOTAL-OUT TO WL-TOTAL-OUT.
           MOVE WS-NET TO WL-NET.
           MOVE WS-CLOSING TO WL-CLOSING.
           WRITE REPORT-LINE FROM WS-WEEK-LINE.

           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-MAX
               IF TP-AMOUNT(WS-WEEK-SUB, WS-TOP-SUB) IS GREATER THAN
                       ZERO
                   MOVE TP-SOURCE(WS-WEEK-SUB, WS-TOP-SUB) TO TL-SOURCE
                   MOVE TP-REFERENCE(WS-WEEK-SUB, WS-TOP-SUB)
                       TO TL-REFERENCE
                   MOVE TP-PARTY(WS-WEEK-SUB, WS-TOP-SUB) TO TL-PARTY
                   MOVE TP-DATE(WS-WEEK-SUB, WS-TOP-SUB) TO TL-DATE
                   MOVE TP-DIRECTION(WS-WEEK-SUB, WS-TOP-SUB)
                       TO TL-DIRECTION
                   MOVE TP-AMOUNT(WS-WEEK-SUB, WS-TOP-SUB) TO TL-AMOUNT
                   WRITE REPORT-LINE FROM WS-TOP-LINE
               END-IF
           END-PERFORM.

       610-EXIT.


       700-PRINT-TOTALS.
      * WHAT FALLS BEYOND THE THIRTEEN WEEKS, AND THE ITEM COUNTS
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LATER-IN-COUNT TO LL-IN-COUNT.
           MOVE WS-LATER-IN TO LL-IN.
           MOVE WS-LATER-OUT-COUNT TO LL-OUT-COUNT.
           MOVE WS-LATER-OUT TO LL-OUT.
           WRITE REPORT-LINE FROM WS-LATER-LINE.

           MOVE 'OPEN RECEIVABLE ITEMS:' TO CL-LABEL.
           MOVE WS-AR-ITEMS TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH ON DUE DATE - NO PAY HISTORY:' TO CL-LABEL.
           MOVE WS-AR-NO-HISTORY TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CUSTOMER DEPOSITS HELD:' TO CL-LABEL.
           MOVE WS-DEP-ITEMS TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'OPEN SUPPLIER INVOICES AND DEBIT MEMOS:' TO CL-LABEL.
           MOVE WS-AP-ITEMS TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'OPEN PO LINES STILL TO BE RECEIVED:' TO CL-LABEL.
           MOVE WS-PO-ITEMS TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  OF WHICH ON DEFAULT TERMS - NO SUPPLIER:' TO
               CL-LABEL.
           MOVE WS-PO-NO-TERMS TO CL-COUNT.
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


       810-ADD-DAYS.
      * CARRY WS-AD-DATE FORWARD WS-AD-DAYS CALENDAR DAYS, OVER THE
      * YEAR END AS OFTEN AS IT TAKES
      *=================================================================

           COMPUTE WS-AD-WORK-DDD = WS-AD-DDD + WS-AD-DAYS.
           PERFORM 815-YEAR-LENGTH.
           PERFORM UNTIL WS-AD-WORK-DDD NOT GREATER THAN WS-AD-YEAR-DAYS
               SUBTRACT WS-AD-YEAR-DAYS FROM WS-AD-WORK-DDD
               ADD 1 TO WS-AD-CYY
               PERFORM 815-YEAR-LENGTH
           END-PERFORM.
           MOVE WS-AD-WORK-DDD TO WS-AD-DDD.

       810-EXIT.


       815-YEAR-LENGTH.
      * THE DAYS IN THE YEAR WS-AD-CYY - 366 EVERY FOURTH YEAR
      *=================================================================

           DIVIDE WS-AD-CYY BY 4 GIVING WS-AD-QUOTIENT
               REMAINDER WS-AD-REMAINDER.
           IF WS-AD-REMAINDER EQUAL ZERO
               MOVE 366 TO WS-AD-YEAR-DAYS
           ELSE
               MOVE 365 TO WS-AD-YEAR-DAYS
           END-IF.

       815-EXIT.


       820-ROLL-TERMS-DATE.
      * WS-BD-DAYS CALENDAR DAYS ON FROM WS-BD-FROM-DATE, ON TO THE
      * NEXT BUSINESS DAY, INTO WS-EXPECTED-DATE.  WHEN THE CALENDAR
      * ROUTINE CANNOT WORK IT OUT THE PLAIN CALENDAR DATE IS USED.
      *=================================================================

           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               MOVE WS-BD-FROM-DATE TO WS-AD-DATE
               MOVE WS-BD-DAYS TO WS-AD-DAYS
               PERFORM 810-ADD-DAYS
               MOVE WS-AD-DATE TO WS-EXPECTED-DATE
           ELSE
               MOVE WS-BD-TO-DATE TO WS-EXPECTED-DATE
           END-IF.

       820-EXIT.


       END PROGRAM gsprgcw.
