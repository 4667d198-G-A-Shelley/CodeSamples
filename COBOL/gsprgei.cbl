       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgei.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT NIGHTLOG-FILE ASSIGN TO NIGHTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLOG-STATUS.

      *    TONIGHT'S GSPRGX EXTRACT, EXACTLY AS IT WENT TO BILLING
           SELECT EXTRACT-FILE ASSIGN TO BILLXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      *    THE CUSTOMER MASTER'S EXTENSION RECORD - THE EDI 810 FLAG
      *    AND THE PARTNER'S INTERCHANGE ID
           SELECT CUSTEXT-FILE ASSIGN TO CUSTEXT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CE-ACCOUNT
               FILE STATUS IS WS-CUSTEXT-STATUS.

      *    THE PARTNER'S OWN PART NUMBERS AGAINST OURS
           SELECT CUSTXRF-FILE ASSIGN TO CUSTXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTXRF-KEY
               FILE STATUS IS WS-CUSTXRF-STATUS.

      *    THE PAYMENT TERMS STAMPED ON EACH INVOICE
           SELECT ORDTERM-FILE ASSIGN TO ORDTERM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-INVOICE-NO
               FILE STATUS IS WS-ORDTERM-STATUS.

      *    THE 'EDI' CONTROL RECORD CARRIES THE ENVELOPE COUNTERS
           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    ONE RECORD PER 810 SENT - THE ENVELOPE CONTROL NUMBERS IT
      *    WENT OUT UNDER, AND THE GUARD AGAINST SENDING IT TWICE
           SELECT EDI810-FILE ASSIGN TO EDI810
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E8-INVOICE-NO
               FILE STATUS IS WS-EDI810-STATUS.

           SELECT EDI-OUTPUT-FILE ASSIGN TO EDIOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05  RUNCTL-KEY                  PIC X(8).
           05  RUNCTL-ONLINE-CLOSED        PIC X(1).
               88  RUNCTL-DAY-CLOSED               VALUE 'Y'.
           05  RUNCTL-CLOSED-DATE          PIC 9(7).
           05  RUNCTL-CLOSED-TIME          PIC 9(7).
           05  RUNCTL-CLOSED-BY            PIC X(3).

       FD  NIGHTLOG-FILE.
       01  NIGHTLOG-RECORD.
           05  NL-JOB-NAME                 PIC X(8).
           05  NL-START-TIME               PIC 9(8).
           05  NL-END-TIME                 PIC 9(8).
           05  NL-RECORD-COUNT             PIC 9(7).
           05  NL-OUTCOME                  PIC X(8).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE              PIC X(1).
               88  EX-HEADER                       VALUE 'H'.
               88  EX-DETAIL                       VALUE 'D'.
           05  EX-LINE-NO                  PIC 9(3).
           05  EX-INVOICE-NO               PIC X(7).
           05  EX-NAME                     PIC X(20).
           05  EX-PRODUCT-SLOTS.
               10  EX-PRODUCT-SLOT OCCURS 5 TIMES.
                   15  EX-P-CODE           PIC X(8).
                   15  EX-P-QTY            PIC 9(3).
                   15  EX-P-PRICE          PIC 9(5)V99.
           05  EX-INVOICE-TOTAL            PIC 9(7)V99.
           05  EX-ORDER-DATE               PIC 9(7).
           05  EX-STATUS                   PIC X(1).
               88  EX-STATUS-SHIPPED               VALUE 'S'.
           05  EX-SHIP-DATE                PIC 9(7).
           05  EX-CARRIER                  PIC X(10).
           05  EX-TRACKING-REF             PIC X(15).
           05  EX-GST-AMOUNT               PIC 9(5)V99.
           05  EX-PST-AMOUNT               PIC 9(5)V99.
           05  EX-TAX-TOTAL                PIC 9(5)V99.
           05  EX-ACCOUNT                  PIC X(6).
           05  EX-SHIPTO-CODE              PIC X(3).
           05  EX-CUST-PO-REF              PIC X(15).
           05  EX-FREIGHT-AMOUNT           PIC 9(4)V99.

       FD  CUSTEXT-FILE.
       01  CUSTEXT-RECORD.
           05  CE-ACCOUNT                  PIC X(6).
           05  CE-FC-GRACE-DAYS            PIC 9(3).
           05  CE-FC-EXEMPT                PIC X(1).
           05  CE-EDI-810                  PIC X(1).
               88  CE-EDI-810-PARTNER             VALUE 'Y'.
           05  CE-EDI-PARTNER-ID           PIC X(15).
           05  FILLER                      PIC X(74).

       FD  CUSTXRF-FILE.
       01  CUSTXRF-RECORD.
           05  CUSTXRF-KEY.
               10  CX-ACCOUNT              PIC X(6).
               10  CX-CUST-PART            PIC X(8).
           05  CX-OUR-PRODUCT              PIC X(8).
           05  FILLER                      PIC X(8).

       FD  ORDTERM-FILE.
       01  ORDTERM-RECORD.
           05  OT-INVOICE-NO               PIC X(7).
           05  OT-TERMS-CODE               PIC X(2).
           05  OT-NET-DAYS                 PIC 9(3).
           05  OT-DISC-PCT                 PIC 9(2)V99.
           05  OT-DISC-DAYS                PIC 9(3).
           05  FILLER                      PIC X(21).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

       FD  EDI810-FILE.
       01  EDI810-RECORD.
           05  E8-INVOICE-NO               PIC X(7).
           05  E8-ACCOUNT                  PIC X(6).
           05  E8-PARTNER-ID               PIC X(15).
           05  E8-ISA-CONTROL              PIC 9(9).
           05  E8-GS-CONTROL               PIC 9(9).
           05  E8-SET-CONTROL              PIC 9(4).
           05  E8-SENT-DATE                PIC 9(7).
           05  E8-AMOUNT                   PIC 9(7)V99.
           05  E8-LINE-COUNT               PIC 9(3).
           05  FILLER                      PIC X(11).

      *    ONE EDI SEGMENT PER RECORD, ELEMENTS SEPARATED BY '*' -
      *    THE SAME SHAPE THE 855S GO OUT IN
       FD  EDI-OUTPUT-FILE.
       01  EDI-SEGMENT-RECORD              PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-RUNCTL-STATUS                 PIC XX.
           88  RUNCTL-OK                               VALUE '00'.

       01  WS-NIGHTLOG-STATUS               PIC XX.
           88  NIGHTLOG-OK                             VALUE '00'.

       01  WS-NIGHT-START-TIME              PIC 9(8).
       01  WS-NIGHT-END-TIME                PIC 9(8).

       01  WS-EXTRACT-STATUS                PIC XX.
           88  EXTRACT-OK                              VALUE '00'.
           88  EXTRACT-EOF                             VALUE '10'.

       01  WS-CUSTEXT-STATUS                PIC XX.
           88  CUSTEXT-OK                              VALUE '00'.

       01  WS-CUSTXRF-STATUS                PIC XX.
           88  CUSTXRF-OK                              VALUE '00'.
           88  CUSTXRF-EOF                             VALUE '10'.

       01  WS-ORDTERM-STATUS                PIC XX.
           88  ORDTERM-OK                              VALUE '00'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-EDI810-STATUS                 PIC XX.
           88  EDI810-OK                               VALUE '00'.

      *    SYSIN - THE RUN DATE (0CYYDDD)
       01  WS-RUN-DATE                      PIC 9(7).

      *    THE RUN DATE AS THE ENVELOPE WANTS IT - CCYYMMDD, AND THE
      *    TIME AS HHMM
       01  WS-JD-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-JD-DATE-X REDEFINES WS-JD-DATE.
           05  FILLER                       PIC X(1).
           05  WS-JD-C                      PIC 9(1).
           05  WS-JD-YY                     PIC 9(2).
           05  WS-JD-DDD                    PIC 9(3).
       01  WS-JD-MONTH                      PIC 9(2) VALUE ZERO.
       01  WS-JD-LEAP                       PIC 9(1) VALUE ZERO.
       01  WS-JD-LIMIT                      PIC 9(3) VALUE ZERO.
       01  WS-JD-PRIOR                      PIC 9(3) VALUE ZERO.
       01  WS-JD-QUOTIENT                   PIC 9(2) VALUE ZERO.
       01  WS-JD-REMAINDER                  PIC 9(2) VALUE ZERO.

       01  WS-MONTH-END-VALUES.
           05  FILLER                       PIC X(36) VALUE
               '031059090120151181212243273304334366'.
       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END OCCURS 12 TIMES PIC 9(3).

       01  WS-CALENDAR-DATE.
           05  WS-CAL-CC                    PIC 9(2).
           05  WS-CAL-YY                    PIC 9(2).
           05  WS-CAL-MM                    PIC 9(2).
           05  WS-CAL-DD                    PIC 9(2).
       01  WS-CAL-YYMMDD REDEFINES WS-CALENDAR-DATE.
           05  FILLER                       PIC X(2).
           05  WS-CAL-SHORT                 PIC X(6).

       01  WS-TIME-NOW                      PIC 9(8).
       01  WS-TIME-NOW-X REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM                 PIC X(4).
           05  FILLER                       PIC X(4).

      *    OUR OWN INTERCHANGE ID, AND THE PARTNER'S - BLANK ON THE
      *    EXTENSION RECORD MEANS THE ACCOUNT NUMBER IS THEIR ID
       01  WS-OUR-ID                        PIC X(15) VALUE 'BILLM'.
       01  WS-PARTNER-ID                    PIC X(15).

      *    THE ENVELOPE COUNTERS DRAWN FOR THE 810 BEING BUILT
       01  WS-ISA-CONTROL                   PIC 9(9) VALUE ZERO.
       01  WS-GS-CONTROL                    PIC 9(9) VALUE ZERO.
       01  WS-SET-CONTROL                   PIC 9(4) VALUE 1.
       01  WS-FIRST-ISA                     PIC 9(9) VALUE ZERO.

      *    THE 810 BEING BUILT - OPEN FROM ITS HEADER RECORD UNTIL
      *    THE NEXT HEADER OR END OF FILE CLOSES IT
       01  WS-IN-810-SW                     PIC X(1) VALUE 'N'.
           88  WS-IN-810                               VALUE 'Y'.

       01  WS-CUR-INVOICE                   PIC X(7).
       01  WS-CUR-ACCOUNT                   PIC X(6).
       01  WS-CUR-PO-REF                    PIC X(15).
       01  WS-CUR-TOTAL                     PIC 9(7)V99 VALUE ZERO.
       01  WS-CUR-GST                       PIC 9(5)V99 VALUE ZERO.
       01  WS-CUR-PST                       PIC 9(5)V99 VALUE ZERO.
       01  WS-CUR-FREIGHT                   PIC 9(4)V99 VALUE ZERO.

       01  WS-SEGMENT-WORK                  PIC X(200).
       01  WS-SEGMENT-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-SLOT-SUB                      PIC 9(1) VALUE ZERO.

      *    ONE ORDER LINE HANDED TO 420-WRITE-IT1
       01  WS-IT-PRODUCT                    PIC X(8).
       01  WS-IT-QTY                        PIC 9(3).
       01  WS-IT-PRICE                      PIC 9(5)V99.

      *    THE PARTNER'S CROSS-REFERENCE ENTRIES, LOADED AS EACH 810
      *    OPENS - SEARCHED BY OUR PRODUCT FOR THEIR PART NUMBER
       01  WS-XREF-MAX                      PIC 9(3) VALUE 200.
       01  WS-XREF-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-XREF-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 200 TIMES.
               10  WS-XR-OUR-PRODUCT        PIC X(8).
               10  WS-XR-CUST-PART          PIC X(8).
       01  WS-CUST-PART                     PIC X(8).

      *    THE DISPLAY FORMS THE SEGMENTS ARE BUILT FROM
       01  WS-CONTROL-DISPLAY               PIC 9(9).
       01  WS-GS-DISPLAY                    PIC 9(9).
       01  WS-SET-DISPLAY                   PIC 9(4).
       01  WS-SEGS-DISPLAY                  PIC 9(4).
       01  WS-LINE-DISPLAY                  PIC 9(3).
       01  WS-QTY-DISPLAY                   PIC 9(3).
       01  WS-PRICE-DISPLAY                 PIC 9(5).99.
       01  WS-CENTS-DISPLAY                 PIC 9(9).
       01  WS-PCT-DISPLAY                   PIC 99.99.
       01  WS-DAYS-DISPLAY                  PIC 9(3).
       01  WS-DISC-DAYS-DISPLAY             PIC 9(3).

      *    THE CONTROL TOTALS - EVERY EDI-PARTNER HEADER ON THE
      *    EXTRACT IS EITHER SENT, NOT YET SHIPPED OR ALREADY SENT
       01  WS-HEADER-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-HEADER-DOLLARS                PIC 9(9)V99 VALUE ZERO.
       01  WS-PAPER-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-PAPER-DOLLARS                 PIC 9(9)V99 VALUE ZERO.
       01  WS-PARTNER-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-PARTNER-DOLLARS               PIC 9(9)V99 VALUE ZERO.
       01  WS-SENT-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-SENT-DOLLARS                  PIC 9(9)V99 VALUE ZERO.
       01  WS-UNSHIPPED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-UNSHIPPED-DOLLARS             PIC 9(9)V99 VALUE ZERO.
       01  WS-RESENT-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-RESENT-DOLLARS                PIC 9(9)V99 VALUE ZERO.
       01  WS-TDS-DOLLARS                   PIC 9(9)V99 VALUE ZERO.
       01  WS-ACCOUNTED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTED-DOLLARS             PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'EDI 810 OUTBOUND INVOICE CONTROL REPORT'.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE: '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'INVOICE ACCOUNT PARTNER ID      PO REF  '.
           05  FILLER                       PIC X(40)
               VALUE '        LINES       AMOUNT  INTERCHANGE'.

       01  WS-SENT-LINE.
           05  SL-INVOICE                   PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SL-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-PARTNER                   PIC X(15).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SL-PO-REF                    PIC X(15).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-LINES                     PIC ZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-AMOUNT                    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SL-CONTROL                   PIC 9(9).

       01  WS-SKIP-LINE.
           05  SK-INVOICE                   PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SK-ACCOUNT                   PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SK-REASON                    PIC X(36).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SK-AMOUNT                    PIC Z,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(36).
           05  TL-COUNT                     PIC ZZ,ZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-DOLLARS                   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-RANGE-LINE.
           05  FILLER                       PIC X(36)
               VALUE 'INTERCHANGE CONTROL NUMBERS USED'.
           05  CR-FIRST                     PIC 9(9).
           05  FILLER                       PIC X(4) VALUE ' TO '.
           05  CR-LAST                      PIC 9(9).

       01  WS-BALANCED-LINE                 PIC X(44)
           VALUE '*** 810S BALANCE TO THE BILLING EXTRACT ***'.
       01  WS-OUT-OF-BALANCE-LINE           PIC X(44)
           VALUE '*** 810S DO NOT BALANCE TO THE EXTRACT  ***'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * NIGHTLY OUTBOUND EDI 810.  READS TONIGHT'S GSPRGX BILLING
      * EXTRACT AND, FOR EVERY SHIPPED INVOICE BILLED TO AN ACCOUNT
      * FLAGGED FOR EDI INVOICING ON GS11, BUILDS AN 810 IN ITS OWN
      * ISA/GS ENVELOPE - THEIR PO REFERENCE, THEIR PART NUMBERS OFF
      * CUSTXRF, THE LINE QUANTITIES AND PRICES, GST/PST, FREIGHT
      * AND THE INVOICE'S TERMS.  THE ENVELOPE CONTROL NUMBERS COME
      * OFF THE 'EDI' INVCTL RECORD AND ARE KEPT ON EDI810 AGAINST
      * THE INVOICE, WHICH ALSO STOPS A RE-EXTRACTED INVOICE GOING
      * OUT TWICE.  THE CONTROL REPORT TIES THE 810 COUNTS AND
      * DOLLARS BACK TO THE EXTRACT.  RUN AFTER GSPRGX.

           PERFORM 010-CHECK-RUN-CONTROL.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           MOVE WS-RUN-DATE TO WS-JD-DATE.
           PERFORM 800-JULIAN-TO-CALENDAR.
           ACCEPT WS-TIME-NOW FROM TIME.

           OPEN INPUT EXTRACT-FILE.
           OPEN INPUT CUSTEXT-FILE.
           OPEN INPUT CUSTXRF-FILE.
           OPEN INPUT ORDTERM-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN I-O EDI810-FILE.
           OPEN OUTPUT EDI-OUTPUT-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-EXTRACT.
           PERFORM UNTIL EXTRACT-EOF
               IF EX-HEADER
                   PERFORM 200-TAKE-HEADER THRU 200-EXIT
               ELSE
               IF EX-DETAIL
                   AND WS-IN-810
                   AND EX-INVOICE-NO EQUAL WS-CUR-INVOICE
                   PERFORM 250-TAKE-DETAIL
               END-IF
               PERFORM 100-READ-EXTRACT
           END-PERFORM.

           IF WS-IN-810
               PERFORM 500-CLOSE-810
           END-IF.

           PERFORM 700-PRINT-TOTALS.

           DISPLAY 'GSPRGEI 810 SETS WRITTEN: ' WS-SENT-COUNT.

           CLOSE EXTRACT-FILE.
           CLOSE CUSTEXT-FILE.
           CLOSE CUSTXRF-FILE.
           CLOSE ORDTERM-FILE.
           CLOSE INVCTL-FILE.
           CLOSE EDI810-FILE.
           CLOSE EDI-OUTPUT-FILE.
           CLOSE REPORT-FILE.

           PERFORM 030-LOG-COMPLETE.

           STOP RUN.

       000-EXIT.


       010-CHECK-RUN-CONTROL.
      * THE NIGHT RUN MAY NOT START WHILE OPERATORS ARE STILL KEYING
      * - THE CICS SIDE CLOSES THE ONLINE DAY ON THE RUN-CONTROL
      * RECORD, AND THIS JOB REFUSES TO RUN UNTIL IT HAS
      *=================================================================

           ACCEPT WS-NIGHT-START-TIME FROM TIME.

           OPEN INPUT RUNCTL-FILE.
           MOVE 'STATUS  ' TO RUNCTL-KEY.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE 'N' TO RUNCTL-ONLINE-CLOSED
           END-READ.
           CLOSE RUNCTL-FILE.

           IF NOT RUNCTL-DAY-CLOSED
               DISPLAY 'GSPRGEI  REFUSED - ONLINE DAY STILL OPEN'
               PERFORM 020-LOG-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-EXIT.


       020-LOG-REFUSED.
      * ONE NIGHT-LOG ENTRY FOR THE REFUSED START
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGEI ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE ZERO TO NL-RECORD-COUNT.
           MOVE 'REFUSED ' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       020-EXIT.


       030-LOG-COMPLETE.
      * ONE NIGHT-LOG ENTRY FOR THE FINISHED RUN - THE GSPRGNS
      * STATUS REPORT PRINTS THE NIGHT IN SEQUENCE FROM THESE
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGEI ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE WS-SENT-COUNT TO NL-RECORD-COUNT.
           MOVE 'COMPLETE' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       030-EXIT.


       100-READ-EXTRACT.
      * READ THE NEXT BILLING EXTRACT RECORD
      *=================================================================

           READ EXTRACT-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-TAKE-HEADER.
      * AN INVOICE HEADER CLOSES ANY 810 STILL OPEN, THEN OPENS ONE
      * FOR THIS INVOICE IF IT BELONGS TO AN EDI PARTNER, HAS
      * SHIPPED AND HAS NOT ALREADY GONE OUT
      *=================================================================

           IF WS-IN-810
               PERFORM 500-CLOSE-810
           END-IF.

           ADD 1 TO WS-HEADER-COUNT.
           ADD EX-INVOICE-TOTAL TO WS-HEADER-DOLLARS.

           MOVE EX-ACCOUNT TO CE-ACCOUNT.
           READ CUSTEXT-FILE
               INVALID KEY
                   MOVE 'N' TO CE-EDI-810
           END-READ.
           IF NOT CE-EDI-810-PARTNER
               ADD 1 TO WS-PAPER-COUNT
               ADD EX-INVOICE-TOTAL TO WS-PAPER-DOLLARS
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-PARTNER-COUNT.
           ADD EX-INVOICE-TOTAL TO WS-PARTNER-DOLLARS.

      *    AN ORDER STILL OPEN HAS NOT BEEN INVOICED YET - ITS 810
      *    GOES WHEN THE SHIP-CONFIRM BRINGS IT BACK ON THE EXTRACT
           IF NOT EX-STATUS-SHIPPED
               ADD 1 TO WS-UNSHIPPED-COUNT
               ADD EX-INVOICE-TOTAL TO WS-UNSHIPPED-DOLLARS
               MOVE 'NOT YET SHIPPED - 810 HELD' TO SK-REASON
               PERFORM 290-PRINT-SKIPPED
               GO TO 200-EXIT
           END-IF.

           MOVE EX-INVOICE-NO TO E8-INVOICE-NO.
           READ EDI810-FILE
               INVALID KEY
                   MOVE SPACES TO E8-ACCOUNT
           END-READ.
           IF EDI810-OK
               ADD 1 TO WS-RESENT-COUNT
               ADD EX-INVOICE-TOTAL TO WS-RESENT-DOLLARS
               MOVE '810 ALREADY SENT - NOT REPEATED' TO SK-REASON
               PERFORM 290-PRINT-SKIPPED
               GO TO 200-EXIT
           END-IF.

           IF CE-EDI-PARTNER-ID NOT EQUAL SPACES
               MOVE CE-EDI-PARTNER-ID TO WS-PARTNER-ID
           ELSE
               MOVE EX-ACCOUNT TO WS-PARTNER-ID
           END-IF.

           PERFORM 300-OPEN-810.

       200-EXIT.


       250-TAKE-DETAIL.
      * AN ORDDETL OVERFLOW LINE OF THE INVOICE BEING BUILT
      *=================================================================

           IF EX-P-CODE(1) NOT EQUAL SPACES
               AND EX-P-QTY(1) IS GREATER THAN ZERO
               MOVE EX-P-CODE(1) TO WS-IT-PRODUCT
               MOVE EX-P-QTY(1) TO WS-IT-QTY
               MOVE EX-P-PRICE(1) TO WS-IT-PRICE
               PERFORM 420-WRITE-IT1
           END-IF.

       250-EXIT.


       290-PRINT-SKIPPED.
      * ONE REPORT LINE FOR A PARTNER INVOICE NOT SENT TONIGHT -
      * SK-REASON IS ALREADY SET BY THE CALLER
      *=================================================================

           MOVE EX-INVOICE-NO TO SK-INVOICE.
           MOVE EX-ACCOUNT TO SK-ACCOUNT.
           MOVE EX-INVOICE-TOTAL TO SK-AMOUNT.
           WRITE REPORT-LINE FROM WS-SKIP-LINE.

       290-EXIT.


       300-OPEN-810.
      * DRAW THE ENVELOPE CONTROL NUMBERS, WRITE THE ISA/GS/ST
      * ENVELOPE AND THE INVOICE HEADING SEGMENTS, THEN THE LINES
      * CARRIED ON THE HEADER RECORD ITSELF
      *=================================================================

           SET WS-IN-810 TO TRUE.
           MOVE EX-INVOICE-NO TO WS-CUR-INVOICE.
           MOVE EX-ACCOUNT TO WS-CUR-ACCOUNT.
           MOVE EX-CUST-PO-REF TO WS-CUR-PO-REF.
           MOVE EX-INVOICE-TOTAL TO WS-CUR-TOTAL.
           MOVE EX-GST-AMOUNT TO WS-CUR-GST.
           MOVE EX-PST-AMOUNT TO WS-CUR-PST.
           IF EX-FREIGHT-AMOUNT IS NUMERIC
               MOVE EX-FREIGHT-AMOUNT TO WS-CUR-FREIGHT
           ELSE
               MOVE ZERO TO WS-CUR-FREIGHT
           END-IF.
           MOVE ZERO TO WS-SEGMENT-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

           PERFORM 310-DRAW-CONTROL-NUMBERS.
           PERFORM 320-WRITE-ENVELOPE-HEADER.
           PERFORM 330-LOAD-CROSS-REFERENCE.

           MOVE WS-SET-CONTROL TO WS-SET-DISPLAY.
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'ST*810*' DELIMITED BY SIZE
                  WS-SET-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           PERFORM 600-WRITE-SEGMENT.

      *    THE INVOICE DATE, OUR INVOICE NUMBER AND THEIR PO
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'BIG*' DELIMITED BY SIZE
                  WS-CALENDAR-DATE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  EX-INVOICE-NO DELIMITED BY SPACE
                  '**' DELIMITED BY SIZE
                  EX-CUST-PO-REF DELIMITED BY '  '
                  INTO WS-SEGMENT-WORK
           END-STRING.
           PERFORM 600-WRITE-SEGMENT.

      *    THEIR PO AGAIN AS A REFERENCE, FOR PARTNERS THAT MATCH ON
      *    THE REF RATHER THAN THE BIG
           IF EX-CUST-PO-REF NOT EQUAL SPACES
               MOVE SPACES TO WS-SEGMENT-WORK
               STRING 'REF*PO*' DELIMITED BY SIZE
                      EX-CUST-PO-REF DELIMITED BY '  '
                      INTO WS-SEGMENT-WORK
               END-STRING
               PERFORM 600-WRITE-SEGMENT
           END-IF.

      *    THE BILL-TO - OUR ACCOUNT NUMBER FOR THEM
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'N1*BT*' DELIMITED BY SIZE
                  EX-NAME DELIMITED BY '  '
                  '*91*' DELIMITED BY SIZE
                  EX-ACCOUNT DELIMITED BY SPACE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           PERFORM 600-WRITE-SEGMENT.

           PERFORM 340-WRITE-TERMS THRU 340-EXIT.

           PERFORM 410-HEADER-LINE
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 5.

       300-EXIT.


       310-DRAW-CONTROL-NUMBERS.
      * TAKE THE NEXT INTERCHANGE NUMBER (NEXT-ONLINE) AND GROUP
      * NUMBER (NEXT-BATCH) OFF THE 'EDI' CONTROL RECORD AND STEP
      * THEM - SEEDED AT ONE THE FIRST NIGHT
      *=================================================================

           MOVE 'EDI' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE 'EDI' TO INVCTL-DIVISION
                   MOVE 1 TO INVCTL-NEXT-ONLINE
                   MOVE ZERO TO INVCTL-ONLINE-HIGH
                   MOVE 1 TO INVCTL-NEXT-BATCH
                   MOVE ZERO TO INVCTL-BATCH-HIGH
                   WRITE INVCTL-RECORD
           END-READ.

           MOVE INVCTL-NEXT-ONLINE TO WS-ISA-CONTROL.
           MOVE INVCTL-NEXT-BATCH TO WS-GS-CONTROL.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           ADD 1 TO INVCTL-NEXT-BATCH.
           REWRITE INVCTL-RECORD.

           IF WS-FIRST-ISA EQUAL ZERO
               MOVE WS-ISA-CONTROL TO WS-FIRST-ISA
           END-IF.

       310-EXIT.


       320-WRITE-ENVELOPE-HEADER.
      * THE ISA/GS ENVELOPE - ONE INTERCHANGE PER INVOICE, ADDRESSED
      * TO THE PARTNER'S OWN ID
      *=================================================================

           MOVE WS-ISA-CONTROL TO WS-CONTROL-DISPLAY.
           MOVE WS-GS-CONTROL TO WS-GS-DISPLAY.

           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'ISA*00*          *00*          *ZZ*'
                      DELIMITED BY SIZE
                  WS-OUR-ID DELIMITED BY SIZE
                  '*ZZ*' DELIMITED BY SIZE
                  WS-PARTNER-ID DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CAL-SHORT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-TIME-HHMM DELIMITED BY SIZE
                  '*U*00401*' DELIMITED BY SIZE
                  WS-CONTROL-DISPLAY DELIMITED BY SIZE
                  '*0*P*>' DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.

           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'GS*IN*' DELIMITED BY SIZE
                  WS-OUR-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-PARTNER-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-CALENDAR-DATE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-TIME-HHMM DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-GS-DISPLAY DELIMITED BY SIZE
                  '*X*004010' DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.

       320-EXIT.


       330-LOAD-CROSS-REFERENCE.
      * LOAD THE ACCOUNT'S CUSTXRF ENTRIES SO EACH LINE CAN CARRY
      * THE PARTNER'S OWN PART NUMBER ALONGSIDE OURS
      *=================================================================

           MOVE ZERO TO WS-XREF-COUNT.
           MOVE WS-CUR-ACCOUNT TO CX-ACCOUNT.
           MOVE LOW-VALUES TO CX-CUST-PART.

           START CUSTXRF-FILE KEY IS GREATER THAN OR EQUAL CUSTXRF-KEY
               INVALID KEY
                   SET CUSTXRF-EOF TO TRUE
           END-START.

           IF CUSTXRF-OK
               READ CUSTXRF-FILE NEXT RECORD
                   AT END
                       SET CUSTXRF-EOF TO TRUE
               END-READ
               PERFORM UNTIL CUSTXRF-EOF
                       OR CX-ACCOUNT NOT EQUAL WS-CUR-ACCOUNT
                       OR WS-XREF-COUNT NOT LESS THAN WS-XREF-MAX
                   ADD 1 TO WS-XREF-COUNT
                   MOVE CX-OUR-PRODUCT
                       TO WS-XR-OUR-PRODUCT(WS-XREF-COUNT)
                   MOVE CX-CUST-PART
                       TO WS-XR-CUST-PART(WS-XREF-COUNT)
                   READ CUSTXRF-FILE NEXT RECORD
                       AT END
                           SET CUSTXRF-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       330-EXIT.


       340-WRITE-TERMS.
      * THE PAYMENT TERMS STAMPED ON THE INVOICE - NET DAYS AND ANY
      * PROMPT-PAYMENT DISCOUNT.  NO TERMS RECORD, NO ITD SEGMENT.
      *=================================================================

           MOVE WS-CUR-INVOICE TO OT-INVOICE-NO.
           READ ORDTERM-FILE
               INVALID KEY
                   GO TO 340-EXIT
           END-READ.

           MOVE OT-NET-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-SEGMENT-WORK.
           IF OT-DISC-PCT IS GREATER THAN ZERO
               MOVE OT-DISC-PCT TO WS-PCT-DISPLAY
               MOVE OT-DISC-DAYS TO WS-DISC-DAYS-DISPLAY
               STRING 'ITD*08*3*' DELIMITED BY SIZE
                      WS-PCT-DISPLAY DELIMITED BY SIZE
                      '**' DELIMITED BY SIZE
                      WS-DISC-DAYS-DISPLAY DELIMITED BY SIZE
                      '**' DELIMITED BY SIZE
                      WS-DAYS-DISPLAY DELIMITED BY SIZE
                      INTO WS-SEGMENT-WORK
               END-STRING
           ELSE
               STRING 'ITD*05*3*****' DELIMITED BY SIZE
                      WS-DAYS-DISPLAY DELIMITED BY SIZE
                      INTO WS-SEGMENT-WORK
               END-STRING
           END-IF.
           PERFORM 600-WRITE-SEGMENT.

       340-EXIT.


       410-HEADER-LINE.
      * ONE OF THE FIVE PRODUCT SLOTS ON THE HEADER RECORD - AN
      * EMPTY SLOT IS SKIPPED
      *=================================================================

           IF EX-P-CODE(WS-SLOT-SUB) NOT EQUAL SPACES
               AND EX-P-QTY(WS-SLOT-SUB) IS GREATER THAN ZERO
               MOVE EX-P-CODE(WS-SLOT-SUB) TO WS-IT-PRODUCT
               MOVE EX-P-QTY(WS-SLOT-SUB) TO WS-IT-QTY
               MOVE EX-P-PRICE(WS-SLOT-SUB) TO WS-IT-PRICE
               PERFORM 420-WRITE-IT1
           END-IF.

       410-EXIT.


       420-WRITE-IT1.
      * ONE IT1 LINE - QUANTITY, UNIT PRICE, THE PARTNER'S PART
      * NUMBER (BP) WHEN CUSTXRF HAS ONE, AND OUR PRODUCT CODE (VP)
      *=================================================================

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO WS-LINE-DISPLAY.
           MOVE WS-IT-QTY TO WS-QTY-DISPLAY.
           MOVE WS-IT-PRICE TO WS-PRICE-DISPLAY.

           MOVE SPACES TO WS-CUST-PART.
           PERFORM 430-FIND-CUST-PART
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                  OR WS-CUST-PART NOT EQUAL SPACES.

           MOVE SPACES TO WS-SEGMENT-WORK.
           IF WS-CUST-PART NOT EQUAL SPACES
               STRING 'IT1*' DELIMITED BY SIZE
                      WS-LINE-DISPLAY DELIMITED BY SIZE
                      '*' DELIMITED BY SIZE
                      WS-QTY-DISPLAY DELIMITED BY SIZE
                      '*EA*' DELIMITED BY SIZE
                      WS-PRICE-DISPLAY DELIMITED BY SIZE
                      '**BP*' DELIMITED BY SIZE
                      WS-CUST-PART DELIMITED BY SPACE
                      '*VP*' DELIMITED BY SIZE
                      WS-IT-PRODUCT DELIMITED BY SPACE
                      INTO WS-SEGMENT-WORK
               END-STRING
           ELSE
               STRING 'IT1*' DELIMITED BY SIZE
                      WS-LINE-DISPLAY DELIMITED BY SIZE
                      '*' DELIMITED BY SIZE
                      WS-QTY-DISPLAY DELIMITED BY SIZE
                      '*EA*' DELIMITED BY SIZE
                      WS-PRICE-DISPLAY DELIMITED BY SIZE
                      '**VP*' DELIMITED BY SIZE
                      WS-IT-PRODUCT DELIMITED BY SPACE
                      INTO WS-SEGMENT-WORK
               END-STRING
           END-IF.
           PERFORM 600-WRITE-SEGMENT.

       420-EXIT.


       430-FIND-CUST-PART.
      * TEST ONE CROSS-REFERENCE ENTRY AGAINST THE LINE'S PRODUCT
      *=================================================================

           IF WS-XR-OUR-PRODUCT(WS-XREF-SUB) EQUAL WS-IT-PRODUCT
               MOVE WS-XR-CUST-PART(WS-XREF-SUB) TO WS-CUST-PART
           END-IF.

       430-EXIT.


       500-CLOSE-810.
      * THE INVOICE TOTAL, TAXES AND FREIGHT, THEN THE TRAILERS -
      * AND THE 810 IS FILED ON EDI810 UNDER ITS CONTROL NUMBERS
      *=================================================================

      *    TDS IS THE WHOLE INVOICE IN CENTS - TAX AND FREIGHT IN
           COMPUTE WS-CENTS-DISPLAY = WS-CUR-TOTAL * 100.
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'TDS*' DELIMITED BY SIZE
                  WS-CENTS-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           PERFORM 600-WRITE-SEGMENT.
           COMPUTE WS-TDS-DOLLARS ROUNDED =
               WS-TDS-DOLLARS + WS-CENTS-DISPLAY / 100.

           IF WS-CUR-GST IS GREATER THAN ZERO
               COMPUTE WS-CENTS-DISPLAY = WS-CUR-GST * 100
               MOVE SPACES TO WS-SEGMENT-WORK
               STRING 'TXI*GS*' DELIMITED BY SIZE
                      WS-CENTS-DISPLAY DELIMITED BY SIZE
                      INTO WS-SEGMENT-WORK
               END-STRING
               PERFORM 600-WRITE-SEGMENT
           END-IF.

           IF WS-CUR-PST IS GREATER THAN ZERO
               COMPUTE WS-CENTS-DISPLAY = WS-CUR-PST * 100
               MOVE SPACES TO WS-SEGMENT-WORK
               STRING 'TXI*PS*' DELIMITED BY SIZE
                      WS-CENTS-DISPLAY DELIMITED BY SIZE
                      INTO WS-SEGMENT-WORK
               END-STRING
               PERFORM 600-WRITE-SEGMENT
           END-IF.

           IF WS-CUR-FREIGHT IS GREATER THAN ZERO
               COMPUTE WS-CENTS-DISPLAY = WS-CUR-FREIGHT * 100
               MOVE SPACES TO WS-SEGMENT-WORK
               STRING 'SAC*C*D240***' DELIMITED BY SIZE
                      WS-CENTS-DISPLAY DELIMITED BY SIZE
                      INTO WS-SEGMENT-WORK
               END-STRING
               PERFORM 600-WRITE-SEGMENT
           END-IF.

           MOVE WS-LINE-COUNT TO WS-LINE-DISPLAY.
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'CTT*' DELIMITED BY SIZE
                  WS-LINE-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           PERFORM 600-WRITE-SEGMENT.

      *    SE COUNTS ITSELF ALONG WITH ST AND EVERYTHING BETWEEN
           ADD 1 TO WS-SEGMENT-COUNT.
           MOVE WS-SEGMENT-COUNT TO WS-SEGS-DISPLAY.
           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'SE*' DELIMITED BY SIZE
                  WS-SEGS-DISPLAY DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-SET-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.

           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'GE*1*' DELIMITED BY SIZE
                  WS-GS-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.

           MOVE SPACES TO WS-SEGMENT-WORK.
           STRING 'IEA*1*' DELIMITED BY SIZE
                  WS-CONTROL-DISPLAY DELIMITED BY SIZE
                  INTO WS-SEGMENT-WORK
           END-STRING.
           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.

           MOVE SPACES TO EDI810-RECORD.
           MOVE WS-CUR-INVOICE TO E8-INVOICE-NO.
           MOVE WS-CUR-ACCOUNT TO E8-ACCOUNT.
           MOVE WS-PARTNER-ID TO E8-PARTNER-ID.
           MOVE WS-ISA-CONTROL TO E8-ISA-CONTROL.
           MOVE WS-GS-CONTROL TO E8-GS-CONTROL.
           MOVE WS-SET-CONTROL TO E8-SET-CONTROL.
           MOVE WS-RUN-DATE TO E8-SENT-DATE.
           MOVE WS-CUR-TOTAL TO E8-AMOUNT.
           MOVE WS-LINE-COUNT TO E8-LINE-COUNT.
           WRITE EDI810-RECORD.

           ADD 1 TO WS-SENT-COUNT.
           ADD WS-CUR-TOTAL TO WS-SENT-DOLLARS.

           MOVE WS-CUR-INVOICE TO SL-INVOICE.
           MOVE WS-CUR-ACCOUNT TO SL-ACCOUNT.
           MOVE WS-PARTNER-ID TO SL-PARTNER.
           MOVE WS-CUR-PO-REF TO SL-PO-REF.
           MOVE WS-LINE-COUNT TO SL-LINES.
           MOVE WS-CUR-TOTAL TO SL-AMOUNT.
           MOVE WS-ISA-CONTROL TO SL-CONTROL.
           WRITE REPORT-LINE FROM WS-SENT-LINE.

           MOVE 'N' TO WS-IN-810-SW.

       500-EXIT.


       600-WRITE-SEGMENT.
      * WRITE ONE SEGMENT OF THE TRANSACTION SET AND COUNT IT FOR
      * THE SE TRAILER
      *=================================================================

           WRITE EDI-SEGMENT-RECORD FROM WS-SEGMENT-WORK.
           ADD 1 TO WS-SEGMENT-COUNT.

       600-EXIT.


       700-PRINT-TOTALS.
      * THE CONTROL TOTALS - EVERY HEADER ON THE EXTRACT IS A PAPER
      * ACCOUNT OR AN EDI PARTNER, AND EVERY PARTNER INVOICE WAS
      * SENT, HELD UNSHIPPED OR ALREADY SENT.  THE 810 DOLLARS ARE
      * ALSO ADDED BACK UP FROM THE TDS SEGMENTS AS WRITTEN.
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'EXTRACT INVOICE HEADERS READ' TO TL-LABEL.
           MOVE WS-HEADER-COUNT TO TL-COUNT.
           MOVE WS-HEADER-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '  PAPER-INVOICED ACCOUNTS' TO TL-LABEL.
           MOVE WS-PAPER-COUNT TO TL-COUNT.
           MOVE WS-PAPER-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '  EDI 810 PARTNER ACCOUNTS' TO TL-LABEL.
           MOVE WS-PARTNER-COUNT TO TL-COUNT.
           MOVE WS-PARTNER-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '    810 INVOICES SENT' TO TL-LABEL.
           MOVE WS-SENT-COUNT TO TL-COUNT.
           MOVE WS-SENT-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '    HELD - NOT YET SHIPPED' TO TL-LABEL.
           MOVE WS-UNSHIPPED-COUNT TO TL-COUNT.
           MOVE WS-UNSHIPPED-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '    ALREADY SENT ON AN EARLIER RUN' TO TL-LABEL.
           MOVE WS-RESENT-COUNT TO TL-COUNT.
           MOVE WS-RESENT-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE '810 TDS TOTALS AS WRITTEN' TO TL-LABEL.
           MOVE WS-SENT-COUNT TO TL-COUNT.
           MOVE WS-TDS-DOLLARS TO TL-DOLLARS.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           IF WS-SENT-COUNT IS GREATER THAN ZERO
               MOVE WS-FIRST-ISA TO CR-FIRST
               MOVE WS-ISA-CONTROL TO CR-LAST
               WRITE REPORT-LINE FROM WS-CONTROL-RANGE-LINE
           END-IF.

           COMPUTE WS-ACCOUNTED-COUNT = WS-PAPER-COUNT
               + WS-SENT-COUNT + WS-UNSHIPPED-COUNT + WS-RESENT-COUNT.
           COMPUTE WS-ACCOUNTED-DOLLARS = WS-PAPER-DOLLARS
               + WS-SENT-DOLLARS + WS-UNSHIPPED-DOLLARS
               + WS-RESENT-DOLLARS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACCOUNTED-COUNT EQUAL WS-HEADER-COUNT
               AND WS-ACCOUNTED-DOLLARS EQUAL WS-HEADER-DOLLARS
               AND WS-TDS-DOLLARS EQUAL WS-SENT-DOLLARS
               WRITE REPORT-LINE FROM WS-BALANCED-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-OUT-OF-BALANCE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-EXIT.


       800-JULIAN-TO-CALENDAR.
      * TURN THE JULIAN DATE IN WS-JD-DATE (0CYYDDD) INTO CCYYMMDD
      * THROUGH THE CUMULATIVE-DAYS TABLE, FEBRUARY STRETCHED IN A
      * LEAP YEAR
      *=================================================================

           DIVIDE WS-JD-YY BY 4
               GIVING WS-JD-QUOTIENT REMAINDER WS-JD-REMAINDER.
           IF WS-JD-REMAINDER EQUAL ZERO
               MOVE 1 TO WS-JD-LEAP
           ELSE
               MOVE ZERO TO WS-JD-LEAP
           END-IF.

           MOVE 1 TO WS-JD-MONTH.
           MOVE ZERO TO WS-JD-PRIOR.
           MOVE WS-MONTH-END(1) TO WS-JD-LIMIT.
           PERFORM UNTIL WS-JD-DDD NOT GREATER THAN WS-JD-LIMIT
                   OR WS-JD-MONTH NOT LESS THAN 12
               MOVE WS-JD-LIMIT TO WS-JD-PRIOR
               ADD 1 TO WS-JD-MONTH
               COMPUTE WS-JD-LIMIT =
                   WS-MONTH-END(WS-JD-MONTH) + WS-JD-LEAP
           END-PERFORM.

           COMPUTE WS-CAL-CC = 19 + WS-JD-C.
           MOVE WS-JD-YY TO WS-CAL-YY.
           MOVE WS-JD-MONTH TO WS-CAL-MM.
           COMPUTE WS-CAL-DD = WS-JD-DDD - WS-JD-PRIOR.

       800-EXIT.


       END PROGRAM gsprgei.
