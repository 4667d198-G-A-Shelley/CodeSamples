       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgdl.
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

           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

      *    THE CARRIERS' DELIVERY-STATUS SCANS, ONE FILE PER CARRIER
      *    CONCATENATED UNDER THE ONE DD
           SELECT DLVFEED-FILE ASSIGN TO DLVFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVFEED-STATUS.

      *    THE CARRIER TABLE - HOW MANY BUSINESS DAYS EACH CARRIER
      *    IS GIVEN TO DELIVER BEFORE A SHIPMENT IS CHASED
           SELECT CARRATE-FILE ASSIGN TO CARRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CARRIER
               FILE STATUS IS WS-CARRATE-STATUS.

      *    THE DELIVERY RECORD KEPT AGAINST EACH SHIPPED INVOICE
           SELECT SHIPDLV-FILE ASSIGN TO SHIPDLV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-INVOICE-NO
               FILE STATUS IS WS-SHIPDLV-STATUS.

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

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS.
               10  ORDFILE-PRODUCT OCCURS 5 TIMES.
                   15  ORDFILE-P-CODE      PIC X(8).
                   15  ORDFILE-P-QTY       PIC 9(3).
                   15  ORDFILE-P-PRICE     PIC 9(5)V99.
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  ORDFILE-ADDR-LINE1          PIC X(20).
           05  ORDFILE-ADDR-LINE2          PIC X(20).
           05  ORDFILE-ADDR-LINE3          PIC X(20).
           05  ORDFILE-POSTAL              PIC X(6).
           05  ORDFILE-PHONE               PIC X(10).
           05  ORDFILE-AUDIT               PIC X(21).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
               88  ORDFILE-STATUS-PART-SHIPPED    VALUE 'P'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  FILLER                      PIC X(68).

      *    ONE SCAN FROM A CARRIER'S DELIVERY-STATUS FILE.  EVERY
      *    CARRIER'S FILE IS CUT TO THIS LAYOUT BEFORE IT REACHES US.
       FD  DLVFEED-FILE.
       01  DLVFEED-RECORD.
           05  DV-CARRIER                  PIC X(10).
           05  DV-TRACKING-REF             PIC X(15).
           05  DV-EVENT-CODE               PIC X(1).
               88  DV-DELIVERED                    VALUE 'D'.
               88  DV-REFUSED                      VALUE 'R'.
               88  DV-DAMAGED                      VALUE 'X'.
           05  DV-EVENT-DATE               PIC 9(7).
           05  DV-EVENT-TIME               PIC 9(4).
           05  DV-SIGNED-BY                PIC X(20).
           05  DV-REMARK                   PIC X(20).
           05  FILLER                      PIC X(3).

       FD  CARRATE-FILE.
       01  CARRATE-RECORD.
           05  CR-CARRIER                  PIC X(10).
           05  CR-BASE-CHARGE              PIC 9(5)V99.
           05  CR-PER-PIECE                PIC 9(3)V99.
           05  CR-DELIVERY-DAYS            PIC 9(2).
           05  FILLER                      PIC X(6).

      *    THE LATEST WORD FROM THE CARRIER ON A SHIPPED INVOICE.
      *    KEYED ON THE BARE INVOICE NUMBER LIKE ORDDETL.
       FD  SHIPDLV-FILE.
       01  SHIPDLV-RECORD.
           05  DL-INVOICE-NO               PIC X(7).
           05  DL-PREFIX                   PIC X(3).
           05  DL-CARRIER                  PIC X(10).
           05  DL-TRACKING-REF             PIC X(15).
           05  DL-STATUS                   PIC X(1).
               88  DL-STATUS-IN-TRANSIT            VALUE 'T'.
               88  DL-STATUS-DELIVERED             VALUE 'D'.
               88  DL-STATUS-REFUSED               VALUE 'R'.
               88  DL-STATUS-DAMAGED               VALUE 'X'.
           05  DL-LAST-SCAN-DATE           PIC 9(7).
           05  DL-DELIVERED-DATE           PIC 9(7).
           05  DL-SIGNED-BY                PIC X(20).
           05  DL-EXCEPTION-DATE           PIC 9(7).
           05  DL-REMARK                   PIC X(20).
           05  FILLER                      PIC X(3).

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

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-DLVFEED-STATUS                PIC XX.
           88  DLVFEED-OK                              VALUE '00'.
           88  DLVFEED-EOF                             VALUE '10'.

       01  WS-CARRATE-STATUS                PIC XX.
           88  CARRATE-OK                              VALUE '00'.

       01  WS-SHIPDLV-STATUS                PIC XX.
           88  SHIPDLV-OK                              VALUE '00'.

      *    SYSIN CARD 1 - THE RUN DATE (0CYYDDD).  CARD 2 - HOW MANY
      *    CALENDAR DAYS BACK TO KEEP WATCHING A SHIPMENT (3 DIGITS);
      *    ZERO TAKES THE DEFAULT.
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-LOOKBACK-DAYS                 PIC 9(3).
       01  WS-DEFAULT-LOOKBACK              PIC 9(3) VALUE 60.

      *    A CARRIER NOT ON THE TABLE, OR WITH NO DAYS SET, IS GIVEN
      *    THIS MANY BUSINESS DAYS
       01  WS-DEFAULT-DLV-DAYS              PIC 9(2) VALUE 5.
       01  WS-DLV-DAYS                      PIC 9(2).

      *    THE SHIPMENTS STILL WAITING ON A DELIVERY SCAN - LOADED OFF
      *    ORDFILE, THEN MATCHED TO THE SCANS ON THE TRACKING NUMBER
       01  WS-AW-MAX                        PIC 9(4) VALUE 3000.
       01  WS-AW-COUNT                      PIC 9(4) VALUE ZERO.
       01  WS-AW-SUB                        PIC 9(4) VALUE ZERO.
       01  WS-AW-FOUND                      PIC 9(4) VALUE ZERO.

       01  WS-AWAIT-TABLE.
           05  WS-AW-ENTRY OCCURS 3000 TIMES.
               10  WS-AW-TRACKING           PIC X(15).
               10  WS-AW-PREFIX             PIC X(3).
               10  WS-AW-INVOICE-NO         PIC X(7).
               10  WS-AW-NAME               PIC X(20).
               10  WS-AW-CARRIER            PIC X(10).
               10  WS-AW-SHIP-DATE          PIC 9(7).
               10  WS-AW-STATUS             PIC X(1).
               10  WS-AW-LAST-SCAN          PIC 9(7).

      *    RUNNING DAY NUMBERS FOR THE JULIAN DATES - 365 A YEAR PLUS
      *    ONE FOR EACH LEAP YEAR GONE - FOR THE LOOKBACK WINDOW
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-DN-OLDEST-NUMBER              PIC 9(6) VALUE ZERO.

      *    THE GSPRGBD BUSINESS-DAY ARGUMENTS - FUNCTION 'C' COUNTS
      *    THE BUSINESS DAYS SINCE THE SHIP DATE OVER THE SHOP
      *    CALENDAR, SO A CARRIER IS NOT CHASED OVER A HOLIDAY
       01  WS-BD-FUNCTION                   PIC X(1) VALUE 'C'.
       01  WS-BD-FROM-DATE                  PIC 9(7).
       01  WS-BD-TO-DATE                    PIC 9(7).
       01  WS-BD-DAYS                       PIC S9(5) COMP-3.
       01  WS-BD-RETURN-CODE                PIC 9(2).
       01  WS-BD-COUNT                      PIC 9(3) VALUE ZERO.

       01  WS-SHIPDLV-SW                    PIC X(1).
           88  WS-SHIPDLV-ON-FILE                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-WATCH-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-OVERFLOW-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-SCAN-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-MATCH-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-UNMATCHED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-DELIVERED-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-PROBLEM-COUNT             PIC 9(5) VALUE ZERO.
           05  WS-LATE-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'CARRIER DELIVERY STATUS AND EXCEPTIONS  '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-PROBLEM-HEAD.
           05  FILLER                       PIC X(40)
               VALUE 'REPORTED REFUSED OR DAMAGED BY CARRIER  '.

       01  WS-LATE-HEAD.
           05  FILLER                       PIC X(40)
               VALUE 'NO DELIVERY SCAN WITHIN CARRIER DAYS    '.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'INVOICE CUSTOMER             CARRIER    '.
           05  FILLER                       PIC X(40)
               VALUE 'TRACKING REF    SHIPPED  BDY  STATUS    '.

       01  WS-DETAIL-LINE.
           05  DT-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DT-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DT-CARRIER                   PIC X(10).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DT-TRACKING                  PIC X(15).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DT-SHIP-DATE                 PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DT-BDAYS                     PIC ZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DT-STATUS                    PIC X(10).

       01  WS-REMARK-LINE.
           05  FILLER                       PIC X(8) VALUE SPACES.
           05  FILLER                       PIC X(8) VALUE 'REMARK: '.
           05  RL-REMARK                    PIC X(20).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(40).
           05  TL-COUNT                     PIC ZZZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * NIGHTLY PROOF-OF-DELIVERY RUN.  LOADS EVERY SHIPMENT OFF
      * ORDFILE STILL WAITING ON A DELIVERY SCAN (SHIPPED WITHIN THE
      * LOOKBACK), READS THE CARRIERS' DELIVERY-STATUS SCANS AND
      * MATCHES THEM ON ORDFILE-TRACKING-REF, AND FILES THE OUTCOME
      * ON SHIPDLV - THE DELIVERED DATE AND WHO SIGNED, OR A REFUSED
      * OR DAMAGED REPORT.  THE EXCEPTIONS REPORT LISTS WHAT THE
      * CARRIERS REFUSED OR DAMAGED TONIGHT, THEN EVERY SHIPMENT
      * WITH NO DELIVERY SCAN AFTER ITS CARRIER'S BUSINESS DAYS
      * (CARRATE), COUNTED OVER THE SHOP CALENDAR.  RUN IN THE NIGHTLY
      * WINDOW AFTER THE CARRIER FILES ARRIVE.

           PERFORM 010-CHECK-RUN-CONTROL.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-LOOKBACK-DAYS FROM SYSIN.
           IF WS-LOOKBACK-DAYS IS NOT NUMERIC
               OR WS-LOOKBACK-DAYS EQUAL ZERO
               MOVE WS-DEFAULT-LOOKBACK TO WS-LOOKBACK-DAYS
           END-IF.

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.
           COMPUTE WS-DN-OLDEST-NUMBER =
               WS-DN-RUN-NUMBER - WS-LOOKBACK-DAYS.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT DLVFEED-FILE.
           OPEN INPUT CARRATE-FILE.
           OPEN I-O SHIPDLV-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

      *    THE SHIPMENTS STILL WAITING ON THE CARRIER
           PERFORM 100-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF ORDFILE-SHIP-DATE IS NUMERIC
                   AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO
                   AND ORDFILE-TRACKING-REF NOT EQUAL SPACES
                   AND NOT ORDFILE-STATUS-CANCELLED
                   PERFORM 200-WATCH-SHIPMENT THRU 200-EXIT
               END-IF
               PERFORM 100-READ-ORDFILE
           END-PERFORM.

      *    TONIGHT'S SCANS - REFUSED AND DAMAGED ARE LISTED AS THEY
      *    ARE MATCHED
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-PROBLEM-HEAD.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 300-READ-DLVFEED.
           PERFORM UNTIL DLVFEED-EOF
               PERFORM 320-APPLY-ONE-SCAN THRU 320-EXIT
               PERFORM 300-READ-DLVFEED
           END-PERFORM.

      *    WHAT IS STILL OUT PAST ITS CARRIER'S DAYS
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-LATE-HEAD.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 400-CHECK-ONE-LATE THRU 400-EXIT
               VARYING WS-AW-SUB FROM 1 BY 1
               UNTIL WS-AW-SUB > WS-AW-COUNT.

           PERFORM 700-PRINT-TOTALS.

           CLOSE ORDFILE-FILE.
           CLOSE DLVFEED-FILE.
           CLOSE CARRATE-FILE.
           CLOSE SHIPDLV-FILE.
           CLOSE REPORT-FILE.

           PERFORM 030-LOG-COMPLETE.

           STOP RUN.

       000-EXIT.


       010-CHECK-RUN-CONTROL.
      * THE NIGHT RUN MAY NOT START WHILE OPERATORS ARE STILL KEYING
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
               DISPLAY 'GSPRGDL  REFUSED - ONLINE DAY STILL OPEN'
               PERFORM 020-LOG-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-EXIT.


       020-LOG-REFUSED.
      * ONE NIGHT-LOG ENTRY FOR THE REFUSED START
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGDL ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE ZERO TO NL-RECORD-COUNT.
           MOVE 'REFUSED ' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       020-EXIT.


       030-LOG-COMPLETE.
      * ONE NIGHT-LOG ENTRY FOR THE FINISHED RUN
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGDL ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE WS-SCAN-COUNT TO NL-RECORD-COUNT.
           MOVE 'COMPLETE' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       030-EXIT.


       100-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-WATCH-SHIPMENT.
      * PUT ONE SHIPPED INVOICE ON THE WATCH TABLE - UNLESS IT WENT
      * OUT BEFORE THE LOOKBACK OR IS ALREADY KNOWN DELIVERED
      *=================================================================

           MOVE ORDFILE-SHIP-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           IF WS-DN-NUMBER IS LESS THAN WS-DN-OLDEST-NUMBER
               OR WS-DN-NUMBER IS GREATER THAN WS-DN-RUN-NUMBER
               GO TO 200-EXIT
           END-IF.

           PERFORM 210-READ-SHIPDLV THRU 210-EXIT.
           IF WS-SHIPDLV-ON-FILE
               AND DL-STATUS-DELIVERED
               GO TO 200-EXIT
           END-IF.

           IF WS-AW-COUNT IS NOT LESS THAN WS-AW-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-AW-COUNT.
           ADD 1 TO WS-WATCH-COUNT.
           MOVE ORDFILE-TRACKING-REF TO WS-AW-TRACKING(WS-AW-COUNT).
           MOVE ORDFILE-PREFIX TO WS-AW-PREFIX(WS-AW-COUNT).
           MOVE ORDFILE-INVOICE-NO TO WS-AW-INVOICE-NO(WS-AW-COUNT).
           MOVE ORDFILE-NAME TO WS-AW-NAME(WS-AW-COUNT).
           MOVE ORDFILE-CARRIER TO WS-AW-CARRIER(WS-AW-COUNT).
           MOVE ORDFILE-SHIP-DATE TO WS-AW-SHIP-DATE(WS-AW-COUNT).
           IF WS-SHIPDLV-ON-FILE
               MOVE DL-STATUS TO WS-AW-STATUS(WS-AW-COUNT)
               MOVE DL-LAST-SCAN-DATE TO WS-AW-LAST-SCAN(WS-AW-COUNT)
           ELSE
               MOVE SPACES TO WS-AW-STATUS(WS-AW-COUNT)
               MOVE ZERO TO WS-AW-LAST-SCAN(WS-AW-COUNT)
           END-IF.

       200-EXIT.


       210-READ-SHIPDLV.
      * THE DELIVERY RECORD FOR THE INVOICE, IF THE CARRIER HAS
      * REPORTED ON IT BEFORE
      *=================================================================

           MOVE 'N' TO WS-SHIPDLV-SW.
           MOVE ORDFILE-INVOICE-NO TO DL-INVOICE-NO.
           READ SHIPDLV-FILE
               INVALID KEY
                   GO TO 210-EXIT
           END-READ.
           MOVE 'Y' TO WS-SHIPDLV-SW.

       210-EXIT.


       300-READ-DLVFEED.
      * READ THE NEXT CARRIER SCAN
      *=================================================================

           READ DLVFEED-FILE
               AT END
                   SET DLVFEED-EOF TO TRUE
           END-READ.

       300-EXIT.


       320-APPLY-ONE-SCAN.
      * MATCH ONE SCAN TO A WATCHED SHIPMENT ON ITS TRACKING NUMBER
      * AND FILE WHAT THE CARRIER SAYS.  A SCAN FOR A SHIPMENT NOT
      * BEING WATCHED (ALREADY DELIVERED, OR NOT OURS) IS COUNTED.
      *=================================================================

           ADD 1 TO WS-SCAN-COUNT.
           IF DV-TRACKING-REF EQUAL SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 320-EXIT
           END-IF.

           MOVE ZERO TO WS-AW-FOUND.
           PERFORM 330-FIND-TRACKING
               VARYING WS-AW-SUB FROM 1 BY 1
               UNTIL WS-AW-SUB > WS-AW-COUNT
                  OR WS-AW-FOUND IS GREATER THAN ZERO.
           IF WS-AW-FOUND EQUAL ZERO
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 320-EXIT
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.

      *    ONCE DELIVERED, LATER SCANS ON THE SAME NUMBER ARE NOISE
           IF WS-AW-STATUS(WS-AW-FOUND) EQUAL 'D'
               GO TO 320-EXIT
           END-IF.

           MOVE WS-AW-INVOICE-NO(WS-AW-FOUND) TO DL-INVOICE-NO.
           READ SHIPDLV-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SHIPDLV-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SHIPDLV-SW
           END-READ.
           IF NOT WS-SHIPDLV-ON-FILE
               MOVE SPACES TO SHIPDLV-RECORD
               MOVE WS-AW-INVOICE-NO(WS-AW-FOUND) TO DL-INVOICE-NO
               MOVE WS-AW-PREFIX(WS-AW-FOUND) TO DL-PREFIX
               MOVE WS-AW-CARRIER(WS-AW-FOUND) TO DL-CARRIER
               MOVE WS-AW-TRACKING(WS-AW-FOUND) TO DL-TRACKING-REF
               MOVE ZERO TO DL-DELIVERED-DATE
               MOVE ZERO TO DL-EXCEPTION-DATE
               MOVE 'T' TO DL-STATUS
           END-IF.
           MOVE DV-EVENT-DATE TO DL-LAST-SCAN-DATE.

           IF DV-DELIVERED
               MOVE 'D' TO DL-STATUS
               MOVE DV-EVENT-DATE TO DL-DELIVERED-DATE
               MOVE DV-SIGNED-BY TO DL-SIGNED-BY
               ADD 1 TO WS-DELIVERED-COUNT
           ELSE
           IF DV-REFUSED OR DV-DAMAGED
               MOVE DV-EVENT-CODE TO DL-STATUS
               MOVE DV-EVENT-DATE TO DL-EXCEPTION-DATE
               MOVE DV-REMARK TO DL-REMARK
               ADD 1 TO WS-PROBLEM-COUNT
               PERFORM 340-PRINT-PROBLEM
           END-IF.

           MOVE DL-STATUS TO WS-AW-STATUS(WS-AW-FOUND).
           MOVE DL-LAST-SCAN-DATE TO WS-AW-LAST-SCAN(WS-AW-FOUND).

           IF WS-SHIPDLV-ON-FILE
               REWRITE SHIPDLV-RECORD
           ELSE
               WRITE SHIPDLV-RECORD
           END-IF.
           IF NOT SHIPDLV-OK
               DISPLAY 'GSPRGDL SHIPDLV WRITE FAILED ' DL-INVOICE-NO
                   ' STATUS ' WS-SHIPDLV-STATUS
           END-IF.

       320-EXIT.


       330-FIND-TRACKING.
      * COMPARE ONE WATCHED SHIPMENT'S TRACKING NUMBER TO THE SCAN
      *=================================================================

           IF WS-AW-TRACKING(WS-AW-SUB) EQUAL DV-TRACKING-REF
               MOVE WS-AW-SUB TO WS-AW-FOUND
           END-IF.

       330-EXIT.


       340-PRINT-PROBLEM.
      * ONE LINE FOR A SHIPMENT THE CARRIER REPORTS REFUSED OR
      * DAMAGED, WITH THE CARRIER'S REMARK UNDER IT
      *=================================================================

           MOVE WS-AW-INVOICE-NO(WS-AW-FOUND) TO DT-INVOICE-NO.
           MOVE WS-AW-NAME(WS-AW-FOUND) TO DT-NAME.
           MOVE WS-AW-CARRIER(WS-AW-FOUND) TO DT-CARRIER.
           MOVE WS-AW-TRACKING(WS-AW-FOUND) TO DT-TRACKING.
           MOVE WS-AW-SHIP-DATE(WS-AW-FOUND) TO DT-SHIP-DATE.
           MOVE ZERO TO DT-BDAYS.
           IF DV-REFUSED
               MOVE 'REFUSED' TO DT-STATUS
           ELSE
               MOVE 'DAMAGED' TO DT-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF DV-REMARK NOT EQUAL SPACES
               MOVE DV-REMARK TO RL-REMARK
               WRITE REPORT-LINE FROM WS-REMARK-LINE
           END-IF.

       340-EXIT.


       400-CHECK-ONE-LATE.
      * A WATCHED SHIPMENT WITH NO DELIVERY SCAN IS LATE ONCE MORE
      * BUSINESS DAYS HAVE PASSED SINCE IT SHIPPED THAN ITS CARRIER
      * IS GIVEN.  REFUSED AND DAMAGED ONES ARE ALREADY IN HAND.
      *=================================================================

           IF WS-AW-STATUS(WS-AW-SUB) EQUAL 'D'
               OR WS-AW-STATUS(WS-AW-SUB) EQUAL 'R'
               OR WS-AW-STATUS(WS-AW-SUB) EQUAL 'X'
               GO TO 400-EXIT
           END-IF.

           PERFORM 820-COUNT-BUSINESS-DAYS.

           PERFORM 410-CARRIER-DAYS THRU 410-EXIT.
           IF WS-BD-COUNT IS NOT GREATER THAN WS-DLV-DAYS
               GO TO 400-EXIT
           END-IF.

           ADD 1 TO WS-LATE-COUNT.
           MOVE WS-AW-INVOICE-NO(WS-AW-SUB) TO DT-INVOICE-NO.
           MOVE WS-AW-NAME(WS-AW-SUB) TO DT-NAME.
           MOVE WS-AW-CARRIER(WS-AW-SUB) TO DT-CARRIER.
           MOVE WS-AW-TRACKING(WS-AW-SUB) TO DT-TRACKING.
           MOVE WS-AW-SHIP-DATE(WS-AW-SUB) TO DT-SHIP-DATE.
           MOVE WS-BD-COUNT TO DT-BDAYS.
           IF WS-AW-STATUS(WS-AW-SUB) EQUAL 'T'
               MOVE 'IN TRANSIT' TO DT-STATUS
           ELSE
               MOVE 'NO SCAN' TO DT-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       400-EXIT.


       410-CARRIER-DAYS.
      * THE BUSINESS DAYS THE SHIPMENT'S CARRIER IS GIVEN TO DELIVER
      *=================================================================

           MOVE WS-DEFAULT-DLV-DAYS TO WS-DLV-DAYS.
           MOVE WS-AW-CARRIER(WS-AW-SUB) TO CR-CARRIER.
           READ CARRATE-FILE
               INVALID KEY
                   GO TO 410-EXIT
           END-READ.
           IF CR-DELIVERY-DAYS IS NUMERIC
               AND CR-DELIVERY-DAYS IS GREATER THAN ZERO
               MOVE CR-DELIVERY-DAYS TO WS-DLV-DAYS
           END-IF.

       410-EXIT.


       700-PRINT-TOTALS.
      * RUN TOTALS AT THE FOOT OF THE REPORT
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SHIPMENTS AWAITING DELIVERY:' TO TL-LABEL.
           MOVE WS-WATCH-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARRIER SCANS READ:' TO TL-LABEL.
           MOVE WS-SCAN-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCANS MATCHED TO A SHIPMENT:' TO TL-LABEL.
           MOVE WS-MATCH-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCANS NOT MATCHED:' TO TL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DELIVERED TONIGHT:' TO TL-LABEL.
           MOVE WS-DELIVERED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'REFUSED OR DAMAGED TONIGHT:' TO TL-LABEL.
           MOVE WS-PROBLEM-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LATE - NO DELIVERY SCAN:' TO TL-LABEL.
           MOVE WS-LATE-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE 'SHIPMENTS NOT WATCHED - TABLE FULL:' TO TL-LABEL
               MOVE WS-OVERFLOW-COUNT TO TL-COUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.

       700-EXIT.


       800-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       800-EXIT.


       820-COUNT-BUSINESS-DAYS.
      * COUNT THE BUSINESS DAYS AFTER THE SHIP DATE UP TO AND
      * INCLUDING THE RUN DATE INTO WS-BD-COUNT - WEEKENDS AND THE
      * SHOP CALENDAR'S HOLIDAYS LEFT OUT
      *=================================================================

           MOVE WS-AW-SHIP-DATE(WS-AW-SUB) TO WS-BD-FROM-DATE.
           MOVE WS-RUN-DATE TO WS-BD-TO-DATE.
           CALL 'GSPRGBD' USING WS-BD-FUNCTION WS-BD-FROM-DATE
               WS-BD-TO-DATE WS-BD-DAYS WS-BD-RETURN-CODE.
           IF WS-BD-RETURN-CODE EQUAL 08
               OR WS-BD-DAYS IS LESS THAN ZERO
               MOVE ZERO TO WS-BD-COUNT
           ELSE
               MOVE WS-BD-DAYS TO WS-BD-COUNT
           END-IF.

       820-EXIT.


       END PROGRAM gsprgdl.
