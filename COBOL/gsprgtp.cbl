       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgtp.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE INTER-WAREHOUSE TRANSFERS KEYED ON GS45 - READ IN
      *    NUMBER ORDER AND REWRITTEN AS EACH ONE SHIPS OR LANDS
           SELECT TRNFILE-FILE ASSIGN TO TRNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRN-NUMBER
               FILE STATUS IS WS-TRNFILE-STATUS.

      *    THE WAREHOUSE TABLE - WHERE EACH END'S DOCUMENT PRINTS AND
      *    THE ADDRESS THE GOODS TRAVEL TO
           SELECT WHSTAB-FILE ASSIGN TO WHSTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHS-CODE
               FILE STATUS IS WS-WHSTAB-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    THE PRINT SPOOL - THE TRANSFER DOCUMENT PRINTS AT BOTH ENDS,
      *    ROUTED TO EACH WAREHOUSE'S OWN PRINTER
           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRTREQ-KEY
               FILE STATUS IS WS-PRTREQ-STATUS.

      *    THE ADJUSTMENT TRAIL - STOCK LOST IN TRANSIT IS WRITTEN OFF
      *    THE SAME WAY A COUNT VARIANCE IS, SO IT CAN BE TRACED
           SELECT ADJHIST-FILE ASSIGN TO ADJHIST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  TRNFILE-FILE.
       01  TRNFILE-RECORD.
           05  TRN-NUMBER                  PIC 9(7).
           05  TRN-PRODUCT                 PIC X(8).
           05  TRN-FROM-WHSE               PIC X(2).
           05  TRN-TO-WHSE                 PIC X(2).
           05  TRN-QTY                     PIC 9(5).
           05  TRN-QTY-RECEIVED            PIC 9(5).
           05  TRN-STATUS                  PIC X(1).
               88  TRN-ENTERED                     VALUE 'E'.
               88  TRN-IN-TRANSIT                  VALUE 'T'.
               88  TRN-ARRIVED                     VALUE 'A'.
               88  TRN-RECEIVED                    VALUE 'R'.
               88  TRN-REJECTED                    VALUE 'X'.
           05  TRN-SHIPPED-DATE            PIC 9(7).
           05  TRN-RECEIVED-DATE           PIC 9(7).
           05  TRN-AUDIT.
               10  TRN-OPERATOR-ID         PIC X(3).
               10  TRN-TERMINAL-ID         PIC X(4).
               10  TRN-LAST-CHG-DATE       PIC 9(7).
               10  TRN-LAST-CHG-TIME       PIC 9(7).
           05  FILLER                      PIC X(15).

       FD  WHSTAB-FILE.
       01  WHSTAB-RECORD.
           05  WHS-CODE                    PIC X(2).
           05  WHS-NAME                    PIC X(20).
           05  WHS-ROUTING                 PIC X(4).
           05  WHS-ADDR-LINE1              PIC X(20).
           05  WHS-ADDR-LINE2              PIC X(20).
           05  WHS-ADDR-LINE3              PIC X(20).
           05  FILLER                      PIC X(14).

       FD  INVCTL-FILE.
      *        THE PRINT-REQUEST NUMBERS RIDE ON THE SAME INVCTL
      *        CONTROL FILE AS THE INVOICE AND PO COUNTERS, UNDER
      *        THEIR OWN 'PRT' KEY
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       FD  ADJHIST-FILE.
       01  ADJHIST-RECORD.
           05  ADJ-PART-CODE               PIC X(8).
           05  ADJ-VARIANCE                PIC S9(5) SIGN LEADING
                                               SEPARATE.
           05  ADJ-DATE                    PIC 9(7).
           05  ADJ-OPERATOR-ID             PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-TRNFILE-STATUS                PIC XX.
           88  TRNFILE-OK                              VALUE '00'.
           88  TRNFILE-EOF                             VALUE '10'.

       01  WS-WHSTAB-STATUS                 PIC XX.
           88  WHSTAB-OK                               VALUE '00'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    THE GSPRGPD BATCH STOCK SERVICE ARGUMENTS
       01  WS-GD-FUNCTION                   PIC X(1).
       01  WS-GD-PRODUCT                    PIC X(8).
       01  WS-GD-QUANTITY                   PIC S9(5) COMP-3.
       01  WS-GD-SQL-CODE                   PIC S9(8) COMP.
       01  WS-GD-ON-HAND-BAL                PIC S9(5) COMP-3.
       01  WS-GD-WAREHOUSE                  PIC X(2).
       01  WS-GD-DIVISION                   PIC X(3) VALUE SPACES.

      *    WHAT DID NOT ARRIVE OF A TRANSFER RECEIVED SHORT
       01  WS-SHORT-QTY                     PIC 9(5).

      *    THE TWO ENDS OF THE TRANSFER BEING PRINTED, OFF WHSTAB
       01  WS-FROM-NAME                     PIC X(20).
       01  WS-FROM-ROUTING                  PIC X(4).
       01  WS-TO-NAME                       PIC X(20).
       01  WS-TO-ROUTING                    PIC X(4).
       01  WS-TO-ADDRESS.
           05  WS-TO-ADDR-LINE1             PIC X(20).
           05  WS-TO-ADDR-LINE2             PIC X(20).
           05  WS-TO-ADDR-LINE3             PIC X(20).

       01  WS-SHIPPED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-RECEIVED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-SHORT-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-NEGATIVE-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'INTER-WAREHOUSE TRANSFER POSTING        '.
           05  FILLER                       PIC X(10)
               VALUE 'RUN DATE  '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'TRF NO   PRODUCT  FROM TO  ACTION       '.
           05  FILLER                       PIC X(40)
               VALUE '   QTY  RCVD  SHORT NOTE                '.

       01  WS-DETAIL-LINE.
           05  DL-TRN-NUMBER                PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-FROM-WHSE                 PIC X(2).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-TO-WHSE                   PIC X(2).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-ACTION                    PIC X(12).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RECEIVED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-SHORT                     PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-NOTE                      PIC X(15).

       01  WS-SHIPPED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'TRANSFERS SHIPPED: '.
           05  TL-SHIPPED                   PIC ZZZZ9.

       01  WS-RECEIVED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'TRANSFERS RECEIVED:'.
           05  TL-RECEIVED                  PIC ZZZZ9.

       01  WS-SHORT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'RECEIVED SHORT:    '.
           05  TL-SHORT                     PIC ZZZZ9.

       01  WS-REJECTED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'TRANSFERS REJECTED:'.
           05  TL-REJECTED                  PIC ZZZZ9.

       01  WS-NEGATIVE-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'SHELF NOW NEGATIVE:'.
           05  TL-NEGATIVE                  PIC ZZZZ9.

      *    THE TRANSFER DOCUMENT - ONE COPY AT EACH END WHEN IT SHIPS,
      *    SO THE RECEIVING WAREHOUSE KNOWS WHAT IS ON THE WAY, AND A
      *    RECEIPT COPY AT THE RECEIVING END WHEN IT LANDS.  ROUTED TO
      *    EACH WAREHOUSE'S WHSTAB ROUTING SO GSPRGPP DELIVERS IT TO
      *    THAT WAREHOUSE'S PRINTER.
       01  WS-TRF-HEAD.
           05  TH-TITLE                     PIC X(40).
           05  FILLER                       PIC X(8)
               VALUE 'TRF NO  '.
           05  TH-TRN-NUMBER                PIC 9(7).
           05  FILLER                       PIC X(8)
               VALUE '  DATED '.
           05  TH-DATE                      PIC 9(7).
           05  FILLER                       PIC X(10) VALUE SPACES.

       01  WS-SHIP-TITLE                    PIC X(40)
               VALUE 'INTER-WAREHOUSE TRANSFER - SHIPPED      '.
       01  WS-RECEIPT-TITLE                 PIC X(40)
               VALUE 'INTER-WAREHOUSE TRANSFER - RECEIVED     '.

       01  WS-TRF-FROM.
           05  FILLER                       PIC X(19)
               VALUE 'FROM WAREHOUSE     '.
           05  TF-WAREHOUSE                 PIC X(2).
           05  FILLER                       PIC X(7) VALUE SPACES.
           05  TF-NAME                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-TRF-TO.
           05  FILLER                       PIC X(19)
               VALUE 'TO WAREHOUSE       '.
           05  TT-WAREHOUSE                 PIC X(2).
           05  FILLER                       PIC X(7) VALUE SPACES.
           05  TT-NAME                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-TRF-ADDRESS.
           05  FILLER                       PIC X(28) VALUE SPACES.
           05  TA-TEXT                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-TRF-ITEM.
           05  FILLER                       PIC X(19)
               VALUE 'PRODUCT            '.
           05  TI-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(10)
               VALUE '   SHIPPED'.
           05  TI-QTY                       PIC ZZZZ9.
           05  FILLER                       PIC X(38) VALUE SPACES.

       01  WS-TRF-RECEIPT.
           05  FILLER                       PIC X(19)
               VALUE 'RECEIVED           '.
           05  TR-RECEIVED                  PIC ZZZZ9.
           05  FILLER                       PIC X(14)
               VALUE '   WRITTEN OFF'.
           05  TR-SHORT                     PIC ZZZZ9.
           05  FILLER                       PIC X(37) VALUE SPACES.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * NIGHTLY POSTING OF THE INTER-WAREHOUSE TRANSFERS KEYED ON GS45.
      * EACH ONE STILL ENTERED HAS ITS STOCK TAKEN OFF THE SHIPPING
      * WAREHOUSE'S SHELF AND PUT IN TRANSIT AT THE RECEIVING ONE
      * THROUGH GSPRGPD, AND THE TRANSFER DOCUMENT PRINTED AT BOTH
      * ENDS THROUGH THE PRTREQ SPOOL.  EACH ONE WHOSE ARRIVAL HAS
      * BEEN KEYED HAS THE QUANTITY RECEIVED PUT ON THE RECEIVING
      * SHELF; ANY SHORTFALL IS WRITTEN OFF AND LOGGED ON ADJHIST, AND
      * A RECEIPT COPY PRINTED AT THE RECEIVING END.  A TRANSFER
      * GSPRGPD REFUSES IS MARKED REJECTED AND LISTED.  SYSIN IS THE
      * RUN DATE (0CYYDDD).  RUN AFTER THE LAST GS45 ACTIVITY OF THE
      * DAY.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN I-O TRNFILE-FILE.
           OPEN INPUT WHSTAB-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN OUTPUT ADJHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-READ-TRNFILE.
           PERFORM UNTIL TRNFILE-EOF
               IF TRN-ENTERED
                   PERFORM 200-SHIP-TRANSFER THRU 200-EXIT
               ELSE
                   IF TRN-ARRIVED
                       PERFORM 300-RECEIVE-TRANSFER THRU 300-EXIT
                   END-IF
               END-IF
               PERFORM 100-READ-TRNFILE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SHIPPED-COUNT TO TL-SHIPPED.
           WRITE REPORT-LINE FROM WS-SHIPPED-LINE.
           MOVE WS-RECEIVED-COUNT TO TL-RECEIVED.
           WRITE REPORT-LINE FROM WS-RECEIVED-LINE.
           MOVE WS-SHORT-COUNT TO TL-SHORT.
           WRITE REPORT-LINE FROM WS-SHORT-LINE.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM WS-REJECTED-LINE.
           MOVE WS-NEGATIVE-COUNT TO TL-NEGATIVE.
           WRITE REPORT-LINE FROM WS-NEGATIVE-LINE.

           CLOSE TRNFILE-FILE.
           CLOSE WHSTAB-FILE.
           CLOSE INVCTL-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE ADJHIST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-TRNFILE.
      * READ THE NEXT TRANSFER
      *=================================================================

           READ TRNFILE-FILE NEXT RECORD
               AT END
                   SET TRNFILE-EOF TO TRUE
           END-READ.

       100-EXIT.


       150-SET-DETAIL.
      * START THE REPORT LINE FOR THIS TRANSFER
      *=================================================================

           MOVE TRN-NUMBER TO DL-TRN-NUMBER.
           MOVE TRN-PRODUCT TO DL-PRODUCT.
           MOVE TRN-FROM-WHSE TO DL-FROM-WHSE.
           MOVE TRN-TO-WHSE TO DL-TO-WHSE.
           MOVE TRN-QTY TO DL-QTY.
           MOVE ZERO TO DL-RECEIVED.
           MOVE ZERO TO DL-SHORT.
           MOVE SPACES TO DL-NOTE.

       150-EXIT.


       200-SHIP-TRANSFER.
      * SHIP ONE TRANSFER - OFF THE SENDING SHELF, INTO TRANSIT AT
      * THE RECEIVING WAREHOUSE, DOCUMENT OUT AT BOTH ENDS
      *=================================================================

           PERFORM 150-SET-DETAIL.
           MOVE 'SHIPPED' TO DL-ACTION.

           MOVE 'O' TO WS-GD-FUNCTION.
           MOVE TRN-PRODUCT TO WS-GD-PRODUCT.
           MOVE TRN-QTY TO WS-GD-QUANTITY.
           MOVE TRN-FROM-WHSE TO WS-GD-WAREHOUSE.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

           IF WS-GD-SQL-CODE NOT EQUAL ZERO
               SET TRN-REJECTED TO TRUE
               MOVE WS-RUN-DATE TO TRN-LAST-CHG-DATE
               REWRITE TRNFILE-RECORD
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO DL-ACTION
               MOVE 'PART' TO DL-NOTE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               GO TO 200-EXIT
           END-IF.

           IF WS-GD-ON-HAND-BAL IS LESS THAN ZERO
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE 'SHELF NEGATIVE' TO DL-NOTE
           END-IF.

      *    THE PART WAS FOUND FOR THE SENDING END, SO THE RECEIVING
      *    END'S IN-TRANSIT CANNOT BE REFUSED
           MOVE 'T' TO WS-GD-FUNCTION.
           MOVE TRN-TO-WHSE TO WS-GD-WAREHOUSE.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

           PERFORM 400-LOAD-WAREHOUSES THRU 400-EXIT.

           MOVE WS-SHIP-TITLE TO TH-TITLE.
           MOVE WS-FROM-ROUTING TO PRTREQ-ROUTING.
           PERFORM 600-PRINT-TRANSFER-DOCUMENT THRU 600-EXIT.
           MOVE WS-TO-ROUTING TO PRTREQ-ROUTING.
           PERFORM 600-PRINT-TRANSFER-DOCUMENT THRU 600-EXIT.

           SET TRN-IN-TRANSIT TO TRUE.
           MOVE WS-RUN-DATE TO TRN-SHIPPED-DATE.
           MOVE WS-RUN-DATE TO TRN-LAST-CHG-DATE.
           REWRITE TRNFILE-RECORD.

           ADD 1 TO WS-SHIPPED-COUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       200-EXIT.


       300-RECEIVE-TRANSFER.
      * LAND ONE TRANSFER - WHAT ARRIVED ONTO THE RECEIVING SHELF,
      * WHAT DID NOT WRITTEN OFF, RECEIPT COPY OUT AT THE RECEIVING END
      *=================================================================

           PERFORM 150-SET-DETAIL.
           MOVE 'RECEIVED' TO DL-ACTION.
           MOVE TRN-QTY-RECEIVED TO DL-RECEIVED.
           MOVE TRN-PRODUCT TO WS-GD-PRODUCT.
           MOVE TRN-TO-WHSE TO WS-GD-WAREHOUSE.

           IF TRN-QTY-RECEIVED IS GREATER THAN ZERO
               MOVE 'I' TO WS-GD-FUNCTION
               MOVE TRN-QTY-RECEIVED TO WS-GD-QUANTITY
               CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
                   WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
                   WS-GD-WAREHOUSE WS-GD-DIVISION
               IF WS-GD-SQL-CODE NOT EQUAL ZERO
                   SET TRN-REJECTED TO TRUE
                   MOVE WS-RUN-DATE TO TRN-LAST-CHG-DATE
                   REWRITE TRNFILE-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO DL-ACTION
                   MOVE 'PART' TO DL-NOTE
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 300-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-SHORT-QTY.
           IF TRN-QTY IS GREATER THAN TRN-QTY-RECEIVED
               SUBTRACT TRN-QTY-RECEIVED FROM TRN-QTY
                   GIVING WS-SHORT-QTY
               PERFORM 350-WRITE-OFF-SHORT THRU 350-EXIT
           END-IF.
           MOVE WS-SHORT-QTY TO DL-SHORT.

           PERFORM 400-LOAD-WAREHOUSES THRU 400-EXIT.

           MOVE WS-RECEIPT-TITLE TO TH-TITLE.
           MOVE WS-TO-ROUTING TO PRTREQ-ROUTING.
           PERFORM 600-PRINT-TRANSFER-DOCUMENT THRU 600-EXIT.

           SET TRN-RECEIVED TO TRUE.
           MOVE WS-RUN-DATE TO TRN-RECEIVED-DATE.
           MOVE WS-RUN-DATE TO TRN-LAST-CHG-DATE.
           REWRITE TRNFILE-RECORD.

           ADD 1 TO WS-RECEIVED-COUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       300-EXIT.


       350-WRITE-OFF-SHORT.
      * WHAT NEVER ARRIVED COMES OUT OF THE RECEIVING WAREHOUSE'S
      * IN-TRANSIT AND OFF THE COMPANY TOTAL, AND GOES ON THE
      * ADJUSTMENT TRAIL AS A LOSS UNDER THE OPERATOR WHO KEYED THE
      * RECEIPT
      *=================================================================

           MOVE 'W' TO WS-GD-FUNCTION.
           MOVE WS-SHORT-QTY TO WS-GD-QUANTITY.
           MOVE TRN-TO-WHSE TO WS-GD-WAREHOUSE.
           CALL 'GSPRGPD' USING WS-GD-FUNCTION WS-GD-PRODUCT
               WS-GD-QUANTITY WS-GD-SQL-CODE WS-GD-ON-HAND-BAL
               WS-GD-WAREHOUSE WS-GD-DIVISION.

           IF WS-GD-SQL-CODE NOT EQUAL ZERO
               MOVE 'WRITEOFF FAILED' TO DL-NOTE
               GO TO 350-EXIT
           END-IF.

           MOVE TRN-PRODUCT TO ADJ-PART-CODE.
           COMPUTE ADJ-VARIANCE = 0 - WS-SHORT-QTY.
           MOVE WS-RUN-DATE TO ADJ-DATE.
           MOVE TRN-OPERATOR-ID TO ADJ-OPERATOR-ID.
           WRITE ADJHIST-RECORD.

           ADD 1 TO WS-SHORT-COUNT.
           MOVE 'RECEIVED SHORT' TO DL-NOTE.

       350-EXIT.


       400-LOAD-WAREHOUSES.
      * LOOK UP BOTH ENDS ON WHSTAB - A WAREHOUSE GONE FROM THE TABLE
      * GETS ITS CODE ALONE AND THE DOCUMENT PRINTS AT THE DOCK
      *=================================================================

           MOVE TRN-FROM-WHSE TO WHS-CODE.
           READ WHSTAB-FILE
               INVALID KEY
                   MOVE SPACES TO WHS-NAME
                   MOVE SPACES TO WHS-ROUTING
           END-READ.
           MOVE WHS-NAME TO WS-FROM-NAME.
           MOVE WHS-ROUTING TO WS-FROM-ROUTING.
           IF WS-FROM-ROUTING EQUAL SPACES
               MOVE 'DOCK' TO WS-FROM-ROUTING
           END-IF.

           MOVE TRN-TO-WHSE TO WHS-CODE.
           READ WHSTAB-FILE
               INVALID KEY
                   MOVE SPACES TO WHS-NAME
                   MOVE SPACES TO WHS-ROUTING
                   MOVE SPACES TO WHS-ADDR-LINE1
                   MOVE SPACES TO WHS-ADDR-LINE2
                   MOVE SPACES TO WHS-ADDR-LINE3
           END-READ.
           MOVE WHS-NAME TO WS-TO-NAME.
           MOVE WHS-ROUTING TO WS-TO-ROUTING.
           IF WS-TO-ROUTING EQUAL SPACES
               MOVE 'DOCK' TO WS-TO-ROUTING
           END-IF.
           MOVE WHS-ADDR-LINE1 TO WS-TO-ADDR-LINE1.
           MOVE WHS-ADDR-LINE2 TO WS-TO-ADDR-LINE2.
           MOVE WHS-ADDR-LINE3 TO WS-TO-ADDR-LINE3.

       400-EXIT.


       500-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE SPACES TO PRTREQ-TEXT.
           WRITE PRTREQ-RECORD.

       500-EXIT.


       520-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================

           ADD 1 TO PRTREQ-LINE-NO.
           WRITE PRTREQ-RECORD.

       520-EXIT.


       600-PRINT-TRANSFER-DOCUMENT.
      * ONE COPY OF THE TRANSFER DOCUMENT TO THE ROUTING ALREADY SET -
      * TH-TITLE SAYS WHETHER IT IS THE SHIPPING OR THE RECEIPT COPY
      *=================================================================

           PERFORM 500-OPEN-PRINT-REQUEST.

           MOVE TRN-NUMBER TO TH-TRN-NUMBER.
           MOVE WS-RUN-DATE TO TH-DATE.
           MOVE WS-TRF-HEAD TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE TRN-FROM-WHSE TO TF-WAREHOUSE.
           MOVE WS-FROM-NAME TO TF-NAME.
           MOVE WS-TRF-FROM TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE TRN-TO-WHSE TO TT-WAREHOUSE.
           MOVE WS-TO-NAME TO TT-NAME.
           MOVE WS-TRF-TO TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.
           IF WS-TO-ADDR-LINE1 NOT EQUAL SPACES
               MOVE WS-TO-ADDR-LINE1 TO TA-TEXT
               MOVE WS-TRF-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF WS-TO-ADDR-LINE2 NOT EQUAL SPACES
               MOVE WS-TO-ADDR-LINE2 TO TA-TEXT
               MOVE WS-TRF-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF WS-TO-ADDR-LINE3 NOT EQUAL SPACES
               MOVE WS-TO-ADDR-LINE3 TO TA-TEXT
               MOVE WS-TRF-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.

           MOVE TRN-PRODUCT TO TI-PRODUCT.
           MOVE TRN-QTY TO TI-QTY.
           MOVE WS-TRF-ITEM TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           IF TRN-ARRIVED
               MOVE TRN-QTY-RECEIVED TO TR-RECEIVED
               MOVE WS-SHORT-QTY TO TR-SHORT
               MOVE WS-TRF-RECEIPT TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.

       600-EXIT.


       END PROGRAM gsprgtp.
