           SELECT ORDHIST-ARCH-FILE ASSIGN TO ORDHISTA
               ORGANIZATION IS LINE SEQUENTIAL.

      *    PAYACCT IS THE VSAM COPY OF PAYHIST BY ACCOUNT - IT KEEPS
      *    THE SAME TWO YEARS.  THE PAYHIST ARCHIVE ALREADY HOLDS
      *    EVERY ENTRY CUT, SO AGED ONES ARE SIMPLY DELETED.
           SELECT PAYACCT-FILE ASSIGN TO PAYACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAYACCT-KEY
               FILE STATUS IS WS-PAYACCT-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

           05  RCV-TIME                    PIC 9(7).
           05  RCV-PO-NUMBER               PIC X(7).
           05  RCV-LOT-NUMBER              PIC X(10).
           05  RCV-UNIT-COST               PIC 9(5)V99.
           05  RCV-SHIPMENT                PIC X(8).
           05  RCV-UOM                     PIC X(2).
           05  RCV-UOM-FACTOR              PIC 9(5).

       FD  RCVHIST-KEEP-FILE.
       01  RCVHIST-KEEP-RECORD             PIC X(73).

       FD  RCVHIST-ARCH-FILE.
       01  RCVHIST-ARCH-RECORD             PIC X(73).

       FD  ORDHIST-FILE.
       01  ORDHIST-RECORD.
       FD  ORDHIST-ARCH-FILE.
       01  ORDHIST-ARCH-RECORD             PIC X(402).

       FD  PAYACCT-FILE.
       01  PAYACCT-RECORD.
           05  PAYACCT-KEY.
               10  PA-ACCOUNT              PIC X(6).
               10  PA-DATE                 PIC 9(7).
               10  PA-SEQ                  PIC 9(4).
           05  FILLER                      PIC X(23).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

           88  ORDHIST-OK                              VALUE '00'.
           88  ORDHIST-EOF                             VALUE '10'.

       01  WS-PAYACCT-STATUS                PIC XX.
           88  PAYACCT-OK                              VALUE '00'.
           88  PAYACCT-EOF                             VALUE '10'.

       01  WS-RUN-DATE                      PIC 9(7).

      *    THE RETENTION RULES - DAYS OF HISTORY EACH FILE KEEPS
           PERFORM 400-TRIM-ADJHIST.
           PERFORM 500-TRIM-RCVHIST.
           PERFORM 600-TRIM-ORDHIST.
           PERFORM 700-TRIM-PAYACCT.

           CLOSE REPORT-FILE.

       610-EXIT.


       700-TRIM-PAYACCT.
      * THE ACCOUNT-KEYED PAYMENT HISTORY BEHIND THE GS40 INQUIRY -
      * CUT AT THE PAYHIST FENCE AND DELETED IN PLACE
      *=================================================================

           MOVE WS-PAYHIST-KEEP-DAYS TO WS-CUT-DAYS.
           PERFORM 100-COMPUTE-CUTOFF.

           OPEN I-O PAYACCT-FILE.

           PERFORM 710-TRIM-ONE-PAYACCT THRU 710-EXIT
               UNTIL PAYACCT-EOF.

           CLOSE PAYACCT-FILE.

           MOVE 'PAYACCT ' TO DL-FILE.
           PERFORM 190-PRINT-FILE-LINE.

       700-EXIT.


       710-TRIM-ONE-PAYACCT.
      * DELETE ONE AGED ACCOUNT PAYMENT ENTRY
      *=================================================================

           READ PAYACCT-FILE NEXT RECORD
               AT END
                   SET PAYACCT-EOF TO TRUE
           END-READ.
           IF PAYACCT-EOF
               GO TO 710-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT.
           IF PA-DATE IS LESS THAN WS-CUTOFF-DATE
               ADD 1 TO WS-ARCH-COUNT
               DELETE PAYACCT-FILE
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       710-EXIT.


       END PROGRAM gsprgrm.
