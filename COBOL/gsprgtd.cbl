       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgtd.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDDETL-FILE ASSIGN TO ORDDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDDETL-KEY
               FILE STATUS IS WS-ORDDETL-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT REFORD-FILE ASSIGN TO TRGORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFORD-STATUS.

           SELECT REFDETL-FILE ASSIGN TO TRGDETL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFDETL-STATUS.

           SELECT REFCUST-FILE ASSIGN TO TRGCUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFCUST-STATUS.

           SELECT REFICTL-FILE ASSIGN TO TRGICTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFICTL-STATUS.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONLY THE KEYS MATTER HERE - THE REFERENCE SET CARRIES EACH
      *    RECORD WHOLE, IN THE FILE'S OWN LAYOUT
       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  FILLER                      PIC X(336).

       FD  ORDDETL-FILE.
       01  ORDDETL-RECORD.
           05  ORDDETL-KEY.
               10  ORDDETL-INVOICE-NO      PIC X(7).
               10  ORDDETL-LINE-NO         PIC 9(3).
           05  FILLER                      PIC X(18).

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT.
               10  CUSTMAS-ACCT-RANGE      PIC X(2).
                   88  CUSTMAS-TRAINING           VALUE '99'.
               10  FILLER                  PIC X(4).
           05  FILLER                      PIC X(154).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
               88  INVCTL-TRAINING                VALUE 'TRG'.
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    THE TRAINING REFERENCE SET - THE ORDERS, OVERFLOW LINES,
      *    CUSTOMERS AND INVOICE-NUMBER CONTROL THE TRAINING DIVISION
      *    STARTS EVERY DAY FROM, ONE RECORD IMAGE PER LINE
       FD  REFORD-FILE.
       01  REFORD-RECORD                   PIC X(346).

       FD  REFDETL-FILE.
       01  REFDETL-RECORD                  PIC X(28).

       FD  REFCUST-FILE.
       01  REFCUST-RECORD                  PIC X(160).

       FD  REFICTL-FILE.
       01  REFICTL-RECORD                  PIC X(31).

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

       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.
           88  ORDDETL-EOF                             VALUE '10'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.
           88  CUSTMAS-EOF                             VALUE '10'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-REFORD-STATUS                 PIC XX.
           88  REFORD-EOF                              VALUE '10'.

       01  WS-REFDETL-STATUS                PIC XX.
           88  REFDETL-EOF                             VALUE '10'.

       01  WS-REFCUST-STATUS                PIC XX.
           88  REFCUST-EOF                             VALUE '10'.

       01  WS-REFICTL-STATUS                PIC XX.
           88  REFICTL-EOF                             VALUE '10'.

       01  WS-ORDERS-CLEARED                PIC 9(5) VALUE ZERO.
       01  WS-LINES-CLEARED                 PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-CLEARED             PIC 9(5) VALUE ZERO.
       01  WS-ORDERS-LOADED                 PIC 9(5) VALUE ZERO.
       01  WS-LINES-LOADED                  PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-LOADED              PIC 9(5) VALUE ZERO.
       01  WS-INVCTL-LOADED                 PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT                  PIC 9(5) VALUE ZERO.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * PUTS THE TRAINING DIVISION BACK TO ITS REFERENCE STARTING
      * POINT FOR THE NEXT DAY'S CLASSES.  EVERY 'TRG' ORDER AND ITS
      * OVERFLOW LINES AND EVERY 99NNNN TRAINING ACCOUNT IS REMOVED,
      * THEN THE REFERENCE SET IS LOADED BACK IN ALONG WITH THE 'TRG'
      * INVOICE-NUMBER CONTROL.  LIVE DIVISIONS AND ACCOUNTS ARE
      * NEVER TOUCHED - A REFERENCE RECORD OUTSIDE THE TRAINING
      * DIVISION IS REJECTED, NOT LOADED, AND THE STEP ENDS RC=4.

           PERFORM 010-CHECK-RUN-CONTROL.

           OPEN I-O ORDFILE-FILE.
           OPEN I-O ORDDETL-FILE.
           OPEN I-O CUSTMAS-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN INPUT REFORD-FILE.
           OPEN INPUT REFDETL-FILE.
           OPEN INPUT REFCUST-FILE.
           OPEN INPUT REFICTL-FILE.

           PERFORM 100-CLEAR-ORDERS.
           PERFORM 200-CLEAR-CUSTOMERS.
           PERFORM 300-LOAD-ORDERS.
           PERFORM 400-LOAD-DETAIL-LINES.
           PERFORM 500-LOAD-CUSTOMERS.
           PERFORM 600-LOAD-INVCTL.

           DISPLAY 'GSPRGTD ORDERS CLEARED:    ' WS-ORDERS-CLEARED.
           DISPLAY 'GSPRGTD LINES CLEARED:     ' WS-LINES-CLEARED.
           DISPLAY 'GSPRGTD ACCOUNTS CLEARED:  ' WS-CUSTOMERS-CLEARED.
           DISPLAY 'GSPRGTD ORDERS LOADED:     ' WS-ORDERS-LOADED.
           DISPLAY 'GSPRGTD LINES LOADED:      ' WS-LINES-LOADED.
           DISPLAY 'GSPRGTD ACCOUNTS LOADED:   ' WS-CUSTOMERS-LOADED.
           DISPLAY 'GSPRGTD INVCTL LOADED:     ' WS-INVCTL-LOADED.
           DISPLAY 'GSPRGTD RECORDS REJECTED:  ' WS-REJECT-COUNT.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE INVCTL-FILE.
           CLOSE REFORD-FILE.
           CLOSE REFDETL-FILE.
           CLOSE REFCUST-FILE.
           CLOSE REFICTL-FILE.

           IF WS-REJECT-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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
               DISPLAY 'GSPRGTD  REFUSED - ONLINE DAY STILL OPEN'
               PERFORM 020-LOG-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-EXIT.


       020-LOG-REFUSED.
      * ONE NIGHT-LOG ENTRY FOR THE REFUSED START
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGTD ' TO NL-JOB-NAME.
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
           MOVE 'GSPRGTD ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE WS-ORDERS-LOADED TO NL-RECORD-COUNT.
           MOVE 'COMPLETE' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       030-EXIT.


       100-CLEAR-ORDERS.
      * REMOVE EVERY TRAINING-DIVISION ORDER - THE 'TRG' PREFIX KEEPS
      * THEM TOGETHER ON ORDFILE, SO ONE BROWSE FROM THE FRONT OF THE
      * PREFIX FINDS THEM ALL.  THE OVERFLOW LINES GO FIRST.
      *=================================================================

           SET ORDFILE-TRAINING TO TRUE.
           MOVE LOW-VALUES TO ORDFILE-INVOICE-NO.

           START ORDFILE-FILE KEY IS GREATER THAN OR EQUAL ORDFILE-KEY
               INVALID KEY
                   SET ORDFILE-EOF TO TRUE
           END-START.

           IF ORDFILE-OK
               PERFORM 110-READ-ORDFILE
               PERFORM UNTIL ORDFILE-EOF
                       OR NOT ORDFILE-TRAINING
                   PERFORM 150-CLEAR-DETAIL-LINES
                   DELETE ORDFILE-FILE RECORD
                   ADD 1 TO WS-ORDERS-CLEARED
                   PERFORM 110-READ-ORDFILE
               END-PERFORM
           END-IF.

       100-EXIT.


       110-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       110-EXIT.


       150-CLEAR-DETAIL-LINES.
      * REMOVE THE ORDDETL OVERFLOW LINES FOR THE CURRENT INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           MOVE ZERO TO ORDDETL-LINE-NO.

           START ORDDETL-FILE KEY IS GREATER THAN OR EQUAL ORDDETL-KEY
               INVALID KEY
                   SET ORDDETL-EOF TO TRUE
           END-START.

           IF ORDDETL-OK
               READ ORDDETL-FILE NEXT RECORD
                   AT END
                       SET ORDDETL-EOF TO TRUE
               END-READ
               PERFORM UNTIL ORDDETL-EOF
                       OR ORDDETL-INVOICE-NO NOT EQUAL
                           ORDFILE-INVOICE-NO
                   DELETE ORDDETL-FILE RECORD
                   ADD 1 TO WS-LINES-CLEARED
                   READ ORDDETL-FILE NEXT RECORD
                       AT END
                           SET ORDDETL-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       150-EXIT.


       200-CLEAR-CUSTOMERS.
      * REMOVE EVERY TRAINING ACCOUNT - THE 99NNNN RANGE GS11 KEEPS
      * FOR THE TRAINING DIVISION AND REFUSES TO EVERYONE ELSE
      *=================================================================

           MOVE '990000' TO CUSTMAS-ACCOUNT.

           START CUSTMAS-FILE KEY IS GREATER THAN OR EQUAL
                   CUSTMAS-ACCOUNT
               INVALID KEY
                   SET CUSTMAS-EOF TO TRUE
           END-START.

           IF CUSTMAS-OK
               PERFORM 210-READ-CUSTMAS
               PERFORM UNTIL CUSTMAS-EOF
                       OR NOT CUSTMAS-TRAINING
                   DELETE CUSTMAS-FILE RECORD
                   ADD 1 TO WS-CUSTOMERS-CLEARED
                   PERFORM 210-READ-CUSTMAS
               END-PERFORM
           END-IF.

       200-EXIT.


       210-READ-CUSTMAS.
      * READ THE NEXT CUSTOMER RECORD SEQUENTIALLY
      *=================================================================

           READ CUSTMAS-FILE NEXT RECORD
               AT END
                   SET CUSTMAS-EOF TO TRUE
           END-READ.

       210-EXIT.


       300-LOAD-ORDERS.
      * LOAD THE REFERENCE ORDERS.  ONLY A 'TRG' ORDER MAY GO ON -
      * ANYTHING ELSE IN THE REFERENCE SET WOULD LAND IN A LIVE
      * DIVISION'S BOOK
      *=================================================================

           PERFORM 310-READ-REFORD.
           PERFORM UNTIL REFORD-EOF
               MOVE REFORD-RECORD TO ORDFILE-RECORD
               IF ORDFILE-TRAINING
                   WRITE ORDFILE-RECORD
                       INVALID KEY
                           DISPLAY 'GSPRGTD DUPLICATE ORDER  '
                               ORDFILE-KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ORDERS-LOADED
                   END-WRITE
               ELSE
                   DISPLAY 'GSPRGTD NOT TRAINING     ' ORDFILE-KEY
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               PERFORM 310-READ-REFORD
           END-PERFORM.

       300-EXIT.


       310-READ-REFORD.
      * READ THE NEXT REFERENCE ORDER
      *=================================================================

           READ REFORD-FILE
               AT END
                   SET REFORD-EOF TO TRUE
           END-READ.

       310-EXIT.


       400-LOAD-DETAIL-LINES.
      * LOAD THE REFERENCE OVERFLOW LINES.  ORDDETL CARRIES NO
      * DIVISION, SO A LINE ONLY GOES ON WHEN ITS INVOICE IS ONE OF
      * THE TRAINING ORDERS JUST LOADED
      *=================================================================

           PERFORM 410-READ-REFDETL.
           PERFORM UNTIL REFDETL-EOF
               MOVE REFDETL-RECORD TO ORDDETL-RECORD
               SET ORDFILE-TRAINING TO TRUE
               MOVE ORDDETL-INVOICE-NO TO ORDFILE-INVOICE-NO
               READ ORDFILE-FILE
                   INVALID KEY
                       DISPLAY 'GSPRGTD NO TRAINING ORDER '
                           ORDDETL-KEY
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       WRITE ORDDETL-RECORD
                           INVALID KEY
                               DISPLAY 'GSPRGTD DUPLICATE LINE   '
                                   ORDDETL-KEY
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-LINES-LOADED
                       END-WRITE
               END-READ
               PERFORM 410-READ-REFDETL
           END-PERFORM.

       400-EXIT.


       410-READ-REFDETL.
      * READ THE NEXT REFERENCE OVERFLOW LINE
      *=================================================================

           READ REFDETL-FILE
               AT END
                   SET REFDETL-EOF TO TRUE
           END-READ.

       410-EXIT.


       500-LOAD-CUSTOMERS.
      * LOAD THE REFERENCE ACCOUNTS - 99NNNN ACCOUNTS ONLY
      *=================================================================

           PERFORM 510-READ-REFCUST.
           PERFORM UNTIL REFCUST-EOF
               MOVE REFCUST-RECORD TO CUSTMAS-RECORD
               IF CUSTMAS-TRAINING
                   WRITE CUSTMAS-RECORD
                       INVALID KEY
                           DISPLAY 'GSPRGTD DUPLICATE ACCOUNT '
                               CUSTMAS-ACCOUNT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CUSTOMERS-LOADED
                   END-WRITE
               ELSE
                   DISPLAY 'GSPRGTD NOT TRAINING     ' CUSTMAS-ACCOUNT
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               PERFORM 510-READ-REFCUST
           END-PERFORM.

       500-EXIT.


       510-READ-REFCUST.
      * READ THE NEXT REFERENCE ACCOUNT
      *=================================================================

           READ REFCUST-FILE
               AT END
                   SET REFCUST-EOF TO TRUE
           END-READ.

       510-EXIT.


       600-LOAD-INVCTL.
      * PUT THE 'TRG' INVOICE-NUMBER CONTROL BACK TO THE REFERENCE
      * SETTING SO TOMORROW'S TRAINING INVOICES NUMBER FROM THE SAME
      * POINT AS TODAY'S DID - THE RECORD IS REPLACED IN PLACE
      *=================================================================

           PERFORM 610-READ-REFICTL.
           PERFORM UNTIL REFICTL-EOF
               MOVE REFICTL-RECORD TO INVCTL-RECORD
               IF INVCTL-TRAINING
                   READ INVCTL-FILE
                       INVALID KEY
                           MOVE REFICTL-RECORD TO INVCTL-RECORD
                           WRITE INVCTL-RECORD
                       NOT INVALID KEY
                           MOVE REFICTL-RECORD TO INVCTL-RECORD
                           REWRITE INVCTL-RECORD
                   END-READ
                   ADD 1 TO WS-INVCTL-LOADED
               ELSE
                   DISPLAY 'GSPRGTD NOT TRAINING     ' INVCTL-DIVISION
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               PERFORM 610-READ-REFICTL
           END-PERFORM.

       600-EXIT.


       610-READ-REFICTL.
      * READ THE NEXT REFERENCE INVOICE-NUMBER CONTROL RECORD
      *=================================================================

           READ REFICTL-FILE
               AT END
                   SET REFICTL-EOF TO TRUE
           END-READ.

       610-EXIT.


       END PROGRAM gsprgtd.
