       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvb.
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

           SELECT ORDDETL-FILE ASSIGN TO ORDDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDDETL-KEY
               FILE STATUS IS WS-ORDDETL-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT RCVJRNL-FILE ASSIGN TO RCVJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-SEQ
               FILE STATUS IS WS-RCVJRNL-STATUS.

           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

           SELECT BKUPORD-FILE ASSIGN TO BKUPORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPORD-STATUS.

           SELECT BKUPDTL-FILE ASSIGN TO BKUPDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPDTL-STATUS.

           SELECT BKUPCST-FILE ASSIGN TO BKUPCST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPCST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    ONLY THE KEYS MATTER HERE - THE BACKUP CARRIES EACH RECORD
      *    WHOLE, IN THE FILE'S OWN LAYOUT
       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY                 PIC X(10).
           05  FILLER                      PIC X(336).

       FD  ORDDETL-FILE.
       01  ORDDETL-RECORD.
           05  ORDDETL-KEY                 PIC X(10).
           05  FILLER                      PIC X(18).

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(154).

      *    THE RECOVERY JOURNAL GSPRGRJ WRITES FOR THE CICS SCREENS -
      *    EMPTIED HERE ONCE TONIGHT'S BACKUP HAS BEEN VERIFIED
       FD  RCVJRNL-FILE.
       01  RCVJRNL-RECORD.
           05  RJ-SEQ                      PIC 9(7).
           05  FILLER                      PIC X(413).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    TONIGHT'S BACKUP - ONE RECORD IMAGE PER LINE, THE STARTING
      *    POINT GSPRGVR ROLLS TOMORROW'S JOURNAL FORWARD FROM
       FD  BKUPORD-FILE.
       01  BKUPORD-RECORD                  PIC X(346).

       FD  BKUPDTL-FILE.
       01  BKUPDTL-RECORD                  PIC X(28).

       FD  BKUPCST-FILE.
       01  BKUPCST-RECORD                  PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

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

       01  WS-RCVJRNL-STATUS                PIC XX.
           88  RCVJRNL-EOF                             VALUE '10'.

       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-BKUPORD-STATUS                PIC XX.
           88  BKUPORD-OK                              VALUE '00'.
           88  BKUPORD-EOF                             VALUE '10'.

       01  WS-BKUPDTL-STATUS                PIC XX.
           88  BKUPDTL-OK                              VALUE '00'.
           88  BKUPDTL-EOF                             VALUE '10'.

       01  WS-BKUPCST-STATUS                PIC XX.
           88  BKUPCST-OK                              VALUE '00'.
           88  BKUPCST-EOF                             VALUE '10'.

       01  WS-ORDERS-LIVE                   PIC 9(7) VALUE ZERO.
       01  WS-LINES-LIVE                    PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-LIVE                PIC 9(7) VALUE ZERO.
       01  WS-ORDERS-BACKED-UP              PIC 9(7) VALUE ZERO.
       01  WS-LINES-BACKED-UP               PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-BACKED-UP           PIC 9(7) VALUE ZERO.
       01  WS-JOURNAL-CLEARED               PIC 9(7) VALUE ZERO.

       01  WS-VERIFY-SW                     PIC X(1) VALUE 'Y'.
           88  WS-BACKUP-VERIFIED                      VALUE 'Y'.
           88  WS-BACKUP-SHORT                         VALUE 'N'.

       01  WS-IO-SW                         PIC X(1) VALUE 'Y'.
           88  WS-IO-GOOD                              VALUE 'Y'.
           88  WS-IO-FAILED                            VALUE 'N'.

       01  WS-ERROR-FILE                    PIC X(8).
       01  WS-ERROR-STATUS                  PIC XX.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(50)
               VALUE 'NIGHTLY BACKUP OF THE ONLINE FILES'.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(10)
               VALUE 'FILE      '.
           05  FILLER                       PIC X(12)
               VALUE '   LIVE    '.
           05  FILLER                       PIC X(12)
               VALUE ' BACKED UP  '.
           05  FILLER                       PIC X(8)
               VALUE 'CHECK'.

       01  WS-FILE-LINE.
           05  FL-FILE                      PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FL-LIVE                      PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FL-BACKED-UP                 PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FL-CHECK                     PIC X(8).

       01  WS-CLEARED-LINE.
           05  FILLER                       PIC X(30)
               VALUE 'JOURNAL ENTRIES CLEARED:      '.
           05  CL-CLEARED                   PIC Z,ZZZ,ZZ9.

       01  WS-ERROR-LINE.
           05  FILLER                       PIC X(10)
               VALUE '*** ERROR '.
           05  EL-STATUS                    PIC XX.
           05  FILLER                       PIC X(4)
               VALUE ' ON '.
           05  EL-FILE                      PIC X(8).
           05  FILLER                       PIC X(26)
               VALUE ' - BACKUP NOT VERIFIED ***'.

       01  WS-KEPT-LINE.
           05  FILLER                       PIC X(50)
               VALUE '*** COUNTS DO NOT AGREE - JOURNAL KEPT ***'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * TAKES THE NIGHTLY BACKUP OF THE THREE FILES THE CICS SCREENS
      * JOURNAL - ORDFILE, ORDDETL AND CUSTMAS - AND READS EACH
      * BACKUP BACK TO CHECK IT HOLDS AS MANY RECORDS AS THE LIVE
      * FILE.  ONLY WHEN ALL THREE AGREE IS THE RECOVERY JOURNAL
      * EMPTIED AND ITS SEQUENCE PUT BACK TO 1 - A SHORT BACKUP
      * LEAVES THE JOURNAL WHOLE, SO GSPRGVR CAN STILL ROLL FORWARD
      * FROM LAST NIGHT'S, AND THE STEP ENDS RC=8.  RUN LAST IN THE
      * NIGHT, AFTER EVERY BATCH UPDATE TO THOSE FILES.

           PERFORM 010-CHECK-RUN-CONTROL.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-BACKUP-ORDERS THRU 100-EXIT.
           PERFORM 200-BACKUP-DETAIL-LINES THRU 200-EXIT.
           PERFORM 300-BACKUP-CUSTOMERS THRU 300-EXIT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-BACKUP-VERIFIED
               PERFORM 400-CLEAR-JOURNAL THRU 400-EXIT
               MOVE WS-JOURNAL-CLEARED TO CL-CLEARED
               WRITE REPORT-LINE FROM WS-CLEARED-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-KEPT-LINE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'GSPRGVB ORDERS BACKED UP:  ' WS-ORDERS-BACKED-UP.
           DISPLAY 'GSPRGVB LINES BACKED UP:   ' WS-LINES-BACKED-UP.
           DISPLAY 'GSPRGVB ACCOUNTS BACKED UP:' WS-CUSTOMERS-BACKED-UP.
           DISPLAY 'GSPRGVB JOURNAL CLEARED:   ' WS-JOURNAL-CLEARED.

           IF WS-BACKUP-SHORT
               DISPLAY 'GSPRGVB BACKUP SHORT - JOURNAL KEPT'
               PERFORM 025-LOG-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 030-LOG-COMPLETE
           END-IF.

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
               DISPLAY 'GSPRGVB  REFUSED - ONLINE DAY STILL OPEN'
               PERFORM 020-LOG-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       010-EXIT.


       020-LOG-REFUSED.
      * ONE NIGHT-LOG ENTRY FOR THE REFUSED START
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGVB ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE ZERO TO NL-RECORD-COUNT.
           MOVE 'REFUSED ' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       020-EXIT.


       025-LOG-FAILED.
      * ONE NIGHT-LOG ENTRY FOR A BACKUP THAT DID NOT VERIFY - THE
      * JOURNAL WAS KEPT AND THE BACKUP MUST BE TAKEN AGAIN
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGVB ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE WS-ORDERS-BACKED-UP TO NL-RECORD-COUNT.
           MOVE 'FAILED  ' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       025-EXIT.


       030-LOG-COMPLETE.
      * ONE NIGHT-LOG ENTRY FOR THE FINISHED RUN - THE GSPRGNS
      * STATUS REPORT PRINTS THE NIGHT IN SEQUENCE FROM THESE
      *=================================================================

           OPEN EXTEND NIGHTLOG-FILE.
           MOVE 'GSPRGVB ' TO NL-JOB-NAME.
           MOVE WS-NIGHT-START-TIME TO NL-START-TIME.
           ACCEPT WS-NIGHT-END-TIME FROM TIME.
           MOVE WS-NIGHT-END-TIME TO NL-END-TIME.
           MOVE WS-ORDERS-BACKED-UP TO NL-RECORD-COUNT.
           MOVE 'COMPLETE' TO NL-OUTCOME.
           WRITE NIGHTLOG-RECORD.
           CLOSE NIGHTLOG-FILE.

       030-EXIT.


       090-FILE-ERROR.
      * AN OPEN OR READ ON ONE OF THE FILES BEING BACKED UP CAME BACK
      * WITH A BAD STATUS - THE BACKUP CANNOT BE TRUSTED, SO THE
      * JOURNAL MUST BE KEPT
      *=================================================================

           SET WS-IO-FAILED TO TRUE.
           SET WS-BACKUP-SHORT TO TRUE.
           DISPLAY 'GSPRGVB FILE ERROR ON ' WS-ERROR-FILE
               ' STATUS ' WS-ERROR-STATUS.
           MOVE WS-ERROR-FILE TO EL-FILE.
           MOVE WS-ERROR-STATUS TO EL-STATUS.
           WRITE REPORT-LINE FROM WS-ERROR-LINE.

       090-EXIT.


       100-BACKUP-ORDERS.
      * UNLOAD ORDFILE TO THE BACKUP, COUNTING THE LIVE RECORDS, THEN
      * READ THE BACKUP BACK AND COUNT IT
      *=================================================================

           SET WS-IO-GOOD TO TRUE.

           OPEN INPUT ORDFILE-FILE.
           IF NOT ORDFILE-OK
               MOVE 'ORDFILE ' TO WS-ERROR-FILE
               MOVE WS-ORDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 100-EXIT
           END-IF.
           OPEN OUTPUT BKUPORD-FILE.
           IF NOT BKUPORD-OK
               MOVE 'BKUPORD ' TO WS-ERROR-FILE
               MOVE WS-BKUPORD-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               CLOSE ORDFILE-FILE
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF OR WS-IO-FAILED
               WRITE BKUPORD-RECORD FROM ORDFILE-RECORD
               ADD 1 TO WS-ORDERS-LIVE
               PERFORM 110-READ-ORDFILE
           END-PERFORM.
           CLOSE ORDFILE-FILE.
           CLOSE BKUPORD-FILE.
           IF WS-IO-FAILED
               GO TO 100-EXIT
           END-IF.

           OPEN INPUT BKUPORD-FILE.
           IF NOT BKUPORD-OK
               MOVE 'BKUPORD ' TO WS-ERROR-FILE
               MOVE WS-BKUPORD-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 100-EXIT
           END-IF.
           PERFORM 120-READ-BKUPORD.
           PERFORM UNTIL BKUPORD-EOF OR WS-IO-FAILED
               ADD 1 TO WS-ORDERS-BACKED-UP
               PERFORM 120-READ-BKUPORD
           END-PERFORM.
           CLOSE BKUPORD-FILE.
           IF WS-IO-FAILED
               GO TO 100-EXIT
           END-IF.

           MOVE 'ORDFILE ' TO FL-FILE.
           MOVE WS-ORDERS-LIVE TO FL-LIVE.
           MOVE WS-ORDERS-BACKED-UP TO FL-BACKED-UP.
           IF WS-ORDERS-BACKED-UP EQUAL WS-ORDERS-LIVE
               MOVE 'AGREES  ' TO FL-CHECK
           ELSE
               MOVE '*SHORT* ' TO FL-CHECK
               SET WS-BACKUP-SHORT TO TRUE
           END-IF.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

       100-EXIT.


       110-READ-ORDFILE.
      * READ THE NEXT LIVE ORDFILE RECORD
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.
           IF NOT ORDFILE-OK AND NOT ORDFILE-EOF
               MOVE 'ORDFILE ' TO WS-ERROR-FILE
               MOVE WS-ORDFILE-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       110-EXIT.


       120-READ-BKUPORD.
      * READ THE NEXT RECORD BACK FROM THE ORDFILE BACKUP
      *=================================================================

           READ BKUPORD-FILE
               AT END
                   SET BKUPORD-EOF TO TRUE
           END-READ.
           IF NOT BKUPORD-OK AND NOT BKUPORD-EOF
               MOVE 'BKUPORD ' TO WS-ERROR-FILE
               MOVE WS-BKUPORD-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       120-EXIT.


       200-BACKUP-DETAIL-LINES.
      * UNLOAD ORDDETL TO THE BACKUP AND CHECK IT THE SAME WAY
      *=================================================================

           SET WS-IO-GOOD TO TRUE.

           OPEN INPUT ORDDETL-FILE.
           IF NOT ORDDETL-OK
               MOVE 'ORDDETL ' TO WS-ERROR-FILE
               MOVE WS-ORDDETL-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 200-EXIT
           END-IF.
           OPEN OUTPUT BKUPDTL-FILE.
           IF NOT BKUPDTL-OK
               MOVE 'BKUPDTL ' TO WS-ERROR-FILE
               MOVE WS-BKUPDTL-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               CLOSE ORDDETL-FILE
               GO TO 200-EXIT
           END-IF.
           PERFORM 210-READ-ORDDETL.
           PERFORM UNTIL ORDDETL-EOF OR WS-IO-FAILED
               WRITE BKUPDTL-RECORD FROM ORDDETL-RECORD
               ADD 1 TO WS-LINES-LIVE
               PERFORM 210-READ-ORDDETL
           END-PERFORM.
           CLOSE ORDDETL-FILE.
           CLOSE BKUPDTL-FILE.
           IF WS-IO-FAILED
               GO TO 200-EXIT
           END-IF.

           OPEN INPUT BKUPDTL-FILE.
           IF NOT BKUPDTL-OK
               MOVE 'BKUPDTL ' TO WS-ERROR-FILE
               MOVE WS-BKUPDTL-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 200-EXIT
           END-IF.
           PERFORM 220-READ-BKUPDTL.
           PERFORM UNTIL BKUPDTL-EOF OR WS-IO-FAILED
               ADD 1 TO WS-LINES-BACKED-UP
               PERFORM 220-READ-BKUPDTL
           END-PERFORM.
           CLOSE BKUPDTL-FILE.
           IF WS-IO-FAILED
               GO TO 200-EXIT
           END-IF.

           MOVE 'ORDDETL ' TO FL-FILE.
           MOVE WS-LINES-LIVE TO FL-LIVE.
           MOVE WS-LINES-BACKED-UP TO FL-BACKED-UP.
           IF WS-LINES-BACKED-UP EQUAL WS-LINES-LIVE
               MOVE 'AGREES  ' TO FL-CHECK
           ELSE
               MOVE '*SHORT* ' TO FL-CHECK
               SET WS-BACKUP-SHORT TO TRUE
           END-IF.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

       200-EXIT.


       210-READ-ORDDETL.
      * READ THE NEXT LIVE ORDDETL RECORD
      *=================================================================

           READ ORDDETL-FILE NEXT RECORD
               AT END
                   SET ORDDETL-EOF TO TRUE
           END-READ.
           IF NOT ORDDETL-OK AND NOT ORDDETL-EOF
               MOVE 'ORDDETL ' TO WS-ERROR-FILE
               MOVE WS-ORDDETL-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       210-EXIT.


       220-READ-BKUPDTL.
      * READ THE NEXT RECORD BACK FROM THE ORDDETL BACKUP
      *=================================================================

           READ BKUPDTL-FILE
               AT END
                   SET BKUPDTL-EOF TO TRUE
           END-READ.
           IF NOT BKUPDTL-OK AND NOT BKUPDTL-EOF
               MOVE 'BKUPDTL ' TO WS-ERROR-FILE
               MOVE WS-BKUPDTL-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       220-EXIT.


       300-BACKUP-CUSTOMERS.
      * UNLOAD CUSTMAS TO THE BACKUP AND CHECK IT THE SAME WAY
      *=================================================================

           SET WS-IO-GOOD TO TRUE.

           OPEN INPUT CUSTMAS-FILE.
           IF NOT CUSTMAS-OK
               MOVE 'CUSTMAS ' TO WS-ERROR-FILE
               MOVE WS-CUSTMAS-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 300-EXIT
           END-IF.
           OPEN OUTPUT BKUPCST-FILE.
           IF NOT BKUPCST-OK
               MOVE 'BKUPCST ' TO WS-ERROR-FILE
               MOVE WS-BKUPCST-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               CLOSE CUSTMAS-FILE
               GO TO 300-EXIT
           END-IF.
           PERFORM 310-READ-CUSTMAS.
           PERFORM UNTIL CUSTMAS-EOF OR WS-IO-FAILED
               WRITE BKUPCST-RECORD FROM CUSTMAS-RECORD
               ADD 1 TO WS-CUSTOMERS-LIVE
               PERFORM 310-READ-CUSTMAS
           END-PERFORM.
           CLOSE CUSTMAS-FILE.
           CLOSE BKUPCST-FILE.
           IF WS-IO-FAILED
               GO TO 300-EXIT
           END-IF.

           OPEN INPUT BKUPCST-FILE.
           IF NOT BKUPCST-OK
               MOVE 'BKUPCST ' TO WS-ERROR-FILE
               MOVE WS-BKUPCST-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
               GO TO 300-EXIT
           END-IF.
           PERFORM 320-READ-BKUPCST.
           PERFORM UNTIL BKUPCST-EOF OR WS-IO-FAILED
               ADD 1 TO WS-CUSTOMERS-BACKED-UP
               PERFORM 320-READ-BKUPCST
           END-PERFORM.
           CLOSE BKUPCST-FILE.
           IF WS-IO-FAILED
               GO TO 300-EXIT
           END-IF.

           MOVE 'CUSTMAS ' TO FL-FILE.
           MOVE WS-CUSTOMERS-LIVE TO FL-LIVE.
           MOVE WS-CUSTOMERS-BACKED-UP TO FL-BACKED-UP.
           IF WS-CUSTOMERS-BACKED-UP EQUAL WS-CUSTOMERS-LIVE
               MOVE 'AGREES  ' TO FL-CHECK
           ELSE
               MOVE '*SHORT* ' TO FL-CHECK
               SET WS-BACKUP-SHORT TO TRUE
           END-IF.
           WRITE REPORT-LINE FROM WS-FILE-LINE.

       300-EXIT.


       310-READ-CUSTMAS.
      * READ THE NEXT LIVE CUSTMAS RECORD
      *=================================================================

           READ CUSTMAS-FILE NEXT RECORD
               AT END
                   SET CUSTMAS-EOF TO TRUE
           END-READ.
           IF NOT CUSTMAS-OK AND NOT CUSTMAS-EOF
               MOVE 'CUSTMAS ' TO WS-ERROR-FILE
               MOVE WS-CUSTMAS-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       310-EXIT.


       320-READ-BKUPCST.
      * READ THE NEXT RECORD BACK FROM THE CUSTMAS BACKUP
      *=================================================================

           READ BKUPCST-FILE
               AT END
                   SET BKUPCST-EOF TO TRUE
           END-READ.
           IF NOT BKUPCST-OK AND NOT BKUPCST-EOF
               MOVE 'BKUPCST ' TO WS-ERROR-FILE
               MOVE WS-BKUPCST-STATUS TO WS-ERROR-STATUS
               PERFORM 090-FILE-ERROR
           END-IF.

       320-EXIT.


       400-CLEAR-JOURNAL.
      * THE BACKUP NOW HOLDS EVERYTHING THE JOURNAL RECORDED, SO THE
      * JOURNAL IS EMPTIED AND THE 'RJN' SEQUENCE PUT BACK TO 1 -
      * TOMORROW'S ENTRIES ROLL FORWARD FROM TONIGHT'S BACKUP.  IT
      * WILL NOT TOUCH THE JOURNAL UNLESS EVERY BACKUP VERIFIED.
      *=================================================================

           IF WS-BACKUP-SHORT
               DISPLAY 'GSPRGVB BACKUP NOT VERIFIED - JOURNAL KEPT'
               GO TO 400-EXIT
           END-IF.

           OPEN I-O RCVJRNL-FILE.
           READ RCVJRNL-FILE NEXT RECORD
               AT END
                   SET RCVJRNL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL RCVJRNL-EOF
               DELETE RCVJRNL-FILE RECORD
               ADD 1 TO WS-JOURNAL-CLEARED
               READ RCVJRNL-FILE NEXT RECORD
                   AT END
                       SET RCVJRNL-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RCVJRNL-FILE.

           OPEN I-O INVCTL-FILE.
           MOVE 'RJN' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   MOVE 1 TO INVCTL-NEXT-ONLINE
                   MOVE 9999999 TO INVCTL-ONLINE-HIGH
                   MOVE ZERO TO INVCTL-NEXT-BATCH
                   MOVE ZERO TO INVCTL-BATCH-HIGH
                   WRITE INVCTL-RECORD
               NOT INVALID KEY
                   MOVE 1 TO INVCTL-NEXT-ONLINE
                   REWRITE INVCTL-RECORD
           END-READ.
           CLOSE INVCTL-FILE.

       400-EXIT.


       END PROGRAM gsprgvb.
