       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgvr.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RCVJRNL-FILE ASSIGN TO RCVJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJ-SEQ
               FILE STATUS IS WS-RCVJRNL-STATUS.

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
      *    THE FRESHLY DEFINED, EMPTY CLUSTERS BEING RECOVERED - ONLY
      *    THE KEYS MATTER, THE JOURNAL CARRIES EACH RECORD WHOLE
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

      *    THE RECOVERY JOURNAL GSPRGRJ WRITES FOR THE CICS SCREENS,
      *    IN THE ORDER THE UPDATES WERE MADE
       FD  RCVJRNL-FILE.
       01  RCVJRNL-RECORD.
           05  RJ-SEQ                      PIC 9(7).
           05  RJ-DATE                     PIC 9(7).
           05  RJ-TIME                     PIC 9(7).
           05  RJ-TERMINAL-ID              PIC X(4).
           05  RJ-OPERATOR-ID              PIC X(3).
           05  RJ-PROGRAM                  PIC X(8).
           05  RJ-FILE                     PIC X(8).
           05  RJ-ACTION                   PIC X(1).
               88  RJ-ADDED                       VALUE 'A'.
               88  RJ-CHANGED                     VALUE 'C'.
               88  RJ-DELETED                     VALUE 'D'.
           05  RJ-RECORD-KEY               PIC X(20).
           05  RJ-IMAGE-LEN                PIC 9(4).
           05  RJ-IMAGE                    PIC X(346).
           05  FILLER                      PIC X(5).

      *    THE LAST NIGHTLY BACKUP GSPRGVB TOOK AND VERIFIED
       FD  BKUPORD-FILE.
       01  BKUPORD-RECORD                  PIC X(346).

       FD  BKUPDTL-FILE.
       01  BKUPDTL-RECORD                  PIC X(28).

       FD  BKUPCST-FILE.
       01  BKUPCST-RECORD                  PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.

       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.

       01  WS-RCVJRNL-STATUS                PIC XX.
           88  RCVJRNL-EOF                             VALUE '10'.

       01  WS-BKUPORD-STATUS                PIC XX.
           88  BKUPORD-EOF                             VALUE '10'.

       01  WS-BKUPDTL-STATUS                PIC XX.
           88  BKUPDTL-EOF                             VALUE '10'.

       01  WS-BKUPCST-STATUS                PIC XX.
           88  BKUPCST-EOF                             VALUE '10'.

      *    SYSIN - THE POINT TO RECOVER TO, THE DATE (0CYYDDD) AND
      *    TIME (0HHMMSS) OF THE LAST UPDATE TO BE REPLAYED.  ALL
      *    NINES REPLAYS THE WHOLE JOURNAL.
       01  WS-STOP-CARD.
           05  WS-STOP-DATE                 PIC 9(7).
           05  FILLER                       PIC X(1).
           05  WS-STOP-TIME                 PIC 9(7).

       01  WS-EXPECTED-SEQ                  PIC 9(7) VALUE 1.
       01  WS-ENTRIES-READ                  PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-APPLIED               PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-BEYOND                PIC 9(7) VALUE ZERO.
       01  WS-ENTRIES-UNKNOWN               PIC 9(7) VALUE ZERO.
       01  WS-GAP-COUNT                     PIC 9(5) VALUE ZERO.

      *    WHAT WAS RESTORED FROM THE BACKUP AND APPLIED FROM THE
      *    JOURNAL, BY FILE - 1 ORDFILE, 2 ORDDETL, 3 CUSTMAS
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL OCCURS 3 TIMES.
               10  FT-RESTORED              PIC 9(7).
               10  FT-ADDED                 PIC 9(7).
               10  FT-CHANGED               PIC 9(7).
               10  FT-DELETED               PIC 9(7).

       01  WS-FILE-NAME-VALUES.
           05  FILLER                       PIC X(8) VALUE 'ORDFILE '.
           05  FILLER                       PIC X(8) VALUE 'ORDDETL '.
           05  FILLER                       PIC X(8) VALUE 'CUSTMAS '.

       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME OCCURS 3 TIMES  PIC X(8).

       01  WS-FILE-SUB                      PIC 9(1) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(45)
               VALUE 'FORWARD RECOVERY OF THE ONLINE FILES TO     '.
           05  HL-STOP-DATE                 PIC 9(7).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  HL-STOP-TIME                 PIC 9(7).

       01  WS-GAP-HEAD-LINE.
           05  FILLER                       PIC X(50)
               VALUE 'JOURNAL SEQUENCE GAPS'.

       01  WS-NONE-LINE.
           05  FILLER                       PIC X(30)
               VALUE '    NONE'.

       01  WS-GAP-LINE.
           05  FILLER                       PIC X(26)
               VALUE '    MISSING SEQUENCE FROM '.
           05  GL-FROM                      PIC 9(7).
           05  FILLER                       PIC X(4) VALUE ' TO '.
           05  GL-TO                        PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(10)
               VALUE 'FILE      '.
           05  FILLER                       PIC X(12)
               VALUE '  RESTORED  '.
           05  FILLER                       PIC X(12)
               VALUE '     ADDED  '.
           05  FILLER                       PIC X(12)
               VALUE '   CHANGED  '.
           05  FILLER                       PIC X(12)
               VALUE '   DELETED  '.

       01  WS-FILE-LINE.
           05  FL-FILE                      PIC X(8).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FL-RESTORED                  PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FL-ADDED                     PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FL-CHANGED                   PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  FL-DELETED                   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(30).
           05  TL-COUNT                     PIC Z,ZZZ,ZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * ROLLS ORDFILE, ORDDETL AND CUSTMAS FORWARD AFTER A LOST OR
      * DAMAGED CLUSTER.  THE CLUSTERS ARE DEFINED AGAIN EMPTY, THE
      * LAST NIGHTLY BACKUP IS LOADED INTO THEM, THEN EVERY RECOVERY
      * JOURNAL ENTRY UP TO THE SYSIN STOP POINT IS REPLAYED IN
      * SEQUENCE.  THE CONTROL REPORT SHOWS, BY FILE, THE RECORDS
      * RESTORED AND THE ADDS, CHANGES AND DELETES APPLIED, AND
      * EVERY BREAK IN THE JOURNAL SEQUENCE - A GAP IS AN UPDATE THE
      * JOURNAL NEVER RECEIVED, SO THE STEP ENDS RC=4 AND THOSE
      * RECORDS MUST BE CHECKED BY HAND.  CICS MUST HAVE THE FILES
      * CLOSED.

           ACCEPT WS-STOP-CARD FROM SYSIN.

           MOVE ZERO TO WS-FILE-TOTALS.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-STOP-DATE TO HL-STOP-DATE.
           MOVE WS-STOP-TIME TO HL-STOP-TIME.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 100-RESTORE-BACKUP.

           OPEN I-O ORDFILE-FILE.
           OPEN I-O ORDDETL-FILE.
           OPEN I-O CUSTMAS-FILE.
           OPEN INPUT RCVJRNL-FILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-GAP-HEAD-LINE.

           PERFORM 200-READ-JOURNAL.
           PERFORM UNTIL RCVJRNL-EOF
               PERFORM 210-CHECK-SEQUENCE
               IF RJ-DATE GREATER THAN WS-STOP-DATE
                   OR (RJ-DATE EQUAL WS-STOP-DATE
                       AND RJ-TIME GREATER THAN WS-STOP-TIME)
                   ADD 1 TO WS-ENTRIES-BEYOND
               ELSE
                   PERFORM 300-APPLY-ENTRY THRU 300-EXIT
               END-IF
               PERFORM 200-READ-JOURNAL
           END-PERFORM.

           IF WS-GAP-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE RCVJRNL-FILE.

           PERFORM 500-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           DISPLAY 'GSPRGVR JOURNAL ENTRIES:   ' WS-ENTRIES-READ.
           DISPLAY 'GSPRGVR APPLIED:           ' WS-ENTRIES-APPLIED.
           DISPLAY 'GSPRGVR PAST STOP POINT:   ' WS-ENTRIES-BEYOND.
           DISPLAY 'GSPRGVR SEQUENCE GAPS:     ' WS-GAP-COUNT.

           IF WS-GAP-COUNT GREATER THAN ZERO
               OR WS-ENTRIES-UNKNOWN GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       000-EXIT.


       100-RESTORE-BACKUP.
      * LOAD LAST NIGHT'S BACKUP INTO THE EMPTY CLUSTERS - THE BACKUP
      * WAS UNLOADED IN KEY ORDER, SO IT GOES BACK ON IN KEY ORDER
      *=================================================================

           OPEN OUTPUT ORDFILE-FILE.
           OPEN INPUT BKUPORD-FILE.
           READ BKUPORD-FILE
               AT END
                   SET BKUPORD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BKUPORD-EOF
               WRITE ORDFILE-RECORD FROM BKUPORD-RECORD
               ADD 1 TO FT-RESTORED(1)
               READ BKUPORD-FILE
                   AT END
                       SET BKUPORD-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BKUPORD-FILE.
           CLOSE ORDFILE-FILE.

           OPEN OUTPUT ORDDETL-FILE.
           OPEN INPUT BKUPDTL-FILE.
           READ BKUPDTL-FILE
               AT END
                   SET BKUPDTL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BKUPDTL-EOF
               WRITE ORDDETL-RECORD FROM BKUPDTL-RECORD
               ADD 1 TO FT-RESTORED(2)
               READ BKUPDTL-FILE
                   AT END
                       SET BKUPDTL-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BKUPDTL-FILE.
           CLOSE ORDDETL-FILE.

           OPEN OUTPUT CUSTMAS-FILE.
           OPEN INPUT BKUPCST-FILE.
           READ BKUPCST-FILE
               AT END
                   SET BKUPCST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BKUPCST-EOF
               WRITE CUSTMAS-RECORD FROM BKUPCST-RECORD
               ADD 1 TO FT-RESTORED(3)
               READ BKUPCST-FILE
                   AT END
                       SET BKUPCST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BKUPCST-FILE.
           CLOSE CUSTMAS-FILE.

       100-EXIT.


       200-READ-JOURNAL.
      * READ THE NEXT JOURNAL ENTRY IN SEQUENCE
      *=================================================================

           READ RCVJRNL-FILE NEXT RECORD
               AT END
                   SET RCVJRNL-EOF TO TRUE
           END-READ.

           IF NOT RCVJRNL-EOF
               ADD 1 TO WS-ENTRIES-READ
           END-IF.

       200-EXIT.


       210-CHECK-SEQUENCE.
      * THE JOURNAL NUMBERS RUN FROM 1 WITHOUT A BREAK SINCE THE LAST
      * BACKUP - ANY NUMBER SKIPPED IS AN UPDATE THAT NEVER REACHED
      * THE JOURNAL
      *=================================================================

           IF RJ-SEQ NOT EQUAL WS-EXPECTED-SEQ
               MOVE WS-EXPECTED-SEQ TO GL-FROM
               COMPUTE GL-TO = RJ-SEQ - 1
               WRITE REPORT-LINE FROM WS-GAP-LINE
               ADD 1 TO WS-GAP-COUNT
           END-IF.

           COMPUTE WS-EXPECTED-SEQ = RJ-SEQ + 1.

       210-EXIT.


       300-APPLY-ENTRY.
      * PUT ONE JOURNAL ENTRY BACK ON ITS FILE.  AN ADD THAT FINDS
      * THE RECORD ALREADY THERE OR A CHANGE THAT FINDS IT MISSING
      * STILL LEAVES THE RECORD AS THE SCREEN LEFT IT, AND A DELETE
      * OF A RECORD ALREADY GONE IS NOTHING TO DO
      *=================================================================

           EVALUATE RJ-FILE
               WHEN 'ORDFILE '
                   MOVE 1 TO WS-FILE-SUB
                   PERFORM 310-APPLY-ORDFILE
               WHEN 'ORDDETL '
                   MOVE 2 TO WS-FILE-SUB
                   PERFORM 320-APPLY-ORDDETL
               WHEN 'CUSTMAS '
                   MOVE 3 TO WS-FILE-SUB
                   PERFORM 330-APPLY-CUSTMAS
               WHEN OTHER
                   DISPLAY 'GSPRGVR UNKNOWN FILE ' RJ-FILE
                       ' SEQUENCE ' RJ-SEQ
                   ADD 1 TO WS-ENTRIES-UNKNOWN
                   GO TO 300-EXIT
           END-EVALUATE.

           ADD 1 TO WS-ENTRIES-APPLIED.
           EVALUATE TRUE
               WHEN RJ-ADDED
                   ADD 1 TO FT-ADDED(WS-FILE-SUB)
               WHEN RJ-DELETED
                   ADD 1 TO FT-DELETED(WS-FILE-SUB)
               WHEN OTHER
                   ADD 1 TO FT-CHANGED(WS-FILE-SUB)
           END-EVALUATE.

       300-EXIT.


       310-APPLY-ORDFILE.
      * REPLAY AN ORDFILE ENTRY
      *=================================================================

           IF RJ-DELETED
               MOVE RJ-RECORD-KEY TO ORDFILE-KEY
               DELETE ORDFILE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE RJ-IMAGE TO ORDFILE-RECORD
               READ ORDFILE-FILE
                   INVALID KEY
                       MOVE RJ-IMAGE TO ORDFILE-RECORD
                       WRITE ORDFILE-RECORD
                   NOT INVALID KEY
                       MOVE RJ-IMAGE TO ORDFILE-RECORD
                       REWRITE ORDFILE-RECORD
               END-READ
           END-IF.

       310-EXIT.


       320-APPLY-ORDDETL.
      * REPLAY AN ORDDETL ENTRY
      *=================================================================

           IF RJ-DELETED
               MOVE RJ-RECORD-KEY TO ORDDETL-KEY
               DELETE ORDDETL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE RJ-IMAGE TO ORDDETL-RECORD
               READ ORDDETL-FILE
                   INVALID KEY
                       MOVE RJ-IMAGE TO ORDDETL-RECORD
                       WRITE ORDDETL-RECORD
                   NOT INVALID KEY
                       MOVE RJ-IMAGE TO ORDDETL-RECORD
                       REWRITE ORDDETL-RECORD
               END-READ
           END-IF.

       320-EXIT.


       330-APPLY-CUSTMAS.
      * REPLAY A CUSTMAS ENTRY
      *=================================================================

           IF RJ-DELETED
               MOVE RJ-RECORD-KEY TO CUSTMAS-ACCOUNT
               DELETE CUSTMAS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE RJ-IMAGE TO CUSTMAS-RECORD
               READ CUSTMAS-FILE
                   INVALID KEY
                       MOVE RJ-IMAGE TO CUSTMAS-RECORD
                       WRITE CUSTMAS-RECORD
                   NOT INVALID KEY
                       MOVE RJ-IMAGE TO CUSTMAS-RECORD
                       REWRITE CUSTMAS-RECORD
               END-READ
           END-IF.

       330-EXIT.


       500-PRINT-TOTALS.
      * THE CONTROL TOTALS - BY FILE, THEN FOR THE JOURNAL AS A WHOLE
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 3
               MOVE WS-FILE-NAME(WS-FILE-SUB) TO FL-FILE
               MOVE FT-RESTORED(WS-FILE-SUB) TO FL-RESTORED
               MOVE FT-ADDED(WS-FILE-SUB) TO FL-ADDED
               MOVE FT-CHANGED(WS-FILE-SUB) TO FL-CHANGED
               MOVE FT-DELETED(WS-FILE-SUB) TO FL-DELETED
               WRITE REPORT-LINE FROM WS-FILE-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'JOURNAL ENTRIES READ:' TO TL-LABEL.
           MOVE WS-ENTRIES-READ TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'APPLIED:' TO TL-LABEL.
           MOVE WS-ENTRIES-APPLIED TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAST THE STOP POINT:' TO TL-LABEL.
           MOVE WS-ENTRIES-BEYOND TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'UNKNOWN FILE:' TO TL-LABEL.
           MOVE WS-ENTRIES-UNKNOWN TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SEQUENCE GAPS:' TO TL-LABEL.
           MOVE WS-GAP-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       500-EXIT.


       END PROGRAM gsprgvr.
