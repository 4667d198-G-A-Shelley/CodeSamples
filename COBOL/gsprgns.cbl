               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLOG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

           05  NL-RECORD-COUNT             PIC 9(7).
           05  NL-OUTCOME                  PIC X(8).

      *    THE PERMANENT RUN HISTORY - EVERY NIGHT'S LOG ENTRIES,
      *    DATED, KEPT FOR THE GSPRGNH TREND REPORT AND THE GSPRGNC
      *    FINISH-TIME PROJECTION
       FD  RUNHIST-FILE.
       01  RUNHIST-RECORD.
           05  RH-RUN-DATE                 PIC 9(7).
           05  RH-JOB-NAME                 PIC X(8).
           05  RH-START-TIME               PIC 9(8).
           05  RH-END-TIME                 PIC 9(8).
           05  RH-RECORD-COUNT             PIC 9(7).
           05  RH-OUTCOME                  PIC X(8).
           05  RH-ELAPSED-SECS             PIC 9(7).
           05  FILLER                      PIC X(7).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

           88  NIGHTLOG-OK                             VALUE '00'.
           88  NIGHTLOG-EOF                            VALUE '10'.

       01  WS-RUNHIST-STATUS                PIC XX.
           88  RUNHIST-OK                              VALUE '00'.
           88  RUNHIST-EOF                             VALUE '10'.

      *    SYSIN - THE NIGHT BEING REPORTED (0CYYDDD), THE DATE ITS
      *    ENTRIES ARE FILED UNDER ON THE RUN HISTORY
       01  WS-RUN-DATE                      PIC 9(7).

      *    TONIGHT'S ENTRIES ALREADY ON THE RUN HISTORY, SO A SECOND
      *    RUN OF THIS REPORT FOR THE SAME NIGHT DOES NOT FILE THEM
      *    TWICE - A JOB IS KNOWN BY ITS NAME AND START TIME
       01  WS-FILED-MAX                     PIC 9(3) VALUE 200.
       01  WS-FILED-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-FILED-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-FILED-TABLE.
           05  WS-FILED-ENTRY OCCURS 200 TIMES.
               10  WS-FILED-JOB             PIC X(8).
               10  WS-FILED-START           PIC 9(8).

       01  WS-ALREADY-SW                    PIC X(1) VALUE 'N'.
           88  WS-ALREADY-FILED                        VALUE 'Y'.

       01  WS-HISTORY-ADDED                 PIC 9(5) VALUE ZERO.

       01  WS-JOB-COUNT                     PIC 9(5) VALUE ZERO.

      *    ELAPSED SECONDS FROM THE HHMMSSHH START AND END STAMPS -
               VALUE 'REFUSED STARTS:   '.
           05  TL-REFUSED                   PIC ZZZZ9.

       01  WS-HISTORY-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'FILED TO HISTORY: '.
           05  TL-HISTORY                   PIC ZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================
      * PRINTS EACH NIGHTLY JOB'S START, END, RECORD COUNT AND
      * OUTCOME IN THE SEQUENCE THEY RAN, FROM THE NIGHT LOG THE
      * JOBS THEMSELVES WRITE.  EACH ENTRY IS ALSO FILED, UNDER THE
      * SYSIN NIGHT DATE, ON THE PERMANENT RUN HISTORY - THE NIGHT
      * LOG IS CLEARED AHEAD OF THE NEXT NIGHT'S FIRST JOB.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           PERFORM 050-LOAD-FILED-ENTRIES THRU 050-EXIT.

           OPEN INPUT NIGHTLOG-FILE.
           OPEN EXTEND RUNHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-JOBS-LINE.
           MOVE WS-REFUSED-COUNT TO TL-REFUSED.
           WRITE REPORT-LINE FROM WS-REFUSED-LINE.
           MOVE WS-HISTORY-ADDED TO TL-HISTORY.
           WRITE REPORT-LINE FROM WS-HISTORY-LINE.

           CLOSE NIGHTLOG-FILE.
           CLOSE RUNHIST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.
       000-EXIT.


       050-LOAD-FILED-ENTRIES.
      * NOTE WHICH OF TONIGHT'S JOBS THE RUN HISTORY ALREADY HOLDS
      *=================================================================

           OPEN INPUT RUNHIST-FILE.
           IF NOT RUNHIST-OK
               GO TO 050-EXIT
           END-IF.

           PERFORM 060-READ-RUNHIST.
           PERFORM UNTIL RUNHIST-EOF
               IF RH-RUN-DATE EQUAL WS-RUN-DATE
                   AND WS-FILED-COUNT IS LESS THAN WS-FILED-MAX
                   ADD 1 TO WS-FILED-COUNT
                   MOVE RH-JOB-NAME TO WS-FILED-JOB(WS-FILED-COUNT)
                   MOVE RH-START-TIME TO WS-FILED-START(WS-FILED-COUNT)
               END-IF
               PERFORM 060-READ-RUNHIST
           END-PERFORM.

           CLOSE RUNHIST-FILE.

       050-EXIT.


       060-READ-RUNHIST.
      * READ THE NEXT RUN-HISTORY ENTRY
      *=================================================================

           READ RUNHIST-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
           END-READ.

       060-EXIT.


       100-READ-NIGHTLOG.
      * READ THE NEXT NIGHT-LOG ENTRY
      *=================================================================
           MOVE WS-ELAPSED-SECS TO DL-ELAPSED.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM 300-FILE-HISTORY.

       200-EXIT.


       250-EXIT.


       300-FILE-HISTORY.
      * FILE THE ENTRY ON THE RUN HISTORY UNLESS AN EARLIER RUN OF
      * THIS REPORT ALREADY DID
      *=================================================================

           MOVE 'N' TO WS-ALREADY-SW.
           PERFORM VARYING WS-FILED-SUB FROM 1 BY 1
                   UNTIL WS-FILED-SUB > WS-FILED-COUNT
               IF WS-FILED-JOB(WS-FILED-SUB) EQUAL NL-JOB-NAME
                   AND WS-FILED-START(WS-FILED-SUB) EQUAL NL-START-TIME
                   SET WS-ALREADY-FILED TO TRUE
               END-IF
           END-PERFORM.

           IF NOT WS-ALREADY-FILED
               MOVE SPACES TO RUNHIST-RECORD
               MOVE WS-RUN-DATE TO RH-RUN-DATE
               MOVE NL-JOB-NAME TO RH-JOB-NAME
               MOVE NL-START-TIME TO RH-START-TIME
               MOVE NL-END-TIME TO RH-END-TIME
               MOVE NL-RECORD-COUNT TO RH-RECORD-COUNT
               MOVE NL-OUTCOME TO RH-OUTCOME
               MOVE WS-ELAPSED-SECS TO RH-ELAPSED-SECS
               WRITE RUNHIST-RECORD
               ADD 1 TO WS-HISTORY-ADDED
           END-IF.

       300-EXIT.


       END PROGRAM gsprgns.
