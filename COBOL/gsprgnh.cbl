       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgnh.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    THE PERMANENT RUN HISTORY GSPRGNS FILES EVERY NIGHT
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
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-RUNHIST-STATUS                PIC XX.
           88  RUNHIST-OK                              VALUE '00'.
           88  RUNHIST-EOF                             VALUE '10'.

      *    SYSIN - THE LAST NIGHT OF THE WEEK TO REPORT (0CYYDDD).
      *    THE WEEK IS THAT NIGHT AND THE SIX BEFORE IT, MEASURED
      *    AGAINST THE THIRTY NIGHTS ENDING ON IT.
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-WEEK-DAYS                     PIC 9(3) VALUE 7.
       01  WS-AVERAGE-DAYS                  PIC 9(3) VALUE 30.

      *    RUNNING DAY NUMBERS FOR THE JULIAN DATES - 365 A YEAR PLUS
      *    ONE FOR EACH LEAP YEAR GONE - FOR THE TWO WINDOWS
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-DN-WEEK-NUMBER                PIC 9(6) VALUE ZERO.
       01  WS-DN-AVERAGE-NUMBER             PIC 9(6) VALUE ZERO.

      *    ONE ROW PER JOB SEEN IN THE THIRTY NIGHTS - ITS COMPLETED
      *    RUNS AND THEIR TOTAL ELAPSED SECONDS AND RECORDS
       01  WS-JT-MAX                        PIC 9(3) VALUE 50.
       01  WS-JT-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-JT-SUB                        PIC 9(3) VALUE ZERO.
       01  WS-JT-FOUND                      PIC 9(3) VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JT-ENTRY OCCURS 50 TIMES.
               10  WS-JT-NAME               PIC X(8).
               10  WS-JT-RUNS               PIC 9(5).
               10  WS-JT-ELAPSED            PIC 9(9).
               10  WS-JT-RECORDS            PIC 9(11).

      *    THE WEEK'S COMPLETED RUNS, IN THE ORDER THEY WERE FILED
       01  WS-WK-MAX                        PIC 9(3) VALUE 500.
       01  WS-WK-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-WK-SUB                        PIC 9(3) VALUE ZERO.
       01  WS-WEEK-TABLE.
           05  WS-WK-ENTRY OCCURS 500 TIMES.
               10  WS-WK-JOB-SUB            PIC 9(3).
               10  WS-WK-DATE               PIC 9(7).
               10  WS-WK-ELAPSED            PIC 9(7).
               10  WS-WK-RECORDS            PIC 9(7).

       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

      *    THE JOB'S THIRTY-NIGHT AVERAGES AND ONE NIGHT'S FIGURES
       01  WS-AVG-ELAPSED                   PIC 9(7) VALUE ZERO.
       01  WS-AVG-RECORDS                   PIC 9(7) VALUE ZERO.
       01  WS-AVG-RATE                      PIC 9(7) VALUE ZERO.
       01  WS-NIGHT-RATE                    PIC 9(7) VALUE ZERO.
       01  WS-RATE-SECS                     PIC 9(9) VALUE ZERO.
       01  WS-PCT-CHANGE                    PIC S9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(45)
               VALUE 'NIGHT-RUN WEEKLY TREND - WEEK ENDING         '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-SUBHEAD-LINE.
           05  FILLER                       PIC X(50)
               VALUE 'COMPLETED RUNS AGAINST THE 30-NIGHT AVERAGE'.

       01  WS-JOB-LINE.
           05  FILLER                       PIC X(5) VALUE 'JOB  '.
           05  JL-JOB-NAME                  PIC X(8).
           05  FILLER                       PIC X(19)
               VALUE '   30-NIGHT AVG:  '.
           05  JL-AVG-ELAPSED               PIC ZZZZZZ9.
           05  FILLER                       PIC X(7) VALUE ' SECS  '.
           05  JL-AVG-RECORDS               PIC ZZZZZZ9.
           05  FILLER                       PIC X(10)
               VALUE ' RECORDS  '.
           05  JL-AVG-RATE                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(10)
               VALUE ' PER MIN  '.
           05  JL-RUNS                      PIC ZZZZ9.
           05  FILLER                       PIC X(5) VALUE ' RUNS'.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(12)
               VALUE '  NIGHT     '.
           05  FILLER                       PIC X(7)
               VALUE 'ELAPSED'.
           05  FILLER                       PIC X(8)
               VALUE '  VS AVG'.
           05  FILLER                       PIC X(10)
               VALUE '   RECORDS'.
           05  FILLER                       PIC X(8)
               VALUE '  VS AVG'.
           05  FILLER                       PIC X(10)
               VALUE '   PER MIN'.
           05  FILLER                       PIC X(8)
               VALUE '  VS AVG'.

       01  WS-NIGHT-LINE.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  NT-DATE                      PIC 9(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  NT-ELAPSED                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  NT-ELAPSED-PCT               PIC +ZZZ9.
           05  FILLER                       PIC X(1) VALUE '%'.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  NT-RECORDS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  NT-RECORDS-PCT               PIC +ZZZ9.
           05  FILLER                       PIC X(1) VALUE '%'.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  NT-RATE                      PIC ZZZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  NT-RATE-PCT                  PIC +ZZZ9.
           05  FILLER                       PIC X(1) VALUE '%'.

       01  WS-NO-RUNS-LINE.
           05  FILLER                       PIC X(40)
               VALUE '  NO COMPLETED RUN THIS WEEK'.

       01  WS-OVERFLOW-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'RUNS LEFT OFF - TABLE FULL:'.
           05  OL-COUNT                     PIC ZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * WEEKLY TREND OF THE NIGHT RUN.  FOR EVERY JOB THAT COMPLETED
      * IN THE LAST THIRTY NIGHTS, PRINTS ITS THIRTY-NIGHT AVERAGE
      * ELAPSED TIME, RECORD COUNT AND RECORDS PER MINUTE, THEN EACH
      * OF THIS WEEK'S COMPLETED RUNS WITH THE SAME THREE FIGURES AND
      * HOW FAR EACH IS FROM THE AVERAGE - A JOB SLOWING DOWN SHOWS
      * AS A CLIMBING ELAPSED TIME ON THE SAME RECORD COUNT.  READS
      * THE RUN HISTORY GSPRGNS FILES.  RUN WEEKLY.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.
           COMPUTE WS-DN-WEEK-NUMBER =
               WS-DN-RUN-NUMBER - WS-WEEK-DAYS + 1.
           COMPUTE WS-DN-AVERAGE-NUMBER =
               WS-DN-RUN-NUMBER - WS-AVERAGE-DAYS + 1.

           OPEN INPUT RUNHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM 100-READ-RUNHIST.
           PERFORM UNTIL RUNHIST-EOF
               PERFORM 200-TAKE-RUN THRU 200-EXIT
               PERFORM 100-READ-RUNHIST
           END-PERFORM.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-SUBHEAD-LINE.

           PERFORM 300-PRINT-JOB
               VARYING WS-JT-SUB FROM 1 BY 1
               UNTIL WS-JT-SUB > WS-JT-COUNT.

           IF WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-OVERFLOW-COUNT TO OL-COUNT
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

           CLOSE RUNHIST-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-READ-RUNHIST.
      * READ THE NEXT RUN-HISTORY ENTRY
      *=================================================================

           READ RUNHIST-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
           END-READ.

       100-EXIT.


       200-TAKE-RUN.
      * COUNT ONE COMPLETED RUN FROM THE THIRTY NIGHTS INTO ITS JOB'S
      * AVERAGE, AND KEEP IT FOR PRINTING WHEN IT FALLS IN THE WEEK.
      * REFUSED, BLOCKED AND FAILED RUNS DID NOT DO A NIGHT'S WORK
      * AND WOULD ONLY DRAG THE AVERAGE DOWN.
      *=================================================================

           IF RH-OUTCOME NOT EQUAL 'COMPLETE'
               GO TO 200-EXIT
           END-IF.

           MOVE RH-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           IF WS-DN-NUMBER IS LESS THAN WS-DN-AVERAGE-NUMBER
               OR WS-DN-NUMBER IS GREATER THAN WS-DN-RUN-NUMBER
               GO TO 200-EXIT
           END-IF.

           PERFORM 210-FIND-JOB-ROW.
           IF WS-JT-FOUND EQUAL ZERO
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-JT-RUNS(WS-JT-FOUND).
           ADD RH-ELAPSED-SECS TO WS-JT-ELAPSED(WS-JT-FOUND).
           ADD RH-RECORD-COUNT TO WS-JT-RECORDS(WS-JT-FOUND).

           IF WS-DN-NUMBER IS LESS THAN WS-DN-WEEK-NUMBER
               GO TO 200-EXIT
           END-IF.

           IF WS-WK-COUNT IS NOT LESS THAN WS-WK-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 200-EXIT
           END-IF.

           ADD 1 TO WS-WK-COUNT.
           MOVE WS-JT-FOUND TO WS-WK-JOB-SUB(WS-WK-COUNT).
           MOVE RH-RUN-DATE TO WS-WK-DATE(WS-WK-COUNT).
           MOVE RH-ELAPSED-SECS TO WS-WK-ELAPSED(WS-WK-COUNT).
           MOVE RH-RECORD-COUNT TO WS-WK-RECORDS(WS-WK-COUNT).

       200-EXIT.


       210-FIND-JOB-ROW.
      * FIND THE JOB'S ROW, OPENING ONE FOR A JOB NOT SEEN YET - ZERO
      * WHEN THE TABLE IS FULL
      *=================================================================

           MOVE ZERO TO WS-JT-FOUND.
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
                   UNTIL WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-NAME(WS-JT-SUB) EQUAL RH-JOB-NAME
                   MOVE WS-JT-SUB TO WS-JT-FOUND
               END-IF
           END-PERFORM.

           IF WS-JT-FOUND EQUAL ZERO
               AND WS-JT-COUNT IS LESS THAN WS-JT-MAX
               ADD 1 TO WS-JT-COUNT
               MOVE WS-JT-COUNT TO WS-JT-FOUND
               MOVE RH-JOB-NAME TO WS-JT-NAME(WS-JT-FOUND)
               MOVE ZERO TO WS-JT-RUNS(WS-JT-FOUND)
               MOVE ZERO TO WS-JT-ELAPSED(WS-JT-FOUND)
               MOVE ZERO TO WS-JT-RECORDS(WS-JT-FOUND)
           END-IF.

       210-EXIT.


       300-PRINT-JOB.
      * ONE JOB - ITS THIRTY-NIGHT AVERAGES, THEN THE WEEK'S RUNS
      *=================================================================

           COMPUTE WS-AVG-ELAPSED =
               WS-JT-ELAPSED(WS-JT-SUB) / WS-JT-RUNS(WS-JT-SUB).
           COMPUTE WS-AVG-RECORDS =
               WS-JT-RECORDS(WS-JT-SUB) / WS-JT-RUNS(WS-JT-SUB).
           MOVE WS-JT-ELAPSED(WS-JT-SUB) TO WS-RATE-SECS.
           IF WS-RATE-SECS EQUAL ZERO
               MOVE 1 TO WS-RATE-SECS
           END-IF.
           COMPUTE WS-AVG-RATE =
               WS-JT-RECORDS(WS-JT-SUB) * 60 / WS-RATE-SECS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-JT-NAME(WS-JT-SUB) TO JL-JOB-NAME.
           MOVE WS-AVG-ELAPSED TO JL-AVG-ELAPSED.
           MOVE WS-AVG-RECORDS TO JL-AVG-RECORDS.
           MOVE WS-AVG-RATE TO JL-AVG-RATE.
           MOVE WS-JT-RUNS(WS-JT-SUB) TO JL-RUNS.
           WRITE REPORT-LINE FROM WS-JOB-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           MOVE ZERO TO WS-JT-FOUND.
           PERFORM 310-PRINT-NIGHT THRU 310-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-WK-COUNT.

           IF WS-JT-FOUND EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NO-RUNS-LINE
           END-IF.

       300-EXIT.


       310-PRINT-NIGHT.
      * ONE OF THE WEEK'S RUNS FOR THE JOB BEING PRINTED, EACH FIGURE
      * WITH ITS PERCENTAGE ABOVE OR BELOW THE AVERAGE
      *=================================================================

           IF WS-WK-JOB-SUB(WS-WK-SUB) NOT EQUAL WS-JT-SUB
               GO TO 310-EXIT
           END-IF.
           ADD 1 TO WS-JT-FOUND.

           MOVE WS-WK-ELAPSED(WS-WK-SUB) TO WS-RATE-SECS.
           IF WS-RATE-SECS EQUAL ZERO
               MOVE 1 TO WS-RATE-SECS
           END-IF.
           COMPUTE WS-NIGHT-RATE =
               WS-WK-RECORDS(WS-WK-SUB) * 60 / WS-RATE-SECS.

           MOVE WS-WK-DATE(WS-WK-SUB) TO NT-DATE.
           MOVE WS-WK-ELAPSED(WS-WK-SUB) TO NT-ELAPSED.
           MOVE WS-WK-RECORDS(WS-WK-SUB) TO NT-RECORDS.
           MOVE WS-NIGHT-RATE TO NT-RATE.

           MOVE ZERO TO WS-PCT-CHANGE.
           IF WS-AVG-ELAPSED IS GREATER THAN ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-WK-ELAPSED(WS-WK-SUB) - WS-AVG-ELAPSED) * 100
                       / WS-AVG-ELAPSED
           END-IF.
           MOVE WS-PCT-CHANGE TO NT-ELAPSED-PCT.

           MOVE ZERO TO WS-PCT-CHANGE.
           IF WS-AVG-RECORDS IS GREATER THAN ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-WK-RECORDS(WS-WK-SUB) - WS-AVG-RECORDS) * 100
                       / WS-AVG-RECORDS
           END-IF.
           MOVE WS-PCT-CHANGE TO NT-RECORDS-PCT.

           MOVE ZERO TO WS-PCT-CHANGE.
           IF WS-AVG-RATE IS GREATER THAN ZERO
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-NIGHT-RATE - WS-AVG-RATE) * 100 / WS-AVG-RATE
           END-IF.
           MOVE WS-PCT-CHANGE TO NT-RATE-PCT.

           WRITE REPORT-LINE FROM WS-NIGHT-LINE.

       310-EXIT.


       800-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       800-EXIT.


       END PROGRAM gsprgnh.
