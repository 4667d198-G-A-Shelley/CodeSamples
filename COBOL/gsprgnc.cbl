               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLOG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

           05  NL-RECORD-COUNT             PIC 9(7).
           05  NL-OUTCOME                  PIC X(8).

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
       01  REPORT-LINE                     PIC X(80).

           88  NIGHTLOG-EOF                            VALUE '10'.

      *    SYSIN - THE MODE ('CHECK  ' AHEAD OF A STEP, 'RESTART'
      *    FOR THE MORNING-AFTER DIAGNOSIS, 'PROJECT' FOR THE
      *    FINISH-TIME PROJECTION) AND THE STEP NAME.  'PROJECT'
      *    TAKES THE ONLINE START TIME (HHMMSSHH) IN PLACE OF THE
      *    STEP NAME, THEN THE NIGHT'S DATE (0CYYDDD), THEN
      *    'MONTHEND' ON THE LAST NIGHT OF THE PERIOD.
       01  WS-MODE-CARD                     PIC X(7).
           88  MODE-CHECK                              VALUE 'CHECK  '.
           88  MODE-RESTART                            VALUE 'RESTART'.
           88  MODE-PROJECT                            VALUE 'PROJECT'.
       01  WS-STEP-NAME                     PIC X(8).
       01  WS-ONLINE-START REDEFINES WS-STEP-NAME
                                            PIC 9(8).
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-MONTH-END-CARD                PIC X(8).
           88  MODE-MONTH-END                          VALUE 'MONTHEND'.

      *    THE NIGHT CHAIN AND ITS DEPENDENCIES - THE ORDER THE
      *    OPERATOR USED TO CARRY IN A BINDER.  TWO PREREQUISITE
      *    SLOTS COVER EVERY STEP WE RUN; SPACES MEANS NONE.
       01  WS-STEP-MAX                      PIC 9(2) VALUE 11.

       01  WS-STEP-TABLE-VALUES.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGX                  '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGEI GSPRGX          '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGCP GSPRGX          '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGZ  GSPRGX          '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGY  GSPRGX  GSPRGZ  '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGTD GSPRGGL GSPRGZ  '.
           05  FILLER                       PIC X(24)
               VALUE 'GSPRGVB GSPRGTD         '.

       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP-ENTRY OCCURS 11 TIMES.
               10  WS-ST-NAME               PIC X(8).
               10  WS-ST-PREREQ1            PIC X(8).
               10  WS-ST-PREREQ2            PIC X(8).

      *    WHAT TONIGHT'S LOG SAYS ABOUT EACH CHAIN STEP
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 11 TIMES.
               10  WS-SEEN-OUTCOME          PIC X(8).

       01  WS-NIGHT-TIME                    PIC 9(8).

       01  WS-RUNHIST-STATUS                PIC XX.
           88  RUNHIST-OK                              VALUE '00'.
           88  RUNHIST-EOF                             VALUE '10'.

      *    THE STEPS THAT ONLY RUN ON THE LAST NIGHT OF THE PERIOD -
      *    LEFT OUT OF THE PROJECTION ON EVERY OTHER NIGHT
       01  WS-MONTH-END-VALUES.
           05  FILLER                       PIC X(8) VALUE 'GSPRGHA '.
           05  FILLER                       PIC X(8) VALUE 'GSPRGMS '.
           05  FILLER                       PIC X(8) VALUE 'GSPRGY  '.

       01  WS-MONTH-END-TABLE REDEFINES WS-MONTH-END-VALUES.
           05  WS-MONTH-END-STEP OCCURS 3 TIMES PIC X(8).

       01  WS-ME-SUB                        PIC 9(1) VALUE ZERO.

      *    EACH CHAIN STEP'S COMPLETED RUNS OVER THE LAST THIRTY
      *    NIGHTS, OFF THE RUN HISTORY, IN STEP-TABLE ORDER
       01  WS-AVERAGE-DAYS                  PIC 9(3) VALUE 30.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 11 TIMES.
               10  WS-HS-RUNS               PIC 9(5).
               10  WS-HS-ELAPSED            PIC 9(9).

      *    RUNNING DAY NUMBERS FOR THE JULIAN DATES - 365 A YEAR PLUS
      *    ONE FOR EACH LEAP YEAR GONE - FOR THE THIRTY-NIGHT WINDOW
       01  WS-DN-DATE                       PIC 9(7) VALUE ZERO.
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  FILLER                       PIC 9(1).
           05  WS-DN-CYY                    PIC 9(3).
           05  WS-DN-DDD                    PIC 9(3).
       01  WS-DN-NUMBER                     PIC 9(6) VALUE ZERO.
       01  WS-DN-RUN-NUMBER                 PIC 9(6) VALUE ZERO.
       01  WS-DN-OLDEST-NUMBER              PIC 9(6) VALUE ZERO.

      *    THE PROJECTION IN SECONDS PAST MIDNIGHT - AN ONLINE START
      *    EARLIER IN THE DAY THAN NOW IS TOMORROW'S AND GETS A DAY
      *    ADDED, AS DOES A FINISH PAST MIDNIGHT
       01  WS-TIME-WORK                     PIC 9(8) VALUE ZERO.
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05  WS-TW-HH                     PIC 9(2).
           05  WS-TW-MM                     PIC 9(2).
           05  WS-TW-SS                     PIC 9(2).
           05  WS-TW-HUND                   PIC 9(2).
       01  WS-TIME-SECS                     PIC 9(6) VALUE ZERO.
       01  WS-NOW-SECS                      PIC 9(6) VALUE ZERO.
       01  WS-ONLINE-SECS                   PIC 9(6) VALUE ZERO.
       01  WS-FINISH-SECS                   PIC 9(7) VALUE ZERO.
       01  WS-STEP-AVERAGE                  PIC 9(7) VALUE ZERO.
       01  WS-CLOCK-SECS                    PIC 9(6) VALUE ZERO.
       01  WS-CLOCK-TIME.
           05  WS-CK-HH                     PIC 9(2).
           05  WS-CK-MM                     PIC 9(2).
           05  WS-CK-SS                     PIC 9(2).
       01  WS-FINISH-CLOCK                  PIC X(6).
       01  WS-ONLINE-CLOCK                  PIC X(6).

       01  WS-BLOCKED-SW                    PIC X(1) VALUE 'N'.
           88  WS-STEP-BLOCKED                         VALUE 'Y'.

       01  WS-RESTART-CLEAN-LINE            PIC X(44)
           VALUE 'EVERY CHAIN STEP LOGGED COMPLETE - NO RERUN'.

       01  WS-PROJECT-HEAD                  PIC X(40)
           VALUE 'NIGHT-RUN FINISH-TIME PROJECTION'.

       01  WS-PROJECT-DETAIL.
           05  FILLER                       PIC X(6)
               VALUE 'STEP  '.
           05  PJ-STEP                      PIC X(8).
           05  FILLER                       PIC X(3) VALUE ' - '.
           05  PJ-NOTE                      PIC X(24).
           05  PJ-AVERAGE                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PJ-SECS                      PIC X(4).

       01  WS-PROJECT-FINISH-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'PROJECTED FINISH:   '.
           05  PF-FINISH                    PIC X(6).
           05  FILLER                       PIC X(20)
               VALUE '   ONLINE START:    '.
           05  PF-ONLINE                    PIC X(6).

       01  WS-PROJECT-LATE-LINE             PIC X(50)
           VALUE '*** NIGHT RUN PROJECTED TO FINISH LATE ***'.

       01  WS-PROJECT-OK-LINE               PIC X(50)
           VALUE 'NIGHT RUN PROJECTED TO FINISH IN TIME'.


       PROCEDURE DIVISION.
      *=================================================================
      * RUN WITH MODE 'RESTART' IT READS TONIGHT'S LOG AND NAMES
      * THE STEP THE CHAIN SHOULD RESUME AT.  EACH REFUSAL IS
      * LOGGED AS A 'BLOCKED' NIGHT-LOG ENTRY SO GSPRGNS SHOWS THE
      * FULL TIMED SEQUENCE.  RUN WITH MODE 'PROJECT' AT THE HEAD
      * OF THE CHAIN IT ADDS UP EACH STEP STILL TO RUN TONIGHT AT
      * ITS THIRTY-NIGHT AVERAGE OFF THE RUN HISTORY AND WARNS THE
      * CONSOLE (RC=4) WHEN THE NIGHT WILL FINISH AFTER THE ONLINE
      * DAY IS DUE TO START.

           ACCEPT WS-MODE-CARD FROM SYSIN.
           ACCEPT WS-STEP-NAME FROM SYSIN.
           IF MODE-PROJECT
               ACCEPT WS-RUN-DATE FROM SYSIN
               ACCEPT WS-MONTH-END-CARD FROM SYSIN
           END-IF.

           ACCEPT WS-NIGHT-TIME FROM TIME.

               STOP RUN
           END-IF.

           IF MODE-PROJECT
               PERFORM 600-PROJECT-FINISH
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           PERFORM 200-CHECK-ONE-STEP.

           CLOSE REPORT-FILE.
       510-EXIT.


       600-PROJECT-FINISH.
      * PROJECT TONIGHT'S FINISH - NOW, PLUS THE AVERAGE OF EVERY
      * STEP NOT YET COMPLETE TONIGHT - AND COMPARE IT WITH THE
      * ONLINE START
      *=================================================================

           WRITE REPORT-LINE FROM WS-PROJECT-HEAD.

           PERFORM 610-LOAD-HISTORY THRU 610-EXIT.

           MOVE WS-NIGHT-TIME TO WS-TIME-WORK.
           PERFORM 810-TIME-TO-SECONDS.
           MOVE WS-TIME-SECS TO WS-NOW-SECS.
           MOVE WS-ONLINE-START TO WS-TIME-WORK.
           PERFORM 810-TIME-TO-SECONDS.
           MOVE WS-TIME-SECS TO WS-ONLINE-SECS.
           IF WS-ONLINE-SECS IS LESS THAN WS-NOW-SECS
               ADD 86400 TO WS-ONLINE-SECS
           END-IF.

           MOVE WS-NOW-SECS TO WS-FINISH-SECS.
           PERFORM 630-PROJECT-ONE-STEP THRU 630-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-MAX.

           MOVE WS-FINISH-SECS TO WS-CLOCK-SECS.
           PERFORM 820-SECONDS-TO-CLOCK.
           MOVE WS-CLOCK-TIME TO WS-FINISH-CLOCK.
           MOVE WS-ONLINE-SECS TO WS-CLOCK-SECS.
           PERFORM 820-SECONDS-TO-CLOCK.
           MOVE WS-CLOCK-TIME TO WS-ONLINE-CLOCK.

           MOVE WS-FINISH-CLOCK TO PF-FINISH.
           MOVE WS-ONLINE-CLOCK TO PF-ONLINE.
           WRITE REPORT-LINE FROM WS-PROJECT-FINISH-LINE.

           IF WS-FINISH-SECS IS GREATER THAN WS-ONLINE-SECS
               WRITE REPORT-LINE FROM WS-PROJECT-LATE-LINE
               DISPLAY 'GSPRGNC *** NIGHT RUN PROJECTED TO FINISH '
                   WS-FINISH-CLOCK ' - ONLINE START ' WS-ONLINE-CLOCK
                   UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           ELSE
               WRITE REPORT-LINE FROM WS-PROJECT-OK-LINE
           END-IF.

       600-EXIT.


       610-LOAD-HISTORY.
      * TOTAL EACH CHAIN STEP'S COMPLETED RUNS OVER THE THIRTY
      * NIGHTS ENDING LAST NIGHT
      *=================================================================

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 800-COMPUTE-DAY-NUMBER.
           MOVE WS-DN-NUMBER TO WS-DN-RUN-NUMBER.
           COMPUTE WS-DN-OLDEST-NUMBER =
               WS-DN-RUN-NUMBER - WS-AVERAGE-DAYS.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               MOVE ZERO TO WS-HS-RUNS(WS-STEP-SUB)
               MOVE ZERO TO WS-HS-ELAPSED(WS-STEP-SUB)
           END-PERFORM.

           OPEN INPUT RUNHIST-FILE.
           IF NOT RUNHIST-OK
               GO TO 610-EXIT
           END-IF.

           PERFORM 615-READ-RUNHIST.
           PERFORM UNTIL RUNHIST-EOF
               PERFORM 620-TAKE-HISTORY
               PERFORM 615-READ-RUNHIST
           END-PERFORM.

           CLOSE RUNHIST-FILE.

       610-EXIT.


       615-READ-RUNHIST.
      * READ THE NEXT RUN-HISTORY ENTRY
      *=================================================================

           READ RUNHIST-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
           END-READ.

       615-EXIT.


       620-TAKE-HISTORY.
      * COUNT ONE COMPLETED RUN OF A CHAIN STEP FROM THE WINDOW
      *=================================================================

           IF RH-OUTCOME EQUAL 'COMPLETE'
               MOVE RH-RUN-DATE TO WS-DN-DATE
               PERFORM 800-COMPUTE-DAY-NUMBER
               IF WS-DN-NUMBER IS NOT LESS THAN WS-DN-OLDEST-NUMBER
                   AND WS-DN-NUMBER IS LESS THAN WS-DN-RUN-NUMBER
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEP-MAX
                       IF WS-ST-NAME(WS-STEP-SUB) EQUAL RH-JOB-NAME
                           ADD 1 TO WS-HS-RUNS(WS-STEP-SUB)
                           ADD RH-ELAPSED-SECS
                               TO WS-HS-ELAPSED(WS-STEP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       620-EXIT.


       630-PROJECT-ONE-STEP.
      * ADD ONE STEP'S AVERAGE TO THE FINISH - UNLESS IT IS ALREADY
      * DONE TONIGHT OR IS A MONTH-END STEP ON AN ORDINARY NIGHT.  A
      * STEP WITH NO HISTORY YET ADDS NOTHING AND SAYS SO.
      *=================================================================

           MOVE WS-ST-NAME(WS-STEP-SUB) TO PJ-STEP.
           MOVE ZERO TO PJ-AVERAGE.
           MOVE SPACES TO PJ-NOTE.
           MOVE SPACES TO PJ-SECS.

           IF WS-SEEN-OUTCOME(WS-STEP-SUB) EQUAL 'COMPLETE'
               MOVE 'COMPLETE TONIGHT' TO PJ-NOTE
               WRITE REPORT-LINE FROM WS-PROJECT-DETAIL
               GO TO 630-EXIT
           END-IF.

           IF NOT MODE-MONTH-END
               PERFORM VARYING WS-ME-SUB FROM 1 BY 1
                       UNTIL WS-ME-SUB > 3
                   IF WS-MONTH-END-STEP(WS-ME-SUB) EQUAL
                           WS-ST-NAME(WS-STEP-SUB)
                       MOVE 'MONTH-END ONLY' TO PJ-NOTE
                   END-IF
               END-PERFORM
               IF PJ-NOTE EQUAL 'MONTH-END ONLY'
                   WRITE REPORT-LINE FROM WS-PROJECT-DETAIL
                   GO TO 630-EXIT
               END-IF
           END-IF.

           IF WS-HS-RUNS(WS-STEP-SUB) EQUAL ZERO
               MOVE 'NO HISTORY - NOT COUNTED' TO PJ-NOTE
               WRITE REPORT-LINE FROM WS-PROJECT-DETAIL
               GO TO 630-EXIT
           END-IF.

           COMPUTE WS-STEP-AVERAGE ROUNDED =
               WS-HS-ELAPSED(WS-STEP-SUB) / WS-HS-RUNS(WS-STEP-SUB).
           ADD WS-STEP-AVERAGE TO WS-FINISH-SECS.

           MOVE 'TO RUN - AVERAGE' TO PJ-NOTE.
           MOVE WS-STEP-AVERAGE TO PJ-AVERAGE.
           MOVE 'SECS' TO PJ-SECS.
           WRITE REPORT-LINE FROM WS-PROJECT-DETAIL.

       630-EXIT.


       800-COMPUTE-DAY-NUMBER.
      * TURN THE JULIAN DATE IN WS-DN-DATE INTO A RUNNING DAY NUMBER
      * (WS-DN-NUMBER) - 365 A YEAR PLUS ONE FOR EACH LEAP YEAR GONE
      *=================================================================

           COMPUTE WS-DN-NUMBER =
               WS-DN-CYY * 365 + (WS-DN-CYY + 3) / 4 + WS-DN-DDD.

       800-EXIT.


       810-TIME-TO-SECONDS.
      * SECONDS PAST MIDNIGHT FOR THE HHMMSSHH TIME IN WS-TIME-WORK
      *=================================================================

           COMPUTE WS-TIME-SECS =
               (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.

       810-EXIT.


       820-SECONDS-TO-CLOCK.
      * HHMMSS CLOCK TIME FOR WS-CLOCK-SECS, A DAY OR MORE PAST
      * MIDNIGHT FOLDED BACK ONTO THE CLOCK
      *=================================================================

           IF WS-CLOCK-SECS IS NOT LESS THAN 86400
               SUBTRACT 86400 FROM WS-CLOCK-SECS
           END-IF.
           DIVIDE WS-CLOCK-SECS BY 3600 GIVING WS-CK-HH
               REMAINDER WS-CLOCK-SECS.
           DIVIDE WS-CLOCK-SECS BY 60 GIVING WS-CK-MM
               REMAINDER WS-CK-SS.

       820-EXIT.


       END PROGRAM gsprgnc.
