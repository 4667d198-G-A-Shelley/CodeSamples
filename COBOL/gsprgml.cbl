       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgml.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGLOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGLOG-KEY
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    THE MASTER-FILE CHANGE LOG - ONE RECORD PER FIELD CHANGED
      *    ON THE CUSTOMER, OPERATOR, SUPPLIER, PART AND CONTRACT
      *    PRICE MAINTENANCE SCREENS, KEYED BY WHEN AND WHERE
       FD  CHGLOG-FILE.
       01  CHGLOG-RECORD.
           05  CHGLOG-KEY.
               10  CL-DATE                 PIC 9(7).
               10  CL-TIME                 PIC 9(7).
               10  CL-TERMINAL-ID          PIC X(4).
               10  CL-SEQ                  PIC 9(3).
           05  CL-OPERATOR-ID              PIC X(3).
           05  CL-PROGRAM                  PIC X(8).
           05  CL-FILE                     PIC X(8).
           05  CL-RECORD-KEY               PIC X(20).
           05  CL-ACTION                   PIC X(1).
               88  CL-ADDED                       VALUE 'A'.
               88  CL-CHANGED                     VALUE 'C'.
               88  CL-DELETED                     VALUE 'D'.
           05  CL-FIELD                    PIC X(12).
           05  CL-SENSITIVE                PIC X(1).
               88  CL-SENSITIVE-FIELD             VALUE 'Y'.
           05  CL-BEFORE                   PIC X(30).
           05  CL-AFTER                    PIC X(30).
           05  FILLER                      PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-CHGLOG-STATUS                 PIC XX.
           88  CHGLOG-OK                               VALUE '00'.
           88  CHGLOG-EOF                              VALUE '10'.

      *    SYSIN - THE DAY TO REVIEW (0CYYDDD), NORMALLY YESTERDAY
       01  WS-RUN-DATE                      PIC 9(7).

      *    'S' WHILE PRINTING THE SENSITIVE CHANGES, 'A' WHILE
      *    PRINTING EVERY CHANGE
       01  WS-PASS-SW                       PIC X(1) VALUE 'S'.
           88  WS-SENSITIVE-PASS                       VALUE 'S'.
           88  WS-ALL-PASS                             VALUE 'A'.

       01  WS-CHANGE-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-SENSITIVE-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-ADD-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-CHG-COUNT                     PIC 9(5) VALUE ZERO.
       01  WS-DEL-COUNT                     PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'MASTER-FILE CHANGE REVIEW        '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-SENSITIVE-HEAD-LINE.
           05  FILLER                       PIC X(50)
               VALUE '*** SENSITIVE FIELD CHANGES - REVIEW EACH ***'.

       01  WS-ALL-HEAD-LINE.
           05  FILLER                       PIC X(50)
               VALUE 'ALL MASTER-FILE CHANGES'.

       01  WS-NONE-LINE.
           05  FILLER                       PIC X(30)
               VALUE '    NONE'.

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(7)
               VALUE 'TIME   '.
           05  FILLER                       PIC X(4)
               VALUE 'OPR '.
           05  FILLER                       PIC X(5)
               VALUE 'TERM '.
           05  FILLER                       PIC X(9)
               VALUE 'FILE     '.
           05  FILLER                       PIC X(21)
               VALUE 'RECORD KEY           '.
           05  FILLER                       PIC X(2)
               VALUE 'A '.
           05  FILLER                       PIC X(13)
               VALUE 'FIELD        '.
           05  FILLER                       PIC X(31)
               VALUE 'BEFORE                         '.
           05  FILLER                       PIC X(31)
               VALUE 'AFTER                          '.
           05  FILLER                       PIC X(3)
               VALUE 'FLG'.

       01  WS-DETAIL-LINE.
           05  DL-TIME                      PIC X(6).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-OPERATOR-ID               PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-TERMINAL-ID               PIC X(4).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FILE                      PIC X(8).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-RECORD-KEY                PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-ACTION                    PIC X(1).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FIELD                     PIC X(12).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-BEFORE                    PIC X(30).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-AFTER                     PIC X(30).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-FLAG                      PIC X(3).

       01  WS-CHANGE-TOTAL-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'FIELDS CHANGED:     '.
           05  TL-CHANGES                   PIC ZZZZ9.

       01  WS-SENSITIVE-TOTAL-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'SENSITIVE:          '.
           05  TL-SENSITIVE                 PIC ZZZZ9.

       01  WS-ACTION-TOTAL-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'ADDED:              '.
           05  TL-ADDS                      PIC ZZZZ9.
           05  FILLER                       PIC X(12)
               VALUE '   CHANGED: '.
           05  TL-CHGS                      PIC ZZZZ9.
           05  FILLER                       PIC X(12)
               VALUE '   DELETED: '.
           05  TL-DELS                      PIC ZZZZ9.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * PRINTS THE DAY'S MASTER-FILE CHANGES FROM THE CHGLOG CHANGE
      * LOG FOR THE MORNING REVIEW - FIRST THE CHANGES TO THE
      * SENSITIVE FIELDS (CREDIT LIMIT, CREDIT HOLD, AUTHORITY LEVEL,
      * UNIT PRICE, UNIT COST AND CONTRACT PRICE) ON THEIR OWN, THEN
      * EVERY CHANGE IN THE ORDER IT WAS MADE WITH THE SENSITIVE ONES
      * FLAGGED.  SYSIN IS THE DAY TO REVIEW (0CYYDDD).  RUN DAILY.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN INPUT CHGLOG-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           SET WS-SENSITIVE-PASS TO TRUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SENSITIVE-HEAD-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM 100-START-DAY.
           PERFORM UNTIL CHGLOG-EOF
               IF CL-SENSITIVE-FIELD
                   PERFORM 200-PRINT-CHANGE
               END-IF
               PERFORM 150-READ-CHGLOG
           END-PERFORM.
           IF WS-SENSITIVE-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           SET WS-ALL-PASS TO TRUE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ALL-HEAD-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           PERFORM 100-START-DAY.
           PERFORM UNTIL CHGLOG-EOF
               PERFORM 200-PRINT-CHANGE
               PERFORM 150-READ-CHGLOG
           END-PERFORM.
           IF WS-CHANGE-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHANGE-COUNT TO TL-CHANGES.
           WRITE REPORT-LINE FROM WS-CHANGE-TOTAL-LINE.
           MOVE WS-SENSITIVE-COUNT TO TL-SENSITIVE.
           WRITE REPORT-LINE FROM WS-SENSITIVE-TOTAL-LINE.
           MOVE WS-ADD-COUNT TO TL-ADDS.
           MOVE WS-CHG-COUNT TO TL-CHGS.
           MOVE WS-DEL-COUNT TO TL-DELS.
           WRITE REPORT-LINE FROM WS-ACTION-TOTAL-LINE.

           CLOSE CHGLOG-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-START-DAY.
      * POSITION ON THE FIRST CHANGE OF THE REVIEW DAY AND READ IT
      *=================================================================

           MOVE LOW-VALUES TO CHGLOG-KEY.
           MOVE WS-RUN-DATE TO CL-DATE.
           MOVE '00' TO WS-CHGLOG-STATUS.
           START CHGLOG-FILE
               KEY IS NOT LESS THAN CHGLOG-KEY
               INVALID KEY
                   SET CHGLOG-EOF TO TRUE
           END-START.

           IF NOT CHGLOG-EOF
               PERFORM 150-READ-CHGLOG
           END-IF.

       100-EXIT.


       150-READ-CHGLOG.
      * READ THE NEXT CHANGE - THE DAY ENDS AT THE FIRST ONE MADE ON
      * A LATER DATE
      *=================================================================

           READ CHGLOG-FILE NEXT RECORD
               AT END
                   SET CHGLOG-EOF TO TRUE
           END-READ.

           IF NOT CHGLOG-EOF
               AND CL-DATE NOT EQUAL WS-RUN-DATE
               SET CHGLOG-EOF TO TRUE
           END-IF.

       150-EXIT.


       200-PRINT-CHANGE.
      * PRINT ONE CHANGE - THE TOTALS ARE COUNTED ON THE PASS OVER
      * EVERY CHANGE
      *=================================================================

           MOVE CL-TIME(2:6) TO DL-TIME.
           MOVE CL-OPERATOR-ID TO DL-OPERATOR-ID.
           MOVE CL-TERMINAL-ID TO DL-TERMINAL-ID.
           MOVE CL-FILE TO DL-FILE.
           MOVE CL-RECORD-KEY TO DL-RECORD-KEY.
           MOVE CL-ACTION TO DL-ACTION.
           MOVE CL-FIELD TO DL-FIELD.
           MOVE CL-BEFORE TO DL-BEFORE.
           MOVE CL-AFTER TO DL-AFTER.
           IF CL-SENSITIVE-FIELD
               MOVE '***' TO DL-FLAG
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

           IF WS-SENSITIVE-PASS
               ADD 1 TO WS-SENSITIVE-COUNT
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               EVALUATE TRUE
                   WHEN CL-ADDED
                       ADD 1 TO WS-ADD-COUNT
                   WHEN CL-DELETED
                       ADD 1 TO WS-DEL-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CHG-COUNT
               END-EVALUATE
           END-IF.

       200-EXIT.
