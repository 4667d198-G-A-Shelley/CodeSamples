           05  GS-COMM-DIVISION            PIC X(3).
           05  FILLER                      PIC X(1).

      *    THE FULL 82 BYTES CARRY THE UNITS OF MEASURE - AN UPDATE
      *    WITH NONE OF THEM KEYED PASSES ONLY THE FIRST 70 SO GSPRGPA
      *    LEAVES THE PART'S UNITS AS THEY STAND
       01  WS-TRANSFER-PA-LEN              PIC S9(4) COMP VALUE 82.
       01  WS-MODE-LEN                     PIC S9(4) COMP VALUE 12.

       01  PART-TRANSFER-VARIABLES.
      *         GSPRGRO REPLENISHMENT REPORT.
           05  WS-PART-REORDER-POINT       PIC S9(5) COMP-3.
           05  WS-PART-REORDER-QTY         PIC S9(5) COMP-3.
      *         GSPRGPA'S LK-ON-HAND-BAL - FUNCTION 'U' HANDS BACK
      *         THE STOCK ON HAND FOR THE COST HISTORY.
           05  WS-PART-ON-HAND-BAL         PIC S9(5) COMP-3.
      *         THE CENTRAL UNIT PRICE MAINTAINED ON THIS SCREEN -
      *         THE PRICE EVERY ENTRY PATH NOW PRICES FROM.
           05  WS-PART-UNIT-PRICE          PIC S9(5)V99 COMP-3.
      *         QUARTERLY, 'C' ANNUALLY.  THE GSPRGCS SCHEDULER
      *         FEEDS THE DAILY COUNT LIST FROM IT.
           05  WS-PART-ABC-CLASS           PIC X(1).
      *         THE UNIT COST BEFORE FUNCTION 'U' APPLIED THE KEYED
      *         ONE.  THE COST NORMALLY MOVES WITH THE RECEIPTS - AN
      *         UNKEYED COST LEAVES IT AS IT STANDS, AND A KEYED ONE
      *         IS LOGGED AS A MANUAL CHANGE.
           05  WS-PART-OLD-UNIT-COST       PIC S9(5)V99 COMP-3.
      *         GSPRGPA'S LK-LANDED-AMOUNT - FUNCTION 'L' ONLY.
           05  FILLER                      PIC X(5).
      *         'Y' LOCKS THE REORDER POINT AND QUANTITY KEYED HERE
      *         AGAINST THE MONTHLY GSPRGRP RECALCULATION FROM DEMAND.
           05  WS-PART-REORDER-LOCK        PIC X(1).
      *         GSPRGPA'S LK-WAREHOUSE, LK-DIVISION AND LK-IN-TRANSIT
      *         - STOCK MOVEMENTS AND QUERIES ONLY.
           05  FILLER                      PIC X(8).
      *         THE STOCKING UNIT ON_HAND IS CARRIED IN, AND THE
      *         OPTIONAL PURCHASE AND SELLING UNITS WITH THE NUMBER OF
      *         STOCKING UNITS IN EACH - A CASE OF 12 IS UNIT 'CS'
      *         WITH A FACTOR OF 12.
           05  WS-PART-STOCK-UOM           PIC X(2).
           05  WS-PART-PURCH-UOM           PIC X(2).
           05  WS-PART-PURCH-FACTOR        PIC S9(5) COMP-3.
           05  WS-PART-SELL-UOM            PIC X(2).
           05  WS-PART-SELL-FACTOR         PIC S9(5) COMP-3.

      *    EVERY CHANGE TO A PART'S UNIT COST IS LOGGED TO THE CSTQ
      *    TRANSIENT DATA QUEUE, READ AS BILLM.PROD.COSTHIST - SAME
      *    RECORD THE GS13 RECEIVING SCREEN WRITES
       01  COSTHIST-LENGTH                 PIC S9(4) COMP VALUE 80.

       01  COSTHIST-RECORD.
           05  CH-PRODUCT                  PIC X(8).
           05  CH-DATE                     PIC 9(7).
           05  CH-TIME                     PIC 9(7).
           05  CH-OPERATOR-ID              PIC X(3).
           05  CH-TERMINAL-ID              PIC X(4).
           05  CH-SOURCE                   PIC X(1).
               88  CH-SOURCE-RECEIPT               VALUE 'R'.
               88  CH-SOURCE-LANDED                VALUE 'L'.
               88  CH-SOURCE-MANUAL                VALUE 'M'.
           05  CH-REFERENCE                PIC X(8).
           05  CH-QUANTITY                 PIC 9(5).
           05  CH-ON-HAND                  PIC S9(5).
           05  CH-OLD-COST                 PIC 9(5)V99.
           05  CH-NEW-COST                 PIC 9(5)V99.
           05  CH-MOVEMENT-COST            PIC 9(7)V99.
           05  FILLER                      PIC X(9).

      *    GSPRGPA FUNCTION 'Q' AT ITS FULL LENGTH - THE PART'S
      *    MAINTAINED FIELDS AS THEY STAND BEFORE AN UPDATE OR A
      *    DISCONTINUE, FOR THE CHANGE LOG.  THE FILLERS HOLD THE PLACE
      *    OF THE FIELDS THIS PROGRAM HAS NO NEED OF - A BLANK
      *    WAREHOUSE ASKS FOR THE COMPANY TOTAL.
       01  WS-PART-QUERY-LEN               PIC S9(4) COMP VALUE 116.

       01  PART-QUERY-VARIABLES.
           05  WS-PQ-FUNCTION              PIC X(1) VALUE 'Q'.
           05  WS-PQ-PRODUCT               PIC X(8).
           05  WS-PQ-DESC                  PIC X(17).
           05  FILLER                      PIC X(36).
           05  WS-PQ-WAREHOUSE             PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(18).
           05  WS-PQ-CUR-DESC              PIC X(17).
           05  WS-PQ-CUR-UNIT-PRICE        PIC S9(5)V99 COMP-3.
           05  WS-PQ-CUR-UNIT-COST         PIC S9(5)V99 COMP-3.
           05  WS-PQ-CUR-REORDER-POINT     PIC S9(5) COMP-3.
           05  WS-PQ-CUR-REORDER-QTY       PIC S9(5) COMP-3.
           05  WS-PQ-CUR-ABC-CLASS         PIC X(1).
           05  WS-PQ-CUR-REORDER-LOCK      PIC X(1).
           05  WS-PQ-CUR-DISCONTINUED      PIC X(1).

      *    EVERY ADD, CHANGE AND DISCONTINUE OF A PART IS LOGGED TO THE
      *    CHGLOG MASTER-FILE CHANGE LOG, ONE RECORD PER FIELD CHANGED,
      *    FOR THE DAILY GSPRGML REVIEW - SAME RECORD THE CUSTOMER,
      *    OPERATOR, SUPPLIER AND CONTRACT PRICE SCREENS WRITE
       01  CHGLOG-LENGTH                   PIC S9(4) COMP VALUE 150.

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

      *    THE FIELDS LOGGED, IN THE ORDER 977-LOAD-LOG-VALUES
      *    LOADS THEM - 'Y' MARKS ONE THE DAILY REVIEW HIGHLIGHTS
       01  WS-CL-FIELD-LIST.
           05  FILLER                      PIC X(13)
               VALUE 'DESCRIPTION N'.
           05  FILLER                      PIC X(13)
               VALUE 'UNIT PRICE  Y'.
           05  FILLER                      PIC X(13)
               VALUE 'UNIT COST   Y'.
           05  FILLER                      PIC X(13)
               VALUE 'REORDER PT  N'.
           05  FILLER                      PIC X(13)
               VALUE 'REORDER QTY N'.
           05  FILLER                      PIC X(13)
               VALUE 'ABC CLASS   N'.
           05  FILLER                      PIC X(13)
               VALUE 'REORDER LOCKN'.
           05  FILLER                      PIC X(13)
               VALUE 'DISCONTINUEDN'.
       01  WS-CL-FIELD-TABLE REDEFINES WS-CL-FIELD-LIST.
           05  WS-CL-FIELD-ENTRY OCCURS 8 TIMES.
               10  WS-CL-FIELD-NAME        PIC X(12).
               10  WS-CL-FIELD-SENSITIVE   PIC X(1).

       01  WS-CL-FIELD-COUNT               PIC 9(2) VALUE 8.
       01  WS-CL-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-CL-BEFORE-VALUES.
           05  WS-CL-BEFORE                PIC X(30) OCCURS 8 TIMES.
       01  WS-CL-AFTER-VALUES.
           05  WS-CL-AFTER                 PIC X(30) OCCURS 8 TIMES.

       01  WS-CL-AMOUNT                    PIC Z(6)9.99-.
       01  WS-CL-NUMBER                    PIC Z(6)9-.

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
           ELSE

           *> THE REORDER POINT AND QUANTITY ARE OPTIONAL BUT MUST BE
           *> NUMERIC WHEN KEYED, AND THE LOCK Y OR N
           *>===============================================
           IF RPNTL IS GREATER THAN ZERO AND RPNTI IS NOT NUMERIC
               MOVE "*  REORDER POINT MUST BE NUMERIC    *" TO MSGO
               MOVE DFHUNIMD TO RQTYA
               PERFORM 900-SEND-MAP
           ELSE
           IF LOCKL IS GREATER THAN ZERO
               AND LOCKI NOT EQUAL 'Y' AND LOCKI NOT EQUAL 'N'
               MOVE "*    REORDER LOCK MUST BE Y OR N    *" TO MSGO
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO LOCKL
               MOVE DFHUNIMD TO LOCKA
               PERFORM 900-SEND-MAP
           ELSE

           *> THE PURCHASE AND SELLING UNITS ARE OPTIONAL - A FACTOR
           *> MUST BE NUMERIC WHEN KEYED, AND A UNIT NEEDS ONE
           *>===============================================
           IF PURFL IS GREATER THAN ZERO AND PURFI IS NOT NUMERIC
               MOVE "*  PURCHASE FACTOR MUST BE NUMERIC  *" TO MSGO
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PURFL
               MOVE DFHUNIMD TO PURFA
               PERFORM 900-SEND-MAP
           ELSE
           IF PURUL IS GREATER THAN ZERO AND PURUI NOT EQUAL SPACES
               AND (PURFL EQUAL ZERO OR PURFI EQUAL ZERO)
               MOVE "*   PURCHASE UNIT NEEDS A FACTOR    *" TO MSGO
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PURFL
               MOVE DFHUNIMD TO PURFA
               PERFORM 900-SEND-MAP
           ELSE
           IF SELFL IS GREATER THAN ZERO AND SELFI IS NOT NUMERIC
               MOVE "*  SELLING FACTOR MUST BE NUMERIC   *" TO MSGO
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SELFL
               MOVE DFHUNIMD TO SELFA
               PERFORM 900-SEND-MAP
           ELSE
           IF SELUL IS GREATER THAN ZERO AND SELUI NOT EQUAL SPACES
               AND (SELFL EQUAL ZERO OR SELFI EQUAL ZERO)
               MOVE "*   SELLING UNIT NEEDS A FACTOR     *" TO MSGO
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SELFL
               MOVE DFHUNIMD TO SELFA
               PERFORM 900-SEND-MAP
           ELSE

           *> THE UNIT PRICE IS REQUIRED ON AN ADD AND MUST BE
           *> NUMERIC WHENEVER KEYED
           ELSE
               MOVE 'C' TO WS-PART-ABC-CLASS
           END-IF.
           IF LOCKL IS GREATER THAN ZERO AND LOCKI EQUAL 'Y'
               MOVE 'Y' TO WS-PART-REORDER-LOCK
           ELSE
               MOVE 'N' TO WS-PART-REORDER-LOCK
           END-IF.

           *> THE UNITS OF MEASURE - UNKEYED ON AN UPDATE, THE
           *> SHORTER COMMAREA LEAVES THEM AS THEY STAND
           MOVE SPACES TO WS-PART-STOCK-UOM.
           MOVE SPACES TO WS-PART-PURCH-UOM.
           MOVE ZERO TO WS-PART-PURCH-FACTOR.
           MOVE SPACES TO WS-PART-SELL-UOM.
           MOVE ZERO TO WS-PART-SELL-FACTOR.
           IF STKUL IS GREATER THAN ZERO
               MOVE STKUI TO WS-PART-STOCK-UOM
           END-IF.
           IF PURUL IS GREATER THAN ZERO
               MOVE PURUI TO WS-PART-PURCH-UOM
               MOVE PURFI TO WS-PART-PURCH-FACTOR
           END-IF.
           IF SELUL IS GREATER THAN ZERO
               MOVE SELUI TO WS-PART-SELL-UOM
               MOVE SELFI TO WS-PART-SELL-FACTOR
           END-IF.
           IF SCREEN-MODE-UPDATE
               AND STKUL EQUAL ZERO AND PURUL EQUAL ZERO
               AND SELUL EQUAL ZERO
               MOVE 70 TO WS-TRANSFER-PA-LEN
           ELSE
               MOVE 82 TO WS-TRANSFER-PA-LEN
           END-IF.

       950-EXIT.


       976-TAKE-BEFORE-VALUES.
      * ASK GSPRGPA FOR THE PART AS IT STANDS BEFORE THE CHANGE - AN
      * UNKNOWN PART IS LEFT TO THE UPDATE TO REPORT
      *=================================================================

           MOVE SPACES TO WS-CL-BEFORE-VALUES.
           MOVE PRODI TO WS-PQ-PRODUCT.
           MOVE SPACES TO WS-PQ-DESC.

           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(PART-QUERY-VARIABLES)
               LENGTH(WS-PART-QUERY-LEN)
           END-EXEC.

           IF WS-PQ-DESC EQUAL 'PART CODE NOT FOUND'
               GO TO 976-EXIT
           END-IF.

           MOVE WS-PQ-CUR-DESC TO WS-CL-BEFORE(1).
           MOVE WS-PQ-CUR-UNIT-PRICE TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-BEFORE(2).
           MOVE WS-PQ-CUR-UNIT-COST TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-BEFORE(3).
           MOVE WS-PQ-CUR-REORDER-POINT TO WS-CL-NUMBER.
           MOVE WS-CL-NUMBER TO WS-CL-BEFORE(4).
           MOVE WS-PQ-CUR-REORDER-QTY TO WS-CL-NUMBER.
           MOVE WS-CL-NUMBER TO WS-CL-BEFORE(5).
           MOVE WS-PQ-CUR-ABC-CLASS TO WS-CL-BEFORE(6).
           MOVE WS-PQ-CUR-REORDER-LOCK TO WS-CL-BEFORE(7).
           MOVE WS-PQ-CUR-DISCONTINUED TO WS-CL-BEFORE(8).

       976-EXIT.


       977-LOAD-LOG-VALUES.
      * THE PART AS GSPRGPA LEFT IT - THE UNIT COST COMES BACK AS IT
      * STOOD WHEN NONE WAS KEYED.  THE CALLER SETS THE DISCONTINUED
      * FLAG.
      *=================================================================

           MOVE WS-PART-DESC TO WS-CL-AFTER(1).
           MOVE WS-PART-UNIT-PRICE TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-AFTER(2).
           MOVE WS-PART-UNIT-COST TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-AFTER(3).
           MOVE WS-PART-REORDER-POINT TO WS-CL-NUMBER.
           MOVE WS-CL-NUMBER TO WS-CL-AFTER(4).
           MOVE WS-PART-REORDER-QTY TO WS-CL-NUMBER.
           MOVE WS-CL-NUMBER TO WS-CL-AFTER(5).
           MOVE WS-PART-ABC-CLASS TO WS-CL-AFTER(6).
           MOVE WS-PART-REORDER-LOCK TO WS-CL-AFTER(7).

       977-EXIT.


       980-WRITE-CHANGE-LOG.
      * ONE CHGLOG RECORD FOR EACH LOGGED FIELD WHOSE VALUE MOVED -
      * THE CALLER HAS SET CL-ACTION AND CL-RECORD-KEY AND LOADED
      * THE BEFORE AND AFTER VALUES
      *=================================================================

           EXEC CICS HANDLE CONDITION
               DUPREC(985-NEXT-LOG-SEQ)
           END-EXEC.

           MOVE EIBDATE TO CL-DATE.
           MOVE EIBTIME TO CL-TIME.
           MOVE EIBTRMID TO CL-TERMINAL-ID.
           MOVE ZERO TO CL-SEQ.
           MOVE GS-COMM-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE 'GSPRGPE' TO CL-PROGRAM.
           MOVE 'PARTCODE' TO CL-FILE.
           PERFORM 981-LOG-ONE-FIELD THRU 981-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-FIELD-COUNT.

       980-EXIT.


       981-LOG-ONE-FIELD.
      * WRITE THE FIELD'S ENTRY WHEN ITS VALUE MOVED - TWO ENTRIES
      * FROM THE TERMINAL IN THE SAME SECOND TAKE THE NEXT SEQUENCE
      *=================================================================

           IF WS-CL-BEFORE(WS-CL-SUB) EQUAL WS-CL-AFTER(WS-CL-SUB)
               GO TO 981-EXIT
           END-IF.

           MOVE WS-CL-FIELD-NAME(WS-CL-SUB) TO CL-FIELD.
           MOVE WS-CL-FIELD-SENSITIVE(WS-CL-SUB) TO CL-SENSITIVE.
           MOVE WS-CL-BEFORE(WS-CL-SUB) TO CL-BEFORE.
           MOVE WS-CL-AFTER(WS-CL-SUB) TO CL-AFTER.
           ADD 1 TO CL-SEQ.

       982-WRITE-LOG.

           EXEC CICS WRITE
               FROM(CHGLOG-RECORD)
               LENGTH(CHGLOG-LENGTH)
               FILE('CHGLOG')
               RIDFLD(CHGLOG-KEY)
           END-EXEC.

       981-EXIT.


       985-NEXT-LOG-SEQ.
      * AN ENTRY ALREADY CARRIES THAT KEY - STEP THE SEQUENCE AND TRY
      * AGAIN
      *=================================================================

           ADD 1 TO CL-SEQ.
           GO TO 982-WRITE-LOG.

       985-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN PARAGRAPH - ALSO DROPS BACK TO ADD MODE
      *=================================================================
               MOVE DFHUNIMD TO PRODA
               PERFORM 900-SEND-MAP
           ELSE
               MOVE SPACES TO WS-CL-BEFORE-VALUES
               PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT
               MOVE 'N' TO WS-CL-AFTER(8)
               SET CL-ADDED TO TRUE
               MOVE WS-PART-PRODUCT TO CL-RECORD-KEY
               PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT
               MOVE LOW-VALUES TO MAP4O
               MOVE "PART CODE ADDED SUCCESSFULLY" TO MSGO
               MOVE DFHPROTI TO MSGA
      * PART NUMBER (FUNCTION SELECTED BY PF2, SEE 1220-FUNCTION2)
      *=================================================================

           PERFORM 976-TAKE-BEFORE-VALUES THRU 976-EXIT.

           MOVE 'U' TO WS-PART-FUNCTION.
           MOVE PRODI TO WS-PART-PRODUCT.
           MOVE DESCI TO WS-PART-DESC.
               MOVE DFHUNIMD TO PRODA
               PERFORM 900-SEND-MAP
           ELSE
               PERFORM 1160-LOG-COST-CHANGE THRU 1160-EXIT
               PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT
               MOVE WS-CL-BEFORE(8) TO WS-CL-AFTER(8)
               SET CL-CHANGED TO TRUE
               MOVE WS-PART-PRODUCT TO CL-RECORD-KEY
               PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT
               MOVE LOW-VALUES TO MAP4O
               MOVE "PART DESCRIPTION UPDATED SUCCESSFULLY" TO MSGO
               MOVE DFHPROTI TO MSGA
      * (FUNCTION SELECTED BY PF3, SEE 1230-FUNCTION3)
      *=================================================================

           PERFORM 976-TAKE-BEFORE-VALUES THRU 976-EXIT.

           MOVE 'D' TO WS-PART-FUNCTION.
           MOVE PRODI TO WS-PART-PRODUCT.
           MOVE SPACES TO WS-PART-DESC.
               MOVE DFHUNIMD TO PRODA
               PERFORM 900-SEND-MAP
           ELSE
               MOVE WS-CL-BEFORE-VALUES TO WS-CL-AFTER-VALUES
               MOVE 'Y' TO WS-CL-AFTER(8)
               SET CL-CHANGED TO TRUE
               MOVE WS-PART-PRODUCT TO CL-RECORD-KEY
               PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT
               MOVE LOW-VALUES TO MAP4O
               MOVE "PART CODE DISCONTINUED SUCCESSFULLY" TO MSGO
               MOVE DFHPROTI TO MSGA
       1150-EXIT.


       1160-LOG-COST-CHANGE.
      * A COST KEYED OVER THE RECEIPTS' AVERAGE IS LOGGED TO THE CSTQ
      * COST HISTORY AS A MANUAL CHANGE
      *=================================================================

           IF COSTL EQUAL ZERO
               OR WS-PART-UNIT-COST EQUAL WS-PART-OLD-UNIT-COST
               GO TO 1160-EXIT
           END-IF.

           MOVE WS-PART-PRODUCT TO CH-PRODUCT.
           MOVE EIBDATE TO CH-DATE.
           MOVE EIBTIME TO CH-TIME.
           MOVE GS-COMM-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE EIBTRMID TO CH-TERMINAL-ID.
           SET CH-SOURCE-MANUAL TO TRUE.
           MOVE SPACES TO CH-REFERENCE.
           MOVE ZERO TO CH-QUANTITY.
           MOVE WS-PART-ON-HAND-BAL TO CH-ON-HAND.
           MOVE WS-PART-OLD-UNIT-COST TO CH-OLD-COST.
           MOVE WS-PART-UNIT-COST TO CH-NEW-COST.
           MOVE ZERO TO CH-MOVEMENT-COST.
           EXEC CICS WRITEQ TD QUEUE('CSTQ')
               FROM(COSTHIST-RECORD)
               LENGTH(COSTHIST-LENGTH)
           END-EXEC.

       1160-EXIT.


       1200-FUNCTION4.
      * FUNCTION KEY 4 PARAGRAPH
      *=================================================================
