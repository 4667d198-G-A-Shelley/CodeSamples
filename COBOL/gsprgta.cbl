       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgta.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERR-CARD-FILE ASSIGN TO TERRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT TERRTAB-FILE ASSIGN TO TERRTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TERRTAB-KEY
               FILE STATUS IS WS-TERRTAB-STATUS.

           SELECT SLSMAST-FILE ASSIGN TO SLSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLSMAST-CODE
               FILE STATUS IS WS-SLSMAST-STATUS.

           SELECT CUSTMAS-FILE ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAS-ACCOUNT
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *    THE PROPOSED TERRITORY CARDS - ONE PER PREFIX THAT CHANGES.
      *    COL 1 'C' FOR A POSTAL CODE PREFIX OR 'U' FOR A US ZIP
      *    PREFIX, COLS 2-4 THE PREFIX, COLS 6-8 THE NEW REP.  A BLANK
      *    REP TAKES THE PREFIX OFF THE TABLE.
       FD  TERR-CARD-FILE.
       01  TERR-CARD-RECORD.
           05  TC-COUNTRY                  PIC X(1).
           05  TC-PREFIX                   PIC X(3).
           05  FILLER                      PIC X(1).
           05  TC-REP                      PIC X(3).
           05  FILLER                      PIC X(72).

       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS            PIC X(90).
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  ORDFILE-ADDR-LINE1          PIC X(20).
           05  ORDFILE-ADDR-LINE2          PIC X(20).
           05  ORDFILE-ADDR-LINE3          PIC X(20).
           05  ORDFILE-POSTAL.
               10  ORDFILE-POSTAL-1        PIC XXX.
               10  ORDFILE-POSTAL-2        PIC XXX.
           05  ORDFILE-PHONE               PIC X(10).
           05  ORDFILE-AUDIT.
               10  ORDFILE-OPERATOR-ID     PIC X(3).
               10  ORDFILE-TERMINAL-ID     PIC X(4).
               10  ORDFILE-LAST-CHG-DATE   PIC 9(7).
               10  ORDFILE-LAST-CHG-TIME   PIC 9(7).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
               88  ORDFILE-STATUS-CANCELLED       VALUE 'C'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  FILLER                      PIC X(53).
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(18).
           05  ORDFILE-SALES-REP           PIC X(3).
           05  ORDFILE-COUNTRY             PIC X(1).
           05  FILLER                      PIC X(19).

      *    THE SALES TERRITORY TABLE - THE REP WHO OWNS EACH POSTAL
      *    CODE PREFIX ('C') OR US ZIP PREFIX ('U')
       FD  TERRTAB-FILE.
       01  TERRTAB-RECORD.
           05  TERRTAB-KEY.
               10  TERRTAB-COUNTRY         PIC X(1).
               10  TERRTAB-PREFIX          PIC X(3).
           05  TERRTAB-REP                 PIC X(3).
           05  TERRTAB-LAST-CHG-DATE       PIC 9(7).
           05  FILLER                      PIC X(6).

       FD  SLSMAST-FILE.
       01  SLSMAST-RECORD.
           05  SLSMAST-CODE                PIC X(3).
           05  SLSMAST-NAME                PIC X(20).
           05  SLSMAST-COMM-RATE           PIC 9(2)V99.
           05  SLSMAST-STATUS              PIC X(1).
               88  SLSMAST-ACTIVE                  VALUE 'A'.
               88  SLSMAST-INACTIVE                VALUE 'I'.

       FD  CUSTMAS-FILE.
       01  CUSTMAS-RECORD.
           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(150).
           05  CUSTMAS-TERMS-CODE          PIC X(2).
           05  CUSTMAS-HOUSE-ACCOUNT       PIC X(1).
               88  CUSTMAS-HOUSE-OVERRIDE          VALUE 'Y'.
           05  FILLER                      PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-CARD-STATUS                   PIC XX.
           88  CARD-OK                                 VALUE '00'.
           88  CARD-EOF                                VALUE '10'.

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-TERRTAB-STATUS                PIC XX.
           88  TERRTAB-OK                              VALUE '00'.

       01  WS-SLSMAST-STATUS                PIC XX.
           88  SLSMAST-OK                              VALUE '00'.

       01  WS-CUSTMAS-STATUS                PIC XX.
           88  CUSTMAS-OK                              VALUE '00'.

      *    SYSIN - THE RUN DATE, THEN THE FROM AND TO DATES OF THE
      *    SALES PERIOD TO MEASURE (ALL 0CYYDDD), THEN THE MODE
       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-FROM-DATE                     PIC 9(7).
       01  WS-TO-DATE                       PIC 9(7).

      *    'APPLY' PUTS THE ACCEPTED CARDS ON TERRTAB ONCE THE REPORT
      *    IS PRINTED.  ANYTHING ELSE IS A PROPOSE RUN THAT ONLY
      *    PRINTS WHAT WOULD MOVE.
       01  WS-MODE-CARD.
           05  WS-MODE                      PIC X(7).
           05  FILLER                       PIC X(73).
       01  WS-APPLY-SW                      PIC X(1) VALUE 'N'.
           88  WS-APPLYING                             VALUE 'Y'.

      *    THE PROPOSED CHANGES AS CARDED, WITH THE REP EACH PREFIX
      *    HAS ON THE TABLE TODAY AND THE SALES THE CHANGE MOVES
       01  WS-CARD-MAX                      PIC 9(3) VALUE 500.
       01  WS-CARD-COUNT                    PIC 9(3) VALUE ZERO.

       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 500 TIMES.
               10  WS-CT-KEY.
                   15  WS-CT-COUNTRY        PIC X(1).
                   15  WS-CT-PREFIX         PIC X(3).
               10  WS-CT-OLD-REP            PIC X(3).
               10  WS-CT-NEW-REP            PIC X(3).
               10  WS-CT-STATUS             PIC X(1).
                   88  WS-CT-ACCEPTED                  VALUE 'A'.
                   88  WS-CT-REJECTED                  VALUE 'R'.
               10  WS-CT-NOTE               PIC X(20).
               10  WS-CT-ORDERS             PIC 9(5).
               10  WS-CT-DOLLARS            PIC 9(9)V99.

       01  WS-CARD-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-HIT-CARD                      PIC 9(3) VALUE ZERO.

      *    EVERY REP THE PERIOD'S SALES SIT WITH NOW OR WOULD SIT
      *    WITH UNDER THE PROPOSED TABLE - A BLANK CODE IS THE HOUSE
       01  WS-REP-MAX                       PIC 9(2) VALUE 50.
       01  WS-REP-COUNT                     PIC 9(2) VALUE ZERO.

       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 50 TIMES.
               10  WS-RT-CODE               PIC X(3).
               10  WS-RT-CURRENT            PIC 9(9)V99.
               10  WS-RT-PROPOSED           PIC 9(9)V99.
               10  WS-RT-OUT                PIC 9(9)V99.
               10  WS-RT-IN                 PIC 9(9)V99.

       01  WS-REP-SUB                       PIC 9(2) VALUE ZERO.
       01  WS-FIND-REP                      PIC X(3).
       01  WS-FOUND-SW                      PIC X(03) VALUE 'NO'.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-ORDER-KEY.
           05  WS-ORDER-COUNTRY             PIC X(1).
           05  WS-ORDER-PREFIX              PIC X(3).
       01  WS-CURRENT-REP                   PIC X(3).
       01  WS-PROPOSED-REP                  PIC X(3).

       01  WS-ON-TABLE-SW                   PIC X(1).
           88  WS-ON-TABLE                             VALUE 'Y'.

       01  WS-ORDER-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-MOVE-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-MOVE-DOLLARS                  PIC 9(9)V99 VALUE ZERO.
       01  WS-TABLE-MOVE-DOLLARS            PIC 9(9)V99 VALUE ZERO.
       01  WS-REJECT-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-UPDATE-COUNT                  PIC 9(5) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(31)
               VALUE 'SALES TERRITORY REALIGNMENT    '.
           05  HL-FROM-DATE                 PIC 9(7).
           05  FILLER                       PIC X(3) VALUE ' - '.
           05  HL-TO-DATE                   PIC 9(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  HL-MODE                      PIC X(8).

       01  WS-CHANGE-HEAD-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'TERRITORY CHANGES                       '.

       01  WS-CHANGE-COLUMN-LINE.
           05  FILLER                       PIC X(21)
               VALUE 'C PFX  NOW  NEW  NEW '.
           05  FILLER                       PIC X(21)
               VALUE 'REP NAME        ORDER'.
           05  FILLER                       PIC X(21)
               VALUE 'S DOLLARS MOVING  NOT'.
           05  FILLER                       PIC X(1)
               VALUE 'E'.

       01  WS-CHANGE-LINE.
           05  CL-COUNTRY                   PIC X(1).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  CL-PREFIX                    PIC X(3).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-OLD-REP                   PIC X(3).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-NEW-REP                   PIC X(3).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  CL-ORDERS                    PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  CL-DOLLARS                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  CL-NOTE                      PIC X(30).

       01  WS-REP-HEAD-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'SALES BY REP                            '.

       01  WS-REP-COLUMN-LINE.
           05  FILLER                       PIC X(26)
               VALUE 'REP NAME                  '.
           05  FILLER                       PIC X(16)
               VALUE '       CURRENT  '.
           05  FILLER                       PIC X(16)
               VALUE '      PROPOSED  '.
           05  FILLER                       PIC X(16)
               VALUE '    MOVING OUT  '.
           05  FILLER                       PIC X(14)
               VALUE '     MOVING IN'.

       01  WS-REP-LINE.
           05  RL-CODE                      PIC X(3).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  RL-NAME                      PIC X(20).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-CURRENT                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-PROPOSED                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-OUT                       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  RL-IN                        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ORDER-TOTAL-LINE.
           05  FILLER                       PIC X(32)
               VALUE 'ORDERS IN THE PERIOD:           '.
           05  TL-ORDERS                    PIC Z,ZZZ,ZZ9.

       01  WS-MOVE-COUNT-LINE.
           05  FILLER                       PIC X(32)
               VALUE 'ORDERS THAT WOULD MOVE:         '.
           05  TL-MOVE-COUNT                PIC Z,ZZZ,ZZ9.

       01  WS-MOVE-DOLLARS-LINE.
           05  FILLER                       PIC X(32)
               VALUE 'DOLLARS THAT WOULD MOVE:        '.
           05  TL-MOVE-DOLLARS              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TABLE-MOVE-LINE.
           05  FILLER                       PIC X(32)
               VALUE '  OF WHICH UNDER TODAY''S TABLE: '.
           05  TL-TABLE-MOVE                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REJECT-LINE.
           05  FILLER                       PIC X(32)
               VALUE 'CARDS REJECTED:                 '.
           05  TL-REJECTED                  PIC ZZ,ZZ9.

       01  WS-UPDATE-LINE.
           05  FILLER                       PIC X(32)
               VALUE 'TERRITORIES UPDATED:            '.
           05  TL-UPDATED                   PIC ZZ,ZZ9.

       01  WS-OVERFLOW-LINE.
           05  FILLER                       PIC X(40)
               VALUE '*** WORK TABLE FULL - ENTRIES DROPPED: '.
           05  TL-OVERFLOW                  PIC ZZ,ZZ9.

       01  WS-HOUSE-NAME                    PIC X(20)
               VALUE 'HOUSE - NO REP'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * MEASURES A PROPOSED SALES TERRITORY TABLE AGAINST THE PERIOD'S
      * SALES BEFORE IT TAKES EFFECT.  EACH ORDER IN THE PERIOD THAT
      * WAS NOT CANCELLED IS GIVEN THE REP THE PROPOSED TABLE - TODAY'S
      * TERRTAB WITH THE CARDS LAID OVER IT - WOULD ASSIGN BY ITS
      * SHIP-TO POSTAL PREFIX, THE SAME RULE ORDER ENTRY APPLIES; A
      * HOUSE ACCOUNT KEEPS ITS REP.  PRINTS THE CARDS WITH THE SALES
      * EACH MOVES, THEN EVERY REP'S SALES NOW AND PROPOSED WITH WHAT
      * MOVES OUT AND IN.  AN APPLY RUN THEN PUTS THE ACCEPTED CARDS
      * ON TERRTAB.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-FROM-DATE FROM SYSIN.
           ACCEPT WS-TO-DATE FROM SYSIN.
           ACCEPT WS-MODE-CARD FROM SYSIN.

           IF WS-MODE EQUAL 'APPLY  '
               MOVE 'Y' TO WS-APPLY-SW
               MOVE 'APPLY   ' TO HL-MODE
           ELSE
               MOVE 'PROPOSE ' TO HL-MODE
           END-IF.

           OPEN INPUT TERR-CARD-FILE.
           OPEN INPUT ORDFILE-FILE.
           IF WS-APPLYING
               OPEN I-O TERRTAB-FILE
           ELSE
               OPEN INPUT TERRTAB-FILE
           END-IF.
           OPEN INPUT SLSMAST-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-TO-DATE TO HL-TO-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           PERFORM 110-READ-CARD.
           PERFORM UNTIL CARD-EOF
               PERFORM 100-LOAD-CARD THRU 100-EXIT
               PERFORM 110-READ-CARD
           END-PERFORM.

           PERFORM 200-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               IF NOT ORDFILE-STATUS-CANCELLED
                   AND ORDFILE-ORDER-DATE NOT LESS THAN WS-FROM-DATE
                   AND ORDFILE-ORDER-DATE NOT GREATER THAN WS-TO-DATE
                   PERFORM 300-PROPOSE-ORDER
               END-IF
               PERFORM 200-READ-ORDFILE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CHANGE-HEAD-LINE.
           WRITE REPORT-LINE FROM WS-CHANGE-COLUMN-LINE.
           PERFORM 500-PRINT-CHANGE-LINE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-CARD-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REP-HEAD-LINE.
           WRITE REPORT-LINE FROM WS-REP-COLUMN-LINE.
           PERFORM 600-PRINT-REP-LINE
               VARYING WS-REP-SUB FROM 1 BY 1
               UNTIL WS-REP-SUB > WS-REP-COUNT.

           IF WS-APPLYING
               PERFORM 700-APPLY-CARD THRU 700-EXIT
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ORDER-COUNT TO TL-ORDERS.
           WRITE REPORT-LINE FROM WS-ORDER-TOTAL-LINE.
           MOVE WS-MOVE-COUNT TO TL-MOVE-COUNT.
           WRITE REPORT-LINE FROM WS-MOVE-COUNT-LINE.
           MOVE WS-MOVE-DOLLARS TO TL-MOVE-DOLLARS.
           WRITE REPORT-LINE FROM WS-MOVE-DOLLARS-LINE.
           MOVE WS-TABLE-MOVE-DOLLARS TO TL-TABLE-MOVE.
           WRITE REPORT-LINE FROM WS-TABLE-MOVE-LINE.
           MOVE WS-REJECT-COUNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
           IF WS-APPLYING
               MOVE WS-UPDATE-COUNT TO TL-UPDATED
               WRITE REPORT-LINE FROM WS-UPDATE-LINE
           END-IF.

           IF WS-OVERFLOW-COUNT GREATER THAN ZERO
               MOVE WS-OVERFLOW-COUNT TO TL-OVERFLOW
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE TERR-CARD-FILE.
           CLOSE ORDFILE-FILE.
           CLOSE TERRTAB-FILE.
           CLOSE SLSMAST-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-LOAD-CARD.
      * EDIT ONE PROPOSED TERRITORY CARD AND HOLD IT WITH THE REP THE
      * PREFIX HAS ON THE TABLE TODAY.  A NEW REP MUST BE ON THE
      * SALESPERSON MASTER AND ACTIVE.  A LATER CARD FOR THE SAME
      * PREFIX REPLACES AN EARLIER ONE.
      *=================================================================

           IF WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-CARD-COUNT.
           MOVE TC-COUNTRY TO WS-CT-COUNTRY(WS-CARD-COUNT).
           MOVE TC-PREFIX TO WS-CT-PREFIX(WS-CARD-COUNT).
           MOVE TC-REP TO WS-CT-NEW-REP(WS-CARD-COUNT).
           MOVE SPACES TO WS-CT-OLD-REP(WS-CARD-COUNT).
           MOVE SPACES TO WS-CT-NOTE(WS-CARD-COUNT).
           MOVE ZERO TO WS-CT-ORDERS(WS-CARD-COUNT).
           MOVE ZERO TO WS-CT-DOLLARS(WS-CARD-COUNT).
           SET WS-CT-ACCEPTED(WS-CARD-COUNT) TO TRUE.

           IF TC-COUNTRY NOT EQUAL 'C' AND TC-COUNTRY NOT EQUAL 'U'
               MOVE 'BAD COUNTRY' TO WS-CT-NOTE(WS-CARD-COUNT)
               GO TO 105-REJECT-CARD
           END-IF.
           IF TC-PREFIX EQUAL SPACES
               MOVE 'NO PREFIX' TO WS-CT-NOTE(WS-CARD-COUNT)
               GO TO 105-REJECT-CARD
           END-IF.

           IF TC-REP NOT EQUAL SPACES
               MOVE TC-REP TO SLSMAST-CODE
               READ SLSMAST-FILE
                   INVALID KEY
                       MOVE 'REP NOT ON MASTER'
                           TO WS-CT-NOTE(WS-CARD-COUNT)
                       GO TO 105-REJECT-CARD
               END-READ
               IF NOT SLSMAST-ACTIVE
                   MOVE 'REP NOT ACTIVE' TO WS-CT-NOTE(WS-CARD-COUNT)
                   GO TO 105-REJECT-CARD
               END-IF
           ELSE
               MOVE 'OFF THE TABLE' TO WS-CT-NOTE(WS-CARD-COUNT)
           END-IF.

           MOVE TC-COUNTRY TO TERRTAB-COUNTRY.
           MOVE TC-PREFIX TO TERRTAB-PREFIX.
           READ TERRTAB-FILE
               INVALID KEY
                   MOVE SPACES TO TERRTAB-REP
           END-READ.
           MOVE TERRTAB-REP TO WS-CT-OLD-REP(WS-CARD-COUNT).

           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB NOT LESS THAN WS-CARD-COUNT
               IF WS-CT-ACCEPTED(WS-CARD-SUB)
                   AND WS-CT-KEY(WS-CARD-SUB)
                       EQUAL WS-CT-KEY(WS-CARD-COUNT)
                   SET WS-CT-REJECTED(WS-CARD-SUB) TO TRUE
                   MOVE 'REPLACED BY LATER' TO WS-CT-NOTE(WS-CARD-SUB)
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-PERFORM.
           GO TO 100-EXIT.

       105-REJECT-CARD.

           SET WS-CT-REJECTED(WS-CARD-COUNT) TO TRUE.
           ADD 1 TO WS-REJECT-COUNT.

       100-EXIT.


       110-READ-CARD.
      * READ THE NEXT PROPOSED TERRITORY CARD
      *=================================================================

           READ TERR-CARD-FILE
               AT END
                   SET CARD-EOF TO TRUE
           END-READ.

       110-EXIT.


       200-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       200-EXIT.


       300-PROPOSE-ORDER.
      * WORK OUT THE ORDER'S REP UNDER THE PROPOSED TABLE AND ROLL ITS
      * DOLLARS INTO THE REP IT SITS WITH NOW AND THE ONE IT WOULD
      * SIT WITH - MERCHANDISE DOLLARS ONLY, THE SAME FIGURE
      * COMMISSION IS PAID ON
      *=================================================================

           ADD 1 TO WS-ORDER-COUNT.
           MOVE ORDFILE-SALES-REP TO WS-CURRENT-REP.
           MOVE ORDFILE-SALES-REP TO WS-PROPOSED-REP.
           MOVE ZERO TO WS-HIT-CARD.
           PERFORM 310-FIND-PROPOSED-REP THRU 310-EXIT.

           MOVE WS-CURRENT-REP TO WS-FIND-REP.
           PERFORM 360-FIND-REP-SLOT THRU 360-EXIT.
           IF WS-REP-SUB IS GREATER THAN ZERO
               ADD ORDFILE-INVOICE-TOTAL TO WS-RT-CURRENT(WS-REP-SUB)
               IF WS-PROPOSED-REP NOT EQUAL WS-CURRENT-REP
                   ADD ORDFILE-INVOICE-TOTAL TO WS-RT-OUT(WS-REP-SUB)
               END-IF
           END-IF.

           MOVE WS-PROPOSED-REP TO WS-FIND-REP.
           PERFORM 360-FIND-REP-SLOT THRU 360-EXIT.
           IF WS-REP-SUB IS GREATER THAN ZERO
               ADD ORDFILE-INVOICE-TOTAL TO WS-RT-PROPOSED(WS-REP-SUB)
               IF WS-PROPOSED-REP NOT EQUAL WS-CURRENT-REP
                   ADD ORDFILE-INVOICE-TOTAL TO WS-RT-IN(WS-REP-SUB)
               END-IF
           END-IF.

           IF WS-PROPOSED-REP NOT EQUAL WS-CURRENT-REP
               ADD 1 TO WS-MOVE-COUNT
               ADD ORDFILE-INVOICE-TOTAL TO WS-MOVE-DOLLARS
               IF WS-HIT-CARD IS GREATER THAN ZERO
                   ADD 1 TO WS-CT-ORDERS(WS-HIT-CARD)
                   ADD ORDFILE-INVOICE-TOTAL
                       TO WS-CT-DOLLARS(WS-HIT-CARD)
               ELSE
                   ADD ORDFILE-INVOICE-TOTAL TO WS-TABLE-MOVE-DOLLARS
               END-IF
           END-IF.

       300-EXIT.


       310-FIND-PROPOSED-REP.
      * A HOUSE ACCOUNT KEEPS ITS REP.  OTHERWISE AN ACCEPTED CARD
      * FOR THE ORDER'S PREFIX NAMES THE REP (A CARD TAKING THE PREFIX
      * OFF THE TABLE LEAVES THE REP AS IT IS), AND FAILING A CARD
      * TODAY'S TABLE DOES WHEN ITS REP IS STILL ACTIVE
      *=================================================================

           IF ORDFILE-ACCOUNT NOT EQUAL SPACES
               MOVE ORDFILE-ACCOUNT TO CUSTMAS-ACCOUNT
               READ CUSTMAS-FILE
                   INVALID KEY
                       MOVE SPACE TO CUSTMAS-HOUSE-ACCOUNT
               END-READ
               IF CUSTMAS-HOUSE-OVERRIDE
                   GO TO 310-EXIT
               END-IF
           END-IF.

           IF ORDFILE-COUNTRY EQUAL 'U'
               MOVE 'U' TO WS-ORDER-COUNTRY
           ELSE
               MOVE 'C' TO WS-ORDER-COUNTRY
           END-IF.
           MOVE ORDFILE-POSTAL-1 TO WS-ORDER-PREFIX.

           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                      OR WS-HIT-CARD IS GREATER THAN ZERO
               IF WS-CT-ACCEPTED(WS-CARD-SUB)
                   AND WS-CT-KEY(WS-CARD-SUB) EQUAL WS-ORDER-KEY
                   MOVE WS-CARD-SUB TO WS-HIT-CARD
               END-IF
           END-PERFORM.

           IF WS-HIT-CARD IS GREATER THAN ZERO
               IF WS-CT-NEW-REP(WS-HIT-CARD) NOT EQUAL SPACES
                   MOVE WS-CT-NEW-REP(WS-HIT-CARD) TO WS-PROPOSED-REP
               END-IF
               GO TO 310-EXIT
           END-IF.

           MOVE WS-ORDER-KEY TO TERRTAB-KEY.
           READ TERRTAB-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ.
           MOVE TERRTAB-REP TO SLSMAST-CODE.
           READ SLSMAST-FILE
               INVALID KEY
                   GO TO 310-EXIT
           END-READ.
           IF SLSMAST-ACTIVE
               MOVE TERRTAB-REP TO WS-PROPOSED-REP
           END-IF.

       310-EXIT.


       360-FIND-REP-SLOT.
      * FIND THE REP'S SLOT IN THE WORK TABLE, OPENING ONE WHEN IT IS
      * NOT THERE YET - ZERO WHEN THE TABLE IS FULL
      *=================================================================

           MOVE 'NO' TO WS-FOUND-SW.
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
                      OR WS-FOUND-SW EQUAL 'YES'
               IF WS-RT-CODE(WS-REP-SUB) EQUAL WS-FIND-REP
                   MOVE 'YES' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-FOUND-SW EQUAL 'YES'
               SUBTRACT 1 FROM WS-REP-SUB
               GO TO 360-EXIT
           END-IF.

           IF WS-REP-COUNT NOT LESS THAN WS-REP-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE ZERO TO WS-REP-SUB
               GO TO 360-EXIT
           END-IF.

           ADD 1 TO WS-REP-COUNT.
           MOVE WS-REP-COUNT TO WS-REP-SUB.
           MOVE WS-FIND-REP TO WS-RT-CODE(WS-REP-SUB).
           MOVE ZERO TO WS-RT-CURRENT(WS-REP-SUB).
           MOVE ZERO TO WS-RT-PROPOSED(WS-REP-SUB).
           MOVE ZERO TO WS-RT-OUT(WS-REP-SUB).
           MOVE ZERO TO WS-RT-IN(WS-REP-SUB).

       360-EXIT.


       500-PRINT-CHANGE-LINE.
      * PRINT ONE CARD - THE REP THE PREFIX HAS NOW, THE REP PROPOSED,
      * AND THE PERIOD'S SALES THE CHANGE MOVES, OR WHY IT WAS REJECTED
      *=================================================================

           MOVE WS-CT-COUNTRY(WS-CARD-SUB) TO CL-COUNTRY.
           MOVE WS-CT-PREFIX(WS-CARD-SUB) TO CL-PREFIX.
           MOVE WS-CT-OLD-REP(WS-CARD-SUB) TO CL-OLD-REP.
           MOVE WS-CT-NEW-REP(WS-CARD-SUB) TO CL-NEW-REP.
           MOVE SPACES TO CL-NAME.
           IF WS-CT-ACCEPTED(WS-CARD-SUB)
               AND WS-CT-NEW-REP(WS-CARD-SUB) NOT EQUAL SPACES
               MOVE WS-CT-NEW-REP(WS-CARD-SUB) TO SLSMAST-CODE
               READ SLSMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO SLSMAST-NAME
               END-READ
               MOVE SLSMAST-NAME TO CL-NAME
           END-IF.
           MOVE WS-CT-ORDERS(WS-CARD-SUB) TO CL-ORDERS.
           MOVE WS-CT-DOLLARS(WS-CARD-SUB) TO CL-DOLLARS.
           IF WS-CT-REJECTED(WS-CARD-SUB)
               MOVE 'REJECTED - ' TO CL-NOTE
               MOVE WS-CT-NOTE(WS-CARD-SUB) TO CL-NOTE(12:19)
           ELSE
               MOVE WS-CT-NOTE(WS-CARD-SUB) TO CL-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.

       500-EXIT.


       600-PRINT-REP-LINE.
      * PRINT ONE REP'S SALES NOW AND UNDER THE PROPOSED TABLE
      *=================================================================

           IF WS-RT-CODE(WS-REP-SUB) EQUAL SPACES
               MOVE WS-HOUSE-NAME TO SLSMAST-NAME
           ELSE
               MOVE WS-RT-CODE(WS-REP-SUB) TO SLSMAST-CODE
               READ SLSMAST-FILE
                   INVALID KEY
                       MOVE SPACES TO SLSMAST-NAME
               END-READ
           END-IF.

           MOVE WS-RT-CODE(WS-REP-SUB) TO RL-CODE.
           MOVE SLSMAST-NAME TO RL-NAME.
           MOVE WS-RT-CURRENT(WS-REP-SUB) TO RL-CURRENT.
           MOVE WS-RT-PROPOSED(WS-REP-SUB) TO RL-PROPOSED.
           MOVE WS-RT-OUT(WS-REP-SUB) TO RL-OUT.
           MOVE WS-RT-IN(WS-REP-SUB) TO RL-IN.
           WRITE REPORT-LINE FROM WS-REP-LINE.

       600-EXIT.


       700-APPLY-CARD.
      * PUT ONE ACCEPTED CARD ON THE TERRITORY TABLE - A NEW PREFIX IS
      * ADDED, A KNOWN ONE TAKES THE NEW REP, AND A BLANK REP DELETES
      * THE PREFIX
      *=================================================================

           IF NOT WS-CT-ACCEPTED(WS-CARD-SUB)
               GO TO 700-EXIT
           END-IF.

           MOVE WS-CT-KEY(WS-CARD-SUB) TO TERRTAB-KEY.
           READ TERRTAB-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-TABLE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-TABLE-SW
           END-READ.

           IF WS-CT-NEW-REP(WS-CARD-SUB) EQUAL SPACES
               IF WS-ON-TABLE
                   DELETE TERRTAB-FILE RECORD
                   ADD 1 TO WS-UPDATE-COUNT
               END-IF
               GO TO 700-EXIT
           END-IF.

           IF WS-ON-TABLE
               MOVE WS-CT-NEW-REP(WS-CARD-SUB) TO TERRTAB-REP
               MOVE WS-RUN-DATE TO TERRTAB-LAST-CHG-DATE
               REWRITE TERRTAB-RECORD
           ELSE
               MOVE SPACES TO TERRTAB-RECORD
               MOVE WS-CT-KEY(WS-CARD-SUB) TO TERRTAB-KEY
               MOVE WS-CT-NEW-REP(WS-CARD-SUB) TO TERRTAB-REP
               MOVE WS-RUN-DATE TO TERRTAB-LAST-CHG-DATE
               WRITE TERRTAB-RECORD
           END-IF.
           ADD 1 TO WS-UPDATE-COUNT.

       700-EXIT.


       END PROGRAM gsprgta.
