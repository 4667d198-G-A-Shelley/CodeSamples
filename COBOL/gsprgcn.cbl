           05  CUSTMAS-ACCOUNT             PIC X(6).
           05  FILLER                      PIC X(154).

      *    EVERY ADD, CHANGE AND DELETE OF A CONTRACT PRICE IS LOGGED TO
      *    THE CHGLOG MASTER-FILE CHANGE LOG, ONE RECORD PER FIELD
      *    CHANGED, FOR THE DAILY GSPRGML REVIEW - SAME RECORD THE
      *    CUSTOMER, OPERATOR, SUPPLIER AND PART SCREENS WRITE
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
               VALUE 'PRICE       Y'.
           05  FILLER                      PIC X(13)
               VALUE 'START DATE  N'.
           05  FILLER                      PIC X(13)
               VALUE 'END DATE    N'.
       01  WS-CL-FIELD-TABLE REDEFINES WS-CL-FIELD-LIST.
           05  WS-CL-FIELD-ENTRY OCCURS 3 TIMES.
               10  WS-CL-FIELD-NAME        PIC X(12).
               10  WS-CL-FIELD-SENSITIVE   PIC X(1).

       01  WS-CL-FIELD-COUNT               PIC 9(2) VALUE 3.
       01  WS-CL-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-CL-BEFORE-VALUES.
           05  WS-CL-BEFORE                PIC X(30) OCCURS 3 TIMES.
       01  WS-CL-AFTER-VALUES.
           05  WS-CL-AFTER                 PIC X(30) OCCURS 3 TIMES.

       01  WS-CL-AMOUNT                    PIC Z(6)9.99-.

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
           88  SCREEN-MODE-UPDATE               VALUE 'UPDT'.
       950-EXIT.


       976-START-CHANGE-LOG.
      * HOLD THE CONTRACT PRICE AS READ FOR UPDATE AS THE BEFORE VALUES
      *=================================================================

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           MOVE WS-CL-AFTER-VALUES TO WS-CL-BEFORE-VALUES.

       976-EXIT.


       977-LOAD-LOG-VALUES.
      * THE LOGGED FIELDS OF THE CONTRACT PRICE AS IT NOW STANDS
      *=================================================================

           MOVE CP-PRICE TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-AFTER(1).
           MOVE CP-START-DATE TO WS-CL-AFTER(2).
           MOVE CP-END-DATE TO WS-CL-AFTER(3).

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
           MOVE 'GSPRGCN' TO CL-PROGRAM.
           MOVE 'CONPRC' TO CL-FILE.
           PERFORM 981-LOG-ONE-FIELD THRU 981-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-FIELD-COUNT.

           EXEC CICS HANDLE CONDITION
               DUPREC(1100-DUPLICATE)
           END-EXEC.

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
               RIDFLD(CONPRC-KEY)
           END-EXEC.

           MOVE SPACES TO WS-CL-BEFORE-VALUES.
           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-ADDED TO TRUE.
           MOVE CONPRC-KEY TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAPRO.
           MOVE "CONTRACT PRICE ADDED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
               INTO(CONPRC-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           PERFORM 950-LOAD-CONTRACT-FIELDS.

               LENGTH(CONPRC-LENGTH)
           END-EXEC.

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE CONPRC-KEY TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAPRO.
           MOVE "CONTRACT PRICE UPDATED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           MOVE ACCTI TO CP-ACCOUNT.
           MOVE PROAI TO CP-PRODUCT(1:4).
           MOVE PROBI TO CP-PRODUCT(5:4).
           *> READ IT FOR UPDATE FIRST SO THE LOG HAS WHAT WENT
           EXEC CICS READ FILE('CONPRC')
               RIDFLD(CONPRC-KEY)
               LENGTH(CONPRC-LENGTH)
               INTO(CONPRC-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           EXEC CICS DELETE FILE('CONPRC')
           END-EXEC.

           MOVE SPACES TO WS-CL-AFTER-VALUES.
           SET CL-DELETED TO TRUE.
           MOVE CONPRC-KEY TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAPRO.
           MOVE "CONTRACT PRICE DELETED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
