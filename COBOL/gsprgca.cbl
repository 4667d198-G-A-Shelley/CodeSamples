               88  GS-AUTH-SENIOR               VALUE 2 3.
               88  GS-AUTH-SUPERVISOR           VALUE 3.
           05  GS-COMM-DIVISION            PIC X(3).
      *        THE TRAINING DIVISION KEEPS TO ITS OWN 99NNNN ACCOUNTS,
      *        WHICH GSPRGTD WIPES AND RESEEDS EVERY NIGHT
               88  GS-TRAINING-DIVISION         VALUE 'TRG'.
           05  FILLER                      PIC X(1).

       01  WS-MODE-LEN                     PIC S9(4) COMP VALUE 12.

      *    PF6 HANDS THE ACCOUNT ON THE SCREEN TO THE GS40 ACCOUNT
      *    INQUIRY - THE ACCOUNT PLUS THE SIGN-ON BLOCK, SO THE
      *    INQUIRY SHOWS IT WITHOUT RE-KEYING
       01  WS-JUMP-LENGTH                  PIC S9(4) COMP VALUE 14.

       01  WS-JUMP-AREA.
           05  WS-JUMP-ACCOUNT             PIC X(6).
           05  WS-JUMP-COMM                PIC X(8).

      *    EVERY CUSTMAS UPDATE MADE HERE IS HANDED TO GSPRGRJ FOR
      *    THE RECOVERY JOURNAL, WITH THE RECORD AS IT WAS LEFT
       01  WS-RCVJ-LEN                     PIC S9(4) COMP VALUE 390.

       01  WS-RCVJ-AREA.
           05  WS-RCVJ-OPERATOR-ID         PIC X(3).
           05  WS-RCVJ-PROGRAM             PIC X(8).
           05  WS-RCVJ-FILE                PIC X(8).
           05  WS-RCVJ-ACTION              PIC X(1).
           05  WS-RCVJ-RECORD-KEY          PIC X(20).
           05  WS-RCVJ-IMAGE-LEN           PIC S9(4) COMP.
           05  WS-RCVJ-IMAGE               PIC X(346).
           05  WS-RCVJ-RETURN-CODE         PIC 9(2).

       01  CUSTMAS-LENGTH                  PIC S9(4) COMP VALUE 160.

       01  CUSTMAS-RECORD.
      *        ENTRY HOLDS AN ORDER THAT PUSHES OPEN AR PLUS
      *        UNSHIPPED OPEN ORDERS PAST IT.
           05  CUSTMAS-CREDIT-LIMIT        PIC 9(7)V99.
      *        THE PAYMENT TERMS CODE ON TERMTAB - STAMPED ON EVERY
      *        INVOICE.  BLANK IS DUE ON THE INVOICE DATE.
           05  CUSTMAS-TERMS-CODE          PIC X(2).
      *        'Y' KEEPS THE REP KEYED ON THE ORDER - OTHERWISE THE
      *        REP COMES OFF THE TERRITORY TABLE BY SHIP-TO POSTAL CODE
           05  CUSTMAS-HOUSE-ACCOUNT       PIC X(1).
               88  CUSTMAS-HOUSE-OVERRIDE          VALUE 'Y'.
           05  FILLER                      PIC X(1).

      *    THE PAYMENT TERMS TABLE - A KEYED TERMS CODE MUST BE ON IT
       01  TERMTAB-LENGTH                  PIC S9(4) COMP VALUE 40.

       01  TERMTAB-RECORD.
           05  TERMTAB-CODE                PIC X(2).
           05  TERMTAB-DESC                PIC X(20).
           05  TERMTAB-NET-DAYS            PIC 9(3).
           05  TERMTAB-DISC-PCT            PIC 9(2)V99.
           05  TERMTAB-DISC-DAYS           PIC 9(3).
           05  FILLER                      PIC X(8).

      *    THE CUSTOMER MASTER'S EXTENSION RECORD - CUSTMAS HAS NO
      *    ROOM LEFT.  THE FINANCE CHARGE GRACE DAYS (BLANK TAKES THE
      *    SHOP DEFAULT GSPRGFC IS RUN WITH) AND THE EXEMPT FLAG.  AN
      *    ACCOUNT WITH NO RECORD TAKES THE DEFAULTS AND IS CHARGED.
      *    THE EDI FLAG MARKS A TRADING PARTNER THAT TAKES ITS
      *    INVOICES AS 810S INSTEAD OF PAPER; THE PARTNER ID IS THEIR
      *    INTERCHANGE RECEIVER ID, BLANK WHEN IT IS THE ACCOUNT.
       01  CUSTEXT-LENGTH                  PIC S9(4) COMP VALUE 100.

       01  CUSTEXT-RECORD.
           05  CE-ACCOUNT                  PIC X(6).
           05  CE-FC-GRACE-DAYS            PIC 9(3).
           05  CE-FC-EXEMPT                PIC X(1).
               88  CE-FC-EXEMPT-ACCOUNT           VALUE 'Y'.
           05  CE-EDI-810                  PIC X(1).
               88  CE-EDI-810-PARTNER             VALUE 'Y'.
           05  CE-EDI-PARTNER-ID           PIC X(15).
           05  FILLER                      PIC X(74).

       01  WS-PROVINCE-CHECK               PIC X(2).
           88  WS-PROVINCE-VALID           VALUE 'AB' 'BC' 'MB'
      *    VALUE ALREADY ON FILE
       01  WS-HOLD-KEYED                   PIC X(1).

      *    EVERY ADD AND CHANGE OF AN ACCOUNT IS LOGGED TO THE CHGLOG
      *    MASTER-FILE CHANGE LOG, ONE RECORD PER FIELD CHANGED, FOR THE
      *    DAILY GSPRGML REVIEW - SAME RECORD THE OPERATOR, SUPPLIER,
      *    PART AND CONTRACT PRICE SCREENS WRITE
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
               VALUE 'NAME        N'.
           05  FILLER                      PIC X(13)
               VALUE 'ADDR LINE 1 N'.
           05  FILLER                      PIC X(13)
               VALUE 'ADDR LINE 2 N'.
           05  FILLER                      PIC X(13)
               VALUE 'ADDR LINE 3 N'.
           05  FILLER                      PIC X(13)
               VALUE 'POSTAL      N'.
           05  FILLER                      PIC X(13)
               VALUE 'PHONE       N'.
           05  FILLER                      PIC X(13)
               VALUE 'CREDIT HOLD Y'.
           05  FILLER                      PIC X(13)
               VALUE 'COUNTRY     N'.
           05  FILLER                      PIC X(13)
               VALUE 'CURRENCY    N'.
           05  FILLER                      PIC X(13)
               VALUE 'EXEMPT NO   N'.
           05  FILLER                      PIC X(13)
               VALUE 'EXEMPT TAX  N'.
           05  FILLER                      PIC X(13)
               VALUE 'EXEMPT DATE N'.
           05  FILLER                      PIC X(13)
               VALUE 'CREDIT LIMITY'.
           05  FILLER                      PIC X(13)
               VALUE 'TERMS CODE  N'.
           05  FILLER                      PIC X(13)
               VALUE 'HOUSE ACCT  Y'.
       01  WS-CL-FIELD-TABLE REDEFINES WS-CL-FIELD-LIST.
           05  WS-CL-FIELD-ENTRY OCCURS 15 TIMES.
               10  WS-CL-FIELD-NAME        PIC X(12).
               10  WS-CL-FIELD-SENSITIVE   PIC X(1).

       01  WS-CL-FIELD-COUNT               PIC 9(2) VALUE 15.
       01  WS-CL-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-CL-BEFORE-VALUES.
           05  WS-CL-BEFORE                PIC X(30) OCCURS 15 TIMES.
       01  WS-CL-AFTER-VALUES.
           05  WS-CL-AFTER                 PIC X(30) OCCURS 15 TIMES.

       01  WS-CL-AMOUNT                    PIC Z(6)9.99-.

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
           88  SCREEN-MODE-UPDATE               VALUE 'UPDT'.
           EXEC CICS HANDLE
               AID PF5 (1240-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF6 (1250-FUNCTION6)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
       150-EXIT.


       160-TERMS-NOT-FOUND.
      * THE KEYED TERMS CODE IS NOT ON THE TERMS TABLE
      *=================================================================

           MOVE "*   TERMS CODE NOT ON TERMS TABLE  *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO TERML.
           MOVE DFHUNIMD TO TERMA.
           PERFORM 900-SEND-MAP.

       160-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================
               MOVE -1 TO ACCTL
               MOVE DFHUNIMD TO ACCTA
               PERFORM 900-SEND-MAP
           ELSE
           IF GS-TRAINING-DIVISION
               AND ACCTI(1:2) IS NOT EQUAL TO '99'
               MOVE "* TRAINING ACCOUNTS MUST START 99  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACCTL
               MOVE DFHUNIMD TO ACCTA
               PERFORM 900-SEND-MAP
           ELSE
           IF NOT GS-TRAINING-DIVISION
               AND ACCTI(1:2) IS EQUAL TO '99'
               MOVE "* 99 ACCOUNTS ARE TRAINING ONLY    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACCTL
               MOVE DFHUNIMD TO ACCTA
               PERFORM 900-SEND-MAP
           END-IF.

           *> RUN THE FIELD EDITS, THEN ADD OR UPDATE BY MODE
               PERFORM 900-SEND-MAP
           END-IF.

           *> A KEYED TERMS CODE MUST BE ON THE TERMS TABLE - BLANK
           *> LEAVES THE ACCOUNT DUE ON THE INVOICE DATE
           IF TERML IS GREATER THAN ZERO
               MOVE TERMI TO TERMTAB-CODE
               EXEC CICS HANDLE CONDITION
                   NOTFND(160-TERMS-NOT-FOUND)
               END-EXEC
               EXEC CICS READ FILE('TERMTAB')
                   RIDFLD(TERMTAB-CODE)
                   LENGTH(TERMTAB-LENGTH)
                   INTO(TERMTAB-RECORD)
               END-EXEC
               EXEC CICS HANDLE CONDITION
                   NOTFND(150-ACCOUNT-NOT-FOUND)
               END-EXEC
           END-IF.

           *> THE FINANCE CHARGE GRACE DAYS ARE THREE DIGITS AND THE
           *> EXEMPT FLAG Y OR N - EACH ONLY WHEN KEYED
           IF GRACL IS GREATER THAN ZERO
               AND GRACI IS NOT NUMERIC
               MOVE "* GRACE DAYS MUST BE 3 DIGITS      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO GRACL
               MOVE DFHUNIMD TO GRACA
               PERFORM 900-SEND-MAP
           END-IF.
           IF FCEXL IS GREATER THAN ZERO
               AND FCEXI NOT EQUAL 'Y' AND FCEXI NOT EQUAL 'y'
               AND FCEXI NOT EQUAL 'N' AND FCEXI NOT EQUAL 'n'
               MOVE "* FIN CHARGE EXEMPT MUST BE Y OR N *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO FCEXL
               MOVE DFHUNIMD TO FCEXA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE EDI 810 FLAG IS Y OR N, ONLY WHEN KEYED
           IF EDIFL IS GREATER THAN ZERO
               AND EDIFI NOT EQUAL 'Y' AND EDIFI NOT EQUAL 'y'
               AND EDIFI NOT EQUAL 'N' AND EDIFI NOT EQUAL 'n'
               MOVE "*   EDI INVOICING MUST BE Y OR N   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO EDIFL
               MOVE DFHUNIMD TO EDIFA
               PERFORM 900-SEND-MAP
           END-IF.

           *> THE HOUSE-ACCOUNT OVERRIDE IS Y OR N, ONLY WHEN KEYED
           IF HOUSL IS GREATER THAN ZERO
               AND HOUSI NOT EQUAL 'Y' AND HOUSI NOT EQUAL 'y'
               AND HOUSI NOT EQUAL 'N' AND HOUSI NOT EQUAL 'n'
               MOVE "*   HOUSE ACCOUNT MUST BE Y OR N   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO HOUSL
               MOVE DFHUNIMD TO HOUSA
               PERFORM 900-SEND-MAP
           END-IF.

       300-EXIT.


           IF SCREEN-MODE-ADD
               MOVE ZERO TO CUSTMAS-EXEMPT-EXPIRY
           END-IF.
      *    THE PAYMENT TERMS - SAME ONLY-WHEN-KEYED RULE
           IF TERML IS GREATER THAN ZERO
               MOVE TERMI TO CUSTMAS-TERMS-CODE
           ELSE
           IF SCREEN-MODE-ADD
               MOVE SPACES TO CUSTMAS-TERMS-CODE
           END-IF.
      *    THE HOUSE-ACCOUNT OVERRIDE - SAME ONLY-WHEN-KEYED RULE, SO
      *    AN ADDRESS CORRECTION CANNOT PUT A HOUSE ACCOUNT BACK ON
      *    THE TERRITORY REP
           IF HOUSL IS GREATER THAN ZERO
               IF HOUSI EQUAL 'Y' OR HOUSI EQUAL 'y'
                   MOVE 'Y' TO CUSTMAS-HOUSE-ACCOUNT
               ELSE
                   MOVE 'N' TO CUSTMAS-HOUSE-ACCOUNT
               END-IF
           ELSE
           IF SCREEN-MODE-ADD
               MOVE 'N' TO CUSTMAS-HOUSE-ACCOUNT
           END-IF.

       400-EXIT.

           MOVE CUSTMAS-EXEMPT-NO TO EXNOI.
           MOVE CUSTMAS-EXEMPT-TAX TO EXTXI.
           MOVE CUSTMAS-EXEMPT-EXPIRY TO EXEXI.
           MOVE CUSTMAS-TERMS-CODE TO TERMI.
           MOVE CUSTMAS-HOUSE-ACCOUNT TO HOUSI.
           MOVE CUSTMAS-ACCOUNT TO ACCTI.
           MOVE 6 TO ACCTL.
           MOVE CUSTMAS-NAME TO NAMEI.
           MOVE CUSTMAS-OPERATOR-ID TO OPIDO.
           MOVE CUSTMAS-LAST-CHG-DATE TO CHGDTO.

           *> THE FINANCE CHARGE FIELDS OFF THE EXTENSION RECORD -
           *> BLANK WHEN THE ACCOUNT HAS NONE
           EXEC CICS HANDLE CONDITION
               NOTFND(450-NO-CUSTEXT)
           END-EXEC.
           MOVE CUSTMAS-ACCOUNT TO CE-ACCOUNT.
           EXEC CICS READ FILE('CUSTEXT')
               RIDFLD(CE-ACCOUNT)
               LENGTH(CUSTEXT-LENGTH)
               INTO(CUSTEXT-RECORD)
           END-EXEC.
           IF CE-FC-GRACE-DAYS IS NUMERIC
               MOVE CE-FC-GRACE-DAYS TO GRACI
           ELSE
               MOVE SPACES TO GRACI
           END-IF.
           MOVE CE-FC-EXEMPT TO FCEXI.
           MOVE CE-EDI-810 TO EDIFI.
           MOVE CE-EDI-PARTNER-ID TO EDIDI.
           GO TO 450-RESET-HANDLER.

       450-NO-CUSTEXT.

           MOVE SPACES TO GRACI.
           MOVE SPACES TO FCEXI.
           MOVE SPACES TO EDIFI.
           MOVE SPACES TO EDIDI.

       450-RESET-HANDLER.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.

       450-EXIT.


       470-SAVE-CUSTEXT.
      * KEEP THE KEYED FINANCE CHARGE GRACE DAYS AND EXEMPT FLAG, AND
      * THE EDI INVOICING FLAG AND PARTNER ID, ON THE ACCOUNT'S
      * EXTENSION RECORD - REWRITTEN WHEN THERE IS ONE, WRITTEN WHEN
      * THERE IS NOT.  NOTHING KEYED, NOTHING TOUCHED.
      *=================================================================

           IF GRACL IS NOT GREATER THAN ZERO
               AND FCEXL IS NOT GREATER THAN ZERO
               AND EDIFL IS NOT GREATER THAN ZERO
               AND EDIDL IS NOT GREATER THAN ZERO
               GO TO 470-EXIT
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(470-NEW-CUSTEXT)
           END-EXEC.
           MOVE ACCTI TO CE-ACCOUNT.
           EXEC CICS READ FILE('CUSTEXT')
               RIDFLD(CE-ACCOUNT)
               LENGTH(CUSTEXT-LENGTH)
               INTO(CUSTEXT-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 480-LOAD-CUSTEXT-FIELDS.
           EXEC CICS REWRITE FILE('CUSTEXT')
               FROM(CUSTEXT-RECORD)
               LENGTH(CUSTEXT-LENGTH)
           END-EXEC.
           GO TO 470-RESET-HANDLER.

       470-NEW-CUSTEXT.

           MOVE SPACES TO CUSTEXT-RECORD.
           MOVE ACCTI TO CE-ACCOUNT.
           MOVE 'N' TO CE-FC-EXEMPT.
           MOVE 'N' TO CE-EDI-810.
           PERFORM 480-LOAD-CUSTEXT-FIELDS.
           EXEC CICS WRITE
               FROM(CUSTEXT-RECORD)
               LENGTH(CUSTEXT-LENGTH)
               FILE('CUSTEXT')
               RIDFLD(CE-ACCOUNT)
           END-EXEC.

       470-RESET-HANDLER.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-ACCOUNT-NOT-FOUND)
           END-EXEC.

       470-EXIT.


       480-LOAD-CUSTEXT-FIELDS.
      * MOVE WHICHEVER FINANCE CHARGE AND EDI FIELDS WERE KEYED ONTO
      * THE EXTENSION RECORD
      *=================================================================

           IF GRACL IS GREATER THAN ZERO
               MOVE GRACI TO CE-FC-GRACE-DAYS
           END-IF.
           IF FCEXL IS GREATER THAN ZERO
               IF FCEXI EQUAL 'Y' OR FCEXI EQUAL 'y'
                   MOVE 'Y' TO CE-FC-EXEMPT
               ELSE
                   MOVE 'N' TO CE-FC-EXEMPT
               END-IF
           END-IF.
           IF EDIFL IS GREATER THAN ZERO
               IF EDIFI EQUAL 'Y' OR EDIFI EQUAL 'y'
                   MOVE 'Y' TO CE-EDI-810
               ELSE
                   MOVE 'N' TO CE-EDI-810
               END-IF
           END-IF.
           IF EDIDL IS GREATER THAN ZERO
               MOVE EDIDI TO CE-EDI-PARTNER-ID
           END-IF.

       480-EXIT.


       900-SEND-MAP.
      * SENDING THE MAP PARAGRAPH
      *=================================================================
           MOVE DFHBMFSE TO PHN2A.
           MOVE DFHBMFSE TO PHN3A.
           MOVE DFHBMFSE TO HOLDA.
           MOVE DFHBMFSE TO GRACA.
           MOVE DFHBMFSE TO FCEXA.
           MOVE DFHBMFSE TO EDIFA.
           MOVE DFHBMFSE TO EDIDA.
           MOVE DFHBMFSE TO HOUSA.

       920-EXIT.


       970-JOURNAL-CUSTMAS.
      * JOURNAL THE CUSTMAS RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGCA ' TO WS-RCVJ-PROGRAM.
           MOVE 'CUSTMAS' TO WS-RCVJ-FILE.
           MOVE CUSTMAS-ACCOUNT TO WS-RCVJ-RECORD-KEY.
           MOVE CUSTMAS-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE CUSTMAS-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       970-EXIT.


       976-START-CHANGE-LOG.
      * HOLD THE ACCOUNT AS READ FOR UPDATE AS THE BEFORE VALUES
      *=================================================================

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           MOVE WS-CL-AFTER-VALUES TO WS-CL-BEFORE-VALUES.

       976-EXIT.


       977-LOAD-LOG-VALUES.
      * THE LOGGED FIELDS OF THE ACCOUNT AS IT NOW STANDS
      *=================================================================

           MOVE CUSTMAS-NAME TO WS-CL-AFTER(1).
           MOVE CUSTMAS-ADDR-LINE1 TO WS-CL-AFTER(2).
           MOVE CUSTMAS-ADDR-LINE2 TO WS-CL-AFTER(3).
           MOVE CUSTMAS-ADDR-LINE3 TO WS-CL-AFTER(4).
           MOVE CUSTMAS-POSTAL TO WS-CL-AFTER(5).
           MOVE CUSTMAS-PHONE TO WS-CL-AFTER(6).
           MOVE CUSTMAS-CREDIT-HOLD TO WS-CL-AFTER(7).
           MOVE CUSTMAS-COUNTRY TO WS-CL-AFTER(8).
           MOVE CUSTMAS-CURRENCY TO WS-CL-AFTER(9).
           MOVE CUSTMAS-EXEMPT-NO TO WS-CL-AFTER(10).
           MOVE CUSTMAS-EXEMPT-TAX TO WS-CL-AFTER(11).
           MOVE CUSTMAS-EXEMPT-EXPIRY TO WS-CL-AFTER(12).
           MOVE CUSTMAS-CREDIT-LIMIT TO WS-CL-AMOUNT.
           MOVE WS-CL-AMOUNT TO WS-CL-AFTER(13).
           MOVE CUSTMAS-TERMS-CODE TO WS-CL-AFTER(14).
           MOVE CUSTMAS-HOUSE-ACCOUNT TO WS-CL-AFTER(15).

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
           MOVE 'GSPRGCA' TO CL-PROGRAM.
           MOVE 'CUSTMAS' TO CL-FILE.
           PERFORM 981-LOG-ONE-FIELD THRU 981-EXIT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-FIELD-COUNT.

           EXEC CICS HANDLE CONDITION
               DUPREC(1050-DUPLICATE-ACCOUNT)
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
               RIDFLD(CUSTMAS-ACCOUNT)
           END-EXEC.

           MOVE 'A' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-CUSTMAS THRU 970-EXIT.

           PERFORM 470-SAVE-CUSTEXT THRU 470-EXIT.

           MOVE SPACES TO WS-CL-BEFORE-VALUES.
           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-ADDED TO TRUE.
           MOVE CUSTMAS-ACCOUNT TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAP9O.
           MOVE "*      NEW ACCOUNT WAS OPENED      *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
               INTO(CUSTMAS-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           *> THE CREDIT HOLD IS THE CREDIT DESK'S FLAG - KEYING A
           *> DIFFERENT VALUE IN UPDATE MODE NEEDS THE SAME
               LENGTH(CUSTMAS-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-CUSTMAS THRU 970-EXIT.

           PERFORM 470-SAVE-CUSTEXT THRU 470-EXIT.

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE CUSTMAS-ACCOUNT TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAP9O.
           MOVE "*        ACCOUNT WAS UPDATED       *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
               INTO(CUSTMAS-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           IF CUSTMAS-ON-CREDIT-HOLD
               MOVE 'N' TO CUSTMAS-CREDIT-HOLD
               LENGTH(CUSTMAS-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-CUSTMAS THRU 970-EXIT.

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE CUSTMAS-ACCOUNT TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           PERFORM 450-MOVE-CUSTMAS-TO-MAP THRU 450-EXIT.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.


           EXEC CICS ENDBR FILE('CUSTNAME') END-EXEC.

           PERFORM 450-MOVE-CUSTMAS-TO-MAP THRU 450-EXIT.
           MOVE "* TYPE A LONGER NAME TO JUMP AHEAD *" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.
       1240-EXIT.


       1250-FUNCTION6.
      * FUNCTION KEY 6 PARAGRAPH - OPEN THE ACCOUNT KEYED ON THE
      * SCREEN IN THE GS40 ACCOUNT INQUIRY
      *=================================================================

           IF ACCTL IS LESS THAN 6 OR ACCTI IS NOT NUMERIC
               MOVE "* KEY AN ACCOUNT TO INQUIRE ON     *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO ACCTL
               MOVE DFHUNIMD TO ACCTA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE ACCTI TO WS-JUMP-ACCOUNT.
           MOVE GS-COMM TO WS-JUMP-COMM.
           EXEC CICS XCTL
               PROGRAM('gsprgaq')
               COMMAREA(WS-JUMP-AREA)
               LENGTH(WS-JUMP-LENGTH)
           END-EXEC.

       1250-EXIT.


       END PROGRAM gsprgca.
