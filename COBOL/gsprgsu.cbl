
      *    GS-COMM IS THE SIGN-ON BLOCK GSPRGS BUILDS - OPERATOR ID
      *    AND AUTHORITY LEVEL.  DEACTIVATING A SUPPLIER IS GATED ON
      *    THE SUPERVISOR LEVEL IN 1230-FUNCTION3, AS ARE THE PAYMENT
      *    DETAILS AND THEIR APPROVAL (1250-FUNCTION5).
       01  GS-COMM.
           05  GS-COMM-OPERATOR-ID         PIC X(3).
           05  GS-COMM-AUTH-LEVEL          PIC 9(1).
      *    PURCHASING DESK RAISES ORDERS AGAINST ON THE GS25 SCREEN.
      *    TERMS-DAYS FEEDS THE PAYABLES SIDE - HOW LONG AFTER THE
      *    INVOICE DATE THE SUPPLIER EXPECTS PAYMENT.
       01  SUPMAS-LENGTH                   PIC S9(4) COMP VALUE 200.

       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
               10  SUPMAS-TERMINAL-ID      PIC X(4).
               10  SUPMAS-LAST-CHG-DATE    PIC 9(7).
               10  SUPMAS-LAST-CHG-TIME    PIC 9(7).
      *        HOW THE SUPPLIER IS PAID, AND THE BANK ACCOUNT AN EFT
      *        IS DEPOSITED TO - SEE GSPRGCK
           05  SUPMAS-PAY-METHOD           PIC X(1).
               88  SUPMAS-PAY-CHEQUE               VALUE ' ' 'C'.
               88  SUPMAS-PAY-EFT                  VALUE 'E'.
           05  SUPMAS-BANK.
               10  SUPMAS-BANK-INSTITUTION PIC 9(3).
               10  SUPMAS-BANK-TRANSIT     PIC 9(5).
               10  SUPMAS-BANK-ACCOUNT     PIC X(12).
      *        A CHANGE TO THE PAYMENT DETAILS WAITS HERE UNTIL A
      *        SECOND SUPERVISOR APPROVES IT ON THE GS24 SCREEN
           05  SUPMAS-PENDING.
               10  SUPMAS-PEND-METHOD      PIC X(1).
                   88  SUPMAS-NO-CHANGE-PENDING    VALUE ' '.
               10  SUPMAS-PEND-INSTITUTION PIC 9(3).
               10  SUPMAS-PEND-TRANSIT     PIC 9(5).
               10  SUPMAS-PEND-ACCOUNT     PIC X(12).
               10  SUPMAS-PEND-REQ-BY      PIC X(3).
               10  SUPMAS-PEND-REQ-DATE    PIC 9(7).
               10  SUPMAS-PEND-REQ-TIME    PIC 9(7).
           05  FILLER                      PIC X(14).

      *    EVERY CHANGE TO A SUPPLIER'S PAYMENT DETAILS IS LOGGED -
      *    WHEN IT WAS ASKED FOR, AND WHEN A SECOND SUPERVISOR
      *    APPROVED IT, WITH THE DETAILS BEFORE AND AFTER
       01  SUPBHIST-LENGTH                 PIC S9(4) COMP VALUE 80.

       01  SUPBHIST-RECORD.
           05  SUPBHIST-KEY.
               10  SBH-SUPPLIER            PIC X(6).
               10  SBH-DATE                PIC 9(7).
               10  SBH-TIME                PIC 9(7).
           05  SBH-ACTION                  PIC X(1).
               88  SBH-REQUESTED                  VALUE 'R'.
               88  SBH-APPROVED                   VALUE 'A'.
           05  SBH-OPERATOR-ID             PIC X(3).
           05  SBH-TERMINAL-ID             PIC X(4).
           05  SBH-REQUESTED-BY            PIC X(3).
           05  SBH-BEFORE.
               10  SBH-BEFORE-METHOD       PIC X(1).
               10  SBH-BEFORE-INSTITUTION  PIC 9(3).
               10  SBH-BEFORE-TRANSIT      PIC 9(5).
               10  SBH-BEFORE-ACCOUNT      PIC X(12).
           05  SBH-AFTER.
               10  SBH-AFTER-METHOD        PIC X(1).
               10  SBH-AFTER-INSTITUTION   PIC 9(3).
               10  SBH-AFTER-TRANSIT       PIC 9(5).
               10  SBH-AFTER-ACCOUNT       PIC X(12).
           05  FILLER                      PIC X(7).

      *    EVERY ADD AND CHANGE OF A SUPPLIER IS ALSO LOGGED TO THE
      *    CHGLOG MASTER-FILE CHANGE LOG, ONE RECORD PER FIELD CHANGED,
      *    FOR THE DAILY GSPRGML REVIEW - SAME RECORD THE CUSTOMER,
      *    OPERATOR, PART AND CONTRACT PRICE SCREENS WRITE.  A PAYMENT
      *    CHANGE IS LOGGED THERE WHEN IT IS APPROVED.
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
               VALUE 'TERMS DAYS  N'.
           05  FILLER                      PIC X(13)
               VALUE 'STATUS      N'.
           05  FILLER                      PIC X(13)
               VALUE 'PAY METHOD  N'.
           05  FILLER                      PIC X(13)
               VALUE 'BANK INSTN  N'.
           05  FILLER                      PIC X(13)
               VALUE 'BANK TRANSITN'.
           05  FILLER                      PIC X(13)
               VALUE 'BANK ACCOUNTN'.
       01  WS-CL-FIELD-TABLE REDEFINES WS-CL-FIELD-LIST.
           05  WS-CL-FIELD-ENTRY OCCURS 12 TIMES.
               10  WS-CL-FIELD-NAME        PIC X(12).
               10  WS-CL-FIELD-SENSITIVE   PIC X(1).

       01  WS-CL-FIELD-COUNT               PIC 9(2) VALUE 12.
       01  WS-CL-SUB                       PIC 9(2) VALUE ZERO.

       01  WS-CL-BEFORE-VALUES.
           05  WS-CL-BEFORE                PIC X(30) OCCURS 12 TIMES.
       01  WS-CL-AFTER-VALUES.
           05  WS-CL-AFTER                 PIC X(30) OCCURS 12 TIMES.

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
           88  SCREEN-MODE-UPDATE               VALUE 'UPDT'.
           88  SCREEN-MODE-DEACTIVATE           VALUE 'DEAC'.
           88  SCREEN-MODE-APPROVE              VALUE 'APRV'.

      *    SET WHEN ANY PAYMENT DETAIL IS KEYED - THE KEYED DETAILS
      *    ARE THEN A CHANGE REQUEST, NOT A CHANGE
       01  WS-BANK-KEYED-SW                PIC X(1).
           88  WS-BANK-KEYED                    VALUE 'Y'.

       01  WS-CONFIRM-SW                   PIC X(1).
           88  WS-CONFIRMED                     VALUE 'Y'.

       LINKAGE SECTION.
      *=================================================================
           EXEC CICS HANDLE
               AID PF4 (1200-FUNCTION4)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF5 (1250-FUNCTION5)
           END-EXEC.
           EXEC CICS HANDLE
               AID PF7 (990-CLEAR-SCREEN)
           END-EXEC.
               PERFORM 900-SEND-MAP
           ELSE

           *> DEACTIVATE AND APPROVE DO NOT NEED THE DETAILS - UPDATE
           *> AND ADD DO
           *>===============================================
           IF SNAML IS EQUAL TO ZERO AND NOT SCREEN-MODE-DEACTIVATE
               AND NOT SCREEN-MODE-APPROVE
               MOVE "*   SUPPLIER NAME IS REQUIRED      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           ELSE

           *> PAYMENT DETAILS ARE OPTIONAL - WHEN KEYED THEY ARE A
           *> SUPERVISOR'S REQUEST FOR A SECOND SUPERVISOR TO APPROVE
           *>===============================================
           IF PMTHL IS GREATER THAN ZERO
               OR BINSL IS GREATER THAN ZERO
               OR BTRNL IS GREATER THAN ZERO
               OR BACCL IS GREATER THAN ZERO
                   MOVE 'Y' TO WS-BANK-KEYED-SW
           ELSE
                   MOVE 'N' TO WS-BANK-KEYED-SW
           END-IF.

           IF WS-BANK-KEYED AND NOT SCREEN-MODE-APPROVE
               AND NOT GS-AUTH-SUPERVISOR
               MOVE "* PAYMENT DETAILS - SUPERVISOR ONLY*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PMTHL
               MOVE DFHUNIMD TO PMTHA
               PERFORM 900-SEND-MAP
           ELSE
           IF WS-BANK-KEYED AND NOT SCREEN-MODE-APPROVE
               AND PMTHI NOT EQUAL 'C' AND PMTHI NOT EQUAL 'E'
               MOVE "* PAY METHOD MUST BE C OR E        *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO PMTHL
               MOVE DFHUNIMD TO PMTHA
               PERFORM 900-SEND-MAP
           ELSE
           IF WS-BANK-KEYED AND NOT SCREEN-MODE-APPROVE
               AND PMTHI EQUAL 'E'
               AND (BINSL IS LESS THAN 3 OR BINSI IS NOT NUMERIC
                    OR BTRNL IS LESS THAN 5 OR BTRNI IS NOT NUMERIC
                    OR BACCL IS EQUAL TO ZERO)
               MOVE "* EFT NEEDS INSTN, TRANSIT AND ACCT*" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO BINSL
               MOVE DFHUNIMD TO BINSA
               PERFORM 900-SEND-MAP
           ELSE

           IF SCREEN-MODE-UPDATE
               PERFORM 1100-UPDATE-SUPPLIER
           ELSE
           IF SCREEN-MODE-DEACTIVATE
               PERFORM 1150-DEACTIVATE-SUPPLIER
           ELSE
           IF SCREEN-MODE-APPROVE
               PERFORM 1300-APPROVE-BANK-CHANGE
           ELSE
               PERFORM 1000-ADD-SUPPLIER
           END-IF.
           MOVE DFHBMFSE TO SPH2A.
           MOVE DFHBMFSE TO SPH3A.
           MOVE DFHBMFSE TO TRMSA.
           MOVE DFHBMFSE TO PMTHA.
           MOVE DFHBMFSE TO BINSA.
           MOVE DFHBMFSE TO BTRNA.
           MOVE DFHBMFSE TO BACCA.
           MOVE DFHBMFSE TO CONFA.

       920-EXIT.

       950-EXIT.


       960-REQUEST-BANK-CHANGE.
      * PARK THE KEYED PAYMENT DETAILS ON THE SUPPLIER AS A CHANGE
      * AWAITING APPROVAL - THE DETAILS IN FORCE ARE NOT TOUCHED.  A
      * NEWER REQUEST REPLACES ONE NOT YET APPROVED.
      *=================================================================

           MOVE PMTHI TO SUPMAS-PEND-METHOD.
           IF SUPMAS-PEND-METHOD EQUAL 'E'
               MOVE BINSI TO SUPMAS-PEND-INSTITUTION
               MOVE BTRNI TO SUPMAS-PEND-TRANSIT
               MOVE BACCI TO SUPMAS-PEND-ACCOUNT
           ELSE
               MOVE ZERO TO SUPMAS-PEND-INSTITUTION
               MOVE ZERO TO SUPMAS-PEND-TRANSIT
               MOVE SPACES TO SUPMAS-PEND-ACCOUNT
           END-IF.
           MOVE GS-COMM-OPERATOR-ID TO SUPMAS-PEND-REQ-BY.
           MOVE EIBDATE TO SUPMAS-PEND-REQ-DATE.
           MOVE EIBTIME TO SUPMAS-PEND-REQ-TIME.

           SET SBH-REQUESTED TO TRUE.
           PERFORM 965-LOAD-LOG-DETAILS.
           MOVE SUPMAS-PEND-METHOD TO SBH-AFTER-METHOD.
           MOVE SUPMAS-PEND-INSTITUTION TO SBH-AFTER-INSTITUTION.
           MOVE SUPMAS-PEND-TRANSIT TO SBH-AFTER-TRANSIT.
           MOVE SUPMAS-PEND-ACCOUNT TO SBH-AFTER-ACCOUNT.

       960-EXIT.


       965-LOAD-LOG-DETAILS.
      * START THE LOG ENTRY - WHO, WHERE, AND THE DETAILS IN FORCE
      * BEFORE THE CHANGE.  THE CALLER SETS THE ACTION AND THE AFTER
      * DETAILS.
      *=================================================================

           MOVE SUPMAS-CODE TO SBH-SUPPLIER.
           MOVE GS-COMM-OPERATOR-ID TO SBH-OPERATOR-ID.
           MOVE EIBTRMID TO SBH-TERMINAL-ID.
           MOVE SUPMAS-PEND-REQ-BY TO SBH-REQUESTED-BY.
           MOVE SUPMAS-PAY-METHOD TO SBH-BEFORE-METHOD.
           MOVE SUPMAS-BANK-INSTITUTION TO SBH-BEFORE-INSTITUTION.
           MOVE SUPMAS-BANK-TRANSIT TO SBH-BEFORE-TRANSIT.
           MOVE SUPMAS-BANK-ACCOUNT TO SBH-BEFORE-ACCOUNT.

       965-EXIT.


       970-LOG-BANK-CHANGE.
      * WRITE THE LOG ENTRY BUILT BY THE CALLER - TWO ON THE SAME
      * SUPPLIER IN THE SAME SECOND TAKE THE NEXT TIME VALUE
      *=================================================================

           EXEC CICS HANDLE CONDITION
               DUPREC(975-NEXT-LOG-TIME)
           END-EXEC.

           MOVE EIBDATE TO SBH-DATE.
           MOVE EIBTIME TO SBH-TIME.

       971-WRITE-LOG.

           EXEC CICS WRITE
               FROM(SUPBHIST-RECORD)
               LENGTH(SUPBHIST-LENGTH)
               FILE('SUPBHIST')
               RIDFLD(SUPBHIST-KEY)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
               DUPREC(1100-DUPLICATE)
           END-EXEC.

       970-EXIT.


       975-NEXT-LOG-TIME.
      * AN ENTRY ALREADY CARRIES THAT TIME - STEP IT AND TRY AGAIN
      *=================================================================

           ADD 1 TO SBH-TIME.
           GO TO 971-WRITE-LOG.

       975-EXIT.


       976-START-CHANGE-LOG.
      * HOLD THE SUPPLIER AS READ FOR UPDATE AS THE BEFORE VALUES
      *=================================================================

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           MOVE WS-CL-AFTER-VALUES TO WS-CL-BEFORE-VALUES.

       976-EXIT.


       977-LOAD-LOG-VALUES.
      * THE LOGGED FIELDS OF THE SUPPLIER AS IT NOW STANDS - A
      * PAYMENT CHANGE STILL AWAITING APPROVAL IS NOT ONE OF THEM
      *=================================================================

           MOVE SUPMAS-NAME TO WS-CL-AFTER(1).
           MOVE SUPMAS-ADDR-LINE1 TO WS-CL-AFTER(2).
           MOVE SUPMAS-ADDR-LINE2 TO WS-CL-AFTER(3).
           MOVE SUPMAS-ADDR-LINE3 TO WS-CL-AFTER(4).
           MOVE SUPMAS-POSTAL TO WS-CL-AFTER(5).
           MOVE SUPMAS-PHONE TO WS-CL-AFTER(6).
           MOVE SUPMAS-TERMS-DAYS TO WS-CL-AFTER(7).
           MOVE SUPMAS-STATUS TO WS-CL-AFTER(8).
           MOVE SUPMAS-PAY-METHOD TO WS-CL-AFTER(9).
           MOVE SUPMAS-BANK-INSTITUTION TO WS-CL-AFTER(10).
           MOVE SUPMAS-BANK-TRANSIT TO WS-CL-AFTER(11).
           MOVE SUPMAS-BANK-ACCOUNT TO WS-CL-AFTER(12).

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
           MOVE 'GSPRGSU' TO CL-PROGRAM.
           MOVE 'SUPMAS' TO CL-FILE.
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
           PERFORM 950-LOAD-SUPPLIER-FIELDS.
           SET SUPMAS-ACTIVE TO TRUE.

      *    A NEW SUPPLIER IS PAID BY CHEQUE UNTIL ANY EFT DETAILS KEYED
      *    WITH IT ARE APPROVED
           MOVE 'C' TO SUPMAS-PAY-METHOD.
           MOVE ZERO TO SUPMAS-BANK-INSTITUTION.
           MOVE ZERO TO SUPMAS-BANK-TRANSIT.
           MOVE SPACES TO SUPMAS-BANK-ACCOUNT.
           PERFORM 1050-CLEAR-PENDING.
           IF WS-BANK-KEYED
               PERFORM 960-REQUEST-BANK-CHANGE
           END-IF.

           EXEC CICS WRITE
               FROM(SUPMAS-RECORD)
               LENGTH(SUPMAS-LENGTH)
               RIDFLD(SUPMAS-CODE)
           END-EXEC.

           MOVE SPACES TO WS-CL-BEFORE-VALUES.
           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-ADDED TO TRUE.
           MOVE SUPMAS-CODE TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           IF WS-BANK-KEYED
               PERFORM 970-LOG-BANK-CHANGE THRU 970-EXIT
               MOVE LOW-VALUES TO MAPMO
               MOVE "SUPPLIER ADDED - BANK DETAILS AWAIT APPROVAL"
                   TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAPMO.
           MOVE "SUPPLIER ADDED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
               INTO(SUPMAS-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           PERFORM 950-LOAD-SUPPLIER-FIELDS.
           IF WS-BANK-KEYED
               PERFORM 960-REQUEST-BANK-CHANGE
           END-IF.

           EXEC CICS REWRITE FILE('SUPMAS')
               FROM(SUPMAS-RECORD)
               LENGTH(SUPMAS-LENGTH)
           END-EXEC.

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE SUPMAS-CODE TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           IF WS-BANK-KEYED
               PERFORM 970-LOG-BANK-CHANGE THRU 970-EXIT
               MOVE LOW-VALUES TO MAPMO
               MOVE "SUPPLIER UPDATED - BANK DETAILS AWAIT APPROVAL"
                   TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE LOW-VALUES TO MAPMO.
           MOVE "SUPPLIER UPDATED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
               INTO(SUPMAS-RECORD)
               UPDATE
           END-EXEC.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           SET SUPMAS-INACTIVE TO TRUE.
           MOVE EIBOPID TO SUPMAS-OPERATOR-ID.
               LENGTH(SUPMAS-LENGTH)
           END-EXEC.

           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE SUPMAS-CODE TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAPMO.
           MOVE "SUPPLIER DEACTIVATED SUCCESSFULLY" TO MSGO.
           MOVE DFHPROTI TO MSGA.
       1150-EXIT.


       1050-CLEAR-PENDING.
      * NO CHANGE TO THE PAYMENT DETAILS AWAITING APPROVAL
      *=================================================================

           MOVE SPACE TO SUPMAS-PEND-METHOD.
           MOVE ZERO TO SUPMAS-PEND-INSTITUTION.
           MOVE ZERO TO SUPMAS-PEND-TRANSIT.
           MOVE SPACES TO SUPMAS-PEND-ACCOUNT.
           MOVE SPACES TO SUPMAS-PEND-REQ-BY.
           MOVE ZERO TO SUPMAS-PEND-REQ-DATE.
           MOVE ZERO TO SUPMAS-PEND-REQ-TIME.

       1050-EXIT.


       1300-APPROVE-BANK-CHANGE.
      * PUT A REQUESTED CHANGE TO THE PAYMENT DETAILS INTO FORCE
      * (FUNCTION SELECTED BY PF5, SEE 1250-FUNCTION5).  THE APPROVER
      * MUST BE A SUPERVISOR OTHER THAN THE ONE WHO ASKED FOR IT, AND
      * SEES THE DETAILS FIRST - NOTHING CHANGES UNTIL CONFIRMED.
      *=================================================================

           MOVE SUPI TO SUPMAS-CODE.
           EXEC CICS READ FILE('SUPMAS')
               RIDFLD(SUPMAS-CODE)
               LENGTH(SUPMAS-LENGTH)
               INTO(SUPMAS-RECORD)
               UPDATE
           END-EXEC.

           IF SUPMAS-NO-CHANGE-PENDING
               EXEC CICS UNLOCK FILE('SUPMAS') END-EXEC
               MOVE "* NO BANK CHANGE AWAITS APPROVAL   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SUPL
               MOVE DFHUNIMD TO SUPA
               PERFORM 900-SEND-MAP
           END-IF.

      *    THE CONFIRM ONLY COUNTS FOR THE DETAILS THAT WERE REVIEWED
      *    - A NEWER REQUEST IN BETWEEN IS SHOWN AGAIN
           MOVE 'N' TO WS-CONFIRM-SW.
           IF (CONFI EQUAL 'Y' OR CONFI EQUAL 'y')
               AND PMTHI EQUAL SUPMAS-PEND-METHOD
               AND BACCI EQUAL SUPMAS-PEND-ACCOUNT
                   MOVE 'Y' TO WS-CONFIRM-SW
           END-IF.

           MOVE SUPMAS-NAME TO SNAMO.
           MOVE SUPMAS-PEND-METHOD TO PMTHO.
           MOVE SUPMAS-PEND-INSTITUTION TO BINSO.
           MOVE SUPMAS-PEND-TRANSIT TO BTRNO.
           MOVE SUPMAS-PEND-ACCOUNT TO BACCO.

           IF SUPMAS-PEND-REQ-BY EQUAL GS-COMM-OPERATOR-ID
               EXEC CICS UNLOCK FILE('SUPMAS') END-EXEC
               MOVE "* A SECOND SUPERVISOR MUST APPROVE *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO SUPL
               MOVE DFHUNIMD TO SUPA
               PERFORM 900-SEND-MAP
           END-IF.

           IF NOT WS-CONFIRMED
               EXEC CICS UNLOCK FILE('SUPMAS') END-EXEC
               MOVE "* REVIEW - ENTER Y TO CONFIRM      *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO CONFL
               MOVE DFHUNIMD TO CONFA
               PERFORM 900-SEND-MAP
           END-IF.

           SET SBH-APPROVED TO TRUE.
           PERFORM 965-LOAD-LOG-DETAILS.
           PERFORM 976-START-CHANGE-LOG THRU 976-EXIT.

           MOVE SUPMAS-PEND-METHOD TO SUPMAS-PAY-METHOD.
           MOVE SUPMAS-PEND-INSTITUTION TO SUPMAS-BANK-INSTITUTION.
           MOVE SUPMAS-PEND-TRANSIT TO SUPMAS-BANK-TRANSIT.
           MOVE SUPMAS-PEND-ACCOUNT TO SUPMAS-BANK-ACCOUNT.
           PERFORM 1050-CLEAR-PENDING.
           MOVE EIBOPID TO SUPMAS-OPERATOR-ID.
           MOVE EIBTRMID TO SUPMAS-TERMINAL-ID.
           MOVE EIBDATE TO SUPMAS-LAST-CHG-DATE.
           MOVE EIBTIME TO SUPMAS-LAST-CHG-TIME.

           MOVE SUPMAS-PAY-METHOD TO SBH-AFTER-METHOD.
           MOVE SUPMAS-BANK-INSTITUTION TO SBH-AFTER-INSTITUTION.
           MOVE SUPMAS-BANK-TRANSIT TO SBH-AFTER-TRANSIT.
           MOVE SUPMAS-BANK-ACCOUNT TO SBH-AFTER-ACCOUNT.

           EXEC CICS REWRITE FILE('SUPMAS')
               FROM(SUPMAS-RECORD)
               LENGTH(SUPMAS-LENGTH)
           END-EXEC.

           PERFORM 970-LOG-BANK-CHANGE THRU 970-EXIT.
           PERFORM 977-LOAD-LOG-VALUES THRU 977-EXIT.
           SET CL-CHANGED TO TRUE.
           MOVE SUPMAS-CODE TO CL-RECORD-KEY.
           PERFORM 980-WRITE-CHANGE-LOG THRU 980-EXIT.

           MOVE LOW-VALUES TO MAPMO.
           MOVE "BANK DETAILS APPROVED - NOW IN FORCE" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1300-EXIT.


       1100-DUPLICATE.
      * DUPLICATE RECORDS PARAGRAPH
      *=================================================================
       1230-EXIT.


       1250-FUNCTION5.
      * FUNCTION KEY 5 PARAGRAPH - SWITCH THE SCREEN TO APPROVE A
      * CHANGE OF PAYMENT DETAILS - A SUPERVISOR-ONLY FUNCTION
      *=================================================================

           IF NOT GS-AUTH-SUPERVISOR
               MOVE LOW-VALUES TO MAPMO
               MOVE "* SUPERVISOR ONLY - NOT AUTHORIZED *" TO MSGO
               MOVE DFHPROTI TO MSGA
               PERFORM 900-SEND-MAP
           END-IF.

           MOVE 'APRV' TO WS-SCREEN-MODE.
           MOVE LOW-VALUES TO MAPMO.
           MOVE "ENTER SUPPLIER CODE TO APPROVE BANK CHANGE" TO MSGO.
           MOVE DFHPROTI TO MSGA.
           PERFORM 900-SEND-MAP.

       1250-EXIT.


       END PROGRAM gsprgsu.
