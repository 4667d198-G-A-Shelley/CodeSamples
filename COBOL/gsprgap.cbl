               10  FILLER                  PIC X(1).
           05  FILLER                      PIC X(1).

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

       01  POFILE-LENGTH                   PIC S9(4) COMP VALUE 90.

               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ARE IN IT.  FACTOR
      *        ZERO ON LINES ALREADY IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
      *        'D' ON A LINE RAISED FOR A DROP-SHIP ORDER LINE - THE
      *        SUPPLIER SHIPS STRAIGHT TO OUR CUSTOMER, SO THERE IS NO
      *        RECEIPT TO MATCH AND THE INVOICE ITSELF CONFIRMS IT
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

      *    ONE APINV OPEN ITEM PER APPROVED SUPPLIER INVOICE - THE
      *    GSPRGCK PAYMENT RUN SELECTS DUE ITEMS, CUTS THE CHEQUES
               10  AP-TERMINAL-ID          PIC X(4).
               10  AP-LAST-CHG-DATE        PIC 9(7).
               10  AP-LAST-CHG-TIME        PIC 9(7).
      *        HOW THE ITEM WAS PAID - SEE GSPRGCK
           05  AP-PAY-METHOD               PIC X(1).
               88  AP-PAID-BY-CHEQUE               VALUE ' ' 'C'.
               88  AP-PAID-BY-EFT                  VALUE 'E'.
      *        A DEBIT MEMO IS WHAT THE SUPPLIER OWES US BACK - RAISED
      *        BY THE RETURN-TO-VENDOR POSTING AND NETTED OFF THE NEXT
      *        PAYMENT BY THE PAYMENT RUN
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

       01  WS-EXPECTED-AMOUNT              PIC 9(7)V99 VALUE ZERO.

      *    THE DROP-SHIP RECORD THE ORDER ENTRY RAISED WITH THE PO
      *    LINE - MARKED SHIPPED HERE WITH THE SUPPLIER'S CARRIER AND
      *    TRACKING.  ALSO READ BY THE INVOICE-NUMBER PATH DROPINV.
       01  DROPSHP-LENGTH                  PIC S9(4) COMP VALUE 200.

       01  DROPSHP-RECORD.
           05  DS-KEY.
               10  DS-PO-NUMBER            PIC X(7).
               10  DS-PO-LINE              PIC 9(3).
           05  DS-INVOICE-NO               PIC X(7).
           05  DS-PREFIX                   PIC X(3).
           05  DS-PRODUCT                  PIC X(8).
           05  DS-QTY                      PIC 9(5).
           05  DS-UOM                      PIC X(2).
           05  DS-SUPPLIER                 PIC X(6).
           05  DS-ACCOUNT                  PIC X(6).
           05  FILLER                      PIC X(89).
           05  DS-STATUS                   PIC X(1).
               88  DS-STATUS-OPEN                  VALUE 'O'.
               88  DS-STATUS-SHIPPED               VALUE 'S'.
           05  DS-SHIP-DATE                PIC 9(7).
           05  DS-CARRIER                  PIC X(10).
           05  DS-TRACKING-REF             PIC X(15).
           05  DS-CONFIRM-SOURCE           PIC X(1).
               88  DS-CONFIRMED-ON-SCREEN          VALUE 'S'.
               88  DS-CONFIRMED-BY-INVOICE         VALUE 'I'.
           05  DS-AUDIT.
               10  DS-OPERATOR-ID          PIC X(3).
               10  DS-TERMINAL-ID          PIC X(4).
               10  DS-LAST-CHG-DATE        PIC 9(7).
               10  DS-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(9).

      *    EVERY ORDFILE UPDATE MADE HERE IS HANDED TO GSPRGRJ FOR
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

      *    THE CUSTOMER'S ORDER - ONLY THE LINES, STATUS AND SHIPPING
      *    FIELDS ARE TOUCHED HERE
       01  ORDFILE-LENGTH                  PIC S9(4) COMP VALUE 346.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC X(3).
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  FILLER                      PIC X(20).
           05  ORDFILE-PRODUCT OCCURS 5 TIMES.
               10  ORDFILE-P-CODE          PIC X(8).
               10  ORDFILE-P-QTY           PIC 9(3).
               10  ORDFILE-P-PRICE         PIC 9(5)V99.
           05  FILLER                      PIC X(85).
           05  ORDFILE-AUDIT.
               10  ORDFILE-OPERATOR-ID     PIC X(3).
               10  ORDFILE-TERMINAL-ID     PIC X(4).
               10  ORDFILE-LAST-CHG-DATE   PIC 9(7).
               10  ORDFILE-LAST-CHG-TIME   PIC 9(7).
           05  ORDFILE-ORDER-DATE          PIC 9(7).
           05  ORDFILE-STATUS              PIC X(1).
               88  ORDFILE-STATUS-OPEN            VALUE 'O'.
               88  ORDFILE-STATUS-SHIPPED         VALUE 'S'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  FILLER                      PIC X(68).

       01  WS-DROP-VARIABLES.
           05  WS-DROP-CARRIER             PIC X(10).
           05  WS-DROP-TRACKING            PIC X(15).
           05  WS-DROP-PREFIX              PIC X(3).
           05  WS-DROP-INVOICE             PIC X(7).
           05  WS-DROP-OPEN-COUNT          PIC 9(3).
           05  WS-DROP-LINE-COUNT          PIC 9(3).
           05  WS-ORDER-LINE-COUNT         PIC 9(3).
           05  WS-LINE-SUB                 PIC 9(1).
           05  WS-DROP-DONE-SW             PIC X(1).
               88  WS-DROP-DONE                    VALUE 'Y'.

      *    THE GSPRGBC COMMAREA - FUNCTION 'D' ADDS CALENDAR DAYS AND
      *    ROLLS THE RESULT OFF A WEEKEND OR SHOP HOLIDAY
       01  WS-BUSDAY-LEN                   PIC S9(4) COMP VALUE 20.

       01  WS-BUSDAY-AREA.
           05  WS-BUSDAY-FUNCTION          PIC X(1).
           05  WS-BUSDAY-FROM-DATE         PIC 9(7).
           05  WS-BUSDAY-TO-DATE           PIC 9(7).
           05  WS-BUSDAY-DAYS              PIC S9(5) COMP-3.
           05  WS-BUSDAY-RETURN-CODE       PIC 9(2).


       LINKAGE SECTION.
      *=================================================================

           *> THE PO LINE MUST EXIST, BELONG TO THE SUPPLIER, AND
           *> HAVE RECEIVED AT LEAST THE QUANTITY BEING INVOICED -
           *> THE THREE-WAY MATCH: PO, RECEIPT, INVOICE.  A DROP-SHIP
           *> LINE IS NEVER RECEIVED HERE, SO IT MATCHES TO THE PO
           *>===============================================
           EXEC CICS HANDLE CONDITION
               NOTFND(160-PO-NOT-FOUND)
               MOVE DFHUNIMD TO PONUMA
               PERFORM 900-SEND-MAP
           ELSE
           IF PO-LINE-DROP-SHIP
               AND QTYI IS GREATER THAN PO-QTY-ORDERED
               MOVE "* MORE THAN THE QUANTITY ORDERED   *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO QTYL
               MOVE DFHUNIMD TO QTYA
               PERFORM 900-SEND-MAP
           ELSE
           IF NOT PO-LINE-DROP-SHIP
               AND QTYI IS GREATER THAN PO-QTY-RECEIVED
               MOVE "* MORE THAN THE QUANTITY RECEIVED  *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
           *>===============================================
           PERFORM 1000-WRITE-OPEN-PAYABLE.

           *> A DROP-SHIP INVOICE IS THE SUPPLIER'S WORD THAT THE
           *> GOODS WENT TO OUR CUSTOMER - SHIP THE CUSTOMER'S LINE
           *> UNDER THE CARRIER AND TRACKING ON THE INVOICE, OR THE
           *> SUPPLIER'S OWN NAME WHEN NO CARRIER IS SHOWN
           *>===============================================
           MOVE SUPMAS-NAME TO SNAMEO.
           IF PO-LINE-DROP-SHIP
               IF CARRL IS GREATER THAN ZERO
                   MOVE CARRI TO WS-DROP-CARRIER
               ELSE
                   MOVE SUPMAS-NAME TO WS-DROP-CARRIER
               END-IF
               IF TRAKL IS GREATER THAN ZERO
                   MOVE TRAKI TO WS-DROP-TRACKING
               ELSE
                   MOVE SPACES TO WS-DROP-TRACKING
               END-IF
               PERFORM 1500-CONFIRM-DROP-SHIP THRU 1500-EXIT
               MOVE "* MATCHED - DROP-SHIP LINE SHIPPED *" TO MSGO
           ELSE
               MOVE "* INVOICE MATCHED - PAYABLE FILED  *" TO MSGO
           END-IF.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO SUPL.
           MOVE LOW-VALUES TO QTYI.
           MOVE LOW-VALUES TO AMTI.
           MOVE LOW-VALUES TO IDTEI.
           MOVE LOW-VALUES TO CARRI.
           MOVE LOW-VALUES TO TRAKI.
           PERFORM 900-SEND-MAP.

       200-EXIT.
           MOVE DFHBMFSE TO QTYA.
           MOVE DFHBMFSE TO AMTA.
           MOVE DFHBMFSE TO IDTEA.
           MOVE DFHBMFSE TO CARRA.
           MOVE DFHBMFSE TO TRAKA.

       920-EXIT.


       970-JOURNAL-ORDFILE.
      * JOURNAL THE ORDFILE RECORD JUST WRITTEN OR REWRITTEN SO THE
      * FILE CAN BE ROLLED FORWARD FROM THE NIGHTLY BACKUP - THE
      * CALLER HAS SET THE ACTION
      *=================================================================

           MOVE EIBOPID TO WS-RCVJ-OPERATOR-ID.
           MOVE 'GSPRGAP ' TO WS-RCVJ-PROGRAM.
           MOVE 'ORDFILE' TO WS-RCVJ-FILE.
           MOVE ORDFILE-KEY TO WS-RCVJ-RECORD-KEY.
           MOVE ORDFILE-LENGTH TO WS-RCVJ-IMAGE-LEN.
           MOVE ORDFILE-RECORD TO WS-RCVJ-IMAGE.
           EXEC CICS LINK
               PROGRAM('GSPRGRJ')
               COMMAREA(WS-RCVJ-AREA)
               LENGTH(WS-RCVJ-LEN)
           END-EXEC.

       970-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================

       1000-WRITE-OPEN-PAYABLE.
      * BUILD AND WRITE THE APINV OPEN ITEM.  THE DUE DATE IS THE
      * INVOICE DATE PLUS THE SUPPLIER'S TERMS, ROLLED FORWARD TO
      * THE NEXT BUSINESS DAY ON THE SHOP CALENDAR (GSPRGBC) SO THE
      * PAYMENT RUN NEVER FINDS AN ITEM FALLING DUE ON A SHUT DAY.
      *=================================================================

           MOVE SUPMAS-CODE TO AP-SUPPLIER.
           MOVE PO-UNIT-COST TO AP-UNIT-COST.
           MOVE AMTI TO AP-INVOICE-AMOUNT.
           MOVE IDTEI TO AP-INVOICE-DATE.
           MOVE 'D' TO WS-BUSDAY-FUNCTION.
           MOVE AP-INVOICE-DATE TO WS-BUSDAY-FROM-DATE.
           MOVE SUPMAS-TERMS-DAYS TO WS-BUSDAY-DAYS.
           EXEC CICS LINK
               PROGRAM('GSPRGBC')
               COMMAREA(WS-BUSDAY-AREA)
               LENGTH(WS-BUSDAY-LEN)
           END-EXEC.
           IF WS-BUSDAY-RETURN-CODE EQUAL 08
               COMPUTE AP-DUE-DATE =
                   AP-INVOICE-DATE + SUPMAS-TERMS-DAYS
           ELSE
               MOVE WS-BUSDAY-TO-DATE TO AP-DUE-DATE
           END-IF.
           SET AP-STATUS-OPEN TO TRUE.
           MOVE ZERO TO AP-PAID-DATE.
           MOVE SPACES TO AP-CHEQUE-NO.
           MOVE SPACE TO AP-PAY-METHOD.
           SET AP-ITEM-INVOICE TO TRUE.
           MOVE EIBOPID TO AP-OPERATOR-ID.
           MOVE EIBTRMID TO AP-TERMINAL-ID.
           MOVE EIBDATE TO AP-LAST-CHG-DATE.
       1210-EXIT.


       1500-CONFIRM-DROP-SHIP.
      * THE SUPPLIER HAS SHIPPED A DROP-SHIP LINE.  ITS DROPSHP RECORD
      * IS MARKED SHIPPED WITH THE SUPPLIER'S CARRIER AND TRACKING AND
      * THE PO LINE IS RECEIVED IN FULL - THE GOODS NEVER CAME ONTO
      * OUR SHELF, SO NO STOCK MOVES.  ONCE NO DROP-SHIP LINE ON THE
      * INVOICE IS STILL OPEN THE CUSTOMER'S ORDER IS SHIPPED:
      * - AN ORDER WHOSE WAREHOUSE LINES WENT OUT ALREADY (STILL OPEN
      *   BUT WITH A SHIP DATE) KEEPS THE WAREHOUSE SHIP DATE
      * - AN ORDER THAT WAS ALL DROP-SHIP SHIPS TODAY UNDER THE
      *   SUPPLIER'S TRACKING
      * - AN ORDER WITH WAREHOUSE LINES STILL ON THE SHELF IS LEFT FOR
      *   THE GS14 SHIP CONFIRM
      * A LINE ALREADY CONFIRMED IS LEFT AS IT IS.
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(1500-DROP-LINE-DONE)
           END-EXEC.

           MOVE PO-NUMBER TO DS-PO-NUMBER.
           MOVE PO-LINE-NO TO DS-PO-LINE.
           EXEC CICS READ FILE('DROPSHP') UPDATE
               RIDFLD(DS-KEY)
               LENGTH(DROPSHP-LENGTH)
               INTO(DROPSHP-RECORD)
           END-EXEC.

           IF DS-STATUS-SHIPPED
               EXEC CICS UNLOCK FILE('DROPSHP') END-EXEC
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           SET DS-STATUS-SHIPPED TO TRUE.
           MOVE EIBDATE TO DS-SHIP-DATE.
           MOVE WS-DROP-CARRIER TO DS-CARRIER.
           MOVE WS-DROP-TRACKING TO DS-TRACKING-REF.
           SET DS-CONFIRMED-BY-INVOICE TO TRUE.
           MOVE EIBOPID TO DS-OPERATOR-ID.
           MOVE EIBTRMID TO DS-TERMINAL-ID.
           MOVE EIBDATE TO DS-LAST-CHG-DATE.
           MOVE EIBTIME TO DS-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('DROPSHP')
               FROM(DROPSHP-RECORD)
               LENGTH(DROPSHP-LENGTH)
           END-EXEC.

           MOVE DS-PREFIX TO WS-DROP-PREFIX.
           MOVE DS-INVOICE-NO TO WS-DROP-INVOICE.

           *> THE PO LINE - RECEIVED IN FULL SO THE RECEIVING SCREEN
           *> AND THE ON-ORDER FIGURES ARE DONE WITH IT
           *>===============================================
           EXEC CICS READ FILE('POFILE') UPDATE
               RIDFLD(PO-KEY)
               LENGTH(POFILE-LENGTH)
               INTO(POFILE-RECORD)
           END-EXEC.
           MOVE PO-QTY-ORDERED TO PO-QTY-RECEIVED.
           SET PO-STATUS-RECEIVED TO TRUE.
           MOVE EIBOPID TO PO-OPERATOR-ID.
           MOVE EIBTRMID TO PO-TERMINAL-ID.
           MOVE EIBDATE TO PO-LAST-CHG-DATE.
           MOVE EIBTIME TO PO-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('POFILE')
               FROM(POFILE-RECORD)
               LENGTH(POFILE-LENGTH)
           END-EXEC.

           *> ANY DROP-SHIP LINE ON THE INVOICE STILL OPEN HOLDS THE
           *> ORDER BACK
           *>===============================================
           PERFORM 1520-COUNT-DROP-LINES THRU 1520-EXIT.
           IF WS-DROP-OPEN-COUNT IS GREATER THAN ZERO
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(1500-DROP-LINE-DONE)
           END-EXEC.

           MOVE WS-DROP-PREFIX TO ORDFILE-PREFIX.
           MOVE WS-DROP-INVOICE TO ORDFILE-INVOICE-NO.
           EXEC CICS READ FILE('ORDFILE') UPDATE
               RIDFLD(ORDFILE-KEY)
               LENGTH(ORDFILE-LENGTH)
               INTO(ORDFILE-RECORD)
           END-EXEC.

           IF NOT ORDFILE-STATUS-OPEN
               EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC
               GO TO 1500-DROP-LINE-DONE
           END-IF.

           IF ORDFILE-SHIP-DATE IS NUMERIC
               AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO
               SET ORDFILE-STATUS-SHIPPED TO TRUE
           ELSE
               MOVE ZERO TO WS-ORDER-LINE-COUNT
               PERFORM 1530-COUNT-ORDER-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 5
               IF ORDFILE-DETAIL-COUNT IS NUMERIC
                   AND ORDFILE-DETAIL-COUNT EQUAL ZERO
                   AND WS-ORDER-LINE-COUNT EQUAL WS-DROP-LINE-COUNT
                   SET ORDFILE-STATUS-SHIPPED TO TRUE
                   MOVE EIBDATE TO ORDFILE-SHIP-DATE
                   MOVE WS-DROP-CARRIER TO ORDFILE-CARRIER
                   MOVE WS-DROP-TRACKING TO ORDFILE-TRACKING-REF
               ELSE
                   EXEC CICS UNLOCK FILE('ORDFILE') END-EXEC
                   GO TO 1500-DROP-LINE-DONE
               END-IF
           END-IF.

           MOVE EIBOPID TO ORDFILE-OPERATOR-ID.
           MOVE EIBTRMID TO ORDFILE-TERMINAL-ID.
           MOVE EIBDATE TO ORDFILE-LAST-CHG-DATE.
           MOVE EIBTIME TO ORDFILE-LAST-CHG-TIME.
           EXEC CICS REWRITE FILE('ORDFILE')
               FROM(ORDFILE-RECORD)
               LENGTH(ORDFILE-LENGTH)
           END-EXEC.

           MOVE 'C' TO WS-RCVJ-ACTION.
           PERFORM 970-JOURNAL-ORDFILE THRU 970-EXIT.

       1500-DROP-LINE-DONE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-SUPPLIER-NOT-FOUND)
           END-EXEC.

       1500-EXIT.


       1520-COUNT-DROP-LINES.
      * COUNT THE DROP-SHIP LINES ON THE INVOICE, AND HOW MANY OF THEM
      * THEIR SUPPLIERS HAVE STILL TO CONFIRM
      *=================================================================

           MOVE ZERO TO WS-DROP-OPEN-COUNT.
           MOVE ZERO TO WS-DROP-LINE-COUNT.
           MOVE 'N' TO WS-DROP-DONE-SW.
           MOVE WS-DROP-INVOICE TO DS-INVOICE-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(1520-NO-DROP-LINES)
               ENDFILE(1525-DROP-BROWSE-DONE)
           END-EXEC.
           *> AN INVOICE WITH SEVERAL DROP LINES RAISES DUPKEY ON EVERY
           *> READ OF THE PATH BUT THE LAST - EXPECTED, NOT AN ERROR
           EXEC CICS IGNORE CONDITION
               DUPKEY
           END-EXEC.

           EXEC CICS STARTBR FILE('DROPINV')
               RIDFLD(DS-INVOICE-NO)
               GTEQ
           END-EXEC.

           PERFORM 1528-NEXT-DROP-LINE
               UNTIL WS-DROP-DONE.

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.

       1520-NO-DROP-LINES.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-SUPPLIER-NOT-FOUND)
           END-EXEC.

       1520-EXIT.


       1525-DROP-BROWSE-DONE.
      * END OF DROPSHP REACHED MID-BROWSE
      *=================================================================

           EXEC CICS ENDBR FILE('DROPINV') END-EXEC.
           GO TO 1520-NO-DROP-LINES.

       1525-EXIT.


       1528-NEXT-DROP-LINE.
      * READ ONE DROP-SHIP LINE FOR THE INVOICE
      *=================================================================

           EXEC CICS READNEXT FILE('DROPINV')
               INTO(DROPSHP-RECORD)
               RIDFLD(DS-INVOICE-NO)
               LENGTH(DROPSHP-LENGTH)
           END-EXEC.

           IF DS-INVOICE-NO NOT EQUAL WS-DROP-INVOICE
               MOVE 'Y' TO WS-DROP-DONE-SW
           ELSE
           IF DS-PREFIX EQUAL WS-DROP-PREFIX
               ADD 1 TO WS-DROP-LINE-COUNT
               IF DS-STATUS-OPEN
                   ADD 1 TO WS-DROP-OPEN-COUNT
               END-IF
           END-IF.

       1528-EXIT.


       1530-COUNT-ORDER-LINE.
      * COUNT ONE USED PRODUCT SLOT ON THE ORDER HEADER
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               ADD 1 TO WS-ORDER-LINE-COUNT
           END-IF.

       1530-EXIT.


       END PROGRAM gsprgap.
