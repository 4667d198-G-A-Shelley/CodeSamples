           05  WS-TRANSFER-SUBST-SW        PIC X(1).
               88  WS-TRANSFER-SUBSTITUTED         VALUE 'Y'.

       01  WS-UNITS-LEN                    PIC S9(4) COMP VALUE 82.

      *    THE FULL GSPRGPA COMMAREA SHAPE - FUNCTION 'Q' HANDS BACK
      *    THE UNIT THE PART IS BOUGHT IN AND HOW MANY STOCKING UNITS
      *    ARE IN ONE.  THE QUANTITY AND COST ON THE SCREEN ARE IN THE
      *    PURCHASE UNIT - THE CASE, NOT THE EACH.
       01  WS-UNITS-AREA.
           05  WS-UNT-FUNCTION             PIC X(1) VALUE 'Q'.
           05  WS-UNT-PRODUCT              PIC X(8).
           05  WS-UNT-DESC                 PIC X(17).
           05  FILLER                      PIC X(14).
           05  WS-UNT-ON-HAND-BAL          PIC S9(5) COMP-3.
           05  FILLER                      PIC X(19).
           05  WS-UNT-WAREHOUSE            PIC X(2) VALUE SPACES.
           05  WS-UNT-DIVISION             PIC X(3) VALUE SPACES.
           05  WS-UNT-IN-TRANSIT           PIC S9(5) COMP-3.
           05  WS-UNT-STOCK-UOM            PIC X(2).
           05  WS-UNT-PURCH-UOM            PIC X(2).
           05  WS-UNT-PURCH-FACTOR         PIC S9(5) COMP-3.
           05  WS-UNT-SELL-UOM             PIC X(2).
           05  WS-UNT-SELL-FACTOR          PIC S9(5) COMP-3.

      *    THE PURCHASE UNIT SHOWN BACK TO THE BUYER - 'CS OF 12 EA'
       01  WS-UNIT-TEXT.
           05  WS-UT-PURCH-UOM             PIC X(2).
           05  FILLER                      PIC X(4) VALUE ' OF '.
           05  WS-UT-FACTOR                PIC Z(4)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-UT-STOCK-UOM             PIC X(2).

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

      *    ONE POFILE LINE PER PART ON ORDER WITH A SUPPLIER - THE
      *    GS13 RECEIVING SCREEN RELIEVES THE OLDEST OPEN LINE FOR
               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ABOVE ARE ALL IN
      *        IT.  BLANK (FACTOR ZERO) ON LINES RAISED BEFORE PARTS
      *        CARRIED UNITS, WHICH ARE IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
      *        'D' ON A LINE RAISED FOR A DROP-SHIP ORDER LINE - THE
      *        SUPPLIER SHIPS STRAIGHT TO OUR CUSTOMER AND NOTHING
      *        COMES ONTO OUR SHELF
           05  PO-DROP-SHIP                PIC X(1).
               88  PO-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(5).

      *    THE NEXT-PO-NUMBER CONTROL RECORD RIDES ON THE SAME INVCTL
      *    FILE THE INVOICE AND PRINT-REQUEST NUMBERS COME FROM,
               MOVE PRODUCT-B TO PROBI
           END-IF.

           *> THE QUANTITY IS ORDERED IN THE PART'S PURCHASE UNIT
           *>===============================================
           PERFORM 950-GET-PURCHASE-UNIT.

           *> NUMBER THE ORDER AND WRITE THE PO LINE
           *>===============================================
           PERFORM 1000-ASSIGN-PO-NUMBER.
           MOVE LOW-VALUES TO QTYI.
           MOVE LOW-VALUES TO EXPDI.
           MOVE LOW-VALUES TO COSTI.
           MOVE WS-UNIT-TEXT TO UOMO.
           PERFORM 900-SEND-MAP.

       200-EXIT.
       920-EXIT.


       950-GET-PURCHASE-UNIT.
      * LOOK UP THE UNIT THE PART IS BOUGHT IN THROUGH GSPRGPA
      * FUNCTION 'Q' - A PART WITH NO PURCHASE UNIT OF ITS OWN COMES
      * BACK BOUGHT IN ITS STOCKING UNIT AT A FACTOR OF 1
      *=================================================================

           MOVE PRODUCT-NUMBER TO WS-UNT-PRODUCT.
           EXEC CICS LINK
               PROGRAM('GSPRGPA')
               COMMAREA(WS-UNITS-AREA)
               LENGTH(WS-UNITS-LEN)
           END-EXEC.
           MOVE WS-UNT-PURCH-UOM TO WS-UT-PURCH-UOM.
           MOVE WS-UNT-PURCH-FACTOR TO WS-UT-FACTOR.
           MOVE WS-UNT-STOCK-UOM TO WS-UT-STOCK-UOM.

       950-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN INFORMATION
      *=================================================================
           MOVE PRODUCT-NUMBER TO PO-PRODUCT.
           MOVE QTYI TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE WS-UNT-PURCH-UOM TO PO-UOM.
           MOVE WS-UNT-PURCH-FACTOR TO PO-UOM-FACTOR.
           MOVE SPACE TO PO-DROP-SHIP.
           IF COSTL IS GREATER THAN ZERO
               MOVE COSTI TO PO-UNIT-COST
           ELSE
