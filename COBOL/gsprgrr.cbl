           05  RCV-TIME                    PIC 9(7).
           05  RCV-PO-NUMBER               PIC X(7).
           05  RCV-LOT-NUMBER              PIC X(10).
           05  RCV-UNIT-COST               PIC 9(5)V99.
           05  RCV-SHIPMENT                PIC X(8).
           05  RCV-UOM                     PIC X(2).
           05  RCV-UOM-FACTOR              PIC 9(5).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
           05  FILLER                       PIC X(10)
               VALUE 'PART CODE '.
           05  FILLER                       PIC X(10)
               VALUE '  QTY   UM'.
           05  FILLER                       PIC X(9)
               VALUE 'OPERATOR '.
           05  FILLER                       PIC X(9)
               VALUE 'PO        '.
           05  FILLER                       PIC X(10)
               VALUE 'LOT       '.
           05  FILLER                       PIC X(10)
               VALUE ' UNIT COST'.

       01  WS-DETAIL-LINE.
           05  DL-PRODUCT                   PIC X(8).
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  DL-QUANTITY                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UOM                       PIC X(2).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-OPERATOR-ID               PIC X(3).
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  DL-TERMINAL-ID               PIC X(4).
           05  DL-PO-NUMBER                 PIC X(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-LOT-NUMBER                PIC X(10).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UNIT-COST                 PIC ZZZZ9.99.

       01  WS-COUNT-LINE.
           05  FILLER                       PIC X(20)

       01  WS-QTY-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'STOCK UNITS IN:   '.
           05  TL-QUANTITY                  PIC ZZZZZZ9.


      *=================================================================
      * LISTS EVERY STOCK RECEIPT KEYED ON THE GS13 RECEIVING SCREEN
      * FOR THE RUN DATE, WITH A COUNT AND A TOTAL UNIT FIGURE THAT
      * CAN BE CHECKED AGAINST THE SUPPLIER PAPERWORK.  EACH LINE IS
      * IN THE UNIT IT WAS RECEIVED IN, AS ON THE PAPERWORK; THE
      * TOTAL IS IN STOCKING UNITS SO MIXED UNITS STILL ADD UP.

           ACCEPT WS-RUN-DATE FROM SYSIN.

      *=================================================================

           ADD 1 TO WS-RECEIPT-COUNT.
           IF RCV-UOM-FACTOR IS NUMERIC
               AND RCV-UOM-FACTOR IS GREATER THAN ZERO
               COMPUTE WS-QUANTITY-TOTAL =
                   WS-QUANTITY-TOTAL + RCV-QUANTITY * RCV-UOM-FACTOR
           ELSE
               ADD RCV-QUANTITY TO WS-QUANTITY-TOTAL
           END-IF.
           MOVE RCV-PRODUCT TO DL-PRODUCT.
           MOVE RCV-QUANTITY TO DL-QUANTITY.
           MOVE RCV-UOM TO DL-UOM.
           MOVE RCV-OPERATOR-ID TO DL-OPERATOR-ID.
           MOVE RCV-TERMINAL-ID TO DL-TERMINAL-ID.
           MOVE RCV-TIME TO DL-TIME.
           MOVE RCV-PO-NUMBER TO DL-PO-NUMBER.
           MOVE RCV-LOT-NUMBER TO DL-LOT-NUMBER.
           MOVE RCV-UNIT-COST TO DL-UNIT-COST.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       200-EXIT.
