               10  PO-TERMINAL-ID          PIC X(4).
               10  PO-LAST-CHG-DATE        PIC 9(7).
               10  PO-LAST-CHG-TIME        PIC 9(7).
      *        THE UNIT THE LINE IS ORDERED IN AND THE STOCKING UNITS
      *        IN ONE - THE QUANTITIES AND UNIT COST ARE IN IT.  FACTOR
      *        ZERO ON LINES ALREADY IN THE STOCKING UNIT.
           05  PO-UOM                      PIC X(2).
           05  PO-UOM-FACTOR               PIC 9(5).
           05  FILLER                      PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).
           05  FILLER                       PIC X(9)
               VALUE 'ORDERED  '.
           05  FILLER                       PIC X(9)
               VALUE 'RECVD UM '.
           05  FILLER                       PIC X(9)
               VALUE 'EXPECTED '.
           05  FILLER                       PIC X(8)
           05  DL-ORDERED                   PIC ZZZZ9.
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  DL-RECEIVED                  PIC ZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-UOM                       PIC X(2).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-EXPECTED                  PIC 9(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-VERDICT                   PIC X(11).

       01  WS-QTY-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'STOCK UNITS OPEN: '.
           05  TL-QUANTITY                  PIC ZZZZZZ9.


           MOVE PO-PRODUCT TO DL-PRODUCT.
           MOVE PO-QTY-ORDERED TO DL-ORDERED.
           MOVE PO-QTY-RECEIVED TO DL-RECEIVED.
           MOVE PO-UOM TO DL-UOM.
           MOVE PO-EXPECTED-DATE TO DL-EXPECTED.
      *    THE DATES ARE JULIAN (0CYYDDD) SO THE COMPARE IS DIRECT
           IF PO-EXPECTED-DATE IS LESS THAN WS-RUN-DATE
           ELSE
               MOVE SPACES TO DL-VERDICT
           END-IF.
      *    THE LINE PRINTS IN THE UNIT IT WAS ORDERED IN; THE TOTAL
      *    IS KEPT IN STOCKING UNITS SO MIXED UNITS ADD UP
           IF PO-UOM-FACTOR IS NUMERIC
               AND PO-UOM-FACTOR IS GREATER THAN ZERO
               COMPUTE WS-OUTSTANDING-QTY = WS-OUTSTANDING-QTY +
                   (PO-QTY-ORDERED - PO-QTY-RECEIVED) * PO-UOM-FACTOR
           ELSE
               COMPUTE WS-OUTSTANDING-QTY = WS-OUTSTANDING-QTY +
                   (PO-QTY-ORDERED - PO-QTY-RECEIVED)
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       200-EXIT.
