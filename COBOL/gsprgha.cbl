               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

      *    THE UNIT EACH INVOICE LINE WAS SOLD IN
           SELECT ORDCOST-FILE ASSIGN TO ORDCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDCOST-KEY
               FILE STATUS IS WS-ORDCOST-STATUS.

      *    THE MONTHLY SALES HISTORY - APPENDED TO AT EACH MONTH-END
      *    AND KEPT ACROSS THE GSPRGY PURGES, SO THE FIGURES SURVIVE
      *    AFTER THE INVOICES THEMSELVES ARE ARCHIVED
           05  ORDFILE-COUNTRY             PIC X(1).
           05  FILLER                      PIC X(19).

       FD  ORDCOST-FILE.
       01  ORDCOST-RECORD.
           05  ORDCOST-KEY.
               10  OC-INVOICE-NO           PIC X(7).
               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
           05  FILLER                      PIC X(2).

      *    THE QUANTITY IS IN STOCKING UNITS, WHATEVER UNIT THE LINES
      *    WERE SOLD IN, SO THE DEMAND FIGURES ADD UP
       FD  SALHIST-FILE.
       01  SALHIST-RECORD.
           05  SH-PERIOD                   PIC 9(6).
       01  WS-NIGHT-START-TIME              PIC 9(8).
       01  WS-NIGHT-END-TIME                PIC 9(8).

       01  WS-ORDCOST-STATUS                PIC XX.
           88  ORDCOST-OK                              VALUE '00'.

       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.
       01  WS-FOUND-SW                      PIC X(03) VALUE 'NO'.

       01  WS-LINE-DOLLARS                  PIC 9(9)V99 VALUE ZERO.
       01  WS-LINE-QTY                      PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(34)
           ACCEPT WS-TO-DATE FROM SYSIN.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDCOST-FILE.
           OPEN EXTEND SALHIST-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           CLOSE ORDFILE-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE SALHIST-FILE.
           CLOSE REPORT-FILE.



       250-ACCUMULATE-LINE.
      * ROLL ONE PRODUCT LINE IN - THE QUANTITY TURNED INTO STOCKING
      * UNITS BY THE FACTOR ON THE LINE'S ORDCOST RECORD
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) EQUAL SPACES
               ORDFILE-P-QTY(WS-LINE-SUB) *
               ORDFILE-P-PRICE(WS-LINE-SUB).

           MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-LINE-QTY.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO OC-PRODUCT.
           READ ORDCOST-FILE
               INVALID KEY
                   MOVE ZERO TO OC-SELL-FACTOR
           END-READ.
           IF OC-SELL-FACTOR IS NUMERIC
               AND OC-SELL-FACTOR IS GREATER THAN ZERO
               COMPUTE WS-LINE-QTY =
                   ORDFILE-P-QTY(WS-LINE-SUB) * OC-SELL-FACTOR
           END-IF.

           MOVE 'NO' TO WS-FOUND-SW.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   AND WS-HT-COUNTRY(WS-HIST-SUB) EQUAL
                       ORDFILE-COUNTRY
                   MOVE 'YES' TO WS-FOUND-SW
                   ADD WS-LINE-QTY TO WS-HT-QTY(WS-HIST-SUB)
                   ADD WS-LINE-DOLLARS
                       TO WS-HT-DOLLARS(WS-HIST-SUB)
               END-IF
                   TO WS-HT-PRODUCT(WS-HIST-COUNT)
               MOVE ORDFILE-POSTAL-1 TO WS-HT-REGION(WS-HIST-COUNT)
               MOVE ORDFILE-COUNTRY TO WS-HT-COUNTRY(WS-HIST-COUNT)
               MOVE WS-LINE-QTY TO WS-HT-QTY(WS-HIST-COUNT)
               MOVE WS-LINE-DOLLARS TO WS-HT-DOLLARS(WS-HIST-COUNT)
           END-IF.

