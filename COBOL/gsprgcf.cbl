               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

      *    THE CARTONS PACKED ON GS47 - THE MANIFEST LISTS EACH BOX
      *    TENDERED WITH ITS OWN TRACKING NUMBER AND WEIGHT
           SELECT CARTON-FILE ASSIGN TO CARTON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARTON-KEY
               FILE STATUS IS WS-CARTON-STATUS.

           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  FILLER                      PIC X(68).

       FD  CARTON-FILE.
       01  CARTON-RECORD.
           05  CARTON-KEY.
               10  CT-INVOICE-NO           PIC X(7).
               10  CT-CARTON-NO            PIC 9(3).
           05  CT-PREFIX                   PIC X(3).
           05  CT-SHIP-DATE                PIC 9(7).
           05  CT-CARRIER                  PIC X(10).
           05  CT-TRACKING-REF             PIC X(15).
           05  CT-WEIGHT                   PIC 9(3)V99.
           05  CT-LINE-COUNT               PIC 9(2).
           05  CT-LABEL-REQUEST            PIC 9(7).
           05  CT-SLIP-REQUEST             PIC 9(7).
           05  CT-AUDIT                    PIC X(21).
           05  FILLER                      PIC X(13).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.

       01  WS-CARTON-STATUS                 PIC XX.
           88  CARTON-OK                               VALUE '00'.
           88  CARTON-EOF                              VALUE '10'.

       01  WS-CARTON-INVOICE                PIC X(7).

       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.
               10  WS-SH-INVOICE-NO         PIC X(7).
               10  WS-SH-TRACKING           PIC X(15).
               10  WS-SH-POSTAL             PIC X(6).
               10  WS-SH-CARTONS            PIC 9(3).
               10  WS-SH-WEIGHT             PIC 9(5)V99.

       01  WS-CARRIER-MAX                   PIC 9(2) VALUE 20.
       01  WS-CARRIER-COUNT                 PIC 9(2) VALUE ZERO.

       01  WS-FOUND-SW                      PIC X(03) VALUE 'NO '.
       01  WS-OVERFLOW-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CARTON-TOTAL                  PIC 9(5) VALUE ZERO.
       01  WS-WEIGHT-TOTAL                  PIC 9(7)V99 VALUE ZERO.
       01  WS-MANIFEST-LINES                PIC 9(5) VALUE ZERO.

      *    THE MANIFEST PRINT LINES - ROUTED 'DOCK' SO GSPRGPP
               VALUE 'TRACKING REF     '.
           05  FILLER                       PIC X(8)
               VALUE 'POSTAL  '.
           05  FILLER                       PIC X(6)
               VALUE 'CTN   '.
           05  FILLER                       PIC X(10)
               VALUE 'WEIGHT KG '.
           05  FILLER                       PIC X(30) VALUE SPACES.

       01  WS-MANIFEST-DETAIL.
           05  MD-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  MD-POSTAL                    PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  MD-CARTONS                   PIC ZZ9.
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  MD-WEIGHT                    PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  MD-NOTE                      PIC X(10).
           05  FILLER                       PIC X(20) VALUE SPACES.

      *    ONE LINE UNDER THE SHIPMENT FOR EACH CARTON IN IT
       01  WS-MANIFEST-CARTON.
           05  FILLER                       PIC X(9) VALUE SPACES.
           05  MC-TRACKING                  PIC X(15).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FILLER                       PIC X(4) VALUE 'CTN '.
           05  MC-CARTON-NO                 PIC 9(3).
           05  FILLER                       PIC X(7) VALUE SPACES.
           05  MC-WEIGHT                    PIC ZZ,ZZ9.99.
           05  FILLER                       PIC X(31) VALUE SPACES.

       01  WS-MANIFEST-TOTAL.
           05  FILLER                       PIC X(15)
               VALUE 'TOTAL CARTONS: '.
           05  MT-CARTONS                   PIC ZZZZ9.
           05  FILLER                       PIC X(13)
               VALUE '  WEIGHT KG: '.
           05  MT-WEIGHT                    PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(16)
               VALUE '  SIGNATURE ____'.
           05  FILLER                       PIC X(21)
               VALUE '____________________ '.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
      * START OF PROGRAM CODE
      *=================================================================
      * PRINTS ONE SIGNED-COPY MANIFEST PER CARRIER FOR EVERYTHING
      * SHIP-CONFIRMED ON THE RUN DATE - INVOICE, TRACKING, POSTAL,
      * EACH CARTON PACKED AND THE WEIGHT TENDERED - THROUGH THE
      * PRTREQ SPOOL ROUTED 'DOCK' SO IT COMES OUT AT THE DOCK
      * PRINTER.  SYSIN IS THE RUN DATE (0CYYDDD).  RUN AT END OF
      * DAY BEFORE THE DRIVERS LEAVE.

           ACCEPT WS-RUN-DATE FROM SYSIN.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT CARTON-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           END-IF.

           CLOSE ORDFILE-FILE.
           CLOSE CARTON-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE INVCTL-FILE.
           CLOSE REPORT-FILE.

       200-COLLECT-SHIPMENT.
      * STASH ONE SHIPPED INVOICE WITH ITS CARRIER, TRACKING,
      * DESTINATION POSTAL, AND THE CARTONS PACKED FOR IT AND THEIR
      * WEIGHT
      *=================================================================

           IF WS-SHIP-COUNT IS NOT LESS THAN WS-SHIP-MAX
           MOVE ORDFILE-TRACKING-REF
               TO WS-SH-TRACKING(WS-SHIP-COUNT).
           MOVE ORDFILE-POSTAL TO WS-SH-POSTAL(WS-SHIP-COUNT).
           MOVE ZERO TO WS-SH-CARTONS(WS-SHIP-COUNT).
           MOVE ZERO TO WS-SH-WEIGHT(WS-SHIP-COUNT).

      *    THE SIGNED COPY HAS TO PROVE EVERY BOX TENDERED
           MOVE ORDFILE-INVOICE-NO TO CT-INVOICE-NO.
           MOVE ZERO TO CT-CARTON-NO.
           PERFORM 210-START-CARTONS.
           PERFORM UNTIL CARTON-EOF
               ADD 1 TO WS-SH-CARTONS(WS-SHIP-COUNT)
               ADD CT-WEIGHT TO WS-SH-WEIGHT(WS-SHIP-COUNT)
               PERFORM 220-READ-CARTON
           END-PERFORM.

           PERFORM 250-NOTE-CARRIER.

       200-EXIT.


       210-START-CARTONS.
      * POSITION ON THE FIRST CARTON OF THE INVOICE IN CT-INVOICE-NO
      * AND READ IT - CARTON-EOF IS SET WHEN IT HAS NONE
      *=================================================================

           MOVE CT-INVOICE-NO TO WS-CARTON-INVOICE.
           START CARTON-FILE
               KEY IS NOT LESS THAN CARTON-KEY
               INVALID KEY
                   SET CARTON-EOF TO TRUE
           END-START.
           IF NOT CARTON-EOF
               PERFORM 220-READ-CARTON
           END-IF.

       210-EXIT.


       220-READ-CARTON.
      * READ THE NEXT CARTON - CARTON-EOF ONCE PAST THE INVOICE
      *=================================================================

           READ CARTON-FILE NEXT RECORD
               AT END
                   SET CARTON-EOF TO TRUE
           END-READ.
           IF CARTON-OK
               AND CT-INVOICE-NO NOT EQUAL WS-CARTON-INVOICE
               SET CARTON-EOF TO TRUE
           END-IF.

       220-EXIT.

           MOVE WS-MANIFEST-COLUMNS TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE ZERO TO WS-CARTON-TOTAL.
           MOVE ZERO TO WS-WEIGHT-TOTAL.
           PERFORM 420-PRINT-CARRIER-SHIPMENT
               VARYING WS-SHIP-SUB FROM 1 BY 1
               UNTIL WS-SHIP-SUB > WS-SHIP-COUNT.

           MOVE WS-CARTON-TOTAL TO MT-CARTONS.
           MOVE WS-WEIGHT-TOTAL TO MT-WEIGHT.
           MOVE WS-MANIFEST-TOTAL TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.



       420-PRINT-CARRIER-SHIPMENT.
      * ONE MANIFEST LINE PER SHIPMENT TENDERED TO THIS CARRIER,
      * WITH A LINE UNDER IT FOR EACH OF ITS CARTONS
      *=================================================================

           IF WS-SH-CARRIER(WS-SHIP-SUB) NOT EQUAL
           MOVE WS-SH-INVOICE-NO(WS-SHIP-SUB) TO MD-INVOICE-NO.
           MOVE WS-SH-TRACKING(WS-SHIP-SUB) TO MD-TRACKING.
           MOVE WS-SH-POSTAL(WS-SHIP-SUB) TO MD-POSTAL.
           MOVE WS-SH-CARTONS(WS-SHIP-SUB) TO MD-CARTONS.
           MOVE WS-SH-WEIGHT(WS-SHIP-SUB) TO MD-WEIGHT.
           ADD WS-SH-CARTONS(WS-SHIP-SUB) TO WS-CARTON-TOTAL.
           ADD WS-SH-WEIGHT(WS-SHIP-SUB) TO WS-WEIGHT-TOTAL.
           IF WS-SH-CARTONS(WS-SHIP-SUB) EQUAL ZERO
               MOVE 'NOT PACKED' TO MD-NOTE
           ELSE
               MOVE SPACES TO MD-NOTE
           END-IF.
           MOVE WS-MANIFEST-DETAIL TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE WS-SH-INVOICE-NO(WS-SHIP-SUB) TO CT-INVOICE-NO.
           MOVE ZERO TO CT-CARTON-NO.
           PERFORM 210-START-CARTONS.
           PERFORM UNTIL CARTON-EOF
               MOVE CT-TRACKING-REF TO MC-TRACKING
               MOVE CT-CARTON-NO TO MC-CARTON-NO
               MOVE CT-WEIGHT TO MC-WEIGHT
               MOVE WS-MANIFEST-CARTON TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
               PERFORM 220-READ-CARTON
           END-PERFORM.

       420-EXIT.


