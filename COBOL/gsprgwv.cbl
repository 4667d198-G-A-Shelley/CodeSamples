       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. gsprgwv.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

           SELECT ORDDETL-FILE ASSIGN TO ORDDETL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDDETL-KEY
               FILE STATUS IS WS-ORDDETL-STATUS.

      *    THE UNIT EACH INVOICE LINE WAS SOLD IN, AND WHETHER THE
      *    SUPPLIER SHIPS IT
           SELECT ORDCOST-FILE ASSIGN TO ORDCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDCOST-KEY
               FILE STATUS IS WS-ORDCOST-STATUS.

           SELECT KITFILE-FILE ASSIGN TO KITFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KITFILE-KEY
               FILE STATUS IS WS-KITFILE-STATUS.

           SELECT BINLOC-FILE ASSIGN TO BINLOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BINLOC-KEY
               FILE STATUS IS WS-BINLOC-STATUS.

      *    THE 'WAV' CONTROL RECORD NUMBERS THE WAVES, THE 'PRT' ONE
      *    THE PRINT REQUESTS
           SELECT INVCTL-FILE ASSIGN TO INVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-DIVISION
               FILE STATUS IS WS-INVCTL-STATUS.

      *    THE PRINT SPOOL - THE WAVE PICK LIST AND THE SORT-TO-ORDER
      *    SHEET GO TO THE WAREHOUSE PRINTER AS TWO REQUESTS
           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRTREQ-KEY
               FILE STATUS IS WS-PRTREQ-STATUS.

      *    ONE RECORD PER WAVE - WHAT IT WAS RELEASED FOR AND WHETHER
      *    GS14 HAS CONFIRMED IT SHIPPED
           SELECT WAVHDR-FILE ASSIGN TO WAVHDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WH-WAVE-NO
               FILE STATUS IS WS-WAVHDR-STATUS.

      *    ONE RECORD PER ORDER RELEASED TO A WAVE, KEYED BY THE WAVE
      *    FOR GS14 - THE ORDER-KEY PATH IS HOW A LATER WAVE KNOWS
      *    THE ORDER HAS ALREADY GONE TO THE WAREHOUSE
           SELECT WAVORD-FILE ASSIGN TO WAVORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               ALTERNATE RECORD KEY IS WO-ORDER-KEY
               FILE STATUS IS WS-WAVORD-STATUS.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ORDFILE-FILE.
       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
      *            THE TRAINING DIVISION - ITS ORDERS ARE REBUILT EVERY
      *            NIGHT BY GSPRGTD AND NEVER TOUCH LIVE STOCK
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS.
               10  ORDFILE-PRODUCT OCCURS 5 TIMES.
                   15  ORDFILE-P-CODE      PIC X(8).
                   15  ORDFILE-P-QTY       PIC 9(3).
                   15  ORDFILE-P-PRICE     PIC 9(5)V99.
           05  ORDFILE-INVOICE-TOTAL       PIC 9(7)V99.
           05  ORDFILE-ADDR-LINE1          PIC X(20).
           05  ORDFILE-ADDR-LINE2          PIC X(20).
           05  ORDFILE-ADDR-LINE3          PIC X(20).
           05  ORDFILE-POSTAL              PIC X(6).
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
               88  ORDFILE-STATUS-HELD            VALUE 'H'.
               88  ORDFILE-STATUS-PART-SHIPPED    VALUE 'P'.
           05  ORDFILE-DETAIL-COUNT        PIC 9(3).
           05  ORDFILE-DETAIL-TOTAL        PIC 9(7)V99.
           05  ORDFILE-SHIP-INFO.
               10  ORDFILE-SHIP-DATE       PIC 9(7).
               10  ORDFILE-CARRIER         PIC X(10).
               10  ORDFILE-TRACKING-REF    PIC X(15).
           05  ORDFILE-TAX-INFO.
               10  ORDFILE-GST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-PST-AMOUNT      PIC 9(5)V99.
               10  ORDFILE-TAX-TOTAL       PIC 9(5)V99.
           05  ORDFILE-ACCOUNT             PIC X(6).
           05  ORDFILE-SHIPTO-CODE         PIC X(3).
           05  ORDFILE-CUST-PO-REF         PIC X(15).
           05  ORDFILE-SALES-REP           PIC X(3).
           05  FILLER                      PIC X(13).
           05  ORDFILE-RESTORED-FLAG       PIC X(1).
               88  ORDFILE-RESTORED               VALUE 'R'.
           05  FILLER                      PIC X(6).

       FD  ORDDETL-FILE.
       01  ORDDETL-RECORD.
           05  ORDDETL-KEY.
               10  ORDDETL-INVOICE-NO      PIC X(7).
               10  ORDDETL-LINE-NO         PIC 9(3).
           05  ORDDETL-PRODUCT             PIC X(8).
           05  ORDDETL-QTY                 PIC 9(3).
           05  ORDDETL-PRICE               PIC 9(5)V99.

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
           05  OC-DROP-SHIP                PIC X(1).
               88  OC-LINE-DROP-SHIP               VALUE 'D'.
           05  FILLER                      PIC X(1).

       FD  KITFILE-FILE.
       01  KITFILE-RECORD.
           05  KITFILE-KEY.
               10  KIT-PRODUCT             PIC X(8).
               10  KIT-COMPONENT-SEQ       PIC 9(2).
           05  KIT-COMPONENT               PIC X(8).
           05  KIT-COMP-QTY                PIC 9(3).
           05  FILLER                      PIC X(9).

       FD  BINLOC-FILE.
       01  BINLOC-RECORD.
           05  BINLOC-KEY.
               10  BIN-PRODUCT             PIC X(8).
               10  BIN-CODE                PIC X(6).
           05  BIN-QTY                     PIC 9(5).
           05  BIN-PRIMARY-SW              PIC X(1).
               88  BIN-PRIMARY                     VALUE 'P'.
           05  BIN-WAREHOUSE               PIC X(2).
           05  FILLER                      PIC X(8).

       FD  INVCTL-FILE.
       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).

      *    THE 'WAV' CONTROL RECORD - ITS NEXT-ONLINE NUMBERS THE
      *    WAVES AND ITS NEXT-BATCH HOLDS THE ORDER DATE WAVE PICKING
      *    STARTED FROM.  AN ORDER DATED BEFORE THAT PRINTED ITS OWN
      *    PICK LIST AND NEVER GOES ON A WAVE.
       01  WAVCTL-RECORD.
           05  FILLER                      PIC X(3).
           05  WAVCTL-NEXT-WAVE            PIC 9(7).
           05  FILLER                      PIC X(7).
           05  WAVCTL-START-DATE           PIC 9(7).
           05  FILLER                      PIC X(7).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       FD  WAVHDR-FILE.
       01  WAVHDR-RECORD.
           05  WH-WAVE-NO                  PIC 9(7).
           05  WH-RELEASE-DATE             PIC 9(7).
      *        WHAT THE WAVE WAS GATHERED BY - BLANK OR ZERO IS ANY
           05  WH-DIVISION                 PIC X(3).
           05  WH-SHIP-DATE                PIC 9(7).
           05  WH-CARRIER                  PIC X(10).
           05  WH-ORDER-COUNT              PIC 9(5).
           05  WH-PICK-LINES               PIC 9(5).
      *        THE TWO PRINT REQUESTS, FOR A REPRINT FROM GS18
           05  WH-PICK-REQUEST             PIC 9(7).
           05  WH-SORT-REQUEST             PIC 9(7).
           05  WH-STATUS                   PIC X(1).
               88  WH-STATUS-RELEASED              VALUE 'R'.
               88  WH-STATUS-CONFIRMED             VALUE 'C'.
           05  WH-CONFIRM-DATE             PIC 9(7).
           05  WH-AUDIT.
               10  WH-OPERATOR-ID          PIC X(3).
               10  WH-TERMINAL-ID          PIC X(4).
               10  WH-LAST-CHG-DATE        PIC 9(7).
               10  WH-LAST-CHG-TIME        PIC 9(7).
           05  FILLER                      PIC X(13).

       FD  WAVORD-FILE.
       01  WAVORD-RECORD.
           05  WO-KEY.
               10  WO-WAVE-NO              PIC 9(7).
               10  WO-ORDER-KEY.
                   15  WO-PREFIX           PIC X(3).
                   15  WO-INVOICE-NO       PIC X(7).
           05  WO-RELEASE-DATE             PIC 9(7).
           05  FILLER                      PIC X(16).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).


       WORKING-STORAGE SECTION.
      *=================================================================
       01  WS-ORDFILE-STATUS                PIC XX.
           88  ORDFILE-OK                              VALUE '00'.
           88  ORDFILE-EOF                             VALUE '10'.
       01  WS-ORDDETL-STATUS                PIC XX.
           88  ORDDETL-OK                              VALUE '00'.
           88  ORDDETL-EOF                             VALUE '10'.
       01  WS-ORDCOST-STATUS                PIC XX.
           88  ORDCOST-OK                              VALUE '00'.
       01  WS-KITFILE-STATUS                PIC XX.
           88  KITFILE-OK                              VALUE '00'.
       01  WS-BINLOC-STATUS                 PIC XX.
           88  BINLOC-OK                               VALUE '00'.
           88  BINLOC-EOF                              VALUE '10'.
       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.
       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.
       01  WS-WAVHDR-STATUS                 PIC XX.
           88  WAVHDR-OK                               VALUE '00'.
       01  WS-WAVORD-STATUS                 PIC XX.
           88  WAVORD-OK                               VALUE '00'.

      *    SYSIN CARD 1 - THE RUN DATE (0CYYDDD)
       01  WS-RUN-DATE                      PIC 9(7).

      *    SYSIN CARD 2 - WHAT TO GATHER THE WAVE BY.  A DIVISION
      *    TAKES ONLY THAT DIVISION'S ORDERS; A SHIP DATE TAKES THE
      *    ORDERS TAKEN ON OR BEFORE IT, THE ONES DUE OUT BY THEN; A
      *    CARRIER IS THE ONE THE WAVE GOES OUT WITH, AND AN ORDER
      *    ALREADY NAMING ANOTHER CARRIER IS LEFT FOR THAT CARRIER'S
      *    WAVE.  BLANK OR ZERO IS ANY.
       01  WS-WAVE-CARD.
           05  WC-DIVISION                  PIC X(3).
           05  WC-SHIP-DATE                 PIC 9(7).
           05  WC-CARRIER                   PIC X(10).
           05  FILLER                       PIC X(60).

       01  WS-WAVE-NO                       PIC 9(7) VALUE ZERO.
       01  WS-WAVE-START-DATE               PIC 9(7) VALUE ZERO.
       01  WS-WAVED-SW                      PIC X(1).
           88  WS-ALREADY-WAVED                        VALUE 'Y'.

      *    THE TWO PRINT REQUESTS ARE WRITTEN SIDE BY SIDE - EACH
      *    KEEPS ITS OWN NUMBER AND LINE COUNT
       01  WS-PICK-REQ-NO                   PIC 9(7) VALUE ZERO.
       01  WS-PICK-LINE-NO                  PIC 9(3) VALUE ZERO.
       01  WS-SORT-REQ-NO                   PIC 9(7) VALUE ZERO.
       01  WS-SORT-LINE-NO                  PIC 9(3) VALUE ZERO.

      *    ONE ORDER'S PICK ITEMS IN STOCKING UNITS - A KIT IS
      *    EXPLODED INTO ITS COMPONENTS, A DROP-SHIP LINE IS LEFT OUT
       01  WS-OI-MAX                        PIC 9(3) VALUE 100.
       01  WS-OI-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-OI-SUB                        PIC 9(3) VALUE ZERO.
       01  WS-OI-OVERFLOW-SW                PIC X(1).
           88  WS-OI-OVERFLOW                          VALUE 'Y'.
       01  WS-ORDER-ITEM-TABLE.
           05  WS-OI-ENTRY OCCURS 100 TIMES.
               10  WS-OI-PRODUCT            PIC X(8).
               10  WS-OI-QTY                PIC 9(7).
               10  WS-OI-UOM                PIC X(2).

      *    THE WAVE'S CONSOLIDATED PICK - ONE ENTRY PER PART, TOTALLED
      *    OVER EVERY ORDER ON THE WAVE, AT THE PART'S PRIMARY BIN.
      *    SORTED INTO BIN SEQUENCE BEFORE THE PICK LIST PRINTS.
       01  WS-WP-MAX                        PIC 9(3) VALUE 400.
       01  WS-WP-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-WP-SUB                        PIC 9(3) VALUE ZERO.
       01  WS-WP-SUB2                       PIC 9(3) VALUE ZERO.
       01  WS-WP-NEW-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-WP-FOUND-SW                   PIC X(1).
           88  WS-WP-FOUND                             VALUE 'Y'.
       01  WS-WAVE-PICK-TABLE.
           05  WS-WP-ENTRY OCCURS 400 TIMES.
               10  WS-WP-SORT-KEY.
                   15  WS-WP-BIN            PIC X(6).
                   15  WS-WP-PRODUCT        PIC X(8).
               10  WS-WP-QTY                PIC 9(7).
               10  WS-WP-UOM                PIC X(2).
               10  WS-WP-ORDERS             PIC 9(3).
       01  WS-WP-SWAP                       PIC X(26).

      *    THE LINE BEING TURNED INTO PICK ITEMS
       01  WS-LINE-SUB                      PIC 9(1) VALUE ZERO.
       01  WS-LINE-PRODUCT                  PIC X(8).
       01  WS-LINE-QTY                      PIC 9(3) VALUE ZERO.
       01  WS-LINE-STOCK-QTY                PIC 9(7) VALUE ZERO.
       01  WS-LINE-UOM                      PIC X(2).
       01  WS-LINE-FACTOR                   PIC 9(5) VALUE 1.
       01  WS-ITEM-PRODUCT                  PIC X(8).
       01  WS-ITEM-QTY                      PIC 9(7) VALUE ZERO.
       01  WS-ITEM-UOM                      PIC X(2).
       01  WS-KIT-DONE-SW                   PIC X(1).
           88  WS-KIT-DONE                             VALUE 'Y'.

       01  WS-PICK-BIN                      PIC X(6) VALUE SPACES.
       01  WS-PICK-FIRST-BIN                PIC X(6) VALUE SPACES.
       01  WS-BIN-DONE-SW                   PIC X(1).
           88  WS-BIN-DONE                             VALUE 'Y'.

       01  WS-ORDER-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-LEFT-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-TOO-BIG-COUNT                 PIC 9(5) VALUE ZERO.

      *    THE WAREHOUSE PRINT LINES - PICK LIST FIRST, THEN THE
      *    SORT-TO-ORDER SHEET
       01  WS-PICK-TITLE.
           05  FILLER                       PIC X(22)
               VALUE 'WAVE PICK LIST - WAVE '.
           05  PT-WAVE-NO                   PIC 9(7).
           05  FILLER                       PIC X(6) VALUE '  RUN '.
           05  PT-RUN-DATE                  PIC 9(7).
           05  FILLER                       PIC X(38) VALUE SPACES.

       01  WS-PICK-SELECT.
           05  FILLER                       PIC X(9) VALUE 'DIVISION '.
           05  PS-DIVISION                  PIC X(3).
           05  FILLER                       PIC X(10)
               VALUE '  SHIP BY '.
           05  PS-SHIP-DATE                 PIC X(7).
           05  FILLER                       PIC X(10)
               VALUE '  CARRIER '.
           05  PS-CARRIER                   PIC X(10).
           05  FILLER                       PIC X(31) VALUE SPACES.

       01  WS-PICK-COLUMNS.
           05  FILLER                       PIC X(40)
               VALUE ' BIN     PRODUCT     TOTAL QTY    ORDERS'.
           05  FILLER                       PIC X(40) VALUE SPACES.

       01  WS-PICK-ITEM-LINE.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PI-BIN                       PIC X(6).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  PI-PROD-A                    PIC X(4).
           05  PI-PROD-B                    PIC X(4).
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  PI-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  PI-UOM                       PIC X(2).
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  PI-ORDERS                    PIC ZZ9.
           05  FILLER                       PIC X(40) VALUE SPACES.

       01  WS-PICK-TRAILER.
           05  FILLER                       PIC X(19)
               VALUE 'ORDERS ON THE WAVE '.
           05  PR-ORDERS                    PIC ZZZZ9.
           05  FILLER                       PIC X(56) VALUE SPACES.

       01  WS-SORT-TITLE.
           05  FILLER                       PIC X(27)
               VALUE 'SORT-TO-ORDER SHEET - WAVE '.
           05  ST-WAVE-NO                   PIC 9(7).
           05  FILLER                       PIC X(46) VALUE SPACES.

       01  WS-SORT-ORDER-LINE.
           05  FILLER                       PIC X(8) VALUE 'INVOICE '.
           05  SO-PREFIX                    PIC X(3).
           05  FILLER                       PIC X(1) VALUE '-'.
           05  SO-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  SO-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SO-ADDR1                     PIC X(20).
           05  FILLER                       PIC X(18) VALUE SPACES.

       01  WS-SORT-ITEM-LINE.
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  SI-PROD-A                    PIC X(4).
           05  SI-PROD-B                    PIC X(4).
           05  FILLER                       PIC X(4) VALUE SPACES.
           05  SI-QTY                       PIC ZZZZZZ9.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  SI-UOM                       PIC X(2).
           05  FILLER                       PIC X(52) VALUE SPACES.

      *    THE RELEASE REGISTER
       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(33)
               VALUE 'PICKING WAVE RELEASE             '.
           05  HL-RUN-DATE                  PIC 9(7).

       01  WS-SELECT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'GATHERED BY - '.
           05  SL-SELECT                    PIC X(80).

       01  WS-WAVE-LINE.
           05  FILLER                       PIC X(5) VALUE 'WAVE '.
           05  WL-WAVE-NO                   PIC 9(7).
           05  FILLER                       PIC X(22)
               VALUE '   PICK LIST REQUEST '.
           05  WL-PICK-REQ                  PIC 9(7).
           05  FILLER                       PIC X(22)
               VALUE '   SORT SHEET REQUEST '.
           05  WL-SORT-REQ                  PIC 9(7).

       01  WS-COLUMN-LINE.
           05  FILLER                       PIC X(14)
               VALUE 'INVOICE       '.
           05  FILLER                       PIC X(21)
               VALUE 'CUSTOMER             '.
           05  FILLER                       PIC X(10)
               VALUE 'ORDERED   '.
           05  FILLER                       PIC X(10)
               VALUE 'PICK ITEMS'.

       01  WS-DETAIL-LINE.
           05  DL-PREFIX                    PIC X(3).
           05  FILLER                       PIC X(1) VALUE '-'.
           05  DL-INVOICE-NO                PIC X(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-NAME                      PIC X(20).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  DL-ORDER-DATE                PIC 9(7).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  DL-ITEMS                     PIC ZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-NOTE                      PIC X(40).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                     PIC X(40).
           05  TL-COUNT                     PIC ZZZZ9.

       01  WS-NOT-IN-FORCE-LINE             PIC X(60)
           VALUE 'NO WAV CONTROL RECORD - WAVE PICKING IS NOT IN FORCE'.

       01  WS-NO-ORDERS-LINE                PIC X(60)
           VALUE 'NO ORDERS WAITING TO BE PICKED - NO WAVE RAISED'.


       PROCEDURE DIVISION.
      *=================================================================
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================
      * THE PICKING WAVE RELEASE.  EVERY OPEN ORDER NOT YET GIVEN TO
      * THE WAREHOUSE - NOT HELD, NOT ALREADY SHIPPED FROM STOCK, NOT
      * ON AN EARLIER WAVE, AND TAKEN SINCE WAVE PICKING STARTED - THAT
      * FITS THE SYSIN SELECTION IS RELEASED ON ONE NUMBERED WAVE.
      * THE WAREHOUSE GETS ONE PICK LIST FOR THE LOT, EACH PART ONCE
      * WITH ITS TOTAL QUANTITY IN BINLOC BIN SEQUENCE, AND A
      * SORT-TO-ORDER SHEET SPLITTING THE PICKED GOODS BACK OUT BY
      * INVOICE.  GS14 CONFIRMS THE WHOLE WAVE SHIPPED BY ITS NUMBER.
      * ORDERS THE PICK LIST HAS NO ROOM FOR ARE LEFT FOR THE NEXT
      * WAVE.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-WAVE-CARD FROM SYSIN.

           OPEN INPUT ORDFILE-FILE.
           OPEN INPUT ORDDETL-FILE.
           OPEN INPUT ORDCOST-FILE.
           OPEN INPUT KITFILE-FILE.
           OPEN INPUT BINLOC-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN I-O WAVHDR-FILE.
           OPEN I-O WAVORD-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.

           IF WC-DIVISION EQUAL SPACES
               MOVE 'ALL' TO PS-DIVISION
           ELSE
               MOVE WC-DIVISION TO PS-DIVISION
           END-IF.
           IF WC-SHIP-DATE IS NOT NUMERIC
               MOVE ZERO TO WC-SHIP-DATE
           END-IF.
           IF WC-SHIP-DATE EQUAL ZERO
               MOVE 'ANY' TO PS-SHIP-DATE
           ELSE
               MOVE WC-SHIP-DATE TO PS-SHIP-DATE
           END-IF.
           IF WC-CARRIER EQUAL SPACES
               MOVE 'ANY' TO PS-CARRIER
           ELSE
               MOVE WC-CARRIER TO PS-CARRIER
           END-IF.
           MOVE WS-PICK-SELECT TO SL-SELECT.
           WRITE REPORT-LINE FROM WS-SELECT-LINE.

      *    NO 'WAV' CONTROL RECORD MEANS EVERY ORDER IS STILL PRINTING
      *    ITS OWN PICK LIST - A WAVE WOULD PICK THEM ALL TWICE
           MOVE 'WAV' TO INVCTL-DIVISION.
           READ INVCTL-FILE
               INVALID KEY
                   WRITE REPORT-LINE FROM WS-NOT-IN-FORCE-LINE
                   MOVE 8 TO RETURN-CODE
                   GO TO 000-CLOSE-FILES
           END-READ.
           MOVE WAVCTL-START-DATE TO WS-WAVE-START-DATE.

           WRITE REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM 100-GATHER-ORDERS.

           IF WS-ORDER-COUNT EQUAL ZERO
               WRITE REPORT-LINE FROM WS-NO-ORDERS-LINE
               GO TO 000-CLOSE-FILES
           END-IF.

           PERFORM 400-SORT-PICK-TABLE.
           PERFORM 500-PRINT-PICK-LIST.
           PERFORM 600-WRITE-WAVE-HEADER.
           PERFORM 700-PRINT-TOTALS.

       000-CLOSE-FILES.

           CLOSE ORDFILE-FILE.
           CLOSE ORDDETL-FILE.
           CLOSE ORDCOST-FILE.
           CLOSE KITFILE-FILE.
           CLOSE BINLOC-FILE.
           CLOSE INVCTL-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE WAVHDR-FILE.
           CLOSE WAVORD-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.

       000-EXIT.


       100-GATHER-ORDERS.
      * ONE PASS OF ORDFILE - EACH ORDER THAT QUALIFIES IS BROKEN
      * INTO ITS PICK ITEMS AND ADDED TO THE WAVE
      *=================================================================

           PERFORM 110-READ-ORDFILE.
           PERFORM UNTIL ORDFILE-EOF
               PERFORM 200-CONSIDER-ORDER THRU 200-EXIT
               PERFORM 110-READ-ORDFILE
           END-PERFORM.

       100-EXIT.


       110-READ-ORDFILE.
      * READ THE NEXT ORDFILE RECORD SEQUENTIALLY
      *=================================================================

           READ ORDFILE-FILE NEXT RECORD
               AT END
                   SET ORDFILE-EOF TO TRUE
           END-READ.

       110-EXIT.


       200-CONSIDER-ORDER.
      * PUT ONE ORDER ON THE WAVE IF IT IS WAITING TO BE PICKED AND
      * FITS THE SELECTION.  AN OPEN ORDER WITH A SHIP DATE HAS LEFT
      * THE WAREHOUSE ALREADY AND IS ONLY WAITING ON ITS DROP-SHIP
      * LINES.  TRAINING-DIVISION ORDERS ARE NEVER RELEASED TO THE
      * FLOOR.
      *=================================================================

           IF NOT ORDFILE-STATUS-OPEN
               OR ORDFILE-RESTORED
               GO TO 200-EXIT
           END-IF.
           IF ORDFILE-SHIP-DATE IS NUMERIC
               AND ORDFILE-SHIP-DATE IS GREATER THAN ZERO
               GO TO 200-EXIT
           END-IF.
           IF ORDFILE-ORDER-DATE IS LESS THAN WS-WAVE-START-DATE
               GO TO 200-EXIT
           END-IF.

           IF ORDFILE-TRAINING
               GO TO 200-EXIT
           END-IF.
           IF WC-DIVISION NOT EQUAL SPACES
               AND WC-DIVISION NOT EQUAL ORDFILE-PREFIX
               GO TO 200-EXIT
           END-IF.
           IF WC-SHIP-DATE IS GREATER THAN ZERO
               AND ORDFILE-ORDER-DATE IS GREATER THAN WC-SHIP-DATE
               GO TO 200-EXIT
           END-IF.
           IF WC-CARRIER NOT EQUAL SPACES
               AND ORDFILE-CARRIER NOT EQUAL SPACES
               AND ORDFILE-CARRIER NOT EQUAL WC-CARRIER
               GO TO 200-EXIT
           END-IF.

           MOVE ORDFILE-KEY TO WO-ORDER-KEY.
           READ WAVORD-FILE KEY IS WO-ORDER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-WAVED-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WAVED-SW
           END-READ.
           IF WS-ALREADY-WAVED
               GO TO 200-EXIT
           END-IF.

      *    BREAK THE ORDER INTO ITS PICK ITEMS - ONE THE SUPPLIERS
      *    SHIP IN FULL HAS NOTHING FOR THE WAREHOUSE
           MOVE ZERO TO WS-OI-COUNT.
           MOVE 'N' TO WS-OI-OVERFLOW-SW.
           PERFORM 210-COLLECT-HEADER-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 5.
           IF ORDFILE-DETAIL-COUNT IS GREATER THAN ZERO
               PERFORM 220-COLLECT-DETAIL-LINES THRU 220-EXIT
           END-IF.
           IF WS-OI-COUNT EQUAL ZERO
               GO TO 200-EXIT
           END-IF.
           IF WS-OI-OVERFLOW
               MOVE 'TOO MANY PICK ITEMS FOR A WAVE' TO DL-NOTE
               PERFORM 290-LIST-ORDER
               ADD 1 TO WS-TOO-BIG-COUNT
               GO TO 200-EXIT
           END-IF.

      *    THE PICK LIST MUST HAVE ROOM FOR EVERY PART THE ORDER
      *    BRINGS THAT THE WAVE DOES NOT HAVE YET
           MOVE ZERO TO WS-WP-NEW-COUNT.
           PERFORM 240-COUNT-NEW-PART
               VARYING WS-OI-SUB FROM 1 BY 1
               UNTIL WS-OI-SUB > WS-OI-COUNT.
           IF WS-WP-COUNT + WS-WP-NEW-COUNT IS GREATER THAN WS-WP-MAX
               ADD 1 TO WS-LEFT-COUNT
               GO TO 200-EXIT
           END-IF.

           IF WS-ORDER-COUNT EQUAL ZERO
               PERFORM 300-OPEN-WAVE
           END-IF.

           PERFORM 250-ADD-TO-WAVE
               VARYING WS-OI-SUB FROM 1 BY 1
               UNTIL WS-OI-SUB > WS-OI-COUNT.

           MOVE WS-WAVE-NO TO WO-WAVE-NO.
           MOVE ORDFILE-KEY TO WO-ORDER-KEY.
           MOVE WS-RUN-DATE TO WO-RELEASE-DATE.
           WRITE WAVORD-RECORD.

           PERFORM 280-PRINT-SORT-ORDER.

           MOVE SPACES TO DL-NOTE.
           PERFORM 290-LIST-ORDER.
           ADD 1 TO WS-ORDER-COUNT.

       200-EXIT.


       210-COLLECT-HEADER-LINE.
      * ONE OF THE FIVE HEADER PRODUCT SLOTS
      *=================================================================

           IF ORDFILE-P-CODE(WS-LINE-SUB) NOT EQUAL SPACES
               AND ORDFILE-P-QTY(WS-LINE-SUB) IS GREATER THAN ZERO
               MOVE ORDFILE-P-CODE(WS-LINE-SUB) TO WS-LINE-PRODUCT
               MOVE ORDFILE-P-QTY(WS-LINE-SUB) TO WS-LINE-QTY
               PERFORM 230-COLLECT-ONE-LINE THRU 230-EXIT
           END-IF.

       210-EXIT.


       220-COLLECT-DETAIL-LINES.
      * WALK THE ORDDETL OVERFLOW LINES FOR THE CURRENT INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO ORDDETL-INVOICE-NO.
           MOVE 1 TO ORDDETL-LINE-NO.

           START ORDDETL-FILE KEY IS GREATER THAN OR EQUAL ORDDETL-KEY
               INVALID KEY
                   GO TO 220-EXIT
           END-START.

           READ ORDDETL-FILE NEXT RECORD
               AT END
                   GO TO 220-EXIT
           END-READ.
           PERFORM UNTIL ORDDETL-INVOICE-NO NOT EQUAL
                   ORDFILE-INVOICE-NO
               IF ORDDETL-QTY IS GREATER THAN ZERO
                   MOVE ORDDETL-PRODUCT TO WS-LINE-PRODUCT
                   MOVE ORDDETL-QTY TO WS-LINE-QTY
                   PERFORM 230-COLLECT-ONE-LINE THRU 230-EXIT
               END-IF
               READ ORDDETL-FILE NEXT RECORD
                   AT END
                       GO TO 220-EXIT
               END-READ
           END-PERFORM.

       220-EXIT.


       230-COLLECT-ONE-LINE.
      * TURN ONE ORDER LINE INTO PICK ITEMS IN STOCKING UNITS - THE
      * PART ITSELF, OR EACH COMPONENT WHEN THE PART IS A KIT.  A
      * DROP-SHIP LINE IS NOT PICKED - THE SUPPLIER SHIPS IT.
      *=================================================================

           MOVE 1 TO WS-LINE-FACTOR.
           MOVE SPACES TO WS-LINE-UOM.
           MOVE ORDFILE-INVOICE-NO TO OC-INVOICE-NO.
           MOVE WS-LINE-PRODUCT TO OC-PRODUCT.
           READ ORDCOST-FILE
               INVALID KEY
                   MOVE SPACE TO OC-DROP-SHIP
                   MOVE ZERO TO OC-SELL-FACTOR
           END-READ.
           IF OC-LINE-DROP-SHIP
               GO TO 230-EXIT
           END-IF.
           IF ORDCOST-OK
               MOVE OC-STOCK-UOM TO WS-LINE-UOM
               IF OC-SELL-FACTOR IS NUMERIC
                   AND OC-SELL-FACTOR IS GREATER THAN ZERO
                   MOVE OC-SELL-FACTOR TO WS-LINE-FACTOR
               END-IF
           END-IF.
           COMPUTE WS-LINE-STOCK-QTY = WS-LINE-QTY * WS-LINE-FACTOR.

           MOVE WS-LINE-PRODUCT TO KIT-PRODUCT.
           MOVE 1 TO KIT-COMPONENT-SEQ.
           READ KITFILE-FILE
               INVALID KEY
                   MOVE WS-LINE-PRODUCT TO WS-ITEM-PRODUCT
                   MOVE WS-LINE-STOCK-QTY TO WS-ITEM-QTY
                   MOVE WS-LINE-UOM TO WS-ITEM-UOM
                   PERFORM 260-STASH-ORDER-ITEM
                   GO TO 230-EXIT
           END-READ.

      *    A KIT - THE PICKER PULLS THE PARTS, NOT THE BOX
           MOVE 'N' TO WS-KIT-DONE-SW.
           PERFORM 235-COLLECT-COMPONENT
               UNTIL WS-KIT-DONE.

       230-EXIT.


       235-COLLECT-COMPONENT.
      * STASH THE KIT COMPONENT JUST READ AND READ THE NEXT - THE
      * FIRST SEQUENCE WITH NO RECORD ENDS THE KIT
      *=================================================================

           MOVE KIT-COMPONENT TO WS-ITEM-PRODUCT.
           COMPUTE WS-ITEM-QTY = WS-LINE-STOCK-QTY * KIT-COMP-QTY.
           MOVE SPACES TO WS-ITEM-UOM.
           PERFORM 260-STASH-ORDER-ITEM.

           IF KIT-COMPONENT-SEQ IS NOT LESS THAN 99
               MOVE 'Y' TO WS-KIT-DONE-SW
           ELSE
               MOVE WS-LINE-PRODUCT TO KIT-PRODUCT
               ADD 1 TO KIT-COMPONENT-SEQ
               READ KITFILE-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-KIT-DONE-SW
               END-READ
           END-IF.

       235-EXIT.


       240-COUNT-NEW-PART.
      * COUNT ONE ORDER ITEM THE WAVE'S PICK TABLE DOES NOT HOLD YET
      *=================================================================

           MOVE WS-OI-PRODUCT(WS-OI-SUB) TO WS-ITEM-PRODUCT.
           PERFORM 270-FIND-WAVE-PART.
           IF NOT WS-WP-FOUND
               ADD 1 TO WS-WP-NEW-COUNT
           END-IF.

       240-EXIT.


       250-ADD-TO-WAVE.
      * ADD ONE ORDER ITEM TO THE WAVE'S TOTAL FOR ITS PART - A PART
      * NEW TO THE WAVE IS GIVEN ITS PRIMARY BIN
      *=================================================================

           MOVE WS-OI-PRODUCT(WS-OI-SUB) TO WS-ITEM-PRODUCT.
           PERFORM 270-FIND-WAVE-PART.
           IF NOT WS-WP-FOUND
               PERFORM 275-FIND-PRIMARY-BIN
               ADD 1 TO WS-WP-COUNT
               MOVE WS-WP-COUNT TO WS-WP-SUB
               MOVE WS-PICK-BIN TO WS-WP-BIN(WS-WP-SUB)
               MOVE WS-ITEM-PRODUCT TO WS-WP-PRODUCT(WS-WP-SUB)
               MOVE ZERO TO WS-WP-QTY(WS-WP-SUB)
               MOVE WS-OI-UOM(WS-OI-SUB) TO WS-WP-UOM(WS-WP-SUB)
               MOVE ZERO TO WS-WP-ORDERS(WS-WP-SUB)
           END-IF.
           ADD WS-OI-QTY(WS-OI-SUB) TO WS-WP-QTY(WS-WP-SUB).
           ADD 1 TO WS-WP-ORDERS(WS-WP-SUB).

       250-EXIT.


       260-STASH-ORDER-ITEM.
      * ADD THE ITEM TO THE ORDER'S PICK ITEMS - THE SAME PART TWICE
      * ON ONE ORDER (A LINE AND A KIT COMPONENT, SAY) IS ONE ITEM
      *=================================================================

           MOVE 'N' TO WS-WP-FOUND-SW.
           PERFORM VARYING WS-OI-SUB FROM 1 BY 1
                   UNTIL WS-OI-SUB > WS-OI-COUNT
                      OR WS-WP-FOUND
               IF WS-OI-PRODUCT(WS-OI-SUB) EQUAL WS-ITEM-PRODUCT
                   MOVE 'Y' TO WS-WP-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-WP-FOUND
               SUBTRACT 1 FROM WS-OI-SUB
               ADD WS-ITEM-QTY TO WS-OI-QTY(WS-OI-SUB)
               IF WS-OI-UOM(WS-OI-SUB) EQUAL SPACES
                   MOVE WS-ITEM-UOM TO WS-OI-UOM(WS-OI-SUB)
               END-IF
           ELSE
               IF WS-OI-COUNT IS LESS THAN WS-OI-MAX
                   ADD 1 TO WS-OI-COUNT
                   MOVE WS-ITEM-PRODUCT TO WS-OI-PRODUCT(WS-OI-COUNT)
                   MOVE WS-ITEM-QTY TO WS-OI-QTY(WS-OI-COUNT)
                   MOVE WS-ITEM-UOM TO WS-OI-UOM(WS-OI-COUNT)
               ELSE
                   MOVE 'Y' TO WS-OI-OVERFLOW-SW
               END-IF
           END-IF.

       260-EXIT.


       270-FIND-WAVE-PART.
      * LOOK FOR WS-ITEM-PRODUCT IN THE WAVE'S PICK TABLE - LEAVES
      * WS-WP-SUB ON IT WHEN FOUND
      *=================================================================

           MOVE 'N' TO WS-WP-FOUND-SW.
           PERFORM VARYING WS-WP-SUB FROM 1 BY 1
                   UNTIL WS-WP-SUB > WS-WP-COUNT
                      OR WS-WP-FOUND
               IF WS-WP-PRODUCT(WS-WP-SUB) EQUAL WS-ITEM-PRODUCT
                   MOVE 'Y' TO WS-WP-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-WP-FOUND
               SUBTRACT 1 FROM WS-WP-SUB
           END-IF.

       270-EXIT.


       275-FIND-PRIMARY-BIN.
      * BROWSE THE PART'S BINS FOR THE PRIMARY (OR ITS FIRST BIN WHEN
      * NONE IS FLAGGED) - WHERE THE PICKER SHOULD WALK TO.  A PART
      * WITH NO BIN ON FILE SORTS TO THE FRONT UNDER A BLANK BIN.
      *=================================================================

           MOVE SPACES TO WS-PICK-BIN.
           MOVE SPACES TO WS-PICK-FIRST-BIN.
           MOVE 'N' TO WS-BIN-DONE-SW.
           MOVE WS-ITEM-PRODUCT TO BIN-PRODUCT.
           MOVE LOW-VALUES TO BIN-CODE.
           START BINLOC-FILE
               KEY IS NOT LESS THAN BINLOC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BIN-DONE-SW
           END-START.

           PERFORM UNTIL WS-BIN-DONE
               READ BINLOC-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BIN-DONE-SW
               END-READ
               IF WS-BIN-DONE
                   CONTINUE
               ELSE
               IF BIN-PRODUCT NOT EQUAL WS-ITEM-PRODUCT
                   MOVE 'Y' TO WS-BIN-DONE-SW
               ELSE
               IF BIN-PRIMARY
                   MOVE BIN-CODE TO WS-PICK-BIN
                   MOVE 'Y' TO WS-BIN-DONE-SW
               ELSE
               IF WS-PICK-FIRST-BIN EQUAL SPACES
                   MOVE BIN-CODE TO WS-PICK-FIRST-BIN
               END-IF
           END-PERFORM.

           IF WS-PICK-BIN EQUAL SPACES
               MOVE WS-PICK-FIRST-BIN TO WS-PICK-BIN
           END-IF.

       275-EXIT.


       280-PRINT-SORT-ORDER.
      * THE ORDER'S BLOCK ON THE SORT-TO-ORDER SHEET - WHERE EACH
      * PICKED PART GOES BACK OUT TO
      *=================================================================

           MOVE ORDFILE-PREFIX TO SO-PREFIX.
           MOVE ORDFILE-INVOICE-NO TO SO-INVOICE-NO.
           MOVE ORDFILE-NAME TO SO-NAME.
           MOVE ORDFILE-ADDR-LINE1 TO SO-ADDR1.
           MOVE WS-SORT-ORDER-LINE TO PRTREQ-TEXT.
           PERFORM 530-WRITE-SORT-TEXT.

           PERFORM 285-PRINT-SORT-ITEM
               VARYING WS-OI-SUB FROM 1 BY 1
               UNTIL WS-OI-SUB > WS-OI-COUNT.

           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 530-WRITE-SORT-TEXT.

       280-EXIT.


       285-PRINT-SORT-ITEM.
      * ONE PART AND QUANTITY FOR THE ORDER
      *=================================================================

           MOVE WS-OI-PRODUCT(WS-OI-SUB)(1:4) TO SI-PROD-A.
           MOVE WS-OI-PRODUCT(WS-OI-SUB)(5:4) TO SI-PROD-B.
           MOVE WS-OI-QTY(WS-OI-SUB) TO SI-QTY.
           MOVE WS-OI-UOM(WS-OI-SUB) TO SI-UOM.
           MOVE WS-SORT-ITEM-LINE TO PRTREQ-TEXT.
           PERFORM 530-WRITE-SORT-TEXT.

       285-EXIT.


       290-LIST-ORDER.
      * ONE ORDER ON THE RELEASE REGISTER
      *=================================================================

           MOVE ORDFILE-PREFIX TO DL-PREFIX.
           MOVE ORDFILE-INVOICE-NO TO DL-INVOICE-NO.
           MOVE ORDFILE-NAME TO DL-NAME.
           MOVE ORDFILE-ORDER-DATE TO DL-ORDER-DATE.
           MOVE WS-OI-COUNT TO DL-ITEMS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       290-EXIT.


       300-OPEN-WAVE.
      * THE FIRST ORDER TO QUALIFY OPENS THE WAVE - DRAW ITS NUMBER
      * OFF THE 'WAV' CONTROL RECORD AND START THE TWO WAREHOUSE
      * PRINT REQUESTS
      *=================================================================

           MOVE 'WAV' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE WAVCTL-NEXT-WAVE TO WS-WAVE-NO.
           ADD 1 TO WAVCTL-NEXT-WAVE.
           REWRITE INVCTL-RECORD.

           PERFORM 510-OPEN-PRINT-REQUEST.
           MOVE PRTREQ-NUMBER TO WS-PICK-REQ-NO.
           MOVE ZERO TO WS-PICK-LINE-NO.
           MOVE WS-WAVE-NO TO PT-WAVE-NO.
           MOVE WS-RUN-DATE TO PT-RUN-DATE.
           MOVE WS-PICK-TITLE TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.
           MOVE WS-PICK-SELECT TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.
           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.
           MOVE WS-PICK-COLUMNS TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.

           PERFORM 510-OPEN-PRINT-REQUEST.
           MOVE PRTREQ-NUMBER TO WS-SORT-REQ-NO.
           MOVE ZERO TO WS-SORT-LINE-NO.
           MOVE WS-WAVE-NO TO ST-WAVE-NO.
           MOVE WS-SORT-TITLE TO PRTREQ-TEXT.
           PERFORM 530-WRITE-SORT-TEXT.
           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 530-WRITE-SORT-TEXT.

           MOVE WS-WAVE-NO TO WL-WAVE-NO.
           MOVE WS-PICK-REQ-NO TO WL-PICK-REQ.
           MOVE WS-SORT-REQ-NO TO WL-SORT-REQ.
           WRITE REPORT-LINE FROM WS-WAVE-LINE.

       300-EXIT.


       400-SORT-PICK-TABLE.
      * EXCHANGE-SORT THE WAVE'S PARTS INTO ASCENDING BIN ORDER, PART
      * WITHIN BIN - THE PICKER WALKS THE AISLES ONCE FOR THE WAVE
      *=================================================================

           PERFORM VARYING WS-WP-SUB FROM 1 BY 1
                   UNTIL WS-WP-SUB NOT LESS THAN WS-WP-COUNT
               PERFORM VARYING WS-WP-SUB2 FROM 1 BY 1
                       UNTIL WS-WP-SUB2 NOT LESS THAN WS-WP-COUNT
                   IF WS-WP-SORT-KEY(WS-WP-SUB2) IS GREATER THAN
                       WS-WP-SORT-KEY(WS-WP-SUB2 + 1)
                       MOVE WS-WP-ENTRY(WS-WP-SUB2) TO WS-WP-SWAP
                       MOVE WS-WP-ENTRY(WS-WP-SUB2 + 1)
                           TO WS-WP-ENTRY(WS-WP-SUB2)
                       MOVE WS-WP-SWAP
                           TO WS-WP-ENTRY(WS-WP-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-EXIT.


       500-PRINT-PICK-LIST.
      * THE WAVE'S PARTS, IN BIN SEQUENCE, EACH WITH ITS TOTAL ACROSS
      * THE WAVE AND HOW MANY ORDERS IT GOES TO
      *=================================================================

           PERFORM 505-PRINT-PICK-ITEM
               VARYING WS-WP-SUB FROM 1 BY 1
               UNTIL WS-WP-SUB > WS-WP-COUNT.

           MOVE SPACES TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.
           MOVE WS-ORDER-COUNT TO PR-ORDERS.
           MOVE WS-PICK-TRAILER TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.

       500-EXIT.


       505-PRINT-PICK-ITEM.
      * ONE BIN-SEQUENCED PART ON THE WAVE PICK LIST
      *=================================================================

           MOVE WS-WP-BIN(WS-WP-SUB) TO PI-BIN.
           MOVE WS-WP-PRODUCT(WS-WP-SUB)(1:4) TO PI-PROD-A.
           MOVE WS-WP-PRODUCT(WS-WP-SUB)(5:4) TO PI-PROD-B.
           MOVE WS-WP-QTY(WS-WP-SUB) TO PI-QTY.
           MOVE WS-WP-UOM(WS-WP-SUB) TO PI-UOM.
           MOVE WS-WP-ORDERS(WS-WP-SUB) TO PI-ORDERS.
           MOVE WS-PICK-ITEM-LINE TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PICK-TEXT.

       505-EXIT.


       510-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER, ROUTED TO THE WAREHOUSE
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE 'WHSE' TO PRTREQ-ROUTING.
           MOVE SPACES TO PRTREQ-TEXT.
           WRITE PRTREQ-RECORD.

       510-EXIT.


       520-WRITE-PICK-TEXT.
      * ADD PRTREQ-TEXT AS THE NEXT LINE OF THE PICK LIST REQUEST
      *=================================================================

           ADD 1 TO WS-PICK-LINE-NO.
           MOVE WS-PICK-REQ-NO TO PRTREQ-NUMBER.
           MOVE WS-PICK-LINE-NO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE 'WHSE' TO PRTREQ-ROUTING.
           WRITE PRTREQ-RECORD.

       520-EXIT.


       530-WRITE-SORT-TEXT.
      * ADD PRTREQ-TEXT AS THE NEXT LINE OF THE SORT SHEET REQUEST
      *=================================================================

           ADD 1 TO WS-SORT-LINE-NO.
           MOVE WS-SORT-REQ-NO TO PRTREQ-NUMBER.
           MOVE WS-SORT-LINE-NO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE 'WHSE' TO PRTREQ-ROUTING.
           WRITE PRTREQ-RECORD.

       530-EXIT.


       600-WRITE-WAVE-HEADER.
      * FILE THE WAVE - WHAT IT WAS GATHERED BY, HOW MANY ORDERS AND
      * PICK LINES, AND THE PRINT REQUESTS - RELEASED AND WAITING FOR
      * GS14 TO CONFIRM IT
      *=================================================================

           MOVE WS-WAVE-NO TO WH-WAVE-NO.
           MOVE WS-RUN-DATE TO WH-RELEASE-DATE.
           MOVE WC-DIVISION TO WH-DIVISION.
           MOVE WC-SHIP-DATE TO WH-SHIP-DATE.
           MOVE WC-CARRIER TO WH-CARRIER.
           MOVE WS-ORDER-COUNT TO WH-ORDER-COUNT.
           MOVE WS-WP-COUNT TO WH-PICK-LINES.
           MOVE WS-PICK-REQ-NO TO WH-PICK-REQUEST.
           MOVE WS-SORT-REQ-NO TO WH-SORT-REQUEST.
           SET WH-STATUS-RELEASED TO TRUE.
           MOVE ZERO TO WH-CONFIRM-DATE.
           MOVE 'BAT' TO WH-OPERATOR-ID.
           MOVE 'BATC' TO WH-TERMINAL-ID.
           MOVE WS-RUN-DATE TO WH-LAST-CHG-DATE.
           MOVE ZERO TO WH-LAST-CHG-TIME.
           WRITE WAVHDR-RECORD.

       600-EXIT.


       700-PRINT-TOTALS.
      * THE RELEASE REGISTER TOTALS
      *=================================================================

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 'ORDERS RELEASED ON THE WAVE' TO TL-LABEL.
           MOVE WS-ORDER-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'PARTS ON THE PICK LIST' TO TL-LABEL.
           MOVE WS-WP-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ORDERS LEFT FOR THE NEXT WAVE' TO TL-LABEL.
           MOVE WS-LEFT-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE 'ORDERS TOO LARGE FOR A WAVE' TO TL-LABEL.
           MOVE WS-TOO-BIG-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       700-EXIT.


       END PROGRAM gsprgwv.
