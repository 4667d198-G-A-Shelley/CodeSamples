      *    PUTS NEW STOCK AWAY AND WHERE THE PICK LIST SENDS THE
      *    PICKER.  BIN CODES SORT IN WALK SEQUENCE - AISLE THEN
      *    SHELF - WHICH IS WHAT THE BIN-SEQUENCED PICK LIST RIDES ON.
      *    EACH BIN SITS IN ONE WAREHOUSE - BLANK ON THE OLDER RECORDS,
      *    WHICH ARE ALL IN THE PRIMARY WAREHOUSE.
       01  BINLOC-LENGTH                   PIC S9(4) COMP VALUE 30.

       01  BINLOC-RECORD.
           05  BIN-QTY                     PIC 9(5).
           05  BIN-PRIMARY-SW              PIC X(1).
               88  BIN-PRIMARY                     VALUE 'P'.
           05  BIN-WAREHOUSE               PIC X(2).
           05  FILLER                      PIC X(8).

      *    THE WAREHOUSE TABLE - A KEYED WAREHOUSE MUST BE ON IT
       01  WHSTAB-LENGTH                   PIC S9(4) COMP VALUE 100.

       01  WHSTAB-RECORD.
           05  WHS-CODE                    PIC X(2).
           05  WHS-NAME                    PIC X(20).
           05  WHS-ROUTING                 PIC X(4).
           05  WHS-ADDR-LINE1              PIC X(20).
           05  WHS-ADDR-LINE2              PIC X(20).
           05  WHS-ADDR-LINE3              PIC X(20).
           05  FILLER                      PIC X(14).

       01  WS-BIN-WAREHOUSE                PIC X(2) VALUE SPACES.

       77  WS-PRIMARY-WAREHOUSE             PIC X(2) VALUE '01'.

       01  WS-TRANSFER-PN                  PIC S9(4) COMP VALUE 30.

               PERFORM 900-SEND-MAP
           END-IF.

           *> THE WAREHOUSE THE BIN IS IN - BLANK IS THE PRIMARY
           *> WAREHOUSE, ANYTHING KEYED MUST BE ON THE WAREHOUSE TABLE
           *>===============================================
           PERFORM 960-CHECK-WAREHOUSE THRU 960-EXIT.

           *> THE PART MUST RESOLVE ON THE PART CODE DATABASE
           *>===============================================
           MOVE PROAI TO WS-TRANSFER-PRODUCT(1:4).
           MOVE DFHBMFSE TO BINA.
           MOVE DFHBMFSE TO QTYA.
           MOVE DFHBMFSE TO PRIMA.
           MOVE DFHBMFSE TO WHSEA.

       920-EXIT.

           ELSE
               MOVE SPACE TO BIN-PRIMARY-SW
           END-IF.
           MOVE WS-BIN-WAREHOUSE TO BIN-WAREHOUSE.

       950-EXIT.


       960-CHECK-WAREHOUSE.
      * RESOLVE THE BIN'S WAREHOUSE - THE NOT-FOUND HANDLER IS POINTED
      * AT THE WAREHOUSE MESSAGE FOR THE TABLE READ AND THEN PUT BACK
      * ON THE BIN FILE
      *=================================================================

           IF WHSEL EQUAL ZERO
               MOVE WS-PRIMARY-WAREHOUSE TO WS-BIN-WAREHOUSE
               GO TO 960-EXIT
           END-IF.

           EXEC CICS HANDLE CONDITION
               NOTFND(965-WAREHOUSE-NOT-FOUND)
           END-EXEC.

           MOVE WHSEI TO WHS-CODE.
           EXEC CICS READ FILE('WHSTAB')
               INTO(WHSTAB-RECORD)
               RIDFLD(WHS-CODE)
               LENGTH(WHSTAB-LENGTH)
           END-EXEC.
           MOVE WHS-CODE TO WS-BIN-WAREHOUSE.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       960-EXIT.


       965-WAREHOUSE-NOT-FOUND.
      * NO SUCH WAREHOUSE - SEND THE SCREEN BACK
      *=================================================================

           MOVE "*   WAREHOUSE NOT ON FILE          *" TO MSGO.
           PERFORM 920-UNPROTECT-MAP.
           MOVE DFHPROTI TO MSGA.
           MOVE -1 TO WHSEL.
           MOVE DFHUNIMD TO WHSEA.
           PERFORM 900-SEND-MAP.

       965-EXIT.


       990-CLEAR-SCREEN.
      * CLEAR THE SCREEN PARAGRAPH - ALSO DROPS BACK TO ADD MODE
      *=================================================================
