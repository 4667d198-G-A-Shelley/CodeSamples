           05  CR-CARRIER                  PIC X(10).
           05  CR-BASE-CHARGE              PIC 9(5)V99.
           05  CR-PER-PIECE                PIC 9(3)V99.
      *        BUSINESS DAYS THE CARRIER IS GIVEN TO DELIVER BEFORE
      *        THE NIGHTLY DELIVERY RUN CHASES THE SHIPMENT
           05  CR-DELIVERY-DAYS            PIC 9(2).
           05  FILLER                      PIC X(6).

       01  WS-SCREEN-MODE                  PIC X(4) VALUE 'ADD '.
           88  SCREEN-MODE-ADD                  VALUE 'ADD '.
               MOVE -1 TO PIECL
               MOVE DFHUNIMD TO PIECA
               PERFORM 900-SEND-MAP
           ELSE
           IF NOT SCREEN-MODE-DELETE
               AND DAYSL IS GREATER THAN ZERO
               AND DAYSI IS NOT NUMERIC
               MOVE "* DELIVERY DAYS MUST BE NUMERIC    *" TO MSGO
               PERFORM 920-UNPROTECT-MAP
               MOVE DFHPROTI TO MSGA
               MOVE -1 TO DAYSL
               MOVE DFHUNIMD TO DAYSA
               PERFORM 900-SEND-MAP
           END-IF.

           IF SCREEN-MODE-UPDATE
           MOVE DFHBMFSE TO CARRA.
           MOVE DFHBMFSE TO BASEA.
           MOVE DFHBMFSE TO PIECA.
           MOVE DFHBMFSE TO DAYSA.

       920-EXIT.

           ELSE
               MOVE ZERO TO CR-PER-PIECE
           END-IF.
           IF DAYSL IS GREATER THAN ZERO
               MOVE DAYSI TO CR-DELIVERY-DAYS
           ELSE
               MOVE ZERO TO CR-DELIVERY-DAYS
           END-IF.

       950-EXIT.

