       01  PERCTL-RECORD.
           05  PER-PERIOD                  PIC X(4).
           05  PER-STATUS                  PIC X(1).
               88  PER-CLOSED                      VALUE 'C' 'F'.
               88  PER-FROZEN                      VALUE 'F'.
           05  PER-CLOSED-DATE             PIC 9(7).
           05  PER-CLOSED-BY               PIC X(3).
           05  FILLER                      PIC X(5).
       01  WS-REFUSED-MS-LINE               PIC X(50)
           VALUE 'CLOSE REFUSED - GSPRGMS HAS NOT LOGGED COMPLETE'.

       01  WS-REFUSED-FROZEN-LINE           PIC X(50)
           VALUE 'CLOSE REFUSED - THE YEAR IS CLOSED AND FROZEN'.


       PROCEDURE DIVISION.
      *=================================================================
      * BUT ONLY AFTER THE GSPRGHA SALES-HISTORY ACCUMULATION AND
      * THE GSPRGMS STATEMENT RUN HAVE BOTH LOGGED COMPLETE ON THE
      * NIGHT LOG, SO A MONTH CANNOT BE CLOSED UNDER WORK STILL IN
      * FLIGHT.  A PERIOD WHOSE YEAR THE GSPRGYE YEAR-END HAS FROZEN
      * IS NEVER RESTAMPED.  A REFUSED CLOSE ENDS RC=8.  SYSIN IS THE
      * PERIOD (YYMM), THE RUN DATE (0CYYDDD) AND THE OPERATOR
      * INITIALS.

           ACCEPT WS-CLOSE-PERIOD FROM SYSIN.
           ACCEPT WS-RUN-DATE FROM SYSIN.
               STOP RUN
           END-IF.

           MOVE WS-CLOSE-PERIOD TO PER-PERIOD.
           READ PERCTL-FILE
               INVALID KEY
                   MOVE SPACE TO PER-STATUS
           END-READ.
           IF PER-FROZEN
               WRITE REPORT-LINE FROM WS-REFUSED-FROZEN-LINE
               CLOSE NIGHTLOG-FILE
               CLOSE PERCTL-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-CLOSE-THE-PERIOD.

           WRITE REPORT-LINE FROM WS-CLOSED-LINE.
