           88  SCREEN-MODE-UPDATE               VALUE 'UPDT'.
           88  SCREEN-MODE-DELETE               VALUE 'DELT'.

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
       01 DFHCOMMAREA.
           MOVE GS-COMM-DIVISION TO STORD-DIVISION.
           MOVE FREQI TO STORD-FREQUENCY-DAYS.
      *    THE FIRST GENERATION FALLS DUE ONE FULL INTERVAL FROM
      *    TODAY, ROLLED ON TO A BUSINESS DAY OF THE SHOP CALENDAR
           MOVE 'D' TO WS-BUSDAY-FUNCTION.
           MOVE EIBDATE TO WS-BUSDAY-FROM-DATE.
           MOVE FREQI TO WS-BUSDAY-DAYS.
           EXEC CICS LINK
               PROGRAM('GSPRGBC')
               COMMAREA(WS-BUSDAY-AREA)
               LENGTH(WS-BUSDAY-LEN)
           END-EXEC.
           IF WS-BUSDAY-RETURN-CODE EQUAL 08
               COMPUTE STORD-NEXT-DUE-DATE =
                   EIBDATE + FREQI
           ELSE
               MOVE WS-BUSDAY-TO-DATE TO STORD-NEXT-DUE-DATE
           END-IF.
           SET STORD-ACTIVE TO TRUE.
           PERFORM 450-LOAD-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
