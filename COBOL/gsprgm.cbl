           IF CHOICEI IS EQUAL TO 'Z' OR CHOICEI IS EQUAL TO 'z'
               GO TO 725-CHOICE-Z
           ELSE
           IF CHOICEI IS EQUAL TO '0'
               GO TO 726-CHOICE-0
           ELSE
           IF CHOICEI IS NUMERIC
               GO TO 700-ENTRY-ERROR
           ELSE
       725-EXIT.


       726-CHOICE-0.
      * CHANGE SCREENS TO THE SECOND MENU PAGE - THE FUNCTIONS ADDED
      * ONCE THIS MENU RAN OUT OF LETTERS
      *=================================================================

           EXEC CICS XCTL
               PROGRAM('gsprgmo')
               COMMAREA(GS-COMM)
               LENGTH(GS-COMM-LENGTH)
           END-EXEC.

       726-EXIT.


       700-ENTRY-ERROR.
      * DISPLAY USER ENTRY ERROR MESSAGE
      *=================================================================
