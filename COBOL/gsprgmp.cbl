               88  QUOTE-STATUS-OPEN              VALUE 'O'.
               88  QUOTE-STATUS-CONVERTED         VALUE 'C'.
               88  QUOTE-STATUS-EXPIRED           VALUE 'X'.
               88  QUOTE-STATUS-LOST              VALUE 'L'.
           05  QUOTE-OPERATOR-ID           PIC X(3).
           05  QUOTE-CLOSED-DATE           PIC 9(7).
           05  QUOTE-LOST-REASON           PIC X(3).
           05  QUOTE-COMPETITOR-PRICE      PIC 9(7)V99.
           05  QUOTE-LIST-TOTAL            PIC 9(7)V99.
           05  FILLER                      PIC X(19).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
