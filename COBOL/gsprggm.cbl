               10  OC-PRODUCT              PIC X(8).
           05  OC-UNIT-COST                PIC 9(5)V99.
           05  OC-DATE                     PIC 9(7).
      *        THE UNIT THE LINE WAS SOLD IN - THE UNIT COST ABOVE IS
      *        PER THIS UNIT, AS ARE THE LINE'S QUANTITY AND PRICE
           05  OC-SELL-UOM                 PIC X(2).
           05  OC-SELL-FACTOR              PIC 9(5).
           05  OC-STOCK-UOM                PIC X(2).
           05  FILLER                      PIC X(2).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).
