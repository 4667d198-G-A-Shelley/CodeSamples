           05  QUOTE-NO                    PIC 9(7).
           05  QUOTE-DIVISION              PIC X(3).
           05  QUOTE-ACCOUNT               PIC X(6).
           05  FILLER                      PIC X(184).

       FD  ARFILE-FILE.
       01  ARFILE-RECORD.
           05  AR-INVOICE-NO               PIC X(7).
           05  AR-ACCOUNT                  PIC X(6).
           05  FILLER                      PIC X(107).

       FD  CONPRC-FILE.
       01  CONPRC-RECORD.
