               88  AR-STATUS-OPEN                 VALUE 'O'.
               88  AR-STATUS-PART-PAID            VALUE 'P'.
               88  AR-STATUS-PAID-FULL            VALUE 'F'.
               88  AR-STATUS-WRITTEN-OFF          VALUE 'W'.
           05  AR-CURRENCY                 PIC X(3).
           05  AR-RATE-TO-CAD              PIC 9(3)V9(4).
      *        TERMS, DUE DATE AND EARLY-PAYMENT DISCOUNT - SEE GSPRGCP
           05  AR-TERMS-CODE               PIC X(2).
           05  AR-DUE-DATE                 PIC 9(7).
           05  AR-DISC-DATE                PIC 9(7).
           05  AR-DISC-AMOUNT              PIC 9(7)V99.
           05  FILLER                      PIC X(26).

       FD  CURRTAB-FILE.
       01  CURRTAB-RECORD.
           PERFORM 100-READ-ARFILE.
           PERFORM UNTIL ARFILE-EOF
               IF NOT AR-STATUS-PAID-FULL
                   AND NOT AR-STATUS-WRITTEN-OFF
                   AND AR-CURRENCY NOT EQUAL 'CAD'
                   AND AR-CURRENCY NOT EQUAL SPACES
                   PERFORM 200-REVALUE-ONE-ITEM
