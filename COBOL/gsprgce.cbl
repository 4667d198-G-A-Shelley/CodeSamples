
      *    THE COUNT WORK FILE GSPRGCX FROZE - THE WAREHOUSE KEYS THE
      *    COUNTED QUANTITIES IN HERE AND GSPRGCV POSTS THE VARIANCES
       01  CNTFILE-LENGTH                  PIC S9(4) COMP VALUE 48.

       01  CNTFILE-RECORD.
           05  CNT-PART-CODE               PIC X(8).
               88  CNT-COUNTED                     VALUE 'Y'.
           05  CNT-UNIT-PRICE              PIC 9(5)V99.
           05  CNT-OPERATOR-ID             PIC X(3).
           05  CNT-WAREHOUSE               PIC X(2).


       LINKAGE SECTION.
