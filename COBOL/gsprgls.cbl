       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. GSPRGLS.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.

      *    THE LOST-SALES FILE - ONE RECORD PER PART (OR FREE-TEXT
      *    ITEM) A CUSTOMER ASKED FOR AND DID NOT BUY, KEYED BY WHEN
      *    AND WHERE IT WAS TAKEN.  THE PRODUCT IS BLANK WHEN THE
      *    ITEM IS NOT ON THE PART MASTER AND ONLY THE DESCRIPTION
      *    SAYS WHAT WAS WANTED.  READ BY THE GSPRGLR MONTHLY REPORT
      *    AND BY THE GSPRGRP REORDER-POINT REVIEW.
       01  LOSTSL-LENGTH                   PIC S9(4) COMP VALUE 80.

       01  LOSTSL-RECORD.
           05  LS-KEY.
               10  LS-DATE                 PIC 9(7).
               10  LS-TIME                 PIC 9(7).
               10  LS-TERMINAL-ID          PIC X(4).
               10  LS-SEQ                  PIC 9(2).
           05  LS-DIVISION                 PIC X(3).
           05  LS-ACCOUNT                  PIC X(6).
           05  LS-PRODUCT                  PIC X(8).
           05  LS-DESC                     PIC X(20).
           05  LS-QTY                      PIC 9(5).
           05  LS-REASON                   PIC X(3).
               88  LS-REASON-VALID          VALUE 'OOS' 'LDT' 'PRC'
                                                  'NST'.
           05  LS-SOURCE                   PIC X(4).
           05  LS-OPERATOR-ID              PIC X(3).
           05  FILLER                      PIC X(8).


       LINKAGE SECTION.
      *=================================================================
      *    WHAT THE CALLING SCREEN HANDS OVER - THE TRANSACTION IT
      *    WAS TAKEN ON, THE ACCOUNT (BLANK FOR A COUNTER ENQUIRY),
      *    THE PART OR ITS FREE-TEXT DESCRIPTION, THE QUANTITY AND THE
      *    REASON - 'OOS' OUT OF STOCK, 'LDT' LEAD TIME TOO LONG, 'PRC'
      *    PRICE, 'NST' NOT STOCKED.  THE RETURN CODE IS 00 WHEN
      *    RECORDED, 04 FOR A REASON NOT IN THAT LIST AND 08 WHEN THE
      *    FILE WOULD NOT TAKE IT.
       01 DFHCOMMAREA.
           05  LK-OPERATOR-ID                  PIC X(3).
           05  LK-DIVISION                     PIC X(3).
           05  LK-SOURCE                       PIC X(4).
           05  LK-ACCOUNT                      PIC X(6).
           05  LK-PRODUCT                      PIC X(8).
           05  LK-DESC                         PIC X(20).
           05  LK-QTY                          PIC 9(5).
           05  LK-REASON                       PIC X(3).
           05  LK-RETURN-CODE                  PIC 9(2).
               88  LK-OK                              VALUE 00.
               88  LK-BAD-REASON                      VALUE 04.
               88  LK-NOT-RECORDED                    VALUE 08.


       PROCEDURE DIVISION.
      *=================================================================
      * WRITES ONE LOST-SALE ENTRY FOR THE ORDER-ENTRY AND STOCK-STATUS
      * SCREENS.  TWO ENTRIES FROM ONE TERMINAL IN THE SAME SECOND
      * (SEVERAL LINES OFF ONE ORDER) ARE KEPT APART BY THE SEQUENCE
      * ON THE END OF THE KEY.
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           MOVE ZERO TO LK-RETURN-CODE.

           MOVE SPACES TO LOSTSL-RECORD.
           MOVE LK-REASON TO LS-REASON.
           IF NOT LS-REASON-VALID
               MOVE 04 TO LK-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE EIBDATE TO LS-DATE.
           MOVE EIBTIME TO LS-TIME.
           MOVE EIBTRMID TO LS-TERMINAL-ID.
           MOVE 1 TO LS-SEQ.
           MOVE LK-DIVISION TO LS-DIVISION.
           MOVE LK-ACCOUNT TO LS-ACCOUNT.
           MOVE LK-PRODUCT TO LS-PRODUCT.
           MOVE LK-DESC TO LS-DESC.
           MOVE LK-QTY TO LS-QTY.
           MOVE LK-SOURCE TO LS-SOURCE.
           MOVE LK-OPERATOR-ID TO LS-OPERATOR-ID.

           EXEC CICS HANDLE CONDITION
               DUPREC(150-NEXT-SEQUENCE)
               NOSPACE(200-NOT-RECORDED)
           END-EXEC.

       100-WRITE-ENTRY.

           EXEC CICS WRITE
               FROM(LOSTSL-RECORD)
               LENGTH(LOSTSL-LENGTH)
               FILE('LOSTSL')
               RIDFLD(LS-KEY)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       000-EXIT.


       150-NEXT-SEQUENCE.
      * ANOTHER ENTRY FROM THIS TERMINAL ALREADY HOLDS THE KEY - TAKE
      * THE NEXT SEQUENCE AND WRITE AGAIN
      *=================================================================

           IF LS-SEQ EQUAL 99
               GO TO 200-NOT-RECORDED
           END-IF.

           ADD 1 TO LS-SEQ.
           GO TO 100-WRITE-ENTRY.

       150-EXIT.


       200-NOT-RECORDED.
      * THE FILE WOULD NOT TAKE THE ENTRY - THE SCREEN TELLS THE
      * OPERATOR SO IT CAN BE KEYED AGAIN
      *=================================================================

           MOVE 08 TO LK-RETURN-CODE.
           EXEC CICS RETURN END-EXEC.

       200-EXIT.


       END PROGRAM GSPRGLS.
