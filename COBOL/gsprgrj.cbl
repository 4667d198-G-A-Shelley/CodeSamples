       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. GSPRGRJ.
       AUTHOR. GAVIN SHELLEY.


       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RS-6000.
       OBJECT-COMPUTER. RS-6000.


       DATA DIVISION.
      *=================================================================
       WORKING-STORAGE SECTION.

      *    THE RECOVERY JOURNAL - ONE RECORD PER ONLINE ADD, REWRITE
      *    OR DELETE AGAINST ORDFILE, ORDDETL OR CUSTMAS, CARRYING THE
      *    RECORD AS IT WAS LEFT.  KEYED BY A SEQUENCE NUMBER OFF THE
      *    'RJN' INVCTL RECORD SO GSPRGVR CAN REPLAY THE DAY IN ORDER
      *    AND SPOT A MISSING ENTRY.  GSPRGVB EMPTIES IT EACH NIGHT
      *    ONCE THE BACKUP HAS BEEN VERIFIED.
       01  RCVJRNL-LENGTH                  PIC S9(4) COMP VALUE 420.

       01  RCVJRNL-RECORD.
           05  RJ-SEQ                      PIC 9(7).
           05  RJ-DATE                     PIC 9(7).
           05  RJ-TIME                     PIC 9(7).
           05  RJ-TERMINAL-ID              PIC X(4).
           05  RJ-OPERATOR-ID              PIC X(3).
           05  RJ-PROGRAM                  PIC X(8).
           05  RJ-FILE                     PIC X(8).
           05  RJ-ACTION                   PIC X(1).
           05  RJ-RECORD-KEY               PIC X(20).
           05  RJ-IMAGE-LEN                PIC 9(4).
           05  RJ-IMAGE                    PIC X(346).
           05  FILLER                      PIC X(5).

       01  INVCTL-LENGTH                   PIC S9(4) COMP VALUE 31.

       01  INVCTL-RECORD.
           05  INVCTL-DIVISION             PIC X(3).
           05  INVCTL-NEXT-ONLINE          PIC 9(7).
           05  INVCTL-ONLINE-HIGH          PIC 9(7).
           05  INVCTL-NEXT-BATCH           PIC 9(7).
           05  INVCTL-BATCH-HIGH           PIC 9(7).


       LINKAGE SECTION.
      *=================================================================
      *    WHAT THE CALLING SCREEN HANDS OVER - THE FILE, THE ACTION
      *    ('A' ADDED, 'C' REWRITTEN, 'D' DELETED), THE RECORD KEY AND
      *    THE RECORD AS THE SCREEN LEFT IT.  THE RETURN CODE IS 00
      *    WHEN JOURNALLED, 08 WHEN THE JOURNAL WOULD NOT TAKE IT.
       01 DFHCOMMAREA.
           05  LK-OPERATOR-ID                  PIC X(3).
           05  LK-PROGRAM                      PIC X(8).
           05  LK-FILE                         PIC X(8).
           05  LK-ACTION                       PIC X(1).
           05  LK-RECORD-KEY                   PIC X(20).
           05  LK-IMAGE-LEN                    PIC S9(4) COMP.
           05  LK-IMAGE                        PIC X(346).
           05  LK-RETURN-CODE                  PIC 9(2).
               88  LK-OK                              VALUE 00.
               88  LK-NOT-JOURNALLED                  VALUE 08.


       PROCEDURE DIVISION.
      *=================================================================
      * WRITES ONE RECOVERY-JOURNAL ENTRY FOR THE CICS SCREENS.  THE
      * SEQUENCE NUMBER IS TAKEN UNDER THE INVCTL RECORD'S UPDATE
      * LOCK, SO TWO TERMINALS CAN NEVER BE GIVEN THE SAME ONE.
      *=================================================================


       000-MAIN-LOGIC.
      * START OF PROGRAM CODE
      *=================================================================

           MOVE ZERO TO LK-RETURN-CODE.

           PERFORM 100-NEXT-SEQUENCE THRU 100-EXIT.

           MOVE EIBDATE TO RJ-DATE.
           MOVE EIBTIME TO RJ-TIME.
           MOVE EIBTRMID TO RJ-TERMINAL-ID.
           MOVE LK-OPERATOR-ID TO RJ-OPERATOR-ID.
           MOVE LK-PROGRAM TO RJ-PROGRAM.
           MOVE LK-FILE TO RJ-FILE.
           MOVE LK-ACTION TO RJ-ACTION.
           MOVE LK-RECORD-KEY TO RJ-RECORD-KEY.
           MOVE LK-IMAGE-LEN TO RJ-IMAGE-LEN.
           MOVE SPACES TO RJ-IMAGE.
           MOVE LK-IMAGE(1:LK-IMAGE-LEN) TO RJ-IMAGE.

           EXEC CICS HANDLE CONDITION
               DUPREC(200-NOT-JOURNALLED)
               NOSPACE(200-NOT-JOURNALLED)
           END-EXEC.

           EXEC CICS WRITE
               FROM(RCVJRNL-RECORD)
               LENGTH(RCVJRNL-LENGTH)
               FILE('RCVJRNL')
               RIDFLD(RJ-SEQ)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       000-EXIT.


       100-NEXT-SEQUENCE.
      * NUMBER THE ENTRY OFF THE 'RJN' CONTROL RECORD.  THE FIRST
      * ENTRY AFTER THE RECORD WAS LOST OR NEVER SET UP STARTS THE
      * SERIES AGAIN AT 1 RATHER THAN STOPPING THE SCREEN.
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(100-START-SERIES)
           END-EXEC.

           MOVE 'RJN' TO INVCTL-DIVISION.
           EXEC CICS READ FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
               LENGTH(INVCTL-LENGTH)
               INTO(INVCTL-RECORD)
               UPDATE
           END-EXEC.
           MOVE INVCTL-NEXT-ONLINE TO RJ-SEQ.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           EXEC CICS REWRITE FILE('INVCTL')
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
           END-EXEC.
           GO TO 100-EXIT.

       100-START-SERIES.

           MOVE 'RJN' TO INVCTL-DIVISION.
           MOVE 1 TO RJ-SEQ.
           MOVE 2 TO INVCTL-NEXT-ONLINE.
           MOVE 9999999 TO INVCTL-ONLINE-HIGH.
           MOVE ZERO TO INVCTL-NEXT-BATCH.
           MOVE ZERO TO INVCTL-BATCH-HIGH.
           EXEC CICS WRITE
               FROM(INVCTL-RECORD)
               LENGTH(INVCTL-LENGTH)
               FILE('INVCTL')
               RIDFLD(INVCTL-DIVISION)
           END-EXEC.

       100-EXIT.


       200-NOT-JOURNALLED.
      * THE JOURNAL WOULD NOT TAKE THE ENTRY - THE SCREEN'S OWN
      * UPDATE STANDS, AND GSPRGVR REPORTS THE MISSING SEQUENCE
      *=================================================================

           MOVE 08 TO LK-RETURN-CODE.
           EXEC CICS RETURN END-EXEC.

       200-EXIT.


       END PROGRAM GSPRGRJ.
