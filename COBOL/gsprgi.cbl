       01  WS-DEPOSIT-SW                   PIC X(1).
           88  WS-DEPOSIT-ON-FILE                  VALUE 'Y'.

      *    THE CARRIER'S LATEST WORD ON THE SHIPMENT, FILED BY THE
      *    NIGHTLY DELIVERY RUN (GSPRGDL)
       01  SHIPDLV-LENGTH                  PIC S9(4) COMP VALUE 100.

       01  SHIPDLV-RECORD.
           05  DL-INVOICE-NO               PIC X(7).
           05  DL-PREFIX                   PIC X(3).
           05  DL-CARRIER                  PIC X(10).
           05  DL-TRACKING-REF             PIC X(15).
           05  DL-STATUS                   PIC X(1).
               88  DL-STATUS-IN-TRANSIT            VALUE 'T'.
               88  DL-STATUS-DELIVERED             VALUE 'D'.
               88  DL-STATUS-REFUSED               VALUE 'R'.
               88  DL-STATUS-DAMAGED               VALUE 'X'.
           05  DL-LAST-SCAN-DATE           PIC 9(7).
           05  DL-DELIVERED-DATE           PIC 9(7).
           05  DL-SIGNED-BY                PIC X(20).
           05  DL-EXCEPTION-DATE           PIC 9(7).
           05  DL-REMARK                   PIC X(20).
           05  FILLER                      PIC X(3).

       01  WS-CONFIRM-LINE-DEPOSIT.
           05  FILLER                        PIC X(10)
               VALUE 'DEPOSIT: '.
       LINKAGE SECTION.
      *=================================================================
       01 DFCOMMAREA.
           05 EK-TRANSFER                    PIC X(15).


       PROCEDURE DIVISION.
               GO TO 100-FIRST-TIME
           END-IF.

           *> A 15-BYTE COMMAREA IS THE JUMP FROM THE GS40 ACCOUNT
           *> INQUIRY - INVOICE FIRST, THEN THE SIGN-ON BLOCK
           *>=============================================
           IF EIBCALEN EQUAL 15
               MOVE EK-TRANSFER(8:8) TO GS-COMM
               MOVE GS-COMM-DIVISION TO ORDFILE-PREFIX
               GO TO 160-JUMP-TO-INVOICE
           END-IF.

           *> RE-ENTRY FROM THIS SCREEN'S OWN RETURN - RELOAD THE
           *> SIGN-ON BLOCK FROM THE COMMAREA
           *>=============================================
       150-EXIT.


       160-JUMP-TO-INVOICE.
      * THE ACCOUNT INQUIRY HANDED US AN OPEN ITEM'S INVOICE NUMBER -
      * SHOW THE INVOICE STRAIGHT AWAY
      *=================================================================

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

           MOVE LOW-VALUES TO MAP2O.
           MOVE EK-TRANSFER(1:7) TO INVNUMI.
           MOVE EK-TRANSFER(1:7) TO ORDFILE-INVOICE-NO.

           EXEC CICS READ FILE('ORDFILE')
               INTO(ORDFILE-RECORD)
               LENGTH(ORDFILE-LENGTH)
               RIDFLD(ORDFILE-KEY)
           END-EXEC.

           MOVE SPACES TO MSGO.
           PERFORM 910-MOVE-VALUES.
           PERFORM 930-PROTECT-TITLE.
           EXEC CICS
               SEND MAP('MAP2') MAPSET('GSMAP2') ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('GS02')
               COMMAREA(GS-RETURN-AREA)
               LENGTH(GS-RETURN-LENGTH)
           END-EXEC.

       160-EXIT.


       200-MAIN-LOGIC.
      * MAIN PROGRAM LOGIC PARAGRAPH
      *=================================================================
           MOVE WS-GRAND-TOTAL TO GRNDO.
           MOVE ORDFILE-CUST-PO-REF TO POREFO.

           *> DELIVERED DATE AND WHO SIGNED, ONCE THE CARRIER HAS
           *> REPORTED IT - OR WHY IT WAS NOT DELIVERED
           MOVE LOW-VALUES TO DLVDTO.
           MOVE LOW-VALUES TO DLVBYO.
           PERFORM 974-CHECK-DELIVERY THRU 974-EXIT.

       910-EXIT.


       972-EXIT.


       974-CHECK-DELIVERY.
      * SHOW THE DELIVERY THE CARRIER REPORTED FOR THE INVOICE
      *=================================================================

           MOVE ORDFILE-INVOICE-NO TO DL-INVOICE-NO.

           EXEC CICS HANDLE CONDITION
               NOTFND(974-NO-DELIVERY)
           END-EXEC.
           EXEC CICS READ FILE('SHIPDLV')
               RIDFLD(DL-INVOICE-NO)
               LENGTH(SHIPDLV-LENGTH)
               INTO(SHIPDLV-RECORD)
           END-EXEC.

           IF DL-STATUS-DELIVERED
               MOVE DL-DELIVERED-DATE TO DLVDTO
               MOVE DL-SIGNED-BY TO DLVBYO
           ELSE
           IF DL-STATUS-REFUSED
               MOVE DL-EXCEPTION-DATE TO DLVDTO
               MOVE '** REFUSED **' TO DLVBYO
           ELSE
           IF DL-STATUS-DAMAGED
               MOVE DL-EXCEPTION-DATE TO DLVDTO
               MOVE '** DAMAGED **' TO DLVBYO
           END-IF.

       974-NO-DELIVERY.

           EXEC CICS HANDLE CONDITION
               NOTFND(150-NOT-FOUND)
           END-EXEC.

       974-EXIT.


       965-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================
