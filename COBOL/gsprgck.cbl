           SELECT CHQHIST-FILE ASSIGN TO CHQHIST
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SUPPLIER MASTER - WHETHER EACH SUPPLIER IS PAID BY
      *    CHEQUE OR BY EFT, AND THE BANK ACCOUNT AN EFT GOES TO
           SELECT SUPMAS-FILE ASSIGN TO SUPMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPMAS-CODE
               FILE STATUS IS WS-SUPMAS-STATUS.

      *    THE PRINT SPOOL - ONE REMITTANCE ADVICE PER EFT PAYMENT
           SELECT PRTREQ-FILE ASSIGN TO PRTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRTREQ-KEY
               FILE STATUS IS WS-PRTREQ-STATUS.

      *    THE CPA STANDARD 005 CREDIT FILE FOR THE BANK - AN 'A'
      *    HEADER, ONE 'C' RECORD PER SUPPLIER PAID BY EFT, AND A 'Z'
      *    TRAILER CARRYING THE FILE CONTROL TOTALS
           SELECT EFTFILE-FILE ASSIGN TO EFTFILE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EFTREG-FILE ASSIGN TO EFTREG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SYSPRINT
               ORGANIZATION IS LINE SEQUENTIAL.

               10  AP-TERMINAL-ID          PIC X(4).
               10  AP-LAST-CHG-DATE        PIC 9(7).
               10  AP-LAST-CHG-TIME        PIC 9(7).
      *        HOW THE ITEM WAS PAID - AN EFT PAYMENT CARRIES ITS
      *        PAYMENT REFERENCE IN AP-CHEQUE-NO
           05  AP-PAY-METHOD               PIC X(1).
               88  AP-PAID-BY-CHEQUE               VALUE ' ' 'C'.
               88  AP-PAID-BY-EFT                  VALUE 'E'.
      *        A DEBIT MEMO IS WHAT THE SUPPLIER OWES US BACK - RAISED
      *        BY THE RETURN-TO-VENDOR POSTING AND NETTED OFF THE NEXT
      *        PAYMENT BY THE PAYMENT RUN
           05  AP-ITEM-TYPE                PIC X(1).
               88  AP-ITEM-INVOICE                 VALUE ' '.
               88  AP-ITEM-DEBIT-MEMO              VALUE 'D'.
           05  FILLER                      PIC X(3).

       FD  INVCTL-FILE.
      *        THE CHEQUE NUMBERS RIDE ON THE SAME INVCTL CONTROL
           05  CQ-INVOICE-REF              PIC X(10).
           05  CQ-AMOUNT                   PIC 9(7)V99.
           05  CQ-DATE                     PIC 9(7).
      *        A DEBIT MEMO NETTED OFF THE CHEQUE IS LISTED WITH IT AND
      *        COUNTS AGAINST THE CHEQUE'S TOTAL
           05  CQ-ITEM-TYPE                PIC X(1).
               88  CQ-DEBIT-MEMO                   VALUE 'D'.

       FD  SUPMAS-FILE.
       01  SUPMAS-RECORD.
           05  SUPMAS-CODE                 PIC X(6).
           05  SUPMAS-NAME                 PIC X(20).
           05  SUPMAS-ADDR-LINE1           PIC X(20).
           05  SUPMAS-ADDR-LINE2           PIC X(20).
           05  SUPMAS-ADDR-LINE3           PIC X(20).
           05  SUPMAS-POSTAL               PIC X(6).
           05  SUPMAS-PHONE.
               10  SUPMAS-AREA-CODE        PIC XXX.
               10  SUPMAS-EXCHANGE         PIC XXX.
               10  SUPMAS-PHONE-NUM        PIC XXXX.
           05  SUPMAS-TERMS-DAYS           PIC 9(3).
           05  SUPMAS-STATUS               PIC X(1).
               88  SUPMAS-ACTIVE                   VALUE 'A'.
               88  SUPMAS-INACTIVE                 VALUE 'I'.
           05  SUPMAS-AUDIT.
               10  SUPMAS-OPERATOR-ID      PIC X(3).
               10  SUPMAS-TERMINAL-ID      PIC X(4).
               10  SUPMAS-LAST-CHG-DATE    PIC 9(7).
               10  SUPMAS-LAST-CHG-TIME    PIC 9(7).
           05  SUPMAS-PAY-METHOD           PIC X(1).
               88  SUPMAS-PAY-CHEQUE               VALUE ' ' 'C'.
               88  SUPMAS-PAY-EFT                  VALUE 'E'.
           05  SUPMAS-BANK.
               10  SUPMAS-BANK-INSTITUTION PIC 9(3).
               10  SUPMAS-BANK-TRANSIT     PIC 9(5).
               10  SUPMAS-BANK-ACCOUNT     PIC X(12).
           05  SUPMAS-PENDING              PIC X(38).
           05  FILLER                      PIC X(14).

       FD  PRTREQ-FILE.
       01  PRTREQ-RECORD.
           05  PRTREQ-KEY.
               10  PRTREQ-NUMBER           PIC 9(7).
               10  PRTREQ-LINE-NO          PIC 9(3).
           05  PRTREQ-STATUS               PIC X(1).
           05  PRTREQ-ROUTING              PIC X(4).
           05  PRTREQ-TEXT                 PIC X(80).

       FD  EFTFILE-FILE.
       01  EFTFILE-RECORD                  PIC X(1464).

       FD  EFTREG-FILE.
       01  EFTREG-LINE                     PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       01  WS-INVCTL-STATUS                 PIC XX.
           88  INVCTL-OK                               VALUE '00'.

       01  WS-SUPMAS-STATUS                 PIC XX.
           88  SUPMAS-OK                               VALUE '00'.

       01  WS-PRTREQ-STATUS                 PIC XX.
           88  PRTREQ-OK                               VALUE '00'.

       01  WS-RUN-DATE                      PIC 9(7).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  FILLER                       PIC X(2).
           05  WS-RUN-YYDDD                 PIC 9(5).

      *    SYSIN CARD 2 - THE ORIGINATOR PROFILE THE BANK ISSUED FOR
      *    OUR EFT FILES, AND THE ACCOUNT A RETURNED PAYMENT GOES
      *    BACK TO (INSTITUTION AND TRANSIT AS 0IIITTTTT)
       01  WS-EFT-PARM.
           05  EP-ORIGINATOR-ID             PIC X(10).
           05  EP-DATA-CENTRE               PIC 9(5).
           05  EP-RETURN-INSTITUTION        PIC 9(9).
           05  EP-RETURN-ACCOUNT            PIC X(12).
           05  EP-SHORT-NAME                PIC X(15).
           05  EP-LONG-NAME                 PIC X(29).

       01  WS-CHEQUE-SUPPLIER               PIC X(6) VALUE SPACES.
       01  WS-CHEQUE-NO                     PIC X(7) VALUE SPACES.
       01  WS-CHEQUE-TOTAL                  PIC S9(9)V99 VALUE ZERO.

      *    HOW THE SUPPLIER NOW BEING PAID IS TO BE PAID - AN EFT
      *    PAYMENT TAKES ITS REFERENCE OFF THE 'EFT' CONTROL RECORD IN
      *    PLACE OF A CHEQUE NUMBER
       01  WS-PAY-SW                        PIC X(1) VALUE SPACE.
           88  WS-PAY-BY-EFT                           VALUE 'E'.

       01  WS-EFT-FILE-SW                   PIC X(1) VALUE 'N'.
           88  WS-EFT-FILE-OPEN                        VALUE 'Y'.
       01  WS-EFT-FILE-NO                   PIC 9(4) VALUE ZERO.
       01  WS-EFT-RECORD-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-EFT-COUNT                     PIC 9(8) VALUE ZERO.
       01  WS-EFT-TOTAL                     PIC 9(12)V99 VALUE ZERO.
       01  WS-EFT-PAID-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-PAID-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CHEQUE-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-PAID-TOTAL                    PIC S9(9)V99 VALUE ZERO.
       01  WS-HELD-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-HELD-TOTAL                    PIC 9(9)V99 VALUE ZERO.

      *    SUPPLIERS WITH AN OPEN DEBIT MEMO, AND WHAT THIS RUN OWES
      *    EACH OF THEM IN DUE INVOICES - A MEMO IS NETTED OFF THE
      *    PAYMENT ONLY WHILE IT LEAVES THE PAYMENT ABOVE ZERO, AND IS
      *    OTHERWISE CARRIED TO A LATER RUN
       01  WS-MEMO-MAX                      PIC 9(3) VALUE 200.
       01  WS-MEMO-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-MEMO-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-MEMO-TABLE.
           05  WS-MEMO-SUPPLIER OCCURS 200 TIMES.
               10  MT-SUPPLIER              PIC X(6).
               10  MT-ROOM                  PIC S9(9)V99.
       01  WS-MEMO-FOUND-SW                 PIC X(1).
           88  WS-MEMO-FOUND                           VALUE 'Y'.

       01  WS-GROUP-SUPPLIER                PIC X(6) VALUE SPACES.
       01  WS-GROUP-DUE                     PIC S9(9)V99 VALUE ZERO.
       01  WS-GROUP-MEMO-SW                 PIC X(1) VALUE 'N'.
           88  WS-GROUP-HAS-MEMO                       VALUE 'Y'.

       01  WS-NETTED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-NETTED-TOTAL                  PIC 9(9)V99 VALUE ZERO.
       01  WS-CARRIED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-CARRIED-TOTAL                 PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'ACCOUNTS PAYABLE CHEQUE REGISTER'.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-INVOICE-REF               PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  DL-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.

       01  WS-CHEQUE-LINE.
           05  FILLER                       PIC X(9)
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-HELD-DOLLARS              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-NETTED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DEBIT MEMOS NETTED:'.
           05  TL-NETTED                    PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-NETTED-DOLLARS            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CARRIED-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DEBIT MEMOS CARRIED:'.
           05  TL-CARRIED                   PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-CARRIED-DOLLARS           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EFT-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'PAID BY EFT:      '.
           05  TL-EFT                       PIC ZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  TL-EFT-DOLLARS               PIC ZZZ,ZZZ,ZZ9.99.

      *    THE EFT REGISTER - THE SAME DETAIL AS THE CHEQUE REGISTER,
      *    ONE TOTAL PER PAYMENT, THEN THE FILE CONTROL TOTALS THE
      *    BANK WILL CHECK THE 'Z' TRAILER AGAINST
       01  WS-EFT-HEADING-LINE.
           05  FILLER                       PIC X(40)
               VALUE 'ACCOUNTS PAYABLE EFT REGISTER'.

       01  WS-EFT-PAYMENT-LINE.
           05  FILLER                       PIC X(9)
               VALUE 'EFT      '.
           05  EL-REFERENCE                 PIC X(7).
           05  FILLER                       PIC X(8)
               VALUE '  TOTAL '.
           05  EL-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  EL-INSTITUTION               PIC 9(9).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  EL-ACCOUNT                   PIC X(12).

       01  WS-EFT-FILE-NO-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'FILE CREATION NO: '.
           05  FL-FILE-NO                   PIC 9(4).

       01  WS-EFT-RECORDS-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'LOGICAL RECORDS:  '.
           05  FL-RECORDS                   PIC ZZZZZZZZ9.

       01  WS-EFT-CREDITS-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'CREDITS:          '.
           05  FL-CREDITS                   PIC ZZZZZZZ9.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  FL-CREDIT-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-EFT-INVOICES-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'INVOICES PAID:    '.
           05  FL-INVOICES                  PIC ZZZZ9.

      *    THE REMITTANCE ADVICE - TELLS THE SUPPLIER WHICH INVOICES
      *    THE DEPOSIT PAYS, PRINTED THROUGH THE PRTREQ SPOOL ROUTED
      *    'APAY' FOR THE PAYABLES PRINTER
       01  WS-ADVICE-HEAD.
           05  FILLER                       PIC X(40)
               VALUE 'REMITTANCE ADVICE - PAYMENT BY EFT      '.
           05  FILLER                       PIC X(40) VALUE SPACES.

       01  WS-ADVICE-TO.
           05  FILLER                       PIC X(19)
               VALUE 'TO SUPPLIER        '.
           05  AT-SUPPLIER                  PIC X(6).
           05  FILLER                       PIC X(3) VALUE SPACES.
           05  AT-NAME                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-ADVICE-ADDRESS.
           05  FILLER                       PIC X(28) VALUE SPACES.
           05  AA-TEXT                      PIC X(20).
           05  FILLER                       PIC X(32) VALUE SPACES.

       01  WS-ADVICE-REFERENCE.
           05  FILLER                       PIC X(19)
               VALUE 'PAYMENT REFERENCE  '.
           05  AR-REFERENCE                 PIC X(7).
           05  FILLER                       PIC X(8)
               VALUE '  DATED '.
           05  AR-DATE                      PIC 9(7).
           05  FILLER                       PIC X(14)
               VALUE '  DEPOSITED TO'.
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AR-INSTITUTION               PIC 9(9).
           05  FILLER                       PIC X(1) VALUE SPACES.
           05  AR-ACCOUNT                   PIC X(12).
           05  FILLER                       PIC X(2) VALUE SPACES.

       01  WS-ADVICE-INVOICE.
           05  FILLER                       PIC X(19)
               VALUE '  YOUR INVOICE     '.
           05  AI-INVOICE-REF               PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AI-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-ADVICE-MEMO.
           05  FILLER                       PIC X(19)
               VALUE '  LESS OUR DEBIT   '.
           05  AM-MEMO-REF                  PIC X(10).
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AM-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-ADVICE-TOTAL.
           05  FILLER                       PIC X(29)
               VALUE 'TOTAL DEPOSITED             '.
           05  FILLER                       PIC X(2) VALUE SPACES.
           05  AO-TOTAL                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(35) VALUE SPACES.

      *    THE CPA STANDARD 005 RECORDS, 1464 BYTES EACH.  A 'C'
      *    RECORD HOLDS UP TO SIX 240-BYTE SEGMENTS - ONE IS USED PER
      *    PAYMENT AND THE OTHER FIVE ARE LEFT BLANK.  AMOUNTS ARE IN
      *    CENTS, DATES ARE 0YYDDD, THE INSTITUTION IS 0IIITTTTT.
       01  CPA-HEADER-RECORD.
           05  CPA-A-TYPE                   PIC X(1) VALUE 'A'.
           05  CPA-A-COUNT                  PIC 9(9).
           05  CPA-A-ORIGINATOR             PIC X(10).
           05  CPA-A-FILE-NO                PIC 9(4).
           05  CPA-A-CREATED                PIC 9(6).
           05  CPA-A-DATA-CENTRE            PIC 9(5).
           05  FILLER                       PIC X(20) VALUE SPACES.
           05  CPA-A-CURRENCY               PIC X(3) VALUE 'CAD'.
           05  FILLER                       PIC X(1406) VALUE SPACES.

       01  CPA-CREDIT-RECORD.
           05  CPA-C-TYPE                   PIC X(1) VALUE 'C'.
           05  CPA-C-COUNT                  PIC 9(9).
           05  CPA-C-ORIGINATOR             PIC X(10).
           05  CPA-C-FILE-NO                PIC 9(4).
           05  CPA-C-SEGMENT.
               10  CPA-C-TRAN-TYPE          PIC 9(3) VALUE 460.
               10  CPA-C-AMOUNT             PIC 9(8)V99.
               10  CPA-C-DUE-DATE           PIC 9(6).
               10  CPA-C-INSTITUTION        PIC 9(9).
               10  CPA-C-ACCOUNT            PIC X(12).
               10  CPA-C-TRACE-NO           PIC 9(22) VALUE ZERO.
               10  CPA-C-STORED-TYPE        PIC 9(3) VALUE ZERO.
               10  CPA-C-SHORT-NAME         PIC X(15).
               10  CPA-C-PAYEE-NAME         PIC X(30).
               10  CPA-C-LONG-NAME          PIC X(30).
               10  CPA-C-USER-ID            PIC X(10).
               10  CPA-C-CROSS-REF          PIC X(19).
               10  CPA-C-RETURN-INSTITUTION PIC 9(9).
               10  CPA-C-RETURN-ACCOUNT     PIC X(12).
               10  CPA-C-SUNDRY             PIC X(15).
               10  FILLER                   PIC X(22) VALUE SPACES.
               10  CPA-C-SETTLEMENT         PIC X(2) VALUE SPACES.
               10  CPA-C-INVALID-FIELD      PIC 9(11) VALUE ZERO.
           05  FILLER                       PIC X(1200) VALUE SPACES.

       01  CPA-TRAILER-RECORD.
           05  CPA-Z-TYPE                   PIC X(1) VALUE 'Z'.
           05  CPA-Z-COUNT                  PIC 9(9).
           05  CPA-Z-ORIGINATOR             PIC X(10).
           05  CPA-Z-FILE-NO                PIC 9(4).
           05  CPA-Z-DEBIT-VALUE            PIC 9(12)V99 VALUE ZERO.
           05  CPA-Z-DEBIT-COUNT            PIC 9(8) VALUE ZERO.
           05  CPA-Z-CREDIT-VALUE           PIC 9(12)V99.
           05  CPA-Z-CREDIT-COUNT           PIC 9(8).
           05  CPA-Z-ERROR-E-VALUE          PIC 9(14) VALUE ZERO.
           05  CPA-Z-ERROR-E-COUNT          PIC 9(8) VALUE ZERO.
           05  CPA-Z-ERROR-F-VALUE          PIC 9(14) VALUE ZERO.
           05  CPA-Z-ERROR-F-COUNT          PIC 9(8) VALUE ZERO.
           05  FILLER                       PIC X(1352) VALUE SPACES.


       PROCEDURE DIVISION.
      *=================================================================
      * ONE CHEQUE PER SUPPLIER PER RUN, NUMBERS DRAWN OFF THE 'CHQ'
      * CONTROL RECORD - AND PRINTS THE CHEQUE REGISTER THE WAY
      * GSPRGCP PRINTS THE CASH APPLICATION REGISTER ON THE
      * RECEIVABLES SIDE.  A SUPPLIER SET UP ON SUPMAS FOR EFT IS
      * PAID INSTEAD BY ONE CREDIT ON THE CPA-005 FILE FOR THE BANK,
      * LISTED ON THE EFT REGISTER, WITH A REMITTANCE ADVICE THROUGH
      * THE PRTREQ SPOOL.  AN OPEN DEBIT MEMO RAISED BY A RETURN TO
      * VENDOR IS NETTED OFF ITS SUPPLIER'S PAYMENT WHEN THE RUN OWES
      * THE SUPPLIER MORE THAN THE MEMO, AND CARRIED OTHERWISE.  SYSIN
      * IS THE RUN DATE (0CYYDDD), THEN THE EFT ORIGINATOR CARD.

           ACCEPT WS-RUN-DATE FROM SYSIN.
           ACCEPT WS-EFT-PARM FROM SYSIN.

           OPEN I-O APINV-FILE.
           OPEN I-O INVCTL-FILE.
           OPEN EXTEND CHQHIST-FILE.
           OPEN INPUT SUPMAS-FILE.
           OPEN I-O PRTREQ-FILE.
           OPEN OUTPUT EFTFILE-FILE.
           OPEN OUTPUT EFTREG-FILE.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE EFTREG-LINE FROM WS-EFT-HEADING-LINE.

           PERFORM 050-LOAD-DEBIT-MEMOS.

           PERFORM 100-READ-APINV.
           PERFORM UNTIL APINV-EOF
               IF AP-STATUS-OPEN
                   IF AP-ITEM-DEBIT-MEMO
                       PERFORM 400-NET-DEBIT-MEMO THRU 400-EXIT
                   ELSE
                       IF AP-DUE-DATE IS NOT GREATER THAN WS-RUN-DATE
                           PERFORM 200-PAY-INVOICE THRU 200-EXIT
                       ELSE
                           ADD 1 TO WS-HELD-COUNT
                           ADD AP-INVOICE-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
               END-IF
               PERFORM 100-READ-APINV
           END-PERFORM.

           PERFORM 300-CLOSE-CHEQUE.
           PERFORM 380-CLOSE-EFT-FILE.

           MOVE WS-PAID-COUNT TO TL-PAID.
           WRITE REPORT-LINE FROM WS-PAID-LINE.
           MOVE WS-HELD-COUNT TO TL-HELD.
           MOVE WS-HELD-TOTAL TO TL-HELD-DOLLARS.
           WRITE REPORT-LINE FROM WS-HELD-LINE.
           MOVE WS-NETTED-COUNT TO TL-NETTED.
           MOVE WS-NETTED-TOTAL TO TL-NETTED-DOLLARS.
           WRITE REPORT-LINE FROM WS-NETTED-LINE.
           MOVE WS-CARRIED-COUNT TO TL-CARRIED.
           MOVE WS-CARRIED-TOTAL TO TL-CARRIED-DOLLARS.
           WRITE REPORT-LINE FROM WS-CARRIED-LINE.
           MOVE WS-EFT-PAID-COUNT TO TL-EFT.
           MOVE WS-EFT-TOTAL TO TL-EFT-DOLLARS.
           WRITE REPORT-LINE FROM WS-EFT-LINE.

           CLOSE APINV-FILE.
           CLOSE INVCTL-FILE.
           CLOSE CHQHIST-FILE.
           CLOSE SUPMAS-FILE.
           CLOSE PRTREQ-FILE.
           CLOSE EFTFILE-FILE.
           CLOSE EFTREG-FILE.
           CLOSE REPORT-FILE.

           STOP RUN.
       000-EXIT.


       050-LOAD-DEBIT-MEMOS.
      * ONE PASS OF APINV AHEAD OF THE RUN, SUPPLIER BY SUPPLIER,
      * ADDING UP THE INVOICES DUE TODAY FOR EVERY SUPPLIER WITH AN
      * OPEN DEBIT MEMO - A MEMO CAN SORT AHEAD OF THE INVOICES IT IS
      * NETTED AGAINST, SO THE ROOM MUST BE KNOWN BEFORE THE RUN
      * STARTS.  THE FILE IS THEN PUT BACK TO ITS FIRST RECORD.
      *=================================================================

           PERFORM 100-READ-APINV.
           PERFORM UNTIL APINV-EOF
               IF AP-SUPPLIER NOT EQUAL WS-GROUP-SUPPLIER
                   PERFORM 060-FILE-MEMO-SUPPLIER
                   MOVE AP-SUPPLIER TO WS-GROUP-SUPPLIER
                   MOVE ZERO TO WS-GROUP-DUE
                   MOVE 'N' TO WS-GROUP-MEMO-SW
               END-IF
               IF AP-STATUS-OPEN
                   IF AP-ITEM-DEBIT-MEMO
                       MOVE 'Y' TO WS-GROUP-MEMO-SW
                   ELSE
                       IF AP-DUE-DATE IS NOT GREATER THAN WS-RUN-DATE
                           ADD AP-INVOICE-AMOUNT TO WS-GROUP-DUE
                       END-IF
                   END-IF
               END-IF
               PERFORM 100-READ-APINV
           END-PERFORM.
           PERFORM 060-FILE-MEMO-SUPPLIER.

           MOVE LOW-VALUES TO APINV-KEY.
           START APINV-FILE
               KEY IS NOT LESS THAN APINV-KEY
               INVALID KEY
                   SET APINV-EOF TO TRUE
           END-START.

       050-EXIT.


       060-FILE-MEMO-SUPPLIER.
      * KEEP THE SUPPLIER JUST ADDED UP IF IT HAS A MEMO OPEN
      *=================================================================

           IF WS-GROUP-HAS-MEMO
               AND WS-MEMO-COUNT IS LESS THAN WS-MEMO-MAX
               ADD 1 TO WS-MEMO-COUNT
               MOVE WS-GROUP-SUPPLIER TO MT-SUPPLIER(WS-MEMO-COUNT)
               MOVE WS-GROUP-DUE TO MT-ROOM(WS-MEMO-COUNT)
           END-IF.

       060-EXIT.


       100-READ-APINV.
      * READ THE NEXT OPEN-ITEM RECORD SEQUENTIALLY - THE KEY ORDER
      * (SUPPLIER THEN INVOICE REFERENCE) IS WHAT GROUPS A RUN'S


       200-PAY-INVOICE.
      * PAY ONE DUE ITEM - DRAW A CHEQUE OR OPEN AN EFT PAYMENT FOR
      * ITS SUPPLIER IF ONE IS NOT ALREADY OPEN, FLAG THE ITEM PAID
      * AND LOG THE PAYMENT
      *=================================================================

           IF AP-SUPPLIER NOT EQUAL WS-CHEQUE-SUPPLIER
               PERFORM 300-CLOSE-CHEQUE
               PERFORM 240-CHOOSE-PAYMENT
               MOVE AP-SUPPLIER TO WS-CHEQUE-SUPPLIER
           END-IF.

           IF WS-PAY-BY-EFT
               PERFORM 230-PAY-BY-EFT
               GO TO 200-EXIT
           END-IF.

           SET AP-STATUS-PAID TO TRUE.
           MOVE WS-RUN-DATE TO AP-PAID-DATE.
           MOVE WS-CHEQUE-NO TO AP-CHEQUE-NO.
           SET AP-PAID-BY-CHEQUE TO TRUE.
           REWRITE APINV-RECORD.

           ADD 1 TO WS-PAID-COUNT.
           MOVE AP-INVOICE-REF TO CQ-INVOICE-REF.
           MOVE AP-INVOICE-AMOUNT TO CQ-AMOUNT.
           MOVE WS-RUN-DATE TO CQ-DATE.
           MOVE SPACE TO CQ-ITEM-TYPE.
           WRITE CHQHIST-RECORD.

           MOVE WS-CHEQUE-NO TO DL-CHEQUE-NO.
       200-EXIT.


       230-PAY-BY-EFT.
      * PAY ONE DUE ITEM INTO THE OPEN EFT PAYMENT - THE ITEM CARRIES
      * THE PAYMENT REFERENCE, THE REMITTANCE ADVICE AND THE EFT
      * REGISTER EACH GET A LINE FOR IT.  AN EFT IS NOT A CHEQUE AND
      * DOES NOT GO ON CHQHIST.
      *=================================================================

           SET AP-STATUS-PAID TO TRUE.
           MOVE WS-RUN-DATE TO AP-PAID-DATE.
           MOVE WS-CHEQUE-NO TO AP-CHEQUE-NO.
           SET AP-PAID-BY-EFT TO TRUE.
           REWRITE APINV-RECORD.

           ADD 1 TO WS-EFT-PAID-COUNT.
           ADD AP-INVOICE-AMOUNT TO WS-CHEQUE-TOTAL.

           MOVE AP-INVOICE-REF TO AI-INVOICE-REF.
           MOVE AP-INVOICE-AMOUNT TO AI-AMOUNT.
           MOVE WS-ADVICE-INVOICE TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE WS-CHEQUE-NO TO DL-CHEQUE-NO.
           MOVE AP-SUPPLIER TO DL-SUPPLIER.
           MOVE AP-INVOICE-REF TO DL-INVOICE-REF.
           MOVE AP-INVOICE-AMOUNT TO DL-AMOUNT.
           WRITE EFTREG-LINE FROM WS-DETAIL-LINE.

       230-EXIT.


       240-CHOOSE-PAYMENT.
      * THE SUPPLIER MASTER SAYS HOW THE SUPPLIER IS PAID - BY EFT
      * ONLY WHEN SET UP FOR IT WITH A BANK ACCOUNT, BY CHEQUE
      * OTHERWISE (AND WHEN THE SUPPLIER IS NOT ON FILE)
      *=================================================================

           MOVE SPACE TO WS-PAY-SW.
           MOVE AP-SUPPLIER TO SUPMAS-CODE.
           READ SUPMAS-FILE
               INVALID KEY
                   MOVE SPACE TO SUPMAS-PAY-METHOD
           END-READ.

           IF SUPMAS-PAY-EFT
               AND SUPMAS-BANK-ACCOUNT NOT EQUAL SPACES
               MOVE 'E' TO WS-PAY-SW
               PERFORM 260-OPEN-EFT-PAYMENT
           ELSE
               PERFORM 250-DRAW-CHEQUE-NUMBER
           END-IF.

       240-EXIT.


       250-DRAW-CHEQUE-NUMBER.
      * TAKE THE NEXT CHEQUE NUMBER OFF THE 'CHQ' CONTROL RECORD AND
      * STEP IT - SAME ARRANGEMENT AS THE INVOICE AND PO COUNTERS
       250-EXIT.


       260-OPEN-EFT-PAYMENT.
      * START AN EFT PAYMENT TO THE SUPPLIER - THE FILE HEADER GOES
      * OUT WITH THE RUN'S FIRST ONE, THE PAYMENT REFERENCE COMES OFF
      * THE 'EFT' CONTROL RECORD, AND THE REMITTANCE ADVICE IS OPENED
      * ON THE PRTREQ SPOOL
      *=================================================================

           IF NOT WS-EFT-FILE-OPEN
               PERFORM 270-WRITE-EFT-HEADER
           END-IF.

           MOVE 'EFT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-ONLINE TO WS-CHEQUE-NO.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO WS-CHEQUE-TOTAL.

           MOVE 'APAY' TO PRTREQ-ROUTING.
           PERFORM 500-OPEN-PRINT-REQUEST.

           MOVE WS-ADVICE-HEAD TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE SUPMAS-CODE TO AT-SUPPLIER.
           MOVE SUPMAS-NAME TO AT-NAME.
           MOVE WS-ADVICE-TO TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.
           MOVE SUPMAS-ADDR-LINE1 TO AA-TEXT.
           MOVE WS-ADVICE-ADDRESS TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.
           IF SUPMAS-ADDR-LINE2 NOT EQUAL SPACES
               MOVE SUPMAS-ADDR-LINE2 TO AA-TEXT
               MOVE WS-ADVICE-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           IF SUPMAS-ADDR-LINE3 NOT EQUAL SPACES
               MOVE SUPMAS-ADDR-LINE3 TO AA-TEXT
               MOVE WS-ADVICE-ADDRESS TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
           END-IF.
           MOVE SUPMAS-POSTAL TO AA-TEXT.
           MOVE WS-ADVICE-ADDRESS TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE WS-CHEQUE-NO TO AR-REFERENCE.
           MOVE WS-RUN-DATE TO AR-DATE.
           COMPUTE AR-INSTITUTION =
               SUPMAS-BANK-INSTITUTION * 100000 + SUPMAS-BANK-TRANSIT.
           MOVE SUPMAS-BANK-ACCOUNT TO AR-ACCOUNT.
           MOVE WS-ADVICE-REFERENCE TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

      *    THE PAYEE SIDE OF THE CREDIT IS FILLED IN NOW, WHILE THE
      *    SUPPLIER'S MASTER IS TO HAND - THE AMOUNT FOLLOWS AT THE
      *    CLOSE
           MOVE AR-INSTITUTION TO CPA-C-INSTITUTION.
           MOVE SUPMAS-BANK-ACCOUNT TO CPA-C-ACCOUNT.
           MOVE SUPMAS-NAME TO CPA-C-PAYEE-NAME.
           MOVE SPACES TO CPA-C-CROSS-REF.
           STRING SUPMAS-CODE DELIMITED BY SIZE
                  WS-CHEQUE-NO DELIMITED BY SIZE
               INTO CPA-C-CROSS-REF
           END-STRING.

       260-EXIT.


       270-WRITE-EFT-HEADER.
      * TAKE THE FILE CREATION NUMBER OFF THE 'EFT' CONTROL RECORD
      * (THE BANK REFUSES A NUMBER IT HAS SEEN) AND WRITE THE 'A'
      * HEADER
      *=================================================================

           MOVE 'EFT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-BATCH TO WS-EFT-FILE-NO.
           ADD 1 TO INVCTL-NEXT-BATCH.
           REWRITE INVCTL-RECORD.

           MOVE 'Y' TO WS-EFT-FILE-SW.
           ADD 1 TO WS-EFT-RECORD-COUNT.

           MOVE WS-EFT-RECORD-COUNT TO CPA-A-COUNT.
           MOVE EP-ORIGINATOR-ID TO CPA-A-ORIGINATOR.
           MOVE WS-EFT-FILE-NO TO CPA-A-FILE-NO.
           MOVE WS-RUN-YYDDD TO CPA-A-CREATED.
           MOVE EP-DATA-CENTRE TO CPA-A-DATA-CENTRE.
           WRITE EFTFILE-RECORD FROM CPA-HEADER-RECORD.

       270-EXIT.


       300-CLOSE-CHEQUE.
      * PRINT THE TOTAL LINE FOR THE CHEQUE JUST FINISHED - NOTHING
      * TO DO WHEN NO CHEQUE IS OPEN YET.  AN EFT PAYMENT IS CLOSED
      * BY 320 INSTEAD.
      *=================================================================

           IF WS-PAY-BY-EFT
               PERFORM 320-CLOSE-EFT-PAYMENT
           ELSE
           IF WS-CHEQUE-SUPPLIER NOT EQUAL SPACES
               MOVE WS-CHEQUE-NO TO CL-CHEQUE-NO
               MOVE WS-CHEQUE-TOTAL TO CL-TOTAL
               WRITE REPORT-LINE FROM WS-CHEQUE-LINE
           END-IF
           END-IF.

       300-EXIT.


       320-CLOSE-EFT-PAYMENT.
      * WRITE THE 'C' CREDIT FOR THE EFT PAYMENT JUST FINISHED, TOTAL
      * ITS REMITTANCE ADVICE AND ITS LINE ON THE EFT REGISTER
      *=================================================================

           ADD 1 TO WS-EFT-RECORD-COUNT.
           ADD 1 TO WS-EFT-COUNT.
           ADD WS-CHEQUE-TOTAL TO WS-EFT-TOTAL.

           MOVE WS-EFT-RECORD-COUNT TO CPA-C-COUNT.
           MOVE EP-ORIGINATOR-ID TO CPA-C-ORIGINATOR.
           MOVE WS-EFT-FILE-NO TO CPA-C-FILE-NO.
           MOVE WS-CHEQUE-TOTAL TO CPA-C-AMOUNT.
           MOVE WS-RUN-YYDDD TO CPA-C-DUE-DATE.
           MOVE EP-SHORT-NAME TO CPA-C-SHORT-NAME.
           MOVE EP-LONG-NAME TO CPA-C-LONG-NAME.
           MOVE EP-ORIGINATOR-ID TO CPA-C-USER-ID.
           MOVE EP-RETURN-INSTITUTION TO CPA-C-RETURN-INSTITUTION.
           MOVE EP-RETURN-ACCOUNT TO CPA-C-RETURN-ACCOUNT.
           MOVE WS-CHEQUE-NO TO CPA-C-SUNDRY.
           WRITE EFTFILE-RECORD FROM CPA-CREDIT-RECORD.

           MOVE WS-CHEQUE-TOTAL TO AO-TOTAL.
           MOVE WS-ADVICE-TOTAL TO PRTREQ-TEXT.
           PERFORM 520-WRITE-PRINT-LINE.

           MOVE WS-CHEQUE-NO TO EL-REFERENCE.
           MOVE WS-CHEQUE-TOTAL TO EL-TOTAL.
           MOVE CPA-C-INSTITUTION TO EL-INSTITUTION.
           MOVE CPA-C-ACCOUNT TO EL-ACCOUNT.
           WRITE EFTREG-LINE FROM WS-EFT-PAYMENT-LINE.

       320-EXIT.


       380-CLOSE-EFT-FILE.
      * WRITE THE 'Z' TRAILER WITH THE FILE CONTROL TOTALS AND PRINT
      * THEM ON THE EFT REGISTER - NOTHING GOES TO THE BANK WHEN NO
      * SUPPLIER WAS PAID BY EFT
      *=================================================================

           IF WS-EFT-FILE-OPEN
               ADD 1 TO WS-EFT-RECORD-COUNT
               MOVE WS-EFT-RECORD-COUNT TO CPA-Z-COUNT
               MOVE EP-ORIGINATOR-ID TO CPA-Z-ORIGINATOR
               MOVE WS-EFT-FILE-NO TO CPA-Z-FILE-NO
               MOVE WS-EFT-TOTAL TO CPA-Z-CREDIT-VALUE
               MOVE WS-EFT-COUNT TO CPA-Z-CREDIT-COUNT
               WRITE EFTFILE-RECORD FROM CPA-TRAILER-RECORD
           END-IF.

           MOVE SPACES TO EFTREG-LINE.
           WRITE EFTREG-LINE.
           MOVE WS-EFT-FILE-NO TO FL-FILE-NO.
           WRITE EFTREG-LINE FROM WS-EFT-FILE-NO-LINE.
           MOVE WS-EFT-RECORD-COUNT TO FL-RECORDS.
           WRITE EFTREG-LINE FROM WS-EFT-RECORDS-LINE.
           MOVE WS-EFT-COUNT TO FL-CREDITS.
           MOVE WS-EFT-TOTAL TO FL-CREDIT-VALUE.
           WRITE EFTREG-LINE FROM WS-EFT-CREDITS-LINE.
           MOVE WS-EFT-PAID-COUNT TO FL-INVOICES.
           WRITE EFTREG-LINE FROM WS-EFT-INVOICES-LINE.

       380-EXIT.


       400-NET-DEBIT-MEMO.
      * NET ONE OPEN DEBIT MEMO OFF ITS SUPPLIER'S PAYMENT IF THE RUN
      * OWES THE SUPPLIER MORE THAN THE MEMO - THE MEMO IS CLOSED
      * AGAINST THE CHEQUE OR EFT REFERENCE AND COMES OFF ITS TOTAL.
      * OTHERWISE IT IS LEFT OPEN FOR A LATER RUN.
      *=================================================================

           MOVE 'N' TO WS-MEMO-FOUND-SW.
           PERFORM VARYING WS-MEMO-SUB FROM 1 BY 1
                   UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
                      OR WS-MEMO-FOUND
               IF MT-SUPPLIER(WS-MEMO-SUB) EQUAL AP-SUPPLIER
                   MOVE 'Y' TO WS-MEMO-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-MEMO-FOUND
               SUBTRACT 1 FROM WS-MEMO-SUB
           END-IF.

           IF NOT WS-MEMO-FOUND
               OR AP-INVOICE-AMOUNT IS NOT LESS THAN
                   MT-ROOM(WS-MEMO-SUB)
               ADD 1 TO WS-CARRIED-COUNT
               ADD AP-INVOICE-AMOUNT TO WS-CARRIED-TOTAL
               GO TO 400-EXIT
           END-IF.

           SUBTRACT AP-INVOICE-AMOUNT FROM MT-ROOM(WS-MEMO-SUB).

           IF AP-SUPPLIER NOT EQUAL WS-CHEQUE-SUPPLIER
               PERFORM 300-CLOSE-CHEQUE
               PERFORM 240-CHOOSE-PAYMENT
               MOVE AP-SUPPLIER TO WS-CHEQUE-SUPPLIER
           END-IF.

           SET AP-STATUS-PAID TO TRUE.
           MOVE WS-RUN-DATE TO AP-PAID-DATE.
           MOVE WS-CHEQUE-NO TO AP-CHEQUE-NO.
           IF WS-PAY-BY-EFT
               SET AP-PAID-BY-EFT TO TRUE
           ELSE
               SET AP-PAID-BY-CHEQUE TO TRUE
           END-IF.
           REWRITE APINV-RECORD.

           ADD 1 TO WS-NETTED-COUNT.
           ADD AP-INVOICE-AMOUNT TO WS-NETTED-TOTAL.
           SUBTRACT AP-INVOICE-AMOUNT FROM WS-CHEQUE-TOTAL.

           MOVE WS-CHEQUE-NO TO DL-CHEQUE-NO.
           MOVE AP-SUPPLIER TO DL-SUPPLIER.
           MOVE AP-INVOICE-REF TO DL-INVOICE-REF.
           COMPUTE DL-AMOUNT = 0 - AP-INVOICE-AMOUNT.

           IF WS-PAY-BY-EFT
               MOVE AP-INVOICE-REF TO AM-MEMO-REF
               COMPUTE AM-AMOUNT = 0 - AP-INVOICE-AMOUNT
               MOVE WS-ADVICE-MEMO TO PRTREQ-TEXT
               PERFORM 520-WRITE-PRINT-LINE
               WRITE EFTREG-LINE FROM WS-DETAIL-LINE
               GO TO 400-EXIT
           END-IF.

           SUBTRACT AP-INVOICE-AMOUNT FROM WS-PAID-TOTAL.

           MOVE WS-CHEQUE-NO TO CQ-CHEQUE-NO.
           MOVE AP-SUPPLIER TO CQ-SUPPLIER.
           MOVE AP-INVOICE-REF TO CQ-INVOICE-REF.
           MOVE AP-INVOICE-AMOUNT TO CQ-AMOUNT.
           MOVE WS-RUN-DATE TO CQ-DATE.
           SET CQ-DEBIT-MEMO TO TRUE.
           WRITE CHQHIST-RECORD.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       400-EXIT.


       500-OPEN-PRINT-REQUEST.
      * DRAW THE NEXT PRINT-REQUEST NUMBER OFF THE 'PRT' CONTROL
      * RECORD AND WRITE THE REQUEST HEADER
      *=================================================================

           MOVE 'PRT' TO INVCTL-DIVISION.
           READ INVCTL-FILE.
           MOVE INVCTL-NEXT-ONLINE TO PRTREQ-NUMBER.
           ADD 1 TO INVCTL-NEXT-ONLINE.
           REWRITE INVCTL-RECORD.

           MOVE ZERO TO PRTREQ-LINE-NO.
           MOVE 'N' TO PRTREQ-STATUS.
           MOVE SPACES TO PRTREQ-TEXT.
           WRITE PRTREQ-RECORD.

       500-EXIT.


       520-WRITE-PRINT-LINE.
      * ADD ONE TEXT LINE TO THE OPEN PRINT REQUEST
      *=================================================================

           ADD 1 TO PRTREQ-LINE-NO.
           WRITE PRTREQ-RECORD.

       520-EXIT.


       END PROGRAM gsprgck.
