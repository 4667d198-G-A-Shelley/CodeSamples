
           SELECT ORDFILE-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDFILE-KEY
               FILE STATUS IS WS-ORDFILE-STATUS.

       01  ORDFILE-RECORD.
           05  ORDFILE-KEY.
               10  ORDFILE-PREFIX          PIC XXX.
      *            THE TRAINING DIVISION - ITS ORDERS ARE REBUILT EVERY
      *            NIGHT BY GSPRGTD AND NEVER REACH BILLING OR THE GL
                   88  ORDFILE-TRAINING           VALUE 'TRG'.
               10  ORDFILE-INVOICE-NO      PIC X(7).
           05  ORDFILE-NAME                PIC X(20).
           05  ORDFILE-PRODUCTS.
       01  WS-CKPT-STATUS                   PIC XX.
           88  CKPT-OK                                 VALUE '00'.

       01  WS-TRAINING-MEMO-SW              PIC X VALUE 'N'.
           88  TRAINING-MEMO                           VALUE 'Y'.

       01  WS-RESTART-SW                    PIC X VALUE 'N'.
           88  RESTARTING                              VALUE 'Y'.
           88  NOT-RESTARTING                           VALUE 'N'.
           PERFORM UNTIL ORDFILE-EOF
               PERFORM 150-CHECK-CHANGED-SINCE-LAST-RUN
               IF RECORD-CHANGED
                   AND NOT ORDFILE-TRAINING
                   AND NOT ORDFILE-STATUS-CANCELLED
                   AND NOT ORDFILE-STATUS-HELD
                   PERFORM 200-WRITE-EXTRACT
           PERFORM 260-READ-CREDMEM.
           PERFORM UNTIL CREDMEM-EOF
               IF CM-STATUS-NEW
                   PERFORM 265-CHECK-TRAINING-MEMO
                   IF NOT TRAINING-MEMO
                       PERFORM 270-EXTRACT-CREDIT-MEMO
                   END-IF
               END-IF
               PERFORM 260-READ-CREDMEM
           END-PERFORM.
       260-EXIT.


       265-CHECK-TRAINING-MEMO.
      * A CREDIT MEMO RAISED AGAINST A TRAINING-DIVISION INVOICE
      * STAYS OUT OF THE EXTRACT - INVOICE NUMBERS ARE UNIQUE ACROSS
      * DIVISIONS SO A HIT UNDER THE TRAINING PREFIX IDENTIFIES IT
      *=================================================================

           MOVE 'N' TO WS-TRAINING-MEMO-SW.
           SET ORDFILE-TRAINING TO TRUE.
           MOVE CM-INVOICE-NO TO ORDFILE-INVOICE-NO.
           READ ORDFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TRAINING-MEMO-SW
           END-READ.

       265-EXIT.


       270-EXTRACT-CREDIT-MEMO.
      * UNLOAD ONE NEW CREDIT MEMO AS A TYPE 'C' EXTRACT RECORD AND
      * FLAG IT EXTRACTED SO IT ONLY GOES TO BILLING ONCE
