      *   reinsurer's remittance clears it. A remittance file         *
      *   RECOVRCT.DAT (claim, amount, date) - the reinsurer lines    *
      *   the receipts desk identifies on the cash-application        *
      *   suspense worklist - marks matching receivables RECD,       *
      *   stamped with the remittance value date so the quarterly     *
      *   statement of account can pick up the quarter's receipts.    *
      *                                                                *
      *   REINSREC.RPT lists the recoveries raised and the aged      *
      *   open receivables; open receivables end the run RC 4.        *
           05 TRT-RETENTION            PIC 9(9).
           05 FILLER                   PIC X.
           05 TRT-CESSION-PCT          PIC 9(3)V99.
      *    Ceding commission, read by REINSSOA only.
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(5).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(100).
           05 RBL-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 RBL-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 RBL-RECEIVED-DATE        PIC 9(8).

       FD  RECOVERY-BORDEREAU.
       01  BORDEREAU-RECORD            PIC X(80).
              10 WS-RB-AMOUNT          PIC 9(9)V99.
              10 WS-RB-RAISED          PIC 9(8).
              10 WS-RB-STATUS          PIC X(4).
              10 WS-RB-RECEIVED        PIC 9(8).
       01  WS-RBL-FOUND                PIC X VALUE "N".

       01  WS-COUNTS.
                            TO WS-RB-RAISED(WS-RB-IX)
                          MOVE RBL-STATUS
                            TO WS-RB-STATUS(WS-RB-IX)
                          IF RBL-RECEIVED-DATE IS NUMERIC
                             MOVE RBL-RECEIVED-DATE
                               TO WS-RB-RECEIVED(WS-RB-IX)
                          ELSE
                             MOVE ZEROS TO WS-RB-RECEIVED(WS-RB-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-RECOVERY   TO WS-RB-AMOUNT(WS-RB-IX)
              MOVE WS-RUN-DATE   TO WS-RB-RAISED(WS-RB-IX)
              MOVE 'OPEN'        TO WS-RB-STATUS(WS-RB-IX)
              MOVE ZEROS         TO WS-RB-RECEIVED(WS-RB-IX)
           END-IF
           .
       2600-EXIT.
           IF WS-RBL-FOUND = "Y"
              ADD 1 TO WS-REMITTANCES-MATCHED
              MOVE 'RECD' TO WS-RB-STATUS(WS-RB-IX)
              MOVE RMT-DATE TO WS-RB-RECEIVED(WS-RB-IX)
              MOVE 'REMITTANCE MATCHED ' TO RDL-DISPOSITION
           ELSE
              ADD 1 TO WS-REMITTANCES-UNMATCHED
              MOVE WS-RB-AMOUNT(WS-RB-IX) TO RBL-AMOUNT
              MOVE WS-RB-RAISED(WS-RB-IX) TO RBL-RAISED-DATE
              MOVE WS-RB-STATUS(WS-RB-IX) TO RBL-STATUS
              MOVE WS-RB-RECEIVED(WS-RB-IX) TO RBL-RECEIVED-DATE
              WRITE RECEIVABLE-RECORD
           END-PERFORM
           CLOSE RECEIVABLE-REGISTER
