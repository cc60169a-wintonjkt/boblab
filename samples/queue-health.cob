      *   CORRREQ   the letter backlog (counted, not aged)
      *   TRACWORK  gone-away traces (flag date)
      *   RECOVRBL  open reinsurance recoveries (raised date)
      *   CATXLRBL  open cat XL recoveries (raised date)
      *   PAYREG    bank instructions still unacknowledged (sent
      *             date, SENT items only)
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL CAT-RECEIVABLE-REGISTER
               ASSIGN TO "CATXLRBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  RBL-RAISED-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  RBL-STATUS         PIC X(4).
           05  FILLER             PIC X.
           05  RBL-RECEIVED-DATE  PIC 9(8).

       FD  CAT-RECEIVABLE-REGISTER.
       01  CAT-RECEIVABLE-RECORD.
           05  CXL-EVENTCODE      PIC X(8).
           05  FILLER             PIC X.
           05  CXL-LAYER          PIC 9(2).
           05  FILLER             PIC X.
           05  CXL-AMOUNT         PIC 9(9)V99.
           05  FILLER             PIC X.
           05  CXL-RAISED-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  CXL-STATUS         PIC X(4).
           05  FILLER             PIC X(12).

       FD  INSTRUCTION-REGISTER.
       01  REGISTER-RECORD.
           05  REG-ACK-STATUS     PIC X(4).
           05  FILLER             PIC X.
           05  REG-ACK-REASON     PIC X(20).
           05  FILLER             PIC X.
           05  REG-INVOICE-REF    PIC X(11).

      * One threshold line per queue: name, max count, max age.
       FD  THRESHOLD-FILE.
           PERFORM MEASURE-CORRESPONDENCE.
           PERFORM MEASURE-TRACES.
           PERFORM MEASURE-RECEIVABLES.
           PERFORM MEASURE-CAT-RECEIVABLES.
           PERFORM MEASURE-INSTRUCTIONS.
           MOVE WS-BREACH-COUNT TO SML-BREACHES.
           MOVE SPACES TO REPORT-LINE.
           CLOSE RECEIVABLE-REGISTER.
           PERFORM REPORT-ONE-QUEUE.

       MEASURE-CAT-RECEIVABLES.
           MOVE "CATXLRBL" TO WS-QUEUE-NAME.
           MOVE ZEROS TO WS-QUEUE-COUNT WS-OLDEST-AGE.
           MOVE SPACES TO WS-FILE-STATUS.
           OPEN INPUT CAT-RECEIVABLE-REGISTER.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   READ CAT-RECEIVABLE-REGISTER
                       AT END MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           IF CXL-STATUS = "OPEN"
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE CXL-RAISED-DATE TO WS-ITEM-DATE
                               PERFORM AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CAT-RECEIVABLE-REGISTER.
           PERFORM REPORT-ONE-QUEUE.

       MEASURE-INSTRUCTIONS.
           MOVE "PAYREG  " TO WS-QUEUE-NAME.
           MOVE ZEROS TO WS-QUEUE-COUNT WS-OLDEST-AGE.
