               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *    Shared run-control ledger: every batch program in the
      *    suite records START and END here and checks it at startup,
      *    so an out-of-sequence or duplicate run refuses with a
      *    Field-level before/after journal: one line per field a
      *    CHANGE transaction actually moved, so a disputed address
      *    or balance change can be traced to the transaction that
      *    made it. An ADD journals as an ADDED line and its fields
      *    changed from an empty record, a DELETE as a DELETED line
      *    and a posting's auto-suspension as a STATUS change, so
      *    FORWARD-RECOVERY can replay every field the file holds.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One line per month closed by PERIOD-CLOSE.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

      * One ledger line per program phase: business date, program,
      * START or END, return code and processed count (END only).
       FD  RUN-CONTROL-FILE.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    The business date the movement fell on when it was
      *    posted forward out of a closed period; zero otherwise.
           05  JRN-ORIG-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-MAINT-STATUS     PIC XX    VALUE SPACES.
       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.

      * Date movements are posted under: the business date, or the
      * first day of the first open month when the business date
      * falls in a closed one - the business date is then kept on
      * the line as the original date.
       01  WS-POSTING-DATE     PIC 9(8)  VALUE ZEROS.
       01  WS-POSTING-MONTH REDEFINES WS-POSTING-DATE.
           05  WS-POSTING-YYYYMM PIC 9(6).
           05  WS-POSTING-DD   PIC 9(2).
       01  WS-POSTING-SPLIT REDEFINES WS-POSTING-DATE.
           05  WS-POSTING-YYYY PIC 9(4).
           05  WS-POSTING-MM   PIC 9(2).
           05  FILLER          PIC 9(2).
       01  WS-ORIGINAL-DATE    PIC 9(8)  VALUE ZEROS.
       01  WS-CLOSED-COUNT     PIC 9(3)  VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-IX        PIC 9(3)  VALUE ZEROS.
       01  WS-PERIOD-CLOSED    PIC X     VALUE "N".

      * Run-control working fields: RC 16 = already ran today,
      * RC 14 = out of sequence (prerequisite missing or another
      * batch program still mid-flight today).
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-POSTING-DATE.
           PERFORM RUNCTL-READ-LEDGER.
           IF WS-RC-DUP-FLAG = "Y"
               DISPLAY "RUN-CONTROL: ALREADY RAN TODAY"
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

      * A business date inside a closed month posts to the first day
      * of the first month finance has not closed.
       SET-POSTING-DATE.
           MOVE WS-TODAY-DATE TO WS-POSTING-DATE.
           MOVE ZEROS         TO WS-ORIGINAL-DATE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                   READ PERIOD-FILE
                       AT END MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           IF PER-STATUS = "CLSD"
                              AND WS-CLOSED-COUNT < 240
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PER-MONTH
                                 TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIOD-FILE.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM UNTIL WS-PERIOD-CLOSED = "N"
               MOVE WS-TODAY-DATE TO WS-ORIGINAL-DATE
               IF WS-POSTING-MM = 12
                   ADD 1 TO WS-POSTING-YYYY
                   MOVE 1 TO WS-POSTING-MM
               ELSE
                   ADD 1 TO WS-POSTING-MM
               END-IF
               MOVE 1 TO WS-POSTING-DD
               PERFORM CHECK-POSTING-PERIOD
           END-PERFORM.
           IF WS-ORIGINAL-DATE NOT = ZEROS
               DISPLAY "CUSTOMER-MAINTENANCE: PERIOD CLOSED -"
                   " POSTING AS " WS-POSTING-DATE
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED.
           PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
                   UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH (WS-CLOSED-IX) = WS-POSTING-YYYYMM
                   MOVE "Y" TO WS-PERIOD-CLOSED
               END-IF
           END-PERFORM.

      * Read today's run-control entries: has this program already
      * ended today, has CUSTOMER-MAINTENANCE ended today, and is any
      * program started-but-not-ended (mid-flight)?
                   MOVE ZEROS TO WS-OLD-BALANCE
                   MOVE "ADD " TO JRN-REASON
                   PERFORM WRITE-JOURNAL-LINE
                   PERFORM JOURNAL-ADDED-FIELDS
                   MOVE "ADD"        TO DRL-ACTION
                   MOVE MAINT-CUST-ID TO DRL-ID
                   MOVE "ADDED"      TO DRL-RESULT
                       WRITE BACKOUT-RECORD
                       MOVE PST-REASON TO JRN-REASON
                       PERFORM WRITE-JOURNAL-LINE
                       IF WS-AUTO-SUSPEND-FLAG = "Y"
                           MOVE SPACES        TO CHANGE-JOURNAL-RECORD
                           MOVE WS-TODAY-DATE TO CHG-DATE
                           MOVE CUST-ID       TO CHG-CUST-ID
                           MOVE "STATUS        " TO CHG-FIELD-NAME
                           MOVE "A"           TO CHG-OLD-VALUE
                           MOVE CUST-STATUS   TO CHG-NEW-VALUE
                           WRITE CHANGE-JOURNAL-RECORD
                       END-IF
                       MOVE "POSTING"    TO DRL-ACTION
                       MOVE PST-CUST-ID  TO DRL-ID
                       MOVE "POSTED"     TO DRL-RESULT
               END-REWRITE
           END-IF.

      * An added customer's fields journal as changed from an empty
      * record; the balance is left to its CUSTJRNL.DAT ADD line.
       JOURNAL-ADDED-FIELDS.
           MOVE SPACES        TO CHANGE-JOURNAL-RECORD
           MOVE WS-TODAY-DATE TO CHG-DATE
           MOVE CUST-ID       TO CHG-CUST-ID
           MOVE "ADDED         " TO CHG-FIELD-NAME
           WRITE CHANGE-JOURNAL-RECORD
           MOVE SPACES        TO WS-BEFORE-RECORD
           MOVE ZEROS         TO WS-BEF-ZIP
           MOVE CUST-BALANCE  TO WS-BEF-BALANCE
           PERFORM JOURNAL-CHANGED-FIELDS.

      * One before/after line per field the CHANGE actually moved;
      * an untouched field writes nothing, so the journal reads as
      * "what changed", not a record dump.
      * from the record just rewritten. An ADD or CHANGE journals as
      * a debit/credit derived from which way the balance moved.
       WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE "MAINT"       TO JRN-SOURCE
           MOVE CUST-ID       TO JRN-CUST-ID
           IF MAINT-POSTING
           END-IF
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD.

       DELETE-CUSTOMER.
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           WRITE BACKOUT-RECORD
                           MOVE SPACES        TO CHANGE-JOURNAL-RECORD
                           MOVE WS-TODAY-DATE TO CHG-DATE
                           MOVE CUST-ID       TO CHG-CUST-ID
                           MOVE "DELETED       " TO CHG-FIELD-NAME
                           MOVE CUST-NAME     TO CHG-OLD-VALUE
                           WRITE CHANGE-JOURNAL-RECORD
                           MOVE "DELETE"     TO DRL-ACTION
                           MOVE MAINT-CUST-ID TO DRL-ID
                           MOVE "DELETED"    TO DRL-RESULT
