
      * Closes uncollectable balances under approval control - the
      * exit COLLECTIONS-CYCLE never had. Each line of the approval
      * file WRITEOFF.DAT names an account, the approved amount, the
      * authorizing officer who releases it, and who raised it and
      * from which terminal (read by the segregation-of-duties run,
      * SODRPT, which flags an officer releasing their own):
      *
      *   cust-id(10) sp amount 9(7)V99 sp officer(20) sp
      *   raised-by(20) sp terminal(4)
      *
      * The approved amount is credited through CUSTJRNL.DAT with
      * reason WOFF, so BALANCE-VERIFY still proves the balance and
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *    Shared run-control ledger, same protocol as the other
      *    batch programs: approvals re-applied the same day would
      *    write every balance off twice.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *    Field-level journal CUSTOMER-MAINTENANCE keeps; an
      *    account set INACTIVE is journaled there, so
      *    FORWARD-RECOVERY can replay it.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  APP-AMOUNT         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  APP-OFFICER        PIC X(20).
           05  FILLER             PIC X.
           05  APP-RAISED-BY      PIC X(20).
           05  FILLER             PIC X.
           05  APP-TERMID         PIC X(4).

       FD  WRITEOFF-REPORT.
       01  REPORT-LINE            PIC X(80).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    The business date the movement fell on when it was
      *    posted forward out of a closed period; zero otherwise.
           05  JRN-ORIG-DATE      PIC 9(8).

       FD  BUSINESS-DATE-FILE.
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
           05  RCT-COUNT          PIC 9(7).
           05  RCT-TIME           PIC 9(6).

      * Same layout CUSTOMER-MAINTENANCE writes: one line per field
      * changed, with what it held before and after.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           05  CHG-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  CHG-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  CHG-FIELD-NAME     PIC X(14).
           05  FILLER             PIC X.
           05  CHG-OLD-VALUE      PIC X(50).
           05  FILLER             PIC X.
           05  CHG-NEW-VALUE      PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-APPROVAL-STATUS  PIC XX    VALUE SPACES.
       01  WS-WRITEOFF-TOTAL   PIC 9(9)V99 VALUE ZEROS.

       01  WS-OLD-BALANCE      PIC S9(7)V99 VALUE ZEROS.
       01  WS-OLD-STATUS       PIC X(1)  VALUE SPACE.
       01  WS-DEBT             PIC 9(7)V99  VALUE ZEROS.
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
      * RC 14 = another batch program is mid-flight today.
       01  WS-RUNCTL-STATUS    PIC XX    VALUE SPACES.
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
               DISPLAY "BALANCE-WRITEOFF: PERIOD CLOSED -"
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
      * ended today (re-applying every approval), and is any
      * program started-but-not-ended (mid-flight)?
           OPEN INPUT APPROVAL-FILE.
           OPEN OUTPUT WRITEOFF-REPORT.
           OPEN EXTEND BALANCE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL.

       PROCESS-APPROVALS.
           READ APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE CUST-BALANCE TO WS-OLD-BALANCE.
           MOVE CUST-STATUS  TO WS-OLD-STATUS.
           ADD APP-AMOUNT TO CUST-BALANCE.
           IF CUST-BALANCE = ZEROS
               MOVE "I" TO CUST-STATUS
                   ADD 1 TO WS-WRITTEN-OFF
                   ADD APP-AMOUNT TO WS-WRITEOFF-TOTAL
                   PERFORM WRITE-JOURNAL-LINE
                   IF CUST-STATUS NOT = WS-OLD-STATUS
                       PERFORM WRITE-STATUS-CHANGE
                   END-IF
                   IF CUST-BALANCE = ZEROS
                       MOVE "WRITTEN OFF - INACTIVE" TO DTL-ACTION
                   ELSE
                   PERFORM WRITE-DETAIL-LINE
           END-REWRITE.

       WRITE-STATUS-CHANGE.
           MOVE SPACES        TO CHANGE-JOURNAL-RECORD.
           MOVE WS-TODAY-DATE TO CHG-DATE.
           MOVE CUST-ID       TO CHG-CUST-ID.
           MOVE "STATUS"      TO CHG-FIELD-NAME.
           MOVE WS-OLD-STATUS TO CHG-OLD-VALUE.
           MOVE CUST-STATUS   TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.

      * Reason WOFF is what tells GLPOST to book this credit as
      * DR bad-debt expense / CR receivable instead of cash.
       WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE TO JRN-DATE.
           MOVE "WROFF"        TO JRN-SOURCE.
           MOVE CUST-ID        TO JRN-CUST-ID.
           MOVE "C"            TO JRN-DC.
           MOVE APP-AMOUNT     TO JRN-AMOUNT.
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE.
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE.
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE.
           WRITE JOURNAL-RECORD.

       WRITE-DETAIL-LINE.
           CLOSE APPROVAL-FILE.
           CLOSE WRITEOFF-REPORT.
           CLOSE BALANCE-JOURNAL.
           CLOSE CHANGE-JOURNAL.

       SET-RETURN-CODE.
           EVALUATE TRUE
