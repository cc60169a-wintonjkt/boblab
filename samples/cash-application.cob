      * (paying more than is owed - an overpayment), goes to the
      * RCPTSUSP.DAT suspense file and onto the RCPTWORK.RPT operator
      * worklist instead of being guessed at.
      *
      * A receipt whose bank reference is LOAN followed by a policy
      * number repays a policy loan, not premium: it is not credited
      * to the balance but handed on, as received, in LOANRCPT.DAT
      * for the policy loan run to apply.
      *
      * A receipt whose bank reference is PREM followed by a policy
      * number is premium for that policy: it is credited like any
      * other, and the journal line carries the policy number so
      * the receipt allocation run settles that policy's charges
      * before the customer's others.
      *
      * BANKRCPT.DAT comes through INBGATE first, inside a control
      * header and trailer; a file INBGATE has not accepted, or one
      * already applied, is refused with RC 12 before anything is
      * credited, and an applied file is marked LOAD on INBREG.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them:
      *    only a file proved complete and new is applied, and only
      *    once.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "RCPTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "RCPTWORK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Loan repayments waiting for the policy loan run, which
      *    empties the file once it has applied them.
           SELECT OPTIONAL LOAN-RECEIPT-FILE
               ASSIGN TO "LOANRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Shared balance journal, same layout CUSTOMER-MAINTENANCE
      *    writes, so BALANCE-VERIFY sees receipt credits too.
           SELECT BALANCE-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *    Shared run-control ledger, same protocol as the other
      *    batch programs: a receipts file re-applied the same day
      *    would re-credit every payment, so a duplicate or
           05  RCP-AMOUNT         PIC 9(7)V99.
           05  RCP-REFERENCE      PIC X(16).
           05  RCP-VALUE-DATE     PIC 9(8).
      * The control header and trailer INBGATE proved the file by.
       01  RCP-CONTROL-RECORD.
           05  RCP-CONTROL-TYPE     PIC X(3).
               88  RCP-CONTROL-HEADER   VALUE "HDR".
               88  RCP-CONTROL-TRAILER  VALUE "TRL".
           05  RCP-CONTROL-SENDER   PIC X(8).
           05  RCP-CONTROL-CREATED  PIC X(8).
           05  RCP-CONTROL-SEQUENCE PIC X(6).

      * Unapplied receipts, written out exactly as they came in so
      * the file can be re-presented once the cause is fixed.
       FD  WORKLIST-REPORT.
       01  WORKLIST-LINE          PIC X(80).

      * Same layout as the bank receipt.
       FD  LOAN-RECEIPT-FILE.
       01  LOAN-RECEIPT-RECORD.
           05  LRC-CUST-ID        PIC 9(10).
           05  LRC-AMOUNT         PIC 9(7)V99.
           05  LRC-REFERENCE      PIC X(16).
           05  LRC-VALUE-DATE     PIC 9(8).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRN-DATE           PIC 9(8).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    The business date the movement fell on when it was
      *    posted forward out of a closed period; zero otherwise.
           05  JRN-ORIG-DATE      PIC 9(8).
      *    The policy the money is for; zero when it names none.
           05  JRN-POLICY-NUM     PIC 9(10).

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

      * Same layout INBGATE writes: ACPT when the gate accepts a
      * file, LOAD when a loader has applied it.
       FD  INBOUND-REGISTER.
       01  INBOUND-REGISTER-RECORD.
           05  IRG-FEED           PIC X(9).
           05  FILLER             PIC X.
           05  IRG-ACTION         PIC X(4).
               88  IRG-ACCEPTED      VALUE "ACPT".
               88  IRG-LOADED        VALUE "LOAD".
           05  FILLER             PIC X.
           05  IRG-SENDER         PIC X(8).
           05  FILLER             PIC X.
           05  IRG-CREATED        PIC 9(8).
           05  FILLER             PIC X.
           05  IRG-SEQUENCE       PIC 9(6).
           05  FILLER             PIC X.
           05  IRG-RECORDS        PIC 9(7).
           05  FILLER             PIC X.
           05  IRG-HASH-TOTAL     PIC 9(13)V99.
           05  FILLER             PIC X.
           05  IRG-CONTENT-HASH   PIC 9(9).
           05  FILLER             PIC X.
           05  IRG-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  IRG-PROGRAM        PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-RECEIPT-STATUS   PIC XX    VALUE SPACES.
       01  WS-READ-COUNT       PIC 9(5)  VALUE ZEROS.
       01  WS-APPLIED-COUNT    PIC 9(5)  VALUE ZEROS.
       01  WS-SUSPENSE-COUNT   PIC 9(5)  VALUE ZEROS.
       01  WS-LOAN-COUNT       PIC 9(5)  VALUE ZEROS.
       01  WS-APPLIED-TOTAL    PIC 9(9)V99 VALUE ZEROS.
       01  WS-SUSPENSE-TOTAL   PIC 9(9)V99 VALUE ZEROS.

       01  WS-OLD-BALANCE      PIC S9(7)V99 VALUE ZEROS.
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
       01  WS-RC-FOUND         PIC X     VALUE "N".
       77  RUNCTL-MY-NAME      PIC X(20) VALUE "CASH-APPLICATION".

      * Inbound gate working fields: RC 12 = the file is not one
      * INBGATE has accepted, or it has been loaded already.
       01  WS-INBREG-STATUS    PIC XX    VALUE SPACES.
       01  WS-GATE-FEED        PIC X(9)  VALUE "BANKRCPT".
       01  WS-GATE-SENDER      PIC X(8)  VALUE SPACES.
       01  WS-GATE-CREATED     PIC 9(8)  VALUE ZEROS.
       01  WS-GATE-SEQUENCE    PIC 9(6)  VALUE ZEROS.
       01  WS-GATE-ACCEPTED    PIC X     VALUE "N".
       01  WS-GATE-LOADED      PIC X     VALUE "N".
       01  WS-GATE-REFUSED     PIC X     VALUE "N".
       01  WS-GATE-REFUSAL     PIC X(40) VALUE SPACES.

       01  DETAIL-RESULT-LINE.
           05  DRL-CUST-ID        PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-POSTING-DATE.
           PERFORM RUNCTL-READ-LEDGER.
           IF WS-RC-DUP-FLAG = "Y"
               DISPLAY "RUN-CONTROL: ALREADY RAN TODAY"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-INBOUND-GATE.
           IF WS-GATE-REFUSED = "Y"
               DISPLAY "INBOUND GATE: " WS-GATE-REFUSAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUNCTL-WRITE-START.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RECEIPTS UNTIL WS-EOF = "Y".
           PERFORM PRINT-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM SET-RETURN-CODE.
           PERFORM MARK-FILE-LOADED.
           PERFORM RUNCTL-WRITE-END.
           STOP RUN.

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
               DISPLAY "CASH-APPLICATION: PERIOD CLOSED -"
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
      * ended today (re-crediting the whole bank file), and is any
      * program started-but-not-ended (mid-flight)?
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * The file must be one INBGATE has proved complete and new:
      * the sender and sequence on its control header accepted on
      * INBREG.DAT and not yet loaded. Checked before the run-control
      * START entry, so a refused file leaves no trace of a run.
       CHECK-INBOUND-GATE.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = "00"
               READ RECEIPT-FILE
                   AT END MOVE "10" TO WS-RECEIPT-STATUS
               END-READ
           END-IF.
           IF WS-RECEIPT-STATUS NOT = "00" OR NOT RCP-CONTROL-HEADER
               MOVE "NO CONTROL HEADER - FILE NOT GATED"
                 TO WS-GATE-REFUSAL
               MOVE "Y" TO WS-GATE-REFUSED
           ELSE
               MOVE RCP-CONTROL-SENDER TO WS-GATE-SENDER
               IF RCP-CONTROL-SEQUENCE IS NUMERIC
                   MOVE RCP-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
               END-IF
           END-IF.
           CLOSE RECEIPT-FILE.
           IF WS-GATE-REFUSED = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INBOUND-REGISTER.
           IF WS-INBREG-STATUS = "00"
               PERFORM UNTIL WS-INBREG-STATUS NOT = "00"
                   READ INBOUND-REGISTER
                       AT END MOVE "10" TO WS-INBREG-STATUS
                       NOT AT END PERFORM NOTE-GATE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INBOUND-REGISTER.
           EVALUATE TRUE
               WHEN WS-GATE-LOADED = "Y"
                   MOVE "FILE ALREADY LOADED" TO WS-GATE-REFUSAL
                   MOVE "Y" TO WS-GATE-REFUSED
               WHEN WS-GATE-ACCEPTED = "N"
                   MOVE "FILE NOT ACCEPTED BY INBGATE"
                     TO WS-GATE-REFUSAL
                   MOVE "Y" TO WS-GATE-REFUSED
           END-EVALUATE.

       NOTE-GATE-ENTRY.
           IF IRG-FEED = WS-GATE-FEED
              AND IRG-SEQUENCE = WS-GATE-SEQUENCE
              AND IRG-SENDER = WS-GATE-SENDER
               IF IRG-ACCEPTED
                   MOVE "Y" TO WS-GATE-ACCEPTED
                   MOVE IRG-CREATED TO WS-GATE-CREATED
               END-IF
               IF IRG-LOADED
                   MOVE "Y" TO WS-GATE-LOADED
               END-IF
           END-IF.

      * The file is applied: a LOAD line on the register stops it
      * ever being applied again.
       MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER.
           MOVE SPACES           TO INBOUND-REGISTER-RECORD.
           MOVE WS-GATE-FEED     TO IRG-FEED.
           MOVE "LOAD"           TO IRG-ACTION.
           MOVE WS-GATE-SENDER   TO IRG-SENDER.
           MOVE WS-GATE-CREATED  TO IRG-CREATED.
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE.
           MOVE WS-READ-COUNT     TO IRG-RECORDS.
           MOVE ZEROS            TO IRG-HASH-TOTAL.
           MOVE ZEROS            TO IRG-CONTENT-HASH.
           MOVE WS-TODAY-DATE    TO IRG-DATE.
           MOVE RUNCTL-MY-NAME   TO IRG-PROGRAM.
           WRITE INBOUND-REGISTER-RECORD.
           CLOSE INBOUND-REGISTER.

       OPEN-FILES.
           OPEN I-O CUSTOMER-FILE.
           OPEN INPUT RECEIPT-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT WORKLIST-REPORT.
           OPEN EXTEND BALANCE-JOURNAL.
           OPEN EXTEND LOAN-RECEIPT-FILE.

       PROCESS-RECEIPTS.
           READ RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF NOT RCP-CONTROL-HEADER
                      AND NOT RCP-CONTROL-TRAILER
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-RECEIPT
                   END-IF.

       APPLY-RECEIPT.
           IF RCP-REFERENCE (1:4) = "LOAN"
               PERFORM PASS-LOAN-REPAYMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE RCP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
               END-REWRITE
           END-IF.

      *    The loan run checks the policy, the borrower and the debt;
      *    anything it cannot apply comes back to suspense from there.
       PASS-LOAN-REPAYMENT.
           ADD 1 TO WS-LOAN-COUNT
           MOVE RCP-CUST-ID    TO LRC-CUST-ID
           MOVE RCP-AMOUNT     TO LRC-AMOUNT
           MOVE RCP-REFERENCE  TO LRC-REFERENCE
           MOVE RCP-VALUE-DATE TO LRC-VALUE-DATE
           WRITE LOAN-RECEIPT-RECORD
           MOVE "TO LOANS" TO DRL-RESULT
           MOVE SPACES     TO DRL-REASON
           PERFORM WRITE-WORKLIST-LINE.

       WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE "RCPT "        TO JRN-SOURCE
           MOVE CUST-ID        TO JRN-CUST-ID
           MOVE "C"            TO JRN-DC
           MOVE RCP-AMOUNT     TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE ZEROS          TO JRN-POLICY-NUM
           IF RCP-REFERENCE (1:4) = "PREM"
              AND RCP-REFERENCE (5:10) IS NUMERIC
               MOVE RCP-REFERENCE (5:10) TO JRN-POLICY-NUM
           END-IF
           WRITE JOURNAL-RECORD.

       SUSPEND-RECEIPT.
           CLOSE SUSPENSE-FILE.
           CLOSE WORKLIST-REPORT.
           CLOSE BALANCE-JOURNAL.
           CLOSE LOAN-RECEIPT-FILE.

       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-SUSPENSE-COUNT = ZEROS
                   MOVE 0 TO RETURN-CODE
               WHEN WS-APPLIED-COUNT = ZEROS AND WS-LOAN-COUNT = ZEROS
                    AND WS-READ-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
