       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-STATEMENT.
       AUTHOR. BOB-LAB-SAMPLES.
       DATE-WRITTEN. 2026-10-15.

      * Month-end customer account statement, so a customer asking
      * why they owe what they owe can be shown the money, not just
      * the CUSTOMER.DAT balance. Every customer with movement in
      * the month or a non-zero CUST-BALANCE gets a statement built
      * from the month's CUSTJRNL.DAT lines:
      *
      *   opening balance   the balance before the month's first
      *                     line (JRN-OLD-BALANCE)
      *   each movement     dated, JRN-REASON in words, charges
      *                     (D) and payments/credits (C) in their
      *                     own columns; zero-value lines (name or
      *                     address changes) are left off
      *   closing balance   the balance after the month's last line
      *
      * A customer with no movement in the month carries one
      * balance forward: the opening balance of the first later
      * line if there is one, else the closing balance of the last
      * earlier one, else CUST-BALANCE.
      *
      * Statements are not printed here. The body lines go to
      * STMTBODY.DAT, keyed by customer, and a STMT request is
      * queued on CORRREQ.DAT; LETTGEN merges the body into the
      * STMT template at its &STMT line, so the statement routes by
      * the customer's contact preference and is suppressed for a
      * GONEAWAY.DAT customer like every other letter.
      *
      * Run before JOURNAL-CYCLE empties the journal for the new
      * cycle. PARM: statement month as YYYYMM; defaults to the
      * business date's month. ACCTSTMT.RPT lists each statement
      * queued; customers the tables could not hold end the run
      * RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-BODY-FILE
               ASSIGN TO "STMTBODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-REPORT
               ASSIGN TO "ACCTSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Shared run-control ledger: a second run the same day
      *    would queue every statement twice.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID            PIC 9(10).
           05  CUST-NAME          PIC X(30).
           05  CUST-ADDRESS       PIC X(50).
           05  CUST-CITY          PIC X(20).
           05  CUST-STATE         PIC X(2).
           05  CUST-ZIP           PIC 9(5).
           05  CUST-BALANCE       PIC S9(7)V99.
           05  CUST-CURRENCY      PIC X(3).
           05  CUST-STATUS        PIC X(1).
               88  ACTIVE            VALUE "A".
               88  INACTIVE           VALUE "I".
               88  SUSPENDED          VALUE "S".
           05  CUST-LAST-ACTIVITY PIC 9(8).

      * Same layout the writers produce.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-DATE           PIC 9(8).
           05  JRN-SOURCE         PIC X(5).
           05  JRN-CUST-ID        PIC 9(10).
           05  JRN-DC             PIC X(1).
           05  JRN-REASON         PIC X(4).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM    PIC 9(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM      PIC 9(10).

      * One printed statement line per record, the customer first
      * so LETTGEN can pick out each customer's lines.
       FD  STATEMENT-BODY-FILE.
       01  STATEMENT-BODY-RECORD.
           05  SBD-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  SBD-TEXT           PIC X(70).

       FD  STATEMENT-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One ledger line per program phase: business date, program,
      * START or END, return code and processed count (END only).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RCT-DATE           PIC 9(8).
           05  RCT-PROGRAM        PIC X(20).
           05  RCT-PHASE          PIC X(5).
           05  RCT-RC             PIC 9(2).
           05  RCT-COUNT          PIC 9(7).
           05  RCT-TIME           PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX    VALUE SPACES.

       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.
       01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYYMM    PIC 9(6).
           05  WS-TODAY-DD        PIC 9(2).

       01  WS-CMD-LINE         PIC X(40) VALUE SPACES.
       01  WS-MONTH-TEXT       PIC X(8)  VALUE SPACES.
       01  WS-STMT-YYYYMM      PIC 9(6)  VALUE ZEROS.
       01  WS-STMT-SPLIT REDEFINES WS-STMT-YYYYMM.
           05  WS-STMT-YYYY       PIC 9(4).
           05  WS-STMT-MM         PIC 9(2).
       01  WS-JRN-YYYYMM       PIC 9(6)  VALUE ZEROS.

      * Per-customer balances from the journal: the month's opening
      * and closing, the last balance before the month and the
      * first after it, and where the customer's lines sit in the
      * line table.
       01  WS-ACC-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-AC-IX.
               10  WS-AC-ID          PIC 9(10).
               10  WS-AC-MOVED       PIC X.
               10  WS-AC-OPENING     PIC S9(7)V99.
               10  WS-AC-CLOSING     PIC S9(7)V99.
               10  WS-AC-HAS-BEFORE  PIC X.
               10  WS-AC-BEFORE      PIC S9(7)V99.
               10  WS-AC-HAS-AFTER   PIC X.
               10  WS-AC-AFTER       PIC S9(7)V99.
       01  WS-ACC-FOUND        PIC X     VALUE "N".

      * The month's money lines, in journal order.
       01  WS-LINE-COUNT       PIC 9(5)  VALUE ZEROS.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 10000 TIMES
                                  INDEXED BY WS-LN-IX.
               10  WS-LN-ID          PIC 9(10).
               10  WS-LN-DATE        PIC 9(8).
               10  WS-LN-DC          PIC X(1).
               10  WS-LN-REASON      PIC X(4).
               10  WS-LN-AMOUNT      PIC 9(7)V99.

      * JRN-REASON in words for the customer.
       01  WS-REASON-VALUES.
           05  FILLER PIC X(4)  VALUE "PREM".
           05  FILLER PIC X(30) VALUE "PREMIUM CHARGED".
           05  FILLER PIC X(4)  VALUE "DISC".
           05  FILLER PIC X(30) VALUE "PREMIUM DISCOUNT".
           05  FILLER PIC X(4)  VALUE "IPT ".
           05  FILLER PIC X(30) VALUE "INSURANCE PREMIUM TAX".
           05  FILLER PIC X(4)  VALUE "LATE".
           05  FILLER PIC X(30) VALUE "LATE PAYMENT FEE".
           05  FILLER PIC X(4)  VALUE "RFEE".
           05  FILLER PIC X(30) VALUE "REINSTATEMENT FEE".
           05  FILLER PIC X(4)  VALUE "DDRT".
           05  FILLER PIC X(30) VALUE "DIRECT DEBIT RETURNED".
           05  FILLER PIC X(4)  VALUE "CHBK".
           05  FILLER PIC X(30) VALUE "CARD PAYMENT CHARGED BACK".
           05  FILLER PIC X(4)  VALUE "RCPT".
           05  FILLER PIC X(30) VALUE "PAYMENT RECEIVED - THANK YOU".
           05  FILLER PIC X(4)  VALUE "RFND".
           05  FILLER PIC X(30) VALUE "REFUND".
           05  FILLER PIC X(4)  VALUE "CANC".
           05  FILLER PIC X(30) VALUE "CANCELLATION CREDIT".
           05  FILLER PIC X(4)  VALUE "ENDO".
           05  FILLER PIC X(30) VALUE "POLICY CHANGE ADJUSTMENT".
           05  FILLER PIC X(4)  VALUE "WOFF".
           05  FILLER PIC X(30) VALUE "BALANCE WRITTEN OFF".
           05  FILLER PIC X(4)  VALUE "MERG".
           05  FILLER PIC X(30) VALUE "BALANCE FROM MERGED ACCOUNT".
           05  FILLER PIC X(4)  VALUE "REST".
           05  FILLER PIC X(30) VALUE "ACCOUNT RESTORED".
           05  FILLER PIC X(4)  VALUE "ADD ".
           05  FILLER PIC X(30) VALUE "ACCOUNT OPENED".
           05  FILLER PIC X(4)  VALUE "CHG ".
           05  FILLER PIC X(30) VALUE "BALANCE ADJUSTMENT".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 16 TIMES
                                  INDEXED BY WS-RS-IX.
               10  WS-RS-CODE        PIC X(4).
               10  WS-RS-TEXT        PIC X(30).
       01  WS-DESCRIPTION      PIC X(30) VALUE SPACES.

       01  WS-SHOW-BALANCE     PIC S9(7)V99 VALUE ZEROS.
       01  WS-DATE-WORK        PIC 9(8)  VALUE ZEROS.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).

       01  WS-STATEMENT-COUNT  PIC 9(5)  VALUE ZEROS.
       01  WS-BODY-LINE-COUNT  PIC 9(7)  VALUE ZEROS.
       01  WS-STMT-LINES       PIC 9(5)  VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5)  VALUE ZEROS.

      * Run-control working fields: RC 16 = already ran today,
      * RC 14 = another batch program is mid-flight today.
       01  WS-RUNCTL-STATUS    PIC XX    VALUE SPACES.
       01  WS-RUNCTL-DATE      PIC 9(8)  VALUE ZEROS.
       01  WS-RC-DUP-FLAG      PIC X     VALUE "N".
       01  WS-RC-OPEN-COUNT    PIC 9(3)  VALUE ZEROS.
       01  WS-RC-PROG-COUNT    PIC 9(2)  VALUE ZEROS.
       01  WS-RC-PROG-IX       PIC 9(2)  VALUE ZEROS.
       01  WS-RC-PROG-TABLE.
           05  WS-RCP-ENTRY OCCURS 20 TIMES.
               10  WS-RCP-NAME    PIC X(20).
               10  WS-RCP-OPEN    PIC S9(3).
       01  WS-RC-FOUND         PIC X     VALUE "N".
       77  RUNCTL-MY-NAME      PIC X(20) VALUE "ACCOUNT-STATEMENT".

      * The statement as the customer sees it, 70 columns wide.
       01  STMT-TITLE-LINE.
           05  FILLER             PIC X(8)  VALUE "ACCOUNT ".
           05  STL-ID             PIC 9(10).
           05  FILLER             PIC X(24) VALUE
                   "       STATEMENT FOR    ".
           05  STL-YYYY           PIC 9(4).
           05  FILLER             PIC X     VALUE "-".
           05  STL-MM             PIC 9(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  STL-CURRENCY       PIC X(3).
       01  STMT-HEADING-LINE.
           05  FILLER             PIC X(12) VALUE "DATE".
           05  FILLER             PIC X(34) VALUE "DETAILS".
           05  FILLER             PIC X(11) VALUE "CHARGES".
           05  FILLER             PIC X(12) VALUE "PAYMENTS".
       01  STMT-DETAIL-LINE.
           05  SDL-DATE           PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SDL-DESCRIPTION    PIC X(30).
           05  FILLER             PIC X     VALUE SPACE.
           05  SDL-CHARGE         PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SDL-PAYMENT        PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01  STMT-BALANCE-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  SBL-CAPTION        PIC X(30).
           05  FILLER             PIC X     VALUE SPACE.
           05  SBL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  SBL-DIRECTION      PIC X(9).

       01  REPORT-HEADER-LINE     PIC X(60) VALUE
               "CUST NUM       OPENING     CLOSING  LINES  RESULT".
       01  REPORT-DETAIL-LINE.
           05  RDL-ID             PIC 9(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RDL-OPENING        PIC -(6)9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  RDL-CLOSING        PIC -(6)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RDL-LINES          PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RDL-RESULT         PIC X(20).
       01  SUMMARY-LINE.
           05  FILLER             PIC X(12) VALUE "STATEMENTS: ".
           05  SML-STATEMENTS     PIC ZZZZ9.
           05  FILLER             PIC X(15) VALUE "  BODY LINES:  ".
           05  SML-BODY-LINES     PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  DROPPED: ".
           05  SML-DROPPED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-RUN-OPTIONS.
           PERFORM RUNCTL-READ-LEDGER.
           IF WS-RC-DUP-FLAG = "Y"
               DISPLAY "RUN-CONTROL: ALREADY RAN TODAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-OPEN-COUNT > ZEROS
               DISPLAY "RUN-CONTROL: ANOTHER BATCH RUN IS MID-FLIGHT"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUNCTL-WRITE-START.
           PERFORM LOAD-JOURNAL.
           PERFORM OPEN-FILES.
           PERFORM STATEMENT-CUSTOMERS UNTIL WS-EOF = "Y".
           PERFORM PRINT-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM SET-RETURN-CODE.
           PERFORM RUNCTL-WRITE-END.
           STOP RUN.

      * The suite runs to the business date in BUSIDATE.DAT, not
      * the wall clock.
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSIDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BDT-DATE > ZEROS
                           MOVE BDT-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       GET-RUN-OPTIONS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-MONTH-TEXT
           END-IF.
           IF WS-MONTH-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-MONTH-TEXT) TO WS-STMT-YYYYMM
           ELSE
               MOVE WS-TODAY-YYYYMM TO WS-STMT-YYYYMM
           END-IF.

       RUNCTL-READ-LEDGER.
           MOVE WS-TODAY-DATE TO WS-RUNCTL-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-STATUS NOT = "00"
                   READ RUN-CONTROL-FILE
                       AT END MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END PERFORM RUNCTL-NOTE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
      *    A missing OPTIONAL file opens successfully with status 05,
      *    so the close happens outside the status test - otherwise
      *    the later OPEN EXTEND would fail against a still-open file.
           CLOSE RUN-CONTROL-FILE.
           MOVE ZEROS TO WS-RC-OPEN-COUNT.
           PERFORM VARYING WS-RC-PROG-IX FROM 1 BY 1
                   UNTIL WS-RC-PROG-IX > WS-RC-PROG-COUNT
               IF WS-RCP-OPEN (WS-RC-PROG-IX) > ZEROS
                   ADD 1 TO WS-RC-OPEN-COUNT
               END-IF
           END-PERFORM.

       RUNCTL-NOTE-ENTRY.
           IF RCT-DATE NOT = WS-RUNCTL-DATE
               EXIT PARAGRAPH
           END-IF.
           IF RCT-PHASE = "END  " AND RCT-PROGRAM = RUNCTL-MY-NAME
               MOVE "Y" TO WS-RC-DUP-FLAG
           END-IF.
           MOVE "N" TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-PROG-IX FROM 1 BY 1
                   UNTIL WS-RC-PROG-IX > WS-RC-PROG-COUNT
               IF WS-RCP-NAME (WS-RC-PROG-IX) = RCT-PROGRAM
                   MOVE "Y" TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND = "N" AND WS-RC-PROG-COUNT < 20
               ADD 1 TO WS-RC-PROG-COUNT
               MOVE WS-RC-PROG-COUNT TO WS-RC-PROG-IX
               MOVE RCT-PROGRAM TO WS-RCP-NAME (WS-RC-PROG-IX)
               MOVE ZEROS       TO WS-RCP-OPEN (WS-RC-PROG-IX)
           END-IF.
           IF WS-RC-PROG-IX <= WS-RC-PROG-COUNT
               IF RCT-PHASE = "START"
                   ADD 1 TO WS-RCP-OPEN (WS-RC-PROG-IX)
               ELSE
                   SUBTRACT 1 FROM WS-RCP-OPEN (WS-RC-PROG-IX)
               END-IF
           END-IF.

       RUNCTL-WRITE-START.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE WS-RUNCTL-DATE TO RCT-DATE.
           MOVE RUNCTL-MY-NAME TO RCT-PROGRAM.
           MOVE "START"        TO RCT-PHASE.
           MOVE ZEROS          TO RCT-RC.
           MOVE ZEROS          TO RCT-COUNT.
           ACCEPT RCT-TIME FROM TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       RUNCTL-WRITE-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE WS-RUNCTL-DATE TO RCT-DATE.
           MOVE RUNCTL-MY-NAME TO RCT-PROGRAM.
           MOVE "END  "        TO RCT-PHASE.
           MOVE RETURN-CODE    TO RCT-RC.
           MOVE WS-STATEMENT-COUNT TO RCT-COUNT.
           ACCEPT RCT-TIME FROM TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END PERFORM NOTE-JOURNAL-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-FILE.

       NOTE-JOURNAL-LINE.
           MOVE JRN-CUST-ID TO CUST-ID.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ACC-FOUND = "N"
               IF WS-ACC-COUNT < 2000
                   ADD 1 TO WS-ACC-COUNT
                   SET WS-AC-IX TO WS-ACC-COUNT
                   MOVE JRN-CUST-ID TO WS-AC-ID (WS-AC-IX)
                   MOVE "N"   TO WS-AC-MOVED (WS-AC-IX)
                   MOVE ZEROS TO WS-AC-OPENING (WS-AC-IX)
                   MOVE ZEROS TO WS-AC-CLOSING (WS-AC-IX)
                   MOVE "N"   TO WS-AC-HAS-BEFORE (WS-AC-IX)
                   MOVE ZEROS TO WS-AC-BEFORE (WS-AC-IX)
                   MOVE "N"   TO WS-AC-HAS-AFTER (WS-AC-IX)
                   MOVE ZEROS TO WS-AC-AFTER (WS-AC-IX)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE JRN-DATE (1:6) TO WS-JRN-YYYYMM.
           EVALUATE TRUE
               WHEN WS-JRN-YYYYMM < WS-STMT-YYYYMM
                   MOVE "Y" TO WS-AC-HAS-BEFORE (WS-AC-IX)
                   MOVE JRN-NEW-BALANCE TO WS-AC-BEFORE (WS-AC-IX)
               WHEN WS-JRN-YYYYMM > WS-STMT-YYYYMM
                   IF WS-AC-HAS-AFTER (WS-AC-IX) = "N"
                       MOVE "Y" TO WS-AC-HAS-AFTER (WS-AC-IX)
                       MOVE JRN-OLD-BALANCE TO WS-AC-AFTER (WS-AC-IX)
                   END-IF
               WHEN OTHER
                   PERFORM NOTE-MONTH-LINE
           END-EVALUATE.

       NOTE-MONTH-LINE.
           IF WS-AC-MOVED (WS-AC-IX) = "N"
               MOVE "Y" TO WS-AC-MOVED (WS-AC-IX)
               MOVE JRN-OLD-BALANCE TO WS-AC-OPENING (WS-AC-IX)
           END-IF.
           MOVE JRN-NEW-BALANCE TO WS-AC-CLOSING (WS-AC-IX).
           IF JRN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-COUNT < 10000
               ADD 1 TO WS-LINE-COUNT
               SET WS-LN-IX TO WS-LINE-COUNT
               MOVE JRN-CUST-ID TO WS-LN-ID (WS-LN-IX)
               MOVE JRN-DATE    TO WS-LN-DATE (WS-LN-IX)
               MOVE JRN-DC      TO WS-LN-DC (WS-LN-IX)
               MOVE JRN-REASON  TO WS-LN-REASON (WS-LN-IX)
               MOVE JRN-AMOUNT  TO WS-LN-AMOUNT (WS-LN-IX)
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACC-FOUND.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-ACC-COUNT
               IF WS-AC-ID (WS-AC-IX) = CUST-ID
                   MOVE "Y" TO WS-ACC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           OPEN OUTPUT STATEMENT-BODY-FILE.
           OPEN OUTPUT STATEMENT-REPORT.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       STATEMENT-CUSTOMERS.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM CONSIDER-ONE-CUSTOMER.

       CONSIDER-ONE-CUSTOMER.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ACC-FOUND = "Y"
               IF WS-AC-MOVED (WS-AC-IX) = "Y"
                   PERFORM BUILD-STATEMENT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CUST-BALANCE = ZEROS
               EXIT PARAGRAPH
           END-IF.
      *    No movement this month: one balance carried through.
           MOVE CUST-BALANCE TO WS-SHOW-BALANCE.
           IF WS-ACC-FOUND = "Y"
               IF WS-AC-HAS-AFTER (WS-AC-IX) = "Y"
                   MOVE WS-AC-AFTER (WS-AC-IX) TO WS-SHOW-BALANCE
               ELSE
                   IF WS-AC-HAS-BEFORE (WS-AC-IX) = "Y"
                       MOVE WS-AC-BEFORE (WS-AC-IX) TO WS-SHOW-BALANCE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-STATEMENT-HEAD.
           MOVE "BALANCE BROUGHT FORWARD" TO SBL-CAPTION.
           PERFORM WRITE-BALANCE-LINE.
           MOVE "NO TRANSACTIONS THIS MONTH" TO SDL-DESCRIPTION.
           MOVE SPACES TO SDL-DATE.
           MOVE ZEROS  TO SDL-CHARGE SDL-PAYMENT.
           MOVE STMT-DETAIL-LINE TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.
           MOVE "CLOSING BALANCE" TO SBL-CAPTION.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-SHOW-BALANCE TO RDL-OPENING RDL-CLOSING.
           PERFORM QUEUE-STATEMENT.

       BUILD-STATEMENT.
           PERFORM WRITE-STATEMENT-HEAD.
           MOVE WS-AC-OPENING (WS-AC-IX) TO WS-SHOW-BALANCE.
           MOVE "OPENING BALANCE" TO SBL-CAPTION.
           PERFORM WRITE-BALANCE-LINE.
           PERFORM VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > WS-LINE-COUNT
               IF WS-LN-ID (WS-LN-IX) = CUST-ID
                   PERFORM WRITE-MOVEMENT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-AC-CLOSING (WS-AC-IX) TO WS-SHOW-BALANCE.
           MOVE "CLOSING BALANCE" TO SBL-CAPTION.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-AC-OPENING (WS-AC-IX) TO RDL-OPENING.
           MOVE WS-AC-CLOSING (WS-AC-IX) TO RDL-CLOSING.
           PERFORM QUEUE-STATEMENT.

       WRITE-STATEMENT-HEAD.
           MOVE ZEROS TO WS-STMT-LINES.
           MOVE CUST-ID       TO STL-ID.
           MOVE WS-STMT-YYYY  TO STL-YYYY.
           MOVE WS-STMT-MM    TO STL-MM.
           MOVE CUST-CURRENCY TO STL-CURRENCY.
           MOVE STMT-TITLE-LINE TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.
           MOVE SPACES TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.
           MOVE STMT-HEADING-LINE TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.

       WRITE-MOVEMENT-LINE.
           MOVE WS-LN-DATE (WS-LN-IX) TO WS-DATE-WORK.
           MOVE SPACES TO SDL-DATE.
           STRING WS-DATE-WORK-X (1:4) "-"
                  WS-DATE-WORK-X (5:2) "-"
                  WS-DATE-WORK-X (7:2)
                  DELIMITED BY SIZE INTO SDL-DATE
           END-STRING.
           PERFORM DESCRIBE-REASON.
           MOVE WS-DESCRIPTION TO SDL-DESCRIPTION.
           IF WS-LN-DC (WS-LN-IX) = "D"
               MOVE WS-LN-AMOUNT (WS-LN-IX) TO SDL-CHARGE
               MOVE ZEROS TO SDL-PAYMENT
           ELSE
               MOVE ZEROS TO SDL-CHARGE
               MOVE WS-LN-AMOUNT (WS-LN-IX) TO SDL-PAYMENT
           END-IF.
           MOVE STMT-DETAIL-LINE TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.

      * Reasons the table does not know still print, with the code,
      * rather than vanish from the statement.
       DESCRIBE-REASON.
           MOVE SPACES TO WS-DESCRIPTION.
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > 16
               IF WS-RS-CODE (WS-RS-IX) = WS-LN-REASON (WS-LN-IX)
                   MOVE WS-RS-TEXT (WS-RS-IX) TO WS-DESCRIPTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DESCRIPTION = SPACES
               STRING "ACCOUNT ADJUSTMENT (" DELIMITED BY SIZE
                      WS-LN-REASON (WS-LN-IX) DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                   INTO WS-DESCRIPTION
               END-STRING
           END-IF.

      * The balance as the customer reads it: a negative
      * CUST-BALANCE is money owed to us.
       WRITE-BALANCE-LINE.
           EVALUATE TRUE
               WHEN WS-SHOW-BALANCE < ZEROS
                   COMPUTE SBL-AMOUNT = ZERO - WS-SHOW-BALANCE
                   MOVE "OWED"      TO SBL-DIRECTION
               WHEN WS-SHOW-BALANCE > ZEROS
                   MOVE WS-SHOW-BALANCE TO SBL-AMOUNT
                   MOVE "IN CREDIT" TO SBL-DIRECTION
               WHEN OTHER
                   MOVE ZEROS       TO SBL-AMOUNT
                   MOVE "SETTLED"   TO SBL-DIRECTION
           END-EVALUATE.
           MOVE STMT-BALANCE-LINE TO SBD-TEXT.
           PERFORM WRITE-BODY-LINE.

       WRITE-BODY-LINE.
           MOVE CUST-ID TO SBD-CUST-ID.
           WRITE STATEMENT-BODY-RECORD.
           ADD 1 TO WS-BODY-LINE-COUNT.
           ADD 1 TO WS-STMT-LINES.

       QUEUE-STATEMENT.
           MOVE "STMT    " TO CRQ-LETTER-TYPE.
           MOVE CUST-ID    TO CRQ-CUSTOMER-NUM.
           MOVE ZEROS      TO CRQ-POLICY-NUM.
           WRITE CORRESPONDENCE-RECORD.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE CUST-ID       TO RDL-ID.
           MOVE WS-STMT-LINES TO RDL-LINES.
           MOVE "QUEUED"      TO RDL-RESULT.
           MOVE SPACES TO REPORT-LINE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SUMMARY.
           MOVE WS-STATEMENT-COUNT TO SML-STATEMENTS.
           MOVE WS-BODY-LINE-COUNT TO SML-BODY-LINES.
           MOVE WS-DROPPED-COUNT   TO SML-DROPPED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE STATEMENT-BODY-FILE.
           CLOSE STATEMENT-REPORT.

       SET-RETURN-CODE.
           IF WS-DROPPED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
