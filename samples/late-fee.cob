      * being free. Configuration comes from LATEFEE.DAT:
      *
      *   grace-days(3) sp type F/P sp rate 9(5)V99 sp cap 9(7)V99
      *   [sp unit W]
      *
      *   A trailing W counts the grace in working days - weekends
      *   and the holidays on the calendar HOLIDAY.DAT left out, as
      *   WORKDAY decides them - and the debt age with it; without
      *   it both are calendar days.
      *
      *   F charges the flat rate; P charges rate percent of the
      *   debt. The cap is per customer and cumulative: fees
      * FEEEXCL.DAT are not fee'd. Fees post as their own LATE
      * journal entries, so BALANCE-VERIFY and GLPOST both see
      * them. Results to LATEFEE.RPT.
      *
      * A customer on the vulnerable-customer register VULNMARK.DAT
      * (extracted nightly by VULNEXTR) is never fee'd. Where a fee
      * would otherwise be charged, the account goes on the
      * specialist worklist VULNWORK.DAT instead.
      *
      * Nothing is charged to a customer on the deceased register
      * DECEASED.DAT (kept by BEREAVE); the account is frozen as
      * it stood when the death was notified.
      *
      * Nor is a customer keeping a promise-to-pay arrangement
      * (status OPEN on ARRANGE.DAT, kept by PROMISE-TO-PAY) fee'd
      * while it is honoured; once broken, fees resume.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *    Shared run-control ledger, same protocol as the other
      *    batch programs: fees re-assessed the same day would
      *    charge every debtor twice.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *    Vulnerable-customer register, as COLLECTIONS-CYCLE reads.
           SELECT OPTIONAL VULNERABLE-FILE
               ASSIGN TO "VULNMARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VULNERABLE-STATUS.

      *    Specialist worklist, shared with COLLECTIONS-CYCLE.
           SELECT OPTIONAL WORKLIST-FILE
               ASSIGN TO "VULNWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Deceased-customer register BEREAVE keeps.
           SELECT OPTIONAL DECEASED-FILE
               ASSIGN TO "DECEASED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECEASED-STATUS.

      *    Promise-to-pay arrangements PROMISE-TO-PAY keeps.
           SELECT OPTIONAL ARRANGE-FILE
               ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  CFG-RATE           PIC 9(5)V99.
           05  FILLER             PIC X.
           05  CFG-CAP            PIC 9(7)V99.
           05  FILLER             PIC X.
           05  CFG-GRACE-UNIT     PIC X(1).

       FD  EXCLUSION-FILE.
       01  EXCLUSION-RECORD.
           05  JIN-AMOUNT         PIC 9(7)V99.
           05  JIN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JIN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    The business date the movement fell on when it was
      *    posted forward out of a closed period; zero otherwise.
           05  JRN-ORIG-DATE      PIC 9(8).

       FD  FEE-REPORT.
       01  REPORT-LINE            PIC X(80).
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

       FD  VULNERABLE-FILE.
       01  VULNERABLE-RECORD.
           05  VMK-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  VMK-CATEGORY       PIC X(2).
           05  FILLER             PIC X.
           05  VMK-REVIEW-DATE    PIC 9(8).

       FD  DECEASED-FILE.
       01  DECEASED-RECORD.
           05  DCD-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  DCD-DEATH-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  DCD-NOTIFIED-DATE  PIC 9(8).

      * Same layout PROMISE-TO-PAY writes; only the customer and
      * status are wanted here.
       FD  ARRANGE-FILE.
       01  ARRANGE-RECORD.
           05  ARR-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  ARR-STATUS         PIC X(4).
           05  FILLER             PIC X(217).

      * Same layout COLLECTIONS-CYCLE writes.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           05  VWK-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  VWK-SOURCE         PIC X(8).
           05  FILLER             PIC X.
           05  VWK-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  VWK-CATEGORY       PIC X(2).
           05  FILLER             PIC X.
           05  VWK-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FILLER             PIC X.
           05  VWK-REASON         PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-CONFIG-STATUS    PIC XX    VALUE SPACES.
       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.

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

      * The fee rules, loaded from the single config line.
       01  WS-GRACE-DAYS       PIC 9(3)  VALUE ZEROS.
       01  WS-GRACE-UNIT       PIC X(1)  VALUE SPACE.
           88  WS-GRACE-WORKING      VALUE "W".
       01  WS-FEE-TYPE         PIC X(1)  VALUE "F".
       01  WS-FEE-RATE         PIC 9(5)V99 VALUE ZEROS.
       01  WS-FEE-CAP          PIC 9(7)V99 VALUE ZEROS.
                                  PIC 9(10).
       01  WS-EXC-FOUND        PIC X VALUE "N".

      * Vulnerable customers from the optional register.
       01  WS-VULNERABLE-STATUS PIC XX VALUE SPACES.
       01  WS-VULNERABLE-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-VULNERABLE-TABLE.
           05  WS-VULNERABLE-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-VU-IX.
               10  WS-VU-ID       PIC 9(10).
               10  WS-VU-CATEGORY PIC X(2).
       01  WS-VULNERABLE-MATCH PIC X VALUE "N".
       01  WS-DIVERTED-COUNT   PIC 9(5)  VALUE ZEROS.

      * Customers whose death BEREAVE has recorded.
       01  WS-DECEASED-STATUS  PIC XX VALUE SPACES.
       01  WS-DECEASED-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-DECEASED-TABLE.
           05  WS-DECEASED-ID OCCURS 2000 TIMES
                                  INDEXED BY WS-DC-IX
                                  PIC 9(10).
       01  WS-DECEASED-MATCH   PIC X VALUE "N".

      * Customers with an arrangement still being honoured.
       01  WS-ARRANGE-STATUS   PIC XX VALUE SPACES.
       01  WS-ARRANGE-COUNT    PIC 9(4) VALUE ZEROS.
       01  WS-ARRANGE-TABLE.
           05  WS-ARRANGE-ID OCCURS 2000 TIMES
                                  INDEXED BY WS-AR-IX
                                  PIC 9(10).
       01  WS-ARRANGE-MATCH    PIC X VALUE "N".

       01  WS-DEBT-AGE         PIC S9(5) COMP VALUE ZEROS.
       01  WS-CLEAN-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-DEBT             PIC 9(7)V99 VALUE ZEROS.
       01  WS-OLD-BALANCE      PIC S9(7)V99 VALUE ZEROS.
       01  WS-BASE-DATE        PIC 9(8) VALUE ZEROS.

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05  WDY-FUNCTION       PIC X(1).
           05  WDY-DATE           PIC 9(8).
           05  WDY-END-DATE       PIC 9(8).
           05  WDY-DAYS           PIC S9(5).
           05  WDY-RESULT-DATE    PIC 9(8).
           05  WDY-WORKING        PIC X(1).
           05  WDY-RETURN         PIC 9(2).

       01  WS-FEE-COUNT        PIC 9(5)  VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5)  VALUE ZEROS.
       01  WS-FEE-TOTAL        PIC 9(9)V99 VALUE ZEROS.
           05  SML-SKIPPED        PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  VALUE: ".
           05  SML-TOTAL          PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(12) VALUE "  DIVERTED: ".
           05  SML-DIVERTED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-POSTING-DATE.
           PERFORM RUNCTL-READ-LEDGER.
           IF WS-RC-DUP-FLAG = "Y"
               DISPLAY "RUN-CONTROL: ALREADY RAN TODAY"
           PERFORM RUNCTL-WRITE-START.
           PERFORM LOAD-FEE-CONFIG.
           PERFORM LOAD-EXCLUSIONS.
           PERFORM LOAD-VULNERABLE-REGISTER.
           PERFORM LOAD-DECEASED-REGISTER.
           PERFORM LOAD-ARRANGEMENTS.
           PERFORM LOAD-JOURNAL-DERIVATIONS.
           PERFORM OPEN-FILES.
           PERFORM ASSESS-CUSTOMERS UNTIL WS-EOF = "Y".
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

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
               DISPLAY "LATE-FEE: PERIOD CLOSED -"
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

       RUNCTL-READ-LEDGER.
           MOVE WS-TODAY-DATE TO WS-RUNCTL-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
                   MOVE CFG-FEE-TYPE   TO WS-FEE-TYPE
                   MOVE CFG-RATE       TO WS-FEE-RATE
                   MOVE CFG-CAP        TO WS-FEE-CAP
                   MOVE CFG-GRACE-UNIT TO WS-GRACE-UNIT
           END-READ.
           CLOSE FEE-CONFIG-FILE.

           END-IF.
           CLOSE DUNNING-FILE.

       LOAD-VULNERABLE-REGISTER.
           OPEN INPUT VULNERABLE-FILE.
           IF WS-VULNERABLE-STATUS = "00"
               PERFORM UNTIL WS-VULNERABLE-STATUS NOT = "00"
                   READ VULNERABLE-FILE
                       AT END MOVE "10" TO WS-VULNERABLE-STATUS
                       NOT AT END
                           IF WS-VULNERABLE-COUNT < 2000
                               ADD 1 TO WS-VULNERABLE-COUNT
                               SET WS-VU-IX TO WS-VULNERABLE-COUNT
                               MOVE VMK-CUST-ID TO
                                   WS-VU-ID (WS-VU-IX)
                               MOVE VMK-CATEGORY TO
                                   WS-VU-CATEGORY (WS-VU-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VULNERABLE-FILE.

       LOAD-DECEASED-REGISTER.
           OPEN INPUT DECEASED-FILE.
           IF WS-DECEASED-STATUS = "00"
               PERFORM UNTIL WS-DECEASED-STATUS NOT = "00"
                   READ DECEASED-FILE
                       AT END MOVE "10" TO WS-DECEASED-STATUS
                       NOT AT END
                           IF WS-DECEASED-COUNT < 2000
                               ADD 1 TO WS-DECEASED-COUNT
                               SET WS-DC-IX TO WS-DECEASED-COUNT
                               MOVE DCD-CUST-ID TO
                                   WS-DECEASED-ID (WS-DC-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DECEASED-FILE.

       LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGE-FILE.
           IF WS-ARRANGE-STATUS = "00"
               PERFORM UNTIL WS-ARRANGE-STATUS NOT = "00"
                   READ ARRANGE-FILE
                       AT END MOVE "10" TO WS-ARRANGE-STATUS
                       NOT AT END
                           IF ARR-STATUS = "OPEN"
                              AND WS-ARRANGE-COUNT < 2000
                               ADD 1 TO WS-ARRANGE-COUNT
                               SET WS-AR-IX TO WS-ARRANGE-COUNT
                               MOVE ARR-CUST-ID TO
                                   WS-ARRANGE-ID (WS-AR-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARRANGE-FILE.

       LOAD-JOURNAL-DERIVATIONS.
           OPEN INPUT JOURNAL-INPUT.
           IF WS-JOURNAL-STATUS = "00"
           OPEN I-O CUSTOMER-FILE.
           OPEN OUTPUT FEE-REPORT.
           OPEN EXTEND BALANCE-JOURNAL.
           OPEN EXTEND WORKLIST-FILE.

       ASSESS-CUSTOMERS.
           READ CUSTOMER-FILE NEXT RECORD
           MOVE CUST-BALANCE TO DTL-DEBT.
           MOVE ZEROS TO DTL-FEE.

           PERFORM FIND-DECEASED-ENTRY.
           IF WS-DECEASED-MATCH = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "DECEASED - FROZEN" TO DTL-ACTION
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXC-FOUND.
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EXC-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ARRANGE-MATCH.
           PERFORM VARYING WS-AR-IX FROM 1 BY 1
                   UNTIL WS-AR-IX > WS-ARRANGE-COUNT
               IF WS-ARRANGE-ID (WS-AR-IX) = CUST-ID
                   MOVE "Y" TO WS-ARRANGE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ARRANGE-MATCH = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "PROMISE TO PAY" TO DTL-ACTION
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM DERIVE-DEBT-AGE.
           IF WS-DEBT-AGE <= WS-GRACE-DAYS
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

      *    A vulnerable customer is not fee'd; the specialist team
      *    picks the account up from the worklist instead.
           MOVE "N" TO WS-VULNERABLE-MATCH.
           PERFORM VARYING WS-VU-IX FROM 1 BY 1
                   UNTIL WS-VU-IX > WS-VULNERABLE-COUNT
               IF WS-VU-ID (WS-VU-IX) = CUST-ID
                   MOVE "Y" TO WS-VULNERABLE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VULNERABLE-MATCH = "Y"
               PERFORM DIVERT-TO-SPECIALIST
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DEBT = ZERO - CUST-BALANCE.
           IF WS-FEE-TYPE = "P"
               COMPUTE WS-FEE ROUNDED =

           PERFORM POST-FEE.

       FIND-DECEASED-ENTRY.
           MOVE "N" TO WS-DECEASED-MATCH.
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DECEASED-COUNT
               IF WS-DECEASED-ID (WS-DC-IX) = CUST-ID
                   MOVE "Y" TO WS-DECEASED-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DIVERT-TO-SPECIALIST.
           ADD 1 TO WS-SKIPPED-COUNT.
           ADD 1 TO WS-DIVERTED-COUNT.
           MOVE SPACES          TO WORKLIST-RECORD.
           MOVE WS-TODAY-DATE   TO VWK-DATE.
           MOVE "LATEFEE"       TO VWK-SOURCE.
           MOVE CUST-ID         TO VWK-CUST-ID.
           MOVE WS-VU-CATEGORY (WS-VU-IX) TO VWK-CATEGORY.
           MOVE CUST-BALANCE    TO VWK-BALANCE.
           MOVE "LATE FEE NOT CHARGED" TO VWK-REASON.
           WRITE WORKLIST-RECORD.
           MOVE "VULNERABLE - WORKLIST" TO DTL-ACTION.
           PERFORM WRITE-DETAIL-LINE.

       DERIVE-DEBT-AGE.
      *    Days since the newest journal line that left the balance
      *    clean; an account with no clean point ages from its
           COMPUTE WS-CLEAN-INT =
               FUNCTION INTEGER-OF-DATE (WS-BASE-DATE).
           COMPUTE WS-DEBT-AGE = WS-TODAY-INT - WS-CLEAN-INT.
           IF WS-GRACE-WORKING
               MOVE "C"           TO WDY-FUNCTION
               MOVE WS-BASE-DATE  TO WDY-DATE
               MOVE WS-TODAY-DATE TO WDY-END-DATE
               CALL "WORKDAY" USING WORKDAY-PARMS
               IF WDY-RETURN < 8
                   MOVE WDY-DAYS TO WS-DEBT-AGE
               END-IF
           END-IF.

       FIND-DERIVED-ENTRY.
           MOVE "N" TO WS-DRV-FOUND.
               NOT INVALID KEY
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-FEE TO WS-FEE-TOTAL
                   MOVE WS-POSTING-DATE TO JRN-DATE
                   MOVE "LFEE "        TO JRN-SOURCE
                   MOVE CUST-ID        TO JRN-CUST-ID
                   MOVE "D"            TO JRN-DC
                   MOVE WS-FEE         TO JRN-AMOUNT
                   MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
                   MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
                   MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
                   WRITE JOURNAL-RECORD
                   MOVE WS-FEE TO DTL-FEE
                   MOVE "FEE POSTED" TO DTL-ACTION
           MOVE WS-FEE-COUNT     TO SML-FEES.
           MOVE WS-SKIPPED-COUNT TO SML-SKIPPED.
           MOVE WS-FEE-TOTAL     TO SML-TOTAL.
           MOVE WS-DIVERTED-COUNT TO SML-DIVERTED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CUSTOMER-FILE.
           CLOSE FEE-REPORT.
           CLOSE BALANCE-JOURNAL.
           CLOSE WORKLIST-FILE.

       SET-RETURN-CODE.
           IF WS-FEE-COUNT > ZEROS
