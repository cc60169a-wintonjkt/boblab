       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR.
       AUTHOR. BOB-LAB-SAMPLES.
       DATE-WRITTEN. 2026-10-15.

      * Nightly anti-money-laundering watch over the money coming in
      * and going back out. Runs after the receipts, the suspense
      * replay, the refund and cancellation runs and CLMSETL/
      * CUSTRFND have built PAYINSTR.DAT, before PAYBANK sends it.
      *
      * Looks at the receipt credits (reason RCPT) and refund debits
      * (reason RFND, from CUSTRFND and POLCANCL) on CUSTJRNL.ARC
      * and CUSTJRNL.DAT, the receipts held on RCPTSUSP.DAT, the
      * direct-debit mandates on DDMAND.DAT and today's customer
      * refund lines on PAYINSTR.DAT. Four rules:
      *
      *   OVER  a receipt that put the customer in credit by at
      *         least the threshold amount - journaled, or held in
      *         suspense as an overpayment of what the customer owed
      *   QRFD  a refund within the set number of days of a receipt
      *         from the same customer
      *   ACCT  a refund going to a bank account other than the one
      *         the customer paid from inside the set days. Only a
      *         direct debit tells us the paying account (the bank
      *         receipt file carries none), so refunds of money that
      *         came any other way are counted as unproven instead
      *   SMRF  at least the set count of receipts, each below the
      *         ceiling, inside the set days, together reaching the
      *         threshold amount
      *
      * Rules come from AMLRULES.DAT, one line per rule:
      *
      *   code(4) sp enabled Y/N sp amount 9(7)V99 sp days 9(3)
      *   sp count 9(3) sp ceiling 9(7)V99
      *
      *   OVER uses the amount; QRFD and ACCT the days; SMRF all
      *   four. A rule with no line, or a field left non-numeric,
      *   runs on the house default: OVER 1000.00, QRFD 14 days,
      *   ACCT 90 days, SMRF 3 receipts under 1000.00 reaching
      *   5000.00 in 30 days.
      *
      * Every alert opens a case on AMLCASE.DAT for the money-
      * laundering officer - case number, rule, status, customer,
      * date raised, date of the event, amount and what was seen.
      * A customer already holding an open case under a rule, or
      * one for the same event, is not raised again. The officer's
      * decisions come in on AMLDISP.DAT, one line per case:
      *
      *   case(7) sp action(3) sp officer(8) sp note(20)
      *
      *   CLR cleared, SAR suspicious activity reported (both close
      *   the case), ESC escalated (stays open). Decisions are
      *   applied before the rules run and the file is emptied once
      *   taken. A decision for an unknown or closed case, or with
      *   no officer, is refused.
      *
      * Decisions and new alerts to AMLMON.RPT; every open case,
      * aged from the day it was raised, to AMLOPEN.RPT. RC 4 when
      * new alerts were raised, 8 when a decision was refused or
      * the journal window overflowed, 12 when the case file is too
      * large to hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *    Journal lines JOURNAL-CYCLE has cycled out, then the
      *    current cycle's.
           SELECT OPTIONAL JOURNAL-ARCHIVE
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "RCPTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL MANDATE-FILE
               ASSIGN TO "DDMAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO "PAYINSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT OPTIONAL RULE-FILE
               ASSIGN TO "AMLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT OPTIONAL CASE-FILE
               ASSIGN TO "AMLCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT OPTIONAL DISPOSITION-FILE
               ASSIGN TO "AMLDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.

           SELECT MONITOR-REPORT
               ASSIGN TO "AMLMON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-CASE-REPORT
               ASSIGN TO "AMLOPEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

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

       FD  JOURNAL-ARCHIVE.
       01  ARCHIVE-RECORD         PIC X(80).

      * Same layout the balance writers produce. JRN-ORIG-DATE is
      * the business date of a movement posted forward out of a
      * closed period; lines written before periods were closed
      * are short and leave it unset.
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
           05  JRN-ORIG-DATE      PIC 9(8).
           05  JRN-POLICY-NUM     PIC 9(10).

      * Same layout CASH-APPLICATION writes.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-CUST-ID        PIC 9(10).
           05  SUS-AMOUNT         PIC 9(7)V99.
           05  SUS-REFERENCE      PIC X(16).
           05  SUS-VALUE-DATE     PIC 9(8).

      * Same layout DD-MANDATE keeps.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           05  MND-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  MND-SORT-CODE      PIC 9(6).
           05  FILLER             PIC X.
           05  MND-ACCOUNT        PIC 9(8).
           05  FILLER             PIC X.
           05  MND-STATUS         PIC X(1).
           05  FILLER             PIC X.
           05  MND-SIGNUP-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  MND-CANCEL-DATE    PIC 9(8).

      * Comma-separated payment instructions as CLMSETL, CUSTRFND
      * and POLCANCL write them: claim (the customer on a refund
      * line), policy (zero on a refund line), amount, value date,
      * sort code, account, name (and, on a supplier invoice line,
      * the invoice reference).
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD         PIC X(100).

       FD  RULE-FILE.
       01  RULE-RECORD.
           05  RUL-CODE           PIC X(4).
           05  FILLER             PIC X.
           05  RUL-ENABLED        PIC X(1).
           05  FILLER             PIC X.
           05  RUL-AMOUNT         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  RUL-DAYS           PIC 9(3).
           05  FILLER             PIC X.
           05  RUL-COUNT          PIC 9(3).
           05  FILLER             PIC X.
           05  RUL-CEILING        PIC 9(7)V99.

      * One case per alert. Status OPEN when raised, ESCL once
      * escalated, CLRD cleared, SARF reported.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05  CAS-NUMBER         PIC 9(7).
           05  FILLER             PIC X.
           05  CAS-RULE           PIC X(4).
           05  FILLER             PIC X.
           05  CAS-STATUS         PIC X(4).
           05  FILLER             PIC X.
           05  CAS-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  CAS-RAISED-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  CAS-EVENT-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  CAS-AMOUNT         PIC 9(7)V99.
           05  FILLER             PIC X.
           05  CAS-DETAIL         PIC X(30).
           05  FILLER             PIC X.
           05  CAS-DISPOSED-BY    PIC X(8).
           05  FILLER             PIC X.
           05  CAS-DISPOSED-DATE  PIC 9(8).
           05  FILLER             PIC X.
           05  CAS-NOTE           PIC X(20).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DSP-CASE-NUMBER    PIC 9(7).
           05  FILLER             PIC X.
           05  DSP-ACTION         PIC X(3).
           05  FILLER             PIC X.
           05  DSP-OFFICER        PIC X(8).
           05  FILLER             PIC X.
           05  DSP-NOTE           PIC X(20).

       FD  MONITOR-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  OPEN-CASE-REPORT.
       01  OPEN-REPORT-LINE       PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-ARCHIVE-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX    VALUE SPACES.
       01  WS-SUSPENSE-STATUS  PIC XX    VALUE SPACES.
       01  WS-MANDATE-STATUS   PIC XX    VALUE SPACES.
       01  WS-PAYMENT-STATUS   PIC XX    VALUE SPACES.
       01  WS-RULE-STATUS      PIC XX    VALUE SPACES.
       01  WS-CASE-STATUS      PIC XX    VALUE SPACES.
       01  WS-DISPOSITION-STATUS PIC XX  VALUE SPACES.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-CUSTOMER-OPEN    PIC X     VALUE "N".

       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE PIC X(8).
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-EARLIEST-INT     PIC S9(9) COMP VALUE ZEROS.
       01  WS-LINE-DATE        PIC 9(8)  VALUE ZEROS.
       01  WS-LINE-INT         PIC S9(9) COMP VALUE ZEROS.
       01  WS-GAP-DAYS         PIC S9(9) COMP VALUE ZEROS.

      * The rules, on their house defaults until AMLRULES.DAT says
      * otherwise.
       01  WS-OVER-ON          PIC X     VALUE "Y".
       01  WS-OVER-AMOUNT      PIC 9(7)V99 VALUE 1000.00.
       01  WS-QRFD-ON          PIC X     VALUE "Y".
       01  WS-QRFD-DAYS        PIC 9(3)  VALUE 14.
       01  WS-ACCT-ON          PIC X     VALUE "Y".
       01  WS-ACCT-DAYS        PIC 9(3)  VALUE 90.
       01  WS-SMRF-ON          PIC X     VALUE "Y".
       01  WS-SMRF-AMOUNT      PIC 9(7)V99 VALUE 5000.00.
       01  WS-SMRF-DAYS        PIC 9(3)  VALUE 30.
       01  WS-SMRF-COUNT       PIC 9(3)  VALUE 3.
       01  WS-SMRF-CEILING     PIC 9(7)V99 VALUE 1000.00.
       01  WS-WINDOW-DAYS      PIC 9(3)  VALUE ZEROS.

      * The case file, loaded whole and rewritten whole; entries
      * mirror the record layout.
       01  WS-CASE-COUNT       PIC 9(4)  VALUE ZEROS.
       01  WS-CASE-IX          PIC 9(4)  VALUE ZEROS.
       01  WS-CASE-FOUND       PIC 9(4)  VALUE ZEROS.
       01  WS-CASE-OVERFLOW    PIC X     VALUE "N".
       01  WS-NEXT-CASE        PIC 9(7)  VALUE ZEROS.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 3000 TIMES.
               10  WS-CS-NUMBER       PIC 9(7).
               10  FILLER             PIC X.
               10  WS-CS-RULE         PIC X(4).
               10  FILLER             PIC X.
               10  WS-CS-STATUS       PIC X(4).
               10  FILLER             PIC X.
               10  WS-CS-CUST-ID      PIC 9(10).
               10  FILLER             PIC X.
               10  WS-CS-RAISED-DATE  PIC 9(8).
               10  FILLER             PIC X.
               10  WS-CS-EVENT-DATE   PIC 9(8).
               10  FILLER             PIC X.
               10  WS-CS-AMOUNT       PIC 9(7)V99.
               10  FILLER             PIC X.
               10  WS-CS-DETAIL       PIC X(30).
               10  FILLER             PIC X.
               10  WS-CS-DISPOSED-BY  PIC X(8).
               10  FILLER             PIC X.
               10  WS-CS-DISPOSED-DATE PIC 9(8).
               10  FILLER             PIC X.
               10  WS-CS-NOTE         PIC X(20).

      * Receipts and refunds journaled inside the widest rule
      * window. Channel D is a direct-debit collection, O any
      * other route.
       01  WS-EVT-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-EVT-IX           PIC 9(4)  VALUE ZEROS.
       01  WS-RCP-IX           PIC 9(4)  VALUE ZEROS.
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES.
               10  WS-EV-CUST-ID      PIC 9(10).
               10  WS-EV-DATE         PIC 9(8).
               10  WS-EV-DAY          PIC S9(9) COMP.
               10  WS-EV-TYPE         PIC X(1).
                   88  WS-EV-RECEIPT     VALUE "R".
                   88  WS-EV-REFUND      VALUE "F".
               10  WS-EV-CHANNEL      PIC X(1).
               10  WS-EV-AMOUNT       PIC 9(7)V99.
               10  WS-EV-NEW-BALANCE  PIC S9(7)V99.

      * Per-customer view of the receipts: the small ones inside
      * the SMRF window, and the routes money came by inside the
      * ACCT window.
       01  WS-CUS-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-CUS-IX           PIC 9(4)  VALUE ZEROS.
       01  WS-CUS-FOUND        PIC X     VALUE "N".
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 3000 TIMES.
               10  WS-CU-CUST-ID      PIC 9(10).
               10  WS-CU-SMALL-COUNT  PIC 9(4).
               10  WS-CU-SMALL-TOTAL  PIC 9(9)V99.
               10  WS-CU-SMALL-LAST   PIC 9(8).
               10  WS-CU-DD-SEEN      PIC X(1).
               10  WS-CU-OTHER-SEEN   PIC X(1).

      * Mandates, for the account a direct debit came from.
       01  WS-MND-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-MND-IX           PIC 9(4)  VALUE ZEROS.
       01  WS-MND-FOUND        PIC X     VALUE "N".
       01  WS-MND-TABLE.
           05  WS-MND-ENTRY OCCURS 3000 TIMES.
               10  WS-MD-CUST-ID      PIC 9(10).
               10  WS-MD-SORT-CODE    PIC 9(6).
               10  WS-MD-ACCOUNT      PIC 9(8).

      * A payment instruction line taken apart.
       01  WS-PAY-CLAIM-TEXT   PIC X(10).
       01  WS-PAY-POLICY-TEXT  PIC X(10).
       01  WS-PAY-AMOUNT-TEXT  PIC X(10).
       01  WS-PAY-DATE-TEXT    PIC X(8).
       01  WS-PAY-SORT-TEXT    PIC X(6).
       01  WS-PAY-ACCOUNT-TEXT PIC X(8).
       01  WS-PAY-NAME-TEXT    PIC X(30).
       01  WS-PAY-CUST-ID      PIC 9(10) VALUE ZEROS.
       01  WS-PAY-POLICY       PIC 9(10) VALUE ZEROS.
       01  WS-PAY-AMOUNT       PIC 9(7)V99 VALUE ZEROS.

      * The alert being raised.
       01  WS-AL-RULE          PIC X(4)  VALUE SPACES.
       01  WS-AL-CUST-ID       PIC 9(10) VALUE ZEROS.
       01  WS-AL-EVENT-DATE    PIC 9(8)  VALUE ZEROS.
       01  WS-AL-AMOUNT        PIC 9(7)V99 VALUE ZEROS.
       01  WS-AL-DETAIL        PIC X(30) VALUE SPACES.
       01  WS-AL-DUPLICATE     PIC X     VALUE "N".
       01  WS-EXCESS           PIC S9(8)V99 VALUE ZEROS.
       01  WS-EDIT-AMOUNT      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT       PIC ZZ9.
       01  WS-EDIT-DAYS        PIC ZZ9.

      * Decision being applied.
       01  WS-DISP-VALID       PIC X     VALUE "Y".
       01  WS-DISP-RESULT      PIC X(30) VALUE SPACES.

      * Open-case ageing.
       01  WS-AGE-DAYS         PIC S9(9) COMP VALUE ZEROS.
       01  WS-AGE-BANDS.
           05  WS-BAND-1          PIC 9(5) VALUE ZEROS.
           05  WS-BAND-2          PIC 9(5) VALUE ZEROS.
           05  WS-BAND-3          PIC 9(5) VALUE ZEROS.
           05  WS-BAND-4          PIC 9(5) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-RECEIPT-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-REFUND-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-DROPPED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-ALERT-COUNT     PIC 9(5) VALUE ZEROS.
           05  WS-REPEAT-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-DISP-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-REFUSED-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-UNPROVEN-COUNT  PIC 9(5) VALUE ZEROS.
           05  WS-OPEN-COUNT      PIC 9(5) VALUE ZEROS.

       01  HEADING-LINE.
           05  FILLER             PIC X(27)
               VALUE "AML MONITORING  RUN DATE: ".
           05  HDL-DATE           PIC 9(8).

       01  OPEN-HEADING-LINE.
           05  FILLER             PIC X(27)
               VALUE "AML OPEN CASES  RUN DATE: ".
           05  OHL-DATE           PIC 9(8).

       01  OPEN-COLUMN-LINE.
           05  FILLER             PIC X(40)
               VALUE "CASE    RULE STAT CUSTOMER   RAISED    A".
           05  FILLER             PIC X(40)
               VALUE "GE       AMOUNT DETAIL".

       01  DETAIL-LINE.
           05  DTL-CASE           PIC 9(7)  BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-RULE           PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ID             PIC 9(10) BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-DATE           PIC 9(8)  BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X     VALUE SPACE.
           05  DTL-TEXT           PIC X(30).

       01  OPEN-CASE-LINE.
           05  OCL-CASE           PIC 9(7).
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-RULE           PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-STATUS         PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-ID             PIC 9(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-RAISED         PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-AGE            PIC ZZZZ9.
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  OCL-DETAIL         PIC X(23).

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(10) VALUE "RECEIPTS: ".
           05  SML-RECEIPTS       PIC ZZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  REFUNDS: ".
           05  SML-REFUNDS        PIC ZZZZZZ9.
           05  FILLER             PIC X(15) VALUE "  NOT WATCHED: ".
           05  SML-DROPPED        PIC ZZZZZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(10) VALUE "ALERTS:   ".
           05  SML-ALERTS         PIC ZZZZ9.
           05  FILLER             PIC X(18) VALUE "  ALREADY IN HAND:".
           05  SML-REPEATS        PIC ZZZZ9.
           05  FILLER             PIC X(27)
               VALUE "  REFUND ACCOUNT UNPROVEN: ".
           05  SML-UNPROVEN       PIC ZZZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER             PIC X(10) VALUE "DECIDED:  ".
           05  SML-DECIDED        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  REFUSED: ".
           05  SML-REFUSED        PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  OPEN CASES: ".
           05  SML-OPEN           PIC ZZZZ9.

       01  AGE-SUMMARY-LINE.
           05  FILLER             PIC X(10) VALUE "0-7 DAYS: ".
           05  ASL-BAND-1         PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  8-30:  ".
           05  ASL-BAND-2         PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  31-90: ".
           05  ASL-BAND-3         PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  OVER 90".
           05  FILLER             PIC X(2)  VALUE ": ".
           05  ASL-BAND-4         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-RULES.
           PERFORM LOAD-CASES.
           IF WS-CASE-OVERFLOW = "Y"
               DISPLAY "AML-MONITOR: AMLCASE.DAT HOLDS MORE THAN 3000"
                   " CASES - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MONITOR-REPORT.
           MOVE WS-TODAY-DATE TO HDL-DATE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM APPLY-DISPOSITIONS.
           PERFORM LOAD-MANDATES.
           PERFORM LOAD-EVENTS.
           PERFORM BUILD-CUSTOMER-TOTALS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF.
           IF WS-OVER-ON = "Y"
               PERFORM CHECK-OVERPAYMENTS
           END-IF.
           IF WS-QRFD-ON = "Y"
               PERFORM CHECK-QUICK-REFUNDS
           END-IF.
           IF WS-ACCT-ON = "Y"
               PERFORM CHECK-REFUND-ACCOUNTS
           END-IF.
           IF WS-SMRF-ON = "Y"
               PERFORM CHECK-SMALL-RECEIPTS
           END-IF.
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.
           PERFORM REWRITE-CASES.
           PERFORM PRINT-OPEN-CASES.
           PERFORM PRINT-SUMMARY.
           CLOSE MONITOR-REPORT.
           PERFORM SET-RETURN-CODE.
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

      * A field the rule uses replaces the default only when it is
      * numeric; the journal window is the widest any rule looks.
       LOAD-RULES.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS = "00"
               PERFORM UNTIL WS-RULE-STATUS NOT = "00"
                   READ RULE-FILE
                       AT END MOVE "10" TO WS-RULE-STATUS
                       NOT AT END PERFORM TAKE-RULE-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RULE-FILE.
           MOVE WS-QRFD-DAYS TO WS-WINDOW-DAYS.
           IF WS-ACCT-DAYS > WS-WINDOW-DAYS
               MOVE WS-ACCT-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF WS-SMRF-DAYS > WS-WINDOW-DAYS
               MOVE WS-SMRF-DAYS TO WS-WINDOW-DAYS
           END-IF.
           COMPUTE WS-EARLIEST-INT = WS-TODAY-INT - WS-WINDOW-DAYS.

       TAKE-RULE-LINE.
           MOVE FUNCTION UPPER-CASE (RUL-CODE) TO RUL-CODE.
           MOVE FUNCTION UPPER-CASE (RUL-ENABLED) TO RUL-ENABLED.
           EVALUATE RUL-CODE
               WHEN "OVER"
                   IF RUL-ENABLED = "N"
                       MOVE "N" TO WS-OVER-ON
                   END-IF
                   IF RUL-AMOUNT IS NUMERIC
                       MOVE RUL-AMOUNT TO WS-OVER-AMOUNT
                   END-IF
               WHEN "QRFD"
                   IF RUL-ENABLED = "N"
                       MOVE "N" TO WS-QRFD-ON
                   END-IF
                   IF RUL-DAYS IS NUMERIC
                       MOVE RUL-DAYS TO WS-QRFD-DAYS
                   END-IF
               WHEN "ACCT"
                   IF RUL-ENABLED = "N"
                       MOVE "N" TO WS-ACCT-ON
                   END-IF
                   IF RUL-DAYS IS NUMERIC
                       MOVE RUL-DAYS TO WS-ACCT-DAYS
                   END-IF
               WHEN "SMRF"
                   IF RUL-ENABLED = "N"
                       MOVE "N" TO WS-SMRF-ON
                   END-IF
                   IF RUL-AMOUNT IS NUMERIC
                       MOVE RUL-AMOUNT TO WS-SMRF-AMOUNT
                   END-IF
                   IF RUL-DAYS IS NUMERIC
                       MOVE RUL-DAYS TO WS-SMRF-DAYS
                   END-IF
                   IF RUL-COUNT IS NUMERIC
                       MOVE RUL-COUNT TO WS-SMRF-COUNT
                   END-IF
                   IF RUL-CEILING IS NUMERIC
                       MOVE RUL-CEILING TO WS-SMRF-CEILING
                   END-IF
           END-EVALUATE.

      * A case file larger than the table would lose cases when it
      * is rewritten, so the run refuses it instead.
       LOAD-CASES.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL WS-CASE-STATUS NOT = "00"
                   READ CASE-FILE
                       AT END MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           IF WS-CASE-COUNT < 3000
                               ADD 1 TO WS-CASE-COUNT
                               MOVE CASE-RECORD TO
                                   WS-CASE-ENTRY (WS-CASE-COUNT)
                               IF CAS-NUMBER > WS-NEXT-CASE
                                   MOVE CAS-NUMBER TO WS-NEXT-CASE
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-CASE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CASE-FILE.

       APPLY-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISPOSITION-STATUS = "00"
               PERFORM UNTIL WS-DISPOSITION-STATUS NOT = "00"
                   READ DISPOSITION-FILE
                       AT END MOVE "10" TO WS-DISPOSITION-STATUS
                       NOT AT END PERFORM APPLY-ONE-DISPOSITION
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DISPOSITION-FILE.
           OPEN OUTPUT DISPOSITION-FILE.
           CLOSE DISPOSITION-FILE.

       APPLY-ONE-DISPOSITION.
           MOVE FUNCTION UPPER-CASE (DSP-ACTION) TO DSP-ACTION.
           PERFORM VALIDATE-DISPOSITION.
           MOVE SPACES TO DETAIL-LINE.
           IF DSP-CASE-NUMBER IS NUMERIC
               MOVE DSP-CASE-NUMBER TO DTL-CASE
           END-IF.
           IF WS-DISP-VALID = "N"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-DISP-RESULT TO DTL-TEXT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DSP-ACTION
               WHEN "CLR"
                   MOVE "CLRD" TO WS-CS-STATUS (WS-CASE-FOUND)
                   MOVE "CLEARED BY" TO WS-DISP-RESULT
               WHEN "SAR"
                   MOVE "SARF" TO WS-CS-STATUS (WS-CASE-FOUND)
                   MOVE "SAR FILED BY" TO WS-DISP-RESULT
               WHEN "ESC"
                   MOVE "ESCL" TO WS-CS-STATUS (WS-CASE-FOUND)
                   MOVE "ESCALATED BY" TO WS-DISP-RESULT
           END-EVALUATE.
           MOVE DSP-OFFICER   TO WS-CS-DISPOSED-BY (WS-CASE-FOUND).
           MOVE WS-TODAY-DATE TO WS-CS-DISPOSED-DATE (WS-CASE-FOUND).
           MOVE DSP-NOTE      TO WS-CS-NOTE (WS-CASE-FOUND).
           ADD 1 TO WS-DISP-COUNT.
           MOVE WS-CS-RULE (WS-CASE-FOUND)    TO DTL-RULE.
           MOVE WS-CS-CUST-ID (WS-CASE-FOUND) TO DTL-ID.
           MOVE WS-TODAY-DATE                 TO DTL-DATE.
           MOVE WS-CS-AMOUNT (WS-CASE-FOUND)  TO DTL-AMOUNT.
           STRING WS-DISP-RESULT DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  DSP-OFFICER    DELIMITED BY SIZE
               INTO DTL-TEXT
           END-STRING.
           PERFORM WRITE-DETAIL-LINE.

      * Only an open case can be decided, and escalating one
      * already escalated says nothing new.
       VALIDATE-DISPOSITION.
           MOVE "Y" TO WS-DISP-VALID.
           MOVE SPACES TO WS-DISP-RESULT.
           MOVE ZEROS TO WS-CASE-FOUND.
           IF DSP-CASE-NUMBER IS NOT NUMERIC
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - BAD CASE NUMBER" TO WS-DISP-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
                   UNTIL WS-CASE-IX > WS-CASE-COUNT
               IF WS-CS-NUMBER (WS-CASE-IX) = DSP-CASE-NUMBER
                   MOVE WS-CASE-IX TO WS-CASE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CASE-FOUND = ZEROS
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - NO SUCH CASE" TO WS-DISP-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSP-ACTION NOT = "CLR" AND DSP-ACTION NOT = "SAR"
              AND DSP-ACTION NOT = "ESC"
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - BAD ACTION" TO WS-DISP-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSP-OFFICER = SPACES
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - NO OFFICER" TO WS-DISP-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CS-STATUS (WS-CASE-FOUND) NOT = "OPEN"
              AND WS-CS-STATUS (WS-CASE-FOUND) NOT = "ESCL"
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - CASE ALREADY CLOSED" TO WS-DISP-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSP-ACTION = "ESC"
              AND WS-CS-STATUS (WS-CASE-FOUND) = "ESCL"
               MOVE "N" TO WS-DISP-VALID
               MOVE "REFUSED - ALREADY ESCALATED" TO WS-DISP-RESULT
           END-IF.

      * DD-MANDATE keeps one mandate per customer; a cancelled one
      * still says which account the old collections came from.
       LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-STATUS = "00"
               PERFORM UNTIL WS-MANDATE-STATUS NOT = "00"
                   READ MANDATE-FILE
                       AT END MOVE "10" TO WS-MANDATE-STATUS
                       NOT AT END
                           IF WS-MND-COUNT < 3000
                               ADD 1 TO WS-MND-COUNT
                               MOVE MND-CUST-ID TO
                                   WS-MD-CUST-ID (WS-MND-COUNT)
                               MOVE MND-SORT-CODE TO
                                   WS-MD-SORT-CODE (WS-MND-COUNT)
                               MOVE MND-ACCOUNT TO
                                   WS-MD-ACCOUNT (WS-MND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MANDATE-FILE.

      * The archive is read first and the current journal after it.
       LOAD-EVENTS.
           OPEN INPUT JOURNAL-ARCHIVE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-STATUS NOT = "00"
                   READ JOURNAL-ARCHIVE
                       AT END MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           MOVE SPACES TO JOURNAL-RECORD
                           MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                           PERFORM NOTE-JOURNAL-LINE
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END PERFORM NOTE-JOURNAL-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-ARCHIVE.
           CLOSE JOURNAL-FILE.

      * A movement posted forward out of a closed period belongs to
      * the business date it was made on.
       NOTE-JOURNAL-LINE.
           IF NOT ((JRN-REASON = "RCPT" AND JRN-DC = "C")
                OR (JRN-REASON = "RFND" AND JRN-DC = "D"))
               EXIT PARAGRAPH
           END-IF.
           IF JRN-ORIG-DATE IS NUMERIC AND JRN-ORIG-DATE > ZEROS
               MOVE JRN-ORIG-DATE TO WS-LINE-DATE
           ELSE
               MOVE JRN-DATE      TO WS-LINE-DATE
           END-IF.
           COMPUTE WS-LINE-INT =
               FUNCTION INTEGER-OF-DATE (WS-LINE-DATE).
           IF WS-LINE-INT < WS-EARLIEST-INT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EVT-COUNT NOT < 5000
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVT-COUNT.
           MOVE JRN-CUST-ID     TO WS-EV-CUST-ID (WS-EVT-COUNT).
           MOVE WS-LINE-DATE    TO WS-EV-DATE (WS-EVT-COUNT).
           MOVE WS-LINE-INT     TO WS-EV-DAY (WS-EVT-COUNT).
           MOVE JRN-AMOUNT      TO WS-EV-AMOUNT (WS-EVT-COUNT).
           MOVE JRN-NEW-BALANCE TO WS-EV-NEW-BALANCE (WS-EVT-COUNT).
           IF JRN-REASON = "RCPT"
               MOVE "R" TO WS-EV-TYPE (WS-EVT-COUNT)
               ADD 1 TO WS-RECEIPT-COUNT
           ELSE
               MOVE "F" TO WS-EV-TYPE (WS-EVT-COUNT)
               ADD 1 TO WS-REFUND-COUNT
           END-IF.
           IF JRN-SOURCE = "DDCOL"
               MOVE "D" TO WS-EV-CHANNEL (WS-EVT-COUNT)
           ELSE
               MOVE "O" TO WS-EV-CHANNEL (WS-EVT-COUNT)
           END-IF.

      * One entry per customer with a receipt in the window.
       BUILD-CUSTOMER-TOTALS.
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > WS-EVT-COUNT
               IF WS-EV-RECEIPT (WS-EVT-IX)
                   PERFORM ADD-TO-CUSTOMER-TOTALS
               END-IF
           END-PERFORM.

       ADD-TO-CUSTOMER-TOTALS.
           MOVE WS-EV-CUST-ID (WS-EVT-IX) TO WS-AL-CUST-ID.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUS-FOUND = "N"
               IF WS-CUS-COUNT NOT < 3000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUS-COUNT
               MOVE WS-CUS-COUNT TO WS-CUS-IX
               MOVE WS-AL-CUST-ID TO WS-CU-CUST-ID (WS-CUS-IX)
               MOVE ZEROS TO WS-CU-SMALL-COUNT (WS-CUS-IX)
               MOVE ZEROS TO WS-CU-SMALL-TOTAL (WS-CUS-IX)
               MOVE ZEROS TO WS-CU-SMALL-LAST (WS-CUS-IX)
               MOVE "N" TO WS-CU-DD-SEEN (WS-CUS-IX)
               MOVE "N" TO WS-CU-OTHER-SEEN (WS-CUS-IX)
           END-IF.
           COMPUTE WS-GAP-DAYS = WS-TODAY-INT - WS-EV-DAY (WS-EVT-IX).
           IF WS-GAP-DAYS NOT > WS-SMRF-DAYS
              AND WS-EV-AMOUNT (WS-EVT-IX) < WS-SMRF-CEILING
               ADD 1 TO WS-CU-SMALL-COUNT (WS-CUS-IX)
               ADD WS-EV-AMOUNT (WS-EVT-IX)
                   TO WS-CU-SMALL-TOTAL (WS-CUS-IX)
               IF WS-EV-DATE (WS-EVT-IX) > WS-CU-SMALL-LAST (WS-CUS-IX)
                   MOVE WS-EV-DATE (WS-EVT-IX)
                       TO WS-CU-SMALL-LAST (WS-CUS-IX)
               END-IF
           END-IF.
           IF WS-GAP-DAYS NOT > WS-ACCT-DAYS
               IF WS-EV-CHANNEL (WS-EVT-IX) = "D"
                   MOVE "Y" TO WS-CU-DD-SEEN (WS-CUS-IX)
               ELSE
                   MOVE "Y" TO WS-CU-OTHER-SEEN (WS-CUS-IX)
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUS-FOUND.
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUS-COUNT
               IF WS-CU-CUST-ID (WS-CUS-IX) = WS-AL-CUST-ID
                   MOVE "Y" TO WS-CUS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A journaled receipt overpaid by the part of it that took the
      * balance above zero; a suspended one by the part of it the
      * customer did not owe.
       CHECK-OVERPAYMENTS.
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > WS-EVT-COUNT
               IF WS-EV-RECEIPT (WS-EVT-IX)
                  AND WS-EV-NEW-BALANCE (WS-EVT-IX) > ZEROS
                   IF WS-EV-NEW-BALANCE (WS-EVT-IX)
                          < WS-EV-AMOUNT (WS-EVT-IX)
                       MOVE WS-EV-NEW-BALANCE (WS-EVT-IX) TO WS-EXCESS
                   ELSE
                       MOVE WS-EV-AMOUNT (WS-EVT-IX) TO WS-EXCESS
                   END-IF
                   IF WS-EXCESS NOT < WS-OVER-AMOUNT
                       MOVE "OVER" TO WS-AL-RULE
                       MOVE WS-EV-CUST-ID (WS-EVT-IX) TO WS-AL-CUST-ID
                       MOVE WS-EV-DATE (WS-EVT-IX) TO WS-AL-EVENT-DATE
                       MOVE WS-EXCESS TO WS-AL-AMOUNT
                       MOVE "RECEIPT LEFT ACCOUNT IN CREDIT"
                           TO WS-AL-DETAIL
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSE-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       AT END MOVE "10" TO WS-SUSPENSE-STATUS
                       NOT AT END PERFORM CHECK-SUSPENDED-RECEIPT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-FILE.

      * Receipts held for want of a customer are not overpayments.
       CHECK-SUSPENDED-RECEIPT.
           IF SUS-CUST-ID IS NOT NUMERIC OR SUS-CUST-ID = ZEROS
              OR SUS-AMOUNT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SUS-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CUST-BALANCE < ZEROS
               COMPUTE WS-EXCESS = SUS-AMOUNT + CUST-BALANCE
           ELSE
               MOVE SUS-AMOUNT TO WS-EXCESS
           END-IF.
           IF WS-EXCESS < WS-OVER-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "OVER" TO WS-AL-RULE.
           MOVE SUS-CUST-ID TO WS-AL-CUST-ID.
           IF SUS-VALUE-DATE IS NUMERIC AND SUS-VALUE-DATE > ZEROS
               MOVE SUS-VALUE-DATE TO WS-AL-EVENT-DATE
           ELSE
               MOVE WS-TODAY-DATE  TO WS-AL-EVENT-DATE
           END-IF.
           MOVE WS-EXCESS TO WS-AL-AMOUNT.
           MOVE SPACES TO WS-AL-DETAIL.
           STRING "SUSPENSE "   DELIMITED BY SIZE
                  SUS-REFERENCE DELIMITED BY SIZE
               INTO WS-AL-DETAIL
           END-STRING.
           PERFORM RAISE-ALERT.

      * A refund measured against the latest receipt from the same
      * customer on or before it.
       CHECK-QUICK-REFUNDS.
           PERFORM VARYING WS-EVT-IX FROM 1 BY 1
                   UNTIL WS-EVT-IX > WS-EVT-COUNT
               IF WS-EV-REFUND (WS-EVT-IX)
                   PERFORM CHECK-ONE-REFUND
               END-IF
           END-PERFORM.

       CHECK-ONE-REFUND.
           MOVE 999999 TO WS-GAP-DAYS.
           PERFORM VARYING WS-RCP-IX FROM 1 BY 1
                   UNTIL WS-RCP-IX > WS-EVT-COUNT
               IF WS-EV-RECEIPT (WS-RCP-IX)
                  AND WS-EV-CUST-ID (WS-RCP-IX)
                          = WS-EV-CUST-ID (WS-EVT-IX)
                  AND WS-EV-DAY (WS-RCP-IX)
                          NOT > WS-EV-DAY (WS-EVT-IX)
                  AND WS-EV-DAY (WS-EVT-IX) - WS-EV-DAY (WS-RCP-IX)
                          < WS-GAP-DAYS
                   COMPUTE WS-GAP-DAYS =
                       WS-EV-DAY (WS-EVT-IX) - WS-EV-DAY (WS-RCP-IX)
               END-IF
           END-PERFORM.
           IF WS-GAP-DAYS > WS-QRFD-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE "QRFD" TO WS-AL-RULE.
           MOVE WS-EV-CUST-ID (WS-EVT-IX) TO WS-AL-CUST-ID.
           MOVE WS-EV-DATE (WS-EVT-IX)    TO WS-AL-EVENT-DATE.
           MOVE WS-EV-AMOUNT (WS-EVT-IX)  TO WS-AL-AMOUNT.
           MOVE WS-GAP-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO WS-AL-DETAIL.
           STRING "REFUND "       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EDIT-DAYS) DELIMITED BY SIZE
                  " DAYS AFTER RECEIPT" DELIMITED BY SIZE
               INTO WS-AL-DETAIL
           END-STRING.
           PERFORM RAISE-ALERT.

      * Today's customer refund lines - zero policy - carrying bank
      * details. A refund of direct-debit money is compared with
      * the mandate account; money that came any other way cannot
      * be, and is counted as unproven.
       CHECK-REFUND-ACCOUNTS.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-PAYMENT-STATUS NOT = "00"
                   READ PAYMENT-FILE
                       AT END MOVE "10" TO WS-PAYMENT-STATUS
                       NOT AT END PERFORM CHECK-ONE-INSTRUCTION
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAYMENT-FILE.

       CHECK-ONE-INSTRUCTION.
           MOVE SPACES TO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                          WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                          WS-PAY-SORT-TEXT WS-PAY-ACCOUNT-TEXT
                          WS-PAY-NAME-TEXT.
           UNSTRING PAYMENT-RECORD DELIMITED BY ","
               INTO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                    WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                    WS-PAY-SORT-TEXT WS-PAY-ACCOUNT-TEXT
                    WS-PAY-NAME-TEXT
           END-UNSTRING.
           IF WS-PAY-AMOUNT-TEXT = SPACES
              OR WS-PAY-DATE-TEXT NOT = WS-TODAY-DATE-X
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL (WS-PAY-POLICY-TEXT) TO WS-PAY-POLICY.
           IF WS-PAY-POLICY NOT = ZEROS
              OR WS-PAY-SORT-TEXT IS NOT NUMERIC
              OR WS-PAY-ACCOUNT-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL (WS-PAY-CLAIM-TEXT)  TO WS-PAY-CUST-ID.
           MOVE FUNCTION NUMVAL (WS-PAY-AMOUNT-TEXT) TO WS-PAY-AMOUNT.
           MOVE WS-PAY-CUST-ID TO WS-AL-CUST-ID.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-CUS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CU-DD-SEEN (WS-CUS-IX) = "N"
               IF WS-CU-OTHER-SEEN (WS-CUS-IX) = "Y"
                   ADD 1 TO WS-UNPROVEN-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MND-FOUND.
           PERFORM VARYING WS-MND-IX FROM 1 BY 1
                   UNTIL WS-MND-IX > WS-MND-COUNT
               IF WS-MD-CUST-ID (WS-MND-IX) = WS-PAY-CUST-ID
                   MOVE "Y" TO WS-MND-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MND-FOUND = "N"
               ADD 1 TO WS-UNPROVEN-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-MD-SORT-CODE (WS-MND-IX) = WS-PAY-SORT-TEXT
              AND WS-MD-ACCOUNT (WS-MND-IX) = WS-PAY-ACCOUNT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE "ACCT" TO WS-AL-RULE.
           MOVE WS-TODAY-DATE TO WS-AL-EVENT-DATE.
           MOVE WS-PAY-AMOUNT TO WS-AL-AMOUNT.
           MOVE SPACES TO WS-AL-DETAIL.
           STRING "TO "               DELIMITED BY SIZE
                  WS-PAY-SORT-TEXT    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-TEXT DELIMITED BY SIZE
                  " NOT DD ACCT"      DELIMITED BY SIZE
               INTO WS-AL-DETAIL
           END-STRING.
           PERFORM RAISE-ALERT.

      * Dated the latest of the small receipts, so a structuring
      * pattern that carries on after its case is closed is raised
      * again.
       CHECK-SMALL-RECEIPTS.
           PERFORM VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUS-COUNT
               IF WS-CU-SMALL-COUNT (WS-CUS-IX) NOT < WS-SMRF-COUNT
                  AND WS-CU-SMALL-TOTAL (WS-CUS-IX)
                          NOT < WS-SMRF-AMOUNT
                   MOVE "SMRF" TO WS-AL-RULE
                   MOVE WS-CU-CUST-ID (WS-CUS-IX) TO WS-AL-CUST-ID
                   MOVE WS-CU-SMALL-LAST (WS-CUS-IX)
                       TO WS-AL-EVENT-DATE
                   MOVE WS-CU-SMALL-TOTAL (WS-CUS-IX) TO WS-AL-AMOUNT
                   MOVE WS-CU-SMALL-COUNT (WS-CUS-IX) TO WS-EDIT-COUNT
                   MOVE WS-SMRF-DAYS TO WS-EDIT-DAYS
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING FUNCTION TRIM (WS-EDIT-COUNT)
                              DELIMITED BY SIZE
                          " SMALL RECEIPTS IN " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-EDIT-DAYS)
                              DELIMITED BY SIZE
                          " DAYS"              DELIMITED BY SIZE
                       INTO WS-AL-DETAIL
                   END-STRING
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

      * One open case per rule per customer: a further alert while
      * one is in hand, or one for an event already cased, adds
      * nothing for the officer.
       RAISE-ALERT.
           MOVE "N" TO WS-AL-DUPLICATE.
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
                   UNTIL WS-CASE-IX > WS-CASE-COUNT
               IF WS-CS-RULE (WS-CASE-IX) = WS-AL-RULE
                  AND WS-CS-CUST-ID (WS-CASE-IX) = WS-AL-CUST-ID
                  AND (WS-CS-EVENT-DATE (WS-CASE-IX) = WS-AL-EVENT-DATE
                       OR WS-CS-STATUS (WS-CASE-IX) = "OPEN"
                       OR WS-CS-STATUS (WS-CASE-IX) = "ESCL")
                   MOVE "Y" TO WS-AL-DUPLICATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AL-DUPLICATE = "Y"
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CASE-COUNT NOT < 3000
               ADD 1 TO WS-DROPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           ADD 1 TO WS-NEXT-CASE.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE SPACES TO CASE-RECORD.
           MOVE WS-NEXT-CASE     TO CAS-NUMBER.
           MOVE WS-AL-RULE       TO CAS-RULE.
           MOVE "OPEN"           TO CAS-STATUS.
           MOVE WS-AL-CUST-ID    TO CAS-CUST-ID.
           MOVE WS-TODAY-DATE    TO CAS-RAISED-DATE.
           MOVE WS-AL-EVENT-DATE TO CAS-EVENT-DATE.
           MOVE WS-AL-AMOUNT     TO CAS-AMOUNT.
           MOVE WS-AL-DETAIL     TO CAS-DETAIL.
           MOVE ZEROS            TO CAS-DISPOSED-DATE.
           MOVE CASE-RECORD TO WS-CASE-ENTRY (WS-CASE-COUNT).
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-NEXT-CASE     TO DTL-CASE.
           MOVE WS-AL-RULE       TO DTL-RULE.
           MOVE WS-AL-CUST-ID    TO DTL-ID.
           MOVE WS-AL-EVENT-DATE TO DTL-DATE.
           MOVE WS-AL-AMOUNT     TO DTL-AMOUNT.
           MOVE WS-AL-DETAIL     TO DTL-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       REWRITE-CASES.
           OPEN OUTPUT CASE-FILE.
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
                   UNTIL WS-CASE-IX > WS-CASE-COUNT
               MOVE WS-CASE-ENTRY (WS-CASE-IX) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM.
           CLOSE CASE-FILE.

      * Every case still in hand, aged from the day it was raised.
       PRINT-OPEN-CASES.
           OPEN OUTPUT OPEN-CASE-REPORT.
           MOVE WS-TODAY-DATE TO OHL-DATE.
           MOVE OPEN-HEADING-LINE TO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.
           MOVE OPEN-COLUMN-LINE TO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
                   UNTIL WS-CASE-IX > WS-CASE-COUNT
               IF WS-CS-STATUS (WS-CASE-IX) = "OPEN"
                  OR WS-CS-STATUS (WS-CASE-IX) = "ESCL"
                   PERFORM PRINT-ONE-OPEN-CASE
               END-IF
           END-PERFORM.
           MOVE WS-BAND-1 TO ASL-BAND-1.
           MOVE WS-BAND-2 TO ASL-BAND-2.
           MOVE WS-BAND-3 TO ASL-BAND-3.
           MOVE WS-BAND-4 TO ASL-BAND-4.
           MOVE SPACES TO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.
           MOVE AGE-SUMMARY-LINE TO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.
           CLOSE OPEN-CASE-REPORT.

       PRINT-ONE-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE
                     (WS-CS-RAISED-DATE (WS-CASE-IX)).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 7
                   ADD 1 TO WS-BAND-1
               WHEN WS-AGE-DAYS NOT > 30
                   ADD 1 TO WS-BAND-2
               WHEN WS-AGE-DAYS NOT > 90
                   ADD 1 TO WS-BAND-3
               WHEN OTHER
                   ADD 1 TO WS-BAND-4
           END-EVALUATE.
           MOVE WS-CS-NUMBER (WS-CASE-IX)      TO OCL-CASE.
           MOVE WS-CS-RULE (WS-CASE-IX)        TO OCL-RULE.
           MOVE WS-CS-STATUS (WS-CASE-IX)      TO OCL-STATUS.
           MOVE WS-CS-CUST-ID (WS-CASE-IX)     TO OCL-ID.
           MOVE WS-CS-RAISED-DATE (WS-CASE-IX) TO OCL-RAISED.
           MOVE WS-AGE-DAYS                    TO OCL-AGE.
           MOVE WS-CS-AMOUNT (WS-CASE-IX)      TO OCL-AMOUNT.
           MOVE WS-CS-DETAIL (WS-CASE-IX)      TO OCL-DETAIL.
           MOVE OPEN-CASE-LINE TO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECEIPT-COUNT  TO SML-RECEIPTS.
           MOVE WS-REFUND-COUNT   TO SML-REFUNDS.
           MOVE WS-DROPPED-COUNT  TO SML-DROPPED.
           MOVE SUMMARY-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ALERT-COUNT    TO SML-ALERTS.
           MOVE WS-REPEAT-COUNT   TO SML-REPEATS.
           MOVE WS-UNPROVEN-COUNT TO SML-UNPROVEN.
           MOVE SUMMARY-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DISP-COUNT     TO SML-DECIDED.
           MOVE WS-REFUSED-COUNT  TO SML-REFUSED.
           MOVE WS-OPEN-COUNT     TO SML-OPEN.
           MOVE SUMMARY-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

       SET-RETURN-CODE.
           IF WS-REFUSED-COUNT > ZEROS OR WS-DROPPED-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ALERT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
