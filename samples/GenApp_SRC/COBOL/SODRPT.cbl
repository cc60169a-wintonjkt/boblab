      ******************************************************************
      *                                                                *
      *          Segregation-of-Duties Exception Report                *
      *                                                                *
      *   Maker-checker stops one pair of hands keying and approving *
      *   the same MAINT.DAT item, but nothing looked across the     *
      *   money-moving functions. This daily run gathers who did     *
      *   what from:                                                  *
      *                                                                *
      *     PAYE  payee bank-detail adds and updates - LGMPAY01's    *
      *           MPAY records on the audit store AUDIT.DAT          *
      *     SAPR  settlement approvals - SETLAPPR.DAT                *
      *     WOFF  write-off releases - WRITEOFF.DAT                  *
      *     MCHK  maintenance checker approvals - MAINTCHK.DAT,      *
      *           resolved to customer and maker through the items  *
      *           still parked on MAINTPND.DAT (so this runs ahead  *
      *           of MAINT-APPROVE)                                  *
      *                                                                *
      *   into the rolling history SODHIST.DAT, which keeps the      *
      *   window's actions and drops older ones. Each action newly   *
      *   taken is then checked against the window:                  *
      *                                                                *
      *     SELF  the same user did two different money functions    *
      *           on the same customer - a payee bank change and a  *
      *           settlement approval, say                           *
      *     OWNW  a write-off released by the officer who raised it *
      *     OWNM  a maintenance item approved by its own maker       *
      *     PAYQ  a payee bank change followed within the payment   *
      *           days by a payment (PAYREG.DAT, the bank interface *
      *           register) on that customer's claims                *
      *                                                                *
      *   Each exception names both actions, the user, terminals and *
      *   amounts on SODRPT.RPT and is logged to SODEXCP.DAT. RC 4  *
      *   when there are exceptions.                                  *
      *                                                                *
      *   PARM: window days (default 30), payment days (default 5). *
      *   PARM MONTHLY [YYYYMM] instead summarises SODEXCP.DAT by    *
      *   user for internal audit, to SODMNTH.RPT; the month         *
      *   defaults to the one before the business date.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Batch view of the KSDSAUDT file LGAOFF01 maintains, same
      *    dual-path convention as KSDSCUST/CUSTOMER.DAT.
           SELECT OPTIONAL AUDIT-MASTER-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "SETLAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT OPTIONAL WRITEOFF-FILE
               ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT OPTIONAL DECISION-FILE
               ASSIGN TO "MAINTCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO "MAINTPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Rolling history of the window's actions, rewritten whole.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "SODHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Every exception reported, appended - the monthly summary
      *    is built from it.
           SELECT OPTIONAL EXCEPTION-LOG
               ASSIGN TO "SODEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLOG-STATUS.

           SELECT SOD-REPORT
               ASSIGN TO "SODRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONTHLY-REPORT
               ASSIGN TO "SODMNTH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to. Absent,
      *    the system clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
              10 AM-DATE               PIC X(8).
              10 AM-TIME               PIC X(6).
              10 AM-SEQ                PIC 9(4).
           05 AM-TEXT                  PIC X(110).

      * Same layout CLMSETL reads: claim, approver, terminal.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 APP-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 APP-APPROVER             PIC X(8).
           05 FILLER                   PIC X.
           05 APP-TERMID               PIC X(4).

      * Same layout BALANCE-WRITEOFF reads.
       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05 WOF-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 WOF-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 WOF-OFFICER              PIC X(20).
           05 FILLER                   PIC X.
           05 WOF-RAISED-BY            PIC X(20).
           05 FILLER                   PIC X.
           05 WOF-TERMID               PIC X(4).

      * Same layout MAINT-APPROVE reads.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 CHK-SEQ                  PIC 9(6).
           05 FILLER                   PIC X.
           05 CHK-ACTION               PIC X(1).
              88 CHK-APPROVE                  VALUE "A".
           05 FILLER                   PIC X.
           05 CHK-CHECKER              PIC X(20).
           05 FILLER                   PIC X.
           05 CHK-TERMID               PIC X(4).

      * Same layout CUSTOMER-MAINTENANCE parks: the MAINT.DAT item
      * is action, customer, then either the full field set or, on
      * a posting, debit/credit, reason and amount.
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-SEQ                  PIC 9(6).
           05 FILLER                   PIC X.
           05 PND-MAKER                PIC X(20).
           05 FILLER                   PIC X.
           05 PND-ACTION               PIC X(1).
           05 PND-CUST-ID              PIC 9(10).
           05 PND-DETAIL               PIC X(120).
           05 PND-POSTING REDEFINES PND-DETAIL.
              10 PND-DC                PIC X(1).
              10 PND-REASON            PIC X(4).
              10 PND-AMOUNT            PIC 9(7)V99.
              10 FILLER                PIC X(106).

      * Same layout PAYBANK writes.
       FD  INSTRUCTION-REGISTER.
       01  REGISTER-RECORD.
           05 REG-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 REG-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 REG-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 REG-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 REG-SENT-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 REG-ACK-STATUS           PIC X(4).
           05 FILLER                   PIC X.
           05 REG-ACK-REASON           PIC X(20).
           05 FILLER                   PIC X.
           05 REG-INVOICE-REF          PIC X(11).

      * One line per action: date, function, user, terminal,
      * customer, reference, amount, and the other party - the
      * raiser of a write-off or maker of a maintenance item.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HST-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 HST-ACTION               PIC X(4).
           05 FILLER                   PIC X.
           05 HST-USER                 PIC X(20).
           05 FILLER                   PIC X.
           05 HST-TERMID               PIC X(4).
           05 FILLER                   PIC X.
           05 HST-CUST-NUM             PIC 9(10).
           05 FILLER                   PIC X.
           05 HST-REF                  PIC X(14).
           05 FILLER                   PIC X.
           05 HST-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 HST-OTHER-USER           PIC X(20).

       FD  EXCEPTION-LOG.
       01  EXCEPTION-LOG-RECORD.
           05 EXL-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 EXL-RULE                 PIC X(4).
           05 FILLER                   PIC X.
           05 EXL-USER                 PIC X(20).
           05 FILLER                   PIC X.
           05 EXL-CUST-NUM             PIC 9(10).
           05 EXL-SIDE OCCURS 2 TIMES.
              10 FILLER                PIC X.
              10 EXL-ACTION            PIC X(4).
              10 FILLER                PIC X.
              10 EXL-ACTION-DATE       PIC 9(8).
              10 FILLER                PIC X.
              10 EXL-TERMID            PIC X(4).
              10 FILLER                PIC X.
              10 EXL-REF               PIC X(14).
              10 FILLER                PIC X.
              10 EXL-AMOUNT            PIC 9(9)V99.

       FD  SOD-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  MONTHLY-REPORT.
       01  MONTHLY-LINE                PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS             PIC XX VALUE SPACES.
       01  WS-APPROVAL-STATUS          PIC XX VALUE SPACES.
       01  WS-WRITEOFF-STATUS          PIC XX VALUE SPACES.
       01  WS-DECISION-STATUS          PIC XX VALUE SPACES.
       01  WS-PENDING-STATUS           PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-EXCLOG-STATUS            PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-INT                  PIC S9(9) COMP VALUE 0.
       01  WS-WINDOW-START-INT         PIC S9(9) COMP VALUE 0.
       01  WS-WORK-INT                 PIC S9(9) COMP VALUE 0.

      * Run options from the PARM.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-PARM-1                   PIC X(8)  VALUE SPACES.
       01  WS-PARM-2                   PIC X(8)  VALUE SPACES.
       01  WS-WINDOW-DAYS              PIC 9(3)  VALUE 30.
       01  WS-PAYMENT-DAYS             PIC 9(3)  VALUE 5.
       01  WS-MONTHLY-MODE             PIC X     VALUE 'N'.
       01  WS-REPORT-MONTH             PIC 9(6)  VALUE ZEROS.
       01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).

      * An LGMPAY01 audit record, as it sits in AM-TEXT.
       01  WS-PAYEE-AUDIT.
           05 PAU-DATE.
              10 PAU-MM                PIC X(2).
              10 PAU-DD                PIC X(2).
              10 PAU-YYYY              PIC X(4).
           05 FILLER                   PIC X.
           05 PAU-TIME                 PIC X(6).
           05 FILLER                   PIC X.
           05 PAU-TRANSID              PIC X(4).
           05 FILLER                   PIC X.
           05 PAU-TERMID               PIC X(4).
           05 FILLER                   PIC X.
           05 PAU-ENTRY-TYPE           PIC X(4).
           05 FILLER                   PIC X.
           05 PAU-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 PAU-FUNCTION             PIC X(1).
           05 FILLER                   PIC X.
           05 PAU-SORT-CODE            PIC X(6).
           05 FILLER                   PIC X.
           05 PAU-ACCOUNT-NUMBER       PIC X(8).
           05 FILLER                   PIC X.
           05 PAU-OPERATORID           PIC X(8).
           05 FILLER                   PIC X.
           05 PAU-RETURN-CODE          PIC X(2).
           05 FILLER                   PIC X(44).
       01  WS-AUDIT-DATE               PIC X(8)  VALUE SPACES.
       01  WS-AUDIT-DATE-N REDEFINES WS-AUDIT-DATE PIC 9(8).

      * The window's actions: the history loaded, plus what this
      * run takes in (marked new).
       01  WS-HST-COUNT                PIC 9(4) VALUE 0.
       01  WS-HST-TABLE.
           05 WS-HS-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY WS-HS-IX WS-HJ-IX.
              10 WS-HS-DATE            PIC 9(8).
              10 WS-HS-DATE-INT        PIC S9(9) COMP.
              10 WS-HS-ACTION          PIC X(4).
              10 WS-HS-USER            PIC X(20).
              10 WS-HS-TERMID          PIC X(4).
              10 WS-HS-CUST-NUM        PIC 9(10).
              10 WS-HS-REF             PIC X(14).
              10 WS-HS-AMOUNT          PIC 9(9)V99.
              10 WS-HS-OTHER-USER      PIC X(20).
              10 WS-HS-NEW             PIC X(1).
       01  WS-HST-OVERFLOW             PIC X VALUE 'N'.
       01  WS-PAYE-COUNT               PIC 9(4) VALUE 0.

      * The action about to be taken in.
       01  WS-NEW-ACTION.
           05 WS-NA-DATE               PIC 9(8).
           05 WS-NA-ACTION             PIC X(4).
           05 WS-NA-USER               PIC X(20).
           05 WS-NA-TERMID             PIC X(4).
           05 WS-NA-CUST-NUM           PIC 9(10).
           05 WS-NA-REF                PIC X(14).
           05 WS-NA-AMOUNT             PIC 9(9)V99.
           05 WS-NA-OTHER-USER         PIC X(20).
       01  WS-ALREADY-HELD             PIC X VALUE 'N'.

      * Parked maintenance items, for resolving checker decisions.
       01  WS-PND-COUNT                PIC 9(4) VALUE 0.
       01  WS-PND-TABLE.
           05 WS-PD-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-PD-IX.
              10 WS-PD-SEQ             PIC 9(6).
              10 WS-PD-MAKER           PIC X(20).
              10 WS-PD-CUST-ID         PIC 9(10).
              10 WS-PD-AMOUNT          PIC 9(7)V99.
       01  WS-PND-FOUND                PIC X VALUE 'N'.

      * Host variables.
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID-IND           PIC S9(4) USAGE COMP.

      * The exception being reported: the rule, the user and
      * customer, and the two actions behind it.
       01  WS-EXCEPTION.
           05 WS-EX-RULE               PIC X(4).
           05 WS-EX-USER               PIC X(20).
           05 WS-EX-CUST-NUM           PIC 9(10).
           05 WS-EX-SIDE OCCURS 2 TIMES.
              10 WS-EX-ACTION          PIC X(4).
              10 WS-EX-DATE            PIC 9(8).
              10 WS-EX-TERMID          PIC X(4).
              10 WS-EX-REF             PIC X(14).
              10 WS-EX-AMOUNT          PIC 9(9)V99.
       01  WS-SIDE-IX                  PIC 9(1) VALUE 0.

       01  WS-COUNTS.
           05 WS-TAKEN-COUNT           PIC 9(5) VALUE 0.
           05 WS-DROPPED-COUNT         PIC 9(5) VALUE 0.
           05 WS-UNRESOLVED-COUNT      PIC 9(5) VALUE 0.
           05 WS-SELF-COUNT            PIC 9(5) VALUE 0.
           05 WS-OWN-COUNT             PIC 9(5) VALUE 0.
           05 WS-PAYQ-COUNT            PIC 9(5) VALUE 0.
           05 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.

      * Monthly summary, one entry per user.
       01  WS-USR-COUNT                PIC 9(3) VALUE 0.
       01  WS-USR-TABLE.
           05 WS-US-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-US-IX.
              10 WS-US-USER            PIC X(20).
              10 WS-US-SELF            PIC 9(5).
              10 WS-US-OWN             PIC 9(5).
              10 WS-US-PAYQ            PIC 9(5).
              10 WS-US-AMOUNT          PIC 9(11)V99.
       01  WS-USR-FOUND                PIC X VALUE 'N'.
       01  WS-USR-OVERFLOW             PIC X VALUE 'N'.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(34)
              VALUE 'SEGREGATION OF DUTIES EXCEPTIONS '.
           05 RHL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(10) VALUE '  WINDOW: '.
           05 RHL-WINDOW               PIC ZZ9.
           05 FILLER                   PIC X(17)
              VALUE ' DAYS  PAYMENTS: '.
           05 RHL-PAYMENT              PIC ZZ9.
       01  EXCEPTION-HEAD-LINE.
           05 EHL-RULE                 PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EHL-TEXT                 PIC X(33).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EHL-USER                 PIC X(20).
           05 FILLER                   PIC X(6)  VALUE ' CUST '.
           05 EHL-CUST-NUM             PIC Z(9)9.
       01  EXCEPTION-ACTION-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 EAL-ACTION               PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EAL-DESC                 PIC X(20).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EAL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE ' TERM '.
           05 EAL-TERMID               PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EAL-REF                  PIC X(14).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EAL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  SOD-SUMMARY-LINE.
           05 FILLER                   PIC X(7)  VALUE 'TAKEN: '.
           05 SSL-TAKEN                PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  AGED:   '.
           05 SSL-DROPPED              PIC ZZZZ9.
           05 FILLER                   PIC X(8)  VALUE '  SELF: '.
           05 SSL-SELF                 PIC ZZZZ9.
           05 FILLER                   PIC X(7)  VALUE '  OWN: '.
           05 SSL-OWN                  PIC ZZZZ9.
           05 FILLER                   PIC X(8)  VALUE '  PAYQ: '.
           05 SSL-PAYQ                 PIC ZZZZ9.
       01  SOD-UNRESOLVED-LINE.
           05 FILLER                   PIC X(36)
              VALUE 'CHECKER DECISIONS NOT ON MAINTPND:  '.
           05 SUL-UNRESOLVED           PIC ZZZZ9.

       01  MONTHLY-HEADER-LINE.
           05 FILLER                   PIC X(38)
              VALUE 'SEGREGATION OF DUTIES SUMMARY BY USER '.
           05 MHL-MONTH                PIC 9(6).
       01  MONTHLY-COLUMN-LINE.
           05 FILLER                   PIC X(45) VALUE
              'USER                  SELF   OWN  PAYQ TOTAL'.
           05 FILLER                   PIC X(17) VALUE
              '  AMOUNT INVOLVED'.
       01  MONTHLY-DETAIL-LINE.
           05 MDL-USER                 PIC X(20).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-SELF                 PIC ZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-OWN                  PIC ZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-PAYQ                 PIC ZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-TOTAL                PIC ZZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           IF WS-MONTHLY-MODE = 'Y'
              PERFORM 7000-MONTHLY-SUMMARY
                 THRU 7000-EXIT
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-LOAD-HISTORY
              THRU 1100-EXIT
           PERFORM 1200-TAKE-PAYEE-CHANGES
              THRU 1200-EXIT
           PERFORM 1300-TAKE-SETTLEMENT-APPROVALS
              THRU 1300-EXIT
           PERFORM 1400-TAKE-WRITEOFFS
              THRU 1400-EXIT
           PERFORM 1500-TAKE-MAINT-DECISIONS
              THRU 1500-EXIT

           OPEN EXTEND EXCEPTION-LOG
           PERFORM 2000-CHECK-NEW-ACTION
              THRU 2000-EXIT
              VARYING WS-HS-IX FROM 1 BY 1
              UNTIL WS-HS-IX > WS-HST-COUNT
           IF WS-PAYE-COUNT > 0
              PERFORM 2500-CHECK-PAYEE-PAYMENTS
                 THRU 2500-EXIT
           END-IF
           CLOSE EXCEPTION-LOG

           PERFORM 3000-REWRITE-HISTORY
              THRU 3000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not     *
      * the wall clock. No date file, or an empty one, falls back    *
      * to the system clock.                                         *
      *----------------------------------------------------------------*
       0050-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSIDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BDT-DATE > ZEROS
                       MOVE BDT-DATE TO WS-RUN-DATE
                    END-IF
              END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2
           IF WS-PARM-1 = 'MONTHLY'
              MOVE 'Y' TO WS-MONTHLY-MODE
              IF WS-PARM-2 NOT = SPACES
                 MOVE WS-PARM-2 (1:6) TO WS-REPORT-MONTH
              ELSE
                 MOVE WS-RUN-DATE (1:6) TO WS-REPORT-MONTH
                 IF WS-REPORT-MM = 1
                    SUBTRACT 1 FROM WS-REPORT-YYYY
                    MOVE 12 TO WS-REPORT-MM
                 ELSE
                    SUBTRACT 1 FROM WS-REPORT-MM
                 END-IF
              END-IF
              GO TO 1000-EXIT
           END-IF
           IF WS-PARM-1 NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-PARM-1) TO WS-WINDOW-DAYS
           END-IF
           IF WS-PARM-2 NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-PARM-2) TO WS-PAYMENT-DAYS
           END-IF
           COMPUTE WS-WINDOW-START-INT = WS-RUN-INT - WS-WINDOW-DAYS

           OPEN OUTPUT SOD-REPORT
           MOVE WS-RUN-DATE     TO RHL-DATE
           MOVE WS-WINDOW-DAYS  TO RHL-WINDOW
           MOVE WS-PAYMENT-DAYS TO RHL-PAYMENT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The window's history; anything older than the window ages    *
      * off here and is not written back.                             *
      *----------------------------------------------------------------*
       1100-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                 READ HISTORY-FILE
                    AT END MOVE "10" TO WS-HISTORY-STATUS
                    NOT AT END
                       PERFORM 1150-KEEP-HISTORY-LINE
                          THRU 1150-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE HISTORY-FILE
           .
       1100-EXIT.
           EXIT.

       1150-KEEP-HISTORY-LINE.
           IF HST-DATE IS NOT NUMERIC
              GO TO 1150-EXIT
           END-IF
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE (HST-DATE)
           IF WS-WORK-INT < WS-WINDOW-START-INT
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 1150-EXIT
           END-IF
           IF WS-HST-COUNT NOT < 3000
              MOVE 'Y' TO WS-HST-OVERFLOW
              GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-HST-COUNT
           SET WS-HS-IX TO WS-HST-COUNT
           MOVE HST-DATE       TO WS-HS-DATE (WS-HS-IX)
           MOVE WS-WORK-INT    TO WS-HS-DATE-INT (WS-HS-IX)
           MOVE HST-ACTION     TO WS-HS-ACTION (WS-HS-IX)
           MOVE HST-USER       TO WS-HS-USER (WS-HS-IX)
           MOVE HST-TERMID     TO WS-HS-TERMID (WS-HS-IX)
           MOVE HST-CUST-NUM   TO WS-HS-CUST-NUM (WS-HS-IX)
           MOVE HST-REF        TO WS-HS-REF (WS-HS-IX)
           MOVE HST-AMOUNT     TO WS-HS-AMOUNT (WS-HS-IX)
           MOVE HST-OTHER-USER TO WS-HS-OTHER-USER (WS-HS-IX)
           MOVE 'N'            TO WS-HS-NEW (WS-HS-IX)
           IF HST-ACTION = 'PAYE'
              ADD 1 TO WS-PAYE-COUNT
           END-IF
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Successful payee adds and updates on the audit store inside  *
      * the window. The store's dates are the CICS MMDDYYYY stamp.   *
      *----------------------------------------------------------------*
       1200-TAKE-PAYEE-CHANGES.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              CLOSE AUDIT-MASTER-FILE
              GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
              READ AUDIT-MASTER-FILE NEXT RECORD
                 AT END MOVE "10" TO WS-AUDIT-STATUS
                 NOT AT END
                    MOVE AM-TEXT TO WS-PAYEE-AUDIT
                    IF PAU-ENTRY-TYPE = 'MPAY'
                       AND PAU-RETURN-CODE = '00'
                       AND (PAU-FUNCTION = 'A' OR 'U')
                       PERFORM 1250-TAKE-ONE-PAYEE-CHANGE
                          THRU 1250-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-MASTER-FILE
           .
       1200-EXIT.
           EXIT.

       1250-TAKE-ONE-PAYEE-CHANGE.
           STRING PAU-YYYY PAU-MM PAU-DD DELIMITED BY SIZE
               INTO WS-AUDIT-DATE
           END-STRING
           IF WS-AUDIT-DATE IS NOT NUMERIC
              GO TO 1250-EXIT
           END-IF
           IF WS-AUDIT-DATE-N > WS-RUN-DATE
              GO TO 1250-EXIT
           END-IF
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-AUDIT-DATE-N)
           IF WS-WORK-INT < WS-WINDOW-START-INT
              GO TO 1250-EXIT
           END-IF
           MOVE SPACES             TO WS-NEW-ACTION
           MOVE WS-AUDIT-DATE-N    TO WS-NA-DATE
           MOVE 'PAYE'             TO WS-NA-ACTION
           MOVE PAU-OPERATORID     TO WS-NA-USER
           MOVE PAU-TERMID         TO WS-NA-TERMID
           MOVE PAU-CUSTOMER-NUM   TO WS-NA-CUST-NUM
           STRING PAU-SORT-CODE PAU-ACCOUNT-NUMBER DELIMITED BY SIZE
               INTO WS-NA-REF
           END-STRING
           MOVE ZEROS              TO WS-NA-AMOUNT
           PERFORM 1900-TAKE-ACTION
              THRU 1900-EXIT
           .
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Settlement approvals: the claim's customer and what is still *
      * outstanding on it come from DB2.                              *
      *----------------------------------------------------------------*
       1300-TAKE-SETTLEMENT-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
              PERFORM UNTIL WS-APPROVAL-STATUS NOT = "00"
                 READ APPROVAL-FILE
                    AT END MOVE "10" TO WS-APPROVAL-STATUS
                    NOT AT END
                       IF APP-APPROVER NOT = SPACES
                          PERFORM 1350-TAKE-ONE-APPROVAL
                             THRU 1350-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE APPROVAL-FILE
           .
       1300-EXIT.
           EXIT.

       1350-TAKE-ONE-APPROVAL.
           IF APP-CLAIM-NUM IS NOT NUMERIC
              GO TO 1350-EXIT
           END-IF
           MOVE APP-CLAIM-NUM TO WS-CLAIM-NUM
           MOVE ZEROS TO WS-CLAIM-PAID
           EXEC SQL
               SELECT P.CUSTOMERNUMBER, C.VALUE, C.PAID
                 INTO :WS-CUSTOMER-NUM, :WS-CLAIM-VALUE,
                      :WS-CLAIM-PAID :WS-CLAIM-PAID-IND
                 FROM CLAIM C, POLICY P
                WHERE C.CLAIMNUMBER = :WS-CLAIM-NUM
                  AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO 1350-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON CLAIM:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-CLAIM-PAID-IND < 0
              MOVE ZEROS TO WS-CLAIM-PAID
           END-IF
           MOVE SPACES           TO WS-NEW-ACTION
           MOVE WS-RUN-DATE      TO WS-NA-DATE
           MOVE 'SAPR'           TO WS-NA-ACTION
           MOVE APP-APPROVER     TO WS-NA-USER
           MOVE APP-TERMID       TO WS-NA-TERMID
           MOVE WS-CUSTOMER-NUM  TO WS-NA-CUST-NUM
           MOVE APP-CLAIM-NUM    TO WS-NA-REF
           MOVE ZEROS            TO WS-NA-AMOUNT
           IF WS-CLAIM-VALUE > WS-CLAIM-PAID
              COMPUTE WS-NA-AMOUNT = WS-CLAIM-VALUE - WS-CLAIM-PAID
           END-IF
           PERFORM 1900-TAKE-ACTION
              THRU 1900-EXIT
           .
       1350-EXIT.
           EXIT.

       1400-TAKE-WRITEOFFS.
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS = "00"
              PERFORM UNTIL WS-WRITEOFF-STATUS NOT = "00"
                 READ WRITEOFF-FILE
                    AT END MOVE "10" TO WS-WRITEOFF-STATUS
                    NOT AT END
                       IF WOF-CUST-ID IS NUMERIC
                          AND WOF-AMOUNT IS NUMERIC
                          AND WOF-OFFICER NOT = SPACES
                          MOVE SPACES        TO WS-NEW-ACTION
                          MOVE WS-RUN-DATE   TO WS-NA-DATE
                          MOVE 'WOFF'        TO WS-NA-ACTION
                          MOVE WOF-OFFICER   TO WS-NA-USER
                          MOVE WOF-TERMID    TO WS-NA-TERMID
                          MOVE WOF-CUST-ID   TO WS-NA-CUST-NUM
                          MOVE WOF-CUST-ID   TO WS-NA-REF
                          MOVE WOF-AMOUNT    TO WS-NA-AMOUNT
                          MOVE WOF-RAISED-BY TO WS-NA-OTHER-USER
                          PERFORM 1900-TAKE-ACTION
                             THRU 1900-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE WRITEOFF-FILE
           .
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Checker approvals, resolved through the items still parked:  *
      * a decision for an item no longer there cannot be tied to a   *
      * customer and is only counted.                                 *
      *----------------------------------------------------------------*
       1500-TAKE-MAINT-DECISIONS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
              PERFORM UNTIL WS-PENDING-STATUS NOT = "00"
                 READ PENDING-FILE
                    AT END MOVE "10" TO WS-PENDING-STATUS
                    NOT AT END
                       IF WS-PND-COUNT < 1000
                          AND PND-CUST-ID IS NUMERIC
                          ADD 1 TO WS-PND-COUNT
                          SET WS-PD-IX TO WS-PND-COUNT
                          MOVE PND-SEQ     TO WS-PD-SEQ (WS-PD-IX)
                          MOVE PND-MAKER   TO WS-PD-MAKER (WS-PD-IX)
                          MOVE PND-CUST-ID TO WS-PD-CUST-ID (WS-PD-IX)
                          MOVE ZEROS       TO WS-PD-AMOUNT (WS-PD-IX)
                          IF PND-ACTION = 'P'
                             AND PND-AMOUNT IS NUMERIC
                             MOVE PND-AMOUNT
                               TO WS-PD-AMOUNT (WS-PD-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PENDING-FILE

           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = "00"
              PERFORM UNTIL WS-DECISION-STATUS NOT = "00"
                 READ DECISION-FILE
                    AT END MOVE "10" TO WS-DECISION-STATUS
                    NOT AT END
                       IF CHK-APPROVE AND CHK-CHECKER NOT = SPACES
                          PERFORM 1550-TAKE-ONE-DECISION
                             THRU 1550-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DECISION-FILE
           .
       1500-EXIT.
           EXIT.

       1550-TAKE-ONE-DECISION.
           MOVE 'N' TO WS-PND-FOUND
           PERFORM VARYING WS-PD-IX FROM 1 BY 1
                   UNTIL WS-PD-IX > WS-PND-COUNT
              IF WS-PD-SEQ (WS-PD-IX) = CHK-SEQ
                 MOVE 'Y' TO WS-PND-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-PND-FOUND = 'N'
              ADD 1 TO WS-UNRESOLVED-COUNT
              GO TO 1550-EXIT
           END-IF
           MOVE SPACES                  TO WS-NEW-ACTION
           MOVE WS-RUN-DATE             TO WS-NA-DATE
           MOVE 'MCHK'                  TO WS-NA-ACTION
           MOVE CHK-CHECKER             TO WS-NA-USER
           MOVE CHK-TERMID              TO WS-NA-TERMID
           MOVE WS-PD-CUST-ID (WS-PD-IX) TO WS-NA-CUST-NUM
           MOVE CHK-SEQ                 TO WS-NA-REF
           MOVE WS-PD-AMOUNT (WS-PD-IX) TO WS-NA-AMOUNT
           MOVE WS-PD-MAKER (WS-PD-IX)  TO WS-NA-OTHER-USER
           PERFORM 1900-TAKE-ACTION
              THRU 1900-EXIT
           .
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An action already in the window is not taken twice - the    *
      * approval files keep their lines from day to day. A payee     *
      * change is only the same action on the same day.              *
      *----------------------------------------------------------------*
       1900-TAKE-ACTION.
           MOVE 'N' TO WS-ALREADY-HELD
           PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                   UNTIL WS-HJ-IX > WS-HST-COUNT
              IF WS-HS-ACTION (WS-HJ-IX) = WS-NA-ACTION
                 AND WS-HS-CUST-NUM (WS-HJ-IX) = WS-NA-CUST-NUM
                 AND WS-HS-REF (WS-HJ-IX) = WS-NA-REF
                 AND WS-HS-USER (WS-HJ-IX) = WS-NA-USER
                 AND WS-HS-AMOUNT (WS-HJ-IX) = WS-NA-AMOUNT
                 AND (WS-NA-ACTION NOT = 'PAYE'
                      OR WS-HS-DATE (WS-HJ-IX) = WS-NA-DATE)
                 MOVE 'Y' TO WS-ALREADY-HELD
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-ALREADY-HELD = 'Y'
              GO TO 1900-EXIT
           END-IF
           IF WS-HST-COUNT NOT < 3000
              MOVE 'Y' TO WS-HST-OVERFLOW
              GO TO 1900-EXIT
           END-IF
           ADD 1 TO WS-HST-COUNT
           ADD 1 TO WS-TAKEN-COUNT
           SET WS-HS-IX TO WS-HST-COUNT
           MOVE WS-NA-DATE       TO WS-HS-DATE (WS-HS-IX)
           COMPUTE WS-HS-DATE-INT (WS-HS-IX) =
               FUNCTION INTEGER-OF-DATE (WS-NA-DATE)
           MOVE WS-NA-ACTION     TO WS-HS-ACTION (WS-HS-IX)
           MOVE WS-NA-USER       TO WS-HS-USER (WS-HS-IX)
           MOVE WS-NA-TERMID     TO WS-HS-TERMID (WS-HS-IX)
           MOVE WS-NA-CUST-NUM   TO WS-HS-CUST-NUM (WS-HS-IX)
           MOVE WS-NA-REF        TO WS-HS-REF (WS-HS-IX)
           MOVE WS-NA-AMOUNT     TO WS-HS-AMOUNT (WS-HS-IX)
           MOVE WS-NA-OTHER-USER TO WS-HS-OTHER-USER (WS-HS-IX)
           MOVE 'Y'              TO WS-HS-NEW (WS-HS-IX)
           IF WS-NA-ACTION = 'PAYE'
              ADD 1 TO WS-PAYE-COUNT
           END-IF
           .
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each action new today against the window. A pair of new      *
      * actions is reported once, from the later of the two.         *
      *----------------------------------------------------------------*
       2000-CHECK-NEW-ACTION.
           IF WS-HS-NEW (WS-HS-IX) NOT = 'Y'
              GO TO 2000-EXIT
           END-IF
           IF WS-HS-OTHER-USER (WS-HS-IX) = WS-HS-USER (WS-HS-IX)
              AND (WS-HS-ACTION (WS-HS-IX) = 'WOFF' OR 'MCHK')
              PERFORM 2100-REPORT-OWN-ACTION
                 THRU 2100-EXIT
           END-IF
           IF WS-HS-CUST-NUM (WS-HS-IX) = ZEROS
              GO TO 2000-EXIT
           END-IF
           PERFORM VARYING WS-HJ-IX FROM 1 BY 1
                   UNTIL WS-HJ-IX > WS-HST-COUNT
              IF WS-HJ-IX NOT = WS-HS-IX
                 AND NOT (WS-HS-NEW (WS-HJ-IX) = 'Y'
                          AND WS-HJ-IX > WS-HS-IX)
                 AND WS-HS-CUST-NUM (WS-HJ-IX) =
                     WS-HS-CUST-NUM (WS-HS-IX)
                 AND WS-HS-USER (WS-HJ-IX) = WS-HS-USER (WS-HS-IX)
                 AND WS-HS-ACTION (WS-HJ-IX) NOT =
                     WS-HS-ACTION (WS-HS-IX)
                 PERFORM 2200-REPORT-SAME-USER
                    THRU 2200-EXIT
              END-IF
           END-PERFORM
           .
       2000-EXIT.
           EXIT.

      * Raised and released, or keyed and checked, by one user.
       2100-REPORT-OWN-ACTION.
           MOVE SPACES TO WS-EXCEPTION
           IF WS-HS-ACTION (WS-HS-IX) = 'WOFF'
              MOVE 'OWNW' TO WS-EX-RULE
              MOVE 'WRSD' TO WS-EX-ACTION (2)
           ELSE
              MOVE 'OWNM' TO WS-EX-RULE
              MOVE 'MKEY' TO WS-EX-ACTION (2)
           END-IF
           MOVE WS-HS-USER (WS-HS-IX)     TO WS-EX-USER
           MOVE WS-HS-CUST-NUM (WS-HS-IX) TO WS-EX-CUST-NUM
           MOVE 1 TO WS-SIDE-IX
           PERFORM 2800-SIDE-FROM-HS
              THRU 2800-EXIT
           MOVE WS-HS-DATE (WS-HS-IX)     TO WS-EX-DATE (2)
           MOVE WS-HS-TERMID (WS-HS-IX)   TO WS-EX-TERMID (2)
           MOVE WS-HS-REF (WS-HS-IX)      TO WS-EX-REF (2)
           MOVE WS-HS-AMOUNT (WS-HS-IX)   TO WS-EX-AMOUNT (2)
           ADD 1 TO WS-OWN-COUNT
           PERFORM 2900-RECORD-EXCEPTION
              THRU 2900-EXIT
           .
       2100-EXIT.
           EXIT.

      * Two different money functions, one user, one customer. The
      * earlier action is shown first.
       2200-REPORT-SAME-USER.
           MOVE SPACES TO WS-EXCEPTION
           MOVE 'SELF' TO WS-EX-RULE
           MOVE WS-HS-USER (WS-HS-IX)     TO WS-EX-USER
           MOVE WS-HS-CUST-NUM (WS-HS-IX) TO WS-EX-CUST-NUM
           MOVE 1 TO WS-SIDE-IX
           PERFORM 2850-SIDE-FROM-HJ
              THRU 2850-EXIT
           MOVE 2 TO WS-SIDE-IX
           PERFORM 2800-SIDE-FROM-HS
              THRU 2800-EXIT
           ADD 1 TO WS-SELF-COUNT
           PERFORM 2900-RECORD-EXCEPTION
              THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Payments on the bank interface register inside the window,  *
      * to a customer whose bank details changed no more than the    *
      * payment days before. Supplier invoice payments and bounced   *
      * payments are left out. Reported when either side is new     *
      * today.                                                        *
      *----------------------------------------------------------------*
       2500-CHECK-PAYEE-PAYMENTS.
           OPEN INPUT INSTRUCTION-REGISTER
           IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
                 READ INSTRUCTION-REGISTER
                    AT END MOVE "10" TO WS-REGISTER-STATUS
                    NOT AT END
                       IF REG-INVOICE-REF = SPACES
                          AND REG-ACK-STATUS NOT = 'REJ'
                          AND REG-POLICY-NUM IS NUMERIC
                          AND REG-POLICY-NUM > ZEROS
                          AND REG-SENT-DATE IS NUMERIC
                          AND REG-SENT-DATE NOT > WS-RUN-DATE
                          PERFORM 2550-CHECK-ONE-PAYMENT
                             THRU 2550-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INSTRUCTION-REGISTER
           .
       2500-EXIT.
           EXIT.

       2550-CHECK-ONE-PAYMENT.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE (REG-SENT-DATE)
           IF WS-WORK-INT < WS-WINDOW-START-INT
              GO TO 2550-EXIT
           END-IF
           MOVE REG-POLICY-NUM TO WS-POLICY-NUM
           EXEC SQL
               SELECT CUSTOMERNUMBER
                 INTO :WS-CUSTOMER-NUM
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO 2550-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON POLICY:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              IF WS-HS-ACTION (WS-HS-IX) = 'PAYE'
                 AND WS-HS-CUST-NUM (WS-HS-IX) = WS-CUSTOMER-NUM
                 AND WS-HS-DATE-INT (WS-HS-IX) NOT > WS-WORK-INT
                 AND WS-HS-DATE-INT (WS-HS-IX) + WS-PAYMENT-DAYS
                     NOT < WS-WORK-INT
                 AND (WS-HS-NEW (WS-HS-IX) = 'Y'
                      OR REG-SENT-DATE = WS-RUN-DATE)
                 PERFORM 2600-REPORT-PAYMENT
                    THRU 2600-EXIT
              END-IF
           END-PERFORM
           .
       2550-EXIT.
           EXIT.

       2600-REPORT-PAYMENT.
           MOVE SPACES TO WS-EXCEPTION
           MOVE 'PAYQ' TO WS-EX-RULE
           MOVE WS-HS-USER (WS-HS-IX)     TO WS-EX-USER
           MOVE WS-HS-CUST-NUM (WS-HS-IX) TO WS-EX-CUST-NUM
           MOVE 1 TO WS-SIDE-IX
           PERFORM 2800-SIDE-FROM-HS
              THRU 2800-EXIT
           MOVE 'PAYM'          TO WS-EX-ACTION (2)
           MOVE REG-SENT-DATE   TO WS-EX-DATE (2)
           MOVE REG-CLAIM-NUM   TO WS-EX-REF (2)
           MOVE REG-AMOUNT      TO WS-EX-AMOUNT (2)
           ADD 1 TO WS-PAYQ-COUNT
           PERFORM 2900-RECORD-EXCEPTION
              THRU 2900-EXIT
           .
       2600-EXIT.
           EXIT.

       2800-SIDE-FROM-HS.
           MOVE WS-HS-ACTION (WS-HS-IX) TO WS-EX-ACTION (WS-SIDE-IX)
           MOVE WS-HS-DATE (WS-HS-IX)   TO WS-EX-DATE (WS-SIDE-IX)
           MOVE WS-HS-TERMID (WS-HS-IX) TO WS-EX-TERMID (WS-SIDE-IX)
           MOVE WS-HS-REF (WS-HS-IX)    TO WS-EX-REF (WS-SIDE-IX)
           MOVE WS-HS-AMOUNT (WS-HS-IX) TO WS-EX-AMOUNT (WS-SIDE-IX)
           .
       2800-EXIT.
           EXIT.

       2850-SIDE-FROM-HJ.
           MOVE WS-HS-ACTION (WS-HJ-IX) TO WS-EX-ACTION (WS-SIDE-IX)
           MOVE WS-HS-DATE (WS-HJ-IX)   TO WS-EX-DATE (WS-SIDE-IX)
           MOVE WS-HS-TERMID (WS-HJ-IX) TO WS-EX-TERMID (WS-SIDE-IX)
           MOVE WS-HS-REF (WS-HJ-IX)    TO WS-EX-REF (WS-SIDE-IX)
           MOVE WS-HS-AMOUNT (WS-HJ-IX) TO WS-EX-AMOUNT (WS-SIDE-IX)
           .
       2850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One exception: a heading line naming the rule, user and      *
      * customer, a line per action, and a line on the log.          *
      *----------------------------------------------------------------*
       2900-RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EX-RULE TO EHL-RULE
           EVALUATE WS-EX-RULE
              WHEN 'SELF'
                 MOVE 'SAME USER - TWO MONEY FUNCTIONS' TO EHL-TEXT
              WHEN 'OWNW'
                 MOVE 'WRITE-OFF RELEASED BY ITS RAISER' TO EHL-TEXT
              WHEN 'OWNM'
                 MOVE 'MAINTENANCE CHECKED BY ITS MAKER' TO EHL-TEXT
              WHEN 'PAYQ'
                 MOVE 'PAYMENT SOON AFTER PAYEE CHANGE' TO EHL-TEXT
           END-EVALUATE
           MOVE WS-EX-USER     TO EHL-USER
           MOVE WS-EX-CUST-NUM TO EHL-CUST-NUM
           MOVE EXCEPTION-HEAD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO EXCEPTION-LOG-RECORD
           MOVE WS-RUN-DATE    TO EXL-DATE
           MOVE WS-EX-RULE     TO EXL-RULE
           MOVE WS-EX-USER     TO EXL-USER
           MOVE WS-EX-CUST-NUM TO EXL-CUST-NUM
           PERFORM 2950-WRITE-ACTION-LINE
              THRU 2950-EXIT
              VARYING WS-SIDE-IX FROM 1 BY 1
              UNTIL WS-SIDE-IX > 2
           WRITE EXCEPTION-LOG-RECORD
           .
       2900-EXIT.
           EXIT.

       2950-WRITE-ACTION-LINE.
           MOVE WS-EX-ACTION (WS-SIDE-IX) TO EAL-ACTION
           EVALUATE WS-EX-ACTION (WS-SIDE-IX)
              WHEN 'PAYE'
                 MOVE 'PAYEE BANK CHANGE'    TO EAL-DESC
              WHEN 'SAPR'
                 MOVE 'SETTLEMENT APPROVAL'  TO EAL-DESC
              WHEN 'WOFF'
                 MOVE 'WRITE-OFF RELEASED'   TO EAL-DESC
              WHEN 'WRSD'
                 MOVE 'WRITE-OFF RAISED'     TO EAL-DESC
              WHEN 'MCHK'
                 MOVE 'MAINTENANCE CHECKED'  TO EAL-DESC
              WHEN 'MKEY'
                 MOVE 'MAINTENANCE KEYED'    TO EAL-DESC
              WHEN 'PAYM'
                 MOVE 'CLAIM PAYMENT SENT'   TO EAL-DESC
           END-EVALUATE
           MOVE WS-EX-DATE (WS-SIDE-IX)   TO EAL-DATE
           MOVE WS-EX-TERMID (WS-SIDE-IX) TO EAL-TERMID
           MOVE WS-EX-REF (WS-SIDE-IX)    TO EAL-REF
           MOVE WS-EX-AMOUNT (WS-SIDE-IX) TO EAL-AMOUNT
           MOVE EXCEPTION-ACTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EX-ACTION (WS-SIDE-IX)
             TO EXL-ACTION (WS-SIDE-IX)
           MOVE WS-EX-DATE (WS-SIDE-IX)
             TO EXL-ACTION-DATE (WS-SIDE-IX)
           MOVE WS-EX-TERMID (WS-SIDE-IX)
             TO EXL-TERMID (WS-SIDE-IX)
           MOVE WS-EX-REF (WS-SIDE-IX)
             TO EXL-REF (WS-SIDE-IX)
           MOVE WS-EX-AMOUNT (WS-SIDE-IX)
             TO EXL-AMOUNT (WS-SIDE-IX)
           .
       2950-EXIT.
           EXIT.

       3000-REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              MOVE SPACES TO HISTORY-RECORD
              MOVE WS-HS-DATE (WS-HS-IX)       TO HST-DATE
              MOVE WS-HS-ACTION (WS-HS-IX)     TO HST-ACTION
              MOVE WS-HS-USER (WS-HS-IX)       TO HST-USER
              MOVE WS-HS-TERMID (WS-HS-IX)     TO HST-TERMID
              MOVE WS-HS-CUST-NUM (WS-HS-IX)   TO HST-CUST-NUM
              MOVE WS-HS-REF (WS-HS-IX)        TO HST-REF
              MOVE WS-HS-AMOUNT (WS-HS-IX)     TO HST-AMOUNT
              MOVE WS-HS-OTHER-USER (WS-HS-IX) TO HST-OTHER-USER
              WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Internal audit's monthly view: the month's logged exceptions *
      * counted by user, with the money involved (both sides).       *
      *----------------------------------------------------------------*
       7000-MONTHLY-SUMMARY.
           OPEN INPUT EXCEPTION-LOG
           IF WS-EXCLOG-STATUS = "00"
              PERFORM UNTIL WS-EXCLOG-STATUS NOT = "00"
                 READ EXCEPTION-LOG
                    AT END MOVE "10" TO WS-EXCLOG-STATUS
                    NOT AT END
                       IF EXL-DATE (1:6) = WS-REPORT-MONTH
                          PERFORM 7100-COUNT-FOR-USER
                             THRU 7100-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EXCEPTION-LOG

           OPEN OUTPUT MONTHLY-REPORT
           MOVE WS-REPORT-MONTH TO MHL-MONTH
           MOVE MONTHLY-HEADER-LINE TO MONTHLY-LINE
           WRITE MONTHLY-LINE
           MOVE MONTHLY-COLUMN-LINE TO MONTHLY-LINE
           WRITE MONTHLY-LINE
           PERFORM VARYING WS-US-IX FROM 1 BY 1
                   UNTIL WS-US-IX > WS-USR-COUNT
              MOVE WS-US-USER (WS-US-IX) TO MDL-USER
              MOVE WS-US-SELF (WS-US-IX) TO MDL-SELF
              MOVE WS-US-OWN (WS-US-IX)  TO MDL-OWN
              MOVE WS-US-PAYQ (WS-US-IX) TO MDL-PAYQ
              COMPUTE MDL-TOTAL = WS-US-SELF (WS-US-IX)
                                + WS-US-OWN (WS-US-IX)
                                + WS-US-PAYQ (WS-US-IX)
              MOVE WS-US-AMOUNT (WS-US-IX) TO MDL-AMOUNT
              MOVE MONTHLY-DETAIL-LINE TO MONTHLY-LINE
              WRITE MONTHLY-LINE
           END-PERFORM
           IF WS-USR-OVERFLOW = 'Y'
              MOVE 'MORE USERS THAN ONE SUMMARY HOLDS' TO MONTHLY-LINE
              WRITE MONTHLY-LINE
           END-IF
           CLOSE MONTHLY-REPORT
           .
       7000-EXIT.
           EXIT.

       7100-COUNT-FOR-USER.
           MOVE 'N' TO WS-USR-FOUND
           PERFORM VARYING WS-US-IX FROM 1 BY 1
                   UNTIL WS-US-IX > WS-USR-COUNT
              IF WS-US-USER (WS-US-IX) = EXL-USER
                 MOVE 'Y' TO WS-USR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-USR-FOUND = 'N'
              IF WS-USR-COUNT NOT < 500
                 MOVE 'Y' TO WS-USR-OVERFLOW
                 GO TO 7100-EXIT
              END-IF
              ADD 1 TO WS-USR-COUNT
              SET WS-US-IX TO WS-USR-COUNT
              MOVE EXL-USER TO WS-US-USER (WS-US-IX)
              MOVE ZEROS    TO WS-US-SELF (WS-US-IX)
                               WS-US-OWN (WS-US-IX)
                               WS-US-PAYQ (WS-US-IX)
                               WS-US-AMOUNT (WS-US-IX)
           END-IF
           EVALUATE EXL-RULE
              WHEN 'SELF'
                 ADD 1 TO WS-US-SELF (WS-US-IX)
              WHEN 'PAYQ'
                 ADD 1 TO WS-US-PAYQ (WS-US-IX)
              WHEN OTHER
                 ADD 1 TO WS-US-OWN (WS-US-IX)
           END-EVALUATE
           IF EXL-AMOUNT (1) IS NUMERIC
              ADD EXL-AMOUNT (1) TO WS-US-AMOUNT (WS-US-IX)
           END-IF
           IF EXL-AMOUNT (2) IS NUMERIC
              AND EXL-RULE NOT = 'OWNW' AND EXL-RULE NOT = 'OWNM'
              ADD EXL-AMOUNT (2) TO WS-US-AMOUNT (WS-US-IX)
           END-IF
           .
       7100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-TAKEN-COUNT   TO SSL-TAKEN
           MOVE WS-DROPPED-COUNT TO SSL-DROPPED
           MOVE WS-SELF-COUNT    TO SSL-SELF
           MOVE WS-OWN-COUNT     TO SSL-OWN
           MOVE WS-PAYQ-COUNT    TO SSL-PAYQ
           MOVE SOD-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNRESOLVED-COUNT > 0
              MOVE WS-UNRESOLVED-COUNT TO SUL-UNRESOLVED
              MOVE SOD-UNRESOLVED-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           IF WS-HST-OVERFLOW = 'Y'
              MOVE 'MORE ACTIONS IN THE WINDOW THAN ONE RUN HOLDS'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE SOD-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-HST-OVERFLOW = 'Y'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
