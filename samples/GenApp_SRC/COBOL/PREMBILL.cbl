      *   unmatched START, which is exactly the abandoned run being  *
      *   resumed.                                                   *
      *                                                                *
      *   An endowment converted to paid-up by ENDPDUP has no premium *
      *   left to pay and is never billed, annually or by plan.       *
      *                                                                *
      *   Each premium billed on a managed-fund endowment is queued   *
      *   on UNITALOC.DAT to buy units in the policy's fund; FUNDDEAL *
      *   prices and allots them against the day's fund price.        *
      *                                                                *
      *   Every charge is also raised against the policy it is for,   *
      *   through POLRCV, so receipts can be allocated down to the    *
      *   policy: the annual charge is shared out policy by policy    *
      *   (premium less the discount, plus the tax at the policy's    *
      *   band, the last policy taking what rounding leaves) and      *
      *   pays cover to the next anniversary; an installment's        *
      *   charge pays cover to the next installment's due date, or    *
      *   to expiry for the last.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMBILL.
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Unit purchases queued for FUNDDEAL, one line per managed-
      *    fund premium billed.
           SELECT OPTIONAL UNIT-ALLOCATION-FILE
               ASSIGN TO "UNITALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNITALOC-STATUS.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so a night run
      *    that slips past midnight still stamps the right business
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
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Business date the line would have carried had its month
      * not been closed; zero when posted on the day.
           05  JRN-ORIG-DATE      PIC 9(8).

      * Billing date, policy, fund and premium amount to invest.
       FD  UNIT-ALLOCATION-FILE.
       01  UNIT-ALLOCATION-RECORD.
           05  UAL-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  UAL-POLICY-NUM     PIC 9(10).
           05  FILLER             PIC X.
           05  UAL-FUND-NAME      PIC X(10).
           05  FILLER             PIC X.
           05  UAL-AMOUNT         PIC 9(9)V99.

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

       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC 9(8) VALUE ZEROS.

       01  WS-CURSOR-STATUS.
       01  WS-TAXCUR-SUM               PIC S9(11) USAGE COMP-3.
       01  WS-TAXCUR-SUM-IND           PIC S9(4) USAGE COMP.

      * The charge just posted, shared out to its policies for the
      * receivable position: the tax actually posted with it, what
      * is still to share, and the policy being charged.
       01  WS-CHARGE-TAX               PIC 9(7)V99 VALUE 0.
       01  WS-CHARGE-LEFT              PIC S9(9)V99 VALUE 0.
       01  WS-CHARGE-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-CHARGE-SHARE-TAX         PIC 9(7)V99 VALUE 0.
       01  WS-CHARGE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CHARGE-IX                PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CHG-POLICY               PIC S9(9) USAGE COMP.
       01  WS-CHG-TYPE                 PIC X(1).
       01  WS-CHG-PAYMENT              PIC S9(9) USAGE COMP.
       01  WS-CHG-DUE-DATE             PIC X(10).
       01  WS-CHG-COVER-TO             PIC X(10).
       01  WS-CHG-COVER-TO-IND         PIC S9(4) USAGE COMP.

      * Same layout POLRCV takes.
       01  POLRCV-PARMS.
           05 PRV-FUNCTION             PIC X(1).
           05 PRV-POLICY-NUM           PIC 9(10).
           05 PRV-CHARGE-TYPE          PIC X(4).
           05 PRV-DUE-DATE             PIC X(10).
           05 PRV-COVER-TO             PIC X(10).
           05 PRV-AMOUNT               PIC 9(7)V99.
           05 PRV-CHARGE-SEQ           PIC 9(9).
           05 PRV-RETURN               PIC 9(2).

      * Host variables for the managed-fund unit purchase queue.
       01  WS-UNITALOC-STATUS          PIC XX VALUE SPACES.
       01  WS-UNIT-POLICY              PIC S9(9) USAGE COMP.
       01  WS-UNIT-PAYMENT             PIC S9(9) USAGE COMP.
       01  WS-UNIT-PAYMENT-IND         PIC S9(4) USAGE COMP.
       01  WS-UNIT-FUND                PIC X(10).
       01  WS-UNIT-FUND-IND            PIC S9(4) USAGE COMP.
       01  WS-UNITS-QUEUED             PIC 9(7) VALUE 0.

      * Run-control working fields: RC 16 = already ran today,
      * RC 14 = another batch program is mid-flight today.
       01  WS-RUNCTL-STATUS    PIC XX    VALUE SPACES.
       01  WS-RC-RESUME-FLAG   PIC X     VALUE "N".
       77  RUNCTL-MY-NAME      PIC X(20) VALUE "PREMBILL".
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Date the run posts to - the business date, or the first day
      * of the first open month when the business date falls in a
      * closed one. The business date is then kept as the original.
       01  WS-POSTING-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-POSTING-MONTH REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-YYYYMM        PIC 9(6).
           05 WS-POSTING-DD            PIC 9(2).
       01  WS-POSTING-SPLIT REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-YYYY          PIC 9(4).
           05 WS-POSTING-MM            PIC 9(2).
           05 FILLER                   PIC 9(2).
       01  WS-ORIGINAL-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-CLOSED-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05 WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-IX                PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-CLOSED            PIC X(01) VALUE 'N'.
      * Business-date host variables for the cursors, so selection
      * and the billing-register period key cannot diverge when the
      * clock has rolled past the business date.
      * monthly, and without the anniversary predicate every annual
      * payer would be charged twelve times a year. Policies on an
      * installment plan are excluded here and billed from their
      * schedule by the second phase instead. Paid-up endowments
      * are billed by neither.
           EXEC SQL
               DECLARE BILLING-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, SUM(PAYMENT)
                WHERE MONTH(ISSUEDATE) = :WS-RUN-MONTH
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM INSTALLMENT)
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
                GROUP BY CUSTOMERNUMBER
                ORDER BY CUSTOMERNUMBER
           END-EXEC.
                  AND MONTH(ISSUEDATE) = :WS-RUN-MONTH
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM INSTALLMENT)
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
                GROUP BY POLICYTYPE
           END-EXEC.

      * The billed customer's managed-fund endowments charged in
      * this anniversary month, each premium to be invested in its
      * fund.
           EXEC SQL
               DECLARE UNIT-CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER, P.PAYMENT, E.FUNDNAME
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND MONTH(P.ISSUEDATE) = :WS-RUN-MONTH
                  AND E.MANAGEDFUND = 'Y'
                  AND P.POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM INSTALLMENT)
                  AND P.POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
           END-EXEC.

      * The billed customer's anniversary policies one by one, for
      * the charge on each; the premium pays cover to the policy's
      * next anniversary.
           EXEC SQL
               DECLARE CHARGE-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, POLICYTYPE, PAYMENT,
                      CHAR(ISSUEDATE
                           + (YEAR(DATE(:WS-RUN-DATE-ISO))
                              - YEAR(ISSUEDATE) + 1) YEARS, ISO)
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND MONTH(ISSUEDATE) = :WS-RUN-MONTH
                  AND PAYMENT > 0
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM INSTALLMENT)
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
                ORDER BY POLICYNUMBER
           END-EXEC.

      * Installments that have fallen due and not yet been billed.
           EXEC SQL
               DECLARE INSTALLMENT-CURSOR CURSOR FOR
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND I.STATUS = 'S'
                  AND I.DUEDATE <= :WS-RUN-DATE-ISO
                  AND I.POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
                ORDER BY P.CUSTOMERNUMBER, I.POLICYNUMBER, I.SEQNO
           END-EXEC.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 0060-SET-POSTING-DATE
              THRU 0060-EXIT
           PERFORM 0100-RUNCTL-READ-LEDGER
              THRU 0100-EXIT
           IF WS-RC-DUP-FLAG = 'Y'
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A business date inside a month finance has closed posts to   *
      * the first day of the first month still open. The business    *
      * date is kept on the line as the original date.               *
      *----------------------------------------------------------------*
       0060-SET-POSTING-DATE.
           MOVE WS-RUN-DATE TO WS-POSTING-DATE
           MOVE ZEROS       TO WS-ORIGINAL-DATE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
              PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                 READ PERIOD-FILE
                    AT END MOVE "10" TO WS-PERIOD-STATUS
                    NOT AT END
                       IF PER-STATUS = 'CLSD'
                          AND WS-CLOSED-COUNT < 240
                          ADD 1 TO WS-CLOSED-COUNT
                          MOVE PER-MONTH
                            TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PERIOD-FILE
           PERFORM 0065-CHECK-POSTING-PERIOD
              THRU 0065-EXIT
           PERFORM UNTIL WS-PERIOD-CLOSED = 'N'
              MOVE WS-RUN-DATE TO WS-ORIGINAL-DATE
              IF WS-POSTING-MM = 12
                 ADD 1 TO WS-POSTING-YYYY
                 MOVE 1 TO WS-POSTING-MM
              ELSE
                 ADD 1 TO WS-POSTING-MM
              END-IF
              MOVE 1 TO WS-POSTING-DD
              PERFORM 0065-CHECK-POSTING-PERIOD
                 THRU 0065-EXIT
           END-PERFORM
           IF WS-ORIGINAL-DATE NOT = ZEROS
              DISPLAY 'PERIOD CLOSED - POSTING AS ' WS-POSTING-DATE
           END-IF
           .
       0060-EXIT.
           EXIT.

       0065-CHECK-POSTING-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
                   UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
              IF WS-CLOSED-MONTH (WS-CLOSED-IX) = WS-POSTING-YYYYMM
                 MOVE 'Y' TO WS-PERIOD-CLOSED
              END-IF
           END-PERFORM
           .
       0065-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Read today's run-control entries: has this program already    *
      * ended today (re-posting every premium), and is any program    *
           OPEN OUTPUT EXCEPTION-FILE
           OPEN EXTEND BALANCE-JOURNAL
           OPEN EXTEND BILLING-REGISTER
           OPEN EXTEND UNIT-ALLOCATION-FILE

           EXEC SQL
               OPEN BILLING-CURSOR
                  WS-TAX-POLICY-TYPE  DELIMITED BY SIZE
              INTO WS-TAX-SOURCE
           END-STRING
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE WS-TAX-SOURCE  TO JRN-SOURCE
           MOVE CUST-ID        TO JRN-CUST-ID
           MOVE "D"            TO JRN-DC
           MOVE WS-TAX-AMOUNT  TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD
           ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL
           ADD WS-TAX-AMOUNT TO WS-CHARGE-TAX
           .
       1280-EXIT.
           EXIT.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Annual-phase unit purchases: each managed-fund endowment in   *
      * the charge just posted invests its full premium.              *
      *----------------------------------------------------------------*
       1600-QUEUE-ANNUAL-UNITS.
           EXEC SQL
               OPEN UNIT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN UNIT-CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1650-QUEUE-ONE-POLICY
              THRU 1650-EXIT
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 1650-QUEUE-ONE-POLICY
                 THRU 1650-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE UNIT-CURSOR
           END-EXEC
           .
       1600-EXIT.
           EXIT.

       1650-QUEUE-ONE-POLICY.
           EXEC SQL
               FETCH UNIT-CURSOR
               INTO :WS-UNIT-POLICY,
                    :WS-UNIT-PAYMENT :WS-UNIT-PAYMENT-IND,
                    :WS-UNIT-FUND :WS-UNIT-FUND-IND
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 1650-EXIT
           END-IF
           IF WS-UNIT-PAYMENT-IND < 0 OR WS-UNIT-PAYMENT <= 0
              GO TO 1650-EXIT
           END-IF
           PERFORM 1690-WRITE-ALLOCATION
              THRU 1690-EXIT
           .
       1650-EXIT.
           EXIT.

      *    A policy with no fund named cannot be invested; it is
      *    reported on the console rather than queued blank.
       1690-WRITE-ALLOCATION.
           IF WS-UNIT-FUND-IND < 0 OR WS-UNIT-FUND = SPACES
              DISPLAY 'MANAGED FUND POLICY WITHOUT FUND NAME:'
                      WS-UNIT-POLICY
              GO TO 1690-EXIT
           END-IF
           MOVE SPACES          TO UNIT-ALLOCATION-RECORD
           MOVE WS-RUN-DATE     TO UAL-DATE
           MOVE WS-UNIT-POLICY  TO UAL-POLICY-NUM
           MOVE WS-UNIT-FUND    TO UAL-FUND-NAME
           MOVE WS-UNIT-PAYMENT TO UAL-AMOUNT
           WRITE UNIT-ALLOCATION-RECORD
           ADD 1 TO WS-UNITS-QUEUED
           .
       1690-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The customer's charge just posted - premium less discount,    *
      * plus the tax posted with it - shared out to the policies it   *
      * was for. Each takes its premium less the discount and plus    *
      * the tax at its own band; the last takes what is left, so the  *
      * policies' charges add up to what the customer was charged.    *
      *----------------------------------------------------------------*
       1700-RAISE-ANNUAL-CHARGES.
           COMPUTE WS-CHARGE-LEFT =
               WS-PREMIUM-DUE - WS-DISCOUNT + WS-CHARGE-TAX
           MOVE 0 TO WS-CHARGE-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHARGE-COUNT
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND MONTH(ISSUEDATE) = :WS-RUN-MONTH
                  AND PAYMENT > 0
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM INSTALLMENT)
                  AND POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CHARGE COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               OPEN CHARGE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CHARGE-CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 0 TO WS-CHARGE-IX
           PERFORM 1750-RAISE-ONE-POLICY
              THRU 1750-EXIT
           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM 1750-RAISE-ONE-POLICY
                 THRU 1750-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE CHARGE-CURSOR
           END-EXEC
           .
       1700-EXIT.
           EXIT.

       1750-RAISE-ONE-POLICY.
           EXEC SQL
               FETCH CHARGE-CURSOR
               INTO :WS-CHG-POLICY, :WS-CHG-TYPE, :WS-CHG-PAYMENT,
                    :WS-CHG-COVER-TO
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 1750-EXIT
           END-IF
           ADD 1 TO WS-CHARGE-IX
           IF WS-CHARGE-IX < WS-CHARGE-COUNT
              MOVE 0 TO WS-CHARGE-SHARE-TAX
              IF WS-CHARGE-TAX > 0
                 MOVE WS-CHG-TYPE TO WS-TAX-POLICY-TYPE
                 PERFORM 1270-FIND-TAX-RATE
                    THRU 1270-EXIT
                 COMPUTE WS-CHARGE-SHARE-TAX ROUNDED =
                     WS-CHG-PAYMENT * WS-TAX-RATE / 100
              END-IF
              COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                  WS-CHG-PAYMENT
                  - WS-CHG-PAYMENT * WS-DISCOUNT-PCT / 100
                  + WS-CHARGE-SHARE-TAX
              IF WS-CHARGE-AMOUNT > WS-CHARGE-LEFT
                 MOVE WS-CHARGE-LEFT TO WS-CHARGE-AMOUNT
              END-IF
           ELSE
              MOVE WS-CHARGE-LEFT TO WS-CHARGE-AMOUNT
           END-IF
           SUBTRACT WS-CHARGE-AMOUNT FROM WS-CHARGE-LEFT
           IF WS-CHARGE-AMOUNT <= 0
              GO TO 1750-EXIT
           END-IF

           MOVE 'PREM'           TO PRV-CHARGE-TYPE
           MOVE WS-CHG-POLICY    TO PRV-POLICY-NUM
           MOVE WS-RUN-DATE-ISO  TO PRV-DUE-DATE
           MOVE WS-CHG-COVER-TO  TO PRV-COVER-TO
           PERFORM 1790-RAISE-CHARGE
              THRU 1790-EXIT
      *    The cursor is read to its end by SQLCODE; the call's own
      *    statements must not stop it early.
           MOVE 0 TO SQLCODE
           .
       1750-EXIT.
           EXIT.

       1790-RAISE-CHARGE.
           MOVE 'C'              TO PRV-FUNCTION
           MOVE WS-CHARGE-AMOUNT TO PRV-AMOUNT
           CALL 'POLRCV' USING POLRCV-PARMS
           IF PRV-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLRCV:' PRV-RETURN
                      ' POLICY ' PRV-POLICY-NUM
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1790-EXIT.
           EXIT.

       2000-BILL-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ

              GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-CHARGE-TAX
           MOVE WS-CUSTOMER-NUM TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                       THRU 1400-EXIT
                    PERFORM 1290-TAX-ANNUAL-CHARGE
                       THRU 1290-EXIT
                    PERFORM 1600-QUEUE-ANNUAL-UNITS
                       THRU 1600-EXIT
                    PERFORM 1700-RAISE-ANNUAL-CHARGES
                       THRU 1700-EXIT
                 END-IF
           END-READ
           .
       2200-WRITE-JOURNAL-LINE.
           COMPUTE WS-GROSS-BALANCE =
               WS-OLD-BALANCE - WS-PREMIUM-DUE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE "BILL "        TO JRN-SOURCE
           MOVE CUST-ID        TO JRN-CUST-ID
           MOVE "D"            TO JRN-DC
           MOVE WS-PREMIUM-DUE TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE WS-GROSS-BALANCE TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD
           .
       2200-EXIT.
      * of a mysteriously smaller premium.                            *
      *----------------------------------------------------------------*
       2250-WRITE-DISCOUNT-LINE.
           MOVE WS-POSTING-DATE  TO JRN-DATE
           MOVE "BILL "          TO JRN-SOURCE
           MOVE CUST-ID          TO JRN-CUST-ID
           MOVE "C"              TO JRN-DC
           MOVE WS-DISCOUNT      TO JRN-AMOUNT
           MOVE WS-GROSS-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE     TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD
           .
       2250-EXIT.
              GO TO 3200-EXIT
           END-IF

           MOVE 0 TO WS-CHARGE-TAX
           MOVE WS-CUSTOMER-NUM TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                       THRU 3300-EXIT
                    PERFORM 3400-TAX-INSTALLMENT
                       THRU 3400-EXIT
                    PERFORM 3500-QUEUE-INSTALLMENT-UNITS
                       THRU 3500-EXIT
                    PERFORM 3600-RAISE-INSTALLMENT-CHARGE
                       THRU 3600-EXIT
                 END-IF
           END-READ
           .
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Installment-phase unit purchase: the installment billed is    *
      * invested when the policy is a managed-fund endowment.         *
      *----------------------------------------------------------------*
       3500-QUEUE-INSTALLMENT-UNITS.
           EXEC SQL
               SELECT FUNDNAME
                 INTO :WS-UNIT-FUND :WS-UNIT-FUND-IND
                 FROM ENDOWMENT
                WHERE POLICYNUMBER = :WS-INST-POLICY
                  AND MANAGEDFUND = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 3500-EXIT
           END-IF
           MOVE WS-INST-POLICY TO WS-UNIT-POLICY
           MOVE WS-INST-AMOUNT TO WS-UNIT-PAYMENT
           PERFORM 1690-WRITE-ALLOCATION
              THRU 1690-EXIT
           .
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The installment's charge - the installment less any discount, *
      * plus the tax posted with it - raised against its policy,      *
      * paying cover to the next installment's due date or, for the   *
      * last, to expiry.                                              *
      *----------------------------------------------------------------*
       3600-RAISE-INSTALLMENT-CHARGE.
           EXEC SQL
               SELECT CHAR(I.DUEDATE, ISO),
                      CHAR(COALESCE(
                           (SELECT MIN(N.DUEDATE)
                              FROM INSTALLMENT N
                             WHERE N.POLICYNUMBER = I.POLICYNUMBER
                               AND N.SEQNO > I.SEQNO),
                           P.EXPIRYDATE), ISO)
                 INTO :WS-CHG-DUE-DATE,
                      :WS-CHG-COVER-TO :WS-CHG-COVER-TO-IND
                 FROM INSTALLMENT I, POLICY P
                WHERE I.POLICYNUMBER = :WS-INST-POLICY
                  AND I.SEQNO = :WS-INST-SEQNO
                  AND P.POLICYNUMBER = I.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INSTALLMENT DATES:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-CHG-COVER-TO-IND < 0
              MOVE SPACES TO WS-CHG-COVER-TO
           END-IF
           COMPUTE WS-CHARGE-AMOUNT =
               WS-INST-AMOUNT - WS-DISCOUNT + WS-CHARGE-TAX
           IF WS-CHARGE-AMOUNT <= 0
              GO TO 3600-EXIT
           END-IF

           MOVE 'INST'           TO PRV-CHARGE-TYPE
           MOVE WS-INST-POLICY   TO PRV-POLICY-NUM
           MOVE WS-CHG-DUE-DATE  TO PRV-DUE-DATE
           MOVE WS-CHG-COVER-TO  TO PRV-COVER-TO
           PERFORM 1790-RAISE-CHARGE
              THRU 1790-EXIT
           .
       3600-EXIT.
           EXIT.

       2500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-CUSTOMER-NUM TO WS-EXC-CUSTOMER
           MOVE WS-DISCOUNT-TOTAL   TO BSL-DISCOUNTS
           MOVE BILLING-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'UNIT PURCHASES QUEUED: ' WS-UNITS-QUEUED
           .
       8000-EXIT.
           EXIT.
           CLOSE EXCEPTION-FILE.
           CLOSE BALANCE-JOURNAL.
           CLOSE BILLING-REGISTER.
           CLOSE UNIT-ALLOCATION-FILE.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
