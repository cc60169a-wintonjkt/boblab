      ******************************************************************
      *                                                                *
      *            Credit Balance Refund Run                           *
      *                                                                *
      *   Gives back money customers have left sitting on account.   *
      *   An overpayment the suspense replay applied, a cancellation *
      *   credit or a reversed write-off can each put CUST-BALANCE   *
      *   above zero on the keyed CUSTOMER.DAT master; nothing else  *
      *   ever pays it out.                                          *
      *                                                                *
      *   A customer in credit is refunded when:                      *
      *     - the credit has lain untouched for the PARM number of   *
      *       days (default 30): no CUSTJRNL.DAT line and no         *
      *       CUST-LAST-ACTIVITY stamp within the period;            *
      *     - no INSTALLMENT row on any of their policies is billed  *
      *       and unpaid ('B') - that credit is owed to us first and *
      *       the installment marking run will take it;              *
      *     - their PAYEE bank details are on file and verified      *
      *       (STATUS 'A'), the same test the settlement run makes.  *
      *                                                                *
      *   A refund is an RFND debit through CUSTJRNL.DAT bringing    *
      *   the account back to zero, and a payment instruction in    *
      *   the settlement run's style appended to PAYINSTR.DAT (zero  *
      *   policy - a customer refund line - and the payee's sort     *
      *   code, account and name) for the bank interface run. Runs   *
      *   after CLMSETL, which starts PAYINSTR.DAT afresh.           *
      *                                                                *
      *   Customers in credit with no verified payee go to the       *
      *   exceptions list RFNDEXCP.DAT for the desk to contact, and  *
      *   the run ends RC 4. Results to CUSTRFND.RPT.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same indexed KSDS layout as customer-records.cob's
      *    CUSTOMER-FILE.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *    Shared balance journal: read for each candidate's latest
      *    movement, then extended with the refund debits.
           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PAYMENT-FILE
               ASSIGN TO "PAYINSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO "RFNDEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-REPORT
               ASSIGN TO "CUSTRFND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to. Absent,
      *    the system clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same indexed KSDS layout as customer-records.cob's
      * CUSTOMER-FILE.
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

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRN-DATE           PIC 9(8).
           05  JRN-SOURCE         PIC X(5).
           05  JRN-CUST-ID        PIC 9(10).
           05  JRN-DC             PIC X(1).
           05  JRN-REASON         PIC X(4).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Business date the line would have carried had its month
      * not been closed; zero when posted on the day.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(100).

      * One line per customer the desk must contact for bank details.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05 EXC-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 EXC-BALANCE              PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 EXC-REASON               PIC X(20).

       FD  REFUND-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One line per month closed by PERIOD-CLOSE.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

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
       01  WS-RUN-INT                  PIC S9(9) COMP VALUE 0.
       01  WS-LAST-INT                 PIC S9(9) COMP VALUE 0.
       01  WS-IDLE-DAYS                PIC S9(9) COMP VALUE 0.

      * Days a credit must lie untouched, from the PARM.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-DAYS-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-MIN-IDLE-DAYS            PIC 9(4)  VALUE 30.

      * Customers in credit, found on the first pass of the master,
      * with the date of their latest movement.
       01  WS-CAND-COUNT               PIC 9(4) VALUE 0.
       01  WS-CAND-TABLE.
           05 WS-CD-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-CD-IX.
              10 WS-CD-CUST-ID         PIC 9(10).
              10 WS-CD-LAST-DATE       PIC 9(8).
       01  WS-CAND-OVERFLOW            PIC X VALUE 'N'.

      * Host variables for the installment and payee checks.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-BILLED-COUNT             PIC S9(9) USAGE COMP.
       01  WS-PAYEE-SORT               PIC X(6).
       01  WS-PAYEE-ACCOUNT            PIC X(8).
       01  WS-PAYEE-NAME               PIC X(30).
       01  WS-PAYEE-STATUS             PIC X(1).
       01  WS-PAYEE-FOUND              PIC X VALUE 'N'.

       01  WS-REFUND                   PIC 9(7)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC S9(7)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-CREDIT-COUNT          PIC 9(5) VALUE 0.
           05 WS-REFUND-COUNT          PIC 9(5) VALUE 0.
           05 WS-RECENT-COUNT          PIC 9(5) VALUE 0.
           05 WS-BILLED-HELD-COUNT     PIC 9(5) VALUE 0.
           05 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFUND-TOTAL             PIC 9(11)V99 VALUE 0.

      * Fields for one delimited refund payment instruction.
       01  WS-PAY-CUSTOMER             PIC Z(9)9.
       01  WS-PAY-POLICY               PIC Z(9)9.
       01  WS-PAY-AMOUNT               PIC Z(6)9.99.

       01  REFUND-DETAIL-LINE.
           05 RDL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-BALANCE              PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-LAST-DATE            PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-RESULT               PIC X(26).
       01  REFUND-SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'CREDIT: '.
           05 RSL-CREDIT               PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  REFUND: '.
           05 RSL-REFUNDED             PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  RECENT: '.
           05 RSL-RECENT               PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  BILLED: '.
           05 RSL-BILLED               PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  EXCEPT: '.
           05 RSL-EXCEPTIONS           PIC ZZZZ9.
       01  REFUND-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE
              'VALUE REFUND: '.
           05 RTL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-REFUND-ONE-CUSTOMER
              THRU 2000-EXIT
              VARYING WS-CD-IX FROM 1 BY 1
              UNTIL WS-CD-IX > WS-CAND-COUNT

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

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 0060-SET-POSTING-DATE
              THRU 0060-EXIT
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-DAYS-TEXT
              IF WS-DAYS-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-DAYS-TEXT)
                   TO WS-MIN-IDLE-DAYS
              END-IF
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1100-FIND-CREDIT-BALANCES
              THRU 1100-EXIT
           PERFORM 1200-NOTE-LATEST-MOVEMENTS
              THRU 1200-EXIT

           OPEN EXTEND BALANCE-JOURNAL
           OPEN EXTEND PAYMENT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT REFUND-REPORT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * First pass of the master: every customer in credit, with the  *
      * last activity the master itself records.                      *
      *----------------------------------------------------------------*
       1100-FIND-CREDIT-BALANCES.
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = "00"
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE "10" TO WS-CUSTOMER-STATUS
                 NOT AT END
                    IF CUST-BALANCE > ZEROS
                       IF WS-CAND-COUNT < 2000
                          ADD 1 TO WS-CAND-COUNT
                          SET WS-CD-IX TO WS-CAND-COUNT
                          MOVE CUST-ID TO WS-CD-CUST-ID(WS-CD-IX)
                          MOVE ZEROS   TO WS-CD-LAST-DATE(WS-CD-IX)
                          IF CUST-LAST-ACTIVITY IS NUMERIC
                             MOVE CUST-LAST-ACTIVITY
                               TO WS-CD-LAST-DATE(WS-CD-IX)
                          END-IF
                       ELSE
                          MOVE 'Y' TO WS-CAND-OVERFLOW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Not every posting program stamps CUST-LAST-ACTIVITY, so the   *
      * journal's latest line for the customer counts as well.        *
      *----------------------------------------------------------------*
       1200-NOTE-LATEST-MOVEMENTS.
           OPEN INPUT BALANCE-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ BALANCE-JOURNAL
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 1250-NOTE-ONE-MOVEMENT
                          THRU 1250-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BALANCE-JOURNAL
           .
       1200-EXIT.
           EXIT.

       1250-NOTE-ONE-MOVEMENT.
           PERFORM VARYING WS-CD-IX FROM 1 BY 1
                   UNTIL WS-CD-IX > WS-CAND-COUNT
              IF WS-CD-CUST-ID(WS-CD-IX) = JRN-CUST-ID
                 IF JRN-DATE > WS-CD-LAST-DATE(WS-CD-IX)
                    MOVE JRN-DATE TO WS-CD-LAST-DATE(WS-CD-IX)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1250-EXIT.
           EXIT.

       2000-REFUND-ONE-CUSTOMER.
           MOVE WS-CD-CUST-ID(WS-CD-IX) TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 GO TO 2000-EXIT
           END-READ
      * The refund is of the balance as it stands on the keyed read.
           IF CUST-BALANCE NOT > ZEROS
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CREDIT-COUNT
           MOVE CUST-ID      TO RDL-CUST-ID
           MOVE CUST-BALANCE TO RDL-BALANCE
           MOVE WS-CD-LAST-DATE(WS-CD-IX) TO RDL-LAST-DATE

           PERFORM 2100-CHECK-IDLE-PERIOD
              THRU 2100-EXIT
           IF WS-IDLE-DAYS < WS-MIN-IDLE-DAYS
              ADD 1 TO WS-RECENT-COUNT
              MOVE 'HELD - RECENT ACTIVITY' TO RDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE CUST-ID TO WS-CUSTOMER-NUM
           PERFORM 2200-CHECK-BILLED-INSTALLMENTS
              THRU 2200-EXIT
           IF WS-BILLED-COUNT > 0
              ADD 1 TO WS-BILLED-HELD-COUNT
              MOVE 'HELD - BILLED INSTALLMENT' TO RDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2300-READ-PAYEE-DETAILS
              THRU 2300-EXIT
           IF WS-PAYEE-FOUND = 'N'
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE CUST-ID      TO EXC-CUST-ID
              MOVE CUST-BALANCE TO EXC-BALANCE
              MOVE 'NO VERIFIED PAYEE' TO EXC-REASON
              WRITE EXCEPTION-RECORD
              MOVE 'EXCEPTION - NO PAYEE' TO RDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2400-POST-REFUND
              THRU 2400-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Days since the credit last moved. Nothing on record at all    *
      * counts as long untouched.                                     *
      *----------------------------------------------------------------*
       2100-CHECK-IDLE-PERIOD.
           MOVE 99999 TO WS-IDLE-DAYS
           IF WS-CD-LAST-DATE(WS-CD-IX) = ZEROS
              GO TO 2100-EXIT
           END-IF
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE (WS-CD-LAST-DATE(WS-CD-IX))
           COMPUTE WS-IDLE-DAYS = WS-RUN-INT - WS-LAST-INT
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A billed installment still unpaid is money the customer owes  *
      * us; the credit stays to meet it.                              *
      *----------------------------------------------------------------*
       2200-CHECK-BILLED-INSTALLMENTS.
           MOVE 0 TO WS-BILLED-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BILLED-COUNT
                 FROM INSTALLMENT I, POLICY P
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND I.STATUS = 'B'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INSTALLMENT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-READ-PAYEE-DETAILS.
           MOVE 'N' TO WS-PAYEE-FOUND
           MOVE SPACES TO WS-PAYEE-SORT WS-PAYEE-ACCOUNT
                          WS-PAYEE-NAME WS-PAYEE-STATUS
           EXEC SQL
               SELECT SORTCODE, ACCOUNTNUMBER, ACCOUNTNAME, STATUS
                 INTO :WS-PAYEE-SORT, :WS-PAYEE-ACCOUNT,
                      :WS-PAYEE-NAME, :WS-PAYEE-STATUS
                 FROM PAYEE
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE = 0 AND WS-PAYEE-STATUS = 'A'
              MOVE 'Y' TO WS-PAYEE-FOUND
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The RFND debit takes the account back to zero; the bank       *
      * instruction behind it pays the same amount out.               *
      *----------------------------------------------------------------*
       2400-POST-REFUND.
           MOVE CUST-BALANCE TO WS-REFUND
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-REFUND FROM CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-ACTIVITY
           REWRITE CUSTOMER-RECORD
              INVALID KEY
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE 'REWRITE FAILED' TO RDL-RESULT
                 PERFORM 2900-WRITE-DETAIL
                    THRU 2900-EXIT
                 GO TO 2400-EXIT
           END-REWRITE

           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'RFUND'        TO JRN-SOURCE
           MOVE CUST-ID        TO JRN-CUST-ID
           MOVE 'D'            TO JRN-DC
           MOVE 'RFND'         TO JRN-REASON
           MOVE WS-REFUND      TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD

      * Zero in the policy field marks a customer refund line -
      * the acknowledgment loader must not touch CLAIM for these.
           MOVE CUST-ID   TO WS-PAY-CUSTOMER
           MOVE ZERO      TO WS-PAY-POLICY
           MOVE WS-REFUND TO WS-PAY-AMOUNT
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-CUSTOMER) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-POLICY)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-AMOUNT)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-PAYEE-SORT                  DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-PAYEE-ACCOUNT               DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-NAME)   DELIMITED BY SIZE
              INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD

           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND TO WS-REFUND-TOTAL
           MOVE 'REFUNDED' TO RDL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2400-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE REFUND-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-CREDIT-COUNT      TO RSL-CREDIT
           MOVE WS-REFUND-COUNT      TO RSL-REFUNDED
           MOVE WS-RECENT-COUNT      TO RSL-RECENT
           MOVE WS-BILLED-HELD-COUNT TO RSL-BILLED
           MOVE WS-EXCEPTION-COUNT   TO RSL-EXCEPTIONS
           MOVE REFUND-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUND-TOTAL      TO RTL-TOTAL
           MOVE REFUND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CAND-OVERFLOW = 'Y'
              MOVE 'MORE CUSTOMERS IN CREDIT THAN ONE RUN HOLDS'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE CUSTOMER-FILE.
           CLOSE BALANCE-JOURNAL.
           CLOSE PAYMENT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE REFUND-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CAND-OVERFLOW = 'Y'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
