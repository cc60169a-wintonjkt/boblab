      ******************************************************************
      *                                                                *
      *           Endowment Policy Loan Advance and Repayment          *
      *                                                                *
      *   Lets an endowment holder borrow against the policy instead  *
      *   of surrendering it. LOANREQ.DAT carries one request per     *
      *   line:                                                       *
      *                                                                *
      *     policy(10) sp action Q/A sp amount 9(7)V99 sp date(8)     *
      *                                                                *
      *   The loan is capped at the PARM percentage (default 90) of   *
      *   the surrender value ENDSURR would pay on the request date - *
      *   the same SURRFACT.DAT bands applied to SUMASSURED, which    *
      *   carries every bonus ENDBONUS has declared on BONUSHIST -    *
      *   less whatever is already owed on the policy.                *
      *                                                                *
      *   Q quotes the amount still available. A advances the amount  *
      *   asked for, or rejects it when it is over the cap: the money *
      *   goes out as a customer payment line on PAYINSTR.DAT (zero   *
      *   policy, as a surrender), and the policy's POLLOAN row is    *
      *   opened, or topped up, at the PARM annual rate (default      *
      *   8.00).                                                      *
      *                                                                *
      *   Repayments come through cash application: a bank receipt    *
      *   referenced LOAN followed by the policy number is handed on  *
      *   in LOANRCPT.DAT instead of being credited to the premium    *
      *   account. Each is applied to interest first, then principal. *
      *   A receipt with no open loan behind it, from a customer who  *
      *   does not own the policy, or for more than is owed goes to   *
      *   RCPTSUSP.DAT for the receipts desk, like any other receipt  *
      *   cash application cannot place.                              *
      *                                                                *
      *   Interest is brought up to the run date before any movement  *
      *   so an advance or repayment never changes the balance        *
      *   interest has been running on. Every movement goes to the    *
      *   loan ledger LOANTXN.DAT, from which GLPOST books it.        *
      *                                                                *
      *   PARM: cap percentage, annual rate. Output ENDLOAN.RPT.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDLOAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO "LOANREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT FACTOR-FILE
               ASSIGN TO "SURRFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTOR-STATUS.

      *    Loan repayments cash application set aside, same layout
      *    as the bank receipts file.
           SELECT OPTIONAL REPAYMENT-FILE
               ASSIGN TO "LOANRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAYMENT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "RCPTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-FILE
               ASSIGN TO "PAYINSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-REPORT
               ASSIGN TO "ENDLOAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every
      *    other program's even when the night slips past midnight.
      *    Absent, the system clock applies as before.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 LRQ-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 LRQ-ACTION               PIC X(1).
              88 LRQ-QUOTE                VALUE 'Q'.
              88 LRQ-ADVANCE              VALUE 'A'.
           05 FILLER                   PIC X.
           05 LRQ-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 LRQ-REQUEST-DATE         PIC 9(8).

      * One factor band per line: elapsed-years low, high, and the
      * percentage of the guaranteed value payable.
       FD  FACTOR-FILE.
       01  FACTOR-RECORD.
           05 FAC-LOW-YEARS            PIC 9(2).
           05 FILLER                   PIC X.
           05 FAC-HIGH-YEARS           PIC 9(2).
           05 FILLER                   PIC X.
           05 FAC-PERCENT              PIC 9(3)V99.

      * Customer id, amount, bank reference (LOAN + policy number),
      * value date.
       FD  REPAYMENT-FILE.
       01  REPAYMENT-RECORD.
           05 RPY-CUST-ID              PIC 9(10).
           05 RPY-AMOUNT               PIC 9(7)V99.
           05 RPY-REFERENCE.
              10 RPY-REF-PREFIX        PIC X(4).
              10 RPY-REF-POLICY        PIC X(10).
              10 FILLER                PIC X(2).
           05 RPY-VALUE-DATE           PIC 9(8).

      * Unplaceable receipts, exactly as the bank sent them.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-CUST-ID              PIC 9(10).
           05 SUS-AMOUNT               PIC 9(7)V99.
           05 SUS-REFERENCE            PIC X(16).
           05 SUS-VALUE-DATE           PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(60).

      * One line per loan movement: date, type, policy, customer,
      * amount, and the debt left on the loan after it.
       FD  LOAN-LEDGER.
       01  LOAN-LEDGER-RECORD.
           05 LTX-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 LTX-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 LTX-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 LTX-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 LTX-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 LTX-DEBT-AFTER           PIC 9(9)V99.

       FD  LOAN-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQUEST-STATUS           PIC XX VALUE SPACES.
       01  WS-FACTOR-STATUS            PIC XX VALUE SPACES.
       01  WS-REPAYMENT-STATUS         PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * PARM: cap as a percentage of surrender value, and the annual
      * rate a new loan is written at.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-CAP-TEXT                 PIC X(8)  VALUE SPACES.
       01  WS-RATE-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-CAP-PCT                  PIC 9(3)V99 VALUE 90.
       01  WS-NEW-RATE                 PIC 9(3)V99 VALUE 8.

      * Host variables for the policy/endowment read.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-TERM                     PIC S9(4) USAGE COMP.
       01  WS-TERM-IND                 PIC S9(4) USAGE COMP.
       01  WS-SUMASSURED               PIC S9(9) USAGE COMP.
       01  WS-SUMASSURED-IND           PIC S9(4) USAGE COMP.

      * Host variables for the policy's loan row.
       01  WS-LOAN-CUSTOMER            PIC S9(9) USAGE COMP.
       01  WS-LOAN-RATE                PIC S9(3)V99 USAGE COMP-3.
       01  WS-LOAN-PRINCIPAL           PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-ACCRUED-ISO         PIC X(10).
       01  WS-LOAN-STATUS              PIC X(1).
           88 LOAN-OPEN                           VALUE 'O'.
       01  WS-LOAN-FOUND               PIC X VALUE "N".

      * Loan arithmetic.
       01  WS-LOAN-DEBT                PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUAL                  PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUED-DAYS             PIC S9(7) COMP VALUE 0.
       01  WS-ACCRUED-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-LOAN-CAP                 PIC 9(9)V99 VALUE 0.
       01  WS-AVAILABLE                PIC 9(9)V99 VALUE 0.
       01  WS-MOVEMENT                 PIC 9(9)V99 VALUE 0.
       01  WS-INTEREST-PART            PIC 9(9)V99 VALUE 0.
       01  WS-LEDGER-TYPE              PIC X(4) VALUE SPACES.
       01  WS-LEDGER-CUSTOMER          PIC S9(9) USAGE COMP VALUE 0.

      * Surrender arithmetic, as ENDSURR.
       01  WS-ISSUE-YYYY               PIC 9(4) VALUE 0.
       01  WS-REQUEST-YYYY             PIC 9(4) VALUE 0.
       01  WS-ELAPSED-YEARS            PIC S9(4) COMP VALUE 0.
       01  WS-GUARANTEED               PIC 9(9)V99 VALUE 0.
       01  WS-FACTOR-PCT               PIC 9(3)V99 VALUE 0.
       01  WS-SURRENDER-VALUE          PIC 9(9)V99 VALUE 0.
       01  WS-FACTOR-FOUND             PIC X VALUE "N".

      * Factor bands, loaded once from FACTOR-FILE.
       01  WS-FAC-COUNT                PIC 9(2) VALUE 0.
       01  WS-FAC-TABLE.
           05 WS-FAC-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-FC-IX.
              10 WS-FC-LOW             PIC 9(2).
              10 WS-FC-HIGH            PIC 9(2).
              10 WS-FC-PCT             PIC 9(3)V99.

       01  WS-COUNTS.
           05 WS-REQUESTS-READ         PIC 9(5) VALUE 0.
           05 WS-QUOTED-COUNT          PIC 9(5) VALUE 0.
           05 WS-ADVANCED-COUNT        PIC 9(5) VALUE 0.
           05 WS-REPAID-COUNT          PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
           05 WS-SUSPENSE-COUNT        PIC 9(5) VALUE 0.
       01  WS-ADVANCED-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-REPAID-TOTAL             PIC 9(11)V99 VALUE 0.

      * Fields for one delimited payment instruction.
       01  WS-PAY-CUSTOMER             PIC Z(9)9.
       01  WS-PAY-POLICY               PIC Z(9)9.
       01  WS-PAY-AMOUNT               PIC Z(6)9.99.

       01  LOAN-DETAIL-LINE.
           05 LDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 LDL-ACTION               PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 LDL-AVAILABLE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 LDL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 LDL-DEBT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 LDL-RESULT               PIC X(20).
       01  LOAN-SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'QUOTED: '.
           05 LSL-QUOTED               PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  ADVANCED:'.
           05 LSL-ADVANCED             PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  REPAID:'.
           05 LSL-REPAID               PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  REJECTS:'.
           05 LSL-REJECTS              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  SUSPENSE:'.
           05 LSL-SUSPENSE             PIC ZZZZ9.
       01  LOAN-TOTAL-LINE.
           05 FILLER                   PIC X(8)  VALUE 'LENT:   '.
           05 LTL-ADVANCED             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE '  REPAID:   '.
           05 LTL-REPAID               PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-REQUEST-STATUS NOT = "00"
              READ REQUEST-FILE
                 AT END MOVE "10" TO WS-REQUEST-STATUS
                 NOT AT END
                    ADD 1 TO WS-REQUESTS-READ
                    PERFORM 2000-WORK-ONE-REQUEST
                       THRU 2000-EXIT
              END-READ
           END-PERFORM

           PERFORM 3000-APPLY-REPAYMENTS
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
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE-ISO
           END-STRING

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-CAP-TEXT WS-RATE-TEXT
              IF WS-CAP-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-CAP-TEXT) TO WS-CAP-PCT
              END-IF
              IF WS-RATE-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-RATE-TEXT) TO WS-NEW-RATE
              END-IF
           END-IF

           OPEN INPUT REQUEST-FILE
           PERFORM 1100-LOAD-FACTORS
              THRU 1100-EXIT
           OPEN EXTEND PAYMENT-FILE
           OPEN EXTEND LOAN-LEDGER
           OPEN EXTEND SUSPENSE-FILE
           OPEN OUTPUT LOAN-REPORT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No factors means no surrender value and so no cap - a         *
      * missing file is a hard stop, as it is for ENDSURR.            *
      *----------------------------------------------------------------*
       1100-LOAD-FACTORS.
           OPEN INPUT FACTOR-FILE
           IF WS-FACTOR-STATUS NOT = "00"
              DISPLAY '1100-LOAD-FACTORS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-FACTOR-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-FACTOR-STATUS NOT = "00"
              READ FACTOR-FILE
                 AT END MOVE "10" TO WS-FACTOR-STATUS
                 NOT AT END
                    IF WS-FAC-COUNT < 20
                       ADD 1 TO WS-FAC-COUNT
                       SET WS-FC-IX TO WS-FAC-COUNT
                       MOVE FAC-LOW-YEARS  TO WS-FC-LOW(WS-FC-IX)
                       MOVE FAC-HIGH-YEARS TO WS-FC-HIGH(WS-FC-IX)
                       MOVE FAC-PERCENT    TO WS-FC-PCT(WS-FC-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACTOR-FILE
           .
       1100-EXIT.
           EXIT.

       2000-WORK-ONE-REQUEST.
           MOVE LRQ-POLICY-NUM TO WS-POLICY-NUM LDL-POLICY-NUM
           MOVE LRQ-ACTION     TO LDL-ACTION
           MOVE ZEROS TO LDL-AVAILABLE LDL-AMOUNT LDL-DEBT

           EXEC SQL
               SELECT P.CUSTOMERNUMBER, CHAR(P.ISSUEDATE, ISO),
                      E.TERM, E.SUMASSURED
                 INTO :WS-CUSTOMER-NUM, :WS-ISSUE-DATE,
                      :WS-TERM :WS-TERM-IND,
                      :WS-SUMASSURED :WS-SUMASSURED-IND
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOT AN ENDOWMENT' TO LDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF WS-TERM-IND < 0 OR WS-TERM <= 0
              OR WS-SUMASSURED-IND < 0 OR WS-SUMASSURED <= 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO TERM OR SUM ASSD' TO LDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COMPUTE-SURRENDER-VALUE
              THRU 2100-EXIT
           IF WS-FACTOR-FOUND = "N"
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO FACTOR FOR ELAPSED' TO LDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-READ-LOAN
              THRU 2200-EXIT
           PERFORM 2300-ACCRUE-TO-DATE
              THRU 2300-EXIT

           COMPUTE WS-LOAN-CAP ROUNDED =
               WS-SURRENDER-VALUE * WS-CAP-PCT / 100
           IF WS-LOAN-CAP > WS-LOAN-DEBT
              COMPUTE WS-AVAILABLE = WS-LOAN-CAP - WS-LOAN-DEBT
           ELSE
              MOVE 0 TO WS-AVAILABLE
           END-IF
           MOVE WS-AVAILABLE TO LDL-AVAILABLE
           MOVE WS-LOAN-DEBT TO LDL-DEBT

           EVALUATE TRUE
              WHEN LRQ-QUOTE
                 ADD 1 TO WS-QUOTED-COUNT
                 MOVE 'QUOTED' TO LDL-RESULT
              WHEN LRQ-ADVANCE
                 MOVE LRQ-AMOUNT TO LDL-AMOUNT
                 IF LRQ-AMOUNT NOT NUMERIC OR LRQ-AMOUNT = 0
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'NO AMOUNT' TO LDL-RESULT
                 ELSE
                    IF LRQ-AMOUNT > WS-AVAILABLE
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'OVER LOAN CAP' TO LDL-RESULT
                    ELSE
                       PERFORM 2500-ADVANCE-LOAN
                          THRU 2500-EXIT
                       MOVE WS-LOAN-DEBT TO LDL-DEBT
                       MOVE 'ADVANCED' TO LDL-RESULT
                    END-IF
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'BAD ACTION CODE' TO LDL-RESULT
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ENDSURR's valuation: the guaranteed value accrues by elapsed  *
      * whole years over the term, and the band factor takes the      *
      * surrender penalty off.                                        *
      *----------------------------------------------------------------*
       2100-COMPUTE-SURRENDER-VALUE.
           MOVE FUNCTION NUMVAL (WS-ISSUE-DATE(1:4))
             TO WS-ISSUE-YYYY
           COMPUTE WS-REQUEST-YYYY = LRQ-REQUEST-DATE / 10000
           COMPUTE WS-ELAPSED-YEARS =
               WS-REQUEST-YYYY - WS-ISSUE-YYYY
           IF WS-ELAPSED-YEARS < 0
              MOVE 0 TO WS-ELAPSED-YEARS
           END-IF
           IF WS-ELAPSED-YEARS > WS-TERM
              MOVE WS-TERM TO WS-ELAPSED-YEARS
           END-IF
           COMPUTE WS-GUARANTEED ROUNDED =
               WS-SUMASSURED * WS-ELAPSED-YEARS / WS-TERM

           MOVE "N" TO WS-FACTOR-FOUND
           MOVE 0 TO WS-FACTOR-PCT
           PERFORM VARYING WS-FC-IX FROM 1 BY 1
                   UNTIL WS-FC-IX > WS-FAC-COUNT
              IF WS-ELAPSED-YEARS >= WS-FC-LOW(WS-FC-IX)
                 AND WS-ELAPSED-YEARS <= WS-FC-HIGH(WS-FC-IX)
                 MOVE "Y" TO WS-FACTOR-FOUND
                 MOVE WS-FC-PCT(WS-FC-IX) TO WS-FACTOR-PCT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           COMPUTE WS-SURRENDER-VALUE ROUNDED =
               WS-GUARANTEED * WS-FACTOR-PCT / 100
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy's loan row, if it has ever had one. A cleared row  *
      * stays on file with status C and nothing owed.                 *
      *----------------------------------------------------------------*
       2200-READ-LOAN.
           MOVE "N" TO WS-LOAN-FOUND
           MOVE 0 TO WS-LOAN-DEBT
           EXEC SQL
               SELECT CUSTOMERNUMBER, RATE, PRINCIPAL, INTEREST,
                      CHAR(LASTACCRUED, ISO), STATUS
                 INTO :WS-LOAN-CUSTOMER, :WS-LOAN-RATE,
                      :WS-LOAN-PRINCIPAL, :WS-LOAN-INTEREST,
                      :WS-LOAN-ACCRUED-ISO, :WS-LOAN-STATUS
                 FROM POLLOAN
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE "Y" TO WS-LOAN-FOUND
                 IF LOAN-OPEN
                    COMPUTE WS-LOAN-DEBT =
                        WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Simple interest on the whole debt, principal and interest     *
      * already added, for the days since it was last brought up to   *
      * date - so each accrual compounds the last.                    *
      *----------------------------------------------------------------*
       2300-ACCRUE-TO-DATE.
           IF WS-LOAN-FOUND = "N" OR NOT LOAN-OPEN
              GO TO 2300-EXIT
           END-IF
           MOVE ZEROS TO WS-ACCRUED-DATE-NUM
           STRING WS-LOAN-ACCRUED-ISO (1:4) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (6:2) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (9:2) DELIMITED BY SIZE
               INTO WS-ACCRUED-DATE-NUM
           END-STRING
           COMPUTE WS-ACCRUED-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-ACCRUED-DATE-NUM)
           IF WS-ACCRUED-DAYS <= 0
              GO TO 2300-EXIT
           END-IF
           COMPUTE WS-ACCRUAL ROUNDED =
               WS-LOAN-DEBT * WS-LOAN-RATE / 100
                            * WS-ACCRUED-DAYS / 365
           ADD WS-ACCRUAL TO WS-LOAN-INTEREST WS-LOAN-DEBT

           EXEC SQL
               UPDATE POLLOAN
                  SET INTEREST    = :WS-LOAN-INTEREST,
                      LASTACCRUED = :WS-RUN-DATE-ISO
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-ACCRUAL > 0
              MOVE 'INTR' TO WS-LEDGER-TYPE
              MOVE WS-ACCRUAL TO WS-MOVEMENT
              MOVE WS-LOAN-CUSTOMER TO WS-LEDGER-CUSTOMER
              PERFORM 2800-WRITE-LEDGER
                 THRU 2800-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The advance goes out as a customer payment and opens the      *
      * loan, or adds to an open one at the rate it already carries.  *
      *----------------------------------------------------------------*
       2500-ADVANCE-LOAN.
           MOVE LRQ-AMOUNT TO WS-MOVEMENT
           EVALUATE TRUE
              WHEN WS-LOAN-FOUND = "N"
                 MOVE WS-NEW-RATE TO WS-LOAN-RATE
                 MOVE WS-MOVEMENT TO WS-LOAN-PRINCIPAL
                 EXEC SQL
                     INSERT INTO POLLOAN
                            (POLICYNUMBER, CUSTOMERNUMBER, STARTDATE,
                             RATE, PRINCIPAL, INTEREST, LASTACCRUED,
                             STATUS)
                     VALUES (:WS-POLICY-NUM, :WS-CUSTOMER-NUM,
                             :WS-RUN-DATE-ISO, :WS-LOAN-RATE,
                             :WS-LOAN-PRINCIPAL, 0,
                             :WS-RUN-DATE-ISO, 'O')
                 END-EXEC
              WHEN LOAN-OPEN
                 EXEC SQL
                     UPDATE POLLOAN
                        SET PRINCIPAL = PRINCIPAL + :WS-MOVEMENT
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
              WHEN OTHER
                 MOVE WS-NEW-RATE TO WS-LOAN-RATE
                 MOVE WS-MOVEMENT TO WS-LOAN-PRINCIPAL
                 EXEC SQL
                     UPDATE POLLOAN
                        SET CUSTOMERNUMBER = :WS-CUSTOMER-NUM,
                            STARTDATE      = :WS-RUN-DATE-ISO,
                            RATE           = :WS-LOAN-RATE,
                            PRINCIPAL      = :WS-LOAN-PRINCIPAL,
                            INTEREST       = 0,
                            LASTACCRUED    = :WS-RUN-DATE-ISO,
                            STATUS         = 'O'
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON LOAN ADVANCE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           ADD WS-MOVEMENT TO WS-LOAN-DEBT
           ADD 1 TO WS-ADVANCED-COUNT
           ADD WS-MOVEMENT TO WS-ADVANCED-TOTAL

      * Zero in the policy field marks a customer payment line -
      * the acknowledgment loader must not touch CLAIM for these.
           MOVE WS-CUSTOMER-NUM TO WS-PAY-CUSTOMER
           MOVE ZERO            TO WS-PAY-POLICY
           MOVE WS-MOVEMENT     TO WS-PAY-AMOUNT
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-CUSTOMER) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-POLICY)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-AMOUNT)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
              INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD

           MOVE 'ADVC' TO WS-LEDGER-TYPE
           MOVE WS-CUSTOMER-NUM TO WS-LEDGER-CUSTOMER
           PERFORM 2800-WRITE-LEDGER
              THRU 2800-EXIT
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One loan ledger line for WS-MOVEMENT, of the type and for     *
      * the customer the caller has set.                              *
      *----------------------------------------------------------------*
       2800-WRITE-LEDGER.
           MOVE SPACES TO LOAN-LEDGER-RECORD
           MOVE WS-RUN-DATE   TO LTX-DATE
           MOVE WS-LEDGER-TYPE     TO LTX-TYPE
           MOVE WS-LEDGER-CUSTOMER TO LTX-CUSTOMER-NUM
           MOVE WS-POLICY-NUM TO LTX-POLICY-NUM
           MOVE WS-MOVEMENT   TO LTX-AMOUNT
           MOVE WS-LOAN-DEBT  TO LTX-DEBT-AFTER
           WRITE LOAN-LEDGER-RECORD
           .
       2800-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE LOAN-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The repayments cash application handed on. Once applied or    *
      * suspended they are done with, so the file is emptied for the  *
      * next day's receipts.                                          *
      *----------------------------------------------------------------*
       3000-APPLY-REPAYMENTS.
           OPEN INPUT REPAYMENT-FILE
           IF WS-REPAYMENT-STATUS NOT = "00"
              CLOSE REPAYMENT-FILE
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL WS-REPAYMENT-STATUS NOT = "00"
              READ REPAYMENT-FILE
                 AT END MOVE "10" TO WS-REPAYMENT-STATUS
                 NOT AT END
                    PERFORM 3100-APPLY-ONE-REPAYMENT
                       THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE REPAYMENT-FILE
           OPEN OUTPUT REPAYMENT-FILE
           CLOSE REPAYMENT-FILE
           .
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-REPAYMENT.
           MOVE 'R' TO LDL-ACTION
           MOVE ZEROS TO LDL-POLICY-NUM LDL-AVAILABLE LDL-DEBT
           MOVE RPY-AMOUNT TO LDL-AMOUNT
           IF RPY-REF-POLICY NOT NUMERIC
              MOVE 'NO POLICY IN REF' TO LDL-RESULT
              PERFORM 3300-SUSPEND-REPAYMENT
                 THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF
           MOVE RPY-REF-POLICY TO WS-POLICY-NUM
           MOVE WS-POLICY-NUM  TO LDL-POLICY-NUM

           PERFORM 2200-READ-LOAN
              THRU 2200-EXIT
           IF WS-LOAN-FOUND = "N" OR NOT LOAN-OPEN
              MOVE 'NO OPEN LOAN' TO LDL-RESULT
              PERFORM 3300-SUSPEND-REPAYMENT
                 THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF
           IF RPY-CUST-ID NOT = WS-LOAN-CUSTOMER
              MOVE 'NOT THE BORROWER' TO LDL-RESULT
              PERFORM 3300-SUSPEND-REPAYMENT
                 THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF

           PERFORM 2300-ACCRUE-TO-DATE
              THRU 2300-EXIT
           IF RPY-AMOUNT > WS-LOAN-DEBT
              MOVE WS-LOAN-DEBT TO LDL-DEBT
              MOVE 'MORE THAN OWED' TO LDL-RESULT
              PERFORM 3300-SUSPEND-REPAYMENT
                 THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF

           PERFORM 3200-REDUCE-LOAN
              THRU 3200-EXIT
           ADD 1 TO WS-REPAID-COUNT
           ADD RPY-AMOUNT TO WS-REPAID-TOTAL
           MOVE WS-LOAN-DEBT TO LDL-DEBT
           IF LOAN-OPEN
              MOVE 'REPAID' TO LDL-RESULT
           ELSE
              MOVE 'REPAID - CLEARED' TO LDL-RESULT
           END-IF
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Interest first, then principal; a loan repaid to nothing is   *
      * cleared.                                                      *
      *----------------------------------------------------------------*
       3200-REDUCE-LOAN.
           MOVE RPY-AMOUNT TO WS-MOVEMENT
           IF WS-MOVEMENT > WS-LOAN-INTEREST
              MOVE WS-LOAN-INTEREST TO WS-INTEREST-PART
           ELSE
              MOVE WS-MOVEMENT TO WS-INTEREST-PART
           END-IF
           SUBTRACT WS-INTEREST-PART FROM WS-LOAN-INTEREST
           COMPUTE WS-LOAN-PRINCIPAL =
               WS-LOAN-PRINCIPAL - (WS-MOVEMENT - WS-INTEREST-PART)
           SUBTRACT WS-MOVEMENT FROM WS-LOAN-DEBT
           IF WS-LOAN-DEBT = 0
              MOVE 'C' TO WS-LOAN-STATUS
           END-IF
           EXEC SQL
               UPDATE POLLOAN
                  SET PRINCIPAL = :WS-LOAN-PRINCIPAL,
                      INTEREST  = :WS-LOAN-INTEREST,
                      STATUS    = :WS-LOAN-STATUS
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'RPAY' TO WS-LEDGER-TYPE
           MOVE WS-LOAN-CUSTOMER TO WS-LEDGER-CUSTOMER
           PERFORM 2800-WRITE-LEDGER
              THRU 2800-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-SUSPEND-REPAYMENT.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE RPY-CUST-ID    TO SUS-CUST-ID
           MOVE RPY-AMOUNT     TO SUS-AMOUNT
           MOVE RPY-REFERENCE  TO SUS-REFERENCE
           MOVE RPY-VALUE-DATE TO SUS-VALUE-DATE
           WRITE SUSPENSE-RECORD
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       3300-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-QUOTED-COUNT   TO LSL-QUOTED
           MOVE WS-ADVANCED-COUNT TO LSL-ADVANCED
           MOVE WS-REPAID-COUNT   TO LSL-REPAID
           MOVE WS-REJECT-COUNT   TO LSL-REJECTS
           MOVE WS-SUSPENSE-COUNT TO LSL-SUSPENSE
           MOVE LOAN-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADVANCED-TOTAL TO LTL-ADVANCED
           MOVE WS-REPAID-TOTAL   TO LTL-REPAID
           MOVE LOAN-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE REQUEST-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE LOAN-LEDGER.
           CLOSE SUSPENSE-FILE.
           CLOSE LOAN-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-SUSPENSE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
