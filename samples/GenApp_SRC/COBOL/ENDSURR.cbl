      *   the bank interface transmits the money and GLPOST books     *
      *   the ledger lines.                                           *
      *                                                                *
      *   A policy loan is repaid out of the proceeds: the quote      *
      *   shows the debt with interest to the request date, and the   *
      *   settlement pays out only what is left, clearing the POLLOAN *
      *   row and writing the interest and the offset to the loan     *
      *   ledger LOANTXN.DAT. Debt the surrender value cannot cover   *
      *   is written off there, since the policy it was lent on is    *
      *   gone.                                                       *
      *                                                                *
      *   A managed-fund endowment holding units is valued on its     *
      *   units instead: guaranteed = UNITS * the fund's latest price *
      *   on FUNDPRC.DAT, before the same penalty factor. Settlement  *
      *   sells the whole holding, writing the sale to the unit       *
      *   ledger UNITTXN.DAT, and the UNITHOLD row ends with the      *
      *   policy.                                                     *
      *                                                                *
      *   Each surrendered policy has its last version saved through  *
      *   POLVERS before its rows are deleted.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDSURR.
               ASSIGN TO "ENDSURR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Daily fund prices for managed-fund policies. Absent, a
      *    policy holding units cannot be valued and is rejected.
           SELECT OPTIONAL PRICE-FILE
               ASSIGN TO "FUNDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT OPTIONAL UNIT-LEDGER
               ASSIGN TO "UNITTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every
       FD  SURRENDER-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Same layout ENDLOAN writes.
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

      * Same layout FUNDDEAL reads.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 FPR-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 FPR-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 FPR-PRICE                PIC 9(5)V9(4).

      * Same layout FUNDDEAL writes.
       FD  UNIT-LEDGER.
       01  UNIT-LEDGER-RECORD.
           05 UTX-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 UTX-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 UTX-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 UTX-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 UTX-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 UTX-PRICE                PIC 9(5)V9(4).
           05 FILLER                   PIC X.
           05 UTX-UNITS                PIC 9(9)V9(4).
           05 FILLER                   PIC X.
           05 UTX-UNITS-AFTER          PIC 9(9)V9(4).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).
               INCLUDE SQLCA
           END-EXEC.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-REQUEST-STATUS           PIC XX VALUE SPACES.
       01  WS-FACTOR-STATUS            PIC XX VALUE SPACES.
       01  WS-PRICE-STATUS             PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * Host variables for the policy/endowment read.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-TERM-IND                 PIC S9(4) USAGE COMP.
       01  WS-SUMASSURED               PIC S9(9) USAGE COMP.
       01  WS-SUMASSURED-IND           PIC S9(4) USAGE COMP.
       01  WS-MANAGEDFUND              PIC X(1).
       01  WS-MANAGEDFUND-IND          PIC S9(4) USAGE COMP.

      * Host variables for a managed-fund unit holding, and its value
      * at the fund's latest price.
       01  WS-HOLD-FUND                PIC X(10).
       01  WS-HOLD-UNITS               PIC S9(9)V9(4) USAGE COMP-3.
       01  WS-UNIT-VALUED              PIC X VALUE "N".
       01  WS-UNIT-VALUE               PIC 9(9)V99 VALUE 0.

      * Fund prices in force at the run date, loaded once.
       01  WS-FPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-FPR-TABLE.
           05 WS-FPR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-FP-IX.
              10 WS-FP-FUND            PIC X(10).
              10 WS-FP-DATE            PIC 9(8).
              10 WS-FP-PRICE           PIC 9(5)V9(4).
       01  WS-PRICE-FOUND              PIC X VALUE "N".
       01  WS-FUND-PRICE               PIC 9(5)V9(4) VALUE 0.

      * Surrender arithmetic.
       01  WS-ISSUE-YYYY               PIC 9(4) VALUE 0.
       01  WS-SURRENDER-VALUE          PIC 9(9)V99 VALUE 0.
       01  WS-FACTOR-FOUND             PIC X VALUE "N".

      * Host variables for the policy's open loan, if any.
       01  WS-LOAN-RATE                PIC S9(3)V99 USAGE COMP-3.
       01  WS-LOAN-PRINCIPAL           PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-ACCRUED-ISO         PIC X(10).

      * Loan arithmetic: debt to the request date, and how it is met.
       01  WS-LOAN-FOUND               PIC X VALUE "N".
       01  WS-LOAN-DEBT                PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUAL                  PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUED-DAYS             PIC S9(7) COMP VALUE 0.
       01  WS-ACCRUED-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-LOAN-OFFSET              PIC 9(9)V99 VALUE 0.
       01  WS-LOAN-SHORTFALL           PIC 9(9)V99 VALUE 0.
       01  WS-NET-PROCEEDS             PIC 9(9)V99 VALUE 0.

      * Factor bands, loaded once from FACTOR-FILE.
       01  WS-FAC-COUNT                PIC 9(2) VALUE 0.
       01  WS-FAC-TABLE.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-ACTION               PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-GUARANTEED           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-VALUE                PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-LOAN                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-RESULT               PIC X(24).
       01  SURRENDER-SUMMARY-LINE.
       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
           END-IF
           PERFORM 1100-LOAD-FACTORS
              THRU 1100-EXIT
           PERFORM 1200-LOAD-PRICES
              THRU 1200-EXIT
           OPEN EXTEND PAYMENT-FILE
           OPEN EXTEND LOAN-LEDGER
           OPEN EXTEND UNIT-LEDGER
           OPEN OUTPUT SURRENDER-REPORT
           .
       1000-EXIT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each fund keeps the latest price dated on or before the run   *
      * date, as FUNDDEAL deals at.                                   *
      *----------------------------------------------------------------*
       1200-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
              READ PRICE-FILE
                 AT END MOVE "10" TO WS-PRICE-STATUS
                 NOT AT END
                    IF FPR-DATE <= WS-RUN-DATE
                       AND FPR-PRICE > 0
                       PERFORM 1250-KEEP-PRICE
                          THRU 1250-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRICE-FILE
           .
       1200-EXIT.
           EXIT.

       1250-KEEP-PRICE.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = FPR-FUND-NAME
                 IF FPR-DATE >= WS-FP-DATE(WS-FP-IX)
                    MOVE FPR-DATE  TO WS-FP-DATE(WS-FP-IX)
                    MOVE FPR-PRICE TO WS-FP-PRICE(WS-FP-IX)
                 END-IF
                 GO TO 1250-EXIT
              END-IF
           END-PERFORM
           IF WS-FPR-COUNT < 100
              ADD 1 TO WS-FPR-COUNT
              SET WS-FP-IX TO WS-FPR-COUNT
              MOVE FPR-FUND-NAME TO WS-FP-FUND(WS-FP-IX)
              MOVE FPR-DATE      TO WS-FP-DATE(WS-FP-IX)
              MOVE FPR-PRICE     TO WS-FP-PRICE(WS-FP-IX)
           END-IF
           .
       1250-EXIT.
           EXIT.

       2000-WORK-ONE-REQUEST.
           MOVE SRQ-POLICY-NUM TO WS-POLICY-NUM SDL-POLICY-NUM
           MOVE SRQ-ACTION     TO SDL-ACTION
           MOVE ZEROS TO SDL-GUARANTEED SDL-VALUE SDL-LOAN

           EXEC SQL
               SELECT P.CUSTOMERNUMBER, CHAR(P.ISSUEDATE, ISO),
                      E.TERM, E.SUMASSURED, E.MANAGEDFUND
                 INTO :WS-CUSTOMER-NUM, :WS-ISSUE-DATE,
                      :WS-TERM :WS-TERM-IND,
                      :WS-SUMASSURED :WS-SUMASSURED-IND,
                      :WS-MANAGEDFUND :WS-MANAGEDFUND-IND
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYNUMBER = :WS-POLICY-NUM
              GO TO 2000-EXIT
           END-IF

           PERFORM 2050-VALUE-UNIT-HOLDING
              THRU 2050-EXIT
           IF WS-UNIT-VALUED = "Y" AND WS-PRICE-FOUND = "N"
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO FUND PRICE' TO SDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COMPUTE-SURRENDER-VALUE
              THRU 2100-EXIT
           IF WS-FACTOR-FOUND = "N"
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-READ-LOAN
              THRU 2200-EXIT

           MOVE WS-GUARANTEED      TO SDL-GUARANTEED
           MOVE WS-SURRENDER-VALUE TO SDL-VALUE
           MOVE WS-LOAN-DEBT       TO SDL-LOAN
           EVALUATE TRUE
              WHEN SRQ-QUOTE
                 ADD 1 TO WS-QUOTED-COUNT
                 IF WS-UNIT-VALUED = "Y"
                    MOVE 'QUOTED - UNIT VALUE' TO SDL-RESULT
                 ELSE
                    MOVE 'QUOTED' TO SDL-RESULT
                 END-IF
              WHEN SRQ-SETTLE
                 PERFORM 2500-SETTLE-SURRENDER
                    THRU 2500-EXIT
                 IF WS-LOAN-FOUND = "Y"
                    MOVE 'SETTLED - LOAN REPAID' TO SDL-RESULT
                 ELSE
                    MOVE 'SETTLED - POLICY ENDED' TO SDL-RESULT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'BAD ACTION CODE' TO SDL-RESULT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A managed-fund policy with units on UNITHOLD is valued on     *
      * them at the fund's price; one with none yet falls back to     *
      * the straight-line guarantee.                                  *
      *----------------------------------------------------------------*
       2050-VALUE-UNIT-HOLDING.
           MOVE "N" TO WS-UNIT-VALUED WS-PRICE-FOUND
           MOVE 0 TO WS-UNIT-VALUE WS-FUND-PRICE
           IF WS-MANAGEDFUND-IND < 0 OR WS-MANAGEDFUND NOT = 'Y'
              GO TO 2050-EXIT
           END-IF
           EXEC SQL
               SELECT FUNDNAME, UNITS
                 INTO :WS-HOLD-FUND, :WS-HOLD-UNITS
                 FROM UNITHOLD
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND UNITS > 0
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE "Y" TO WS-UNIT-VALUED
              WHEN 100
                 GO TO 2050-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = WS-HOLD-FUND
                 MOVE "Y" TO WS-PRICE-FOUND
                 MOVE WS-FP-PRICE(WS-FP-IX) TO WS-FUND-PRICE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           COMPUTE WS-UNIT-VALUE ROUNDED =
               WS-HOLD-UNITS * WS-FUND-PRICE
           .
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Guaranteed value accrues by elapsed whole years over the      *
      * term, capped at the full sum assured - or, for a unit-valued  *
      * policy, is the value of its units; the band factor takes the  *
      * surrender penalty off.                                        *
      *----------------------------------------------------------------*
       2100-COMPUTE-SURRENDER-VALUE.
           MOVE FUNCTION NUMVAL (WS-ISSUE-DATE(1:4))
           IF WS-ELAPSED-YEARS > WS-TERM
              MOVE WS-TERM TO WS-ELAPSED-YEARS
           END-IF
           IF WS-UNIT-VALUED = "Y"
              MOVE WS-UNIT-VALUE TO WS-GUARANTEED
           ELSE
              COMPUTE WS-GUARANTEED ROUNDED =
                  WS-SUMASSURED * WS-ELAPSED-YEARS / WS-TERM
           END-IF

           MOVE "N" TO WS-FACTOR-FOUND
           MOVE 0 TO WS-FACTOR-PCT
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An open policy loan and its debt at the request date: the     *
      * interest since it was last brought up to date is added here,  *
      * at the loan's own rate, but only booked if the surrender      *
      * settles.                                                      *
      *----------------------------------------------------------------*
       2200-READ-LOAN.
           MOVE "N" TO WS-LOAN-FOUND
           MOVE 0 TO WS-LOAN-DEBT WS-ACCRUAL
           EXEC SQL
               SELECT RATE, PRINCIPAL, INTEREST,
                      CHAR(LASTACCRUED, ISO)
                 INTO :WS-LOAN-RATE, :WS-LOAN-PRINCIPAL,
                      :WS-LOAN-INTEREST, :WS-LOAN-ACCRUED-ISO
                 FROM POLLOAN
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE "Y" TO WS-LOAN-FOUND
              WHEN 100
                 GO TO 2200-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           COMPUTE WS-LOAN-DEBT = WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST

           MOVE ZEROS TO WS-ACCRUED-DATE-NUM
           STRING WS-LOAN-ACCRUED-ISO (1:4) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (6:2) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (9:2) DELIMITED BY SIZE
               INTO WS-ACCRUED-DATE-NUM
           END-STRING
           COMPUTE WS-ACCRUED-DAYS =
               FUNCTION INTEGER-OF-DATE (SRQ-REQUEST-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-ACCRUED-DATE-NUM)
           IF WS-ACCRUED-DAYS > 0
              COMPUTE WS-ACCRUAL ROUNDED =
                  WS-LOAN-DEBT * WS-LOAN-RATE / 100
                               * WS-ACCRUED-DAYS / 365
              ADD WS-ACCRUAL TO WS-LOAN-DEBT
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Acceptance: the proceeds go out through the bank instruction  *
      * file and the policy ends, product row first then the policy   *
      *----------------------------------------------------------------*
       2500-SETTLE-SURRENDER.
           ADD 1 TO WS-SETTLED-COUNT
           MOVE WS-SURRENDER-VALUE TO WS-NET-PROCEEDS
           IF WS-LOAN-FOUND = "Y"
              PERFORM 2600-REPAY-LOAN
                 THRU 2600-EXIT
           END-IF
           ADD WS-NET-PROCEEDS TO WS-SETTLED-TOTAL

      * A loan that took the whole value leaves nothing to send.
           IF WS-NET-PROCEEDS = 0
              GO TO 2500-DELETE-POLICY
           END-IF
      * Zero in the policy field marks a customer refund line -
      * the acknowledgment loader must not touch CLAIM for these.
           MOVE WS-CUSTOMER-NUM    TO WS-PAY-CUSTOMER
           MOVE ZERO               TO WS-PAY-POLICY
           MOVE WS-NET-PROCEEDS    TO WS-PAY-AMOUNT
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-CUSTOMER) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
              INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           .
       2500-DELETE-POLICY.
           MOVE 'D'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'ENDSURR'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-UNIT-VALUED = "Y"
              PERFORM 2700-SELL-UNITS
                 THRU 2700-EXIT
           END-IF
           EXEC SQL
               DELETE FROM UNITHOLD
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON DELETE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               DELETE FROM ENDOWMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The loan is repaid first out of the surrender value. The      *
      * interest to date, the offset and any shortfall written off    *
      * go to the loan ledger, and the loan is cleared.               *
      *----------------------------------------------------------------*
       2600-REPAY-LOAN.
           IF WS-LOAN-DEBT > WS-SURRENDER-VALUE
              MOVE WS-SURRENDER-VALUE TO WS-LOAN-OFFSET
              COMPUTE WS-LOAN-SHORTFALL =
                  WS-LOAN-DEBT - WS-SURRENDER-VALUE
           ELSE
              MOVE WS-LOAN-DEBT TO WS-LOAN-OFFSET
              MOVE 0 TO WS-LOAN-SHORTFALL
           END-IF
           SUBTRACT WS-LOAN-OFFSET FROM WS-NET-PROCEEDS

           EXEC SQL
               UPDATE POLLOAN
                  SET PRINCIPAL   = 0,
                      INTEREST    = 0,
                      LASTACCRUED = :WS-RUN-DATE-ISO,
                      STATUS      = 'C'
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO LOAN-LEDGER-RECORD
           MOVE WS-RUN-DATE     TO LTX-DATE
           MOVE WS-POLICY-NUM   TO LTX-POLICY-NUM
           MOVE WS-CUSTOMER-NUM TO LTX-CUSTOMER-NUM
           IF WS-ACCRUAL > 0
              MOVE 'INTR'       TO LTX-TYPE
              MOVE WS-ACCRUAL   TO LTX-AMOUNT
              MOVE WS-LOAN-DEBT TO LTX-DEBT-AFTER
              WRITE LOAN-LEDGER-RECORD
           END-IF
           IF WS-LOAN-OFFSET > 0
              MOVE 'SOFF'            TO LTX-TYPE
              MOVE WS-LOAN-OFFSET    TO LTX-AMOUNT
              MOVE WS-LOAN-SHORTFALL TO LTX-DEBT-AFTER
              WRITE LOAN-LEDGER-RECORD
           END-IF
           IF WS-LOAN-SHORTFALL > 0
              MOVE 'WOFF'            TO LTX-TYPE
              MOVE WS-LOAN-SHORTFALL TO LTX-AMOUNT
              MOVE 0                 TO LTX-DEBT-AFTER
              WRITE LOAN-LEDGER-RECORD
           END-IF
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The whole holding is sold at the price it was valued at; the  *
      * penalty comes off the proceeds, not the units.                *
      *----------------------------------------------------------------*
       2700-SELL-UNITS.
           MOVE SPACES TO UNIT-LEDGER-RECORD
           MOVE WS-RUN-DATE    TO UTX-DATE
           MOVE 'SURR'         TO UTX-TYPE
           MOVE WS-POLICY-NUM  TO UTX-POLICY-NUM
           MOVE WS-HOLD-FUND   TO UTX-FUND-NAME
           MOVE WS-UNIT-VALUE  TO UTX-AMOUNT
           MOVE WS-FUND-PRICE  TO UTX-PRICE
           MOVE WS-HOLD-UNITS  TO UTX-UNITS
           MOVE 0              TO UTX-UNITS-AFTER
           WRITE UNIT-LEDGER-RECORD
           .
       2700-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE SURRENDER-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
       9000-END-PARA.
           CLOSE REQUEST-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE LOAN-LEDGER.
           CLOSE UNIT-LEDGER.
           CLOSE SURRENDER-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
