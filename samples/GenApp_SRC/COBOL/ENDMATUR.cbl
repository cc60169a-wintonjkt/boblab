      *   LIFEASSURED, then totals the payout obligation by maturity  *
      *   month and by fund so finance can plan the cash.             *
      *                                                                *
      *   An open POLICY loan is repaid out of the maturity proceeds, *
      *   so each line also shows the loan debt on file and the net   *
      *   payout, and the month, fund and overall totals are the net  *
      *   cash due to policyholders.                                  *
      *                                                                *
      *   A policy made paid-up by ENDPDUP already carries its        *
      *   reduced sum assured and is marked PAID-UP on its line.      *
      *                                                                *
      *   A managed-fund policy holding units pays out their value    *
      *   instead of the sum assured: UNITS at the fund's latest      *
      *   price on FUNDPRC.DAT, or the SOLDVALUE FUNDDEAL realised    *
      *   once it has sold them at maturity. Such lines are marked    *
      *   UNITS; one whose fund has no price stays on the sum assured *
      *   and is marked NO PRICE.                                     *
      *                                                                *
      *   PARM: window in months, default 3.                          *
      *                                                                *
      ******************************************************************
               ASSIGN TO "ENDMATUR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Daily fund prices for managed-fund policies.
           SELECT OPTIONAL PRICE-FILE
               ASSIGN TO "FUNDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATURITY-REPORT.
       01  REPORT-LINE                 PIC X(132).

      * Same layout FUNDDEAL reads.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 FPR-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 FPR-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 FPR-PRICE                PIC 9(5)V9(4).

       WORKING-STORAGE SECTION.

       01  WS-FUNDNAME-IND             PIC S9(4) USAGE COMP.
       01  WS-LIFEASSURED              PIC X(31).
       01  WS-LIFEASSURED-IND          PIC S9(4) USAGE COMP.
       01  WS-PAIDUP                   PIC X(1).
       01  WS-PAIDUP-IND               PIC S9(4) USAGE COMP.
       01  WS-MANAGEDFUND              PIC X(1).
       01  WS-MANAGEDFUND-IND          PIC S9(4) USAGE COMP.

      * Host variables for a managed-fund unit holding.
       01  WS-PRICE-STATUS             PIC XX VALUE SPACES.
       01  WS-HOLD-FUND                PIC X(10).
       01  WS-HOLD-UNITS               PIC S9(9)V9(4) USAGE COMP-3.
       01  WS-SOLD-VALUE               PIC S9(9)V99 USAGE COMP-3.
       01  WS-SOLD-VALUE-IND           PIC S9(4) USAGE COMP.
       01  WS-UNIT-BASIS               PIC X(8) VALUE SPACES.

      * Fund prices in force today, loaded once.
       01  WS-FPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-FPR-TABLE.
           05 WS-FPR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-FP-IX.
              10 WS-FP-FUND            PIC X(10).
              10 WS-FP-DATE            PIC 9(8).
              10 WS-FP-PRICE           PIC 9(5)V9(4).
       01  WS-PRICE-FOUND              PIC X VALUE "N".
       01  WS-FUND-PRICE               PIC 9(5)V9(4) VALUE 0.

      * Host variables for an open policy loan, and what it takes
      * out of the maturity payout.
       01  WS-LOAN-PRINCIPAL           PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-DEBT                PIC 9(9)V99 VALUE 0.
       01  WS-LOAN-OFFSET              PIC 9(9)V99 VALUE 0.
       01  WS-NET-PAYOUT               PIC 9(9)V99 VALUE 0.
       01  WS-NET-WHOLE                PIC 9(9)    VALUE 0.

      * Maturity-date arithmetic: everything is carried as a month
      * serial (year * 12 + month) so the window check is a simple
           05 WS-POLICIES-READ         PIC 9(7) VALUE 0.
           05 WS-MATURING-COUNT        PIC 9(7) VALUE 0.
       01  WS-MATURING-TOTAL           PIC 9(11) VALUE 0.
       01  WS-LOAN-TOTAL               PIC 9(11)V99 VALUE 0.

      * Payout obligation per maturity month (YYYYMM).
       01  WS-MONTH-TABLE-COUNT        PIC 9(3) VALUE 0.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-SUMASSURED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-LOAN                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-NET                  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-FUNDNAME             PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-LIFEASSURED          PIC X(31).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-PAIDUP               PIC X(7).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-BASIS                PIC X(8).
       01  MONTH-TOTAL-LINE.
           05 FILLER                   PIC X(6)  VALUE 'MONTH '.
           05 MTL-MONTH                PIC 9(6).
           05 FILLER                   PIC X(18)
                                        VALUE '  TOTAL PAYOUT:   '.
           05 SUM-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(18)
                                        VALUE '  LOANS REPAID:   '.
           05 SUM-LOANS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               DECLARE MATURITY-CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER, P.ISSUEDATE,
                      E.TERM, E.SUMASSURED, E.FUNDNAME, E.LIFEASSURED,
                      E.PAIDUP, E.MANAGEDFUND
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYTYPE = 'E'
               WS-TODAY-YYYY * 12 + WS-TODAY-MM
           COMPUTE WS-WINDOW-END-SERIAL =
               WS-TODAY-SERIAL + WS-WINDOW-MONTHS
           PERFORM 1100-LOAD-PRICES
              THRU 1100-EXIT

           OPEN OUTPUT MATURITY-REPORT
           MOVE WS-WINDOW-MONTHS TO RHL-WINDOW
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each fund keeps the latest price dated on or before today.    *
      *----------------------------------------------------------------*
       1100-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
              READ PRICE-FILE
                 AT END MOVE "10" TO WS-PRICE-STATUS
                 NOT AT END
                    IF FPR-DATE <= WS-TODAY-DATE
                       AND FPR-PRICE > 0
                       PERFORM 1150-KEEP-PRICE
                          THRU 1150-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRICE-FILE
           .
       1100-EXIT.
           EXIT.

       1150-KEEP-PRICE.
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = FPR-FUND-NAME
                 IF FPR-DATE >= WS-FP-DATE(WS-FP-IX)
                    MOVE FPR-DATE  TO WS-FP-DATE(WS-FP-IX)
                    MOVE FPR-PRICE TO WS-FP-PRICE(WS-FP-IX)
                 END-IF
                 GO TO 1150-EXIT
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
       1150-EXIT.
           EXIT.

       1500-FETCH-NEXT-ENDOWMENT.

           EXEC SQL
                    :WS-TERM :WS-TERM-IND,
                    :WS-SUMASSURED :WS-SUMASSURED-IND,
                    :WS-FUNDNAME :WS-FUNDNAME-IND,
                    :WS-LIFEASSURED :WS-LIFEASSURED-IND,
                    :WS-PAIDUP :WS-PAIDUP-IND,
                    :WS-MANAGEDFUND :WS-MANAGEDFUND-IND
           END-EXEC.

           IF SQLCODE = 100
           IF WS-SUMASSURED-IND < 0
              MOVE 0 TO WS-SUMASSURED
           END-IF
           PERFORM 2030-VALUE-UNIT-HOLDING
              THRU 2030-EXIT
           PERFORM 2050-DEDUCT-POLICY-LOAN
              THRU 2050-EXIT
           ADD WS-NET-WHOLE TO WS-MATURING-TOTAL
           ADD WS-LOAN-OFFSET TO WS-LOAN-TOTAL

           MOVE WS-POLICY-NUM    TO MDL-POLICY-NUM
           MOVE WS-CUSTOMER-NUM  TO MDL-CUSTOMER-NUM
           MOVE WS-MATURITY-MONTH TO MDL-MATURITY
           MOVE WS-SUMASSURED    TO MDL-SUMASSURED
           MOVE WS-LOAN-OFFSET   TO MDL-LOAN
           MOVE WS-NET-PAYOUT    TO MDL-NET
           IF WS-FUNDNAME-IND < 0
              MOVE SPACES TO WS-FUNDNAME
           END-IF
           END-IF
           MOVE WS-FUNDNAME      TO MDL-FUNDNAME
           MOVE WS-LIFEASSURED   TO MDL-LIFEASSURED
           IF WS-PAIDUP-IND >= 0 AND WS-PAIDUP = 'Y'
              MOVE 'PAID-UP' TO MDL-PAIDUP
           ELSE
              MOVE SPACES TO MDL-PAIDUP
           END-IF
           MOVE WS-UNIT-BASIS    TO MDL-BASIS
           MOVE MATURITY-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A managed-fund policy's payout is its units at today's price, *
      * or what FUNDDEAL realised for them if already sold; it stands *
      * in for the sum assured from here on.                          *
      *----------------------------------------------------------------*
       2030-VALUE-UNIT-HOLDING.
           MOVE SPACES TO WS-UNIT-BASIS
           IF WS-MANAGEDFUND-IND < 0 OR WS-MANAGEDFUND NOT = 'Y'
              GO TO 2030-EXIT
           END-IF
           EXEC SQL
               SELECT FUNDNAME, UNITS, SOLDVALUE
                 INTO :WS-HOLD-FUND, :WS-HOLD-UNITS,
                      :WS-SOLD-VALUE :WS-SOLD-VALUE-IND
                 FROM UNITHOLD
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO 2030-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-HOLD-UNITS = 0
              IF WS-SOLD-VALUE-IND >= 0 AND WS-SOLD-VALUE > 0
                 COMPUTE WS-SUMASSURED ROUNDED = WS-SOLD-VALUE
                 MOVE 'UNITS' TO WS-UNIT-BASIS
              END-IF
              GO TO 2030-EXIT
           END-IF
           MOVE "N" TO WS-PRICE-FOUND
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = WS-HOLD-FUND
                 MOVE "Y" TO WS-PRICE-FOUND
                 MOVE WS-FP-PRICE(WS-FP-IX) TO WS-FUND-PRICE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-PRICE-FOUND = "N"
              MOVE 'NO PRICE' TO WS-UNIT-BASIS
              GO TO 2030-EXIT
           END-IF
           COMPUTE WS-SUMASSURED ROUNDED =
               WS-HOLD-UNITS * WS-FUND-PRICE
           MOVE 'UNITS' TO WS-UNIT-BASIS
           .
       2030-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy loan debt on file - principal plus interest to the *
      * last accrual - comes off the payout, never taking it below    *
      * nil.                                                          *
      *----------------------------------------------------------------*
       2050-DEDUCT-POLICY-LOAN.
           MOVE 0 TO WS-LOAN-DEBT WS-LOAN-OFFSET
           EXEC SQL
               SELECT PRINCIPAL, INTEREST
                 INTO :WS-LOAN-PRINCIPAL, :WS-LOAN-INTEREST
                 FROM POLLOAN
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-LOAN-DEBT =
                     WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-LOAN-DEBT > WS-SUMASSURED
              MOVE WS-SUMASSURED TO WS-LOAN-OFFSET
           ELSE
              MOVE WS-LOAN-DEBT TO WS-LOAN-OFFSET
           END-IF
           COMPUTE WS-NET-PAYOUT = WS-SUMASSURED - WS-LOAN-OFFSET
           COMPUTE WS-NET-WHOLE ROUNDED = WS-NET-PAYOUT
           .
       2050-EXIT.
           EXIT.

       2100-ACCUM-BY-MONTH.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
              IF WS-MO-MONTH(WS-MO-IX) = WS-MATURITY-MONTH
                 MOVE "Y" TO WS-FOUND
                 ADD 1             TO WS-MO-COUNT(WS-MO-IX)
                 ADD WS-NET-WHOLE  TO WS-MO-TOTAL(WS-MO-IX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
              SET WS-MO-IX TO WS-MONTH-TABLE-COUNT
              MOVE WS-MATURITY-MONTH TO WS-MO-MONTH(WS-MO-IX)
              MOVE 1                 TO WS-MO-COUNT(WS-MO-IX)
              MOVE WS-NET-WHOLE      TO WS-MO-TOTAL(WS-MO-IX)
           END-IF
           .
       2100-EXIT.
              IF WS-FU-FUND(WS-FU-IX) = WS-FUNDNAME
                 MOVE "Y" TO WS-FOUND
                 ADD 1             TO WS-FU-COUNT(WS-FU-IX)
                 ADD WS-NET-WHOLE  TO WS-FU-TOTAL(WS-FU-IX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
              SET WS-FU-IX TO WS-FUND-TABLE-COUNT
              MOVE WS-FUNDNAME   TO WS-FU-FUND(WS-FU-IX)
              MOVE 1             TO WS-FU-COUNT(WS-FU-IX)
              MOVE WS-NET-WHOLE  TO WS-FU-TOTAL(WS-FU-IX)
           END-IF
           .
       2200-EXIT.
               UNTIL WS-FU-IX > WS-FUND-TABLE-COUNT
           MOVE WS-MATURING-COUNT TO SUM-COUNT
           MOVE WS-MATURING-TOTAL TO SUM-TOTAL
           MOVE WS-LOAN-TOTAL     TO SUM-LOANS
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
