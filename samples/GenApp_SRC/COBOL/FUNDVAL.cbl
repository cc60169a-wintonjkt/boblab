      ******************************************************************
      *                                                                *
      *         Managed-Fund Unit Valuation Statements                 *
      *                                                                *
      *   Values every UNITHOLD holding still carrying units at its   *
      *   fund's latest price on FUNDPRC.DAT dated on or before the   *
      *   run date, the price FUNDDEAL deals at.                      *
      *                                                                *
      *   FUNDSTMT.RPT carries one valuation statement per            *
      *   policyholder: a heading with the customer and valuation     *
      *   date, one line per policy (fund, units, price, price date   *
      *   and value) and the policyholder's total.                    *
      *                                                                *
      *   FUNDSUMM.RPT is the investment team's fund summary: per     *
      *   fund the price used, the holdings, the units in issue and   *
      *   their value, with the book total.                           *
      *                                                                *
      *   A fund with no price is valued at nil and flagged NO PRICE  *
      *   on both reports. RC 4 when any fund was unpriced.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE
               ASSIGN TO "FUNDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT STATEMENT-REPORT
               ASSIGN TO "FUNDSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT
               ASSIGN TO "FUNDSUMM.RPT"
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
      * Same layout FUNDDEAL reads.
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 FPR-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 FPR-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 FPR-PRICE                PIC 9(5)V9(4).

       FD  STATEMENT-REPORT.
       01  STATEMENT-LINE              PIC X(100).

       FD  SUMMARY-REPORT.
       01  SUMMARY-REPORT-LINE         PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PRICE-STATUS             PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Fund prices in force at the run date, loaded once; the
      * table also gathers each fund's holdings for the summary.
       01  WS-FPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-FPR-TABLE.
           05 WS-FPR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-FP-IX.
              10 WS-FP-FUND            PIC X(10).
              10 WS-FP-DATE            PIC 9(8).
              10 WS-FP-PRICE           PIC 9(5)V9(4).
              10 WS-FP-HOLDINGS        PIC 9(7).
              10 WS-FP-UNITS           PIC 9(11)V9(4).
              10 WS-FP-VALUE           PIC 9(11)V99.
       01  WS-PRICE-FOUND              PIC X VALUE "N".

      * Host variables for the holding cursor.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-HOLD-FUND                PIC X(10).
       01  WS-HOLD-UNITS               PIC S9(9)V9(4) USAGE COMP-3.

      * Control break on the policyholder.
       01  WS-PREV-CUSTOMER            PIC S9(9) USAGE COMP VALUE -1.
       01  WS-HOLDER-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-HOLDING-VALUE            PIC 9(9)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-HOLDERS-COUNT         PIC 9(7) VALUE 0.
           05 WS-HOLDINGS-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNPRICED-COUNT        PIC 9(7) VALUE 0.
       01  WS-BOOK-TOTAL               PIC 9(11)V99 VALUE 0.

       01  STATEMENT-HEADER-LINE.
           05 FILLER                   PIC X(35)
               VALUE 'UNIT VALUATION STATEMENT  CUSTOMER '.
           05 SHL-CUSTOMER-NUM         PIC Z(9)9.
           05 FILLER                   PIC X(10) VALUE '  AS AT   '.
           05 SHL-RUN-DATE             PIC 9(8).
       01  STATEMENT-DETAIL-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 STL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-FUND                 PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-UNITS                PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-PRICE                PIC ZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-PRICE-DATE           PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 STL-FLAG                 PIC X(8).
       01  STATEMENT-TOTAL-LINE.
           05 FILLER                   PIC X(30)
               VALUE '    TOTAL VALUE               '.
           05 FILLER                   PIC X(32) VALUE SPACES.
           05 STT-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  SUMMARY-HEADER-LINE.
           05 FILLER                   PIC X(30)
               VALUE 'FUND VALUATION SUMMARY    AT  '.
           05 SMH-RUN-DATE             PIC 9(8).
       01  SUMMARY-DETAIL-LINE.
           05 SMD-FUND                 PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-PRICE                PIC ZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-PRICE-DATE           PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-HOLDINGS             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-UNITS                PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SMD-FLAG                 PIC X(8).
       01  SUMMARY-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE 'HOLDERS:      '.
           05 SMT-HOLDERS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  HOLDINGS: '.
           05 SMT-HOLDINGS             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE '  VALUE: '.
           05 SMT-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Live holdings by policyholder; a policy that has ended is
      * no longer on POLICY and drops out.
           EXEC SQL
               DECLARE HOLDING-CURSOR CURSOR FOR
               SELECT P.CUSTOMERNUMBER, H.POLICYNUMBER, H.FUNDNAME,
                      H.UNITS
                 FROM UNITHOLD H, POLICY P
                WHERE H.UNITS > 0
                  AND P.POLICYNUMBER = H.POLICYNUMBER
                ORDER BY P.CUSTOMERNUMBER, H.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 1500-FETCH-NEXT-HOLDING
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-VALUE-ONE-HOLDING
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-HOLDING
                 THRU 1500-EXIT
           END-PERFORM
           IF WS-HOLDERS-COUNT > 0
              PERFORM 2800-CLOSE-STATEMENT
                 THRU 2800-EXIT
           END-IF

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
           PERFORM 1100-LOAD-PRICES
              THRU 1100-EXIT
           OPEN OUTPUT STATEMENT-REPORT
           OPEN OUTPUT SUMMARY-REPORT
           MOVE WS-RUN-DATE TO SMH-RUN-DATE
           MOVE SUMMARY-HEADER-LINE TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           EXEC SQL
               OPEN HOLDING-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No price file means nothing can be valued - a hard stop. Each *
      * fund keeps the latest price dated on or before the run date.  *
      *----------------------------------------------------------------*
       1100-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
              DISPLAY '1100-LOAD-PRICES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-PRICE-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-PRICE-STATUS NOT = "00"
              READ PRICE-FILE
                 AT END MOVE "10" TO WS-PRICE-STATUS
                 NOT AT END
                    IF FPR-DATE <= WS-RUN-DATE
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
              MOVE 0 TO WS-FP-HOLDINGS(WS-FP-IX)
                        WS-FP-UNITS(WS-FP-IX)
                        WS-FP-VALUE(WS-FP-IX)
           END-IF
           .
       1150-EXIT.
           EXIT.

       1500-FETCH-NEXT-HOLDING.
           EXEC SQL
               FETCH HOLDING-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-POLICY-NUM,
                    :WS-HOLD-FUND, :WS-HOLD-UNITS
           END-EXEC
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A new policyholder closes the last statement and opens a new  *
      * one. The holding is valued and added to its fund's totals; a  *
      * fund first met here has no price and is entered at nil.       *
      *----------------------------------------------------------------*
       2000-VALUE-ONE-HOLDING.
           IF WS-CUSTOMER-NUM NOT = WS-PREV-CUSTOMER
              IF WS-HOLDERS-COUNT > 0
                 PERFORM 2800-CLOSE-STATEMENT
                    THRU 2800-EXIT
              END-IF
              ADD 1 TO WS-HOLDERS-COUNT
              MOVE WS-CUSTOMER-NUM TO WS-PREV-CUSTOMER
                                      SHL-CUSTOMER-NUM
              MOVE WS-RUN-DATE     TO SHL-RUN-DATE
              MOVE 0 TO WS-HOLDER-TOTAL
              MOVE STATEMENT-HEADER-LINE TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF
           ADD 1 TO WS-HOLDINGS-COUNT

           MOVE "N" TO WS-PRICE-FOUND
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = WS-HOLD-FUND
                 MOVE "Y" TO WS-PRICE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-PRICE-FOUND = "N" AND WS-FPR-COUNT < 100
              ADD 1 TO WS-FPR-COUNT
              SET WS-FP-IX TO WS-FPR-COUNT
              MOVE WS-HOLD-FUND TO WS-FP-FUND(WS-FP-IX)
              MOVE 0 TO WS-FP-DATE(WS-FP-IX)
                        WS-FP-PRICE(WS-FP-IX)
                        WS-FP-HOLDINGS(WS-FP-IX)
                        WS-FP-UNITS(WS-FP-IX)
                        WS-FP-VALUE(WS-FP-IX)
           END-IF

           MOVE WS-POLICY-NUM TO STL-POLICY-NUM
           MOVE WS-HOLD-FUND  TO STL-FUND
           MOVE WS-HOLD-UNITS TO STL-UNITS
           IF WS-FP-IX > WS-FPR-COUNT
      *       Fund table full - valued at nil like an unpriced fund.
              MOVE 0 TO WS-HOLDING-VALUE STL-PRICE STL-PRICE-DATE
           ELSE
              COMPUTE WS-HOLDING-VALUE ROUNDED =
                  WS-HOLD-UNITS * WS-FP-PRICE(WS-FP-IX)
              MOVE WS-FP-PRICE(WS-FP-IX) TO STL-PRICE
              MOVE WS-FP-DATE(WS-FP-IX)  TO STL-PRICE-DATE
              ADD 1                TO WS-FP-HOLDINGS(WS-FP-IX)
              ADD WS-HOLD-UNITS    TO WS-FP-UNITS(WS-FP-IX)
              ADD WS-HOLDING-VALUE TO WS-FP-VALUE(WS-FP-IX)
           END-IF
           IF WS-FP-IX > WS-FPR-COUNT
              MOVE "N" TO WS-PRICE-FOUND
           ELSE
              IF WS-FP-DATE(WS-FP-IX) = 0
                 MOVE "N" TO WS-PRICE-FOUND
              END-IF
           END-IF
           IF WS-PRICE-FOUND = "N"
              ADD 1 TO WS-UNPRICED-COUNT
              MOVE 'NO PRICE' TO STL-FLAG
           ELSE
              MOVE SPACES TO STL-FLAG
           END-IF
           MOVE WS-HOLDING-VALUE TO STL-VALUE
           ADD WS-HOLDING-VALUE TO WS-HOLDER-TOTAL WS-BOOK-TOTAL
           MOVE STATEMENT-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .
       2000-EXIT.
           EXIT.

       2800-CLOSE-STATEMENT.
           MOVE WS-HOLDER-TOTAL TO STT-VALUE
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One summary line per fund with holdings or a price, then the  *
      * book total.                                                   *
      *----------------------------------------------------------------*
       8000-PRINT-SUMMARY.
           PERFORM 8100-PRINT-FUND-LINE
               VARYING WS-FP-IX FROM 1 BY 1
               UNTIL WS-FP-IX > WS-FPR-COUNT
           MOVE WS-HOLDERS-COUNT  TO SMT-HOLDERS
           MOVE WS-HOLDINGS-COUNT TO SMT-HOLDINGS
           MOVE WS-BOOK-TOTAL     TO SMT-VALUE
           MOVE SUMMARY-TOTAL-LINE TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       8100-PRINT-FUND-LINE.
           MOVE WS-FP-FUND(WS-FP-IX)     TO SMD-FUND.
           MOVE WS-FP-PRICE(WS-FP-IX)    TO SMD-PRICE.
           MOVE WS-FP-DATE(WS-FP-IX)     TO SMD-PRICE-DATE.
           MOVE WS-FP-HOLDINGS(WS-FP-IX) TO SMD-HOLDINGS.
           MOVE WS-FP-UNITS(WS-FP-IX)    TO SMD-UNITS.
           MOVE WS-FP-VALUE(WS-FP-IX)    TO SMD-VALUE.
           IF WS-FP-DATE(WS-FP-IX) = 0
              MOVE 'NO PRICE' TO SMD-FLAG
           ELSE
              MOVE SPACES TO SMD-FLAG
           END-IF.
           MOVE SUMMARY-DETAIL-LINE TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.

       9000-END-PARA.

           EXEC SQL
               CLOSE HOLDING-CURSOR
           END-EXEC.
           CLOSE STATEMENT-REPORT.
           CLOSE SUMMARY-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNPRICED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
