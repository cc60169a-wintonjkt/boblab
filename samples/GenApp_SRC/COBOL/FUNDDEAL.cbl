      ******************************************************************
      *                                                                *
      *            Managed-Fund Unit Dealing Run                       *
      *                                                                *
      *   Run daily once the investment team has appended the day's   *
      *   prices to FUNDPRC.DAT, one line per fund:                   *
      *                                                                *
      *     price date(8) sp FUNDNAME(10) sp unit price 9(5)V9(4)     *
      *                                                                *
      *   The price a fund deals at is its latest on or before the    *
      *   run date.                                                   *
      *                                                                *
      *   Buying: every premium PREMBILL billed on a managed-fund     *
      *   endowment waits on UNITALOC.DAT. Each is divided by its     *
      *   fund's price and the units added to the policy's UNITHOLD   *
      *   row, opened at the first purchase. A fund with no price     *
      *   yet keeps its purchases on UNITALOC.DAT for the next run;   *
      *   a purchase quoting a fund other than the one the policy's   *
      *   units are held in is rejected for the investment team.      *
      *                                                                *
      *   Selling: a holding whose policy has reached maturity (issue *
      *   date plus TERM years) is sold whole at the day's price. The *
      *   proceeds stay on the row as SOLDVALUE for the maturity      *
      *   payout; surrender sales are dealt by ENDSURR itself.        *
      *                                                                *
      *   Every deal is written to the unit ledger UNITTXN.DAT and    *
      *   listed on FUNDDEAL.RPT. RC 4 when anything is held back or  *
      *   rejected.                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDDEAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE
               ASSIGN TO "FUNDPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT OPTIONAL ALLOCATION-FILE
               ASSIGN TO "UNITALOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT OPTIONAL UNIT-LEDGER
               ASSIGN TO "UNITTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEAL-REPORT
               ASSIGN TO "FUNDDEAL.RPT"
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
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05 FPR-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 FPR-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 FPR-PRICE                PIC 9(5)V9(4).

      * Same layout PREMBILL writes.
       FD  ALLOCATION-FILE.
       01  ALLOCATION-RECORD.
           05 UAL-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 UAL-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 UAL-FUND-NAME            PIC X(10).
           05 FILLER                   PIC X.
           05 UAL-AMOUNT               PIC 9(9)V99.

      * One line per deal: BUY a premium invested, MATY a holding
      * sold at maturity, SURR a holding sold on surrender.
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

       FD  DEAL-REPORT.
       01  REPORT-LINE                 PIC X(100).

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
       01  WS-ALLOC-STATUS             PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * Fund prices in force at the run date, loaded once.
       01  WS-FPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-FPR-TABLE.
           05 WS-FPR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-FP-IX.
              10 WS-FP-FUND            PIC X(10).
              10 WS-FP-DATE            PIC 9(8).
              10 WS-FP-PRICE           PIC 9(5)V9(4).
       01  WS-PRICE-FUND               PIC X(10) VALUE SPACES.
       01  WS-PRICE-FOUND              PIC X VALUE "N".
       01  WS-FUND-PRICE               PIC 9(5)V9(4) VALUE 0.

      * Purchases waiting on UNITALOC.DAT, loaded whole so those
      * with no price yet can be written back.
       01  WS-AL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AL-TABLE.
           05 WS-AL-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-AL-IX.
              10 WS-AL-RECORD          PIC X(42).
              10 WS-AL-PENDING         PIC X(1).

      * Host variables for the holding read and maturity cursor.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-HOLD-FUND                PIC X(10).
       01  WS-HOLD-UNITS               PIC S9(9)V9(4) USAGE COMP-3.
       01  WS-SOLD-VALUE               PIC S9(9)V99 USAGE COMP-3.
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-TERM                     PIC S9(4) USAGE COMP.
       01  WS-TERM-IND                 PIC S9(4) USAGE COMP.

      * Dealing arithmetic.
       01  WS-DEAL-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-DEAL-UNITS               PIC 9(9)V9(4) VALUE 0.
       01  WS-UNITS-AFTER              PIC 9(9)V9(4) VALUE 0.
       01  WS-ISSUE-YYYY               PIC 9(4) VALUE 0.
       01  WS-MATURITY-DATE            PIC 9(8) VALUE 0.

       01  WS-COUNTS.
           05 WS-BOUGHT-COUNT          PIC 9(5) VALUE 0.
           05 WS-SOLD-COUNT            PIC 9(5) VALUE 0.
           05 WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-BOUGHT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-SOLD-TOTAL               PIC 9(11)V99 VALUE 0.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(30)
               VALUE 'UNIT DEALING RUN          AT  '.
           05 RHL-RUN-DATE             PIC 9(8).
       01  DEAL-DETAIL-LINE.
           05 DDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-TYPE                 PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-FUND                 PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-PRICE                PIC ZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-UNITS                PIC ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DDL-RESULT               PIC X(26).
       01  DEAL-SUMMARY-LINE.
           05 FILLER                   PIC X(9)  VALUE 'BOUGHT:  '.
           05 DSL-BOUGHT               PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  SOLD:  '.
           05 DSL-SOLD                 PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  HELD:  '.
           05 DSL-HELD                 PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTS: '.
           05 DSL-REJECTS              PIC ZZZZ9.
       01  DEAL-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE 'INVESTED:     '.
           05 DTL-BOUGHT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE '  REALISED: '.
           05 DTL-SOLD                 PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Holdings still carrying units, with what is needed to tell
      * whether the policy has matured.
           EXEC SQL
               DECLARE HOLDING-CURSOR CURSOR FOR
               SELECT H.POLICYNUMBER, H.FUNDNAME, H.UNITS,
                      CHAR(P.ISSUEDATE, ISO), E.TERM
                 FROM UNITHOLD H, POLICY P, ENDOWMENT E
                WHERE H.UNITS > 0
                  AND P.POLICYNUMBER = H.POLICYNUMBER
                  AND E.POLICYNUMBER = H.POLICYNUMBER
                ORDER BY H.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-DEAL-ONE-ALLOCATION
              THRU 2000-EXIT
              VARYING WS-AL-IX FROM 1 BY 1
              UNTIL WS-AL-IX > WS-AL-COUNT
           PERFORM 2800-REWRITE-PENDING
              THRU 2800-EXIT

           EXEC SQL
               OPEN HOLDING-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '0001-MAIN:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 3000-FETCH-NEXT-HOLDING
              THRU 3000-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 3100-SELL-IF-MATURED
                 THRU 3100-EXIT
              PERFORM 3000-FETCH-NEXT-HOLDING
                 THRU 3000-EXIT
           END-PERFORM

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
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           PERFORM 1100-LOAD-PRICES
              THRU 1100-EXIT
           PERFORM 1200-LOAD-ALLOCATIONS
              THRU 1200-EXIT
           OPEN EXTEND UNIT-LEDGER
           OPEN OUTPUT DEAL-REPORT
           MOVE WS-RUN-DATE TO RHL-RUN-DATE
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No price file means nothing can be dealt - a hard stop. Each  *
      * fund keeps the latest price dated on or before the run date;  *
      * prices dated after it are ignored.                            *
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
           END-IF
           .
       1150-EXIT.
           EXIT.

       1180-FIND-PRICE.
           MOVE "N" TO WS-PRICE-FOUND
           MOVE 0 TO WS-FUND-PRICE
           PERFORM VARYING WS-FP-IX FROM 1 BY 1
                   UNTIL WS-FP-IX > WS-FPR-COUNT
              IF WS-FP-FUND(WS-FP-IX) = WS-PRICE-FUND
                 MOVE "Y" TO WS-PRICE-FOUND
                 MOVE WS-FP-PRICE(WS-FP-IX) TO WS-FUND-PRICE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1180-EXIT.
           EXIT.

       1200-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOCATION-FILE
           PERFORM UNTIL WS-ALLOC-STATUS NOT = "00"
              READ ALLOCATION-FILE
                 AT END MOVE "10" TO WS-ALLOC-STATUS
                 NOT AT END
                    IF WS-AL-COUNT < 5000
                       ADD 1 TO WS-AL-COUNT
                       SET WS-AL-IX TO WS-AL-COUNT
                       MOVE ALLOCATION-RECORD
                         TO WS-AL-RECORD(WS-AL-IX)
                       MOVE "N" TO WS-AL-PENDING(WS-AL-IX)
                    ELSE
                       DISPLAY 'UNIT PURCHASE TABLE FULL AT 5000'
                       MOVE "10" TO WS-ALLOC-STATUS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALLOCATION-FILE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One premium invested: units = amount / price, to four places, *
      * added to the policy's holding or opening it.                  *
      *----------------------------------------------------------------*
       2000-DEAL-ONE-ALLOCATION.
           MOVE WS-AL-RECORD(WS-AL-IX) TO ALLOCATION-RECORD
           MOVE UAL-POLICY-NUM TO WS-POLICY-NUM DDL-POLICY-NUM
           MOVE 'BUY '         TO DDL-TYPE
           MOVE UAL-FUND-NAME  TO DDL-FUND
           MOVE UAL-AMOUNT     TO DDL-AMOUNT WS-DEAL-AMOUNT
           MOVE ZEROS TO DDL-PRICE DDL-UNITS

           MOVE UAL-FUND-NAME TO WS-PRICE-FUND
           PERFORM 1180-FIND-PRICE
              THRU 1180-EXIT
           IF WS-PRICE-FOUND = "N"
              ADD 1 TO WS-HELD-COUNT
              MOVE "Y" TO WS-AL-PENDING(WS-AL-IX)
              MOVE 'HELD - NO FUND PRICE' TO DDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DEAL-UNITS ROUNDED =
               WS-DEAL-AMOUNT / WS-FUND-PRICE
           MOVE WS-FUND-PRICE TO DDL-PRICE
           MOVE WS-DEAL-UNITS TO DDL-UNITS

           EXEC SQL
               SELECT FUNDNAME, UNITS
                 INTO :WS-HOLD-FUND, :WS-HOLD-UNITS
                 FROM UNITHOLD
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HOLD-FUND NOT = UAL-FUND-NAME
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE 'FUND DIFFERS FROM HOLDING' TO DDL-RESULT
                    PERFORM 2900-WRITE-DETAIL
                       THRU 2900-EXIT
                    GO TO 2000-EXIT
                 END-IF
                 ADD WS-DEAL-UNITS TO WS-HOLD-UNITS
                 EXEC SQL
                     UPDATE UNITHOLD
                        SET UNITS     = :WS-HOLD-UNITS,
                            LASTDEALT = :WS-RUN-DATE-ISO
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
              WHEN 100
                 MOVE UAL-FUND-NAME TO WS-HOLD-FUND
                 MOVE WS-DEAL-UNITS TO WS-HOLD-UNITS
                 EXEC SQL
                     INSERT INTO UNITHOLD
                            (POLICYNUMBER, FUNDNAME, UNITS,
                             LASTDEALT, SOLDVALUE)
                     VALUES (:WS-POLICY-NUM, :WS-HOLD-FUND,
                             :WS-HOLD-UNITS, :WS-RUN-DATE-ISO, 0)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON HOLDING:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-BOUGHT-COUNT
           ADD WS-DEAL-AMOUNT TO WS-BOUGHT-TOTAL
           MOVE WS-HOLD-UNITS TO WS-UNITS-AFTER
           MOVE 'BUY ' TO UTX-TYPE
           PERFORM 2950-WRITE-LEDGER
              THRU 2950-EXIT
           MOVE 'UNITS BOUGHT' TO DDL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Whatever could not be priced goes back on UNITALOC.DAT to be  *
      * dealt by the next run; everything else has been dealt.        *
      *----------------------------------------------------------------*
       2800-REWRITE-PENDING.
           OPEN OUTPUT ALLOCATION-FILE
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-AL-COUNT
              IF WS-AL-PENDING(WS-AL-IX) = "Y"
                 MOVE WS-AL-RECORD(WS-AL-IX) TO ALLOCATION-RECORD
                 WRITE ALLOCATION-RECORD
              END-IF
           END-PERFORM
           CLOSE ALLOCATION-FILE
           .
       2800-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE DEAL-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       2950-WRITE-LEDGER.
           MOVE SPACES TO UNIT-LEDGER-RECORD
           MOVE WS-RUN-DATE     TO UTX-DATE
           MOVE WS-POLICY-NUM   TO UTX-POLICY-NUM
           MOVE WS-HOLD-FUND    TO UTX-FUND-NAME
           MOVE WS-DEAL-AMOUNT  TO UTX-AMOUNT
           MOVE WS-FUND-PRICE   TO UTX-PRICE
           MOVE WS-DEAL-UNITS   TO UTX-UNITS
           MOVE WS-UNITS-AFTER  TO UTX-UNITS-AFTER
           WRITE UNIT-LEDGER-RECORD
           .
       2950-EXIT.
           EXIT.

       3000-FETCH-NEXT-HOLDING.
           EXEC SQL
               FETCH HOLDING-CURSOR
               INTO :WS-POLICY-NUM, :WS-HOLD-FUND, :WS-HOLD-UNITS,
                    :WS-ISSUE-DATE,
                    :WS-TERM :WS-TERM-IND
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
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Maturity falls on the issue date's anniversary TERM years on. *
      * The whole holding is sold and the proceeds kept on the row.   *
      *----------------------------------------------------------------*
       3100-SELL-IF-MATURED.
           IF WS-TERM-IND < 0 OR WS-TERM <= 0
              GO TO 3100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-ISSUE-DATE(1:4))
             TO WS-ISSUE-YYYY
           COMPUTE WS-MATURITY-DATE =
               (WS-ISSUE-YYYY + WS-TERM) * 10000
             + FUNCTION NUMVAL (WS-ISSUE-DATE(6:2)) * 100
             + FUNCTION NUMVAL (WS-ISSUE-DATE(9:2))
           IF WS-MATURITY-DATE > WS-RUN-DATE
              GO TO 3100-EXIT
           END-IF

           MOVE WS-POLICY-NUM TO DDL-POLICY-NUM
           MOVE 'MATY'        TO DDL-TYPE
           MOVE WS-HOLD-FUND  TO DDL-FUND
           MOVE WS-HOLD-UNITS TO DDL-UNITS WS-DEAL-UNITS
           MOVE ZEROS TO DDL-AMOUNT DDL-PRICE
           MOVE WS-HOLD-FUND TO WS-PRICE-FUND
           PERFORM 1180-FIND-PRICE
              THRU 1180-EXIT
           IF WS-PRICE-FOUND = "N"
              ADD 1 TO WS-HELD-COUNT
              MOVE 'MATURED - NO FUND PRICE' TO DDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 3100-EXIT
           END-IF
           COMPUTE WS-DEAL-AMOUNT ROUNDED =
               WS-DEAL-UNITS * WS-FUND-PRICE
           MOVE WS-DEAL-AMOUNT TO WS-SOLD-VALUE

           EXEC SQL
               UPDATE UNITHOLD
                  SET UNITS     = 0,
                      SOLDVALUE = :WS-SOLD-VALUE,
                      LASTDEALT = :WS-RUN-DATE-ISO
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-SOLD-COUNT
           ADD WS-DEAL-AMOUNT TO WS-SOLD-TOTAL
           MOVE 0 TO WS-UNITS-AFTER
           MOVE 'MATY' TO UTX-TYPE
           PERFORM 2950-WRITE-LEDGER
              THRU 2950-EXIT
           MOVE WS-DEAL-AMOUNT TO DDL-AMOUNT
           MOVE WS-FUND-PRICE  TO DDL-PRICE
           MOVE 'SOLD AT MATURITY' TO DDL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       3100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-BOUGHT-COUNT  TO DSL-BOUGHT
           MOVE WS-SOLD-COUNT    TO DSL-SOLD
           MOVE WS-HELD-COUNT    TO DSL-HELD
           MOVE WS-REJECT-COUNT  TO DSL-REJECTS
           MOVE DEAL-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOUGHT-TOTAL  TO DTL-BOUGHT
           MOVE WS-SOLD-TOTAL    TO DTL-SOLD
           MOVE DEAL-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE HOLDING-CURSOR
           END-EXEC.
           CLOSE UNIT-LEDGER.
           CLOSE DEAL-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-HELD-COUNT > 0 OR WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
