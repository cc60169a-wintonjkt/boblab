      ******************************************************************
      *                                                                *
      *         Policy Loan Monthly Interest and Value Watch           *
      *                                                                *
      *   Run at month end. Brings the interest on every open         *
      *   POLLOAN row up to the run date - simple interest at the     *
      *   loan's own rate on the whole debt since it was last         *
      *   accrued, so each month's interest is charged on the last    *
      *   - and writes each accrual to the loan ledger LOANTXN.DAT    *
      *   for GLPOST to book.                                         *
      *                                                                *
      *   Each loan's debt is then set against the policy's current   *
      *   surrender value, worked as ENDSURR works it from the        *
      *   SURRFACT.DAT bands on SUMASSURED (declared bonuses          *
      *   included). A loan whose debt has reached the PARM           *
      *   percentage of that value (default 90) is listed on          *
      *   ENDLNACR.RPT for the loans desk to contact the holder       *
      *   before the debt overtakes what the policy would pay; one    *
      *   already past it is flagged EXCEEDS VALUE. RC 4 when any     *
      *   loan is listed.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDLNACR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-FILE
               ASSIGN TO "SURRFACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTOR-STATUS.

           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WATCH-REPORT
               ASSIGN TO "ENDLNACR.RPT"
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
      * One factor band per line: elapsed-years low, high, and the
      * percentage of the guaranteed value payable.
       FD  FACTOR-FILE.
       01  FACTOR-RECORD.
           05 FAC-LOW-YEARS            PIC 9(2).
           05 FILLER                   PIC X.
           05 FAC-HIGH-YEARS           PIC 9(2).
           05 FILLER                   PIC X.
           05 FAC-PERCENT              PIC 9(3)V99.

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

       FD  WATCH-REPORT.
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
       01  WS-FACTOR-STATUS            PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * Watch threshold, debt as a percentage of surrender value,
      * from the first PARM word.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-WARN-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-WARN-PCT                 PIC 9(3)V99 VALUE 90.

      * Host variables for the open-loan cursor.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-LOAN-CUSTOMER            PIC S9(9) USAGE COMP.
       01  WS-LOAN-RATE                PIC S9(3)V99 USAGE COMP-3.
       01  WS-LOAN-PRINCIPAL           PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-ACCRUED-ISO         PIC X(10).
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-TERM                     PIC S9(4) USAGE COMP.
       01  WS-TERM-IND                 PIC S9(4) USAGE COMP.
       01  WS-SUMASSURED               PIC S9(9) USAGE COMP.
       01  WS-SUMASSURED-IND           PIC S9(4) USAGE COMP.

      * Loan arithmetic.
       01  WS-LOAN-DEBT                PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUAL                  PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUED-DAYS             PIC S9(7) COMP VALUE 0.
       01  WS-ACCRUED-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-DEBT-PCT                 PIC 9(5)V99 VALUE 0.

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
           05 WS-LOANS-READ            PIC 9(5) VALUE 0.
           05 WS-WATCH-COUNT           PIC 9(5) VALUE 0.
           05 WS-EXCEEDS-COUNT         PIC 9(5) VALUE 0.
       01  WS-INTEREST-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-DEBT-TOTAL               PIC 9(11)V99 VALUE 0.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(30)
               VALUE 'POLICY LOAN VALUE WATCH  AT  '.
           05 RHL-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(13)
               VALUE '  THRESHOLD: '.
           05 RHL-WARN-PCT             PIC ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE '%'.
       01  WATCH-DETAIL-LINE.
           05 WDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WDL-CUSTOMER-NUM         PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WDL-DEBT                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WDL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WDL-PCT                  PIC ZZZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WDL-FLAG                 PIC X(13).
       01  WATCH-SUMMARY-LINE.
           05 FILLER                   PIC X(14) VALUE 'LOANS OPEN:   '.
           05 WSL-LOANS                PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  WATCH: '.
           05 WSL-WATCH                PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  EXCEEDS: '.
           05 WSL-EXCEEDS              PIC ZZZZ9.
       01  WATCH-TOTAL-LINE.
           05 FILLER                   PIC X(14) VALUE 'INTEREST:     '.
           05 WTL-INTEREST             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE '  DEBT:     '.
           05 WTL-DEBT                 PIC Z,ZZZ,ZZZ,ZZ9.99.

      * A loan whose policy has gone (the surrender or claim that
      * ended it cleared the loan) is not on this cursor.
           EXEC SQL
               DECLARE LOAN-CURSOR CURSOR FOR
               SELECT L.POLICYNUMBER, L.CUSTOMERNUMBER, L.RATE,
                      L.PRINCIPAL, L.INTEREST,
                      CHAR(L.LASTACCRUED, ISO),
                      CHAR(P.ISSUEDATE, ISO), E.TERM, E.SUMASSURED
                 FROM POLLOAN L, POLICY P, ENDOWMENT E
                WHERE L.STATUS = 'O'
                  AND P.POLICYNUMBER = L.POLICYNUMBER
                  AND E.POLICYNUMBER = L.POLICYNUMBER
                ORDER BY L.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 1500-FETCH-NEXT-LOAN
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-WORK-ONE-LOAN
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-LOAN
                 THRU 1500-EXIT
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

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-WARN-TEXT
              IF WS-WARN-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-WARN-TEXT) TO WS-WARN-PCT
              END-IF
           END-IF

           PERFORM 1100-LOAD-FACTORS
              THRU 1100-EXIT
           OPEN EXTEND LOAN-LEDGER
           OPEN OUTPUT WATCH-REPORT
           MOVE WS-RUN-DATE TO RHL-RUN-DATE
           MOVE WS-WARN-PCT TO RHL-WARN-PCT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN LOAN-CURSOR
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
      * No factors means no surrender value to watch against - a      *
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

       1500-FETCH-NEXT-LOAN.
           EXEC SQL
               FETCH LOAN-CURSOR
               INTO :WS-POLICY-NUM, :WS-LOAN-CUSTOMER, :WS-LOAN-RATE,
                    :WS-LOAN-PRINCIPAL, :WS-LOAN-INTEREST,
                    :WS-LOAN-ACCRUED-ISO,
                    :WS-ISSUE-DATE,
                    :WS-TERM :WS-TERM-IND,
                    :WS-SUMASSURED :WS-SUMASSURED-IND
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

       2000-WORK-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           COMPUTE WS-LOAN-DEBT = WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST
           PERFORM 2100-ACCRUE-TO-DATE
              THRU 2100-EXIT
           ADD WS-LOAN-DEBT TO WS-DEBT-TOTAL

           MOVE 0 TO WS-SURRENDER-VALUE
           IF WS-TERM-IND >= 0 AND WS-TERM > 0
              AND WS-SUMASSURED-IND >= 0 AND WS-SUMASSURED > 0
              PERFORM 2200-COMPUTE-SURRENDER-VALUE
                 THRU 2200-EXIT
           END-IF

      * No value at all is past any threshold.
           IF WS-SURRENDER-VALUE = 0
              MOVE 99999.99 TO WS-DEBT-PCT
           ELSE
              COMPUTE WS-DEBT-PCT ROUNDED =
                  WS-LOAN-DEBT * 100 / WS-SURRENDER-VALUE
                  ON SIZE ERROR MOVE 99999.99 TO WS-DEBT-PCT
              END-COMPUTE
           END-IF
           IF WS-DEBT-PCT < WS-WARN-PCT
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-WATCH-COUNT
           IF WS-LOAN-DEBT > WS-SURRENDER-VALUE
              ADD 1 TO WS-EXCEEDS-COUNT
              MOVE 'EXCEEDS VALUE' TO WDL-FLAG
           ELSE
              MOVE 'APPROACHING' TO WDL-FLAG
           END-IF
           MOVE WS-POLICY-NUM      TO WDL-POLICY-NUM
           MOVE WS-LOAN-CUSTOMER   TO WDL-CUSTOMER-NUM
           MOVE WS-LOAN-DEBT       TO WDL-DEBT
           MOVE WS-SURRENDER-VALUE TO WDL-VALUE
           MOVE WS-DEBT-PCT        TO WDL-PCT
           MOVE WATCH-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The month's interest, as ENDLOAN charges it between accruals: *
      * simple interest on the whole debt for the days since it was   *
      * last brought up to date.                                      *
      *----------------------------------------------------------------*
       2100-ACCRUE-TO-DATE.
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
              GO TO 2100-EXIT
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
              ADD WS-ACCRUAL TO WS-INTEREST-TOTAL
              MOVE SPACES TO LOAN-LEDGER-RECORD
              MOVE WS-RUN-DATE      TO LTX-DATE
              MOVE 'INTR'           TO LTX-TYPE
              MOVE WS-POLICY-NUM    TO LTX-POLICY-NUM
              MOVE WS-LOAN-CUSTOMER TO LTX-CUSTOMER-NUM
              MOVE WS-ACCRUAL       TO LTX-AMOUNT
              MOVE WS-LOAN-DEBT     TO LTX-DEBT-AFTER
              WRITE LOAN-LEDGER-RECORD
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ENDSURR's valuation at the run date. Outside every factor     *
      * band nothing would be paid, so the value is nil.              *
      *----------------------------------------------------------------*
       2200-COMPUTE-SURRENDER-VALUE.
           MOVE FUNCTION NUMVAL (WS-ISSUE-DATE(1:4))
             TO WS-ISSUE-YYYY
           COMPUTE WS-REQUEST-YYYY = WS-RUN-DATE / 10000
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
       2200-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-LOANS-READ     TO WSL-LOANS
           MOVE WS-WATCH-COUNT    TO WSL-WATCH
           MOVE WS-EXCEEDS-COUNT  TO WSL-EXCEEDS
           MOVE WATCH-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INTEREST-TOTAL TO WTL-INTEREST
           MOVE WS-DEBT-TOTAL     TO WTL-DEBT
           MOVE WATCH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE LOAN-CURSOR
           END-EXEC.
           CLOSE LOAN-LEDGER.
           CLOSE WATCH-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WATCH-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
