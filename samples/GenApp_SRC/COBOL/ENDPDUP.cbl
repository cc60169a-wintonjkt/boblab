      ******************************************************************
      *                                                                *
      *           Endowment Paid-Up Conversion                         *
      *                                                                *
      *   When an endowment holder stops paying, the choice used to   *
      *   be lapse or chase the arrears forever. This run converts    *
      *   the policy to paid-up instead: no further premiums fall     *
      *   due and the cover carries on for a reduced sum assured.     *
      *   PDUPREQ.DAT carries one request per line:                   *
      *                                                                *
      *     policy(10) sp action Q/C sp request date(8)               *
      *                                                                *
      *   The reduced sum keeps the bonuses already declared on       *
      *   BONUSHIST in full and scales the rest of SUMASSURED by      *
      *   the premium years paid to date, counted the way ENDSURR     *
      *   counts elapsed years:                                       *
      *     reduced = (SUMASSURED - bonuses) * years paid / TERM      *
      *               + bonuses                                       *
      *                                                                *
      *   Q quotes only - the figure goes on ENDPDUP.RPT. C converts: *
      *   SUMASSURED drops to the reduced sum and the ENDOWMENT row   *
      *   is marked PAIDUP with the conversion date, so PREMBILL and  *
      *   INSTPLAN pass the policy by, INSTCANC never cancels it for  *
      *   non-payment, ENDBONUS goes on declaring on the reduced sum  *
      *   and ENDMATUR projects the reduced payout. Installments      *
      *   still only scheduled are removed; billed ones already sit   *
      *   on the customer's account and are collected as usual. A     *
      *   PAIDUP confirmation letter is queued on CORRREQ.DAT for     *
      *   LETTGEN.                                                    *
      *                                                                *
      *   A policy already paid-up, with no premium year paid yet, or *
      *   past the end of its term is rejected. RC 4 on any reject.   *
      *                                                                *
      *   Each policy made paid-up has its version before the         *
      *   conversion saved through POLVERS first.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDPDUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO "PDUPREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAIDUP-REPORT
               ASSIGN TO "ENDPDUP.RPT"
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
           05 PRQ-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 PRQ-ACTION               PIC X(1).
              88 PRQ-QUOTE                VALUE 'Q'.
              88 PRQ-CONVERT              VALUE 'C'.
           05 FILLER                   PIC X.
           05 PRQ-REQUEST-DATE         PIC 9(8).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  PAIDUP-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
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
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * Host variables for the policy/endowment read.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-TERM                     PIC S9(4) USAGE COMP.
       01  WS-TERM-IND                 PIC S9(4) USAGE COMP.
       01  WS-SUMASSURED               PIC S9(9) USAGE COMP.
       01  WS-SUMASSURED-IND           PIC S9(4) USAGE COMP.
       01  WS-PAIDUP                   PIC X(1).
       01  WS-PAIDUP-IND               PIC S9(4) USAGE COMP.
       01  WS-BONUSES                  PIC S9(9) USAGE COMP.
       01  WS-BONUSES-IND              PIC S9(4) USAGE COMP.
       01  WS-REDUCED-SUM              PIC S9(9) USAGE COMP.

      * Paid-up arithmetic.
       01  WS-ISSUE-YYYY               PIC 9(4) VALUE 0.
       01  WS-REQUEST-YYYY             PIC 9(4) VALUE 0.
       01  WS-YEARS-PAID               PIC S9(4) COMP VALUE 0.
       01  WS-BASE-SUM                 PIC S9(9) COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-REQUESTS-READ         PIC 9(5) VALUE 0.
           05 WS-QUOTED-COUNT          PIC 9(5) VALUE 0.
           05 WS-CONVERTED-COUNT       PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-RELEASED-TOTAL           PIC 9(11) VALUE 0.

       01  PAIDUP-DETAIL-LINE.
           05 PDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-ACTION               PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-SUMASSURED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-BONUSES              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-YEARS-PAID           PIC Z9.
           05 FILLER                   PIC X     VALUE '/'.
           05 PDL-TERM                 PIC Z9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-REDUCED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-RESULT               PIC X(22).
       01  PAIDUP-SUMMARY-LINE.
           05 FILLER                   PIC X(9)  VALUE 'QUOTED:  '.
           05 PSL-QUOTED               PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  CONVERTED:'.
           05 PSL-CONVERTED            PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  REJECTS:'.
           05 PSL-REJECTS              PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  RELEASED: '.
           05 PSL-RELEASED             PIC ZZ,ZZZ,ZZZ,ZZ9.

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
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-REQUEST-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           OPEN EXTEND CORRESPONDENCE-FILE
           OPEN OUTPUT PAIDUP-REPORT
           .
       1000-EXIT.
           EXIT.

       2000-WORK-ONE-REQUEST.
           MOVE PRQ-POLICY-NUM TO WS-POLICY-NUM PDL-POLICY-NUM
           MOVE PRQ-ACTION     TO PDL-ACTION
           MOVE ZEROS TO PDL-SUMASSURED PDL-BONUSES PDL-YEARS-PAID
                         PDL-TERM PDL-REDUCED

           EXEC SQL
               SELECT P.CUSTOMERNUMBER, CHAR(P.ISSUEDATE, ISO),
                      E.TERM, E.SUMASSURED, E.PAIDUP
                 INTO :WS-CUSTOMER-NUM, :WS-ISSUE-DATE,
                      :WS-TERM :WS-TERM-IND,
                      :WS-SUMASSURED :WS-SUMASSURED-IND,
                      :WS-PAIDUP :WS-PAIDUP-IND
                 FROM POLICY P, ENDOWMENT E
                WHERE P.POLICYNUMBER = E.POLICYNUMBER
                  AND P.POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOT AN ENDOWMENT POLICY' TO PDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF WS-PAIDUP-IND >= 0 AND WS-PAIDUP = 'Y'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'ALREADY PAID-UP' TO PDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF WS-TERM-IND < 0 OR WS-TERM <= 0
              OR WS-SUMASSURED-IND < 0 OR WS-SUMASSURED <= 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO TERM OR SUM ASSURED' TO PDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COMPUTE-REDUCED-SUM
              THRU 2100-EXIT
           MOVE WS-SUMASSURED  TO PDL-SUMASSURED
           MOVE WS-BONUSES     TO PDL-BONUSES
           MOVE WS-YEARS-PAID  TO PDL-YEARS-PAID
           MOVE WS-TERM        TO PDL-TERM
           MOVE WS-REDUCED-SUM TO PDL-REDUCED
           IF WS-YEARS-PAID = 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO PREMIUM YEAR PAID' TO PDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF WS-YEARS-PAID >= WS-TERM
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'TERM ALREADY COMPLETE' TO PDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
              WHEN PRQ-QUOTE
                 ADD 1 TO WS-QUOTED-COUNT
                 MOVE 'QUOTED' TO PDL-RESULT
              WHEN PRQ-CONVERT
                 PERFORM 2500-CONVERT-POLICY
                    THRU 2500-EXIT
                 MOVE 'CONVERTED - PAID-UP' TO PDL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'BAD ACTION CODE' TO PDL-RESULT
           END-EVALUATE
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Declared bonuses are vested and stay whole; only the sum the  *
      * premiums were buying is cut back to the years actually paid.  *
      *----------------------------------------------------------------*
       2100-COMPUTE-REDUCED-SUM.
           EXEC SQL
               SELECT SUM(BONUSAMOUNT)
                 INTO :WS-BONUSES :WS-BONUSES-IND
                 FROM BONUSHIST
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF SQLCODE = 100 OR WS-BONUSES-IND < 0
              MOVE 0 TO WS-BONUSES
           END-IF
           IF WS-BONUSES > WS-SUMASSURED
              MOVE WS-SUMASSURED TO WS-BONUSES
           END-IF
           COMPUTE WS-BASE-SUM = WS-SUMASSURED - WS-BONUSES

           MOVE FUNCTION NUMVAL (WS-ISSUE-DATE(1:4))
             TO WS-ISSUE-YYYY
           COMPUTE WS-REQUEST-YYYY = PRQ-REQUEST-DATE / 10000
           COMPUTE WS-YEARS-PAID =
               WS-REQUEST-YYYY - WS-ISSUE-YYYY
           IF WS-YEARS-PAID < 0
              MOVE 0 TO WS-YEARS-PAID
           END-IF
           IF WS-YEARS-PAID > WS-TERM
              MOVE WS-TERM TO WS-YEARS-PAID
           END-IF
           COMPUTE WS-REDUCED-SUM ROUNDED =
               WS-BASE-SUM * WS-YEARS-PAID / WS-TERM
             + WS-BONUSES
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Acceptance: the reduced sum and the paid-up mark go on the    *
      * ENDOWMENT row together, the schedule still to be billed goes, *
      * and the customer is written to.                               *
      *----------------------------------------------------------------*
       2500-CONVERT-POLICY.
           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'ENDPDUP'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               UPDATE ENDOWMENT
                  SET SUMASSURED = :WS-REDUCED-SUM,
                      PAIDUP     = 'Y',
                      PAIDUPDATE = :WS-RUN-DATE-ISO
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               DELETE FROM INSTALLMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND STATUS = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON DELETE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-CONVERTED-COUNT
           COMPUTE WS-RELEASED-TOTAL =
               WS-RELEASED-TOTAL + WS-SUMASSURED - WS-REDUCED-SUM

           MOVE SPACES TO CORRESPONDENCE-RECORD
           MOVE 'PAIDUP  ' TO CRQ-LETTER-TYPE
           MOVE WS-CUSTOMER-NUM TO CRQ-CUSTOMER-NUM
           MOVE WS-POLICY-NUM   TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD
           .
       2500-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE PAIDUP-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-QUOTED-COUNT    TO PSL-QUOTED
           MOVE WS-CONVERTED-COUNT TO PSL-CONVERTED
           MOVE WS-REJECT-COUNT    TO PSL-REJECTS
           MOVE WS-RELEASED-TOTAL  TO PSL-RELEASED
           MOVE PAIDUP-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE REQUEST-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE PAIDUP-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
