      ******************************************************************
      *                                                                *
      *          Claims Development Triangles for Reserving            *
      *                                                                *
      *   Quarter-end. Builds paid, incurred and claim-count          *
      *   development triangles for each POLICYTYPE over the last     *
      *   twelve accident quarters - rows are accident quarters       *
      *   (CLAIMDATE), columns development quarters, quarter 1 being  *
      *   the accident quarter itself. Figures are cumulative.        *
      *                                                                *
      *     PAID      settlement payments on the PAYREG.DAT register  *
      *               PAYBANK keeps, by transmission date - bank      *
      *               rejections and claim-expense invoices (adjuster *
      *               fees) left out, indemnity invoices kept in      *
      *     INCURRED  RESERVEHIST movements (NEWVALUE - OLDVALUE) by  *
      *               MOVEDATE - the opening reserve LGACLM01 records *
      *               and every LGUCLM01 revision after it            *
      *     COUNT     claims by the quarter of their first reserve    *
      *               movement, i.e. when they were reported          *
      *                                                                *
      *   Each triangle closes with its volume-weighted chain-ladder  *
      *   development factors. TRIANGLE.RPT is the printed set;      *
      *   TRIANGLE.DAT the delimited extract for the actuarial team:  *
      *                                                                *
      *     triangle,type,accident quarter,dev quarter,cumulative     *
      *     triangle,type,FACTOR,dev quarter,factor to next quarter   *
      *                                                                *
      *   PARM: valuation month as YYYYMM - the triangles run to the  *
      *   end of its quarter; defaults to the business date.          *
      *   Register lines whose claim is no longer on file are         *
      *   counted and end the run RC 4.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMTRIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cumulative register of every payment transmitted, with
      *    its acknowledgment status.
           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRIANGLE-EXTRACT
               ASSIGN TO "TRIANGLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIANGLE-REPORT
               ASSIGN TO "TRIANGLE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  TRIANGLE-EXTRACT.
       01  EXTRACT-RECORD              PIC X(60).

       FD  TRIANGLE-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-MONTH-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-REPORT-YYYYMM            PIC 9(6)  VALUE ZEROS.
       01  WS-REPORT-SPLIT REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).

      * Quarters are numbered year * 4 + quarter - 1, so a simple
      * difference gives the development lag.
       01  WS-VAL-QTR                  PIC S9(7) COMP VALUE 0.
       01  WS-FIRST-QTR                PIC S9(7) COMP VALUE 0.
       01  WS-ACC-QTR                  PIC S9(7) COMP VALUE 0.
       01  WS-DEV-QTR                  PIC S9(7) COMP VALUE 0.
       01  WS-QTR-NUMBER               PIC S9(7) COMP VALUE 0.
       01  WS-QTR-YEAR                 PIC 9(4) VALUE 0.
       01  WS-QTR-OF-YEAR              PIC 9(1) VALUE 0.
       01  WS-QTR-LABEL.
           05 WS-QL-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE 'Q'.
           05 WS-QL-QUARTER            PIC 9(1).

       01  WS-DATE-YMD                 PIC 9(8) VALUE ZEROS.
       01  WS-DATE-YMD-SPLIT REDEFINES WS-DATE-YMD.
           05 WS-DY-YYYY               PIC 9(4).
           05 WS-DY-MM                 PIC 9(2).
           05 WS-DY-DD                 PIC 9(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-DATE.
           05 WS-ISO-YYYY              PIC 9(4).
           05 FILLER                   PIC X.
           05 WS-ISO-MM                PIC 9(2).
           05 FILLER                   PIC X.
           05 WS-ISO-DD                PIC 9(2).

      * Window bounds for the cursors, ISO.
       01  WS-WINDOW-START-ISO         PIC X(10) VALUE SPACES.
       01  WS-WINDOW-END-ISO           PIC X(10) VALUE SPACES.
       01  WS-WINDOW-END               PIC 9(8) VALUE ZEROS.

      * Policy types in triangle order.
       01  WS-TYPE-CODES               PIC X(4) VALUE 'EHMC'.
       01  WS-TYPE-CODE                PIC X(1).
       01  WS-T                        PIC S9(4) COMP VALUE 0.
       01  WS-A                        PIC S9(4) COMP VALUE 0.
       01  WS-D                        PIC S9(4) COMP VALUE 0.
       01  WS-GD                       PIC S9(4) COMP VALUE 0.
       01  WS-K                        PIC S9(4) COMP VALUE 0.
       01  WS-LAST-DEV                 PIC S9(4) COMP VALUE 0.
       01  WS-CELL-OK                  PIC X VALUE "N".

      * Quarterly increments as loaded, cumulated in place before
      * printing.
       01  WS-TRIANGLES.
           05 WS-TRI-TYPE OCCURS 4 TIMES.
              10 WS-TRI-ACC OCCURS 12 TIMES.
                 15 WS-TRI-CELL OCCURS 12 TIMES.
                    20 WS-TC-PAID      PIC S9(11)V99 COMP-3.
                    20 WS-TC-INCURRED  PIC S9(11)    COMP-3.
                    20 WS-TC-COUNT     PIC S9(7)     COMP-3.

       01  WS-CELL-VALUE               PIC S9(11)V99 COMP-3.
       01  WS-FACTOR-NUM               PIC S9(13)V99 COMP-3.
       01  WS-FACTOR-DEN               PIC S9(13)V99 COMP-3.
       01  WS-FACTORS.
           05 WS-FACTOR OCCURS 11 TIMES
                                       PIC S9(3)V9(4) COMP-3.

       01  WS-KIND-NAMES.
           05 FILLER                   PIC X(8) VALUE 'PAID    '.
           05 FILLER                   PIC X(8) VALUE 'INCURRED'.
           05 FILLER                   PIC X(8) VALUE 'COUNT   '.
       01  WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
           05 WS-KIND-NAME OCCURS 3 TIMES PIC X(8).

      * Host variables
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(1).
       01  WS-CLAIM-DATE-ISO           PIC X(10).
       01  WS-MOVE-DATE-ISO            PIC X(10).
       01  WS-MOVE-AMOUNT              PIC S9(9) USAGE COMP.

       01  WS-COUNTS.
           05 WS-PAID-LINES            PIC 9(7) VALUE 0.
           05 WS-MOVE-ROWS             PIC 9(7) VALUE 0.
           05 WS-CLAIM-ROWS            PIC 9(7) VALUE 0.
           05 WS-UNMATCHED             PIC 9(7) VALUE 0.
           05 WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.

      * Extract fields
       01  WS-EXT-DEV                  PIC Z9.
       01  WS-EXT-VALUE                PIC -(11)9.99.
       01  WS-EXT-FACTOR               PIC Z(2)9.9999.

       01  REPORT-TITLE-LINE.
           05 FILLER                   PIC X(39) VALUE
              'CLAIMS DEVELOPMENT TRIANGLES VALUED AT '.
           05 RTL-QUARTER              PIC X(6).
       01  TRIANGLE-TITLE-LINE.
           05 TTL-KIND                 PIC X(8).
           05 FILLER                   PIC X(26) VALUE
              ' DEVELOPMENT - POLICY TYPE'.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TTL-TYPE                 PIC X(1).
       01  TRIANGLE-HEADER-LINE.
           05 FILLER                   PIC X(8) VALUE 'ACC QTR '.
           05 THL-COLUMN OCCURS 12 TIMES.
              10 FILLER                PIC X(7) VALUE '    DEV'.
              10 THL-DEV               PIC Z9.
              10 FILLER                PIC X(1) VALUE SPACE.
       01  TRIANGLE-ROW-LINE.
           05 TRL-ACC-QTR              PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TRL-CELL OCCURS 12 TIMES PIC X(10).
       01  WS-CELL-EDIT                PIC -(8)9.
       01  WS-CELL-TEXT                PIC X(10).
       01  FACTOR-LINE.
           05 FILLER                   PIC X(8) VALUE 'FACTORS '.
           05 FTL-CELL OCCURS 11 TIMES.
              10 FILLER                PIC X(1) VALUE SPACE.
              10 FTL-FACTOR            PIC ZZ9.9999.
              10 FILLER                PIC X(1) VALUE SPACE.
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(13) VALUE 'PAYMENT LINES'.
           05 SML-PAID                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(18)
                                        VALUE '  RESERVE MOVES:  '.
           05 SML-MOVES                PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  CLAIMS: '.
           05 SML-CLAIMS               PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  UNMATCHED: '.
           05 SML-UNMATCHED            PIC Z,ZZZ,ZZ9.

      * Every reserve movement on a claim inside the window, up to
      * the valuation date.
           EXEC SQL
               DECLARE INCURRED-CURSOR CURSOR FOR
               SELECT P.POLICYTYPE, CHAR(C.CLAIMDATE, ISO),
                      CHAR(R.MOVEDATE, ISO),
                      R.NEWVALUE - R.OLDVALUE
                 FROM RESERVEHIST R, CLAIM C, POLICY P
                WHERE R.CLAIMNUMBER  = C.CLAIMNUMBER
                  AND C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.CLAIMDATE >= :WS-WINDOW-START-ISO
                  AND C.CLAIMDATE <= :WS-WINDOW-END-ISO
                  AND R.MOVEDATE  <= :WS-WINDOW-END-ISO
           END-EXEC.

      * Each claim once, at its first reserve movement.
           EXEC SQL
               DECLARE COUNT-CURSOR CURSOR FOR
               SELECT P.POLICYTYPE, CHAR(C.CLAIMDATE, ISO),
                      CHAR(MIN(R.MOVEDATE), ISO)
                 FROM RESERVEHIST R, CLAIM C, POLICY P
                WHERE R.CLAIMNUMBER  = C.CLAIMNUMBER
                  AND C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.CLAIMDATE >= :WS-WINDOW-START-ISO
                  AND C.CLAIMDATE <= :WS-WINDOW-END-ISO
                GROUP BY C.CLAIMNUMBER, P.POLICYTYPE, C.CLAIMDATE
               HAVING MIN(R.MOVEDATE) <= :WS-WINDOW-END-ISO
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-LOAD-PAID
              THRU 2000-EXIT
           PERFORM 3000-LOAD-INCURRED
              THRU 3000-EXIT
           PERFORM 4000-LOAD-COUNTS
              THRU 4000-EXIT
           PERFORM 5000-CUMULATE
              THRU 5000-EXIT
           PERFORM 6000-PRINT-TRIANGLES
              THRU 6000-EXIT

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-MONTH-TEXT
           END-IF
           IF WS-MONTH-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-MONTH-TEXT)
                TO WS-REPORT-YYYYMM
           ELSE
              MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
              MOVE WS-RUN-MM   TO WS-REPORT-MM
           END-IF
           PERFORM 1100-SET-WINDOW
              THRU 1100-EXIT
           INITIALIZE WS-TRIANGLES

           OPEN OUTPUT TRIANGLE-EXTRACT
           OPEN OUTPUT TRIANGLE-REPORT
           MOVE WS-VAL-QTR TO WS-QTR-NUMBER
           PERFORM 1200-FORMAT-QUARTER
              THRU 1200-EXIT
           MOVE WS-QTR-LABEL TO RTL-QUARTER
           MOVE REPORT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Valuation quarter from the report month; the window opens     *
      * eleven quarters earlier and closes on the quarter's last day. *
      *----------------------------------------------------------------*
       1100-SET-WINDOW.
           COMPUTE WS-VAL-QTR = WS-REPORT-YYYY * 4
                              + (WS-REPORT-MM - 1) / 3
           COMPUTE WS-FIRST-QTR = WS-VAL-QTR - 11

           DIVIDE WS-FIRST-QTR BY 4 GIVING WS-QTR-YEAR
           MOVE WS-QTR-YEAR TO WS-ISO-YYYY
           COMPUTE WS-ISO-MM = (WS-FIRST-QTR - WS-QTR-YEAR * 4) * 3
                             + 1
           MOVE 1 TO WS-ISO-DD
           MOVE '-' TO WS-ISO-DATE(5:1) WS-ISO-DATE(8:1)
           MOVE WS-ISO-DATE TO WS-WINDOW-START-ISO

           DIVIDE WS-VAL-QTR BY 4 GIVING WS-QTR-YEAR
           MOVE WS-QTR-YEAR TO WS-ISO-YYYY
           COMPUTE WS-ISO-MM = (WS-VAL-QTR - WS-QTR-YEAR * 4) * 3
                             + 3
           IF WS-ISO-MM = 3 OR WS-ISO-MM = 12
              MOVE 31 TO WS-ISO-DD
           ELSE
              MOVE 30 TO WS-ISO-DD
           END-IF
           MOVE '-' TO WS-ISO-DATE(5:1) WS-ISO-DATE(8:1)
           MOVE WS-ISO-DATE TO WS-WINDOW-END-ISO
           MOVE WS-ISO-YYYY TO WS-DY-YYYY
           MOVE WS-ISO-MM   TO WS-DY-MM
           MOVE WS-ISO-DD   TO WS-DY-DD
           MOVE WS-DATE-YMD TO WS-WINDOW-END
           .
       1100-EXIT.
           EXIT.

       1200-FORMAT-QUARTER.
           DIVIDE WS-QTR-NUMBER BY 4 GIVING WS-QTR-YEAR
           COMPUTE WS-QTR-OF-YEAR = WS-QTR-NUMBER
                                  - WS-QTR-YEAR * 4 + 1
           MOVE WS-QTR-YEAR    TO WS-QL-YEAR
           MOVE WS-QTR-OF-YEAR TO WS-QL-QUARTER
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Places an amount dated WS-DATE-YMD against a claim of type    *
      * WS-TYPE-CODE whose accident quarter is WS-ACC-QTR: sets       *
      * WS-T, WS-A, WS-D and WS-CELL-OK. Anything dated before its    *
      * own accident quarter counts in development quarter one.       *
      *----------------------------------------------------------------*
       1500-PLACE-CELL.
           MOVE "N" TO WS-CELL-OK
           MOVE 0 TO WS-T
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
              IF WS-TYPE-CODES(WS-K:1) = WS-TYPE-CODE
                 MOVE WS-K TO WS-T
              END-IF
           END-PERFORM
           IF WS-T = 0
              GO TO 1500-EXIT
           END-IF
           IF WS-ACC-QTR < WS-FIRST-QTR
              OR WS-ACC-QTR > WS-VAL-QTR
              GO TO 1500-EXIT
           END-IF
           COMPUTE WS-DEV-QTR = WS-DY-YYYY * 4 + (WS-DY-MM - 1) / 3
           IF WS-DEV-QTR > WS-VAL-QTR
              GO TO 1500-EXIT
           END-IF
           COMPUTE WS-A = WS-ACC-QTR - WS-FIRST-QTR + 1
           COMPUTE WS-D = WS-DEV-QTR - WS-ACC-QTR + 1
           IF WS-D < 1
              MOVE 1 TO WS-D
           END-IF
           MOVE "Y" TO WS-CELL-OK
           .
       1500-EXIT.
           EXIT.

      * Accident quarter of the ISO claim date in WS-CLAIM-DATE-ISO.
       1600-ACCIDENT-QUARTER.
           MOVE WS-CLAIM-DATE-ISO TO WS-ISO-DATE
           COMPUTE WS-ACC-QTR = WS-ISO-YYYY * 4 + (WS-ISO-MM - 1) / 3
           .
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Paid: every register line that reached the bank and was not   *
      * bounced. Refunds (no claim) and adjuster-fee invoices are not *
      * claim payments and are passed over.                           *
      *----------------------------------------------------------------*
       2000-LOAD-PAID.
           OPEN INPUT INSTRUCTION-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
              CLOSE INSTRUCTION-REGISTER
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
              READ INSTRUCTION-REGISTER
                 AT END MOVE "10" TO WS-REGISTER-STATUS
                 NOT AT END
                    PERFORM 2100-ADD-PAYMENT
                       THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE INSTRUCTION-REGISTER
           .
       2000-EXIT.
           EXIT.

       2100-ADD-PAYMENT.
           IF REG-CLAIM-NUM = ZEROS
              OR REG-POLICY-NUM = ZEROS
              OR REG-ACK-STATUS = 'REJ '
              OR REG-INVOICE-REF(1:1) = 'E'
              OR REG-SENT-DATE > WS-WINDOW-END
              GO TO 2100-EXIT
           END-IF
           MOVE REG-CLAIM-NUM TO WS-CLAIM-NUM
           EXEC SQL
               SELECT P.POLICYTYPE, CHAR(C.CLAIMDATE, ISO)
                 INTO :WS-POLICY-TYPE, :WS-CLAIM-DATE-ISO
                 FROM CLAIM C, POLICY P
                WHERE C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.CLAIMNUMBER  = :WS-CLAIM-NUM
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-UNMATCHED
              GO TO 2100-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1600-ACCIDENT-QUARTER
              THRU 1600-EXIT
           MOVE WS-POLICY-TYPE TO WS-TYPE-CODE
           MOVE REG-SENT-DATE  TO WS-DATE-YMD
           PERFORM 1500-PLACE-CELL
              THRU 1500-EXIT
           IF WS-CELL-OK = "Y"
              ADD 1 TO WS-PAID-LINES
              ADD REG-AMOUNT TO WS-TC-PAID(WS-T, WS-A, WS-D)
           END-IF
           .
       2100-EXIT.
           EXIT.

       3000-LOAD-INCURRED.
           EXEC SQL
               OPEN INCURRED-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 3100-FETCH-NEXT-MOVEMENT
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 1600-ACCIDENT-QUARTER
                 THRU 1600-EXIT
              MOVE WS-POLICY-TYPE   TO WS-TYPE-CODE
              MOVE WS-MOVE-DATE-ISO TO WS-ISO-DATE
              MOVE WS-ISO-YYYY TO WS-DY-YYYY
              MOVE WS-ISO-MM   TO WS-DY-MM
              MOVE WS-ISO-DD   TO WS-DY-DD
              PERFORM 1500-PLACE-CELL
                 THRU 1500-EXIT
              IF WS-CELL-OK = "Y"
                 ADD 1 TO WS-MOVE-ROWS
                 ADD WS-MOVE-AMOUNT
                  TO WS-TC-INCURRED(WS-T, WS-A, WS-D)
              END-IF
              PERFORM 3100-FETCH-NEXT-MOVEMENT
                 THRU 3100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE INCURRED-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-MOVEMENT.
           EXEC SQL
               FETCH INCURRED-CURSOR
               INTO :WS-POLICY-TYPE, :WS-CLAIM-DATE-ISO,
                    :WS-MOVE-DATE-ISO, :WS-MOVE-AMOUNT
           END-EXEC.
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
       3100-EXIT.
           EXIT.

       4000-LOAD-COUNTS.
           EXEC SQL
               OPEN COUNT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 4100-FETCH-NEXT-CLAIM
              THRU 4100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 1600-ACCIDENT-QUARTER
                 THRU 1600-EXIT
              MOVE WS-POLICY-TYPE   TO WS-TYPE-CODE
              MOVE WS-MOVE-DATE-ISO TO WS-ISO-DATE
              MOVE WS-ISO-YYYY TO WS-DY-YYYY
              MOVE WS-ISO-MM   TO WS-DY-MM
              MOVE WS-ISO-DD   TO WS-DY-DD
              PERFORM 1500-PLACE-CELL
                 THRU 1500-EXIT
              IF WS-CELL-OK = "Y"
                 ADD 1 TO WS-CLAIM-ROWS
                 ADD 1 TO WS-TC-COUNT(WS-T, WS-A, WS-D)
              END-IF
              PERFORM 4100-FETCH-NEXT-CLAIM
                 THRU 4100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE COUNT-CURSOR
           END-EXEC
           .
       4000-EXIT.
           EXIT.

       4100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH COUNT-CURSOR
               INTO :WS-POLICY-TYPE, :WS-CLAIM-DATE-ISO,
                    :WS-MOVE-DATE-ISO
           END-EXEC.
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
       4100-EXIT.
           EXIT.

      * Increments to running totals along each accident-quarter row.
       5000-CUMULATE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 12
                 PERFORM VARYING WS-D FROM 2 BY 1 UNTIL WS-D > 12
                    ADD WS-TC-PAID(WS-T, WS-A, WS-D - 1)
                     TO WS-TC-PAID(WS-T, WS-A, WS-D)
                    ADD WS-TC-INCURRED(WS-T, WS-A, WS-D - 1)
                     TO WS-TC-INCURRED(WS-T, WS-A, WS-D)
                    ADD WS-TC-COUNT(WS-T, WS-A, WS-D - 1)
                     TO WS-TC-COUNT(WS-T, WS-A, WS-D)
                 END-PERFORM
              END-PERFORM
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

       6000-PRINT-TRIANGLES.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 12
              MOVE WS-D TO THL-DEV(WS-D)
           END-PERFORM
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                 PERFORM 6100-PRINT-ONE-TRIANGLE
                    THRU 6100-EXIT
              END-PERFORM
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One triangle: kind WS-K for policy type WS-T. Accident        *
      * quarter A has been observed for 13 - A development quarters;  *
      * later cells are left blank and not extracted.                 *
      *----------------------------------------------------------------*
       6100-PRINT-ONE-TRIANGLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-KIND-NAME(WS-K)    TO TTL-KIND
           MOVE WS-TYPE-CODES(WS-T:1) TO TTL-TYPE
           MOVE TRIANGLE-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TRIANGLE-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 12
              COMPUTE WS-QTR-NUMBER = WS-FIRST-QTR + WS-A - 1
              PERFORM 1200-FORMAT-QUARTER
                 THRU 1200-EXIT
              MOVE SPACES TO TRIANGLE-ROW-LINE
              MOVE WS-QTR-LABEL TO TRL-ACC-QTR
              COMPUTE WS-LAST-DEV = 13 - WS-A
              PERFORM VARYING WS-D FROM 1 BY 1
                      UNTIL WS-D > WS-LAST-DEV
                 MOVE WS-D TO WS-GD
                 PERFORM 6200-GET-CELL
                    THRU 6200-EXIT
                 MOVE WS-CELL-VALUE TO WS-CELL-EDIT
                 MOVE SPACES TO WS-CELL-TEXT
                 MOVE WS-CELL-EDIT TO WS-CELL-TEXT(1:9)
                 MOVE WS-CELL-TEXT TO TRL-CELL(WS-D)
                 PERFORM 7000-WRITE-CELL-EXTRACT
                    THRU 7000-EXIT
              END-PERFORM
              MOVE TRIANGLE-ROW-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM

           PERFORM 6300-COMPUTE-FACTORS
              THRU 6300-EXIT
           .
       6100-EXIT.
           EXIT.

      * Cumulative figure of kind WS-K at type WS-T, accident
      * quarter WS-A, development quarter WS-GD.
       6200-GET-CELL.
           EVALUATE WS-K
              WHEN 1
                 MOVE WS-TC-PAID(WS-T, WS-A, WS-GD) TO WS-CELL-VALUE
              WHEN 2
                 MOVE WS-TC-INCURRED(WS-T, WS-A, WS-GD)
                   TO WS-CELL-VALUE
              WHEN OTHER
                 MOVE WS-TC-COUNT(WS-T, WS-A, WS-GD)
                   TO WS-CELL-VALUE
           END-EVALUATE
           .
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Volume-weighted chain ladder: the factor from development     *
      * quarter D to D + 1 is the sum of D + 1 over the sum of D,     *
      * taken over the accident quarters observed at both. A column   *
      * with nothing to divide by prints blank.                       *
      *----------------------------------------------------------------*
       6300-COMPUTE-FACTORS.
           MOVE SPACES TO FACTOR-LINE
           MOVE 'FACTORS ' TO FACTOR-LINE(1:8)
           INITIALIZE WS-FACTORS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 11
              MOVE 0 TO WS-FACTOR-NUM WS-FACTOR-DEN
              COMPUTE WS-LAST-DEV = 12 - WS-D
              PERFORM VARYING WS-A FROM 1 BY 1
                      UNTIL WS-A > WS-LAST-DEV
                 MOVE WS-D TO WS-GD
                 PERFORM 6200-GET-CELL
                    THRU 6200-EXIT
                 ADD WS-CELL-VALUE TO WS-FACTOR-DEN
                 ADD 1 TO WS-GD
                 PERFORM 6200-GET-CELL
                    THRU 6200-EXIT
                 ADD WS-CELL-VALUE TO WS-FACTOR-NUM
              END-PERFORM
              IF WS-FACTOR-DEN > 0
                 COMPUTE WS-FACTOR(WS-D) ROUNDED =
                         WS-FACTOR-NUM / WS-FACTOR-DEN
                    ON SIZE ERROR MOVE 0 TO WS-FACTOR(WS-D)
                 END-COMPUTE
                 MOVE WS-FACTOR(WS-D) TO FTL-FACTOR(WS-D)
                 PERFORM 7100-WRITE-FACTOR-EXTRACT
                    THRU 7100-EXIT
              END-IF
           END-PERFORM
           MOVE FACTOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       6300-EXIT.
           EXIT.

       7000-WRITE-CELL-EXTRACT.
           MOVE WS-D TO WS-EXT-DEV
           MOVE WS-CELL-VALUE TO WS-EXT-VALUE
           MOVE SPACES TO EXTRACT-RECORD
           STRING FUNCTION TRIM(WS-KIND-NAME(WS-K)) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-TYPE-CODES(WS-T:1)           DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-QTR-LABEL                    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-DEV)       DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-VALUE)     DELIMITED BY SIZE
             INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           .
       7000-EXIT.
           EXIT.

       7100-WRITE-FACTOR-EXTRACT.
           MOVE WS-D TO WS-EXT-DEV
           MOVE WS-FACTOR(WS-D) TO WS-EXT-FACTOR
           MOVE SPACES TO EXTRACT-RECORD
           STRING FUNCTION TRIM(WS-KIND-NAME(WS-K)) DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-TYPE-CODES(WS-T:1)           DELIMITED BY SIZE
                  ',FACTOR,'                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-DEV)       DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-FACTOR)    DELIMITED BY SIZE
             INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           .
       7100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-LINES TO SML-PAID
           MOVE WS-MOVE-ROWS  TO SML-MOVES
           MOVE WS-CLAIM-ROWS TO SML-CLAIMS
           MOVE WS-UNMATCHED  TO SML-UNMATCHED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE TRIANGLE-EXTRACT.
           CLOSE TRIANGLE-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNMATCHED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
