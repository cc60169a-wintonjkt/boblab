      *   postings are re-derived from the sources GLPOST reads -     *
      *   POLICY rows issued in the month (premium and commission),   *
      *   PAYINSTR.DAT claim payments, BROKPINS.DAT commission        *
      *   settlements, LOANTXN.DAT policy loan movements,             *
      *   CARDFEE.DAT card acquirer fees and CUSTJRNL.DAT balance     *
      *   movements - and compared, by day and account code,          *
      *   against GLMONTH.DAT, the concatenation of the month's       *
      *   daily extract files finance loaded (details plus each       *
      *   day's CTL control trailer).                                 *
      *   gap ends the run RC 8, in time to chase the file before    *
      *   it becomes a ledger difference weeks later.                 *
      *                                                                *
      *   Lines GLPOST carried forward out of a month finance had     *
      *   already closed (a sixth field holding the original date)    *
      *   are taken as loaded on their posting day and counted        *
      *   separately; their sources belong to the closed month.       *
      *                                                                *
      *   Each run appends its result, PASS or FAIL, to GLPROOF.DAT   *
      *   so PERIOD-CLOSE can refuse to close an unproven month.      *
      *                                                                *
      *   PARM: proof month as YYYYMM; defaults to the current        *
      *   month.                                                      *
      *                                                                *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKER-PAY-STATUS.

           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT OPTIONAL CARD-FEE-LEDGER
               ASSIGN TO "CARDFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FEE-STATUS.

           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "GLMPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Result of every proof run, newest last, read by the
      *    period close.
           SELECT OPTIONAL PROOF-RESULT-FILE
               ASSIGN TO "GLPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(100).

       FD  BROKER-PAYMENT-FILE.
       01  BROKER-PAYMENT-RECORD       PIC X(80).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

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

       FD  CARD-FEE-LEDGER.
       01  CARD-FEE-RECORD.
           05 CFL-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 CFL-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 CFL-CARD-REF             PIC X(16).
           05 FILLER                   PIC X.
           05 CFL-AMOUNT               PIC 9(7)V99.

       FD  MONTH-EXTRACT.
       01  EXTRACT-RECORD              PIC X(60).
       FD  PROOF-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  PROOF-RESULT-FILE.
       01  PROOF-RESULT-RECORD.
           05 PRR-MONTH                PIC 9(6).
           05 PRR-RESULT               PIC X(4).
           05 PRR-RUN-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.
       01  WS-PAYMENT-STATUS           PIC XX VALUE SPACES.
       01  WS-BROKER-PAY-STATUS        PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS              PIC XX VALUE SPACES.
       01  WS-CARD-FEE-STATUS          PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-RESULT-STATUS            PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
       01  WS-PAY-POLICY-TEXT          PIC X(10).
       01  WS-PAY-AMOUNT-TEXT          PIC X(10).
       01  WS-PAY-DATE-TEXT            PIC X(8).
      * Payee details are not booked; the invoice reference on a
      * supplier invoice line marks an adjuster fee as expense.
       01  WS-PAY-PAYEE-TEXT           PIC X(30).
       01  WS-PAY-INVOICE-TEXT         PIC X(11).
       01  WS-PAY-DATE-NUM             PIC 9(8) VALUE ZEROS.
       01  WS-PAY-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
       01  WS-PAY-POLICY               PIC 9(10) VALUE ZEROS.
       01  WS-EXT-DC                   PIC X(1).
       01  WS-EXT-AMOUNT-TEXT          PIC X(14).
       01  WS-EXT-SOURCE               PIC X(5).
       01  WS-EXT-ORIG-TEXT            PIC X(8).
       01  WS-EXT-DATE-NUM             PIC 9(8) VALUE ZEROS.
       01  WS-EXT-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
       01  WS-CTL-COUNT-TEXT           PIC X(8).
       01  WS-COUNTS.
           05 WS-GAP-COUNT             PIC 9(5) VALUE 0.
           05 WS-MISSING-DAYS          PIC 9(3) VALUE 0.
           05 WS-CARRIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CARRIED-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-EXPECTED-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-EXTRACTED-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-DAY-DEBITS               PIC 9(11)V99 VALUE 0.
           05 PSL-EXPECTED             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(12) VALUE '  EXTRACT:  '.
           05 PSL-EXTRACTED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CARRIED-SUMMARY-LINE.
           05 FILLER                   PIC X(30) VALUE
              'CARRIED FROM CLOSED PERIOD:  '.
           05 CSL-CARRIED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  AMOUNT:   '.
           05 CSL-CARRIED-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               DECLARE MONTH-POLICY-CURSOR CURSOR FOR
              THRU 3000-EXIT
           PERFORM 3500-DERIVE-BROKER-PAYMENTS
              THRU 3500-EXIT
           PERFORM 3700-DERIVE-LOAN-MOVEMENTS
              THRU 3700-EXIT
           PERFORM 3900-DERIVE-CARD-FEES
              THRU 3900-EXIT
           PERFORM 4000-DERIVE-BALANCE-MOVES
              THRU 4000-EXIT
           PERFORM 5000-SUM-MONTH-EXTRACT
       3100-EXPECT-ONE-CLAIM.
           MOVE SPACES TO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                          WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                          WS-PAY-INVOICE-TEXT
           UNSTRING PAYMENT-RECORD DELIMITED BY ','
               INTO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                    WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                    WS-PAY-PAYEE-TEXT WS-PAY-PAYEE-TEXT
                    WS-PAY-PAYEE-TEXT WS-PAY-INVOICE-TEXT
           IF WS-PAY-AMOUNT-TEXT = SPACES
              GO TO 3100-EXIT
           END-IF
                 THRU 7000-EXIT
              GO TO 3100-EXIT
           END-IF
      * Adjuster-fee invoice lines follow GLPOST to claims expense.
           IF WS-PAY-INVOICE-TEXT (1:1) = 'E'
              MOVE '5150' TO WS-ADD-ACCOUNT
           ELSE
              MOVE '5100' TO WS-ADD-ACCOUNT
           END-IF
           MOVE 'D'    TO WS-ADD-DC
           PERFORM 7000-ACCUMULATE-BUCKET
              THRU 7000-EXIT
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Expected policy loan lines from the loan ledger dated in the  *
      * proof month, per GLPOST's LOAN pairs.                         *
      *----------------------------------------------------------------*
       3700-DERIVE-LOAN-MOVEMENTS.
           OPEN INPUT LOAN-LEDGER
           IF WS-LOAN-STATUS NOT = "00"
              GO TO 3700-EXIT
           END-IF
           PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
              READ LOAN-LEDGER
                 AT END MOVE "10" TO WS-LOAN-STATUS
                 NOT AT END
                    IF LTX-DATE / 100 = WS-PROOF-YYYYMM
                       AND LTX-AMOUNT NOT = ZEROS
                       PERFORM 3800-EXPECT-ONE-LOAN-MOVE
                          THRU 3800-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-LEDGER
           .
       3700-EXIT.
           EXIT.

       3800-EXPECT-ONE-LOAN-MOVE.
           MOVE LTX-DATE   TO WS-ADD-DATE
           MOVE LTX-AMOUNT TO WS-ADD-AMOUNT
           MOVE "E" TO WS-BKT-SIDE
           EVALUATE LTX-TYPE
              WHEN 'ADVC'
                 MOVE '1350' TO WS-ADD-ACCOUNT
                 MOVE 'D'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
                 MOVE '2400' TO WS-ADD-ACCOUNT
                 MOVE 'C'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
              WHEN 'INTR'
                 MOVE '1350' TO WS-ADD-ACCOUNT
                 MOVE 'D'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
                 MOVE '4600' TO WS-ADD-ACCOUNT
                 MOVE 'C'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
              WHEN OTHER
                 EVALUATE LTX-TYPE
                    WHEN 'RPAY'
                       MOVE '1000' TO WS-ADD-ACCOUNT
                    WHEN 'SOFF'
                       MOVE '2400' TO WS-ADD-ACCOUNT
                    WHEN 'COFF'
                       MOVE '5100' TO WS-ADD-ACCOUNT
                    WHEN 'WOFF'
                       MOVE '5300' TO WS-ADD-ACCOUNT
                    WHEN OTHER
                       GO TO 3800-EXIT
                 END-EVALUATE
                 MOVE 'D'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
                 MOVE '1350' TO WS-ADD-ACCOUNT
                 MOVE 'C'    TO WS-ADD-DC
                 PERFORM 7000-ACCUMULATE-BUCKET
                    THRU 7000-EXIT
           END-EVALUATE
           .
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Expected card fee lines from the fee ledger dated in the      *
      * proof month, per GLPOST's CARD pairs.                         *
      *----------------------------------------------------------------*
       3900-DERIVE-CARD-FEES.
           OPEN INPUT CARD-FEE-LEDGER
           IF WS-CARD-FEE-STATUS NOT = "00"
              GO TO 3900-EXIT
           END-IF
           PERFORM UNTIL WS-CARD-FEE-STATUS NOT = "00"
              READ CARD-FEE-LEDGER
                 AT END MOVE "10" TO WS-CARD-FEE-STATUS
                 NOT AT END
                    IF CFL-DATE / 100 = WS-PROOF-YYYYMM
                       AND CFL-AMOUNT NOT = ZEROS
                       MOVE CFL-DATE   TO WS-ADD-DATE
                       MOVE CFL-AMOUNT TO WS-ADD-AMOUNT
                       MOVE "E" TO WS-BKT-SIDE
                       MOVE '5400' TO WS-ADD-ACCOUNT
                       MOVE 'D'    TO WS-ADD-DC
                       PERFORM 7000-ACCUMULATE-BUCKET
                          THRU 7000-EXIT
                       MOVE '1000' TO WS-ADD-ACCOUNT
                       MOVE 'C'    TO WS-ADD-DC
                       PERFORM 7000-ACCUMULATE-BUCKET
                          THRU 7000-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-FEE-LEDGER
           .
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Expected balance-movement lines from the shared journal.      *
      * A line carrying an original date was pushed out of a closed   *
      * month; its GL lines are taken as carried forward instead.     *
      *----------------------------------------------------------------*
       4000-DERIVE-BALANCE-MOVES.
           OPEN INPUT BALANCE-JOURNAL
                 NOT AT END
                    IF JRN-DATE / 100 = WS-PROOF-YYYYMM
                       AND JRN-AMOUNT NOT = ZEROS
                       AND (JRN-ORIG-DATE NOT NUMERIC
                            OR JRN-ORIG-DATE = ZEROS)
                       PERFORM 4100-EXPECT-ONE-MOVEMENT
                          THRU 4100-EXIT
                    END-IF
                 THRU 7000-EXIT
              GO TO 4100-EXIT
           END-IF
      * Bounced direct debits and card chargebacks follow GLPOST's
      * DDRT treatment: the receivable restored against the bank,
      * no premium income.
           IF JRN-DC = 'D'
              AND (JRN-REASON = 'DDRT' OR JRN-REASON = 'CHBK')
              MOVE '1100' TO WS-ADD-ACCOUNT
              MOVE 'D'    TO WS-ADD-DC
              PERFORM 7000-ACCUMULATE-BUCKET
           END-IF
           MOVE SPACES TO WS-EXT-DATE-TEXT WS-EXT-ACCOUNT WS-EXT-DC
                          WS-EXT-AMOUNT-TEXT WS-EXT-SOURCE
                          WS-EXT-ORIG-TEXT
           UNSTRING EXTRACT-RECORD DELIMITED BY ','
               INTO WS-EXT-DATE-TEXT WS-EXT-ACCOUNT WS-EXT-DC
                    WS-EXT-AMOUNT-TEXT WS-EXT-SOURCE
                    WS-EXT-ORIG-TEXT
           IF WS-EXT-AMOUNT-TEXT = SPACES
              GO TO 5100-EXIT
           END-IF
           MOVE WS-EXT-ACCOUNT  TO WS-ADD-ACCOUNT
           MOVE WS-EXT-DC       TO WS-ADD-DC
           MOVE WS-EXT-AMOUNT   TO WS-ADD-AMOUNT
      * Carried forward out of a closed month: nothing in this
      * month's sources stands behind it, so it is expected as
      * loaded.
           IF WS-EXT-ORIG-TEXT NOT = SPACES
              ADD 1 TO WS-CARRIED-COUNT
              ADD WS-EXT-AMOUNT TO WS-CARRIED-TOTAL
              MOVE "E" TO WS-BKT-SIDE
              PERFORM 7000-ACCUMULATE-BUCKET
                 THRU 7000-EXIT
           END-IF
           MOVE "X" TO WS-BKT-SIDE
           PERFORM 7000-ACCUMULATE-BUCKET
              THRU 7000-EXIT
           MOVE WS-EXTRACTED-TOTAL TO PSL-EXTRACTED
           MOVE PROOF-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CARRIED-COUNT > 0
              MOVE WS-CARRIED-COUNT TO CSL-CARRIED-COUNT
              MOVE WS-CARRIED-TOTAL TO CSL-CARRIED-TOTAL
              MOVE CARRIED-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       8000-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The run's verdict for the month, kept for the period close.   *
      *----------------------------------------------------------------*
       8900-RECORD-RESULT.
           MOVE WS-PROOF-YYYYMM TO PRR-MONTH
           MOVE WS-RUN-DATE     TO PRR-RUN-DATE
           IF SQL-ERROR-OCCURRED OR WS-GAP-COUNT > 0
              MOVE 'FAIL' TO PRR-RESULT
           ELSE
              MOVE 'PASS' TO PRR-RESULT
           END-IF
           OPEN EXTEND PROOF-RESULT-FILE
           WRITE PROOF-RESULT-RECORD
           CLOSE PROOF-RESULT-FILE
           .
       8900-EXIT.
           EXIT.

       9000-END-PARA.
           PERFORM 8900-RECORD-RESULT
              THRU 8900-EXIT
           CLOSE PROOF-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
