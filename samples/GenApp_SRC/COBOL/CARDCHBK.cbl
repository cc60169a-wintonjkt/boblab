      ******************************************************************
      *                                                                *
      *        Card Chargeback Loader                                  *
      *                                                                *
      *   Applies the card acquirer's chargeback file CARDCHBK.DAT,   *
      *   one line per card payment a cardholder has disputed and     *
      *   the acquirer has taken back:                                *
      *                                                                *
      *     card-ref(16) sp amount 9(7)V99 sp fee 9(5)V99 sp          *
      *     reason(30)                                                *
      *                                                                *
      *   The card reference matches the CARDREG.DAT register         *
      *   CARDSETL keeps: the amount charged back - no more than the  *
      *   payment settled - is reversed off CUST-BALANCE through      *
      *   CUSTJRNL.DAT (debit, reason CHBK, source CARD) naming the   *
      *   payment's policy, so the receipt allocation run takes the   *
      *   money back off that policy's charges and reopens any        *
      *   installment the payment cleared. The register entry is      *
      *   marked CHBK and a CARDCHBK letter is queued on CORRREQ.DAT  *
      *   telling the customer the payment has been taken back. The   *
      *   acquirer's chargeback fee goes to the card fee ledger       *
      *   CARDFEE.DAT for GLPOST, never to the customer.              *
      *                                                                *
      *   A chargeback with no settled payment to match, or for more  *
      *   than was settled, is not applied and ends the run RC 8.     *
      *                                                                *
      *   Charged-back payments, and settled ones more than 180 days  *
      *   old - past the acquirer's chargeback window - are dropped   *
      *   from the register when it is rewritten.                     *
      *                                                                *
      *   CARDCHBK.DAT comes through INBGATE first, inside a control  *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCHBK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CHARGEBACK-FILE
               ASSIGN TO "CARDCHBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL CARD-REGISTER
               ASSIGN TO "CARDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    The acquirer's fees, for GLPOST.
           SELECT OPTIONAL CARD-FEE-LEDGER
               ASSIGN TO "CARDFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FEE-STATUS.

           SELECT BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOADER-REPORT
               ASSIGN TO "CARDCHBK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The suite runs to the business date in BUSIDATE.DAT so the
      *    dates this run stamps and cuts on line up with every
      *    other program's even when the night slips past midnight.
      *    Absent, the system clock applies as before.
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

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05 CBK-CARD-REF             PIC X(16).
           05 FILLER                   PIC X.
           05 CBK-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 CBK-FEE                  PIC 9(5)V99.
           05 FILLER                   PIC X.
           05 CBK-REASON               PIC X(30).
      * The control header and trailer INBGATE proved the file by.
       01  CBK-CONTROL-RECORD.
           05 CBK-CONTROL-TYPE         PIC X(3).
              88 CBK-CONTROL-HEADER       VALUE 'HDR'.
              88 CBK-CONTROL-TRAILER      VALUE 'TRL'.
           05 CBK-CONTROL-SENDER       PIC X(8).
           05 CBK-CONTROL-CREATED      PIC X(8).
           05 CBK-CONTROL-SEQUENCE     PIC X(6).

      * Same layout INBGATE writes.
       FD  INBOUND-REGISTER.
       01  INBOUND-REGISTER-RECORD.
           05 IRG-FEED                 PIC X(9).
           05 FILLER                   PIC X.
           05 IRG-ACTION               PIC X(4).
              88 IRG-ACCEPTED             VALUE 'ACPT'.
              88 IRG-LOADED               VALUE 'LOAD'.
           05 FILLER                   PIC X.
           05 IRG-SENDER               PIC X(8).
           05 FILLER                   PIC X.
           05 IRG-CREATED              PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X.
           05 IRG-RECORDS              PIC 9(7).
           05 FILLER                   PIC X.
           05 IRG-HASH-TOTAL           PIC 9(13)V99.
           05 FILLER                   PIC X.
           05 IRG-CONTENT-HASH         PIC 9(9).
           05 FILLER                   PIC X.
           05 IRG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-PROGRAM              PIC X(16).

      * Same layout CARDSETL writes.
       FD  CARD-REGISTER.
       01  CARD-REGISTER-RECORD.
           05 CRG-CARD-REF             PIC X(16).
           05 FILLER                   PIC X.
           05 CRG-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 CRG-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 CRG-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 CRG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 CRG-STATUS               PIC X(4).

      * Same layout CARDSETL writes.
       FD  CARD-FEE-LEDGER.
       01  CARD-FEE-RECORD.
           05 CFL-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 CFL-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 CFL-CARD-REF             PIC X(16).
           05 FILLER                   PIC X.
           05 CFL-AMOUNT               PIC 9(7)V99.

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

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  LOADER-REPORT.
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
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-CHARGEBACK-STATUS        PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-CARD-FEE-STATUS          PIC XX VALUE SPACES.
       01  WS-FILE-ERROR-FLAG          PIC X(01) VALUE 'N'.
           88 FILE-ERROR-OCCURRED                 VALUE 'Y'.

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

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'CARDCHBK'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The card register, loaded whole and rewritten with statuses.
       01  WS-REG-COUNT                PIC 9(4) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-RG-IX.
              10 WS-RG-CARD-REF        PIC X(16).
              10 WS-RG-CUST            PIC 9(10).
              10 WS-RG-POLICY          PIC 9(10).
              10 WS-RG-AMOUNT          PIC 9(7)V99.
              10 WS-RG-DATE            PIC 9(8).
              10 WS-RG-STATUS          PIC X(4).
       01  WS-REG-FOUND                PIC X VALUE "N".
       01  WS-REG-OVERFLOW             PIC X VALUE "N".
      * A settled payment is kept on the register for as long as the
      * acquirer can still charge it back; a charged-back one is done.
       01  WS-CHBK-WINDOW-DAYS         PIC 9(3) VALUE 180.
       01  WS-REG-CUTOFF-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-OLD-BALANCE              PIC S9(7)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-CHARGEBACKS-READ      PIC 9(5) VALUE 0.
           05 WS-REVERSED-COUNT        PIC 9(5) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REVERSED-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-FEE-TOTAL                PIC 9(11)V99 VALUE 0.

       01  DETAIL-LINE.
           05 DTL-CARD-REF             PIC X(16).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REASON               PIC X(20).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(26).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(13) VALUE
              'CHARGEBACKS: '.
           05 SML-CHARGEBACKS          PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  REVERSED:'.
           05 SML-REVERSED             PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNMATCHED:'.
           05 SML-UNMATCHED            PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  VALUE: '.
           05 SML-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  FEE-SUMMARY-LINE.
           05 FILLER                   PIC X(18) VALUE
              'CHARGEBACK FEES:  '.
           05 FSL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-CHARGEBACK-STATUS NOT = "00"
              READ CHARGEBACK-FILE
                 AT END MOVE "10" TO WS-CHARGEBACK-STATUS
                 NOT AT END
                    IF NOT CBK-CONTROL-TRAILER
                       ADD 1 TO WS-CHARGEBACKS-READ
                       PERFORM 2000-APPLY-ONE-CHARGEBACK
                          THRU 2000-EXIT
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-REGISTER
              THRU 7000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not      *
      * the wall clock. No date file, or an empty one, falls back     *
      * to the system clock.                                          *
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
      * A business date inside a month finance has closed posts to    *
      * the first day of the first month still open. The business     *
      * date is kept on the line as the original date.                *
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
           OPEN INPUT CHARGEBACK-FILE
           IF WS-CHARGEBACK-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                  WS-CHARGEBACK-STATUS
              MOVE 'Y' TO WS-FILE-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND BALANCE-JOURNAL
           OPEN EXTEND CARD-FEE-LEDGER
           OPEN EXTEND CORRESPONDENCE-FILE
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file must be one INBGATE has proved complete and new: the  *
      * sender and sequence on its control header accepted on         *
      * INBREG.DAT and not yet loaded. Anything else is refused       *
      * before a record of it is applied.                             *
      *----------------------------------------------------------------*
       1050-CHECK-INBOUND-GATE.
           READ CHARGEBACK-FILE
              AT END MOVE "10" TO WS-CHARGEBACK-STATUS
           END-READ
           IF WS-CHARGEBACK-STATUS NOT = "00"
              OR NOT CBK-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE CBK-CONTROL-SENDER TO WS-GATE-SENDER
           IF CBK-CONTROL-SEQUENCE IS NUMERIC
              MOVE CBK-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
           END-IF

           OPEN INPUT INBOUND-REGISTER
           IF WS-INBREG-STATUS = "00"
              PERFORM UNTIL WS-INBREG-STATUS NOT = "00"
                 READ INBOUND-REGISTER
                    AT END MOVE "10" TO WS-INBREG-STATUS
                    NOT AT END
                       PERFORM 1060-NOTE-GATE-ENTRY
                          THRU 1060-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INBOUND-REGISTER

           IF WS-GATE-LOADED = 'Y'
              MOVE 'FILE ALREADY LOADED' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           IF WS-GATE-ACCEPTED = 'N'
              MOVE 'FILE NOT ACCEPTED BY INBGATE' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE 'Y' TO WS-GATE-PASSED
           .
       1050-EXIT.
           EXIT.

       1060-NOTE-GATE-ENTRY.
           IF IRG-FEED = WS-GATE-FEED
              AND IRG-SEQUENCE = WS-GATE-SEQUENCE
              AND IRG-SENDER = WS-GATE-SENDER
              EVALUATE TRUE
                 WHEN IRG-ACCEPTED
                    MOVE 'Y' TO WS-GATE-ACCEPTED
                    MOVE IRG-CREATED TO WS-GATE-CREATED
                 WHEN IRG-LOADED
                    MOVE 'Y' TO WS-GATE-LOADED
              END-EVALUATE
           END-IF
           .
       1060-EXIT.
           EXIT.

       1090-REFUSE-FILE.
           DISPLAY 'CARDCHBK: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

      *    A register too big to hold would lose entries when it is
      *    rewritten, so the file is refused before anything moves.
       1100-LOAD-REGISTER.
           OPEN INPUT CARD-REGISTER
           IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
                 READ CARD-REGISTER
                    AT END MOVE "10" TO WS-REGISTER-STATUS
                    NOT AT END
                       IF WS-REG-COUNT < 5000
                          ADD 1 TO WS-REG-COUNT
                          SET WS-RG-IX TO WS-REG-COUNT
                          MOVE CRG-CARD-REF
                            TO WS-RG-CARD-REF(WS-RG-IX)
                          MOVE CRG-CUST-ID
                            TO WS-RG-CUST(WS-RG-IX)
                          MOVE CRG-POLICY-NUM
                            TO WS-RG-POLICY(WS-RG-IX)
                          MOVE CRG-AMOUNT
                            TO WS-RG-AMOUNT(WS-RG-IX)
                          MOVE CRG-DATE
                            TO WS-RG-DATE(WS-RG-IX)
                          MOVE CRG-STATUS
                            TO WS-RG-STATUS(WS-RG-IX)
                       ELSE
                          MOVE 'Y' TO WS-REG-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARD-REGISTER
           IF WS-REG-OVERFLOW = 'Y'
              MOVE 'N' TO WS-GATE-PASSED
              MOVE 'CARD REGISTER FULL - FILE NOT LOADED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One chargeback: matched to the settled payment it takes back, *
      * reversed off the customer and the customer written to. The    *
      * acquirer's fee is taken whether or not the payment is found.  *
      *----------------------------------------------------------------*
       2000-APPLY-ONE-CHARGEBACK.
           MOVE CBK-CARD-REF  TO DTL-CARD-REF
           MOVE CBK-AMOUNT    TO DTL-AMOUNT
           MOVE CBK-REASON    TO DTL-REASON
           IF CBK-FEE > ZEROS
              PERFORM 2600-WRITE-FEE
                 THRU 2600-EXIT
           END-IF

           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REG-COUNT
              IF WS-RG-CARD-REF(WS-RG-IX) = CBK-CARD-REF
                 AND WS-RG-STATUS(WS-RG-IX) = 'SETL'
                 MOVE "Y" TO WS-REG-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-REG-FOUND = "N"
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE 'NO SETTLED PAYMENT' TO DTL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF CBK-AMOUNT > WS-RG-AMOUNT(WS-RG-IX)
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE 'MORE THAN WAS SETTLED' TO DTL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE WS-RG-CUST(WS-RG-IX) TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE 'NO SUCH CUSTOMER' TO DTL-RESULT
                 PERFORM 2900-WRITE-DETAIL
                    THRU 2900-EXIT
                 GO TO 2000-EXIT
              NOT INVALID KEY
                 CONTINUE
           END-READ

           PERFORM 2500-REVERSE-PAYMENT
              THRU 2500-EXIT
           PERFORM 2700-QUEUE-LETTER
              THRU 2700-EXIT
           MOVE 'CHBK' TO WS-RG-STATUS(WS-RG-IX)
           ADD 1 TO WS-REVERSED-COUNT
           ADD CBK-AMOUNT TO WS-REVERSED-TOTAL
           MOVE 'REVERSED - LETTER QUEUED' TO DTL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

       2500-REVERSE-PAYMENT.
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           SUBTRACT CBK-AMOUNT FROM CUST-BALANCE
           REWRITE CUSTOMER-RECORD
              INVALID KEY
                 GO TO 2500-EXIT
              NOT INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'CARD '     TO JRN-SOURCE
           MOVE CUST-ID     TO JRN-CUST-ID
           MOVE 'D'         TO JRN-DC
           MOVE 'CHBK'      TO JRN-REASON
           MOVE CBK-AMOUNT  TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE WS-RG-POLICY(WS-RG-IX) TO JRN-POLICY-NUM
           WRITE JOURNAL-RECORD
           .
       2500-EXIT.
           EXIT.

       2600-WRITE-FEE.
           MOVE SPACES       TO CARD-FEE-RECORD
           MOVE WS-RUN-DATE  TO CFL-DATE
           MOVE 'CBKF'       TO CFL-TYPE
           MOVE CBK-CARD-REF TO CFL-CARD-REF
           MOVE CBK-FEE      TO CFL-AMOUNT
           WRITE CARD-FEE-RECORD
           ADD CBK-FEE TO WS-FEE-TOTAL
           .
       2600-EXIT.
           EXIT.

       2700-QUEUE-LETTER.
           MOVE SPACES                 TO CORRESPONDENCE-RECORD
           MOVE 'CARDCHBK'             TO CRQ-LETTER-TYPE
           MOVE CUST-ID                TO CRQ-CUSTOMER-NUM
           MOVE WS-RG-POLICY(WS-RG-IX) TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD
           .
       2700-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

      *    Charged-back payments, and settled ones now past the
      *    acquirer's chargeback window, are dropped as the register
      *    is rewritten; unapplied ones stay until the desk clears
      *    them.
       7000-REWRITE-REGISTER.
           COMPUTE WS-REG-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-CHBK-WINDOW-DAYS)
           OPEN OUTPUT CARD-REGISTER
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REG-COUNT
              IF WS-RG-STATUS(WS-RG-IX) = 'CHBK'
                 OR (WS-RG-STATUS(WS-RG-IX) = 'SETL'
                     AND WS-RG-DATE(WS-RG-IX) < WS-REG-CUTOFF-DATE)
                 CONTINUE
              ELSE
                 MOVE SPACES TO CARD-REGISTER-RECORD
                 MOVE WS-RG-CARD-REF(WS-RG-IX)  TO CRG-CARD-REF
                 MOVE WS-RG-CUST(WS-RG-IX)      TO CRG-CUST-ID
                 MOVE WS-RG-POLICY(WS-RG-IX)    TO CRG-POLICY-NUM
                 MOVE WS-RG-AMOUNT(WS-RG-IX)    TO CRG-AMOUNT
                 MOVE WS-RG-DATE(WS-RG-IX)      TO CRG-DATE
                 MOVE WS-RG-STATUS(WS-RG-IX)    TO CRG-STATUS
                 WRITE CARD-REGISTER-RECORD
              END-IF
           END-PERFORM
           CLOSE CARD-REGISTER
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-CHARGEBACKS-READ TO SML-CHARGEBACKS
           MOVE WS-REVERSED-COUNT   TO SML-REVERSED
           MOVE WS-UNMATCHED-COUNT  TO SML-UNMATCHED
           MOVE WS-REVERSED-TOTAL   TO SML-TOTAL
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEE-TOTAL        TO FSL-TOTAL
           MOVE FEE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE CHARGEBACK-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE BALANCE-JOURNAL.
           CLOSE CARD-FEE-LEDGER.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE LOADER-REPORT.
           IF WS-GATE-PASSED = 'Y'
              PERFORM 9100-MARK-FILE-LOADED
                 THRU 9100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-GATE-REFUSED = 'Y'
                 MOVE 12 TO RETURN-CODE
              WHEN FILE-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNMATCHED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REVERSED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is loaded: a LOAD line on the register stops it ever *
      * being loaded again.                                           *
      *----------------------------------------------------------------*
       9100-MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES           TO INBOUND-REGISTER-RECORD
           MOVE WS-GATE-FEED     TO IRG-FEED
           MOVE 'LOAD'           TO IRG-ACTION
           MOVE WS-GATE-SENDER   TO IRG-SENDER
           MOVE WS-GATE-CREATED  TO IRG-CREATED
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE
           MOVE WS-CHARGEBACKS-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           MOVE WS-RUN-DATE      TO IRG-DATE
           MOVE 'CARDCHBK'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
