      *                        settlement run: DR 5100 claims         *
      *                        incurred / CR 1000 bank; zero-policy   *
      *                        refund lines DR 2400 refunds payable   *
      *                        / CR 1000 instead; adjuster-fee        *
      *                        invoice lines DR 5150 claims expense   *
      *     balance movements  today's CUSTJRNL.DAT lines: debits     *
      *                        DR 1100 / CR 4000, credits DR 1000     *
      *                        / CR 1100                              *
      *     policy loans       today's LOANTXN.DAT lines: advances    *
      *                        DR 1350 policy loans / CR 2400 (paid   *
      *                        out on a zero-policy PAYINSTR line),   *
      *                        interest DR 1350 / CR 4600, repayments *
      *                        DR 1000 / CR 1350; loans met out of    *
      *                        surrender proceeds DR 2400 (as the     *
      *                        surrender payout) / CR 1350, out of    *
      *                        claim proceeds DR 5100 / CR 1350, a    *
      *                        shortfall written off DR 5300 / CR     *
      *                        1350                                   *
      *     card fees          today's CARDFEE.DAT lines: the         *
      *                        acquirer's merchant service and        *
      *                        chargeback fees, netted off what it    *
      *                        settles, DR 5400 merchant fees / CR    *
      *                        1000                                   *
      *                                                                *
      *   Every posting writes one DR and one CR line for the same    *
      *   amount, and the trailing control record carries the line    *
      *   count and both totals so finance can prove the file         *
      *   balances before loading it. RC 8 if it somehow does not.    *
      *                                                                *
      *   GLEXTR.DAT is registered and kept by the OUTXMIT REG        *
      *   step that follows, and resent from that copy.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Policy loan movements from ENDLOAN, ENDLNACR, ENDSURR and
      *    CLMSETL.
           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

      *    Card acquirer fees from CARDSETL and CARDCHBK.
           SELECT OPTIONAL CARD-FEE-LEDGER
               ASSIGN TO "CARDFEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FEE-STATUS.

           SELECT GL-EXTRACT
               ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      * The settlement run's bank instruction: claim,policy,amount,
       01  PAYMENT-RECORD              PIC X(100).

       FD  BROKER-PAYMENT-FILE.
       01  BROKER-PAYMENT-RECORD       PIC X(80).

      * Same layout the balance-journal writers produce.
       FD  BALANCE-JOURNAL.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

      * Same layout the loan programs write.
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

      * Same layout the card loaders write.
       FD  CARD-FEE-LEDGER.
       01  CARD-FEE-RECORD.
           05 CFL-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 CFL-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 CFL-CARD-REF             PIC X(16).
           05 FILLER                   PIC X.
           05 CFL-AMOUNT               PIC 9(7)V99.

       FD  GL-EXTRACT.
       01  GL-RECORD                   PIC X(60).
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One line per month closed by PERIOD-CLOSE.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.

       01  WS-PAYMENT-STATUS           PIC XX VALUE SPACES.
       01  WS-BROKER-PAY-STATUS        PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS              PIC XX VALUE SPACES.
       01  WS-CARD-FEE-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-X               PIC X(8) VALUE SPACES.

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

      * Host variables for today's-policies cursor
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAY-POLICY-TEXT          PIC X(10).
       01  WS-PAY-AMOUNT-TEXT          PIC X(10).
       01  WS-PAY-DATE-TEXT            PIC X(8).
      * Payee details are not booked; the invoice reference on a
      * supplier invoice line marks an adjuster fee as expense.
       01  WS-PAY-PAYEE-TEXT           PIC X(30).
       01  WS-PAY-INVOICE-TEXT         PIC X(11).
       01  WS-PAY-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
       01  WS-PAY-POLICY               PIC 9(10) VALUE ZEROS.

       01  WS-GL-DC                    PIC X(1)  VALUE SPACE.
       01  WS-GL-SOURCE                PIC X(5)  VALUE SPACES.
       01  WS-GL-AMOUNT-TEXT           PIC Z(8)9.99.
       01  WS-GL-POINTER               PIC 9(3) VALUE ZEROS.

       01  WS-COUNTS.
           05 WS-GL-LINE-COUNT         PIC 9(7) VALUE 0.
              THRU 3000-EXIT
           PERFORM 3500-EXTRACT-BROKER-PAYMENTS
              THRU 3500-EXIT
           PERFORM 3700-EXTRACT-LOAN-MOVEMENTS
              THRU 3700-EXIT
           PERFORM 3900-EXTRACT-CARD-FEES
              THRU 3900-EXIT
           PERFORM 4000-EXTRACT-BALANCE-MOVES
              THRU 4000-EXIT

       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A business date inside a month finance has closed posts to   *
      * the first day of the first month still open. The business    *
      * date is kept on the line as the original date.               *
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           OPEN OUTPUT GL-EXTRACT
           .
       3100-POST-ONE-CLAIM.
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
      * An adjuster's fee is the cost of handling the claim, not
      * the claim - it is booked to claims expense.
           IF WS-PAY-INVOICE-TEXT (1:1) = 'E'
              MOVE 'CLEXP' TO WS-GL-SOURCE
              MOVE '5150' TO WS-GL-ACCOUNT
           ELSE
              MOVE 'CLAIM' TO WS-GL-SOURCE
              MOVE '5100' TO WS-GL-ACCOUNT
           END-IF
           MOVE 'D'    TO WS-GL-DC
           PERFORM 7000-WRITE-GL-LINE
              THRU 7000-EXIT
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today's policy loan movements. An advance is paid out by a    *
      * zero-policy PAYINSTR.DAT line, which 3100 already books DR    *
      * 2400 / CR 1000, so the advance itself only raises the loan    *
      * asset against 2400 - the same way surrender proceeds are met. *
      *----------------------------------------------------------------*
       3700-EXTRACT-LOAN-MOVEMENTS.
           OPEN INPUT LOAN-LEDGER
           IF WS-LOAN-STATUS NOT = "00"
              GO TO 3700-EXIT
           END-IF
           PERFORM UNTIL WS-LOAN-STATUS NOT = "00"
              READ LOAN-LEDGER
                 AT END MOVE "10" TO WS-LOAN-STATUS
                 NOT AT END
                    IF LTX-DATE = WS-RUN-DATE
                       PERFORM 3800-POST-ONE-LOAN-MOVE
                          THRU 3800-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-LEDGER
           .
       3700-EXIT.
           EXIT.

       3800-POST-ONE-LOAN-MOVE.
           IF LTX-AMOUNT = 0
              GO TO 3800-EXIT
           END-IF
           MOVE LTX-AMOUNT TO WS-GL-AMOUNT
           MOVE 'LOAN ' TO WS-GL-SOURCE
           EVALUATE LTX-TYPE
              WHEN 'ADVC'
                 MOVE '1350' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
                 MOVE '2400' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
              WHEN 'INTR'
                 MOVE '1350' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
                 MOVE '4600' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
              WHEN OTHER
                 EVALUATE LTX-TYPE
                    WHEN 'RPAY'
                       MOVE '1000' TO WS-GL-ACCOUNT
                    WHEN 'SOFF'
                       MOVE '2400' TO WS-GL-ACCOUNT
                    WHEN 'COFF'
                       MOVE '5100' TO WS-GL-ACCOUNT
                    WHEN 'WOFF'
                       MOVE '5300' TO WS-GL-ACCOUNT
                    WHEN OTHER
                       GO TO 3800-EXIT
                 END-EVALUATE
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
                 MOVE '1350' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7000-WRITE-GL-LINE
                    THRU 7000-EXIT
           END-EVALUATE
           .
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today's card acquirer fees. The acquirer keeps them out of    *
      * what it pays over, so the bank receives the card payments     *
      * credited gross less these.                                    *
      *----------------------------------------------------------------*
       3900-EXTRACT-CARD-FEES.
           OPEN INPUT CARD-FEE-LEDGER
           IF WS-CARD-FEE-STATUS NOT = "00"
              GO TO 3900-EXIT
           END-IF
           PERFORM UNTIL WS-CARD-FEE-STATUS NOT = "00"
              READ CARD-FEE-LEDGER
                 AT END MOVE "10" TO WS-CARD-FEE-STATUS
                 NOT AT END
                    IF CFL-DATE = WS-RUN-DATE
                       AND CFL-AMOUNT NOT = ZEROS
                       MOVE CFL-AMOUNT TO WS-GL-AMOUNT
                       MOVE 'CARD ' TO WS-GL-SOURCE
                       MOVE '5400' TO WS-GL-ACCOUNT
                       MOVE 'D'    TO WS-GL-DC
                       PERFORM 7000-WRITE-GL-LINE
                          THRU 7000-EXIT
                       MOVE '1000' TO WS-GL-ACCOUNT
                       MOVE 'C'    TO WS-GL-DC
                       PERFORM 7000-WRITE-GL-LINE
                          THRU 7000-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-FEE-LEDGER
           .
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today's customer balance movements from the shared journal.   *
      * The journal writers date a run inside a closed month to the   *
      * first open one and keep the business date as the original,   *
      * so today's lines are those carrying both.                     *
      *----------------------------------------------------------------*
       4000-EXTRACT-BALANCE-MOVES.
           OPEN INPUT BALANCE-JOURNAL
              READ BALANCE-JOURNAL
                 AT END MOVE "10" TO WS-JOURNAL-STATUS
                 NOT AT END
                    IF JRN-DATE = WS-POSTING-DATE
                       AND JRN-ORIG-DATE = WS-ORIGINAL-DATE
                       PERFORM 4100-POST-ONE-MOVEMENT
                          THRU 4100-EXIT
                    END-IF
           END-IF
      * A bounced direct debit is the collection's cash booking
      * undone, not new premium written: the receivable comes back
      * against the bank money that never arrived. A card chargeback
      * takes back a card payment's cash the same way.
           IF JRN-DC = 'D'
              AND (JRN-REASON = 'DDRT' OR JRN-REASON = 'CHBK')
              MOVE JRN-REASON TO WS-GL-SOURCE
              MOVE '1100' TO WS-GL-ACCOUNT
              MOVE 'D'    TO WS-GL-DC
              PERFORM 7000-WRITE-GL-LINE
       7000-WRITE-GL-LINE.
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-TEXT
           MOVE SPACES TO GL-RECORD
           MOVE 1 TO WS-GL-POINTER
           STRING WS-POSTING-DATE                  DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  WS-GL-ACCOUNT                    DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  WS-GL-SOURCE                     DELIMITED BY SIZE
              INTO GL-RECORD
              WITH POINTER WS-GL-POINTER
           END-STRING
      * A line pushed out of a closed month carries the business
      * date it belongs to as a trailing sixth field.
           IF WS-ORIGINAL-DATE NOT = ZEROS
              STRING ','                           DELIMITED BY SIZE
                     WS-ORIGINAL-DATE              DELIMITED BY SIZE
                 INTO GL-RECORD
                 WITH POINTER WS-GL-POINTER
              END-STRING
           END-IF
           WRITE GL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           IF WS-GL-DC = 'D'
