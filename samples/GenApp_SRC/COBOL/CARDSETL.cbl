      ******************************************************************
      *                                                                *
      *        Card Payment Settlement Loader                          *
      *                                                                *
      *   Applies the card acquirer's daily settlement file           *
      *   CARDSETL.DAT, one line per card payment it has settled:     *
      *                                                                *
      *     card-ref(16) sp customer(10) sp policy(10) sp             *
      *     gross 9(7)V99 sp fee 9(5)V99 sp transaction-date(8)       *
      *                                                                *
      *   and one closing line carrying what it paid over for the     *
      *   file, net of its fees:                                      *
      *                                                                *
      *     NET(16) sp net-settlement S9(9)V99 (sign leading)         *
      *                                                                *
      *   Each payment is credited gross to CUST-BALANCE through      *
      *   CUSTJRNL.DAT (credit, reason RCPT, source CARD) naming the  *
      *   policy, so the receipt allocation run clears that policy's  *
      *   charges first, and is entered on the card register          *
      *   CARDREG.DAT (SETL) for CARDCHBK to find should the payment  *
      *   be charged back. The acquirer's merchant service fee is     *
      *   kept out of the customer's credit: it goes to the card fee  *
      *   ledger CARDFEE.DAT, which GLPOST books to merchant fees     *
      *   against the bank.                                           *
      *                                                                *
      *   A payment for a customer not on the master, or a card       *
      *   reference already registered, is not credited; it goes on   *
      *   the register as UNAP for the desk to trace and the run      *
      *   ends RC 8.                                                  *
      *                                                                *
      *   A payment the register has no room for is not credited at   *
      *   all, and the run ends RC 8. A settled payment stays on the  *
      *   register for 180 days, the acquirer's chargeback window;    *
      *   when the register is rewritten, older ones and those        *
      *   charged back are dropped.                                   *
      *                                                                *
      *   CARDSETL.RPT lists every payment and reconciles the         *
      *   acquirer's net settlement to what was applied:              *
      *     credits applied + payments not applied - fees             *
      *       = net settlement                                        *
      *   A difference, or no NET line, ends the run RC 8.            *
      *                                                                *
      *   CARDSETL.DAT comes through INBGATE first, inside a control  *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSETL.
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

           SELECT SETTLEMENT-FILE
               ASSIGN TO "CARDSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

      *    Every card payment settled, and what became of it.
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

           SELECT LOADER-REPORT
               ASSIGN TO "CARDSETL.RPT"
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

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05 SET-CARD-REF             PIC X(16).
              88 SET-NET-LINE             VALUE 'NET'.
           05 FILLER                   PIC X.
           05 SET-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 SET-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 SET-GROSS                PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 SET-FEE                  PIC 9(5)V99.
           05 FILLER                   PIC X.
           05 SET-TXN-DATE             PIC 9(8).
      * The closing line: what the acquirer paid over for the file.
       01  SET-NET-RECORD.
           05 FILLER                   PIC X(16).
           05 FILLER                   PIC X.
           05 SET-NET-AMOUNT           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
      * The control header and trailer INBGATE proved the file by.
       01  SET-CONTROL-RECORD.
           05 SET-CONTROL-TYPE         PIC X(3).
              88 SET-CONTROL-HEADER       VALUE 'HDR'.
              88 SET-CONTROL-TRAILER      VALUE 'TRL'.
           05 SET-CONTROL-SENDER       PIC X(8).
           05 SET-CONTROL-CREATED      PIC X(8).
           05 SET-CONTROL-SEQUENCE     PIC X(6).

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

      * Status SETL credited, UNAP not applied, CHBK charged back.
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

      * Type MSCF merchant service fee, CBKF chargeback fee.
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
       01  WS-SETTLEMENT-STATUS        PIC XX VALUE SPACES.
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
           05 WS-GATE-FEED             PIC X(9) VALUE 'CARDSETL'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The card register, loaded whole and rewritten with the
      * day's payments added.
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
       01  WS-NEW-STATUS               PIC X(4) VALUE SPACES.
       01  WS-CUSTOMER-FOUND           PIC X VALUE "N".

       01  WS-OLD-BALANCE              PIC S9(7)V99 VALUE 0.
       01  WS-NET-FOUND                PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-PAYMENTS-READ         PIC 9(5) VALUE 0.
           05 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
           05 WS-UNAPPLIED-COUNT       PIC 9(5) VALUE 0.
       01  WS-GROSS-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-FEE-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-APPLIED-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-UNAPPLIED-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-NET-STATED               PIC S9(11)V99 VALUE 0.
       01  WS-NET-DERIVED              PIC S9(11)V99 VALUE 0.
       01  WS-NET-DIFFERENCE           PIC S9(11)V99 VALUE 0.

       01  DETAIL-LINE.
           05 DTL-CARD-REF             PIC X(16).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-GROSS                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-FEE                  PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(26).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'PAYMENTS: '.
           05 SML-PAYMENTS             PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  APPLIED: '.
           05 SML-APPLIED              PIC ZZZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  NOT APPLIED:'.
           05 SML-UNAPPLIED            PIC ZZZZ9.
       01  RECON-LINE.
           05 RCL-LABEL                PIC X(30).
           05 RCL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-SETTLEMENT-STATUS NOT = "00"
              READ SETTLEMENT-FILE
                 AT END MOVE "10" TO WS-SETTLEMENT-STATUS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN SET-CONTROL-TRAILER
                          CONTINUE
                       WHEN SET-NET-LINE
                          PERFORM 2800-TAKE-NET-LINE
                             THRU 2800-EXIT
                       WHEN OTHER
                          ADD 1 TO WS-PAYMENTS-READ
                          PERFORM 2000-APPLY-ONE-PAYMENT
                             THRU 2000-EXIT
                    END-EVALUATE
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-REGISTER
              THRU 7000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 8100-RECONCILE-SETTLEMENT
              THRU 8100-EXIT
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
           OPEN INPUT SETTLEMENT-FILE
           IF WS-SETTLEMENT-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                  WS-SETTLEMENT-STATUS
              MOVE 'Y' TO WS-FILE-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND BALANCE-JOURNAL
           OPEN EXTEND CARD-FEE-LEDGER
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
           READ SETTLEMENT-FILE
              AT END MOVE "10" TO WS-SETTLEMENT-STATUS
           END-READ
           IF WS-SETTLEMENT-STATUS NOT = "00"
              OR NOT SET-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE SET-CONTROL-SENDER TO WS-GATE-SENDER
           IF SET-CONTROL-SEQUENCE IS NUMERIC
              MOVE SET-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'CARDSETL: ' WS-GATE-REFUSAL
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
      * One settled card payment: credited gross to the customer and  *
      * registered, its fee to the fee ledger. Not credited when the  *
      * customer is unknown or the payment is already registered.     *
      *----------------------------------------------------------------*
       2000-APPLY-ONE-PAYMENT.
           MOVE SET-CARD-REF  TO DTL-CARD-REF
           MOVE SET-CUST-ID   TO DTL-CUST-ID
           MOVE SET-GROSS     TO DTL-GROSS
           MOVE SET-FEE       TO DTL-FEE
           ADD SET-GROSS TO WS-GROSS-TOTAL
           ADD SET-FEE   TO WS-FEE-TOTAL
           IF SET-FEE > ZEROS
              PERFORM 2600-WRITE-FEE
                 THRU 2600-EXIT
           END-IF

           MOVE "N" TO WS-REG-FOUND
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REG-COUNT
              IF WS-RG-CARD-REF(WS-RG-IX) = SET-CARD-REF
                 MOVE "Y" TO WS-REG-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-REG-FOUND = "Y"
              MOVE 'ALREADY SETTLED' TO DTL-RESULT
              PERFORM 2700-NOT-APPLIED
                 THRU 2700-EXIT
              GO TO 2000-EXIT
           END-IF
      *    A payment the register has no room for is not credited -
      *    CARDCHBK could never find it to take it back.
           IF WS-REG-COUNT NOT < 5000
              MOVE 'Y' TO WS-REG-OVERFLOW
              MOVE 'REGISTER FULL' TO DTL-RESULT
              PERFORM 2700-NOT-APPLIED
                 THRU 2700-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE SET-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CUSTOMER-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ
           IF WS-CUSTOMER-FOUND = 'N'
              MOVE 'UNAP' TO WS-NEW-STATUS
              PERFORM 2400-REGISTER-PAYMENT
                 THRU 2400-EXIT
              MOVE 'NO SUCH CUSTOMER' TO DTL-RESULT
              PERFORM 2700-NOT-APPLIED
                 THRU 2700-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE 'SETL' TO WS-NEW-STATUS
           PERFORM 2500-CREDIT-CUSTOMER
              THRU 2500-EXIT
           PERFORM 2400-REGISTER-PAYMENT
              THRU 2400-EXIT
           ADD 1 TO WS-APPLIED-COUNT
           ADD SET-GROSS TO WS-APPLIED-TOTAL
           MOVE 'CREDITED' TO DTL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *    The payment goes on the register as settled (SETL) or,
      *    for a customer not on the master, not applied (UNAP).
       2400-REGISTER-PAYMENT.
           IF WS-REG-COUNT NOT < 5000
              MOVE 'Y' TO WS-REG-OVERFLOW
              GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-REG-COUNT
           SET WS-RG-IX TO WS-REG-COUNT
           MOVE SET-CARD-REF   TO WS-RG-CARD-REF(WS-RG-IX)
           MOVE SET-CUST-ID    TO WS-RG-CUST(WS-RG-IX)
           MOVE SET-POLICY-NUM TO WS-RG-POLICY(WS-RG-IX)
           MOVE SET-GROSS      TO WS-RG-AMOUNT(WS-RG-IX)
           MOVE WS-RUN-DATE    TO WS-RG-DATE(WS-RG-IX)
           MOVE WS-NEW-STATUS  TO WS-RG-STATUS(WS-RG-IX)
           .
       2400-EXIT.
           EXIT.

       2500-CREDIT-CUSTOMER.
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           ADD SET-GROSS TO CUST-BALANCE
           REWRITE CUSTOMER-RECORD
              INVALID KEY
                 GO TO 2500-EXIT
              NOT INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'CARD '     TO JRN-SOURCE
           MOVE CUST-ID     TO JRN-CUST-ID
           MOVE 'C'         TO JRN-DC
           MOVE 'RCPT'      TO JRN-REASON
           MOVE SET-GROSS   TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE SET-POLICY-NUM TO JRN-POLICY-NUM
           WRITE JOURNAL-RECORD
           .
       2500-EXIT.
           EXIT.

       2600-WRITE-FEE.
           MOVE SPACES       TO CARD-FEE-RECORD
           MOVE WS-RUN-DATE  TO CFL-DATE
           MOVE 'MSCF'       TO CFL-TYPE
           MOVE SET-CARD-REF TO CFL-CARD-REF
           MOVE SET-FEE      TO CFL-AMOUNT
           WRITE CARD-FEE-RECORD
           .
       2600-EXIT.
           EXIT.

       2700-NOT-APPLIED.
           ADD 1 TO WS-UNAPPLIED-COUNT
           ADD SET-GROSS TO WS-UNAPPLIED-TOTAL
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2700-EXIT.
           EXIT.

       2800-TAKE-NET-LINE.
           IF SET-NET-AMOUNT IS NUMERIC
              MOVE 'Y' TO WS-NET-FOUND
              ADD SET-NET-AMOUNT TO WS-NET-STATED
           END-IF
           .
       2800-EXIT.
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
           IF WS-REG-OVERFLOW = 'Y'
              DISPLAY 'CARDSETL: CARD REGISTER FULL - PAYMENTS '
                      'NOT APPLIED'
              MOVE 'CARD REGISTER FULL - PAYMENTS NOT APPLIED'
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'Y' TO WS-FILE-ERROR-FLAG
           END-IF
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-PAYMENTS-READ   TO SML-PAYMENTS
           MOVE WS-APPLIED-COUNT   TO SML-APPLIED
           MOVE WS-UNAPPLIED-COUNT TO SML-UNAPPLIED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * What the acquirer says it paid over must be what was applied  *
      * plus what was not, less its fees.                             *
      *----------------------------------------------------------------*
       8100-RECONCILE-SETTLEMENT.
           COMPUTE WS-NET-DERIVED = WS-APPLIED-TOTAL
                                  + WS-UNAPPLIED-TOTAL
                                  - WS-FEE-TOTAL
           COMPUTE WS-NET-DIFFERENCE = WS-NET-STATED - WS-NET-DERIVED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GROSS SETTLED'          TO RCL-LABEL
           MOVE WS-GROSS-TOTAL           TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'CREDITS APPLIED'        TO RCL-LABEL
           MOVE WS-APPLIED-TOTAL         TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'PAYMENTS NOT APPLIED'   TO RCL-LABEL
           MOVE WS-UNAPPLIED-TOTAL       TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'LESS MERCHANT FEES'     TO RCL-LABEL
           MOVE WS-FEE-TOTAL             TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'NET ON CREDITS APPLIED' TO RCL-LABEL
           MOVE WS-NET-DERIVED           TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'NET SETTLED BY ACQUIRER' TO RCL-LABEL
           MOVE WS-NET-STATED            TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT
           MOVE 'DIFFERENCE'             TO RCL-LABEL
           MOVE WS-NET-DIFFERENCE        TO RCL-AMOUNT
           PERFORM 8190-WRITE-RECON-LINE
              THRU 8190-EXIT

           IF WS-NET-FOUND = 'N'
              MOVE 'NO NET SETTLEMENT LINE ON FILE' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'Y' TO WS-FILE-ERROR-FLAG
           END-IF
           IF WS-NET-DIFFERENCE NOT = ZERO
              MOVE 'SETTLEMENT DOES NOT RECONCILE' TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'Y' TO WS-FILE-ERROR-FLAG
           END-IF
           .
       8100-EXIT.
           EXIT.

       8190-WRITE-RECON-LINE.
           MOVE RECON-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8190-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE SETTLEMENT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE BALANCE-JOURNAL.
           CLOSE CARD-FEE-LEDGER.
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
              WHEN WS-UNAPPLIED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
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
           MOVE WS-PAYMENTS-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           MOVE WS-RUN-DATE      TO IRG-DATE
           MOVE 'CARDSETL'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
