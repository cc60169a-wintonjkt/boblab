      *   same cut GLPOST applies when booking claims paid - so a     *
      *   stale PAYINSTR.DAT cannot send yesterday's money twice.     *
      *                                                                *
      *   A supplier invoice instruction's invoice reference rides    *
      *   onto the register, so a bounce is put back on the invoice   *
      *   rather than on the customer's claim.                        *
      *                                                                *
      *   BANKPAY.DAT is registered and kept by the OUTXMIT REG       *
      *   step that follows; a "lost" file is resent from that        *
      *   copy by OUTXMIT RESEND, never by running this again.        *
      *                                                                *
      *   Each payment carries the next working day as its value      *
      *   date (WORKDAY against the holiday calendar HOLIDAY.DAT);    *
      *   the header keeps the date the file was made.                *
      *                                                                *
      *   Broker commission payments (BROKSETL's BROKPINS.DAT) go     *
      *   out on the same transmission, registered with a 'B' and     *
      *   the broker id as their reference so a bounce is put back    *
      *   on the broker's settled position.                           *
      *                                                                *
      *   Every payee name is screened against the sanctions          *
      *   watchlist WATCHLST.DAT before it reaches BANKPAY.DAT: the   *
      *   listed surname as a whole word of the account name, with    *
      *   the listed first name or its initial (or no other name on   *
      *   the account). A match is not sent - it is held on the       *
      *   payment-hold register PAYHOLD.DAT for compliance, whose     *
      *   decisions PAYHREL applies. An item compliance has released  *
      *   goes out on the next run whatever its value date; one they  *
      *   reject never does. With no watchlist, or one too large to   *
      *   hold, nothing is sent and the run ends RC 12. A customer    *
      *   line (policy zero - a refund, surrender or loan advance)    *
      *   carries no account name, so the customer's own name off     *
      *   CUSTOMER is screened in its place; a customer who cannot be *
      *   found is held. Any other line with no name is sent and      *
      *   counted on the report.                                      *
      *                                                                *
      *   The day's lines are screened once before BANKPAY.DAT is     *
      *   made, so that a hold register with no room for the holds    *
      *   due stops the run RC 12 with nothing sent - a held payment  *
      *   is never dropped.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBANK.
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Broker commission instructions, same delimited layout.
           SELECT OPTIONAL BROKER-PAYMENT-FILE
               ASSIGN TO "BROKPINS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BROKER-PAY-STATUS.

      *    Sanctions watchlist, same file WTCHSWP sweeps the book with.
           SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

      *    Payments held on a watchlist match, one line per payment,
      *    loaded and rewritten whole each run.
           SELECT OPTIONAL HOLD-REGISTER
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT INTERFACE-REPORT
               ASSIGN TO "PAYBANK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 REG-ACK-STATUS           PIC X(4).
           05 FILLER                   PIC X.
           05 REG-ACK-REASON           PIC X(20).
           05 FILLER                   PIC X.
           05 REG-INVOICE-REF          PIC X(11).

       FD  BROKER-PAYMENT-FILE.
       01  BROKER-PAYMENT-RECORD       PIC X(80).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05 WL-LASTNAME              PIC X(20).
           05 WL-DOB                   PIC X(10).
           05 WL-FIRSTNAME             PIC X(10).

      * Status HELD until PAYHREL records compliance's decision -
      * RLSD (released, sent by the next run, then SENT) or RJCT
      * (rejected, the money put back where it came from).
       FD  HOLD-REGISTER.
       01  HOLD-RECORD.
           05 HLD-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 HLD-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 HLD-HELD-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 HLD-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 HLD-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 HLD-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 HLD-SORT-CODE            PIC X(6).
           05 FILLER                   PIC X.
           05 HLD-ACCOUNT              PIC X(8).
           05 FILLER                   PIC X.
           05 HLD-ACCOUNT-NAME         PIC X(30).
           05 FILLER                   PIC X.
           05 HLD-INVOICE-REF          PIC X(11).
           05 FILLER                   PIC X.
           05 HLD-WL-LASTNAME          PIC X(20).
           05 FILLER                   PIC X.
           05 HLD-WL-FIRSTNAME         PIC X(10).
           05 FILLER                   PIC X.
           05 HLD-WL-DOB               PIC X(10).
           05 FILLER                   PIC X.
           05 HLD-DECIDED-BY           PIC X(8).
           05 FILLER                   PIC X.
           05 HLD-DECIDED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 HLD-DECISION-REASON      PIC X(20).
           05 FILLER                   PIC X.
           05 HLD-SENT-REFERENCE       PIC X(13).

       FD  INTERFACE-REPORT.
       01  REPORT-LINE                 PIC X(80).
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PAYMENT-STATUS           PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS          PIC XX VALUE SPACES.
       01  WS-BROKER-PAY-STATUS        PIC XX VALUE SPACES.
       01  WS-WATCHLIST-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-X               PIC X(8) VALUE SPACES.
       01  WS-VALUE-DATE               PIC 9(8) VALUE ZEROS.

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION             PIC X(1).
           05 WDY-DATE                 PIC 9(8).
           05 WDY-END-DATE             PIC 9(8).
           05 WDY-DAYS                 PIC S9(5).
           05 WDY-RESULT-DATE          PIC 9(8).
           05 WDY-WORKING              PIC X(1).
           05 WDY-RETURN               PIC 9(2).

      * Fields of one parsed payment-instruction line.
       01  WS-PAY-CLAIM-TEXT           PIC X(10).
       01  WS-PAY-SORT-TEXT            PIC X(6).
       01  WS-PAY-ACCOUNT-TEXT         PIC X(8).
       01  WS-PAY-NAME-TEXT            PIC X(30).
       01  WS-PAY-INVOICE-TEXT         PIC X(11).
       01  WS-PAY-CLAIM                PIC 9(10) VALUE ZEROS.
       01  WS-PAY-POLICY               PIC 9(10) VALUE ZEROS.
       01  WS-PAY-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
      * 'B' while the broker commission file is being read.
       01  WS-PAY-SOURCE               PIC X VALUE 'C'.
       01  WS-PAY-BROKER-REF.
           05 WS-PAY-BROKER-CATEGORY   PIC X(1) VALUE 'B'.
           05 WS-PAY-BROKER-NUMBER     PIC 9(10) VALUE ZEROS.

      * 'C' while the day's lines are only being counted for holds.
       01  WS-RUN-PASS                 PIC X VALUE 'S'.
           88 COUNTING-PASS                       VALUE 'C'.
           88 SENDING-PASS                        VALUE 'S'.
       01  WS-HOLDS-DUE                PIC 9(7) VALUE 0.

      * Host variables for the customer named on a customer line
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-CUST-FIRSTNAME           PIC X(10).
       01  WS-CUST-LASTNAME            PIC X(20).

      * The watchlist, names upper-cased, loaded once.
       01  WS-WATCH-COUNT              PIC 9(4) VALUE 0.
       01  WS-WATCH-OVERFLOW           PIC X VALUE 'N'.
       01  WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY WS-WL-IX.
              10 WS-WL-LASTNAME        PIC X(20).
              10 WS-WL-DOB             PIC X(10).
              10 WS-WL-FIRSTNAME       PIC X(10).

      * The payee name, upper-cased with punctuation as spaces and a
      * space either side, searched for each listed name as a whole
      * word.
       01  WS-SCREEN-NAME              PIC X(32) VALUE SPACES.
       01  WS-SCREEN-NAME-LEN          PIC 9(4) VALUE 0.
       01  WS-SCREEN-WORD              PIC X(20) VALUE SPACES.
       01  WS-SCREEN-WORD-LEN          PIC 9(4) VALUE 0.
       01  WS-SCREEN-PATTERN           PIC X(22) VALUE SPACES.
       01  WS-SCREEN-TALLY             PIC 9(4) VALUE 0.
       01  WS-SCREEN-WORD-FOUND        PIC X VALUE 'N'.
       01  WS-SCREEN-HIT               PIC X VALUE 'N'.
       01  WS-SCREEN-ENTRY             PIC 9(4) VALUE 0.

      * The hold register, loaded once and rewritten with this run's
      * holds and the released items it sent.
       01  WS-HOLD-COUNT               PIC 9(4) VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HL-IX.
              10 WS-HL-REFERENCE       PIC X(13).
              10 WS-HL-STATUS          PIC X(4).
              10 WS-HL-HELD-DATE       PIC 9(8).
              10 WS-HL-CLAIM           PIC 9(10).
              10 WS-HL-POLICY          PIC 9(10).
              10 WS-HL-AMOUNT          PIC 9(9)V99.
              10 WS-HL-SORT-CODE       PIC X(6).
              10 WS-HL-ACCOUNT         PIC X(8).
              10 WS-HL-ACCOUNT-NAME    PIC X(30).
              10 WS-HL-INVOICE-REF     PIC X(11).
              10 WS-HL-WL-LASTNAME     PIC X(20).
              10 WS-HL-WL-FIRSTNAME    PIC X(10).
              10 WS-HL-WL-DOB          PIC X(10).
              10 WS-HL-DECIDED-BY      PIC X(8).
              10 WS-HL-DECIDED-DATE    PIC 9(8).
              10 WS-HL-DECISION-REASON PIC X(20).
              10 WS-HL-SENT-REFERENCE  PIC X(13).
      * This run's holds are numbered H + transmission sequence +
      * line within it.
       01  WS-HOLD-REFERENCE.
           05 WS-HOLD-REF-PREFIX       PIC X(1) VALUE 'H'.
           05 WS-HOLD-REF-SEQUENCE     PIC 9(6) VALUE ZEROS.
           05 WS-HOLD-REF-LINE         PIC 9(6) VALUE ZEROS.

       01  WS-COUNTS.
           05 WS-READ-COUNT            PIC 9(7) VALUE 0.
           05 WS-SENT-COUNT            PIC 9(7) VALUE 0.
           05 WS-SKIPPED-COUNT         PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT            PIC 9(7) VALUE 0.
           05 WS-RELEASED-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNSCREENED-COUNT      PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-AMOUNT-HASH              PIC 9(13)V99 VALUE 0.
       01  WS-CLAIM-HASH               PIC 9(13) VALUE 0.

           05 RSL-SKIPPED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  TOTAL:'.
           05 RSL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  REPORT-HOLD-LINE.
           05 RHL-REFERENCE            PIC X(13).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RHL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RHL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7)  VALUE ' HELD: '.
           05 RHL-WL-LASTNAME          PIC X(20).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RHL-WL-FIRSTNAME         PIC X(10).
       01  REPORT-SCREEN-LINE.
           05 FILLER                   PIC X(5)  VALUE 'HELD:'.
           05 RCL-HELD                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  VALUE:'.
           05 RCL-HELD-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE '  RELEASED:'.
           05 RCL-RELEASED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  NO NAME:'.
           05 RCL-UNSCREENED           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
              END-READ
           END-PERFORM

           MOVE 'B' TO WS-PAY-SOURCE
           OPEN INPUT BROKER-PAYMENT-FILE
           PERFORM UNTIL WS-BROKER-PAY-STATUS NOT = "00"
              READ BROKER-PAYMENT-FILE
                 AT END MOVE "10" TO WS-BROKER-PAY-STATUS
                 NOT AT END
                    MOVE BROKER-PAYMENT-RECORD TO PAYMENT-RECORD
                    PERFORM 2000-SEND-ONE-INSTRUCTION
                       THRU 2000-EXIT
              END-READ
           END-PERFORM
           CLOSE BROKER-PAYMENT-FILE

           PERFORM 3000-SEND-RELEASED
              THRU 3000-EXIT

           PERFORM 7000-REWRITE-HOLD-REGISTER
              THRU 7000-EXIT
           PERFORM 8000-WRITE-TRAILER
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           PERFORM 1050-SET-VALUE-DATE
              THRU 1050-EXIT

           PERFORM 1100-NEXT-SEQUENCE
              THRU 1100-EXIT
           MOVE WS-SEQUENCE TO WS-HOLD-REF-SEQUENCE

           PERFORM 1200-LOAD-WATCHLIST
              THRU 1200-EXIT
           PERFORM 1300-LOAD-HOLD-REGISTER
              THRU 1300-EXIT
           PERFORM 1400-COUNT-HOLDS-DUE
              THRU 1400-EXIT

           OPEN INPUT PAYMENT-FILE
           OPEN OUTPUT BANK-FILE
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The bank only moves money on working days: value the         *
      * payments on the run date, or on the next working day after   *
      * it when it is a weekend or holiday.                          *
      *----------------------------------------------------------------*
       1050-SET-VALUE-DATE.
           MOVE WS-RUN-DATE TO WS-VALUE-DATE
           MOVE 'N'         TO WDY-FUNCTION
           MOVE WS-RUN-DATE TO WDY-DATE
           CALL 'WORKDAY' USING WORKDAY-PARMS
           IF WDY-RETURN < 8
              MOVE WDY-RESULT-DATE TO WS-VALUE-DATE
           END-IF
           IF WS-VALUE-DATE NOT = WS-RUN-DATE
              DISPLAY 'NOT A WORKING DAY - VALUE DATE ' WS-VALUE-DATE
           END-IF
           .
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The transmission sequence continues from the highest one on   *
      * the manifest, so the bank can detect a lost or duplicated     *
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Nothing may go to the bank unscreened: no watchlist, or an    *
      * empty one, stops the run before BANKPAY.DAT is made.          *
      *----------------------------------------------------------------*
       1200-LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
              PERFORM UNTIL WS-WATCHLIST-STATUS NOT = "00"
                 READ WATCHLIST-FILE
                    AT END MOVE "10" TO WS-WATCHLIST-STATUS
                    NOT AT END
                       IF WL-LASTNAME NOT = SPACES
                          AND WS-WATCH-COUNT NOT < 3000
                          MOVE 'Y' TO WS-WATCH-OVERFLOW
                       END-IF
                       IF WL-LASTNAME NOT = SPACES
                          AND WS-WATCH-COUNT < 3000
                          ADD 1 TO WS-WATCH-COUNT
                          SET WS-WL-IX TO WS-WATCH-COUNT
                          MOVE FUNCTION UPPER-CASE (WL-LASTNAME)
                            TO WS-WL-LASTNAME(WS-WL-IX)
                          MOVE WL-DOB TO WS-WL-DOB(WS-WL-IX)
                          MOVE FUNCTION UPPER-CASE (WL-FIRSTNAME)
                            TO WS-WL-FIRSTNAME(WS-WL-IX)
                          INSPECT WS-WL-LASTNAME(WS-WL-IX)
                             CONVERTING '.,-/&' TO '     '
                          INSPECT WS-WL-FIRSTNAME(WS-WL-IX)
                             CONVERTING '.,-/&' TO '     '
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE WATCHLIST-FILE
           IF WS-WATCH-COUNT = 0
              DISPLAY 'PAYBANK: NO WATCHLIST - NOTHING SENT'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-WATCH-OVERFLOW = 'Y'
              DISPLAY 'PAYBANK: WATCHLIST OVER 3000 NAMES - '
                      'NOTHING SENT'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .
       1200-EXIT.
           EXIT.

       1300-LOAD-HOLD-REGISTER.
           OPEN INPUT HOLD-REGISTER
           IF WS-HOLD-STATUS = "00"
              PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                 READ HOLD-REGISTER
                    AT END MOVE "10" TO WS-HOLD-STATUS
                    NOT AT END
                       IF WS-HOLD-COUNT NOT < 5000
                          DISPLAY 'PAYBANK: HOLD REGISTER OVER 5000 '
                                  'ENTRIES - NOTHING SENT'
                          CLOSE HOLD-REGISTER
                          MOVE 12 TO RETURN-CODE
                          GOBACK
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       SET WS-HL-IX TO WS-HOLD-COUNT
                       PERFORM 1350-LOAD-HOLD-ENTRY
                          THRU 1350-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE HOLD-REGISTER
           .
       1300-EXIT.
           EXIT.

       1350-LOAD-HOLD-ENTRY.
           MOVE HLD-REFERENCE       TO WS-HL-REFERENCE(WS-HL-IX)
           MOVE HLD-STATUS          TO WS-HL-STATUS(WS-HL-IX)
           MOVE HLD-HELD-DATE       TO WS-HL-HELD-DATE(WS-HL-IX)
           MOVE HLD-CLAIM-NUM       TO WS-HL-CLAIM(WS-HL-IX)
           MOVE HLD-POLICY-NUM      TO WS-HL-POLICY(WS-HL-IX)
           MOVE HLD-AMOUNT          TO WS-HL-AMOUNT(WS-HL-IX)
           MOVE HLD-SORT-CODE       TO WS-HL-SORT-CODE(WS-HL-IX)
           MOVE HLD-ACCOUNT         TO WS-HL-ACCOUNT(WS-HL-IX)
           MOVE HLD-ACCOUNT-NAME    TO WS-HL-ACCOUNT-NAME(WS-HL-IX)
           MOVE HLD-INVOICE-REF     TO WS-HL-INVOICE-REF(WS-HL-IX)
           MOVE HLD-WL-LASTNAME     TO WS-HL-WL-LASTNAME(WS-HL-IX)
           MOVE HLD-WL-FIRSTNAME    TO WS-HL-WL-FIRSTNAME(WS-HL-IX)
           MOVE HLD-WL-DOB          TO WS-HL-WL-DOB(WS-HL-IX)
           MOVE HLD-DECIDED-BY      TO WS-HL-DECIDED-BY(WS-HL-IX)
           MOVE HLD-DECIDED-DATE    TO WS-HL-DECIDED-DATE(WS-HL-IX)
           MOVE HLD-DECISION-REASON TO WS-HL-DECISION-REASON(WS-HL-IX)
           MOVE HLD-SENT-REFERENCE  TO WS-HL-SENT-REFERENCE(WS-HL-IX)
           .
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every hold this run makes needs a place on the register. The  *
      * day's lines are screened once without sending anything; if   *
      * the holds due will not fit, the run stops before BANKPAY.DAT  *
      * is made rather than let a held payment fall off the end.      *
      *----------------------------------------------------------------*
       1400-COUNT-HOLDS-DUE.
           SET COUNTING-PASS TO TRUE
           MOVE 0 TO WS-HOLDS-DUE
           OPEN INPUT PAYMENT-FILE
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "00"
              READ PAYMENT-FILE
                 AT END MOVE "10" TO WS-PAYMENT-STATUS
                 NOT AT END
                    PERFORM 2000-SEND-ONE-INSTRUCTION
                       THRU 2000-EXIT
              END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE

           MOVE 'B' TO WS-PAY-SOURCE
           OPEN INPUT BROKER-PAYMENT-FILE
           PERFORM UNTIL WS-BROKER-PAY-STATUS NOT = "00"
              READ BROKER-PAYMENT-FILE
                 AT END MOVE "10" TO WS-BROKER-PAY-STATUS
                 NOT AT END
                    MOVE BROKER-PAYMENT-RECORD TO PAYMENT-RECORD
                    PERFORM 2000-SEND-ONE-INSTRUCTION
                       THRU 2000-EXIT
              END-READ
           END-PERFORM
           CLOSE BROKER-PAYMENT-FILE

           MOVE 'C' TO WS-PAY-SOURCE
           INITIALIZE WS-COUNTS
           SET SENDING-PASS TO TRUE
           IF WS-HOLD-COUNT + WS-HOLDS-DUE > 5000
              DISPLAY 'PAYBANK: HOLD REGISTER FULL - ' WS-HOLDS-DUE
                      ' HOLDS DUE, ' WS-HOLD-COUNT ' ON FILE'
              DISPLAY 'PAYBANK: NOTHING SENT'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .
       1400-EXIT.
           EXIT.

       2000-SEND-ONE-INSTRUCTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                          WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                          WS-PAY-SORT-TEXT WS-PAY-ACCOUNT-TEXT
                          WS-PAY-NAME-TEXT WS-PAY-INVOICE-TEXT
           UNSTRING PAYMENT-RECORD DELIMITED BY ','
               INTO WS-PAY-CLAIM-TEXT WS-PAY-POLICY-TEXT
                    WS-PAY-AMOUNT-TEXT WS-PAY-DATE-TEXT
                    WS-PAY-SORT-TEXT WS-PAY-ACCOUNT-TEXT
                    WS-PAY-NAME-TEXT WS-PAY-INVOICE-TEXT
           IF WS-PAY-AMOUNT-TEXT = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 2000-EXIT
           MOVE FUNCTION NUMVAL (WS-PAY-CLAIM-TEXT)  TO WS-PAY-CLAIM
           MOVE FUNCTION NUMVAL (WS-PAY-POLICY-TEXT) TO WS-PAY-POLICY
           MOVE FUNCTION NUMVAL (WS-PAY-AMOUNT-TEXT) TO WS-PAY-AMOUNT
           IF WS-PAY-SOURCE = 'B'
              MOVE WS-PAY-CLAIM      TO WS-PAY-BROKER-NUMBER
              MOVE WS-PAY-BROKER-REF TO WS-PAY-INVOICE-TEXT
           END-IF

           PERFORM 2200-SCREEN-PAYEE
              THRU 2200-EXIT
           IF COUNTING-PASS
              IF WS-SCREEN-HIT = 'Y'
                 ADD 1 TO WS-HOLDS-DUE
              END-IF
              GO TO 2000-EXIT
           END-IF
           IF WS-SCREEN-HIT = 'Y'
              PERFORM 2400-HOLD-PAYMENT
                 THRU 2400-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2500-TRANSMIT-PAYMENT
              THRU 2500-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A customer line carries the customer number in the claim      *
      * field. The name on CUSTOMER is what gets screened; a customer *
      * not found, or with no surname, leaves the name blank.         *
      *----------------------------------------------------------------*
       2100-LOOKUP-CUSTOMER-NAME.
           MOVE WS-PAY-CLAIM TO WS-CUSTOMER-NUM
           MOVE SPACES TO WS-CUST-FIRSTNAME WS-CUST-LASTNAME
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :WS-CUST-FIRSTNAME, :WS-CUST-LASTNAME
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CUST-LASTNAME = SPACES
              GO TO 2100-EXIT
           END-IF
           STRING FUNCTION TRIM(WS-CUST-FIRSTNAME) DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUST-LASTNAME)  DELIMITED BY SIZE
              INTO WS-PAY-NAME-TEXT
           END-STRING
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A listed surname appearing as a whole word of the payee name  *
      * is a match when the listed first name, or its initial, is     *
      * there too - or when the entry gives no first name, or the     *
      * account carries the surname alone. Over-matching is safe:     *
      * compliance releases a false hit; a missed one cannot be       *
      * recalled from the bank.                                       *
      *----------------------------------------------------------------*
       2200-SCREEN-PAYEE.
           MOVE 'N' TO WS-SCREEN-HIT
           MOVE 0 TO WS-SCREEN-ENTRY
           IF WS-PAY-NAME-TEXT = SPACES
              AND WS-PAY-SOURCE = 'C'
              AND WS-PAY-POLICY = 0
              PERFORM 2100-LOOKUP-CUSTOMER-NAME
                 THRU 2100-EXIT
              IF WS-PAY-NAME-TEXT = SPACES
                 MOVE 'Y' TO WS-SCREEN-HIT
                 GO TO 2200-EXIT
              END-IF
           END-IF
           IF WS-PAY-NAME-TEXT = SPACES
              ADD 1 TO WS-UNSCREENED-COUNT
              GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE FUNCTION UPPER-CASE (WS-PAY-NAME-TEXT)
             TO WS-SCREEN-NAME(2:30)
           INSPECT WS-SCREEN-NAME CONVERTING '.,-/&' TO '     '
           MOVE 0 TO WS-SCREEN-NAME-LEN
           INSPECT FUNCTION REVERSE (WS-SCREEN-NAME)
              TALLYING WS-SCREEN-NAME-LEN FOR LEADING SPACES
           COMPUTE WS-SCREEN-NAME-LEN = 32 - WS-SCREEN-NAME-LEN - 1
           PERFORM VARYING WS-WL-IX FROM 1 BY 1
                   UNTIL WS-WL-IX > WS-WATCH-COUNT
              PERFORM 2250-MATCH-ONE-ENTRY
                 THRU 2250-EXIT
              IF WS-SCREEN-HIT = 'Y'
                 SET WS-SCREEN-ENTRY TO WS-WL-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-ENTRY.
           MOVE WS-WL-LASTNAME(WS-WL-IX) TO WS-SCREEN-WORD
           PERFORM 2300-FIND-WORD
              THRU 2300-EXIT
           IF WS-SCREEN-WORD-FOUND = 'N'
              GO TO 2250-EXIT
           END-IF
           IF WS-WL-FIRSTNAME(WS-WL-IX) = SPACES
              OR WS-SCREEN-NAME-LEN = WS-SCREEN-WORD-LEN
              MOVE 'Y' TO WS-SCREEN-HIT
              GO TO 2250-EXIT
           END-IF
           MOVE WS-WL-FIRSTNAME(WS-WL-IX) TO WS-SCREEN-WORD
           PERFORM 2300-FIND-WORD
              THRU 2300-EXIT
           IF WS-SCREEN-WORD-FOUND = 'Y'
              MOVE 'Y' TO WS-SCREEN-HIT
              GO TO 2250-EXIT
           END-IF
           MOVE SPACES TO WS-SCREEN-WORD
           MOVE WS-WL-FIRSTNAME(WS-WL-IX)(1:1) TO WS-SCREEN-WORD
           PERFORM 2300-FIND-WORD
              THRU 2300-EXIT
           IF WS-SCREEN-WORD-FOUND = 'Y'
              MOVE 'Y' TO WS-SCREEN-HIT
           END-IF
           .
       2250-EXIT.
           EXIT.

      * Is WS-SCREEN-WORD in the payee name with a space either side?
       2300-FIND-WORD.
           MOVE 'N' TO WS-SCREEN-WORD-FOUND
           MOVE 0 TO WS-SCREEN-WORD-LEN
           INSPECT FUNCTION REVERSE (WS-SCREEN-WORD)
              TALLYING WS-SCREEN-WORD-LEN FOR LEADING SPACES
           COMPUTE WS-SCREEN-WORD-LEN = 20 - WS-SCREEN-WORD-LEN
           IF WS-SCREEN-WORD-LEN = 0
              GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO WS-SCREEN-PATTERN
           MOVE WS-SCREEN-WORD(1:WS-SCREEN-WORD-LEN)
             TO WS-SCREEN-PATTERN(2:WS-SCREEN-WORD-LEN)
           MOVE 0 TO WS-SCREEN-TALLY
           INSPECT WS-SCREEN-NAME TALLYING WS-SCREEN-TALLY
              FOR ALL WS-SCREEN-PATTERN(1:WS-SCREEN-WORD-LEN + 2)
           IF WS-SCREEN-TALLY > 0
              MOVE 'Y' TO WS-SCREEN-WORD-FOUND
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The payment stays off the transmission and on the hold        *
      * register for compliance, with the entry it matched - or, for  *
      * a customer line whose customer could not be found, with that  *
      * as the reason. 1400 made sure there is room; should the       *
      * register fill regardless, the run stops with no trailer on    *
      * BANKPAY.DAT rather than lose the payment.                     *
      *----------------------------------------------------------------*
       2400-HOLD-PAYMENT.
           IF WS-HOLD-COUNT NOT < 5000
              DISPLAY 'PAYBANK: HOLD REGISTER FULL AT CLAIM '
                      WS-PAY-CLAIM ' - TRANSMISSION VOID'
              CLOSE PAYMENT-FILE
              CLOSE BANK-FILE
              CLOSE INSTRUCTION-REGISTER
              CLOSE INTERFACE-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WS-HELD-COUNT
           ADD WS-PAY-AMOUNT TO WS-HELD-TOTAL
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HL-IX TO WS-HOLD-COUNT
           MOVE WS-HELD-COUNT TO WS-HOLD-REF-LINE
           MOVE WS-HOLD-REFERENCE   TO WS-HL-REFERENCE(WS-HL-IX)
           MOVE 'HELD'              TO WS-HL-STATUS(WS-HL-IX)
           MOVE WS-RUN-DATE         TO WS-HL-HELD-DATE(WS-HL-IX)
           MOVE WS-PAY-CLAIM        TO WS-HL-CLAIM(WS-HL-IX)
           MOVE WS-PAY-POLICY       TO WS-HL-POLICY(WS-HL-IX)
           MOVE WS-PAY-AMOUNT       TO WS-HL-AMOUNT(WS-HL-IX)
           MOVE WS-PAY-SORT-TEXT    TO WS-HL-SORT-CODE(WS-HL-IX)
           MOVE WS-PAY-ACCOUNT-TEXT TO WS-HL-ACCOUNT(WS-HL-IX)
           MOVE WS-PAY-NAME-TEXT    TO WS-HL-ACCOUNT-NAME(WS-HL-IX)
           MOVE WS-PAY-INVOICE-TEXT TO WS-HL-INVOICE-REF(WS-HL-IX)
           IF WS-SCREEN-ENTRY = 0
              MOVE 'CUSTOMER NOT FOUND' TO WS-HL-WL-LASTNAME(WS-HL-IX)
              MOVE SPACES TO WS-HL-WL-FIRSTNAME(WS-HL-IX)
                             WS-HL-WL-DOB(WS-HL-IX)
           ELSE
              SET WS-WL-IX TO WS-SCREEN-ENTRY
              MOVE WS-WL-LASTNAME(WS-WL-IX)
                TO WS-HL-WL-LASTNAME(WS-HL-IX)
              MOVE WS-WL-FIRSTNAME(WS-WL-IX)
                TO WS-HL-WL-FIRSTNAME(WS-HL-IX)
              MOVE WS-WL-DOB(WS-WL-IX) TO WS-HL-WL-DOB(WS-HL-IX)
           END-IF
           MOVE SPACES              TO WS-HL-DECIDED-BY(WS-HL-IX)
                                       WS-HL-DECISION-REASON(WS-HL-IX)
                                       WS-HL-SENT-REFERENCE(WS-HL-IX)
           MOVE ZEROS               TO WS-HL-DECIDED-DATE(WS-HL-IX)

           MOVE WS-HOLD-REFERENCE   TO RHL-REFERENCE
           MOVE WS-PAY-CLAIM        TO RHL-CLAIM-NUM
           MOVE WS-PAY-AMOUNT       TO RHL-AMOUNT
           MOVE WS-HL-WL-LASTNAME(WS-HL-IX)  TO RHL-WL-LASTNAME
           MOVE WS-HL-WL-FIRSTNAME(WS-HL-IX) TO RHL-WL-FIRSTNAME
           MOVE REPORT-HOLD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2400-EXIT.
           EXIT.

       2500-TRANSMIT-PAYMENT.
           ADD 1 TO WS-SENT-COUNT
           ADD WS-PAY-AMOUNT TO WS-AMOUNT-HASH
           ADD WS-PAY-CLAIM  TO WS-CLAIM-HASH
           MOVE WS-PAY-CLAIM  TO BDR-CLAIM-NUM
           MOVE WS-PAY-POLICY TO BDR-POLICY-NUM
           MOVE WS-PAY-AMOUNT TO BDR-AMOUNT
           MOVE WS-VALUE-DATE TO BDR-VALUE-DATE
      * The verified payee details the settlement run embedded ride
      * through to the bank; an instruction without them (a refund
      * line) transmits with the fields blank.
           MOVE WS-RUN-DATE   TO REG-SENT-DATE
           MOVE 'SENT'        TO REG-ACK-STATUS
           MOVE SPACES        TO REG-ACK-REASON
           MOVE WS-PAY-INVOICE-TEXT TO REG-INVOICE-REF
           WRITE REGISTER-RECORD

           MOVE BDR-REFERENCE TO RDL-REFERENCE
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Items compliance has released go out now, on today's value    *
      * date, without being screened again; the hold register keeps   *
      * the bank reference they went under.                           *
      *----------------------------------------------------------------*
       3000-SEND-RELEASED.
           PERFORM VARYING WS-HL-IX FROM 1 BY 1
                   UNTIL WS-HL-IX > WS-HOLD-COUNT
              IF WS-HL-STATUS(WS-HL-IX) = 'RLSD'
                 MOVE WS-HL-CLAIM(WS-HL-IX)     TO WS-PAY-CLAIM
                 MOVE WS-HL-POLICY(WS-HL-IX)    TO WS-PAY-POLICY
                 MOVE WS-HL-AMOUNT(WS-HL-IX)    TO WS-PAY-AMOUNT
                 MOVE WS-HL-SORT-CODE(WS-HL-IX) TO WS-PAY-SORT-TEXT
                 MOVE WS-HL-ACCOUNT(WS-HL-IX)   TO WS-PAY-ACCOUNT-TEXT
                 MOVE WS-HL-INVOICE-REF(WS-HL-IX)
                   TO WS-PAY-INVOICE-TEXT
                 PERFORM 2500-TRANSMIT-PAYMENT
                    THRU 2500-EXIT
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE 'SENT' TO WS-HL-STATUS(WS-HL-IX)
                 MOVE BDR-REFERENCE TO WS-HL-SENT-REFERENCE(WS-HL-IX)
              END-IF
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

       7000-REWRITE-HOLD-REGISTER.
           IF WS-HOLD-COUNT = 0
              GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT HOLD-REGISTER
           PERFORM VARYING WS-HL-IX FROM 1 BY 1
                   UNTIL WS-HL-IX > WS-HOLD-COUNT
              MOVE SPACES TO HOLD-RECORD
              MOVE WS-HL-REFERENCE(WS-HL-IX)    TO HLD-REFERENCE
              MOVE WS-HL-STATUS(WS-HL-IX)       TO HLD-STATUS
              MOVE WS-HL-HELD-DATE(WS-HL-IX)    TO HLD-HELD-DATE
              MOVE WS-HL-CLAIM(WS-HL-IX)        TO HLD-CLAIM-NUM
              MOVE WS-HL-POLICY(WS-HL-IX)       TO HLD-POLICY-NUM
              MOVE WS-HL-AMOUNT(WS-HL-IX)       TO HLD-AMOUNT
              MOVE WS-HL-SORT-CODE(WS-HL-IX)    TO HLD-SORT-CODE
              MOVE WS-HL-ACCOUNT(WS-HL-IX)      TO HLD-ACCOUNT
              MOVE WS-HL-ACCOUNT-NAME(WS-HL-IX) TO HLD-ACCOUNT-NAME
              MOVE WS-HL-INVOICE-REF(WS-HL-IX)  TO HLD-INVOICE-REF
              MOVE WS-HL-WL-LASTNAME(WS-HL-IX)  TO HLD-WL-LASTNAME
              MOVE WS-HL-WL-FIRSTNAME(WS-HL-IX) TO HLD-WL-FIRSTNAME
              MOVE WS-HL-WL-DOB(WS-HL-IX)       TO HLD-WL-DOB
              MOVE WS-HL-DECIDED-BY(WS-HL-IX)   TO HLD-DECIDED-BY
              MOVE WS-HL-DECIDED-DATE(WS-HL-IX) TO HLD-DECIDED-DATE
              MOVE WS-HL-DECISION-REASON(WS-HL-IX)
                TO HLD-DECISION-REASON
              MOVE WS-HL-SENT-REFERENCE(WS-HL-IX)
                TO HLD-SENT-REFERENCE
              WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-REGISTER
           .
       7000-EXIT.
           EXIT.

       8000-WRITE-TRAILER.
           MOVE WS-AMOUNT-HASH   TO RSL-TOTAL
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT       TO RCL-HELD
           MOVE WS-HELD-TOTAL       TO RCL-HELD-TOTAL
           MOVE WS-RELEASED-COUNT   TO RCL-RELEASED
           MOVE WS-UNSCREENED-COUNT TO RCL-UNSCREENED
           MOVE REPORT-SCREEN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.
           CLOSE BANK-FILE.
           CLOSE INSTRUCTION-REGISTER.
           CLOSE INTERFACE-REPORT.
           IF WS-SENT-COUNT = 0 OR WS-HELD-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
