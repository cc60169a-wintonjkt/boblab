      ******************************************************************
      *                                                                *
      *          Payment Hold Compliance Decision Loader               *
      *                                                                *
      *   Applies compliance's decisions on the payments PAYBANK      *
      *   held on a watchlist match (PAYHOLD.DAT). A released         *
      *   payment is marked RLSD and goes to the bank on PAYBANK's    *
      *   next run. A rejected payment is marked RJCT and the money   *
      *   is put back where it came from, as PAYACKLD does for a      *
      *   payment the bank rejects:                                   *
      *     - a claim payment comes off CLAIM.PAID, so the claim      *
      *       falls short of its VALUE again;                         *
      *     - a supplier invoice goes back to approved on CLAIMINV    *
      *       (and an indemnity invoice off CLAIM.PAID);              *
      *     - a broker commission payment comes off the broker's      *
      *       settled-to-date on BROKPAID.DAT, so it is owed again;   *
      *     - a refund is left for the desk to re-raise.              *
      *   The settlement runs raise a rejected payment again and      *
      *   PAYBANK screens it again, so it stays held until the payee  *
      *   details are changed.                                        *
      *                                                                *
      *   PAYHDEC.DAT, one line per decision:                         *
      *     reference(13) sp decision(3) REL/REJ sp officer(8)        *
      *     sp reason(20)                                             *
      *                                                                *
      *   A decision whose reference is not on the hold register, or  *
      *   for a payment already decided, is reported as an exception  *
      *   and the run ends RC 8.                                      *
      *                                                                *
      *   A hold register too large to hold whole stops the run       *
      *   RC 12 before any decision is applied.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE
               ASSIGN TO "PAYHDEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT OPTIONAL HOLD-REGISTER
               ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

      *    BROKSETL's cumulative settled-to-date per broker.
           SELECT OPTIONAL PAID-POSITION-FILE
               ASSIGN TO "BROKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT DECISION-REPORT
               ASSIGN TO "PAYHREL.RPT"
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
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 HDC-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 HDC-DECISION             PIC X(3).
              88 HDC-RELEASE              VALUE 'REL'.
              88 HDC-REJECT               VALUE 'REJ'.
           05 FILLER                   PIC X.
           05 HDC-OFFICER              PIC X(8).
           05 FILLER                   PIC X.
           05 HDC-REASON               PIC X(20).

      * Same layout PAYBANK writes.
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

      * Same layout BROKSETL keeps; the off-book and clawback
      * columns are carried through untouched.
       FD  PAID-POSITION-FILE.
       01  POSITION-RECORD.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 POS-REMAINDER            PIC X(28).

       FD  DECISION-REPORT.
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
       01  WS-DECISION-STATUS          PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS              PIC XX VALUE SPACES.
       01  WS-POSITION-STATUS          PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * The whole hold register, loaded once, rewritten once at the
      * end with the decisions this run applied.
       01  WS-HOLD-COUNT               PIC 9(4) VALUE 0.
       01  WS-HOLD-OVERFLOW            PIC X VALUE 'N'.
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
              10 WS-HL-INVOICE-REF.
                 15 WS-HL-INV-CATEGORY PIC X(1).
                 15 WS-HL-INV-NUMBER   PIC 9(10).
              10 WS-HL-WL-LASTNAME     PIC X(20).
              10 WS-HL-WL-FIRSTNAME    PIC X(10).
              10 WS-HL-WL-DOB          PIC X(10).
              10 WS-HL-DECIDED-BY      PIC X(8).
              10 WS-HL-DECIDED-DATE    PIC 9(8).
              10 WS-HL-DECISION-REASON PIC X(20).
              10 WS-HL-SENT-REFERENCE  PIC X(13).
       01  WS-HOLD-FOUND               PIC X VALUE "N".

      * Broker positions, loaded once and rewritten only when a
      * rejected commission payment was put back on one.
       01  WS-POSITION-COUNT           PIC 9(3) VALUE 0.
       01  WS-POSITION-CHANGED         PIC X VALUE "N".
       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-BP-IX.
              10 WS-BP-BROKER-ID       PIC 9(9).
              10 WS-BP-SETTLED         PIC 9(11)V99.
              10 WS-BP-REMAINDER       PIC X(28).

       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP VALUE 0.
       01  WS-REVERSAL                 PIC S9(9) USAGE COMP VALUE 0.
       01  WS-REVERSAL-OK              PIC X VALUE "N".
       01  WS-INVOICE-NUM              PIC S9(9) USAGE COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-DECISIONS-READ        PIC 9(7) VALUE 0.
           05 WS-DECISIONS-RELEASED    PIC 9(7) VALUE 0.
           05 WS-DECISIONS-REJECTED    PIC 9(7) VALUE 0.
           05 WS-DECISIONS-UNMATCHED   PIC 9(7) VALUE 0.
       01  WS-REJECTED-TOTAL           PIC 9(11)V99 VALUE 0.

       01  REPORT-DETAIL-LINE.
           05 RDL-REFERENCE            PIC X(13).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-DISPOSITION          PIC X(18).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-OFFICER              PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-REASON               PIC X(20).
       01  REPORT-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'RELEASED: '.
           05 RSL-RELEASED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTED:'.
           05 RSL-REJECTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNMATCHED:'.
           05 RSL-UNMATCHED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  REJ VALUE: '.
           05 RSL-REJECTED-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-DECISION-STATUS NOT = "00"
              READ DECISION-FILE
                 AT END MOVE "10" TO WS-DECISION-STATUS
                 NOT AT END
                    PERFORM 2000-APPLY-DECISION
                       THRU 2000-EXIT
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-HOLD-REGISTER
              THRU 7000-EXIT
           PERFORM 7100-REWRITE-POSITION
              THRU 7100-EXIT
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
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-DECISION-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           OPEN OUTPUT DECISION-REPORT
           PERFORM 1100-LOAD-HOLD-REGISTER
              THRU 1100-EXIT
           PERFORM 1200-LOAD-POSITION
              THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD-REGISTER.
           OPEN INPUT HOLD-REGISTER
           IF WS-HOLD-STATUS = "00"
              PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                 READ HOLD-REGISTER
                    AT END MOVE "10" TO WS-HOLD-STATUS
                    NOT AT END
                       IF WS-HOLD-COUNT < 5000
                          ADD 1 TO WS-HOLD-COUNT
                          SET WS-HL-IX TO WS-HOLD-COUNT
                          PERFORM 1150-LOAD-HOLD-ENTRY
                             THRU 1150-EXIT
                       ELSE
                          MOVE 'Y' TO WS-HOLD-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE HOLD-REGISTER
      *    A register too big to hold would lose holds when it is
      *    rewritten, so nothing is applied.
           IF WS-HOLD-OVERFLOW = 'Y'
              DISPLAY 'PAYHREL: HOLD REGISTER OVER 5000 ENTRIES - '
                      'NO DECISIONS APPLIED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .
       1100-EXIT.
           EXIT.

       1150-LOAD-HOLD-ENTRY.
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
       1150-EXIT.
           EXIT.

       1200-LOAD-POSITION.
           OPEN INPUT PAID-POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
                 READ PAID-POSITION-FILE
                    AT END MOVE "10" TO WS-POSITION-STATUS
                    NOT AT END
                       IF WS-POSITION-COUNT < 200
                          ADD 1 TO WS-POSITION-COUNT
                          SET WS-BP-IX TO WS-POSITION-COUNT
                          MOVE POS-BROKER-ID
                            TO WS-BP-BROKER-ID(WS-BP-IX)
                          MOVE POS-SETTLED
                            TO WS-BP-SETTLED(WS-BP-IX)
                          MOVE POS-REMAINDER
                            TO WS-BP-REMAINDER(WS-BP-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAID-POSITION-FILE
           .
       1200-EXIT.
           EXIT.

       2000-APPLY-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           MOVE HDC-REFERENCE TO RDL-REFERENCE
           MOVE HDC-OFFICER   TO RDL-OFFICER
           MOVE HDC-REASON    TO RDL-REASON

           MOVE "N" TO WS-HOLD-FOUND
           PERFORM VARYING WS-HL-IX FROM 1 BY 1
                   UNTIL WS-HL-IX > WS-HOLD-COUNT
              IF WS-HL-REFERENCE(WS-HL-IX) = HDC-REFERENCE
                 MOVE "Y" TO WS-HOLD-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-HOLD-FOUND = "N"
              ADD 1 TO WS-DECISIONS-UNMATCHED
              MOVE ZEROS TO RDL-CLAIM-NUM
              MOVE 'NOT ON HOLD FILE  ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE WS-HL-CLAIM(WS-HL-IX) TO RDL-CLAIM-NUM

      * A second decision on the same payment is not applied - a
      * second reversal would put the money back twice.
           IF WS-HL-STATUS(WS-HL-IX) NOT = 'HELD'
              ADD 1 TO WS-DECISIONS-UNMATCHED
              MOVE 'ALREADY DECIDED   ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
              WHEN HDC-RELEASE
                 ADD 1 TO WS-DECISIONS-RELEASED
                 MOVE 'RLSD' TO WS-HL-STATUS(WS-HL-IX)
                 PERFORM 2100-RECORD-DECISION
                    THRU 2100-EXIT
                 MOVE 'RELEASED          ' TO RDL-DISPOSITION
              WHEN HDC-REJECT
                 ADD 1 TO WS-DECISIONS-REJECTED
                 ADD WS-HL-AMOUNT(WS-HL-IX) TO WS-REJECTED-TOTAL
                 MOVE 'RJCT' TO WS-HL-STATUS(WS-HL-IX)
                 PERFORM 2100-RECORD-DECISION
                    THRU 2100-EXIT
      *          Broker commission goes back on the broker's position.
      *          Refund and surrender instructions carry a customer
      *          number in the claim field and a zero policy - there
      *          is no CLAIM row to reverse; the desk re-raises them.
      *          A supplier invoice payment goes back on the invoice.
                 EVALUATE TRUE
                    WHEN WS-HL-INV-CATEGORY(WS-HL-IX) = 'B'
                       PERFORM 2700-RESTORE-BROKER-POSITION
                          THRU 2700-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-BROKER   ' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-DECISIONS-UNMATCHED
                          MOVE 'REJ-BRK NOT FOUND ' TO RDL-DISPOSITION
                       END-IF
                    WHEN WS-HL-POLICY(WS-HL-IX) = ZEROS
                       MOVE 'REJECTED - REFUND ' TO RDL-DISPOSITION
                    WHEN WS-HL-INVOICE-REF(WS-HL-IX) NOT = SPACES
                       PERFORM 2600-REQUEUE-INVOICE
                          THRU 2600-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-INV REQUE' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-DECISIONS-UNMATCHED
                          MOVE 'REJ-INV NOT FOUND ' TO RDL-DISPOSITION
                       END-IF
                    WHEN OTHER
                       PERFORM 2500-REVERSE-CLAIM-PAID
                          THRU 2500-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-REVERSED ' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-DECISIONS-UNMATCHED
                          MOVE 'REJ-CLM NOT FOUND ' TO RDL-DISPOSITION
                       END-IF
                 END-EVALUATE
              WHEN OTHER
                 ADD 1 TO WS-DECISIONS-UNMATCHED
                 MOVE 'BAD DECISION CODE ' TO RDL-DISPOSITION
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-LINE
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-RECORD-DECISION.
           MOVE HDC-OFFICER TO WS-HL-DECIDED-BY(WS-HL-IX)
           MOVE WS-RUN-DATE TO WS-HL-DECIDED-DATE(WS-HL-IX)
           MOVE HDC-REASON  TO WS-HL-DECISION-REASON(WS-HL-IX)
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Put the held money back on the claim: PAID drops below VALUE  *
      * again, so the next settlement run picks the claim up. A claim *
      * no longer on file (+100) is an exception for the desk, not a  *
      * crash - aborting here would leave reversals already applied   *
      * without the hold register rewrite behind them, and a rerun    *
      * would reverse them twice.                                     *
      *----------------------------------------------------------------*
       2500-REVERSE-CLAIM-PAID.
           MOVE "N" TO WS-REVERSAL-OK
           MOVE WS-HL-CLAIM(WS-HL-IX)  TO WS-CLAIM-NUM
           MOVE WS-HL-AMOUNT(WS-HL-IX) TO WS-REVERSAL
           EXEC SQL
               UPDATE CLAIM
                  SET PAID = PAID - :WS-REVERSAL
                WHERE CLAIMNUMBER = :WS-CLAIM-NUM
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 MOVE "Y" TO WS-REVERSAL-OK
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A held supplier payment: the invoice goes back to approved    *
      * and an indemnity invoice comes off CLAIM.PAID as a customer   *
      * payment would. An expense invoice was never on PAID.          *
      *----------------------------------------------------------------*
       2600-REQUEUE-INVOICE.
           MOVE "N" TO WS-REVERSAL-OK
           MOVE WS-HL-INV-NUMBER(WS-HL-IX) TO WS-INVOICE-NUM
           EXEC SQL
               UPDATE CLAIMINV
                  SET STATUS   = 'A',
                      PAIDDATE = NULL
                WHERE INVOICENUMBER = :WS-INVOICE-NUM
                  AND STATUS        = 'P'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 GO TO 2600-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-HL-INV-CATEGORY(WS-HL-IX) = 'I'
              PERFORM 2500-REVERSE-CLAIM-PAID
                 THRU 2500-EXIT
           ELSE
              MOVE "Y" TO WS-REVERSAL-OK
           END-IF
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BROKSETL advanced the broker's settled-to-date when it raised *
      * the payment; taking it back off leaves the commission owed    *
      * for the next settlement run.                                  *
      *----------------------------------------------------------------*
       2700-RESTORE-BROKER-POSITION.
           MOVE "N" TO WS-REVERSAL-OK
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-POSITION-COUNT
              IF WS-BP-BROKER-ID(WS-BP-IX) = WS-HL-INV-NUMBER(WS-HL-IX)
                 MOVE "Y" TO WS-REVERSAL-OK
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-REVERSAL-OK = "N"
              OR WS-BP-SETTLED(WS-BP-IX) < WS-HL-AMOUNT(WS-HL-IX)
              MOVE "N" TO WS-REVERSAL-OK
              GO TO 2700-EXIT
           END-IF
           SUBTRACT WS-HL-AMOUNT(WS-HL-IX) FROM WS-BP-SETTLED(WS-BP-IX)
           MOVE "Y" TO WS-POSITION-CHANGED
           .
       2700-EXIT.
           EXIT.

       7000-REWRITE-HOLD-REGISTER.
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

       7100-REWRITE-POSITION.
           IF WS-POSITION-CHANGED = "N"
              GO TO 7100-EXIT
           END-IF
           OPEN OUTPUT PAID-POSITION-FILE
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-POSITION-COUNT
              MOVE SPACES TO POSITION-RECORD
              MOVE WS-BP-BROKER-ID(WS-BP-IX) TO POS-BROKER-ID
              MOVE WS-BP-SETTLED(WS-BP-IX)   TO POS-SETTLED
              MOVE WS-BP-REMAINDER(WS-BP-IX) TO POS-REMAINDER
              WRITE POSITION-RECORD
           END-PERFORM
           CLOSE PAID-POSITION-FILE
           .
       7100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-DECISIONS-RELEASED  TO RSL-RELEASED
           MOVE WS-DECISIONS-REJECTED  TO RSL-REJECTED
           MOVE WS-DECISIONS-UNMATCHED TO RSL-UNMATCHED
           MOVE WS-REJECTED-TOTAL      TO RSL-REJECTED-TOTAL
           MOVE REPORT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       2900-WRITE-REPORT-LINE.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE DECISION-FILE.
           CLOSE DECISION-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DECISIONS-UNMATCHED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DECISIONS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
