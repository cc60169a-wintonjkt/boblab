      *   paid - unless its claim number appears in the supervisor    *
      *   approval file SETLAPPR.DAT.                                 *
      *                                                                *
      *   A payment above the payment authority of the claim's        *
      *   handler (HANDLER master) is referred to the handler's team  *
      *   leader instead - held, and written to HNDREFER.DAT - until  *
      *   the leader signs it off on SETLAPPR.DAT. Supplier invoices  *
      *   are tested the same way, invoice by invoice. A claim with   *
      *   no handler allocated is not checked.                        *
      *                                                                *
      *   The policy excess - compulsory plus voluntary - is recorded *
      *   in CLAIM.EXCESS with the claim's first payment of any kind, *
      *   indemnity invoice or settlement, so it is deducted once per *
      *   claim and never again. At settlement it is capped at what   *
      *   the claim has left to pay, and a claim wholly inside the    *
      *   excess is closed at nil with no payment instruction.        *
      *                                                                *
      *   Supplier invoices approved on CLAIMINV (CLMINVIN) are paid  *
      *   first, to the supplier's bank details on the SUPPLIER       *
      *   master, each instruction carrying its category and invoice  *
      *   number. An indemnity invoice is added to CLAIM.PAID - it    *
      *   is part of the claim - so the customer is paid only what    *
      *   is left after paid and pending indemnity invoices; an       *
      *   expense invoice (adjuster fees) never touches PAID. An      *
      *   indemnity invoice is paid only inside the claim value less  *
      *   the full excess. An invoice whose supplier is no longer     *
      *   live, or an indemnity invoice the claim value can no longer *
      *   bear, stays approved and is held.                           *
      *                                                                *
      *   A claim on the investigations queue SIUQUEUE.DAT (CLMSIU)   *
      *   still held, or confirmed as fraud, is held outright -       *
      *   neither the customer nor any supplier invoice on it is      *
      *   paid until an investigator clears it. A queue with more     *
      *   open cases than the run can hold stops it RC 8 before       *
      *   anything is paid.                                           *
      *                                                                *
      *   A claim on a policy with an open POLICY loan repays the     *
      *   loan first - principal and interest to the run date - and   *
      *   the claimant is paid what is left. The loan is cleared, or  *
      *   reduced when the payment does not cover it, and the         *
      *   interest and offset go to the loan ledger LOANTXN.DAT for   *
      *   GLPOST to book.                                             *
      *                                                                *
      *   SETLLIM.DAT: policy type, payment limit, approval           *
      *   threshold, one set per line. SETLAPPR.DAT: one approved     *
      *   claim number per line, then the approver's user id and      *
      *   terminal for the segregation-of-duties run (SODRPT); this   *
      *   run needs only the claim number. EXCESSRT.DAT: policy type, *
      *   compulsory excess, voluntary excess - the default for a     *
      *   policy with no excess of its own on file.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

      *    Default excess by policy type, for policies that carry
      *    no excess of their own.
           SELECT EXCESS-FILE
               ASSIGN TO "EXCESSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCESS-STATUS.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO "SETLAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "SETLREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Payments referred to a team leader for being above the
      *    handler's payment authority.
           SELECT REFERRAL-FILE
               ASSIGN TO "HNDREFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Outstanding requirements the CLMREQTK run tracks: a
      *    claim with an open requirement is held, not paid.
           SELECT OPTIONAL REQUIREMENT-STORE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQSTORE-STATUS.

      *    Investigations queue the CLMSIU run keeps: a claim
      *    held there, or confirmed as fraud, is not paid.
           SELECT OPTIONAL SIU-QUEUE-STORE
               ASSIGN TO "SIUQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIUSTORE-STATUS.

      *    Recovery store the CLMRECV run keeps: received cash per
      *    claim, shown net on the register.
           SELECT OPTIONAL RECOVERY-STORE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL LOAN-LEDGER
               ASSIGN TO "LOANTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every
           05 FILLER                   PIC X.
           05 LIM-APPROVAL-THRESHOLD   PIC 9(9).

      * Per-policy-type default excess: compulsory, then voluntary.
       FD  EXCESS-FILE.
       01  EXCESS-RATE-RECORD.
           05 EXR-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 EXR-COMPULSORY           PIC 9(7).
           05 FILLER                   PIC X.
           05 EXR-VOLUNTARY            PIC 9(7).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05 APP-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 APP-APPROVER             PIC X(8).
           05 FILLER                   PIC X.
           05 APP-TERMID               PIC X(4).

      * Bank interchange line: claim, policy, amount, value date,
      * then the verified payee details - sort code, account,
      * account name - so nobody downstream matches money to bank
      * details by hand. A supplier invoice line adds the invoice
      * reference as an eighth field.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(100).

       FD  REGISTER-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Claim, handler, team leader, amount, handler's limit, date.
       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05 HRF-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 HRF-HANDLER              PIC 9(10).
           05 FILLER                   PIC X.
           05 HRF-TEAM-LEADER          PIC 9(10).
           05 FILLER                   PIC X.
           05 HRF-AMOUNT               PIC 9(9).
           05 FILLER                   PIC X.
           05 HRF-LIMIT                PIC 9(9).
           05 FILLER                   PIC X.
           05 HRF-DATE                 PIC 9(8).

      * Same layout the CLMREQTK run writes.
       FD  REQUIREMENT-STORE.
       01  REQUIREMENT-RECORD.
           05 FILLER                   PIC X.
           05 REQ-CHASED               PIC 9(8).

      * Same layout the CLMSIU run writes.
       FD  SIU-QUEUE-STORE.
       01  SIU-QUEUE-RECORD.
           05 SIU-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 SIU-SCORE                PIC 9(3).
           05 FILLER                   PIC X.
           05 SIU-REASONS              PIC X(4).
           05 FILLER                   PIC X.
           05 SIU-QUEUED               PIC 9(8).
           05 FILLER                   PIC X.
           05 SIU-STATUS               PIC X(1).
              88 SIU-CASE-OPEN            VALUES 'H' 'F'.
           05 FILLER                   PIC X.
           05 SIU-DECIDED              PIC 9(8).
           05 FILLER                   PIC X.
           05 SIU-INVESTIGATOR         PIC X(8).

      * Same layout the CLMRECV run writes.
       FD  RECOVERY-STORE.
       01  RECOVERY-RECORD.
           05 FILLER                   PIC X.
           05 RCV-RAISED-DATE          PIC 9(8).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-LIMIT-STATUS             PIC XX VALUE SPACES.
       01  WS-EXCESS-STATUS            PIC XX VALUE SPACES.
       01  WS-APPROVAL-STATUS          PIC XX VALUE SPACES.
       01  WS-STORE-STATUS             PIC XX VALUE SPACES.
       01  WS-REQSTORE-STATUS          PIC XX VALUE SPACES.
                                   PIC 9(10).
       01  WS-REQS-OPEN                PIC X VALUE "N".

      * Claims on the investigations queue and not cleared; neither
      * the claim nor any invoice against it is paid.
       01  WS-SIUSTORE-STATUS          PIC XX VALUE SPACES.
       01  WS-SIU-COUNT                PIC 9(4) VALUE 0.
       01  WS-SIU-TABLE.
           05 WS-SIU-CLAIM OCCURS 2000 TIMES
                                   INDEXED BY WS-SU-IX
                                   PIC 9(10).
       01  WS-SIU-HELD                 PIC X VALUE "N".
       01  WS-SIU-OVERFLOW             PIC X VALUE "N".

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-EOF-INVOICES          PIC X(01) VALUE 'N'.
             88 END-OF-INVOICES                   VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-ISO             PIC X(10).

      * Host variables for the unpaid-claims cursor fetch
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
      * Excess already taken on the claim (null until the first
      * payment), and the policy's own compulsory and voluntary
      * excess (null where the type default applies).
       01  WS-CLAIM-EXCESS             PIC S9(9) USAGE COMP.
       01  WS-CLAIM-EXCESS-IND         PIC S9(4) USAGE COMP.
       01  WS-POL-COMPULSORY           PIC S9(9) USAGE COMP.
       01  WS-POL-COMPULSORY-IND       PIC S9(4) USAGE COMP.
       01  WS-POL-VOLUNTARY            PIC S9(9) USAGE COMP.
       01  WS-POL-VOLUNTARY-IND        PIC S9(4) USAGE COMP.
      * Handler the claim is allocated to, and that handler's
      * payment authority and team leader from the HANDLER master.
       01  WS-HANDLER-ID               PIC S9(9) USAGE COMP.
       01  WS-HANDLER-IND              PIC S9(4) USAGE COMP.
       01  WS-PAY-AUTHORITY            PIC S9(9) USAGE COMP.
       01  WS-TEAM-LEADER              PIC S9(9) USAGE COMP.
       01  WS-TEAM-LEADER-IND          PIC S9(4) USAGE COMP.
       01  WS-WITHIN-AUTHORITY         PIC X VALUE "Y".

      * Host variables for the approved-invoice cursor fetch.
       01  WS-INVOICE-NUM              PIC S9(9) USAGE COMP.
       01  WS-INVOICE-AMOUNT           PIC S9(9) USAGE COMP.
       01  WS-INVOICE-CATEGORY         PIC X(1).
       01  WS-SUPPLIER-ID              PIC S9(9) USAGE COMP.
       01  WS-SUPPLIER-STATUS          PIC X(1).
      * Indemnity invoices on the claim being settled: already paid
      * (inside PAID) and received or approved but not yet paid.
       01  WS-INVOICE-PAID             PIC S9(9) USAGE COMP.
       01  WS-INVOICE-PENDING          PIC S9(9) USAGE COMP.

      * Verified payee details for the claim's customer; a claim
      * whose customer has none on file is held, not paid blind.
                                   INDEXED BY WS-AP-IX
                                   PIC 9(10).

      * Per-type default excess, loaded once from EXCESS-FILE.
       01  WS-EXCESS-TABLE-COUNT       PIC 9(2) VALUE 0.
       01  WS-EXCESS-TABLE.
           05 WS-EXCESS-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-EX-IX.
              10 WS-EX-TYPE            PIC X(1).
              10 WS-EX-COMPULSORY      PIC 9(7).
              10 WS-EX-VOLUNTARY       PIC 9(7).

       01  WS-PAYABLE                  PIC S9(9) USAGE COMP VALUE 0.
       01  WS-OUTSTANDING              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-EXCESS-DUE               PIC S9(9) USAGE COMP VALUE 0.
       01  WS-EXCESS-TAKEN             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-LIMIT                    PIC 9(9) VALUE 0.
       01  WS-THRESHOLD                PIC 9(9) VALUE 0.
       01  WS-LIMIT-FOUND              PIC X VALUE "N".
       01  WS-EXCESS-FOUND             PIC X VALUE "N".
       01  WS-APPROVED                 PIC X VALUE "N".

      * Host variables for an open policy loan on the claim's policy.
       01  WS-LOAN-RATE                PIC S9(3)V99 USAGE COMP-3.
       01  WS-LOAN-PRINCIPAL           PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-INTEREST            PIC S9(9)V99 USAGE COMP-3.
       01  WS-LOAN-ACCRUED-ISO         PIC X(10).
       01  WS-LOAN-STATUS              PIC X(1).

      * Loan arithmetic: debt to the run date and the part of the
      * payment that goes to meet it.
       01  WS-LOAN-DEBT                PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUAL                  PIC 9(9)V99 VALUE 0.
       01  WS-ACCRUED-DAYS             PIC S9(7) COMP VALUE 0.
       01  WS-ACCRUED-DATE-NUM         PIC 9(8) VALUE 0.
       01  WS-LOAN-OFFSET              PIC 9(9)V99 VALUE 0.
       01  WS-NET-PAYABLE              PIC 9(9)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-CLAIMS-READ           PIC 9(7) VALUE 0.
           05 WS-CLAIMS-SETTLED        PIC 9(7) VALUE 0.
           05 WS-CLAIMS-HELD           PIC 9(7) VALUE 0.
           05 WS-CLAIMS-NIL            PIC 9(7) VALUE 0.
       01  WS-TOTAL-PAID               PIC 9(11) VALUE 0.
       01  WS-TOTAL-EXCESS             PIC 9(11) VALUE 0.
       01  WS-INVOICE-COUNTS.
           05 WS-INVOICES-PAID         PIC 9(7) VALUE 0.
           05 WS-INVOICES-HELD         PIC 9(7) VALUE 0.
       01  WS-TOTAL-INDEMNITY-INV      PIC 9(11) VALUE 0.
       01  WS-TOTAL-EXPENSE-INV        PIC 9(11) VALUE 0.

      * Fields for one delimited bank payment instruction.
       01  WS-PAY-CLAIM                PIC Z(9)9.
       01  WS-PAY-POLICY               PIC Z(9)9.
       01  WS-PAY-AMOUNT               PIC Z(8)9.
      * A payment net of a policy loan can carry pence.
       01  WS-PAY-NET-AMOUNT           PIC Z(8)9.99.
       01  WS-PAY-AMOUNT-TEXT          PIC X(12).
      * A supplier invoice line adds an eighth field, the invoice
      * reference - category I or E then the invoice number - which
      * the bank run carries onto its register for the
      * acknowledgment loader and GLPOST books by.
       01  WS-PAY-INVOICE-REF.
           05 WS-PAY-INV-CATEGORY      PIC X(1).
           05 WS-PAY-INV-NUMBER        PIC 9(10).

      * Recoveries received per claim, from the optional store, so
      * the register shows each settlement net of money already
              10 WS-RV-RECEIVED        PIC 9(11)V99.
       01  WS-RECOVERED                PIC 9(11)V99 VALUE 0.

       01  REGISTER-HEADER-LINE.
           05 FILLER                   PIC X(33) VALUE
               'CLAIM NUM  POLICY NUM TYP     AMO'.
           05 FILLER                   PIC X(39) VALUE
               'UNT     EXCESS  RECOVERED  DISPOSITION'.
       01  REGISTER-DETAIL-LINE.
           05 RDL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-EXCESS               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-RECOVERED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-DISPOSITION          PIC X(18).
           05 RSL-SETTLED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  HELD: '.
           05 RSL-HELD                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE '  NIL: '.
           05 RSL-NIL                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  TOTAL PAID:'.
           05 RSL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.
       01  REGISTER-EXCESS-LINE.
           05 FILLER                   PIC X(15) VALUE
               'EXCESS TAKEN:  '.
           05 REL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.
       01  REGISTER-INVOICE-LINE.
           05 FILLER                   PIC X(14) VALUE
               'INVOICES PAID:'.
           05 RIL-PAID                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE '  HELD:'.
           05 RIL-HELD                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  INDEMNITY:'.
           05 RIL-INDEMNITY            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  EXPENSE:'.
           05 RIL-EXPENSE              PIC ZZZ,ZZZ,ZZ9.

           EXEC SQL
               DECLARE SETTLEMENT-CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER, C.POLICYNUMBER, C.CLAIMDATE,
                      C.VALUE, C.PAID, P.POLICYTYPE,
                      P.CUSTOMERNUMBER, C.EXCESS,
                      P.COMPULSORYEXCESS, P.VOLUNTARYEXCESS,
                      C.HANDLERID
                 FROM CLAIM C, POLICY P
                WHERE C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.PAID + COALESCE(C.EXCESS, 0) < C.VALUE
                ORDER BY C.CLAIMNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE INVOICE-CURSOR CURSOR FOR
               SELECT I.INVOICENUMBER, I.CLAIMNUMBER, I.AMOUNT,
                      I.CATEGORY, C.POLICYNUMBER, P.POLICYTYPE,
                      S.SUPPLIERID, S.SORTCODE, S.ACCOUNTNUMBER,
                      S.ACCOUNTNAME, S.STATUS,
                      P.COMPULSORYEXCESS, P.VOLUNTARYEXCESS,
                      C.HANDLERID
                 FROM CLAIMINV I, CLAIM C, POLICY P, SUPPLIER S
                WHERE I.STATUS       = 'A'
                  AND I.CLAIMNUMBER  = C.CLAIMNUMBER
                  AND C.POLICYNUMBER = P.POLICYNUMBER
                  AND I.SUPPLIERID   = S.SUPPLIERID
                ORDER BY I.INVOICENUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           PERFORM 1100-LOAD-LIMITS
              THRU 1100-EXIT
           PERFORM 1150-LOAD-EXCESS-RATES
              THRU 1150-EXIT
           PERFORM 1200-LOAD-APPROVALS
              THRU 1200-EXIT
           PERFORM 1300-LOAD-RECOVERIES
              THRU 1300-EXIT
           PERFORM 1400-LOAD-OPEN-REQUIREMENTS
              THRU 1400-EXIT
           PERFORM 1450-LOAD-SIU-QUEUE
              THRU 1450-EXIT

           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT REGISTER-REPORT
           OPEN EXTEND LOAN-LEDGER
           MOVE REGISTER-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

      * Invoices go first: an indemnity invoice paid now is inside
      * PAID before the customer's share is worked out below.
           PERFORM 3000-PAY-APPROVED-INVOICES
              THRU 3000-EXIT

           EXEC SQL
               OPEN SETTLEMENT-CURSOR
           END-EXEC
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The excess defaults are part of the same control - settling  *
      * without them would pay the excess away - so a missing file   *
      * is a hard stop too. A type not in the file has no default     *
      * excess.                                                       *
      *----------------------------------------------------------------*
       1150-LOAD-EXCESS-RATES.
           OPEN INPUT EXCESS-FILE
           IF WS-EXCESS-STATUS NOT = "00"
              DISPLAY '1150-LOAD-EXCESS-RATES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-EXCESS-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-EXCESS-STATUS NOT = "00"
              READ EXCESS-FILE
                 AT END MOVE "10" TO WS-EXCESS-STATUS
                 NOT AT END
                    IF WS-EXCESS-TABLE-COUNT < 10
                       ADD 1 TO WS-EXCESS-TABLE-COUNT
                       SET WS-EX-IX TO WS-EXCESS-TABLE-COUNT
                       MOVE EXR-POLICY-TYPE TO WS-EX-TYPE(WS-EX-IX)
                       MOVE EXR-COMPULSORY
                                         TO WS-EX-COMPULSORY(WS-EX-IX)
                       MOVE EXR-VOLUNTARY
                                         TO WS-EX-VOLUNTARY(WS-EX-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXCESS-FILE
           .
       1150-EXIT.
           EXIT.

       1200-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
       1400-EXIT.
           EXIT.

       1450-LOAD-SIU-QUEUE.
           OPEN INPUT SIU-QUEUE-STORE
           IF WS-SIUSTORE-STATUS = "00"
              PERFORM UNTIL WS-SIUSTORE-STATUS NOT = "00"
                 READ SIU-QUEUE-STORE
                    AT END MOVE "10" TO WS-SIUSTORE-STATUS
                    NOT AT END
                       IF SIU-CASE-OPEN
                          IF WS-SIU-COUNT < 2000
                             ADD 1 TO WS-SIU-COUNT
                             SET WS-SU-IX TO WS-SIU-COUNT
                             MOVE SIU-CLAIM-NUM
                               TO WS-SIU-CLAIM(WS-SU-IX)
                          ELSE
                             MOVE "Y" TO WS-SIU-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SIU-QUEUE-STORE
      * A case left off the table would be paid as if cleared, so an
      * over-full queue stops the run before anything is paid.
           IF WS-SIU-OVERFLOW = "Y"
              DISPLAY '1450-LOAD-SIU-QUEUE:'
              DISPLAY 'MORE THAN 2000 OPEN CASES ON SIUQUEUE.DAT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sets WS-SIU-HELD when WS-CLAIM-NUM is on the investigations   *
      * queue, held or confirmed.                                     *
      *----------------------------------------------------------------*
       1460-CHECK-SIU-HOLD.
           MOVE "N" TO WS-SIU-HELD
           PERFORM VARYING WS-SU-IX FROM 1 BY 1
                   UNTIL WS-SU-IX > WS-SIU-COUNT
              IF WS-SIU-CLAIM(WS-SU-IX) = WS-CLAIM-NUM
                 MOVE "Y" TO WS-SIU-HELD
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1460-EXIT.
           EXIT.

       1500-FETCH-NEXT-CLAIM.

           EXEC SQL
               FETCH SETTLEMENT-CURSOR
               INTO :WS-CLAIM-NUM, :WS-POLICY-NUM, :WS-CLAIM-DATE,
                    :WS-CLAIM-VALUE, :WS-CLAIM-PAID,
                    :WS-POLICY-TYPE, :WS-CUSTOMER-NUM,
                    :WS-CLAIM-EXCESS :WS-CLAIM-EXCESS-IND,
                    :WS-POL-COMPULSORY :WS-POL-COMPULSORY-IND,
                    :WS-POL-VOLUNTARY :WS-POL-VOLUNTARY-IND,
                    :WS-HANDLER-ID :WS-HANDLER-IND
           END-EXEC.

           IF SQLCODE = 100

       2000-SETTLE-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE 0 TO WS-EXCESS-TAKEN
           IF WS-CLAIM-EXCESS-IND < 0
              MOVE 0 TO WS-CLAIM-EXCESS
           END-IF

           PERFORM 2100-FIND-TYPE-LIMIT
              THRU 2100-EXIT
              GO TO 2000-EXIT
           END-IF

      * A claim under investigation is not paid until it is cleared.
           PERFORM 1460-CHECK-SIU-HOLD
              THRU 1460-EXIT
           IF WS-SIU-HELD = "Y"
              ADD 1 TO WS-CLAIMS-HELD
              MOVE 'HELD - SIU REFER  ' TO RDL-DISPOSITION
              MOVE 0 TO WS-PAYABLE
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

      * The excess comes off once, on the claim's first payment, and
      * is capped at what the claim has left to pay - not at what is
      * left after pending invoices. A claim it swallows whole is
      * closed at nil and nobody is paid.
           IF WS-CLAIM-EXCESS-IND < 0
              PERFORM 2150-DEDUCT-EXCESS
                 THRU 2150-EXIT
              IF WS-CLAIM-VALUE - WS-CLAIM-PAID - WS-EXCESS-TAKEN = 0
                 MOVE 0 TO WS-PAYABLE
                 PERFORM 2550-CLOSE-NIL-CLAIM
                    THRU 2550-EXIT
                 GO TO 2000-EXIT
              END-IF
           END-IF

      * Indemnity invoices not yet paid are already spoken for;
      * the customer gets what is left after them.
           PERFORM 2050-SUM-CLAIM-INVOICES
              THRU 2050-EXIT
           COMPUTE WS-PAYABLE = WS-CLAIM-VALUE - WS-CLAIM-PAID
                              - WS-CLAIM-EXCESS - WS-EXCESS-TAKEN
                              - WS-INVOICE-PENDING
           IF WS-PAYABLE NOT > 0
              ADD 1 TO WS-CLAIMS-HELD
              MOVE 0 TO WS-PAYABLE
              MOVE 'HELD - INVOICES   ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

      * A claim already part-paid was capped by an earlier run; it
      * is not topped up slice by slice - the remainder stays held
      * for a handler, so the per-type limit cannot be drained
      * around. Repairer invoices paid on the claim are not a
      * payment to the customer and do not count.
           IF WS-CLAIM-PAID - WS-INVOICE-PAID > 0
              ADD 1 TO WS-CLAIMS-HELD
              MOVE 'HELD - PART PAID  ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
              GO TO 2000-EXIT
           END-IF

           MOVE WS-PAYABLE TO WS-OUTSTANDING

      * No verified payee details, no payment - the same hold
      * discipline as the approval threshold, and the end of
      * misdirected settlements matched to accounts by hand.
              MOVE WS-LIMIT TO WS-PAYABLE
           END-IF

      * What this run would actually pay has to sit inside the
      * handler's own authority, or it goes to the team leader;
      * the leader's sign-off is the same approval file entry.
           PERFORM 2400-CHECK-HANDLER-AUTHORITY
              THRU 2400-EXIT
           IF WS-WITHIN-AUTHORITY = "N"
              ADD 1 TO WS-CLAIMS-HELD
              MOVE 'REFER - TEAM LDR  ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2500-APPLY-PAYMENT
              THRU 2500-EXIT
           .
       2000-EXIT.
           EXIT.

       2050-SUM-CLAIM-INVOICES.
           MOVE 0 TO WS-INVOICE-PAID WS-INVOICE-PENDING
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN STATUS = 'P'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN STATUS IN ('R', 'A')
                                        THEN AMOUNT ELSE 0 END), 0)
                 INTO :WS-INVOICE-PAID, :WS-INVOICE-PENDING
                 FROM CLAIMINV
                WHERE CLAIMNUMBER = :WS-CLAIM-NUM
                  AND CATEGORY    = 'I'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INVOICE SUM:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2050-EXIT.
           EXIT.

       2100-FIND-TYPE-LIMIT.
           MOVE "N" TO WS-LIMIT-FOUND
           PERFORM VARYING WS-LM-IX FROM 1 BY 1
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy's own excess where it carries one, the type       *
      * default from EXCESSRT.DAT where it does not - compulsory and *
      * voluntary each on their own - into WS-EXCESS-DUE.            *
      *----------------------------------------------------------------*
       2140-WORK-OUT-EXCESS.
           MOVE "N" TO WS-EXCESS-FOUND
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EXCESS-TABLE-COUNT
              IF WS-EX-TYPE(WS-EX-IX) = WS-POLICY-TYPE
                 MOVE "Y" TO WS-EXCESS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-POL-COMPULSORY-IND < 0
              MOVE 0 TO WS-POL-COMPULSORY
              IF WS-EXCESS-FOUND = "Y"
                 MOVE WS-EX-COMPULSORY(WS-EX-IX) TO WS-POL-COMPULSORY
              END-IF
           END-IF
           IF WS-POL-VOLUNTARY-IND < 0
              MOVE 0 TO WS-POL-VOLUNTARY
              IF WS-EXCESS-FOUND = "Y"
                 MOVE WS-EX-VOLUNTARY(WS-EX-IX) TO WS-POL-VOLUNTARY
              END-IF
           END-IF

           COMPUTE WS-EXCESS-DUE = WS-POL-COMPULSORY + WS-POL-VOLUNTARY
           .
       2140-EXIT.
           EXIT.

      * The full excess, never more than the claim has left to pay.
       2150-DEDUCT-EXCESS.
           PERFORM 2140-WORK-OUT-EXCESS
              THRU 2140-EXIT
           IF WS-EXCESS-DUE > WS-CLAIM-VALUE - WS-CLAIM-PAID
              COMPUTE WS-EXCESS-TAKEN = WS-CLAIM-VALUE - WS-CLAIM-PAID
           ELSE
              MOVE WS-EXCESS-DUE TO WS-EXCESS-TAKEN
           END-IF
           .
       2150-EXIT.
           EXIT.

       2200-CHECK-APPROVAL.
           MOVE "N" TO WS-APPROVED
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
       2300-EXIT.
           EXIT.

       2400-CHECK-HANDLER-AUTHORITY.
           MOVE "Y" TO WS-WITHIN-AUTHORITY
           IF WS-HANDLER-IND < 0
              GO TO 2400-EXIT
           END-IF
           EXEC SQL
               SELECT PAYAUTHORITY, TEAMLEADER
                 INTO :WS-PAY-AUTHORITY,
                      :WS-TEAM-LEADER :WS-TEAM-LEADER-IND
                 FROM HANDLER
                WHERE HANDLERID = :WS-HANDLER-ID
           END-EXEC
           IF SQLCODE = 100
              GO TO 2400-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON HANDLER SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-PAYABLE NOT > WS-PAY-AUTHORITY
              GO TO 2400-EXIT
           END-IF
           PERFORM 2200-CHECK-APPROVAL
              THRU 2200-EXIT
           IF WS-APPROVED = "Y"
              GO TO 2400-EXIT
           END-IF

           MOVE "N" TO WS-WITHIN-AUTHORITY
           IF WS-TEAM-LEADER-IND < 0
              MOVE WS-HANDLER-ID TO WS-TEAM-LEADER
           END-IF
           MOVE SPACES           TO REFERRAL-RECORD
           MOVE WS-CLAIM-NUM     TO HRF-CLAIM-NUM
           MOVE WS-HANDLER-ID    TO HRF-HANDLER
           MOVE WS-TEAM-LEADER   TO HRF-TEAM-LEADER
           MOVE WS-PAYABLE       TO HRF-AMOUNT
           MOVE WS-PAY-AUTHORITY TO HRF-LIMIT
           MOVE WS-RUN-DATE      TO HRF-DATE
           WRITE REFERRAL-RECORD
           .
       2400-EXIT.
           EXIT.

       2500-APPLY-PAYMENT.
           EXEC SQL
               UPDATE CLAIM
                  SET PAID   = PAID + :WS-PAYABLE,
                      EXCESS = COALESCE(EXCESS, 0) + :WS-EXCESS-TAKEN
                WHERE CLAIMNUMBER = :WS-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT = 0

           ADD 1 TO WS-CLAIMS-SETTLED
           ADD WS-PAYABLE TO WS-TOTAL-PAID
           ADD WS-EXCESS-TAKEN TO WS-TOTAL-EXCESS

           PERFORM 2700-OFFSET-POLICY-LOAN
              THRU 2700-EXIT
      * A loan that takes the whole payment leaves nothing to send.
           IF WS-LOAN-OFFSET = 0 OR WS-NET-PAYABLE > 0
              PERFORM 2600-WRITE-PAYMENT-INSTRUCTION
                 THRU 2600-EXIT
           END-IF

           EVALUATE TRUE
              WHEN WS-LOAN-OFFSET > 0
                 MOVE 'PAID - LOAN OFFSET' TO RDL-DISPOSITION
              WHEN WS-PAYABLE < WS-OUTSTANDING
                 MOVE 'PAID - CAPPED     ' TO RDL-DISPOSITION
              WHEN OTHER
                 MOVE 'PAID              ' TO RDL-DISPOSITION
           END-EVALUATE
           PERFORM 2900-WRITE-REGISTER-LINE
              THRU 2900-EXIT
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Nothing left after the excess: record the excess so the      *
      * claim drops off the cursor, and no instruction is written.   *
      *----------------------------------------------------------------*
       2550-CLOSE-NIL-CLAIM.
           EXEC SQL
               UPDATE CLAIM
                  SET EXCESS = :WS-EXCESS-TAKEN
                WHERE CLAIMNUMBER = :WS-CLAIM-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-CLAIMS-NIL
           ADD WS-EXCESS-TAKEN TO WS-TOTAL-EXCESS
           MOVE 'NIL - WITHIN XS   ' TO RDL-DISPOSITION
           PERFORM 2900-WRITE-REGISTER-LINE
              THRU 2900-EXIT
           .
       2550-EXIT.
           EXIT.

       2600-WRITE-PAYMENT-INSTRUCTION.
           MOVE WS-CLAIM-NUM  TO WS-PAY-CLAIM
           MOVE WS-POLICY-NUM TO WS-PAY-POLICY
           IF WS-LOAN-OFFSET > 0
              MOVE WS-NET-PAYABLE TO WS-PAY-NET-AMOUNT
              MOVE FUNCTION TRIM(WS-PAY-NET-AMOUNT)
                TO WS-PAY-AMOUNT-TEXT
           ELSE
              MOVE WS-PAYABLE    TO WS-PAY-AMOUNT
              MOVE FUNCTION TRIM(WS-PAY-AMOUNT)
                TO WS-PAY-AMOUNT-TEXT
           END-IF
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-CLAIM)   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-POLICY)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-AMOUNT-TEXT)
                                                DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An open policy loan is repaid out of the claim payment before *
      * the claimant sees any of it: interest is brought up to the    *
      * run date at the loan's own rate, then as much of the debt as  *
      * the payment covers is met. Both go to the loan ledger.        *
      *----------------------------------------------------------------*
       2700-OFFSET-POLICY-LOAN.
           MOVE 0 TO WS-LOAN-OFFSET WS-ACCRUAL
           MOVE WS-PAYABLE TO WS-NET-PAYABLE
           EXEC SQL
               SELECT RATE, PRINCIPAL, INTEREST,
                      CHAR(LASTACCRUED, ISO)
                 INTO :WS-LOAN-RATE, :WS-LOAN-PRINCIPAL,
                      :WS-LOAN-INTEREST, :WS-LOAN-ACCRUED-ISO
                 FROM POLLOAN
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO 2700-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           COMPUTE WS-LOAN-DEBT = WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST

           MOVE ZEROS TO WS-ACCRUED-DATE-NUM
           STRING WS-LOAN-ACCRUED-ISO (1:4) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (6:2) DELIMITED BY SIZE
                  WS-LOAN-ACCRUED-ISO (9:2) DELIMITED BY SIZE
               INTO WS-ACCRUED-DATE-NUM
           END-STRING
           COMPUTE WS-ACCRUED-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-ACCRUED-DATE-NUM)
           IF WS-ACCRUED-DAYS > 0
              COMPUTE WS-ACCRUAL ROUNDED =
                  WS-LOAN-DEBT * WS-LOAN-RATE / 100
                               * WS-ACCRUED-DAYS / 365
              ADD WS-ACCRUAL TO WS-LOAN-INTEREST WS-LOAN-DEBT
           END-IF

      * Interest is met before principal, as with a repayment.
           IF WS-LOAN-DEBT > WS-PAYABLE
              MOVE WS-PAYABLE TO WS-LOAN-OFFSET
           ELSE
              MOVE WS-LOAN-DEBT TO WS-LOAN-OFFSET
           END-IF
           SUBTRACT WS-LOAN-OFFSET FROM WS-NET-PAYABLE
           IF WS-LOAN-OFFSET > WS-LOAN-INTEREST
              COMPUTE WS-LOAN-PRINCIPAL = WS-LOAN-PRINCIPAL
                      - (WS-LOAN-OFFSET - WS-LOAN-INTEREST)
              MOVE 0 TO WS-LOAN-INTEREST
           ELSE
              SUBTRACT WS-LOAN-OFFSET FROM WS-LOAN-INTEREST
           END-IF
           IF WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST = 0
              MOVE 'C' TO WS-LOAN-STATUS
           ELSE
              MOVE 'O' TO WS-LOAN-STATUS
           END-IF

           EXEC SQL
               UPDATE POLLOAN
                  SET PRINCIPAL   = :WS-LOAN-PRINCIPAL,
                      INTEREST    = :WS-LOAN-INTEREST,
                      LASTACCRUED = :WS-RUN-DATE-ISO,
                      STATUS      = :WS-LOAN-STATUS
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO LOAN-LEDGER-RECORD
           MOVE WS-RUN-DATE     TO LTX-DATE
           MOVE WS-POLICY-NUM   TO LTX-POLICY-NUM
           MOVE WS-CUSTOMER-NUM TO LTX-CUSTOMER-NUM
           IF WS-ACCRUAL > 0
              MOVE 'INTR'       TO LTX-TYPE
              MOVE WS-ACCRUAL   TO LTX-AMOUNT
              MOVE WS-LOAN-DEBT TO LTX-DEBT-AFTER
              WRITE LOAN-LEDGER-RECORD
           END-IF
           MOVE 'COFF'         TO LTX-TYPE
           MOVE WS-LOAN-OFFSET TO LTX-AMOUNT
           COMPUTE LTX-DEBT-AFTER =
               WS-LOAN-PRINCIPAL + WS-LOAN-INTEREST
           WRITE LOAN-LEDGER-RECORD
           .
       2700-EXIT.
           EXIT.

       2900-WRITE-REGISTER-LINE.
           MOVE WS-CLAIM-NUM   TO RDL-CLAIM-NUM
           MOVE WS-POLICY-NUM  TO RDL-POLICY-NUM
           MOVE WS-POLICY-TYPE TO RDL-POLICY-TYPE
           MOVE WS-PAYABLE     TO RDL-AMOUNT
           MOVE WS-EXCESS-TAKEN TO RDL-EXCESS
           MOVE 0 TO WS-RECOVERED
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
                   UNTIL WS-RV-IX > WS-RECOV-COUNT
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Approved supplier invoices, paid to the supplier's own bank  *
      * details. Each is paid whole or held whole - an invoice is    *
      * never part-paid.                                              *
      *----------------------------------------------------------------*
       3000-PAY-APPROVED-INVOICES.
           EXEC SQL
               OPEN INVOICE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '3000-PAY-APPROVED-INVOICES:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 3100-FETCH-NEXT-INVOICE
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-INVOICES
              PERFORM 3200-PAY-ONE-INVOICE
                 THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-INVOICE
                 THRU 3100-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE INVOICE-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-INVOICE.
           EXEC SQL
               FETCH INVOICE-CURSOR
               INTO :WS-INVOICE-NUM, :WS-CLAIM-NUM,
                    :WS-INVOICE-AMOUNT, :WS-INVOICE-CATEGORY,
                    :WS-POLICY-NUM, :WS-POLICY-TYPE,
                    :WS-SUPPLIER-ID, :WS-PAYEE-SORT,
                    :WS-PAYEE-ACCOUNT, :WS-PAYEE-NAME,
                    :WS-SUPPLIER-STATUS,
                    :WS-POL-COMPULSORY :WS-POL-COMPULSORY-IND,
                    :WS-POL-VOLUNTARY :WS-POL-VOLUNTARY-IND,
                    :WS-HANDLER-ID :WS-HANDLER-IND
           END-EXEC.

           IF SQLCODE = 100
              SET END-OF-INVOICES TO TRUE
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

      *----------------------------------------------------------------*
      * An indemnity invoice goes onto CLAIM.PAID only if the claim  *
      * can still bear it after the full excess - the value may have *
      * been revised down since the invoice was recorded - and the   *
      * guard sits on the UPDATE itself so two invoices on one claim *
      * are each tested against the other. The first payment on a    *
      * claim records its excess, so the customer's settlement later *
      * cannot miss it.                                               *
      *----------------------------------------------------------------*
       3200-PAY-ONE-INVOICE.
           MOVE WS-INVOICE-AMOUNT TO WS-PAYABLE
           MOVE 0 TO WS-EXCESS-TAKEN
           IF WS-SUPPLIER-STATUS NOT = 'A'
              ADD 1 TO WS-INVOICES-HELD
              MOVE 'INV HELD - SUPPLR ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 3200-EXIT
           END-IF

           PERFORM 1460-CHECK-SIU-HOLD
              THRU 1460-EXIT
           IF WS-SIU-HELD = "Y"
              ADD 1 TO WS-INVOICES-HELD
              MOVE 'INV HELD - SIU    ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 3200-EXIT
           END-IF

      * A supplier payment spends the handler's authority as the
      * customer's does; above it the invoice goes to the leader.
           PERFORM 2400-CHECK-HANDLER-AUTHORITY
              THRU 2400-EXIT
           IF WS-WITHIN-AUTHORITY = "N"
              ADD 1 TO WS-INVOICES-HELD
              MOVE 'REFER - TEAM LDR  ' TO RDL-DISPOSITION
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 3200-EXIT
           END-IF

           IF WS-INVOICE-CATEGORY = 'I'
              EXEC SQL
                  SELECT EXCESS
                    INTO :WS-CLAIM-EXCESS :WS-CLAIM-EXCESS-IND
                    FROM CLAIM
                   WHERE CLAIMNUMBER = :WS-CLAIM-NUM
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON CLAIM SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              MOVE 0 TO WS-EXCESS-DUE
              IF WS-CLAIM-EXCESS-IND < 0
                 PERFORM 2140-WORK-OUT-EXCESS
                    THRU 2140-EXIT
              END-IF
              EXEC SQL
                  UPDATE CLAIM
                     SET PAID   = PAID + :WS-INVOICE-AMOUNT,
                         EXCESS = COALESCE(EXCESS, :WS-EXCESS-DUE)
                   WHERE CLAIMNUMBER = :WS-CLAIM-NUM
                     AND PAID + COALESCE(EXCESS, :WS-EXCESS-DUE)
                         + :WS-INVOICE-AMOUNT <= VALUE
              END-EXEC
              IF SQLCODE = 100
                 ADD 1 TO WS-INVOICES-HELD
                 MOVE 'INV HELD - VALUE  ' TO RDL-DISPOSITION
                 PERFORM 2900-WRITE-REGISTER-LINE
                    THRU 2900-EXIT
                 GO TO 3200-EXIT
              END-IF
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              IF WS-CLAIM-EXCESS-IND < 0
                 MOVE WS-EXCESS-DUE TO WS-EXCESS-TAKEN
                 ADD WS-EXCESS-TAKEN TO WS-TOTAL-EXCESS
              END-IF
           END-IF

           EXEC SQL
               UPDATE CLAIMINV
                  SET STATUS   = 'P',
                      PAIDDATE = :WS-RUN-DATE-ISO
                WHERE INVOICENUMBER = :WS-INVOICE-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-INVOICES-PAID
           IF WS-INVOICE-CATEGORY = 'I'
              ADD WS-INVOICE-AMOUNT TO WS-TOTAL-INDEMNITY-INV
              MOVE 'INVOICE - INDEMNTY' TO RDL-DISPOSITION
           ELSE
              ADD WS-INVOICE-AMOUNT TO WS-TOTAL-EXPENSE-INV
              MOVE 'INVOICE - EXPENSE ' TO RDL-DISPOSITION
           END-IF
           PERFORM 3600-WRITE-INVOICE-INSTRUCTION
              THRU 3600-EXIT
           PERFORM 2900-WRITE-REGISTER-LINE
              THRU 2900-EXIT
           .
       3200-EXIT.
           EXIT.

       3600-WRITE-INVOICE-INSTRUCTION.
           MOVE WS-CLAIM-NUM        TO WS-PAY-CLAIM
           MOVE WS-POLICY-NUM       TO WS-PAY-POLICY
           MOVE WS-INVOICE-AMOUNT   TO WS-PAY-AMOUNT
           MOVE WS-INVOICE-CATEGORY TO WS-PAY-INV-CATEGORY
           MOVE WS-INVOICE-NUM      TO WS-PAY-INV-NUMBER
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-CLAIM)   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-POLICY)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-AMOUNT)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-PAYEE-SORT                 DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-PAYEE-ACCOUNT              DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYEE-NAME)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-PAY-INVOICE-REF            DELIMITED BY SIZE
              INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
           .
       3600-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-CLAIMS-SETTLED TO RSL-SETTLED
           MOVE WS-CLAIMS-HELD    TO RSL-HELD
           MOVE WS-CLAIMS-NIL     TO RSL-NIL
           MOVE WS-TOTAL-PAID     TO RSL-TOTAL
           MOVE REGISTER-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EXCESS   TO REL-TOTAL
           MOVE REGISTER-EXCESS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INVOICES-PAID       TO RIL-PAID
           MOVE WS-INVOICES-HELD       TO RIL-HELD
           MOVE WS-TOTAL-INDEMNITY-INV TO RIL-INDEMNITY
           MOVE WS-TOTAL-EXPENSE-INV   TO RIL-EXPENSE
           MOVE REGISTER-INVOICE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.
               CLOSE SETTLEMENT-CURSOR
           END-EXEC.
           CLOSE PAYMENT-FILE.
           CLOSE REFERRAL-FILE.
           CLOSE REGISTER-REPORT.
           CLOSE LOAN-LEDGER.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CLAIMS-HELD > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-INVOICES-HELD > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
