      ******************************************************************
      *                                                                *
      *              Broker New-Business Bulk Loader                   *
      *                                                                *
      *   Loads the new-business submission file the brokers send     *
      *   instead of keying each case through the customer and        *
      *   policy add transactions. Each line is one endowment policy  *
      *   and the customer taking it out.                             *
      *                                                                *
      *   The customer is the one the line names by number, else the  *
      *   customer already on file with the same first name, surname, *
      *   date of birth and postcode (LGACUS01's duplicate check -    *
      *   here a match is used, not refused), else a new customer     *
      *   added the LGACUS01 way: postcode country checked, name and  *
      *   date of birth screened against the WATCHLST.DAT watchlist   *
      *   WTCHSWP sweeps with, number from the CNTRLNUM row CUSTOMER. *
      *   A watchlist match holds the line for compliance, and so     *
      *   does a watchlist that cannot be read - screening fails      *
      *   closed as it does online. A new customer has a WELCOME      *
      *   letter queued on CORRREQ.DAT.                               *
      *                                                                *
      *   The policy passes LGAPOL01's checks - customer on file,     *
      *   broker live on BROKER - and its acceptance limits: a sum    *
      *   assured or premium over the ACCPTLIM row for type E does    *
      *   not bind but goes to the UWREFER referral queue for UWWORK, *
      *   as an online add would. Otherwise POLICY and ENDOWMENT rows *
      *   are inserted, the number allocated from CNTRLNUM as         *
      *   COMMBIND does; expiry is the issue date plus the term.      *
      *                                                                *
      *   BROKNB.DAT, fixed columns per line, no separators:          *
      *     line ref (8), broker id (10), broker's reference (10),    *
      *     customer number (10, zeros to match or add), first name   *
      *     (10), surname (20), date of birth yyyy-mm-dd (10), house  *
      *     number (4), postcode (8), issue date yyyy-mm-dd (10),     *
      *     term years (2), sum assured (6), annual premium (6),      *
      *     with-profits, equities, managed fund (Y/N, 1 each)        *
      *                                                                *
      *   Every line bound or referred goes on BROKACPT.DAT with the  *
      *   customer and the policy number assigned (the referral id    *
      *   for a referred case). A line that cannot be taken goes to   *
      *   BROKNREJ.DAT as it came in, a reason code in columns        *
      *   118-120 - the loader ignores those columns, so the broker   *
      *   corrects the line and sends it back in a later file:        *
      *     REF no line ref        BRK broker unknown or terminated   *
      *     CUS customer not found NAM no first name or surname       *
      *     DOB bad date of birth  PCD postcode country not accepted  *
      *     AMB more than one customer matches                        *
      *     ISS bad issue date     TRM no term                        *
      *     SUM bad sum assured    PAY no premium                     *
      *     IND fund indicator not Y or N                             *
      *     HLD held for review    DB2 not stored - send again        *
      *   An HLD line is with compliance and is not sent again. Both  *
      *   files go back to the broker through OUTXMIT. BROKNBLD.RPT   *
      *   lists every line and its result.                            *
      *                                                                *
      *   BROKNB.DAT comes through INBGATE first. A file INBGATE has  *
      *   not accepted, or one already loaded, is refused untouched   *
      *   (RC 12); a completed run marks the file loaded on           *
      *   INBREG.DAT. RC 4 when any line is rejected or held, RC 8    *
      *   when none could be taken.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKNBLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE
               ASSIGN TO "BROKNB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INPUT01.

           SELECT REJECT-FILE
               ASSIGN TO "BROKNREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT.

           SELECT ACCEPTANCE-FILE
               ASSIGN TO "BROKACPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCEPT.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

      *    Not OPTIONAL: no watchlist means nobody new is screened.
           SELECT WATCHLIST-FILE
               ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOADER-REPORT
               ASSIGN TO "BROKNBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBMISSION-FILE.
       01 IN-REC                            PIC X(120).
      * The control header and trailer INBGATE proved the file by.
       01 IN-CONTROL-RECORD.
          05 IN-CONTROL-TYPE                PIC X(3).
             88 IN-CONTROL-HEADER              VALUE 'HDR'.
             88 IN-CONTROL-TRAILER             VALUE 'TRL'.
          05 IN-CONTROL-SENDER              PIC X(8).
          05 IN-CONTROL-CREATED             PIC X(8).
          05 IN-CONTROL-SEQUENCE            PIC X(6).
          05 FILLER                         PIC X(95).

      * The submission line as it came in, the reason code after it.
       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 REJ-IN-REC                     PIC X(117).
          05 REJ-REASON                     PIC X(3).

       FD  ACCEPTANCE-FILE.
       01 ACCEPTANCE-RECORD.
          05 ACC-LINE-REF                   PIC X(8).
          05 FILLER                         PIC X.
          05 ACC-BROKERS-REF                PIC X(10).
          05 FILLER                         PIC X.
          05 ACC-CUSTOMER-NUM               PIC 9(10).
          05 FILLER                         PIC X.
          05 ACC-CUSTOMER-SOURCE            PIC X(3).
          05 FILLER                         PIC X.
          05 ACC-POLICY-NUM                 PIC 9(10).
          05 FILLER                         PIC X.
          05 ACC-STATUS                     PIC X(8).
          05 FILLER                         PIC X.
          05 ACC-REFERRAL-ID                PIC 9(9).

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

      * Same layout WTCHSWP reads.
       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05 WL-LASTNAME              PIC X(20).
           05 WL-DOB                   PIC X(10).
           05 WL-FIRSTNAME             PIC X(10).

      * Same layout LETTGEN reads.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  LOADER-REPORT.
       01  REPORT-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01                     PIC X(02) VALUE SPACES.
             88 INP-OK                                VALUE '00'.
          05 FS-REJECT                      PIC X(02) VALUE SPACES.
             88 REJ-OK                                VALUE '00'.
          05 FS-ACCEPT                      PIC X(02) VALUE SPACES.
             88 ACC-OK                                VALUE '00'.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'BROKNB'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-EOF-INP                     PIC X(01) VALUE ' '.
            88 END-OF-INP                             VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-READ-COUNT                  PIC 9(07) VALUE 0.
          05 WS-BOUND-COUNT                 PIC 9(07) VALUE 0.
          05 WS-REFERRED-COUNT              PIC 9(07) VALUE 0.
          05 WS-REJECT-COUNT                PIC 9(07) VALUE 0.
          05 WS-HELD-COUNT                  PIC 9(07) VALUE 0.
          05 WS-CUST-ADDED-COUNT            PIC 9(07) VALUE 0.
          05 WS-CUST-MATCHED-COUNT          PIC 9(07) VALUE 0.

       01 WS-IN-REC.
          05 IN-LINE-REF                   PIC X(8).
          05 IN-BROKER-ID                  PIC 9(10).
          05 IN-BROKERS-REF                PIC X(10).
          05 IN-CUSTOMER-NUM               PIC 9(10).
          05 IN-FIRST-NAME                 PIC X(10).
          05 IN-LAST-NAME                  PIC X(20).
          05 IN-DOB                        PIC X(10).
          05 IN-HOUSE-NUM                  PIC X(4).
          05 IN-POSTCODE                   PIC X(8).
          05 IN-ISSUE-DATE                 PIC X(10).
          05 IN-TERM                       PIC 9(2).
          05 IN-SUM-ASSURED                PIC 9(6).
          05 IN-PAYMENT                    PIC 9(6).
          05 IN-WITH-PROFITS               PIC X(1).
          05 IN-EQUITIES                   PIC X(1).
          05 IN-MANAGED-FUND               PIC X(1).
      *   A resubmitted reject line still carries its reason code.
          05 FILLER                        PIC X(3).

       01 WS-EDIT-SWITCHES.
          05 WS-EDIT-RESULT                 PIC X(01) VALUE 'Y'.
            88 EDIT-OK                                VALUE 'Y'.
            88 EDIT-FAILED                            VALUE 'N'.
          05 WS-REJECT-REASON               PIC X(3) VALUE SPACES.
          05 WS-RESULT-TEXT                 PIC X(30) VALUE SPACES.

      * Scratch fields for calendar-date validation, same idiom as
      * TPACLAIM's claim-date edit.
       01  WS-DATE-YYYYMMDD             PIC 9(8) VALUE 0.
       01  WS-DATE-TEST-RESULT          PIC S9(4) COMP VALUE 0.
       01  WS-EXPIRY-YEAR               PIC 9(4) VALUE 0.

      * Postcode prefixes LGACUS01 accepts.
       01  WS-COUNTRY-VALUES            PIC X(8) VALUE 'GBUSUKDN'.
       01  WS-COUNTRY-TABLE REDEFINES WS-COUNTRY-VALUES.
           05 WS-VALID-COUNTRY-CODE     PIC X(2) OCCURS 4 TIMES.
       01  WS-COUNTRY-IX                PIC S9(4) COMP VALUE 0.
       01  WS-COUNTRY-FOUND             PIC X VALUE 'N'.

      * The watchlist, loaded whole. Unavailable when the file could
      * not be read or held more entries than the table.
       01  WS-WATCHLIST-STATUS          PIC XX VALUE SPACES.
       01  WS-WATCHLIST-AVAILABLE       PIC X VALUE 'N'.
       01  WS-WATCH-COUNT               PIC 9(4) VALUE 0.
       01  WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-WL-IX.
              10 WS-WT-LASTNAME        PIC X(20).
              10 WS-WT-DOB             PIC X(10).
       01  WS-WATCH-HIT                 PIC X VALUE 'N'.

      * Acceptance limits for endowments, from the ACCPTLIM rules
      * table; no row means no ceiling, as in LGAPOL01.
       01  WS-LIMITS-FOUND              PIC X VALUE 'N'.
       01  WS-MAX-SUMASSURED            PIC S9(9) COMP VALUE 0.
       01  WS-MAX-SUMASSURED-IND        PIC S9(4) COMP VALUE 0.
       01  WS-MAX-PAYMENT               PIC S9(9) COMP VALUE 0.
       01  WS-MAX-PAYMENT-IND           PIC S9(4) COMP VALUE 0.
       01  WS-REFER-CASE                PIC X VALUE 'N'.

      * Host variables for the customer and policy added.
       01  WS-BROKER-ID                 PIC S9(9) COMP VALUE 0.
       01  WS-BROKER-STATUS             PIC X(1) VALUE SPACE.
       01  WS-CUSTOMER-NUM              PIC S9(9) COMP VALUE 0.
       01  WS-CUSTOMER-COUNT            PIC S9(9) COMP VALUE 0.
       01  WS-MATCH-CUSTOMER            PIC S9(9) COMP VALUE 0.
       01  WS-MATCH-CUSTOMER-IND        PIC S9(4) COMP VALUE 0.
       01  WS-CUSTOMER-SOURCE           PIC X(3) VALUE SPACES.
       01  WS-POLICY-NUM                PIC S9(9) COMP VALUE 0.
       01  WS-REFERRAL-ID               PIC S9(9) COMP VALUE 0.
       01  WS-PAYMENT                   PIC S9(9) COMP VALUE 0.
       01  WS-SUM-ASSURED               PIC S9(9) COMP VALUE 0.
       01  WS-TERM                      PIC S9(4) COMP VALUE 0.
       01  WS-EXPIRY-DATE               PIC X(10) VALUE SPACES.
       01  WS-LIFE-ASSURED              PIC X(31) VALUE SPACES.
       01  WS-FUND-NAME                 PIC X(10) VALUE SPACES.
       01  WS-STORED-OK                 PIC X VALUE 'N'.

       01  REPORT-HEADER-LINE          PIC X(40) VALUE
               'BROKER NEW BUSINESS LOAD                '.
       01  COLUMN-HEADER-LINE          PIC X(40) VALUE
               'LINE REF   CUSTOMER     POLICY RESULT   '.
       01  DETAIL-LINE.
           05 DTL-LINE-REF             PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CUSTOMER             PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-POLICY               PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(30).
       01  SUMMARY-LINE.
           05 SML-CAPTION              PIC X(24).
           05 SML-COUNT                PIC ZZZZZZ9.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-READ-INPUT
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-INP
              IF NOT IN-CONTROL-TRAILER
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 2000-MAIN-PARA
                    THRU 2000-EXIT
              END-IF
              PERFORM 1500-READ-INPUT
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           INITIALIZE WS-SWITCHES
           INITIALIZE WS-COUNTS

           OPEN INPUT SUBMISSION-FILE
           IF NOT INP-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN INPUT:' FS-INPUT01
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF NOT REJ-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN REJECT:' FS-REJECT
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT ACCEPTANCE-FILE
           IF NOT ACC-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN ACCEPT:' FS-ACCEPT
              PERFORM 9000-END-PARA
           END-IF

           OPEN EXTEND CORRESPONDENCE-FILE
           OPEN OUTPUT LOADER-REPORT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE COLUMN-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           PERFORM 1200-LOAD-WATCHLIST
              THRU 1200-EXIT
           PERFORM 1300-LOAD-ACCEPTANCE-LIMITS
              THRU 1300-EXIT
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
           READ SUBMISSION-FILE
              AT END MOVE "10" TO FS-INPUT01
           END-READ
           IF FS-INPUT01 NOT = "00" OR NOT IN-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE IN-CONTROL-SENDER TO WS-GATE-SENDER
           IF IN-CONTROL-SEQUENCE IS NUMERIC
              MOVE IN-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'BROKNBLD: ' WS-GATE-REFUSAL
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A watchlist that will not open, or that holds more names than *
      * the table, leaves every new customer unscreened - so every    *
      * new customer is held instead.                                 *
      *----------------------------------------------------------------*
       1200-LOAD-WATCHLIST.
           MOVE 'N' TO WS-WATCHLIST-AVAILABLE
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
              DISPLAY 'BROKNBLD: WATCHLIST UNAVAILABLE, STATUS '
                      WS-WATCHLIST-STATUS
              GO TO 1200-EXIT
           END-IF
           MOVE 'Y' TO WS-WATCHLIST-AVAILABLE
           PERFORM UNTIL WS-WATCHLIST-STATUS NOT = "00"
              READ WATCHLIST-FILE
                 AT END MOVE "10" TO WS-WATCHLIST-STATUS
                 NOT AT END
                    IF WS-WATCH-COUNT < 2000
                       ADD 1 TO WS-WATCH-COUNT
                       SET WS-WL-IX TO WS-WATCH-COUNT
                       MOVE WL-LASTNAME
                         TO WS-WT-LASTNAME(WS-WL-IX)
                       MOVE WL-DOB
                         TO WS-WT-DOB(WS-WL-IX)
                    ELSE
                       MOVE 'N' TO WS-WATCHLIST-AVAILABLE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-WATCHLIST-STATUS NOT = "10"
              MOVE 'N' TO WS-WATCHLIST-AVAILABLE
           END-IF
           CLOSE WATCHLIST-FILE
           IF WS-WATCHLIST-AVAILABLE = 'N'
              DISPLAY 'BROKNBLD: WATCHLIST NOT READ IN FULL'
           END-IF
           .
       1200-EXIT.
           EXIT.

       1300-LOAD-ACCEPTANCE-LIMITS.
           MOVE 'N' TO WS-LIMITS-FOUND
           EXEC SQL
               SELECT MAXSUMASSURED, MAXPAYMENT
                 INTO :WS-MAX-SUMASSURED :WS-MAX-SUMASSURED-IND,
                      :WS-MAX-PAYMENT :WS-MAX-PAYMENT-IND
                 FROM ACCPTLIM
                WHERE POLICYTYPE = 'E'
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-LIMITS-FOUND
           END-IF
           .
       1300-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ SUBMISSION-FILE INTO WS-IN-REC
                AT END SET END-OF-INP TO TRUE.

           IF NOT INP-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-INPUT01
              PERFORM 9000-END-PARA
           END-IF
           .
       1500-EXIT.
           EXIT.

       2000-MAIN-PARA.
           MOVE ZEROS TO WS-CUSTOMER-NUM
           MOVE ZEROS TO WS-POLICY-NUM
           MOVE ZEROS TO WS-REFERRAL-ID
           MOVE SPACES TO WS-CUSTOMER-SOURCE

           PERFORM 2100-EDIT-INPUT
              THRU 2100-EXIT
           IF EDIT-OK
              PERFORM 2200-CHECK-BROKER
                 THRU 2200-EXIT
           END-IF
           IF EDIT-OK
              PERFORM 3000-FIND-CUSTOMER
                 THRU 3000-EXIT
           END-IF
           IF EDIT-OK
              PERFORM 4000-ADD-POLICY
                 THRU 4000-EXIT
           END-IF

           IF EDIT-FAILED
              PERFORM 3900-WRITE-REJECT
                 THRU 3900-EXIT
           ELSE
              PERFORM 4900-WRITE-ACCEPTANCE
                 THRU 4900-EXIT
           END-IF
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits. The customer's details are only needed when the  *
      * line does not name an existing customer number.               *
      *----------------------------------------------------------------*
       2100-EDIT-INPUT.
           SET EDIT-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RESULT-TEXT

           IF IN-LINE-REF = SPACES
              MOVE 'REF' TO WS-REJECT-REASON
              MOVE 'NO LINE REFERENCE' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           IF IN-BROKER-ID IS NOT NUMERIC OR IN-BROKER-ID = ZEROS
              MOVE 'BRK' TO WS-REJECT-REASON
              MOVE 'INVALID BROKER ID' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           IF IN-CUSTOMER-NUM IS NOT NUMERIC
              MOVE 'CUS' TO WS-REJECT-REASON
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF

           IF IN-CUSTOMER-NUM = ZEROS
              PERFORM 2150-EDIT-CUSTOMER
                 THRU 2150-EXIT
              IF EDIT-FAILED
                 GO TO 2100-EXIT
              END-IF
           END-IF

           IF IN-ISSUE-DATE(5:1) NOT = '-'
              OR IN-ISSUE-DATE(8:1) NOT = '-'
              OR IN-ISSUE-DATE(1:4) IS NOT NUMERIC
              OR IN-ISSUE-DATE(6:2) IS NOT NUMERIC
              OR IN-ISSUE-DATE(9:2) IS NOT NUMERIC
              MOVE 'ISS' TO WS-REJECT-REASON
              MOVE 'INVALID ISSUE DATE' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           STRING IN-ISSUE-DATE(1:4) IN-ISSUE-DATE(6:2)
                  IN-ISSUE-DATE(9:2)
              DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           MOVE FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-YYYYMMDD)
              TO WS-DATE-TEST-RESULT
           IF WS-DATE-TEST-RESULT NOT = 0
              MOVE 'ISS' TO WS-REJECT-REASON
              MOVE 'INVALID ISSUE DATE' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF

           IF IN-TERM IS NOT NUMERIC OR IN-TERM = ZEROS
              MOVE 'TRM' TO WS-REJECT-REASON
              MOVE 'INVALID TERM' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           IF IN-SUM-ASSURED IS NOT NUMERIC
              MOVE 'SUM' TO WS-REJECT-REASON
              MOVE 'INVALID SUM ASSURED' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           IF IN-PAYMENT IS NOT NUMERIC OR IN-PAYMENT = ZEROS
              MOVE 'PAY' TO WS-REJECT-REASON
              MOVE 'INVALID PREMIUM' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           IF (IN-WITH-PROFITS NOT = 'Y' AND IN-WITH-PROFITS NOT = 'N')
              OR (IN-EQUITIES NOT = 'Y' AND IN-EQUITIES NOT = 'N')
              OR (IN-MANAGED-FUND NOT = 'Y'
                  AND IN-MANAGED-FUND NOT = 'N')
              MOVE 'IND' TO WS-REJECT-REASON
              MOVE 'INVALID FUND INDICATOR' TO WS-RESULT-TEXT
              GO TO 2100-FAILED
           END-IF
           GO TO 2100-EXIT
           .
       2100-FAILED.
           SET EDIT-FAILED TO TRUE
           .
       2100-EXIT.
           EXIT.

       2150-EDIT-CUSTOMER.
           IF IN-FIRST-NAME = SPACES OR IN-LAST-NAME = SPACES
              MOVE 'NAM' TO WS-REJECT-REASON
              MOVE 'NO CUSTOMER NAME' TO WS-RESULT-TEXT
              GO TO 2150-FAILED
           END-IF

           IF IN-DOB(5:1) NOT = '-'
              OR IN-DOB(8:1) NOT = '-'
              OR IN-DOB(1:4) IS NOT NUMERIC
              OR IN-DOB(6:2) IS NOT NUMERIC
              OR IN-DOB(9:2) IS NOT NUMERIC
              MOVE 'DOB' TO WS-REJECT-REASON
              MOVE 'INVALID DATE OF BIRTH' TO WS-RESULT-TEXT
              GO TO 2150-FAILED
           END-IF
           STRING IN-DOB(1:4) IN-DOB(6:2) IN-DOB(9:2)
              DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           MOVE FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-YYYYMMDD)
              TO WS-DATE-TEST-RESULT
           IF WS-DATE-TEST-RESULT NOT = 0
              MOVE 'DOB' TO WS-REJECT-REASON
              MOVE 'INVALID DATE OF BIRTH' TO WS-RESULT-TEXT
              GO TO 2150-FAILED
           END-IF

      *    LGACUS01's postcode country check.
           MOVE 'N' TO WS-COUNTRY-FOUND
           PERFORM VARYING WS-COUNTRY-IX FROM 1 BY 1
                   UNTIL WS-COUNTRY-IX > 4
              IF FUNCTION UPPER-CASE (IN-POSTCODE(1:2)) =
                      WS-VALID-COUNTRY-CODE (WS-COUNTRY-IX)
                 MOVE 'Y' TO WS-COUNTRY-FOUND
              END-IF
           END-PERFORM
           IF WS-COUNTRY-FOUND = 'N'
              MOVE 'PCD' TO WS-REJECT-REASON
              MOVE 'INVALID POSTCODE' TO WS-RESULT-TEXT
              GO TO 2150-FAILED
           END-IF
           GO TO 2150-EXIT
           .
       2150-FAILED.
           SET EDIT-FAILED TO TRUE
           .
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LGAPOL01's broker check: the broker must be on the BROKER     *
      * master and not terminated.                                    *
      *----------------------------------------------------------------*
       2200-CHECK-BROKER.
           MOVE IN-BROKER-ID TO WS-BROKER-ID
           MOVE SPACE TO WS-BROKER-STATUS
           EXEC SQL
               SELECT STATUS
                 INTO :WS-BROKER-STATUS
                 FROM BROKER
                WHERE BROKERID = :WS-BROKER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-BROKER-STATUS = 'T'
              SET EDIT-FAILED TO TRUE
              MOVE 'BRK' TO WS-REJECT-REASON
              MOVE 'BROKER UNKNOWN OR TERMINATED' TO WS-RESULT-TEXT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE IN-LINE-REF      TO DTL-LINE-REF
           MOVE WS-CUSTOMER-NUM  TO DTL-CUSTOMER
           MOVE WS-POLICY-NUM    TO DTL-POLICY
           MOVE WS-RESULT-TEXT   TO DTL-RESULT
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The customer: the one named, else an exact match on file,     *
      * else a new one once screened.                                 *
      *----------------------------------------------------------------*
       3000-FIND-CUSTOMER.
           IF IN-CUSTOMER-NUM NOT = ZEROS
              MOVE IN-CUSTOMER-NUM TO WS-CUSTOMER-NUM
              MOVE 0 TO WS-CUSTOMER-COUNT
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-CUSTOMER-COUNT
                    FROM CUSTOMER
                   WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
              END-EXEC
              IF WS-CUSTOMER-COUNT = 0
                 SET EDIT-FAILED TO TRUE
                 MOVE 'CUS' TO WS-REJECT-REASON
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
                 MOVE ZEROS TO WS-CUSTOMER-NUM
              ELSE
                 MOVE 'ON ' TO WS-CUSTOMER-SOURCE
              END-IF
              GO TO 3000-EXIT
           END-IF

      *    LGACUS01's duplicate check, used here to find the customer.
           MOVE 0 TO WS-CUSTOMER-COUNT
           EXEC SQL
               SELECT COUNT(*), MIN(CUSTOMERNUMBER)
                 INTO :WS-CUSTOMER-COUNT,
                      :WS-MATCH-CUSTOMER :WS-MATCH-CUSTOMER-IND
                 FROM CUSTOMER
                WHERE FIRSTNAME   = :IN-FIRST-NAME
                  AND LASTNAME    = :IN-LAST-NAME
                  AND DATEOFBIRTH = :IN-DOB
                  AND POSTCODE    = :IN-POSTCODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CUSTOMER MATCH:' SQLCODE
              SET EDIT-FAILED TO TRUE
              MOVE 'DB2' TO WS-REJECT-REASON
              MOVE 'CUSTOMER MATCH FAILED' TO WS-RESULT-TEXT
              GO TO 3000-EXIT
           END-IF
           IF WS-CUSTOMER-COUNT > 1
              SET EDIT-FAILED TO TRUE
              MOVE 'AMB' TO WS-REJECT-REASON
              MOVE 'MORE THAN ONE CUSTOMER MATCHES' TO WS-RESULT-TEXT
              GO TO 3000-EXIT
           END-IF
           IF WS-CUSTOMER-COUNT = 1
              MOVE WS-MATCH-CUSTOMER TO WS-CUSTOMER-NUM
              MOVE 'MAT' TO WS-CUSTOMER-SOURCE
              ADD 1 TO WS-CUST-MATCHED-COUNT
              GO TO 3000-EXIT
           END-IF

           PERFORM 3100-SCREEN-WATCHLIST
              THRU 3100-EXIT
           IF EDIT-FAILED
              GO TO 3000-EXIT
           END-IF
           PERFORM 3200-ADD-CUSTOMER
              THRU 3200-EXIT
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Surname and date of birth, the key LGACUS01 reads KSDSWTCH by.*
      * The broker is told only that the line is held; the reason is  *
      * on the loader report for compliance.                          *
      *----------------------------------------------------------------*
       3100-SCREEN-WATCHLIST.
           MOVE 'N' TO WS-WATCH-HIT
           IF WS-WATCHLIST-AVAILABLE = 'N'
              SET EDIT-FAILED TO TRUE
              MOVE 'HLD' TO WS-REJECT-REASON
              MOVE 'HELD - WATCHLIST UNAVAILABLE' TO WS-RESULT-TEXT
              GO TO 3100-EXIT
           END-IF
           PERFORM VARYING WS-WL-IX FROM 1 BY 1
                   UNTIL WS-WL-IX > WS-WATCH-COUNT
              IF WS-WT-LASTNAME(WS-WL-IX) = IN-LAST-NAME
                 AND WS-WT-DOB(WS-WL-IX) = IN-DOB
                 MOVE 'Y' TO WS-WATCH-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-WATCH-HIT = 'Y'
              SET EDIT-FAILED TO TRUE
              MOVE 'HLD' TO WS-REJECT-REASON
              MOVE 'HELD - WATCHLIST MATCH' TO WS-RESULT-TEXT
           END-IF
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Same allocation LGNUM01 serves the online adds, under the      *
      * CNTRLNUM row lock; no control row falls back to highest-on-   *
      * file plus one.                                                *
      *----------------------------------------------------------------*
       3200-ADD-CUSTOMER.
           EXEC SQL
               UPDATE CNTRLNUM
                  SET NEXTNUM = NEXTNUM + 1
                WHERE ENTITY = 'CUSTOMER'
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT NEXTNUM
                    INTO :WS-CUSTOMER-NUM
                    FROM CNTRLNUM
                   WHERE ENTITY = 'CUSTOMER'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-CUSTOMER-NUM
              EXEC SQL
                  SELECT MAX(CUSTOMERNUMBER)
                    INTO :WS-CUSTOMER-NUM
                    FROM CUSTOMER
              END-EXEC
              ADD 1 TO WS-CUSTOMER-NUM
           END-IF

           EXEC SQL
               INSERT INTO CUSTOMER
               (CUSTOMERNUMBER
               ,FIRSTNAME
               ,LASTNAME
               ,DATEOFBIRTH
               ,HOUSENAME
               ,HOUSENUMBER
               ,POSTCODE
               ,PHONEHOME
               ,PHONEMOBILE
               ,EMAILADDRESS)
               VALUES (
                     :WS-CUSTOMER-NUM
                    ,:IN-FIRST-NAME
                    ,:IN-LAST-NAME
                    ,:IN-DOB
                    ,' '
                    ,:IN-HOUSE-NUM
                    ,:IN-POSTCODE
                    ,' '
                    ,' '
                    ,' ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CUSTOMER INSERT:' SQLCODE
              SET EDIT-FAILED TO TRUE
              MOVE 'DB2' TO WS-REJECT-REASON
              MOVE 'CUSTOMER INSERT FAILED' TO WS-RESULT-TEXT
              MOVE ZEROS TO WS-CUSTOMER-NUM
              GO TO 3200-EXIT
           END-IF

           MOVE 'NEW' TO WS-CUSTOMER-SOURCE
           ADD 1 TO WS-CUST-ADDED-COUNT
           MOVE SPACES           TO CORRESPONDENCE-RECORD
           MOVE 'WELCOME '       TO CRQ-LETTER-TYPE
           MOVE WS-CUSTOMER-NUM  TO CRQ-CUSTOMER-NUM
           MOVE ZEROS            TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD
           .
       3200-EXIT.
           EXIT.

       3900-WRITE-REJECT.
           IF WS-REJECT-REASON = 'HLD'
              ADD 1 TO WS-HELD-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-IN-REC        TO REJ-IN-REC
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           .
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A risk over the acceptance limits is referred, not bound -    *
      * the same rule and the same UWREFER row LGAPOL01 writes.       *
      *----------------------------------------------------------------*
       4000-ADD-POLICY.
           MOVE IN-BROKER-ID   TO WS-BROKER-ID
           MOVE IN-PAYMENT     TO WS-PAYMENT
           MOVE IN-SUM-ASSURED TO WS-SUM-ASSURED
           MOVE IN-TERM        TO WS-TERM
           MOVE SPACES         TO WS-FUND-NAME
           PERFORM 4100-DERIVE-EXPIRY
              THRU 4100-EXIT
           PERFORM 4150-NAME-LIFE-ASSURED
              THRU 4150-EXIT

           MOVE 'N' TO WS-REFER-CASE
           IF WS-LIMITS-FOUND = 'Y'
              IF WS-MAX-SUMASSURED-IND >= 0
                 AND WS-SUM-ASSURED > WS-MAX-SUMASSURED
                 MOVE 'Y' TO WS-REFER-CASE
              END-IF
              IF WS-MAX-PAYMENT-IND >= 0
                 AND WS-PAYMENT > WS-MAX-PAYMENT
                 MOVE 'Y' TO WS-REFER-CASE
              END-IF
           END-IF

           IF WS-REFER-CASE = 'Y'
              PERFORM 4200-WRITE-REFERRAL-ROW
                 THRU 4200-EXIT
           ELSE
              PERFORM 4300-ALLOCATE-POLICY-NUM
                 THRU 4300-EXIT
              PERFORM 4400-INSERT-POLICY
                 THRU 4400-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

      *    Issue date plus the term in years; 29 February falls back
      *    to the 28th when the expiry year is not a leap year.
       4100-DERIVE-EXPIRY.
           MOVE IN-ISSUE-DATE(1:4) TO WS-EXPIRY-YEAR
           ADD IN-TERM TO WS-EXPIRY-YEAR
           MOVE IN-ISSUE-DATE TO WS-EXPIRY-DATE
           MOVE WS-EXPIRY-YEAR TO WS-EXPIRY-DATE(1:4)
           STRING WS-EXPIRY-DATE(1:4) WS-EXPIRY-DATE(6:2)
                  WS-EXPIRY-DATE(9:2)
              DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           MOVE FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-YYYYMMDD)
              TO WS-DATE-TEST-RESULT
           IF WS-DATE-TEST-RESULT NOT = 0
              MOVE '28' TO WS-EXPIRY-DATE(9:2)
           END-IF
           .
       4100-EXIT.
           EXIT.

      *    The life assured is the customer taking the policy out.
       4150-NAME-LIFE-ASSURED.
           MOVE SPACES TO WS-LIFE-ASSURED
           IF IN-FIRST-NAME = SPACES AND IN-LAST-NAME = SPACES
              GO TO 4150-EXIT
           END-IF
           STRING IN-FIRST-NAME DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  IN-LAST-NAME  DELIMITED BY SIZE
              INTO WS-LIFE-ASSURED
           .
       4150-EXIT.
           EXIT.

       4200-WRITE-REFERRAL-ROW.
           MOVE 0 TO WS-REFERRAL-ID
           EXEC SQL
               SELECT MAX(REFID)
                 INTO :WS-REFERRAL-ID
                 FROM UWREFER
           END-EXEC
           ADD 1 TO WS-REFERRAL-ID
           EXEC SQL
               INSERT INTO UWREFER
               (REFID
               ,CUSTOMERNUMBER
               ,POLICYTYPE
               ,REFERDATE
               ,ISSUEDATE
               ,EXPIRYDATE
               ,PAYMENT
               ,BROKERID
               ,BROKERSREFERENCE
               ,EQUITIES
               ,WITHPROFITS
               ,MANAGEDFUND
               ,FUNDNAME
               ,TERM
               ,SUMASSURED
               ,LIFEASSURED
               ,STATUS
               ,DECISIONREASON)
               VALUES (
                     :WS-REFERRAL-ID
                    ,:WS-CUSTOMER-NUM
                    ,'E'
                    ,CURRENT DATE
                    ,:IN-ISSUE-DATE
                    ,:WS-EXPIRY-DATE
                    ,:WS-PAYMENT
                    ,:WS-BROKER-ID
                    ,:IN-BROKERS-REF
                    ,:IN-EQUITIES
                    ,:IN-WITH-PROFITS
                    ,:IN-MANAGED-FUND
                    ,:WS-FUND-NAME
                    ,:WS-TERM
                    ,:WS-SUM-ASSURED
                    ,:WS-LIFE-ASSURED
                    ,'P'
                    ,' ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON REFERRAL INSERT:' SQLCODE
              SET EDIT-FAILED TO TRUE
              MOVE 'DB2' TO WS-REJECT-REASON
              MOVE 'REFERRAL INSERT FAILED' TO WS-RESULT-TEXT
              MOVE ZEROS TO WS-REFERRAL-ID
           ELSE
              ADD 1 TO WS-REFERRED-COUNT
              MOVE 'REFERRED TO UNDERWRITING' TO WS-RESULT-TEXT
           END-IF
           .
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Same allocation as COMMBIND: the CNTRLNUM row lock first, the  *
      * highest-on-file fallback when there is no control row.        *
      *----------------------------------------------------------------*
       4300-ALLOCATE-POLICY-NUM.
           EXEC SQL
               UPDATE CNTRLNUM
                  SET NEXTNUM = NEXTNUM + 1
                WHERE ENTITY = 'POLICY  '
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT NEXTNUM
                    INTO :WS-POLICY-NUM
                    FROM CNTRLNUM
                   WHERE ENTITY = 'POLICY  '
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-POLICY-NUM
              EXEC SQL
                  SELECT MAX(POLICYNUMBER)
                    INTO :WS-POLICY-NUM
                    FROM POLICY
              END-EXEC
              ADD 1 TO WS-POLICY-NUM
           END-IF
           .
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy and its endowment detail go on together: a failed  *
      * detail insert removes the policy row again.                   *
      *----------------------------------------------------------------*
       4400-INSERT-POLICY.
           MOVE 'N' TO WS-STORED-OK
           EXEC SQL
               INSERT INTO POLICY
               (POLICYNUMBER
               ,CUSTOMERNUMBER
               ,ISSUEDATE
               ,EXPIRYDATE
               ,POLICYTYPE
               ,LASTCHANGED
               ,BROKERID
               ,BROKERSREFERENCE
               ,PAYMENT
               ,COMMISSION)
               VALUES (
                     :WS-POLICY-NUM
                    ,:WS-CUSTOMER-NUM
                    ,:IN-ISSUE-DATE
                    ,:WS-EXPIRY-DATE
                    ,'E'
                    ,CURRENT TIMESTAMP
                    ,:WS-BROKER-ID
                    ,:IN-BROKERS-REF
                    ,:WS-PAYMENT
                    ,0)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON POLICY INSERT:' SQLCODE
              GO TO 4400-FAILED
           END-IF

           EXEC SQL
               INSERT INTO ENDOWMENT
               (POLICYNUMBER
               ,EQUITIES
               ,WITHPROFITS
               ,MANAGEDFUND
               ,FUNDNAME
               ,TERM
               ,SUMASSURED
               ,LIFEASSURED
               ,PADDINGDATA)
               VALUES (
                     :WS-POLICY-NUM
                    ,:IN-EQUITIES
                    ,:IN-WITH-PROFITS
                    ,:IN-MANAGED-FUND
                    ,:WS-FUND-NAME
                    ,:WS-TERM
                    ,:WS-SUM-ASSURED
                    ,:WS-LIFE-ASSURED
                    ,' ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON ENDOWMENT INSERT:' SQLCODE
              EXEC SQL
                  DELETE FROM POLICY
                   WHERE POLICYNUMBER = :WS-POLICY-NUM
              END-EXEC
              GO TO 4400-FAILED
           END-IF

           MOVE 'Y' TO WS-STORED-OK
           ADD 1 TO WS-BOUND-COUNT
           MOVE 'BOUND' TO WS-RESULT-TEXT
           GO TO 4400-EXIT
           .
       4400-FAILED.
           SET EDIT-FAILED TO TRUE
           MOVE 'DB2' TO WS-REJECT-REASON
           MOVE 'POLICY INSERT FAILED' TO WS-RESULT-TEXT
           MOVE ZEROS TO WS-POLICY-NUM
           .
       4400-EXIT.
           EXIT.

       4900-WRITE-ACCEPTANCE.
           MOVE SPACES             TO ACCEPTANCE-RECORD
           MOVE IN-LINE-REF        TO ACC-LINE-REF
           MOVE IN-BROKERS-REF     TO ACC-BROKERS-REF
           MOVE WS-CUSTOMER-NUM    TO ACC-CUSTOMER-NUM
           MOVE WS-CUSTOMER-SOURCE TO ACC-CUSTOMER-SOURCE
           MOVE WS-POLICY-NUM      TO ACC-POLICY-NUM
           MOVE WS-REFERRAL-ID     TO ACC-REFERRAL-ID
           IF WS-REFER-CASE = 'Y'
              MOVE 'REFERRED' TO ACC-STATUS
           ELSE
              MOVE 'BOUND'    TO ACC-STATUS
           END-IF
           WRITE ACCEPTANCE-RECORD
           .
       4900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LINES READ:'           TO SML-CAPTION
           MOVE WS-READ-COUNT           TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'POLICIES BOUND:'       TO SML-CAPTION
           MOVE WS-BOUND-COUNT          TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'REFERRED:'             TO SML-CAPTION
           MOVE WS-REFERRED-COUNT       TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'REJECTED:'             TO SML-CAPTION
           MOVE WS-REJECT-COUNT         TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'HELD FOR COMPLIANCE:'  TO SML-CAPTION
           MOVE WS-HELD-COUNT           TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'CUSTOMERS ADDED:'      TO SML-CAPTION
           MOVE WS-CUST-ADDED-COUNT     TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT
           MOVE 'CUSTOMERS MATCHED:'    TO SML-CAPTION
           MOVE WS-CUST-MATCHED-COUNT   TO SML-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
              THRU 8100-EXIT

           DISPLAY 'LINES READ:        ' WS-READ-COUNT
           DISPLAY 'POLICIES BOUND:    ' WS-BOUND-COUNT
           DISPLAY 'REFERRED:          ' WS-REFERRED-COUNT
           DISPLAY 'REJECTED:          ' WS-REJECT-COUNT
           DISPLAY 'HELD:              ' WS-HELD-COUNT
           .
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8100-EXIT.
           EXIT.

       9000-END-PARA.

           CLOSE SUBMISSION-FILE
           CLOSE REJECT-FILE
           CLOSE ACCEPTANCE-FILE
           CLOSE CORRESPONDENCE-FILE
           CLOSE LOADER-REPORT
           IF WS-GATE-PASSED = 'Y'
              PERFORM 9200-MARK-FILE-LOADED
                 THRU 9200-EXIT
           END-IF
           PERFORM 9100-SET-RETURN-CODE
              THRU 9100-EXIT
           GOBACK
           .
       9000-EXIT.
           EXIT.

       9100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-GATE-REFUSED = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT + WS-HELD-COUNT = ZEROS
                   MOVE 0 TO RETURN-CODE
               WHEN WS-REJECT-COUNT + WS-HELD-COUNT >= WS-READ-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is loaded: a LOAD line on the register stops it ever *
      * being loaded again.                                           *
      *----------------------------------------------------------------*
       9200-MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES           TO INBOUND-REGISTER-RECORD
           MOVE WS-GATE-FEED     TO IRG-FEED
           MOVE 'LOAD'           TO IRG-ACTION
           MOVE WS-GATE-SENDER   TO IRG-SENDER
           MOVE WS-GATE-CREATED  TO IRG-CREATED
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE
           MOVE WS-READ-COUNT    TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'BROKNBLD'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9200-EXIT.
           EXIT.
