      ******************************************************************
      *                                                                *
      *        Annual Customer Profitability and Segment Run           *
      *                                                                *
      *   LOSSRPT shows what each broker book costs and EXPOSRPT      *
      *   what each customer is exposed to; this run shows whether    *
      *   each customer made us money over a year. Net contribution   *
      *   per customer is:                                            *
      *                                                                *
      *     earned premium    PREMEARN's straight-line apportionment  *
      *                       of POLICY.PAYMENT over the year         *
      *   - commission        POLICY.COMMISSION earned the same way   *
      *                       - the unearned share is what POLCANCL   *
      *                       claws back                              *
      *   - claims paid       CLAIM.PAID on claims dated in the year  *
      *   - claims reserved   CLAIM.VALUE not yet paid on them        *
      *   + recoveries        cash received on those claims on the    *
      *                       CLMRECOV.DAT store CLMRECV keeps        *
      *   + fees              late and reinstatement fees charged     *
      *                       (LATE, RFEE) on the customer journal    *
      *   - write-offs        balances written off (WOFF)             *
      *                                                                *
      *   The journal is read from CUSTJRNL.ARC and CUSTJRNL.DAT so   *
      *   a cycled journal still counts the whole year.               *
      *                                                                *
      *   Each customer falls in the first segment that fits:         *
      *                                                                *
      *     LOSS      net contribution below nil                      *
      *     HIGHFREQ  as many claims in the year as the threshold     *
      *     MULTI     more than one product in force in the year      *
      *     SINGLE    one product in force in the year                *
      *     NOCOVER   no policy in force in the year                  *
      *                                                                *
      *   CUSTPROF.RPT: the segment summary, then every customer by   *
      *   segment. PROFLOSS.DAT: the loss-making customers for        *
      *   underwriting's renewal review. PROFRETN.DAT: the MULTI and  *
      *   SINGLE customers for marketing's retention offers, as       *
      *   delimited customer/name/address lines like XSELL cuts -     *
      *   customers who opted out of marketing or have died are       *
      *   left off and counted on the report.                         *
      *                                                                *
      *   PARM: year as YYYY, then optionally the claim count that    *
      *   makes a customer HIGHFREQ (default 3). The year defaults    *
      *   to the one before the business date's. RC 8 on a database   *
      *   error.                                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECOVERY-STORE
               ASSIGN TO "CLMRECOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVE
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PROFIT-REPORT
               ASSIGN TO "CUSTPROF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOSS-EXTRACT
               ASSIGN TO "PROFLOSS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETENTION-EXTRACT
               ASSIGN TO "PROFRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout CLMRECV writes.
       FD  RECOVERY-STORE.
       01  RECOVERY-RECORD.
           05 RCV-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 RCV-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 RCV-TYPE                 PIC X(4).
           05 FILLER                   PIC X.
           05 RCV-EXPECTED             PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RCV-RECEIVED             PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RCV-RAISED-DATE          PIC 9(8).

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(75).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD              PIC X(75).

       FD  PROFIT-REPORT.
       01  REPORT-LINE                 PIC X(132).

      * One line per loss-making customer for renewal review.
       FD  LOSS-EXTRACT.
       01  LOSS-RECORD.
           05 LSX-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 LSX-YEAR                 PIC 9(4).
           05 FILLER                   PIC X.
           05 LSX-NET                  PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 LSX-EARNED               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 LSX-CLAIMS-COST          PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 LSX-CLAIM-COUNT          PIC 9(5).
           05 FILLER                   PIC X.
           05 LSX-PRODUCTS             PIC X(4).

       FD  RETENTION-EXTRACT.
       01  RETENTION-RECORD            PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-STORE-STATUS             PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MMDD              PIC 9(4).

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-YEAR-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-THRESHOLD-TEXT           PIC X(8)  VALUE SPACES.
       01  WS-REPORT-YEAR              PIC 9(4)  VALUE ZEROS.
       01  WS-FREQ-THRESHOLD           PIC 9(3)  VALUE 3.

       01  WS-YEAR-START-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-END-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-START-INT           PIC S9(9) COMP VALUE 0.
       01  WS-YEAR-END-INT             PIC S9(9) COMP VALUE 0.

       01  WS-ISO-SOURCE               PIC 9(8) VALUE ZEROS.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-SOURCE.
           05 WS-ISO-YYYY              PIC X(4).
           05 WS-ISO-MM                PIC X(2).
           05 WS-ISO-DD                PIC X(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.

      * Host variables.
       01  WS-HV-START-ISO             PIC X(10) VALUE SPACES.
       01  WS-HV-END-ISO               PIC X(10) VALUE SPACES.
       01  WS-HV-CUSTOMER-NUM          PIC S9(9) USAGE COMP.
       01  WS-HV-CLAIM-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-ISSUE-DATE-IND           PIC S9(4) USAGE COMP.
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-EXPIRY-DATE-IND          PIC S9(4) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-COMMISSION               PIC S9(4) USAGE COMP.
       01  WS-COMMISSION-IND           PIC S9(4) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID-IND           PIC S9(4) USAGE COMP.
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-VALUE-IND          PIC S9(4) USAGE COMP.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-HOUSE-NAME               PIC X(20).
       01  WS-HOUSE-NUM                PIC X(4).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-OPTOUT                   PIC X(1).
       01  WS-OPTOUT-IND               PIC S9(4) USAGE COMP.
       01  WS-DEATH-DATE               PIC X(10).
       01  WS-DEATH-DATE-IND           PIC S9(4) USAGE COMP.

      * Apportionment work fields, as PREMEARN keeps them.
       01  WS-ISSUE-NUM                PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRY-NUM               PIC 9(8) VALUE ZEROS.
       01  WS-ISSUE-INT                PIC S9(9) COMP VALUE 0.
       01  WS-EXPIRY-INT               PIC S9(9) COMP VALUE 0.
       01  WS-TERM-DAYS                PIC S9(5) COMP VALUE 0.
       01  WS-OVERLAP-START            PIC S9(9) COMP VALUE 0.
       01  WS-OVERLAP-END              PIC S9(9) COMP VALUE 0.
       01  WS-EARNED-DAYS              PIC S9(5) COMP VALUE 0.
       01  WS-EARNED                   PIC 9(9)V99 VALUE 0.
       01  WS-EARNED-COMMISSION        PIC 9(7)V99 VALUE 0.
       01  WS-PRODUCT-IX               PIC 9(1) VALUE ZEROS.
       01  WS-OUTSTANDING              PIC S9(9) COMP VALUE 0.

      * Same layout the journal writers produce.
       01  WS-JOURNAL-LINE.
           05  JRN-DATE           PIC 9(8).
           05  JRN-SOURCE         PIC X(5).
           05  JRN-CUST-ID        PIC 9(10).
           05  JRN-DC             PIC X(1).
           05  JRN-REASON         PIC X(4).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

      * One entry per customer with anything in the year. The
      * product flags hold E, H, M and C in that order.
       01  WS-CUSTOMER-KEY             PIC 9(10) VALUE ZEROS.
       01  WS-CUSTOMER-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-CUSTOMER-FULL-SHOWN      PIC X VALUE 'N'.
       01  WS-CP-FOUND                 PIC X VALUE 'N'.
       01  WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-CP-IX.
              10 WS-CP-CUSTOMER        PIC 9(10).
              10 WS-CP-PRODUCTS        PIC X(4).
              10 WS-CP-PRODUCT-FLAG REDEFINES WS-CP-PRODUCTS
                                       PIC X(1) OCCURS 4 TIMES.
              10 WS-CP-PRODUCT-COUNT   PIC 9(1).
              10 WS-CP-EARNED          PIC 9(9)V99.
              10 WS-CP-COMMISSION      PIC 9(9)V99.
              10 WS-CP-PAID            PIC 9(9)V99.
              10 WS-CP-RESERVED        PIC 9(9)V99.
              10 WS-CP-RECOVERED       PIC 9(9)V99.
              10 WS-CP-FEES            PIC 9(9)V99.
              10 WS-CP-WRITTEN-OFF     PIC 9(9)V99.
              10 WS-CP-CLAIM-COUNT     PIC 9(5).
              10 WS-CP-NET             PIC S9(9)V99.
              10 WS-CP-SEGMENT         PIC 9(1).

       01  WS-PRODUCT-LETTERS          PIC X(4) VALUE 'EHMC'.
       01  WS-PX                       PIC 9(1) VALUE ZEROS.

      * Segments in the order a customer is tested against them.
       01  WS-SEGMENT-NAMES.
           05 FILLER PIC X(38) VALUE
              'LOSS    LOSS-MAKING                   '.
           05 FILLER PIC X(38) VALUE
              'HIGHFREQHIGH CLAIM FREQUENCY          '.
           05 FILLER PIC X(38) VALUE
              'MULTI   MULTI-PRODUCT                 '.
           05 FILLER PIC X(38) VALUE
              'SINGLE  SINGLE PRODUCT                '.
           05 FILLER PIC X(38) VALUE
              'NOCOVER NO POLICY IN FORCE IN YEAR    '.
       01  WS-SEGMENT-NAME-TABLE REDEFINES WS-SEGMENT-NAMES.
           05 WS-SEGMENT-NAME OCCURS 5 TIMES.
              10 WS-SG-CODE            PIC X(8).
              10 WS-SG-LABEL           PIC X(30).
       01  WS-SEGMENT-TOTALS.
           05 WS-SEGMENT-TOTAL OCCURS 5 TIMES.
              10 WS-ST-CUSTOMERS       PIC 9(7).
              10 WS-ST-NET             PIC S9(11)V99.
       01  WS-LOSS-SEGMENT             PIC 9(1) VALUE 1.
       01  WS-FREQ-SEGMENT             PIC 9(1) VALUE 2.
       01  WS-MULTI-SEGMENT            PIC 9(1) VALUE 3.
       01  WS-SINGLE-SEGMENT           PIC 9(1) VALUE 4.
       01  WS-NO-COVER-SEGMENT         PIC 9(1) VALUE 5.
       01  WS-SX                       PIC 9(1) VALUE ZEROS.

       01  WS-COUNTS.
           05 WS-GRAND-NET             PIC S9(11)V99 VALUE 0.
           05 WS-RETAIN-COUNT          PIC 9(7) VALUE 0.
           05 WS-OPTOUT-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-DECEASED-SKIPPED      PIC 9(7) VALUE 0.
           05 WS-RECOVERY-SKIPPED      PIC 9(7) VALUE 0.

       01  WS-EXT-ID                   PIC Z(9)9.
       01  WS-EXT-NET                  PIC -(9)9.99.

       01  REPORT-TITLE-LINE.
           05 FILLER                   PIC X(37) VALUE
              'CUSTOMER PROFITABILITY FOR THE YEAR  '.
           05 RTL-YEAR                 PIC 9(4).
           05 FILLER                   PIC X(29) VALUE
              '   HIGH CLAIM FREQUENCY FROM '.
           05 RTL-THRESHOLD            PIC ZZ9.
           05 FILLER                   PIC X(7)  VALUE ' CLAIMS'.
       01  SEGMENT-HEADING-LINE.
           05 FILLER                   PIC X(37) VALUE 'SEGMENT'.
           05 FILLER                   PIC X(31) VALUE
              'CUSTOMERS      NET CONTRIBUTION'.
       01  SEGMENT-SUMMARY-LINE.
           05 SSL-LABEL                PIC X(30).
           05 FILLER                   PIC X(9)  VALUE SPACES.
           05 SSL-CUSTOMERS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SSL-NET                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  DETAIL-HEADING-LINE.
           05 FILLER                   PIC X(44) VALUE
              '  CUSTOMER PROD CLMS     EARNED COMMISSION  '.
           05 FILLER                   PIC X(44) VALUE
              '     PAID   RESERVED  RECOVERED       FEES  '.
           05 FILLER                   PIC X(33) VALUE
              'WRITE-OFF    NET CONTRIB SEGMENT'.
       01  DETAIL-LINE.
           05 DTL-CUSTOMER             PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-PRODUCTS             PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CLAIMS               PIC ZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-EARNED               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-COMMISSION           PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-PAID                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESERVED             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RECOVERED            PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-FEES                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-WRITTEN-OFF          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-NET                  PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-SEGMENT              PIC X(8).
       01  TOTAL-LINE.
           05 FILLER                   PIC X(39) VALUE
              'ALL CUSTOMERS'.
           05 TTL-CUSTOMERS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 TTL-NET                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  RETENTION-SUMMARY-LINE.
           05 FILLER                   PIC X(20) VALUE
              'RETENTION EXTRACT: '.
           05 RSL-SELECTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(19) VALUE
              '  OPT-OUT SKIPPED: '.
           05 RSL-OPTOUT               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(20) VALUE
              '  DECEASED SKIPPED: '.
           05 RSL-DECEASED             PIC ZZZ,ZZ9.
       01  RECOVERY-SUMMARY-LINE.
           05 FILLER                   PIC X(39) VALUE
              'RECOVERIES ON CLAIMS OUTSIDE THE YEAR:'.
           05 RCL-SKIPPED              PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE PREMIUM-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, POLICYTYPE,
                      CHAR(ISSUEDATE, ISO), CHAR(EXPIRYDATE, ISO),
                      PAYMENT, COMMISSION
                 FROM POLICY
           END-EXEC.

           EXEC SQL
               DECLARE CLAIM-CURSOR CURSOR FOR
               SELECT P.CUSTOMERNUMBER, C.PAID, C.VALUE
                 FROM CLAIM C, POLICY P
                WHERE P.POLICYNUMBER = C.POLICYNUMBER
                  AND C.CLAIMDATE BETWEEN :WS-HV-START-ISO
                                      AND :WS-HV-END-ISO
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 2000-GATHER-PREMIUM
              THRU 2000-EXIT
           PERFORM 3000-GATHER-CLAIMS
              THRU 3000-EXIT
           PERFORM 3500-APPLY-RECOVERIES
              THRU 3500-EXIT
           PERFORM 4000-APPLY-JOURNAL
              THRU 4000-EXIT
           PERFORM 5000-SEGMENT-CUSTOMERS
              THRU 5000-EXIT
           PERFORM 6000-PRINT-REPORT
              THRU 6000-EXIT
           PERFORM 7000-WRITE-EXTRACTS
              THRU 7000-EXIT
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

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-YEAR-TEXT WS-THRESHOLD-TEXT
           END-IF
           IF WS-YEAR-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-YEAR-TEXT) TO WS-REPORT-YEAR
           ELSE
              COMPUTE WS-REPORT-YEAR = WS-RUN-YYYY - 1
           END-IF
           IF WS-THRESHOLD-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-THRESHOLD-TEXT)
                TO WS-FREQ-THRESHOLD
           END-IF
           IF WS-FREQ-THRESHOLD = 0
              MOVE 3 TO WS-FREQ-THRESHOLD
           END-IF

           COMPUTE WS-YEAR-START-DATE = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END-DATE   = WS-REPORT-YEAR * 10000 + 1231
           COMPUTE WS-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-YEAR-START-DATE)
           COMPUTE WS-YEAR-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-YEAR-END-DATE)

           MOVE WS-YEAR-START-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-HV-START-ISO
           MOVE WS-YEAR-END-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-HV-END-ISO

           INITIALIZE WS-SEGMENT-TOTALS
           OPEN OUTPUT PROFIT-REPORT
           OPEN OUTPUT LOSS-EXTRACT
           OPEN OUTPUT RETENTION-EXTRACT
           .
       1000-EXIT.
           EXIT.

       1100-MAKE-ISO-DATE.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-ISO-YYYY '-' WS-ISO-MM '-' WS-ISO-DD
              DELIMITED BY SIZE INTO WS-ISO-DATE
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Finds WS-CUSTOMER-KEY in the customer table, adding it when   *
      * new. WS-CP-FOUND is 'N' only when the table is full.          *
      *----------------------------------------------------------------*
       1500-FIND-CUSTOMER.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-CUSTOMER-COUNT
              IF WS-CP-CUSTOMER (WS-CP-IX) = WS-CUSTOMER-KEY
                 MOVE 'Y' TO WS-CP-FOUND
                 GO TO 1500-EXIT
              END-IF
           END-PERFORM
           IF WS-CUSTOMER-COUNT >= 5000
              IF WS-CUSTOMER-FULL-SHOWN = 'N'
                 DISPLAY 'CUSTOMER TABLE FULL - LATER CUSTOMERS OMITTED'
                 MOVE 'Y' TO WS-CUSTOMER-FULL-SHOWN
              END-IF
              GO TO 1500-EXIT
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           SET WS-CP-IX TO WS-CUSTOMER-COUNT
           INITIALIZE WS-CUSTOMER-ENTRY (WS-CP-IX)
           MOVE WS-CUSTOMER-KEY TO WS-CP-CUSTOMER (WS-CP-IX)
           MOVE SPACES TO WS-CP-PRODUCTS (WS-CP-IX)
           MOVE 'Y' TO WS-CP-FOUND
           .
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Earned premium and commission per customer by PREMEARN's      *
      * rule: PAYMENT, and COMMISSION, times the days of the          *
      * ISSUEDATE-to-EXPIRYDATE term inside the year over the term    *
      * days. A policy with any of its term in the year counts as a   *
      * product held.                                                 *
      *----------------------------------------------------------------*
       2000-GATHER-PREMIUM.
           EXEC SQL
               OPEN PREMIUM-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2000-GATHER-PREMIUM:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 2100-FETCH-NEXT-POLICY
              THRU 2100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2200-TAKE-ONE-POLICY
                 THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-POLICY
                 THRU 2100-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE PREMIUM-CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH PREMIUM-CURSOR
               INTO :WS-HV-CUSTOMER-NUM, :WS-POLICY-TYPE,
                    :WS-ISSUE-DATE :WS-ISSUE-DATE-IND,
                    :WS-EXPIRY-DATE :WS-EXPIRY-DATE-IND,
                    :WS-PAYMENT :WS-PAYMENT-IND,
                    :WS-COMMISSION :WS-COMMISSION-IND
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
       2100-EXIT.
           EXIT.

       2200-TAKE-ONE-POLICY.
           IF WS-ISSUE-DATE-IND < 0
              OR WS-EXPIRY-DATE-IND < 0
              GO TO 2200-EXIT
           END-IF
           IF WS-PAYMENT-IND < 0
              MOVE 0 TO WS-PAYMENT
           END-IF
           IF WS-COMMISSION-IND < 0
              MOVE 0 TO WS-COMMISSION
           END-IF

           MOVE ZEROS TO WS-ISSUE-NUM WS-EXPIRY-NUM
           STRING WS-ISSUE-DATE (1:4) DELIMITED BY SIZE
                  WS-ISSUE-DATE (6:2) DELIMITED BY SIZE
                  WS-ISSUE-DATE (9:2) DELIMITED BY SIZE
               INTO WS-ISSUE-NUM
           END-STRING
           STRING WS-EXPIRY-DATE (1:4) DELIMITED BY SIZE
                  WS-EXPIRY-DATE (6:2) DELIMITED BY SIZE
                  WS-EXPIRY-DATE (9:2) DELIMITED BY SIZE
               INTO WS-EXPIRY-NUM
           END-STRING
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISSUE-NUM)
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-EXPIRY-NUM)
           COMPUTE WS-TERM-DAYS = WS-EXPIRY-INT - WS-ISSUE-INT
           IF WS-TERM-DAYS <= 0
              GO TO 2200-EXIT
           END-IF

           MOVE WS-ISSUE-INT TO WS-OVERLAP-START
           IF WS-YEAR-START-INT > WS-OVERLAP-START
              MOVE WS-YEAR-START-INT TO WS-OVERLAP-START
           END-IF
           MOVE WS-EXPIRY-INT TO WS-OVERLAP-END
           IF WS-YEAR-END-INT < WS-OVERLAP-END
              MOVE WS-YEAR-END-INT TO WS-OVERLAP-END
           END-IF
           COMPUTE WS-EARNED-DAYS = WS-OVERLAP-END
               - WS-OVERLAP-START + 1
           IF WS-EARNED-DAYS <= 0
              GO TO 2200-EXIT
           END-IF

           MOVE WS-HV-CUSTOMER-NUM TO WS-CUSTOMER-KEY
           PERFORM 1500-FIND-CUSTOMER
              THRU 1500-EXIT
           IF WS-CP-FOUND = 'N'
              GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-PRODUCT-IX
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
              IF WS-PRODUCT-LETTERS (WS-PX:1) = WS-POLICY-TYPE
                 MOVE WS-PX TO WS-PRODUCT-IX
              END-IF
           END-PERFORM
           IF WS-PRODUCT-IX > 0
              MOVE WS-POLICY-TYPE
                TO WS-CP-PRODUCT-FLAG (WS-CP-IX, WS-PRODUCT-IX)
           END-IF

           IF WS-PAYMENT > 0
              COMPUTE WS-EARNED ROUNDED =
                  WS-PAYMENT * WS-EARNED-DAYS / WS-TERM-DAYS
              ADD WS-EARNED TO WS-CP-EARNED (WS-CP-IX)
           END-IF
           IF WS-COMMISSION > 0
              COMPUTE WS-EARNED-COMMISSION ROUNDED =
                  WS-COMMISSION * WS-EARNED-DAYS / WS-TERM-DAYS
              ADD WS-EARNED-COMMISSION TO WS-CP-COMMISSION (WS-CP-IX)
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Claims dated in the year: PAID so far, and the rest of VALUE  *
      * still held as reserve.                                        *
      *----------------------------------------------------------------*
       3000-GATHER-CLAIMS.
           EXEC SQL
               OPEN CLAIM-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '3000-GATHER-CLAIMS:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 3100-FETCH-NEXT-CLAIM
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 3200-TAKE-ONE-CLAIM
                 THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-CLAIM
                 THRU 3100-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE CLAIM-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH CLAIM-CURSOR
               INTO :WS-HV-CUSTOMER-NUM,
                    :WS-CLAIM-PAID :WS-CLAIM-PAID-IND,
                    :WS-CLAIM-VALUE :WS-CLAIM-VALUE-IND
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

       3200-TAKE-ONE-CLAIM.
           MOVE WS-HV-CUSTOMER-NUM TO WS-CUSTOMER-KEY
           PERFORM 1500-FIND-CUSTOMER
              THRU 1500-EXIT
           IF WS-CP-FOUND = 'N'
              GO TO 3200-EXIT
           END-IF
           IF WS-CLAIM-PAID-IND < 0
              MOVE 0 TO WS-CLAIM-PAID
           END-IF
           IF WS-CLAIM-VALUE-IND < 0
              MOVE 0 TO WS-CLAIM-VALUE
           END-IF
           ADD 1 TO WS-CP-CLAIM-COUNT (WS-CP-IX)
           IF WS-CLAIM-PAID > 0
              ADD WS-CLAIM-PAID TO WS-CP-PAID (WS-CP-IX)
           END-IF
           COMPUTE WS-OUTSTANDING = WS-CLAIM-VALUE - WS-CLAIM-PAID
           IF WS-OUTSTANDING > 0
              ADD WS-OUTSTANDING TO WS-CP-RESERVED (WS-CP-IX)
           END-IF
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cash recovered on the year's claims comes back off their      *
      * cost. Recoveries on claims from other years are counted on    *
      * the report and left out.                                      *
      *----------------------------------------------------------------*
       3500-APPLY-RECOVERIES.
           OPEN INPUT RECOVERY-STORE
           IF WS-STORE-STATUS NOT = "00"
              CLOSE RECOVERY-STORE
              GO TO 3500-EXIT
           END-IF
           PERFORM UNTIL WS-STORE-STATUS NOT = "00"
              READ RECOVERY-STORE
                 AT END MOVE "10" TO WS-STORE-STATUS
                 NOT AT END
                    PERFORM 3600-TAKE-ONE-RECOVERY
                       THRU 3600-EXIT
              END-READ
           END-PERFORM
           CLOSE RECOVERY-STORE
           .
       3500-EXIT.
           EXIT.

       3600-TAKE-ONE-RECOVERY.
           IF RCV-RECEIVED = ZEROS
              GO TO 3600-EXIT
           END-IF
           MOVE RCV-CLAIM-NUM TO WS-HV-CLAIM-NUM
           EXEC SQL
               SELECT P.CUSTOMERNUMBER
                 INTO :WS-HV-CUSTOMER-NUM
                 FROM CLAIM C, POLICY P
                WHERE C.CLAIMNUMBER = :WS-HV-CLAIM-NUM
                  AND P.POLICYNUMBER = C.POLICYNUMBER
                  AND C.CLAIMDATE BETWEEN :WS-HV-START-ISO
                                      AND :WS-HV-END-ISO
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-RECOVERY-SKIPPED
              GO TO 3600-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON RECOVERY CLAIM:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-HV-CUSTOMER-NUM TO WS-CUSTOMER-KEY
           PERFORM 1500-FIND-CUSTOMER
              THRU 1500-EXIT
           IF WS-CP-FOUND = 'Y'
              ADD RCV-RECEIVED TO WS-CP-RECOVERED (WS-CP-IX)
           END-IF
           .
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Fees charged and balances written off in the year, from the   *
      * archived journal first and then the live one.                 *
      *----------------------------------------------------------------*
       4000-APPLY-JOURNAL.
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ JOURNAL-ARCHIVE INTO WS-JOURNAL-LINE
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 4100-TAKE-JOURNAL-ENTRY
                          THRU 4100-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE JOURNAL-ARCHIVE

           OPEN INPUT BALANCE-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ BALANCE-JOURNAL INTO WS-JOURNAL-LINE
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 4100-TAKE-JOURNAL-ENTRY
                          THRU 4100-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BALANCE-JOURNAL
           .
       4000-EXIT.
           EXIT.

       4100-TAKE-JOURNAL-ENTRY.
           IF JRN-DATE NOT NUMERIC
              OR JRN-DATE < WS-YEAR-START-DATE
              OR JRN-DATE > WS-YEAR-END-DATE
              GO TO 4100-EXIT
           END-IF
           IF NOT (JRN-DC = 'D' AND
                   (JRN-REASON = 'LATE' OR JRN-REASON = 'RFEE'))
              AND NOT (JRN-DC = 'C' AND JRN-REASON = 'WOFF')
              GO TO 4100-EXIT
           END-IF
           MOVE JRN-CUST-ID TO WS-CUSTOMER-KEY
           PERFORM 1500-FIND-CUSTOMER
              THRU 1500-EXIT
           IF WS-CP-FOUND = 'N'
              GO TO 4100-EXIT
           END-IF
           IF JRN-DC = 'C'
              ADD JRN-AMOUNT TO WS-CP-WRITTEN-OFF (WS-CP-IX)
           ELSE
              ADD JRN-AMOUNT TO WS-CP-FEES (WS-CP-IX)
           END-IF
           .
       4100-EXIT.
           EXIT.

       5000-SEGMENT-CUSTOMERS.
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-CUSTOMER-COUNT
              COMPUTE WS-CP-NET (WS-CP-IX) =
                      WS-CP-EARNED (WS-CP-IX)
                    - WS-CP-COMMISSION (WS-CP-IX)
                    - WS-CP-PAID (WS-CP-IX)
                    - WS-CP-RESERVED (WS-CP-IX)
                    + WS-CP-RECOVERED (WS-CP-IX)
                    + WS-CP-FEES (WS-CP-IX)
                    - WS-CP-WRITTEN-OFF (WS-CP-IX)
              MOVE 0 TO WS-CP-PRODUCT-COUNT (WS-CP-IX)
              PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 4
                 IF WS-CP-PRODUCT-FLAG (WS-CP-IX, WS-PX) NOT = SPACE
                    ADD 1 TO WS-CP-PRODUCT-COUNT (WS-CP-IX)
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-CP-NET (WS-CP-IX) < 0
                    MOVE WS-LOSS-SEGMENT TO WS-CP-SEGMENT (WS-CP-IX)
                 WHEN WS-CP-CLAIM-COUNT (WS-CP-IX)
                      >= WS-FREQ-THRESHOLD
                    MOVE WS-FREQ-SEGMENT TO WS-CP-SEGMENT (WS-CP-IX)
                 WHEN WS-CP-PRODUCT-COUNT (WS-CP-IX) > 1
                    MOVE WS-MULTI-SEGMENT TO WS-CP-SEGMENT (WS-CP-IX)
                 WHEN WS-CP-PRODUCT-COUNT (WS-CP-IX) = 1
                    MOVE WS-SINGLE-SEGMENT TO WS-CP-SEGMENT (WS-CP-IX)
                 WHEN OTHER
                    MOVE WS-NO-COVER-SEGMENT
                      TO WS-CP-SEGMENT (WS-CP-IX)
              END-EVALUATE
              MOVE WS-CP-SEGMENT (WS-CP-IX) TO WS-SX
              ADD 1 TO WS-ST-CUSTOMERS (WS-SX)
              ADD WS-CP-NET (WS-CP-IX) TO WS-ST-NET (WS-SX)
              ADD WS-CP-NET (WS-CP-IX) TO WS-GRAND-NET
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

       6000-PRINT-REPORT.
           MOVE WS-REPORT-YEAR    TO RTL-YEAR
           MOVE WS-FREQ-THRESHOLD TO RTL-THRESHOLD
           MOVE REPORT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SEGMENT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
              MOVE WS-SG-LABEL (WS-SX)     TO SSL-LABEL
              MOVE WS-ST-CUSTOMERS (WS-SX) TO SSL-CUSTOMERS
              MOVE WS-ST-NET (WS-SX)       TO SSL-NET
              MOVE SEGMENT-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-CUSTOMER-COUNT TO TTL-CUSTOMERS
           MOVE WS-GRAND-NET      TO TTL-NET
           MOVE TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 5
              IF WS-ST-CUSTOMERS (WS-SX) > 0
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE WS-SG-LABEL (WS-SX) TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE DETAIL-HEADING-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM VARYING WS-CP-IX FROM 1 BY 1
                         UNTIL WS-CP-IX > WS-CUSTOMER-COUNT
                    IF WS-CP-SEGMENT (WS-CP-IX) = WS-SX
                       PERFORM 6100-PRINT-CUSTOMER
                          THRU 6100-EXIT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

       6100-PRINT-CUSTOMER.
           MOVE WS-CP-CUSTOMER (WS-CP-IX)    TO DTL-CUSTOMER
           MOVE WS-CP-PRODUCTS (WS-CP-IX)    TO DTL-PRODUCTS
           MOVE WS-CP-CLAIM-COUNT (WS-CP-IX) TO DTL-CLAIMS
           MOVE WS-CP-EARNED (WS-CP-IX)      TO DTL-EARNED
           MOVE WS-CP-COMMISSION (WS-CP-IX)  TO DTL-COMMISSION
           MOVE WS-CP-PAID (WS-CP-IX)        TO DTL-PAID
           MOVE WS-CP-RESERVED (WS-CP-IX)    TO DTL-RESERVED
           MOVE WS-CP-RECOVERED (WS-CP-IX)   TO DTL-RECOVERED
           MOVE WS-CP-FEES (WS-CP-IX)        TO DTL-FEES
           MOVE WS-CP-WRITTEN-OFF (WS-CP-IX) TO DTL-WRITTEN-OFF
           MOVE WS-CP-NET (WS-CP-IX)         TO DTL-NET
           MOVE WS-SG-CODE (WS-SX)           TO DTL-SEGMENT
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The loss-making list goes to underwriting whole. The          *
      * retention list honours the marketing opt-out and leaves off   *
      * anyone BEREAVE has recorded a death for.                      *
      *----------------------------------------------------------------*
       7000-WRITE-EXTRACTS.
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > WS-CUSTOMER-COUNT
              EVALUATE WS-CP-SEGMENT (WS-CP-IX)
                 WHEN WS-LOSS-SEGMENT
                    PERFORM 7100-WRITE-LOSS-LINE
                       THRU 7100-EXIT
                 WHEN WS-MULTI-SEGMENT
                 WHEN WS-SINGLE-SEGMENT
                    PERFORM 7200-WRITE-RETENTION-LINE
                       THRU 7200-EXIT
              END-EVALUATE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETAIN-COUNT     TO RSL-SELECTED
           MOVE WS-OPTOUT-SKIPPED   TO RSL-OPTOUT
           MOVE WS-DECEASED-SKIPPED TO RSL-DECEASED
           MOVE RETENTION-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECOVERY-SKIPPED TO RCL-SKIPPED
           MOVE RECOVERY-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       7000-EXIT.
           EXIT.

       7100-WRITE-LOSS-LINE.
           MOVE SPACES TO LOSS-RECORD
           MOVE WS-CP-CUSTOMER (WS-CP-IX)    TO LSX-CUSTOMER-NUM
           MOVE WS-REPORT-YEAR               TO LSX-YEAR
           MOVE WS-CP-NET (WS-CP-IX)         TO LSX-NET
           MOVE WS-CP-EARNED (WS-CP-IX)      TO LSX-EARNED
           COMPUTE LSX-CLAIMS-COST = WS-CP-PAID (WS-CP-IX)
                                   + WS-CP-RESERVED (WS-CP-IX)
           MOVE WS-CP-CLAIM-COUNT (WS-CP-IX) TO LSX-CLAIM-COUNT
           MOVE WS-CP-PRODUCTS (WS-CP-IX)    TO LSX-PRODUCTS
           WRITE LOSS-RECORD
           .
       7100-EXIT.
           EXIT.

       7200-WRITE-RETENTION-LINE.
           MOVE WS-CP-CUSTOMER (WS-CP-IX) TO WS-HV-CUSTOMER-NUM
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, HOUSENAME, HOUSENUMBER,
                      POSTCODE, MARKETINGOPTOUT, CHAR(DATEOFDEATH, ISO)
                 INTO :WS-FIRST-NAME, :WS-LAST-NAME, :WS-HOUSE-NAME,
                      :WS-HOUSE-NUM, :WS-POSTCODE,
                      :WS-OPTOUT :WS-OPTOUT-IND,
                      :WS-DEATH-DATE :WS-DEATH-DATE-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-HV-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE = 100
              GO TO 7200-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CUSTOMER:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-DEATH-DATE-IND >= 0
              ADD 1 TO WS-DECEASED-SKIPPED
              GO TO 7200-EXIT
           END-IF
           IF WS-OPTOUT-IND >= 0 AND WS-OPTOUT = 'Y'
              ADD 1 TO WS-OPTOUT-SKIPPED
              GO TO 7200-EXIT
           END-IF
           ADD 1 TO WS-RETAIN-COUNT
           MOVE WS-CP-CUSTOMER (WS-CP-IX) TO WS-EXT-ID
           MOVE WS-CP-NET (WS-CP-IX)      TO WS-EXT-NET
           MOVE SPACES TO RETENTION-RECORD
           STRING FUNCTION TRIM(WS-EXT-ID)      DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-NAME)  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME)   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOUSE-NAME)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-HOUSE-NUM                  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-POSTCODE                   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SG-CODE (WS-CP-SEGMENT (WS-CP-IX)))
                                                DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-NET)     DELIMITED BY SIZE
              INTO RETENTION-RECORD
           END-STRING
           WRITE RETENTION-RECORD
           .
       7200-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE PROFIT-REPORT.
           CLOSE LOSS-EXTRACT.
           CLOSE RETENTION-EXTRACT.
           IF SQL-ERROR-OCCURRED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK
           .
       9000-EXIT.
           EXIT.
