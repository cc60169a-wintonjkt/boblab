      ******************************************************************
      *                                                                *
      *        Monthly Management Information Pack                     *
      *                                                                *
      *   One month-end run producing the board pack MIPACK.RPT, so   *
      *   every figure in it is taken at the same moment instead of   *
      *   being pasted together from reports run on different days:   *
      *                                                                *
      *     written premium   POLICY.PAYMENT of policies issued in    *
      *                       the month plus motor and house          *
      *                       renewals whose new term began in it,    *
      *                       by product                              *
      *     earned premium    PREMEARN's straight-line apportionment  *
      *                       of each policy's term, by product       *
      *     new business      policies issued in the month, as        *
      *                       BROKBORD counts them                    *
      *     renewals          motor and house policies rolled onto a  *
      *                       term starting in the month (POLROLL)    *
      *     lapses            LAPSED.EXT lines whose expiry falls in  *
      *                       the month, as BROKBORD counts them      *
      *     claims notified   CLAIM rows dated in the month           *
      *     claims paid       PAYREG.DAT payments sent in the month   *
      *                       and not rejected by the bank, broker    *
      *                       commission payments left out            *
      *     claims incurred   the month's net claim value movements   *
      *                       on RESERVEHIST, as RESVRPT shows them   *
      *     reserve movement  incurred less paid                      *
      *     loss ratio        incurred as a percentage of earned      *
      *     quote conversion  quotes whose validity ended in the      *
      *                       month, and the share converted          *
      *     open complaints   received by month end and not closed    *
      *                       by it                                   *
      *     debt over 90 days journal charges (CUSTJRNL.ARC and       *
      *                       CUSTJRNL.DAT) 90 days old or more at    *
      *                       month end not yet met by credits, the   *
      *                       oldest-first rule AGED-DEBT applies     *
      *                                                                *
      *   Each figure prints against the prior month and the same     *
      *   month last year, read back from the pack's own history      *
      *   MIPACK.HIST, to which every run appends one line per        *
      *   figure. A rerun of a month is appended too and the latest   *
      *   line for a month is the one compared against, so no old     *
      *   report ever has to be run again. A month the history has    *
      *   no line for prints N/A.                                     *
      *                                                                *
      *   Point-in-time figures are taken at the end of the month,    *
      *   or at the business date when the month is not over yet.     *
      *                                                                *
      *   PARM: report month as YYYYMM; defaults to the month of the  *
      *   business date. RC 8 on a database error, when nothing is    *
      *   added to the history.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIPACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LAPSE-ARCHIVE-FILE
               ASSIGN TO "LAPSED.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVE
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL PACK-HISTORY
               ASSIGN TO "MIPACK.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PACK-REPORT
               ASSIGN TO "MIPACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The lapse archive POLLAPSE writes: policy,customer,type,
      * issue,expiry,payment,broker,detail...
       FD  LAPSE-ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(200).

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

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(75).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD              PIC X(75).

      * One line per figure per run: month, figure code, value and
      * the business date of the run that produced it.
       FD  PACK-HISTORY.
       01  HISTORY-RECORD.
           05 MIH-MONTH                PIC 9(6).
           05 FILLER                   PIC X.
           05 MIH-FIGURE               PIC X(10).
           05 FILLER                   PIC X.
           05 MIH-VALUE                PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 MIH-RUN-DATE             PIC 9(8).

       FD  PACK-REPORT.
       01  REPORT-LINE                 PIC X(80).

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

       01  WS-LAPSE-STATUS             PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS           PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

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
       01  WS-PRIOR-YYYYMM             PIC 9(6)  VALUE ZEROS.
       01  WS-LAST-YEAR-YYYYMM         PIC 9(6)  VALUE ZEROS.

      * Month boundaries, and the date point-in-time figures are
      * taken at: month end, or the run date inside the month.
       01  WS-MONTH-START-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-END-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-AS-AT-DATE               PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-START-INT          PIC S9(9) COMP VALUE 0.
       01  WS-MONTH-END-INT            PIC S9(9) COMP VALUE 0.
       01  WS-AS-AT-INT                PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-MM                  PIC 9(2) VALUE ZEROS.
       01  WS-NEXT-YYYY                PIC 9(4) VALUE ZEROS.
       01  WS-NEXT-START-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-ISO-SOURCE               PIC 9(8) VALUE ZEROS.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-SOURCE.
           05 WS-ISO-YYYY              PIC X(4).
           05 WS-ISO-MM                PIC X(2).
           05 WS-ISO-DD                PIC X(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.

      * Host variables.
       01  WS-HV-START-ISO             PIC X(10) VALUE SPACES.
       01  WS-HV-END-ISO               PIC X(10) VALUE SPACES.
       01  WS-HV-AS-AT-ISO             PIC X(10) VALUE SPACES.
       01  WS-HV-COUNT                 PIC S9(9) USAGE COMP.
       01  WS-HV-CONVERTED             PIC S9(9) USAGE COMP.
       01  WS-HV-SUM                   PIC S9(13) USAGE COMP-3.
       01  WS-HV-SUM-IND               PIC S9(4) USAGE COMP.

       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-ISSUE-DATE-IND           PIC S9(4) USAGE COMP.
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-EXPIRY-DATE-IND          PIC S9(4) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.

      * Apportionment work fields, as PREMEARN keeps them.
       01  WS-ISSUE-NUM                PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRY-NUM               PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRY-SPLIT REDEFINES WS-EXPIRY-NUM.
           05 WS-EXPIRY-YYYY           PIC 9(4).
           05 WS-EXPIRY-MMDD           PIC 9(4).
       01  WS-TERM-START-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-TERM-START-SPLIT REDEFINES WS-TERM-START-NUM.
           05 WS-TERM-START-YYYY       PIC 9(4).
           05 WS-TERM-START-MMDD       PIC 9(4).
       01  WS-ISSUE-INT                PIC S9(9) COMP VALUE 0.
       01  WS-EXPIRY-INT               PIC S9(9) COMP VALUE 0.
       01  WS-TERM-DAYS                PIC S9(5) COMP VALUE 0.
       01  WS-OVERLAP-START            PIC S9(9) COMP VALUE 0.
       01  WS-OVERLAP-END              PIC S9(9) COMP VALUE 0.
       01  WS-EARNED-DAYS              PIC S9(5) COMP VALUE 0.
       01  WS-EARNED                   PIC 9(9)V99 VALUE 0.
       01  WS-PRODUCT-IX               PIC 9(2) VALUE ZEROS.

      * Lapse archive fields, as BROKBORD splits them.
       01  WS-LPX-POLICY-TEXT          PIC X(12).
       01  WS-LPX-CUSTOMER-TEXT        PIC X(12).
       01  WS-LPX-TYPE                 PIC X(1).
       01  WS-LPX-ISSUE                PIC X(10).
       01  WS-LPX-EXPIRY               PIC X(10).
       01  WS-LPX-EXPIRY-NUM           PIC 9(8) VALUE ZEROS.

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

      * Per customer: charges 90 days old or more at the as-at
      * date, and every credit up to it. Credits meet the oldest
      * charges first, so what is left of the old charges is the
      * debt over 90 days.
       01  WS-DEBT-COUNT               PIC 9(4) VALUE ZEROS.
       01  WS-DEBT-TABLE.
           05 WS-DEBT-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-DB-IX.
              10 WS-DB-CUST            PIC 9(10).
              10 WS-DB-OLD             PIC 9(9)V99.
              10 WS-DB-CREDITS         PIC 9(9)V99.
       01  WS-DB-FOUND                 PIC X VALUE 'N'.
       01  WS-ENTRY-INT                PIC S9(9) COMP VALUE 0.
       01  WS-DEBT-FULL-SHOWN          PIC X VALUE 'N'.

      * The pack's figures in print order: history code, kind (A
      * amount, N count, P percentage) and the label printed.
       01  WS-FIGURE-NAMES.
           05 FILLER PIC X(41) VALUE
              'WRITTEN-E AWRITTEN PREMIUM - ENDOWMENT   '.
           05 FILLER PIC X(41) VALUE
              'WRITTEN-H AWRITTEN PREMIUM - HOUSE       '.
           05 FILLER PIC X(41) VALUE
              'WRITTEN-M AWRITTEN PREMIUM - MOTOR       '.
           05 FILLER PIC X(41) VALUE
              'WRITTEN-C AWRITTEN PREMIUM - COMMERCIAL  '.
           05 FILLER PIC X(41) VALUE
              'WRITTEN   AWRITTEN PREMIUM - TOTAL       '.
           05 FILLER PIC X(41) VALUE
              'EARNED-E  AEARNED PREMIUM - ENDOWMENT    '.
           05 FILLER PIC X(41) VALUE
              'EARNED-H  AEARNED PREMIUM - HOUSE        '.
           05 FILLER PIC X(41) VALUE
              'EARNED-M  AEARNED PREMIUM - MOTOR        '.
           05 FILLER PIC X(41) VALUE
              'EARNED-C  AEARNED PREMIUM - COMMERCIAL   '.
           05 FILLER PIC X(41) VALUE
              'EARNED    AEARNED PREMIUM - TOTAL        '.
           05 FILLER PIC X(41) VALUE
              'NEWBUS    NNEW BUSINESS POLICIES         '.
           05 FILLER PIC X(41) VALUE
              'RENEWALS  NRENEWALS                      '.
           05 FILLER PIC X(41) VALUE
              'LAPSES    NLAPSES                        '.
           05 FILLER PIC X(41) VALUE
              'CLM-NOTIF NCLAIMS NOTIFIED               '.
           05 FILLER PIC X(41) VALUE
              'CLM-NOTVALACLAIMS NOTIFIED - VALUE       '.
           05 FILLER PIC X(41) VALUE
              'CLM-PAYS  NCLAIM PAYMENTS MADE           '.
           05 FILLER PIC X(41) VALUE
              'CLM-PAID  ACLAIMS PAID                   '.
           05 FILLER PIC X(41) VALUE
              'CLM-INCUR ACLAIMS INCURRED               '.
           05 FILLER PIC X(41) VALUE
              'RESV-MOVE ARESERVE MOVEMENT              '.
           05 FILLER PIC X(41) VALUE
              'LOSS-RATIOPLOSS RATIO % (INCURRED/EARNED)'.
           05 FILLER PIC X(41) VALUE
              'QUOTES    NQUOTES REACHING VALIDITY END  '.
           05 FILLER PIC X(41) VALUE
              'QUOTE-CONVNQUOTES CONVERTED              '.
           05 FILLER PIC X(41) VALUE
              'CONV-RATE PQUOTE CONVERSION %            '.
           05 FILLER PIC X(41) VALUE
              'CMP-OPEN  NOPEN COMPLAINTS AT MONTH END  '.
           05 FILLER PIC X(41) VALUE
              'DEBT-90   ADEBT OVER 90 DAYS             '.
           05 FILLER PIC X(41) VALUE
              'DEBTORS-90NDEBTORS OVER 90 DAYS          '.
       01  WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.
           05 WS-FIGURE-NAME OCCURS 26 TIMES.
              10 WS-FN-CODE            PIC X(10).
              10 WS-FN-KIND            PIC X(1).
              10 WS-FN-LABEL           PIC X(30).

       01  WS-FIGURE-COUNT             PIC 9(2) VALUE 26.
       01  WS-FX                       PIC 9(2) VALUE ZEROS.
       01  WS-FIGURE-TABLE.
           05 WS-FIGURE-ENTRY OCCURS 26 TIMES.
              10 WS-FG-THIS            PIC S9(13)V99.
              10 WS-FG-PRIOR           PIC S9(13)V99.
              10 WS-FG-PRIOR-SET       PIC X(1).
              10 WS-FG-LAST-YEAR       PIC S9(13)V99.
              10 WS-FG-LAST-YEAR-SET   PIC X(1).

      * Where each figure sits in the table. Written and earned
      * premium run endowment, house, motor, commercial, total.
       01  WS-WRITTEN-IX               PIC 9(2) VALUE 1.
       01  WS-WRITTEN-TOTAL-IX         PIC 9(2) VALUE 5.
       01  WS-EARNED-IX                PIC 9(2) VALUE 6.
       01  WS-EARNED-TOTAL-IX          PIC 9(2) VALUE 10.
       01  WS-NEWBUS-IX                PIC 9(2) VALUE 11.
       01  WS-RENEWAL-IX               PIC 9(2) VALUE 12.
       01  WS-LAPSE-IX                 PIC 9(2) VALUE 13.
       01  WS-NOTIFIED-IX              PIC 9(2) VALUE 14.
       01  WS-NOTIFIED-VALUE-IX        PIC 9(2) VALUE 15.
       01  WS-PAYMENTS-IX              PIC 9(2) VALUE 16.
       01  WS-PAID-IX                  PIC 9(2) VALUE 17.
       01  WS-INCURRED-IX              PIC 9(2) VALUE 18.
       01  WS-RESERVE-MOVE-IX          PIC 9(2) VALUE 19.
       01  WS-LOSS-RATIO-IX            PIC 9(2) VALUE 20.
       01  WS-QUOTES-IX                PIC 9(2) VALUE 21.
       01  WS-CONVERTED-IX             PIC 9(2) VALUE 22.
       01  WS-CONVERSION-IX            PIC 9(2) VALUE 23.
       01  WS-COMPLAINTS-IX            PIC 9(2) VALUE 24.
       01  WS-DEBT-IX                  PIC 9(2) VALUE 25.
       01  WS-DEBTORS-IX               PIC 9(2) VALUE 26.

      * One value formatted for its column.
       01  WS-FMT-VALUE                PIC S9(13)V99 VALUE 0.
       01  WS-FMT-SET                  PIC X(1) VALUE 'N'.
       01  WS-FMT-TEXT                 PIC X(15) VALUE SPACES.
       01  WS-FMT-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-COUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  REPORT-TITLE-LINE.
           05 FILLER                   PIC X(34) VALUE
              'MANAGEMENT INFORMATION PACK FOR   '.
           05 RTL-MONTH                PIC 9(6).
           05 FILLER                   PIC X(8)  VALUE '  AS AT '.
           05 RTL-AS-AT                PIC 9(8).
       01  REPORT-HEADING-LINE.
           05 FILLER                   PIC X(31) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
              '      THIS MONTH'.
           05 FILLER                   PIC X(16) VALUE
              '     PRIOR MONTH'.
           05 FILLER                   PIC X(16) VALUE
              '   SAME MONTH LY'.
       01  REPORT-SECTION-LINE.
           05 RSL-TEXT                 PIC X(40).
       01  FIGURE-DETAIL-LINE.
           05 FDL-LABEL                PIC X(30).
           05 FILLER                   PIC X     VALUE SPACE.
           05 FDL-THIS                 PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 FDL-PRIOR                PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 FDL-LAST-YEAR            PIC X(15).

           EXEC SQL
               DECLARE PREMIUM-CURSOR CURSOR FOR
               SELECT POLICYTYPE, CHAR(ISSUEDATE, ISO),
                      CHAR(EXPIRYDATE, ISO), PAYMENT
                 FROM POLICY
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
           PERFORM 4000-COUNT-LAPSES
              THRU 4000-EXIT
           PERFORM 5000-GATHER-QUOTES-COMPLAINTS
              THRU 5000-EXIT
           PERFORM 5500-AGE-DEBT
              THRU 5500-EXIT
           PERFORM 6000-DERIVE-FIGURES
              THRU 6000-EXIT
           PERFORM 6500-LOAD-COMPARISONS
              THRU 6500-EXIT
           PERFORM 7000-PRINT-PACK
              THRU 7000-EXIT
           PERFORM 7800-APPEND-HISTORY
              THRU 7800-EXIT
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

      * The months compared against.
           IF WS-REPORT-MM = 1
              COMPUTE WS-PRIOR-YYYYMM = WS-REPORT-YYYYMM - 89
           ELSE
              COMPUTE WS-PRIOR-YYYYMM = WS-REPORT-YYYYMM - 1
           END-IF
           COMPUTE WS-LAST-YEAR-YYYYMM = WS-REPORT-YYYYMM - 100

      * Month boundaries: first of the month, and the day before
      * the first of the following month.
           COMPUTE WS-MONTH-START-DATE = WS-REPORT-YYYYMM * 100 + 1
           IF WS-REPORT-MM = 12
              COMPUTE WS-NEXT-YYYY = WS-REPORT-YYYY + 1
              MOVE 1 TO WS-NEXT-MM
           ELSE
              MOVE WS-REPORT-YYYY TO WS-NEXT-YYYY
              COMPUTE WS-NEXT-MM = WS-REPORT-MM + 1
           END-IF
           COMPUTE WS-NEXT-START-DATE =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START-DATE)
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-START-DATE) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-MONTH-END-INT)
           MOVE WS-MONTH-END-DATE TO WS-AS-AT-DATE
           IF WS-RUN-DATE < WS-MONTH-END-DATE
              AND WS-RUN-DATE >= WS-MONTH-START-DATE
              MOVE WS-RUN-DATE TO WS-AS-AT-DATE
           END-IF
           COMPUTE WS-AS-AT-INT =
               FUNCTION INTEGER-OF-DATE (WS-AS-AT-DATE)

           MOVE WS-MONTH-START-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-HV-START-ISO
           MOVE WS-MONTH-END-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-HV-END-ISO
           MOVE WS-AS-AT-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-HV-AS-AT-ISO

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIGURE-COUNT
              MOVE ZEROS TO WS-FG-THIS (WS-FX)
                            WS-FG-PRIOR (WS-FX)
                            WS-FG-LAST-YEAR (WS-FX)
              MOVE 'N'   TO WS-FG-PRIOR-SET (WS-FX)
                            WS-FG-LAST-YEAR-SET (WS-FX)
           END-PERFORM

           OPEN OUTPUT PACK-REPORT
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
      * One pass of POLICY gives written premium, new business,       *
      * renewals and earned premium, all from the same rows.          *
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
               INTO :WS-POLICY-TYPE,
                    :WS-ISSUE-DATE :WS-ISSUE-DATE-IND,
                    :WS-EXPIRY-DATE :WS-EXPIRY-DATE-IND,
                    :WS-PAYMENT :WS-PAYMENT-IND
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
              GO TO 2200-EXIT
           END-IF
           IF WS-PAYMENT-IND < 0
              MOVE 0 TO WS-PAYMENT
           END-IF
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'    MOVE 1 TO WS-PRODUCT-IX
              WHEN 'H'    MOVE 2 TO WS-PRODUCT-IX
              WHEN 'M'    MOVE 3 TO WS-PRODUCT-IX
              WHEN 'C'    MOVE 4 TO WS-PRODUCT-IX
              WHEN OTHER  MOVE 0 TO WS-PRODUCT-IX
           END-EVALUATE

           MOVE ZEROS TO WS-ISSUE-NUM WS-EXPIRY-NUM
           STRING WS-ISSUE-DATE (1:4) DELIMITED BY SIZE
                  WS-ISSUE-DATE (6:2) DELIMITED BY SIZE
                  WS-ISSUE-DATE (9:2) DELIMITED BY SIZE
               INTO WS-ISSUE-NUM
           END-STRING
           IF WS-EXPIRY-DATE-IND >= 0
              STRING WS-EXPIRY-DATE (1:4) DELIMITED BY SIZE
                     WS-EXPIRY-DATE (6:2) DELIMITED BY SIZE
                     WS-EXPIRY-DATE (9:2) DELIMITED BY SIZE
                  INTO WS-EXPIRY-NUM
              END-STRING
           END-IF

      * New business: issued in the month.
           IF WS-ISSUE-NUM >= WS-MONTH-START-DATE
              AND WS-ISSUE-NUM <= WS-MONTH-END-DATE
              ADD 1 TO WS-FG-THIS (WS-NEWBUS-IX)
              PERFORM 2300-ADD-WRITTEN
                 THRU 2300-EXIT
           END-IF

      * Renewal: a motor or house policy issued before the month
      * whose current one-year term - POLROLL moves the expiry on a
      * year at a time - began in the month.
           IF (WS-POLICY-TYPE = 'M' OR 'H')
              AND WS-EXPIRY-NUM > ZEROS
              AND WS-ISSUE-NUM < WS-MONTH-START-DATE
              MOVE WS-EXPIRY-NUM TO WS-TERM-START-NUM
              SUBTRACT 1 FROM WS-TERM-START-YYYY
              IF WS-TERM-START-MMDD = 0229
                 MOVE 0228 TO WS-TERM-START-MMDD
              END-IF
              IF WS-TERM-START-NUM >= WS-MONTH-START-DATE
                 AND WS-TERM-START-NUM <= WS-MONTH-END-DATE
                 AND WS-TERM-START-NUM > WS-ISSUE-NUM
                 ADD 1 TO WS-FG-THIS (WS-RENEWAL-IX)
                 PERFORM 2300-ADD-WRITTEN
                    THRU 2300-EXIT
              END-IF
           END-IF

           PERFORM 2400-APPORTION-EARNED
              THRU 2400-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-ADD-WRITTEN.
           IF WS-PRODUCT-IX > 0
              ADD WS-PAYMENT TO
                  WS-FG-THIS (WS-WRITTEN-IX + WS-PRODUCT-IX - 1)
           END-IF
           ADD WS-PAYMENT TO WS-FG-THIS (WS-WRITTEN-TOTAL-IX)
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Earned in the month, by PREMEARN's rule: PAYMENT times the    *
      * days of the ISSUEDATE-to-EXPIRYDATE term inside the month,    *
      * over the term days.                                           *
      *----------------------------------------------------------------*
       2400-APPORTION-EARNED.
           IF WS-PAYMENT <= 0
              OR WS-EXPIRY-NUM = ZEROS
              GO TO 2400-EXIT
           END-IF
           COMPUTE WS-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ISSUE-NUM)
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-EXPIRY-NUM)
           COMPUTE WS-TERM-DAYS = WS-EXPIRY-INT - WS-ISSUE-INT
           IF WS-TERM-DAYS <= 0
              GO TO 2400-EXIT
           END-IF

           MOVE WS-ISSUE-INT TO WS-OVERLAP-START
           IF WS-MONTH-START-INT > WS-OVERLAP-START
              MOVE WS-MONTH-START-INT TO WS-OVERLAP-START
           END-IF
           MOVE WS-EXPIRY-INT TO WS-OVERLAP-END
           IF WS-MONTH-END-INT < WS-OVERLAP-END
              MOVE WS-MONTH-END-INT TO WS-OVERLAP-END
           END-IF
           COMPUTE WS-EARNED-DAYS = WS-OVERLAP-END
               - WS-OVERLAP-START + 1
           IF WS-EARNED-DAYS <= 0
              GO TO 2400-EXIT
           END-IF
           COMPUTE WS-EARNED ROUNDED =
               WS-PAYMENT * WS-EARNED-DAYS / WS-TERM-DAYS

           IF WS-PRODUCT-IX > 0
              ADD WS-EARNED TO
                  WS-FG-THIS (WS-EARNED-IX + WS-PRODUCT-IX - 1)
           END-IF
           ADD WS-EARNED TO WS-FG-THIS (WS-EARNED-TOTAL-IX)
           .
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Claims notified and incurred from the database; claims paid   *
      * from the payment register PAYBANK keeps, where a payment the  *
      * bank bounced is marked REJ by PAYACKLD.                       *
      *----------------------------------------------------------------*
       3000-GATHER-CLAIMS.
           EXEC SQL
               SELECT COUNT(*), SUM(COALESCE(VALUE, 0))
                 INTO :WS-HV-COUNT, :WS-HV-SUM :WS-HV-SUM-IND
                 FROM CLAIM
                WHERE CLAIMDATE BETWEEN :WS-HV-START-ISO
                                    AND :WS-HV-END-ISO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CLAIM COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-HV-COUNT TO WS-FG-THIS (WS-NOTIFIED-IX)
           IF WS-HV-SUM-IND >= 0
              MOVE WS-HV-SUM TO WS-FG-THIS (WS-NOTIFIED-VALUE-IX)
           END-IF

           EXEC SQL
               SELECT SUM(NEWVALUE - OLDVALUE)
                 INTO :WS-HV-SUM :WS-HV-SUM-IND
                 FROM RESERVEHIST
                WHERE MOVEDATE BETWEEN :WS-HV-START-ISO
                                   AND :WS-HV-END-ISO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON RESERVE MOVEMENT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-HV-SUM-IND >= 0
              MOVE WS-HV-SUM TO WS-FG-THIS (WS-INCURRED-IX)
           END-IF

           OPEN INPUT INSTRUCTION-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY 'NO PAYREG.DAT - CLAIMS PAID TAKEN AS NIL'
              CLOSE INSTRUCTION-REGISTER
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
              READ INSTRUCTION-REGISTER
                 AT END MOVE "10" TO WS-REGISTER-STATUS
                 NOT AT END
                    IF REG-SENT-DATE >= WS-MONTH-START-DATE
                       AND REG-SENT-DATE <= WS-MONTH-END-DATE
                       AND REG-ACK-STATUS NOT = 'REJ '
                       AND REG-INVOICE-REF(1:1) NOT = 'B'
                       ADD 1 TO WS-FG-THIS (WS-PAYMENTS-IX)
                       ADD REG-AMOUNT TO WS-FG-THIS (WS-PAID-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INSTRUCTION-REGISTER
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lapsed policies are gone from POLICY; POLLAPSE's archive      *
      * holds them, and a lapse belongs to the month its expiry       *
      * fell in - the rule BROKBORD reports lapses by.                *
      *----------------------------------------------------------------*
       4000-COUNT-LAPSES.
           OPEN INPUT LAPSE-ARCHIVE-FILE
           IF WS-LAPSE-STATUS NOT = "00"
              CLOSE LAPSE-ARCHIVE-FILE
              GO TO 4000-EXIT
           END-IF
           PERFORM UNTIL WS-LAPSE-STATUS NOT = "00"
              READ LAPSE-ARCHIVE-FILE
                 AT END MOVE "10" TO WS-LAPSE-STATUS
                 NOT AT END
                    PERFORM 4100-TAKE-ONE-LAPSE
                       THRU 4100-EXIT
              END-READ
           END-PERFORM
           CLOSE LAPSE-ARCHIVE-FILE
           .
       4000-EXIT.
           EXIT.

       4100-TAKE-ONE-LAPSE.
           MOVE SPACES TO WS-LPX-POLICY-TEXT WS-LPX-CUSTOMER-TEXT
                          WS-LPX-TYPE WS-LPX-ISSUE WS-LPX-EXPIRY
           UNSTRING ARCHIVE-RECORD DELIMITED BY ','
               INTO WS-LPX-POLICY-TEXT WS-LPX-CUSTOMER-TEXT
                    WS-LPX-TYPE WS-LPX-ISSUE WS-LPX-EXPIRY
           IF WS-LPX-POLICY-TEXT = SPACES
              GO TO 4100-EXIT
           END-IF
           MOVE ZEROS TO WS-LPX-EXPIRY-NUM
           STRING WS-LPX-EXPIRY (1:4) DELIMITED BY SIZE
                  WS-LPX-EXPIRY (6:2) DELIMITED BY SIZE
                  WS-LPX-EXPIRY (9:2) DELIMITED BY SIZE
               INTO WS-LPX-EXPIRY-NUM
           END-STRING
           IF WS-LPX-EXPIRY-NUM / 100 = WS-REPORT-YYYYMM
              ADD 1 TO WS-FG-THIS (WS-LAPSE-IX)
           END-IF
           .
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Quote conversion over the quotes whose validity ended in the  *
      * month - by then each one has either converted or lapsed, the  *
      * decided population QUOTRPT measures. Complaints open at the   *
      * as-at date: received by then and not closed by then.          *
      *----------------------------------------------------------------*
       5000-GATHER-QUOTES-COMPLAINTS.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN STATUS = 'C' THEN 1 ELSE 0 END)
                 INTO :WS-HV-COUNT, :WS-HV-SUM :WS-HV-SUM-IND
                 FROM QUOTE
                WHERE VALIDTO BETWEEN :WS-HV-START-ISO
                                  AND :WS-HV-END-ISO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON QUOTE COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-HV-COUNT TO WS-FG-THIS (WS-QUOTES-IX)
           IF WS-HV-SUM-IND >= 0
              MOVE WS-HV-SUM TO WS-FG-THIS (WS-CONVERTED-IX)
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HV-COUNT
                 FROM COMPLAINT
                WHERE RECEIVEDDATE <= :WS-HV-AS-AT-ISO
                  AND (STATUS NOT IN ('CL')
                       OR RESOLVEDDATE > :WS-HV-AS-AT-ISO)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON COMPLAINT COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-HV-COUNT TO WS-FG-THIS (WS-COMPLAINTS-IX)
           .
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Debt over 90 days at the as-at date. The archive is read      *
      * before the live journal so a cycled journal does not hide     *
      * the oldest charges; lines dated after the as-at date are      *
      * left out.                                                     *
      *----------------------------------------------------------------*
       5500-AGE-DEBT.
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ JOURNAL-ARCHIVE INTO WS-JOURNAL-LINE
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 5600-AGE-ONE-ENTRY
                          THRU 5600-EXIT
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
                       PERFORM 5600-AGE-ONE-ENTRY
                          THRU 5600-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BALANCE-JOURNAL

           PERFORM VARYING WS-DB-IX FROM 1 BY 1
                   UNTIL WS-DB-IX > WS-DEBT-COUNT
              IF WS-DB-OLD (WS-DB-IX) > WS-DB-CREDITS (WS-DB-IX)
                 ADD 1 TO WS-FG-THIS (WS-DEBTORS-IX)
                 COMPUTE WS-FG-THIS (WS-DEBT-IX) =
                         WS-FG-THIS (WS-DEBT-IX)
                         + WS-DB-OLD (WS-DB-IX)
                         - WS-DB-CREDITS (WS-DB-IX)
              END-IF
           END-PERFORM
           .
       5500-EXIT.
           EXIT.

       5600-AGE-ONE-ENTRY.
           IF JRN-DATE NOT NUMERIC
              OR JRN-DATE > WS-AS-AT-DATE
              GO TO 5600-EXIT
           END-IF
           MOVE 'N' TO WS-DB-FOUND
           PERFORM VARYING WS-DB-IX FROM 1 BY 1
                   UNTIL WS-DB-IX > WS-DEBT-COUNT
              IF WS-DB-CUST (WS-DB-IX) = JRN-CUST-ID
                 MOVE 'Y' TO WS-DB-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-DB-FOUND = 'N'
              IF WS-DEBT-COUNT >= 5000
                 IF WS-DEBT-FULL-SHOWN = 'N'
                    DISPLAY 'DEBT TABLE FULL - LATER CUSTOMERS OMITTED'
                    MOVE 'Y' TO WS-DEBT-FULL-SHOWN
                 END-IF
                 GO TO 5600-EXIT
              END-IF
              ADD 1 TO WS-DEBT-COUNT
              SET WS-DB-IX TO WS-DEBT-COUNT
              MOVE JRN-CUST-ID TO WS-DB-CUST (WS-DB-IX)
              MOVE ZEROS TO WS-DB-OLD (WS-DB-IX)
                            WS-DB-CREDITS (WS-DB-IX)
           END-IF
           IF JRN-DC = 'C'
              ADD JRN-AMOUNT TO WS-DB-CREDITS (WS-DB-IX)
              GO TO 5600-EXIT
           END-IF
           COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE (JRN-DATE)
           IF WS-AS-AT-INT - WS-ENTRY-INT >= 90
              ADD JRN-AMOUNT TO WS-DB-OLD (WS-DB-IX)
           END-IF
           .
       5600-EXIT.
           EXIT.

       6000-DERIVE-FIGURES.
           COMPUTE WS-FG-THIS (WS-RESERVE-MOVE-IX) =
                   WS-FG-THIS (WS-INCURRED-IX)
                   - WS-FG-THIS (WS-PAID-IX)
           IF WS-FG-THIS (WS-EARNED-TOTAL-IX) NOT = ZERO
              COMPUTE WS-FG-THIS (WS-LOSS-RATIO-IX) ROUNDED =
                      WS-FG-THIS (WS-INCURRED-IX) * 100
                      / WS-FG-THIS (WS-EARNED-TOTAL-IX)
           END-IF
           IF WS-FG-THIS (WS-QUOTES-IX) NOT = ZERO
              COMPUTE WS-FG-THIS (WS-CONVERSION-IX) ROUNDED =
                      WS-FG-THIS (WS-CONVERTED-IX) * 100
                      / WS-FG-THIS (WS-QUOTES-IX)
           END-IF
           .
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Prior month and same month last year from the pack history.   *
      * The file is in run order, so the last line read for a month   *
      * and figure is the latest run's.                               *
      *----------------------------------------------------------------*
       6500-LOAD-COMPARISONS.
           OPEN INPUT PACK-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
              CLOSE PACK-HISTORY
              GO TO 6500-EXIT
           END-IF
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
              READ PACK-HISTORY
                 AT END MOVE "10" TO WS-HISTORY-STATUS
                 NOT AT END
                    IF MIH-MONTH = WS-PRIOR-YYYYMM
                       OR MIH-MONTH = WS-LAST-YEAR-YYYYMM
                       PERFORM 6600-TAKE-HISTORY-LINE
                          THRU 6600-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PACK-HISTORY
           .
       6500-EXIT.
           EXIT.

       6600-TAKE-HISTORY-LINE.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIGURE-COUNT
              IF WS-FN-CODE (WS-FX) = MIH-FIGURE
                 IF MIH-MONTH = WS-PRIOR-YYYYMM
                    MOVE MIH-VALUE TO WS-FG-PRIOR (WS-FX)
                    MOVE 'Y'       TO WS-FG-PRIOR-SET (WS-FX)
                 ELSE
                    MOVE MIH-VALUE TO WS-FG-LAST-YEAR (WS-FX)
                    MOVE 'Y'       TO WS-FG-LAST-YEAR-SET (WS-FX)
                 END-IF
                 GO TO 6600-EXIT
              END-IF
           END-PERFORM
           .
       6600-EXIT.
           EXIT.

       7000-PRINT-PACK.
           MOVE WS-REPORT-YYYYMM TO RTL-MONTH
           MOVE WS-AS-AT-DATE    TO RTL-AS-AT
           MOVE REPORT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE REPORT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIGURE-COUNT
              MOVE SPACES TO RSL-TEXT
              EVALUATE WS-FX
                 WHEN 1   MOVE 'PREMIUM' TO RSL-TEXT
                 WHEN 11  MOVE 'NEW BUSINESS AND RETENTION'
                            TO RSL-TEXT
                 WHEN 14  MOVE 'CLAIMS' TO RSL-TEXT
                 WHEN 21  MOVE 'QUOTES, COMPLAINTS AND DEBT'
                            TO RSL-TEXT
              END-EVALUATE
              IF RSL-TEXT NOT = SPACES
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE REPORT-SECTION-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              PERFORM 7100-PRINT-FIGURE
                 THRU 7100-EXIT
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-FIGURE.
           MOVE WS-FN-LABEL (WS-FX) TO FDL-LABEL
           MOVE WS-FG-THIS (WS-FX)  TO WS-FMT-VALUE
           MOVE 'Y'                 TO WS-FMT-SET
           PERFORM 7200-FORMAT-VALUE
              THRU 7200-EXIT
           MOVE WS-FMT-TEXT TO FDL-THIS
           MOVE WS-FG-PRIOR (WS-FX)     TO WS-FMT-VALUE
           MOVE WS-FG-PRIOR-SET (WS-FX) TO WS-FMT-SET
           PERFORM 7200-FORMAT-VALUE
              THRU 7200-EXIT
           MOVE WS-FMT-TEXT TO FDL-PRIOR
           MOVE WS-FG-LAST-YEAR (WS-FX)     TO WS-FMT-VALUE
           MOVE WS-FG-LAST-YEAR-SET (WS-FX) TO WS-FMT-SET
           PERFORM 7200-FORMAT-VALUE
              THRU 7200-EXIT
           MOVE WS-FMT-TEXT TO FDL-LAST-YEAR
           MOVE FIGURE-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       7100-EXIT.
           EXIT.

       7200-FORMAT-VALUE.
           IF WS-FMT-SET NOT = 'Y'
              MOVE '            N/A' TO WS-FMT-TEXT
              GO TO 7200-EXIT
           END-IF
           IF WS-FN-KIND (WS-FX) = 'N'
              MOVE WS-FMT-VALUE TO WS-FMT-COUNT
              MOVE WS-FMT-COUNT TO WS-FMT-TEXT
           ELSE
              MOVE WS-FMT-VALUE  TO WS-FMT-AMOUNT
              MOVE WS-FMT-AMOUNT TO WS-FMT-TEXT
           END-IF
           .
       7200-EXIT.
           EXIT.

       7800-APPEND-HISTORY.
           OPEN EXTEND PACK-HISTORY
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FIGURE-COUNT
              MOVE SPACES TO HISTORY-RECORD
              MOVE WS-REPORT-YYYYMM    TO MIH-MONTH
              MOVE WS-FN-CODE (WS-FX)  TO MIH-FIGURE
              MOVE WS-FG-THIS (WS-FX)  TO MIH-VALUE
              MOVE WS-RUN-DATE         TO MIH-RUN-DATE
              WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE PACK-HISTORY
           .
       7800-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE PACK-REPORT.
           IF SQL-ERROR-OCCURRED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK
           .
       9000-EXIT.
           EXIT.
