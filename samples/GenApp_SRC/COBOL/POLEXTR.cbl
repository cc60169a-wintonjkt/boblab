      ******************************************************************
      *                                                                *
      *            Nightly Policy-Book Extract                         *
      *                                                                *
      *   First step of the night: unloads the in-force book - every  *
      *   POLICY row with its ENDOWMENT, HOUSE, MOTOR or COMMERCIAL   *
      *   details - to the sequential extract POLBOOK.DAT, so the     *
      *   reporting runs that follow read one file instead of each    *
      *   opening its own cursor over POLICY and the product tables.  *
      *                                                                *
      *   The per-product rules those runs used to repeat are         *
      *   applied here once and carried on each policy record:        *
      *                                                                *
      *     sum at risk     E ENDOWMENT.SUMASSURED                    *
      *                     H HOUSE.VALUE                             *
      *                     M MOTOR.VALUE                             *
      *                     C the four COMMERCIAL peril premiums      *
      *                       summed                                  *
      *     written premium POLICY.PAYMENT; MOTOR.PREMIUM when        *
      *                     set, the peril premiums summed for C      *
      *                                                                *
      *   A policy of any other type, or with no product row, has     *
      *   nothing at risk and is flagged. Null columns are carried    *
      *   as zeros or spaces: broker 0 is no broker, a blank date     *
      *   is no date.                                                 *
      *                                                                *
      *   POLBOOK.DAT is an HDR record carrying the business date     *
      *   from BUSIDATE.DAT, one POL record per policy in policy      *
      *   number order, and a TRL control record with the counts by   *
      *   type and the total at risk. Before unloading, POLICY is     *
      *   counted by type in DB2; the trailer says PROVEN only when   *
      *   every count agrees, and the readers refuse a book that is   *
      *   unproven, incomplete or not tonight's. POLEXTR.RPT shows    *
      *   the proof. RC 8 on an unproven book or an SQL error, RC 4   *
      *   when policies had no product row.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-BOOK
               ASSIGN TO "POLBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT EXTRACT-REPORT
               ASSIGN TO "POLEXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-BOOK.
       01  BOOK-RECORD.
           05 BK-RECORD-TYPE           PIC X(3).
             88 BK-HEADER                         VALUE 'HDR'.
             88 BK-POLICY                         VALUE 'POL'.
             88 BK-TRAILER                        VALUE 'TRL'.
           05 FILLER                   PIC X.
           05 BK-POLICY-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-CUSTOMER-NUM          PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-POLICY-TYPE           PIC X(1).
           05 FILLER                   PIC X.
           05 BK-ISSUE-DATE            PIC X(10).
           05 FILLER                   PIC X.
           05 BK-EXPIRY-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-LAST-CHANGED          PIC X(26).
           05 FILLER                   PIC X.
           05 BK-BROKER-ID             PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-BROKERS-REF           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-PAYMENT               PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-COMMISSION            PIC 9(5).
           05 FILLER                   PIC X.
           05 BK-COMPULSORY-EXCESS     PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-VOLUNTARY-EXCESS      PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-SUM-AT-RISK           PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-WRITTEN-PREMIUM       PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-FOUND         PIC X(1).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-DETAIL        PIC X(120).
           05 BK-ENDOWMENT-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-E-WITH-PROFITS     PIC X(1).
              10 BK-E-EQUITIES         PIC X(1).
              10 BK-E-MANAGED-FUND     PIC X(1).
              10 FILLER                PIC X.
              10 BK-E-FUND-NAME        PIC X(10).
              10 FILLER                PIC X.
              10 BK-E-TERM             PIC 9(2).
              10 FILLER                PIC X.
              10 BK-E-SUM-ASSURED      PIC 9(9).
              10 FILLER                PIC X.
              10 BK-E-LIFE-ASSURED     PIC X(31).
              10 FILLER                PIC X.
              10 BK-E-PAID-UP          PIC X(1).
              10 FILLER                PIC X.
              10 BK-E-PAID-UP-DATE     PIC X(10).
              10 FILLER                PIC X.
              10 BK-E-DEATH-CLAIM      PIC X(1).
              10 FILLER                PIC X.
              10 BK-E-DEATH-CLAIM-DATE PIC X(10).
              10 FILLER                PIC X(35).
           05 BK-HOUSE-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-H-PROPERTY-TYPE    PIC X(15).
              10 FILLER                PIC X.
              10 BK-H-BEDROOMS         PIC 9(3).
              10 FILLER                PIC X.
              10 BK-H-VALUE            PIC 9(9).
              10 FILLER                PIC X.
              10 BK-H-HOUSE-NAME       PIC X(20).
              10 FILLER                PIC X.
              10 BK-H-HOUSE-NUMBER     PIC X(4).
              10 FILLER                PIC X.
              10 BK-H-POSTCODE         PIC X(8).
              10 FILLER                PIC X(56).
           05 BK-MOTOR-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-M-MAKE             PIC X(15).
              10 FILLER                PIC X.
              10 BK-M-MODEL            PIC X(15).
              10 FILLER                PIC X.
              10 BK-M-VALUE            PIC 9(9).
              10 FILLER                PIC X.
              10 BK-M-REG-NUMBER       PIC X(7).
              10 FILLER                PIC X.
              10 BK-M-COLOUR           PIC X(8).
              10 FILLER                PIC X.
              10 BK-M-CC               PIC 9(5).
              10 FILLER                PIC X.
              10 BK-M-MANUFACTURED     PIC X(10).
              10 FILLER                PIC X.
              10 BK-M-PREMIUM          PIC 9(9).
              10 FILLER                PIC X.
              10 BK-M-ACCIDENTS        PIC 9(5).
              10 FILLER                PIC X(29).
           05 BK-COMMERCIAL-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-C-ZIPCODE          PIC X(8).
              10 FILLER                PIC X.
              10 BK-C-FIRE-PERIL       PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-FIRE-PREMIUM     PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-CRIME-PERIL      PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-CRIME-PREMIUM    PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-FLOOD-PERIL      PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-FLOOD-PREMIUM    PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-WEATHER-PERIL    PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-WEATHER-PREMIUM  PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-STATUS           PIC 9(4).
              10 FILLER                PIC X(47).
           05 FILLER                   PIC X(19).
      * The control header: the business date the book stands at.
       01  BOOK-HEADER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKH-BOOK-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-TIME         PIC 9(6).
           05 FILLER                   PIC X(272).
      * The control trailer: what was written, and the proof.
       01  BOOK-TRAILER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKT-POLICIES             PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-ENDOWMENT            PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-HOUSE                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-MOTOR                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-COMMERCIAL           PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-OTHER                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-SUM-AT-RISK          PIC 9(15).
           05 FILLER                   PIC X.
           05 BKT-DB2-POLICIES         PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-STATUS               PIC X(8).
             88 BKT-PROVEN                        VALUE 'PROVEN'.
           05 FILLER                   PIC X(202).

       FD  EXTRACT-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.
           05 WS-BOOK-OPEN             PIC X(01) VALUE 'N'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CLOCK-DATE               PIC 9(8) VALUE ZEROS.
       01  WS-CLOCK-TIME               PIC 9(8) VALUE ZEROS.

      * Host variables for the book cursor fetch - POLICY columns.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-LAST-CHANGED             PIC X(26).
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-BROKERS-REF              PIC X(10).
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-COMMISSION               PIC S9(4) USAGE COMP.
       01  WS-COMPULSORY-EXCESS        PIC S9(9) USAGE COMP.
       01  WS-VOLUNTARY-EXCESS         PIC S9(9) USAGE COMP.

      * ENDOWMENT columns.
       01  WS-E-POLICY-NUM             PIC S9(9) USAGE COMP.
       01  WS-E-WITH-PROFITS           PIC X(01).
       01  WS-E-EQUITIES               PIC X(01).
       01  WS-E-MANAGED-FUND           PIC X(01).
       01  WS-E-FUND-NAME              PIC X(10).
       01  WS-E-TERM                   PIC S9(4) USAGE COMP.
       01  WS-E-SUM-ASSURED            PIC S9(9) USAGE COMP.
       01  WS-E-LIFE-ASSURED           PIC X(31).
       01  WS-E-PAID-UP                PIC X(01).
       01  WS-E-PAID-UP-DATE           PIC X(10).
       01  WS-E-DEATH-CLAIM            PIC X(01).
       01  WS-E-DEATH-CLAIM-DATE       PIC X(10).

      * HOUSE columns.
       01  WS-H-POLICY-NUM             PIC S9(9) USAGE COMP.
       01  WS-H-PROPERTY-TYPE          PIC X(15).
       01  WS-H-BEDROOMS               PIC S9(4) USAGE COMP.
       01  WS-H-VALUE                  PIC S9(9) USAGE COMP.
       01  WS-H-HOUSE-NAME             PIC X(20).
       01  WS-H-HOUSE-NUMBER           PIC X(4).
       01  WS-H-POSTCODE               PIC X(8).

      * MOTOR columns.
       01  WS-M-POLICY-NUM             PIC S9(9) USAGE COMP.
       01  WS-M-MAKE                   PIC X(15).
       01  WS-M-MODEL                  PIC X(15).
       01  WS-M-VALUE                  PIC S9(9) USAGE COMP.
       01  WS-M-REG-NUMBER             PIC X(7).
       01  WS-M-COLOUR                 PIC X(8).
       01  WS-M-CC                     PIC S9(4) USAGE COMP.
       01  WS-M-MANUFACTURED           PIC X(10).
       01  WS-M-PREMIUM                PIC S9(9) USAGE COMP.
       01  WS-M-ACCIDENTS              PIC S9(9) USAGE COMP.

      * COMMERCIAL columns.
       01  WS-C-POLICY-NUM             PIC S9(9) USAGE COMP.
       01  WS-C-ZIPCODE                PIC X(8).
       01  WS-FIRE-PERIL               PIC S9(4) USAGE COMP.
       01  WS-FIRE-PREMIUM             PIC S9(9) USAGE COMP.
       01  WS-CRIME-PERIL              PIC S9(4) USAGE COMP.
       01  WS-CRIME-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-FLOOD-PERIL              PIC S9(4) USAGE COMP.
       01  WS-FLOOD-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-WEATHER-PERIL            PIC S9(4) USAGE COMP.
       01  WS-WEATHER-PREMIUM          PIC S9(9) USAGE COMP.
       01  WS-C-STATUS                 PIC S9(4) USAGE COMP.

      * The derived figures for the policy in hand.
       01  WS-PRODUCT-FOUND            PIC X(01) VALUE 'N'.
       01  WS-SUM-AT-RISK              PIC 9(11) VALUE 0.
       01  WS-WRITTEN-PREMIUM          PIC 9(11) VALUE 0.

      * DB2's own count of the book, taken before the unload.
       01  WS-DB2-COUNTS.
           05 WS-DB2-POLICIES          PIC S9(9) USAGE COMP VALUE 0.
           05 WS-DB2-ENDOWMENT         PIC S9(9) USAGE COMP VALUE 0.
           05 WS-DB2-HOUSE             PIC S9(9) USAGE COMP VALUE 0.
           05 WS-DB2-MOTOR             PIC S9(9) USAGE COMP VALUE 0.
           05 WS-DB2-COMMERCIAL        PIC S9(9) USAGE COMP VALUE 0.
       01  WS-DB2-OTHER                PIC S9(9) USAGE COMP VALUE 0.

      * What went onto the extract.
       01  WS-COUNTS.
           05 WS-POLICIES-WRITTEN      PIC 9(9) VALUE 0.
           05 WS-ENDOWMENT-WRITTEN     PIC 9(9) VALUE 0.
           05 WS-HOUSE-WRITTEN         PIC 9(9) VALUE 0.
           05 WS-MOTOR-WRITTEN         PIC 9(9) VALUE 0.
           05 WS-COMMERCIAL-WRITTEN    PIC 9(9) VALUE 0.
           05 WS-OTHER-WRITTEN         PIC 9(9) VALUE 0.
           05 WS-NO-PRODUCT-COUNT      PIC 9(9) VALUE 0.
       01  WS-AT-RISK-TOTAL            PIC 9(15) VALUE 0.
       01  WS-BOOK-PROVEN              PIC X(01) VALUE 'N'.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(26) VALUE
              'POLICY BOOK EXTRACT FOR   '.
           05 RHL-BOOK-DATE            PIC 9(8).
       01  PROOF-HEADER-LINE           PIC X(40) VALUE
              'TYPE            EXTRACT         DB2     '.
       01  PROOF-DETAIL-LINE.
           05 PDL-TYPE                 PIC X(12).
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-EXTRACT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-DB2                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 PDL-FLAG                 PIC X(14).
       01  NO-PRODUCT-LINE.
           05 FILLER                   PIC X(26)
                  VALUE 'POLICIES WITH NO PRODUCT: '.
           05 NPL-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01  AT-RISK-LINE.
           05 FILLER                   PIC X(26)
                  VALUE 'TOTAL SUM AT RISK:        '.
           05 ARL-TOTAL                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  PROOF-RESULT-LINE.
           05 FILLER                   PIC X(26)
                  VALUE 'BOOK PROOF:               '.
           05 PRL-STATUS               PIC X(8).

           EXEC SQL
               DECLARE BOOK-CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
                      COALESCE(P.POLICYTYPE, ' '),
                      COALESCE(CHAR(P.ISSUEDATE, ISO), ' '),
                      COALESCE(CHAR(P.EXPIRYDATE, ISO), ' '),
                      CHAR(P.LASTCHANGED),
                      COALESCE(P.BROKERID, 0),
                      COALESCE(P.BROKERSREFERENCE, ' '),
                      COALESCE(P.PAYMENT, 0),
                      COALESCE(P.COMMISSION, 0),
                      COALESCE(P.COMPULSORYEXCESS, 0),
                      COALESCE(P.VOLUNTARYEXCESS, 0),
                      COALESCE(E.POLICYNUMBER, 0),
                      COALESCE(E.WITHPROFITS, ' '),
                      COALESCE(E.EQUITIES, ' '),
                      COALESCE(E.MANAGEDFUND, ' '),
                      COALESCE(E.FUNDNAME, ' '),
                      COALESCE(E.TERM, 0),
                      COALESCE(E.SUMASSURED, 0),
                      COALESCE(E.LIFEASSURED, ' '),
                      COALESCE(E.PAIDUP, ' '),
                      COALESCE(CHAR(E.PAIDUPDATE, ISO), ' '),
                      COALESCE(E.DEATHCLAIM, ' '),
                      COALESCE(CHAR(E.DEATHCLAIMDATE, ISO), ' '),
                      COALESCE(H.POLICYNUMBER, 0),
                      COALESCE(H.PROPERTYTYPE, ' '),
                      COALESCE(H.BEDROOMS, 0),
                      COALESCE(H.VALUE, 0),
                      COALESCE(H.HOUSENAME, ' '),
                      COALESCE(H.HOUSENUMBER, ' '),
                      COALESCE(H.POSTCODE, ' '),
                      COALESCE(M.POLICYNUMBER, 0),
                      COALESCE(M.MAKE, ' '),
                      COALESCE(M.MODEL, ' '),
                      COALESCE(M.VALUE, 0),
                      COALESCE(M.REGNUMBER, ' '),
                      COALESCE(M.COLOUR, ' '),
                      COALESCE(M.CC, 0),
                      COALESCE(CHAR(M.YEAROFMANUFACTURE, ISO), ' '),
                      COALESCE(M.PREMIUM, 0),
                      COALESCE(M.ACCIDENTS, 0),
                      COALESCE(C.POLICYNUMBER, 0),
                      COALESCE(C.ZIPCODE, ' '),
                      COALESCE(C.FIREPERIL, 0),
                      COALESCE(C.FIREPREMIUM, 0),
                      COALESCE(C.CRIMEPERIL, 0),
                      COALESCE(C.CRIMEPREMIUM, 0),
                      COALESCE(C.FLOODPERIL, 0),
                      COALESCE(C.FLOODPREMIUM, 0),
                      COALESCE(C.WEATHERPERIL, 0),
                      COALESCE(C.WEATHERPREMIUM, 0),
                      COALESCE(C.STATUS, 0)
                 FROM POLICY P
                 LEFT OUTER JOIN ENDOWMENT E
                   ON E.POLICYNUMBER = P.POLICYNUMBER
                  AND P.POLICYTYPE = 'E'
                 LEFT OUTER JOIN HOUSE H
                   ON H.POLICYNUMBER = P.POLICYNUMBER
                  AND P.POLICYTYPE = 'H'
                 LEFT OUTER JOIN MOTOR M
                   ON M.POLICYNUMBER = P.POLICYNUMBER
                  AND P.POLICYTYPE = 'M'
                 LEFT OUTER JOIN COMMERCIAL C
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                  AND P.POLICYTYPE = 'C'
                ORDER BY P.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-POLICY
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-UNLOAD-POLICY
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 7000-WRITE-TRAILER
              THRU 7000-EXIT
           PERFORM 8000-PRINT-PROOF
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

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
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME

           OPEN OUTPUT EXTRACT-REPORT
           MOVE WS-RUN-DATE TO RHL-BOOK-DATE
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN OUTPUT POLICY-BOOK
           IF WS-BOOK-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-BOOK-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'Y' TO WS-BOOK-OPEN
           MOVE SPACES TO BOOK-HEADER-RECORD
           MOVE 'HDR'         TO BK-RECORD-TYPE
           MOVE WS-RUN-DATE   TO BKH-BOOK-DATE
           MOVE WS-CLOCK-DATE TO BKH-CREATED-DATE
           MOVE WS-CLOCK-TIME (1:6) TO BKH-CREATED-TIME
           WRITE BOOK-HEADER-RECORD

           PERFORM 1100-COUNT-DB2-BOOK
              THRU 1100-EXIT

           EXEC SQL
               OPEN BOOK-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DB2's view of the book, by type, for the trailer to be proved *
      * against. A policy changed between this count and the unload   *
      * leaves the book unproven and the run is repeated.             *
      *----------------------------------------------------------------*
       1100-COUNT-DB2-BOOK.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN POLICYTYPE = 'E'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN POLICYTYPE = 'H'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN POLICYTYPE = 'M'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN POLICYTYPE = 'C'
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-DB2-POLICIES, :WS-DB2-ENDOWMENT,
                      :WS-DB2-HOUSE, :WS-DB2-MOTOR,
                      :WS-DB2-COMMERCIAL
                 FROM POLICY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '1100-COUNT-DB2-BOOK:'
              DISPLAY 'INVALID SQLCODE ON COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           COMPUTE WS-DB2-OTHER = WS-DB2-POLICIES
               - WS-DB2-ENDOWMENT - WS-DB2-HOUSE
               - WS-DB2-MOTOR - WS-DB2-COMMERCIAL
           .
       1100-EXIT.
           EXIT.

       1500-FETCH-NEXT-POLICY.

           EXEC SQL
               FETCH BOOK-CURSOR
               INTO :WS-POLICY-NUM, :WS-CUSTOMER-NUM,
                    :WS-POLICY-TYPE, :WS-ISSUE-DATE,
                    :WS-EXPIRY-DATE, :WS-LAST-CHANGED,
                    :WS-BROKERID, :WS-BROKERS-REF,
                    :WS-PAYMENT, :WS-COMMISSION,
                    :WS-COMPULSORY-EXCESS, :WS-VOLUNTARY-EXCESS,
                    :WS-E-POLICY-NUM, :WS-E-WITH-PROFITS,
                    :WS-E-EQUITIES, :WS-E-MANAGED-FUND,
                    :WS-E-FUND-NAME, :WS-E-TERM,
                    :WS-E-SUM-ASSURED, :WS-E-LIFE-ASSURED,
                    :WS-E-PAID-UP, :WS-E-PAID-UP-DATE,
                    :WS-E-DEATH-CLAIM, :WS-E-DEATH-CLAIM-DATE,
                    :WS-H-POLICY-NUM, :WS-H-PROPERTY-TYPE,
                    :WS-H-BEDROOMS, :WS-H-VALUE,
                    :WS-H-HOUSE-NAME, :WS-H-HOUSE-NUMBER,
                    :WS-H-POSTCODE,
                    :WS-M-POLICY-NUM, :WS-M-MAKE, :WS-M-MODEL,
                    :WS-M-VALUE, :WS-M-REG-NUMBER, :WS-M-COLOUR,
                    :WS-M-CC, :WS-M-MANUFACTURED,
                    :WS-M-PREMIUM, :WS-M-ACCIDENTS,
                    :WS-C-POLICY-NUM, :WS-C-ZIPCODE,
                    :WS-FIRE-PERIL, :WS-FIRE-PREMIUM,
                    :WS-CRIME-PERIL, :WS-CRIME-PREMIUM,
                    :WS-FLOOD-PERIL, :WS-FLOOD-PREMIUM,
                    :WS-WEATHER-PERIL, :WS-WEATHER-PREMIUM,
                    :WS-C-STATUS
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
       1500-EXIT.
           EXIT.

       2000-UNLOAD-POLICY.
           PERFORM 2100-DERIVE-SUM-AT-RISK
              THRU 2100-EXIT
           PERFORM 2200-DERIVE-WRITTEN-PREMIUM
              THRU 2200-EXIT

           MOVE SPACES TO BOOK-RECORD
           MOVE 'POL'                TO BK-RECORD-TYPE
           MOVE WS-POLICY-NUM        TO BK-POLICY-NUM
           MOVE WS-CUSTOMER-NUM      TO BK-CUSTOMER-NUM
           MOVE WS-POLICY-TYPE       TO BK-POLICY-TYPE
           MOVE WS-ISSUE-DATE        TO BK-ISSUE-DATE
           MOVE WS-EXPIRY-DATE       TO BK-EXPIRY-DATE
           MOVE WS-LAST-CHANGED      TO BK-LAST-CHANGED
           MOVE WS-BROKERID          TO BK-BROKER-ID
           MOVE WS-BROKERS-REF       TO BK-BROKERS-REF
           MOVE WS-PAYMENT           TO BK-PAYMENT
           MOVE WS-COMMISSION        TO BK-COMMISSION
           MOVE WS-COMPULSORY-EXCESS TO BK-COMPULSORY-EXCESS
           MOVE WS-VOLUNTARY-EXCESS  TO BK-VOLUNTARY-EXCESS
           MOVE WS-SUM-AT-RISK       TO BK-SUM-AT-RISK
           MOVE WS-WRITTEN-PREMIUM   TO BK-WRITTEN-PREMIUM
           MOVE WS-PRODUCT-FOUND     TO BK-PRODUCT-FOUND
           IF WS-PRODUCT-FOUND = 'Y'
              PERFORM 2300-MOVE-PRODUCT-DETAIL
                 THRU 2300-EXIT
           END-IF
           WRITE BOOK-RECORD

           ADD 1 TO WS-POLICIES-WRITTEN
           ADD WS-SUM-AT-RISK TO WS-AT-RISK-TOTAL
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 ADD 1 TO WS-ENDOWMENT-WRITTEN
              WHEN 'H'
                 ADD 1 TO WS-HOUSE-WRITTEN
              WHEN 'M'
                 ADD 1 TO WS-MOTOR-WRITTEN
              WHEN 'C'
                 ADD 1 TO WS-COMMERCIAL-WRITTEN
              WHEN OTHER
                 ADD 1 TO WS-OTHER-WRITTEN
           END-EVALUATE
           IF WS-PRODUCT-FOUND = 'N'
              ADD 1 TO WS-NO-PRODUCT-COUNT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The sum at risk lives in a different table per POLICYTYPE.    *
      * Commercial has no single VALUE column, so its four peril      *
      * premiums summed stand in for it. No product row, or a type   *
      * outside the four, puts nothing at risk.                       *
      *----------------------------------------------------------------*
       2100-DERIVE-SUM-AT-RISK.
           MOVE 'N' TO WS-PRODUCT-FOUND
           MOVE 0   TO WS-SUM-AT-RISK
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 IF WS-E-POLICY-NUM NOT = 0
                    MOVE 'Y' TO WS-PRODUCT-FOUND
                    MOVE WS-E-SUM-ASSURED TO WS-SUM-AT-RISK
                 END-IF
              WHEN 'H'
                 IF WS-H-POLICY-NUM NOT = 0
                    MOVE 'Y' TO WS-PRODUCT-FOUND
                    MOVE WS-H-VALUE TO WS-SUM-AT-RISK
                 END-IF
              WHEN 'M'
                 IF WS-M-POLICY-NUM NOT = 0
                    MOVE 'Y' TO WS-PRODUCT-FOUND
                    MOVE WS-M-VALUE TO WS-SUM-AT-RISK
                 END-IF
              WHEN 'C'
                 IF WS-C-POLICY-NUM NOT = 0
                    MOVE 'Y' TO WS-PRODUCT-FOUND
                    COMPUTE WS-SUM-AT-RISK =
                          WS-FIRE-PREMIUM + WS-CRIME-PREMIUM
                        + WS-FLOOD-PREMIUM + WS-WEATHER-PREMIUM
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Written premium is POLICY.PAYMENT unless the product keeps    *
      * its own: MOTOR.PREMIUM when set, and the commercial peril     *
      * premiums summed.                                              *
      *----------------------------------------------------------------*
       2200-DERIVE-WRITTEN-PREMIUM.
           MOVE WS-PAYMENT TO WS-WRITTEN-PREMIUM
           EVALUATE WS-POLICY-TYPE
              WHEN 'M'
                 IF WS-M-POLICY-NUM NOT = 0 AND WS-M-PREMIUM > 0
                    MOVE WS-M-PREMIUM TO WS-WRITTEN-PREMIUM
                 END-IF
              WHEN 'C'
                 IF WS-C-POLICY-NUM NOT = 0
                    COMPUTE WS-WRITTEN-PREMIUM =
                          WS-FIRE-PREMIUM + WS-CRIME-PREMIUM
                        + WS-FLOOD-PREMIUM + WS-WEATHER-PREMIUM
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.

       2300-MOVE-PRODUCT-DETAIL.
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 MOVE WS-E-WITH-PROFITS     TO BK-E-WITH-PROFITS
                 MOVE WS-E-EQUITIES         TO BK-E-EQUITIES
                 MOVE WS-E-MANAGED-FUND     TO BK-E-MANAGED-FUND
                 MOVE WS-E-FUND-NAME        TO BK-E-FUND-NAME
                 MOVE WS-E-TERM             TO BK-E-TERM
                 MOVE WS-E-SUM-ASSURED      TO BK-E-SUM-ASSURED
                 MOVE WS-E-LIFE-ASSURED     TO BK-E-LIFE-ASSURED
                 MOVE WS-E-PAID-UP          TO BK-E-PAID-UP
                 MOVE WS-E-PAID-UP-DATE     TO BK-E-PAID-UP-DATE
                 MOVE WS-E-DEATH-CLAIM      TO BK-E-DEATH-CLAIM
                 MOVE WS-E-DEATH-CLAIM-DATE TO BK-E-DEATH-CLAIM-DATE
              WHEN 'H'
                 MOVE WS-H-PROPERTY-TYPE    TO BK-H-PROPERTY-TYPE
                 MOVE WS-H-BEDROOMS         TO BK-H-BEDROOMS
                 MOVE WS-H-VALUE            TO BK-H-VALUE
                 MOVE WS-H-HOUSE-NAME       TO BK-H-HOUSE-NAME
                 MOVE WS-H-HOUSE-NUMBER     TO BK-H-HOUSE-NUMBER
                 MOVE WS-H-POSTCODE         TO BK-H-POSTCODE
              WHEN 'M'
                 MOVE WS-M-MAKE             TO BK-M-MAKE
                 MOVE WS-M-MODEL            TO BK-M-MODEL
                 MOVE WS-M-VALUE            TO BK-M-VALUE
                 MOVE WS-M-REG-NUMBER       TO BK-M-REG-NUMBER
                 MOVE WS-M-COLOUR           TO BK-M-COLOUR
                 MOVE WS-M-CC               TO BK-M-CC
                 MOVE WS-M-MANUFACTURED     TO BK-M-MANUFACTURED
                 MOVE WS-M-PREMIUM          TO BK-M-PREMIUM
                 MOVE WS-M-ACCIDENTS        TO BK-M-ACCIDENTS
              WHEN 'C'
                 MOVE WS-C-ZIPCODE          TO BK-C-ZIPCODE
                 MOVE WS-FIRE-PERIL         TO BK-C-FIRE-PERIL
                 MOVE WS-FIRE-PREMIUM       TO BK-C-FIRE-PREMIUM
                 MOVE WS-CRIME-PERIL        TO BK-C-CRIME-PERIL
                 MOVE WS-CRIME-PREMIUM      TO BK-C-CRIME-PREMIUM
                 MOVE WS-FLOOD-PERIL        TO BK-C-FLOOD-PERIL
                 MOVE WS-FLOOD-PREMIUM      TO BK-C-FLOOD-PREMIUM
                 MOVE WS-WEATHER-PERIL      TO BK-C-WEATHER-PERIL
                 MOVE WS-WEATHER-PREMIUM    TO BK-C-WEATHER-PREMIUM
                 MOVE WS-C-STATUS           TO BK-C-STATUS
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The book is proven only when every type written agrees with   *
      * DB2's count of it.                                            *
      *----------------------------------------------------------------*
       7000-WRITE-TRAILER.
           IF WS-POLICIES-WRITTEN   = WS-DB2-POLICIES
              AND WS-ENDOWMENT-WRITTEN  = WS-DB2-ENDOWMENT
              AND WS-HOUSE-WRITTEN      = WS-DB2-HOUSE
              AND WS-MOTOR-WRITTEN      = WS-DB2-MOTOR
              AND WS-COMMERCIAL-WRITTEN = WS-DB2-COMMERCIAL
              MOVE 'Y' TO WS-BOOK-PROVEN
           ELSE
              MOVE 'N' TO WS-BOOK-PROVEN
           END-IF

           MOVE SPACES TO BOOK-TRAILER-RECORD
           MOVE 'TRL'                 TO BK-RECORD-TYPE
           MOVE WS-POLICIES-WRITTEN   TO BKT-POLICIES
           MOVE WS-ENDOWMENT-WRITTEN  TO BKT-ENDOWMENT
           MOVE WS-HOUSE-WRITTEN      TO BKT-HOUSE
           MOVE WS-MOTOR-WRITTEN      TO BKT-MOTOR
           MOVE WS-COMMERCIAL-WRITTEN TO BKT-COMMERCIAL
           MOVE WS-OTHER-WRITTEN      TO BKT-OTHER
           MOVE WS-AT-RISK-TOTAL      TO BKT-SUM-AT-RISK
           MOVE WS-DB2-POLICIES       TO BKT-DB2-POLICIES
           IF WS-BOOK-PROVEN = 'Y'
              MOVE 'PROVEN'   TO BKT-STATUS
           ELSE
              MOVE 'UNPROVEN' TO BKT-STATUS
           END-IF
           WRITE BOOK-TRAILER-RECORD
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-PROOF.
           MOVE PROOF-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ENDOWMENT'           TO PDL-TYPE
           MOVE WS-ENDOWMENT-WRITTEN  TO PDL-EXTRACT
           MOVE WS-DB2-ENDOWMENT      TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT
           MOVE 'HOUSE'               TO PDL-TYPE
           MOVE WS-HOUSE-WRITTEN      TO PDL-EXTRACT
           MOVE WS-DB2-HOUSE          TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT
           MOVE 'MOTOR'               TO PDL-TYPE
           MOVE WS-MOTOR-WRITTEN      TO PDL-EXTRACT
           MOVE WS-DB2-MOTOR          TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT
           MOVE 'COMMERCIAL'          TO PDL-TYPE
           MOVE WS-COMMERCIAL-WRITTEN TO PDL-EXTRACT
           MOVE WS-DB2-COMMERCIAL     TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT
           MOVE 'OTHER'               TO PDL-TYPE
           MOVE WS-OTHER-WRITTEN      TO PDL-EXTRACT
           MOVE WS-DB2-OTHER          TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT
           MOVE 'ALL POLICIES'        TO PDL-TYPE
           MOVE WS-POLICIES-WRITTEN   TO PDL-EXTRACT
           MOVE WS-DB2-POLICIES       TO PDL-DB2
           PERFORM 8100-PRINT-PROOF-LINE
              THRU 8100-EXIT

           MOVE WS-NO-PRODUCT-COUNT TO NPL-COUNT
           MOVE NO-PRODUCT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AT-RISK-TOTAL TO ARL-TOTAL
           MOVE AT-RISK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BOOK-PROVEN = 'Y'
              MOVE 'PROVEN'   TO PRL-STATUS
           ELSE
              MOVE 'UNPROVEN' TO PRL-STATUS
           END-IF
           MOVE PROOF-RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       8100-PRINT-PROOF-LINE.
           IF PDL-EXTRACT = PDL-DB2
              MOVE SPACES TO PDL-FLAG
           ELSE
              MOVE '** DIFFERENCE' TO PDL-FLAG
           END-IF
           MOVE PROOF-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8100-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE BOOK-CURSOR
           END-EXEC.
           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE EXTRACT-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-BOOK-PROVEN NOT = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NO-PRODUCT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
