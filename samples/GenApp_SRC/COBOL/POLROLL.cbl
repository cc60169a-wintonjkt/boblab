      ******************************************************************
      *                                                                *
      *              Policy Renewal Roll-Over Run                      *
      *                                                                *
      *   POLRENEW invites, POLLAPSE lapses what nobody renewed; this *
      *   run renews the rest. Every motor or house policy that has   *
      *   reached its EXPIRYDATE, was invited (a line for the policy  *
      *   and that expiry on RENCOHRT.DAT) and is not on the renewal  *
      *   opt-out register RENOPT.DAT rolls onto a new one-year term: *
      *                                                                *
      *     EXPIRYDATE moves on one year from the old expiry, so      *
      *     cover runs on without a gap                               *
      *     the premium is re-rated from the current MOTRATES.DAT /   *
      *     HOUSERAT.DAT, with the same bands MOTRRATE and HOUSRATE   *
      *     propose from - motor including the named-driver and       *
      *     conviction loadings                                       *
      *     motor takes the stepped no-claims discount POLRENEW       *
      *     quotes on the notice; MOTOR.PREMIUM keeps the rated       *
      *     figure and POLICY.PAYMENT the discounted one              *
      *     a RENCONF confirmation is queued on CORRREQ.DAT           *
      *                                                                *
      *   Moving the expiry is what PERSIST reads as RENEWED, so the  *
      *   retention figures follow real renewals.                     *
      *                                                                *
      *   A policy whose detail row is missing or falls outside the   *
      *   rate bands is not renewed; it is reported on POLROLL.RPT    *
      *   for the underwriters and the run ends RC 4.                 *
      *                                                                *
      *   A cohort or opt-out file too large for its table stops the  *
      *   run RC 8 before any policy is renewed.                      *
      *                                                                *
      *   Each policy renewed has its version for the term just ended *
      *   saved through POLVERS first, so claims on a loss in the old *
      *   term still see the old term's cover.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLROLL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTOR-RATE-FILE
               ASSIGN TO "MOTRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOTOR-RATE-STATUS.

           SELECT HOUSE-RATE-FILE
               ASSIGN TO "HOUSERAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSE-RATE-STATUS.

      *    Renewal invitation cohort POLRENEW writes - only a policy
      *    invited for this expiry is rolled over.
           SELECT OPTIONAL COHORT-FILE
               ASSIGN TO "RENCOHRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COHORT-STATUS.

      *    Customers who told us they will not be renewing, one line
      *    per policy, keyed by customer services.
           SELECT OPTIONAL OPTOUT-FILE
               ASSIGN TO "RENOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROLLOVER-REPORT
               ASSIGN TO "POLROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout MOTRRATE reads.
       FD  MOTOR-RATE-FILE.
       01  MOTOR-RATE-RECORD.
           05 MRT-BAND-TYPE            PIC X(1).
              88 MRT-CC-BAND              VALUE 'C'.
              88 MRT-AGE-BAND             VALUE 'A'.
              88 MRT-ACCIDENT-BAND        VALUE 'X'.
              88 MRT-DRIVER-AGE-BAND      VALUE 'D'.
              88 MRT-LICENCE-BAND         VALUE 'L'.
              88 MRT-POINTS-BAND          VALUE 'P'.
              88 MRT-OFFENCE-RULE         VALUE 'O'.
           05 FILLER                   PIC X.
           05 MRT-LOW                  PIC 9(5).
           05 FILLER                   PIC X.
           05 MRT-HIGH                 PIC 9(5).
           05 FILLER                   PIC X.
           05 MRT-AMOUNT               PIC 9(5)V99.
      * An offence rule carries the offence code over the low/high
      * band columns; the loading stays in the amount column.
       01  MOTOR-RATE-OFFENCE-RECORD.
           05 FILLER                   PIC X(2).
           05 MRO-OFFENCE              PIC X(6).
           05 FILLER                   PIC X(6).
           05 MRO-PCT                  PIC 9(5)V99.

      * Same layout HOUSRATE reads.
       FD  HOUSE-RATE-FILE.
       01  HOUSE-RATE-RECORD.
           05 HRT-RULE-TYPE            PIC X(1).
              88 HRT-PROPERTY-BASE        VALUE 'P'.
              88 HRT-BEDROOM-BAND         VALUE 'B'.
              88 HRT-VALUE-BAND           VALUE 'V'.
              88 HRT-ZONE-SURCHARGE       VALUE 'Z'.
           05 FILLER                   PIC X.
           05 HRT-REST                 PIC X(40).
       01  HOUSE-RATE-PROPERTY-VIEW REDEFINES HOUSE-RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 HRP-PROPERTY-TYPE        PIC X(15).
           05 FILLER                   PIC X.
           05 HRP-BASE                 PIC 9(5)V99.
           05 FILLER                   PIC X(17).
       01  HOUSE-RATE-BAND-VIEW REDEFINES HOUSE-RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 HRB-LOW                  PIC 9(7).
           05 FILLER                   PIC X.
           05 HRB-HIGH                 PIC 9(7).
           05 FILLER                   PIC X.
           05 HRB-PCT                  PIC 9(5)V99.
           05 FILLER                   PIC X(17).
       01  HOUSE-RATE-ZONE-VIEW REDEFINES HOUSE-RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 HRZ-PREFIX               PIC X(4).
           05 FILLER                   PIC X.
           05 HRZ-PCT                  PIC 9(3)V99.
           05 FILLER                   PIC X(30).

      * Same layout POLRENEW writes.
       FD  COHORT-FILE.
       01  COHORT-RECORD.
           05 COH-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 COH-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 COH-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 COH-BROKERID             PIC 9(9).
           05 FILLER                   PIC X.
           05 COH-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 COH-INVITE-DATE          PIC 9(8).

       FD  OPTOUT-FILE.
       01  OPTOUT-RECORD.
           05 ROP-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 ROP-OPTOUT-DATE          PIC 9(8).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  ROLLOVER-REPORT.
       01  REPORT-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-UNCHANGED-COUNT          PIC S9(9) USAGE COMP VALUE 0.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-MOTOR-RATE-STATUS        PIC XX VALUE SPACES.
       01  WS-HOUSE-RATE-STATUS        PIC XX VALUE SPACES.
       01  WS-COHORT-STATUS            PIC XX VALUE SPACES.
       01  WS-OPTOUT-STATUS            PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROS.
       01  FILLER REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY            PIC 9(4).
           05 FILLER                   PIC X(4).

      * Host variables for the expiring-policy cursor fetch
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-EXPIRY-NUM               PIC 9(8) VALUE ZEROS.

      * Host variables for the motor detail row
       01  WS-M-CC                     PIC S9(4) USAGE COMP.
       01  WS-M-CC-IND                 PIC S9(4) USAGE COMP.
       01  WS-M-YEAROFMANUFACTURE      PIC X(10).
       01  WS-M-YEAR-IND               PIC S9(4) USAGE COMP.
       01  WS-M-ACCIDENTS              PIC S9(9) USAGE COMP.
       01  WS-M-ACCIDENTS-IND          PIC S9(4) USAGE COMP.

      * Host variables for the named drivers and convictions
       01  WS-DRIVER-COUNT             PIC S9(9) USAGE COMP.
       01  WS-YOUNGEST-AGE             PIC S9(9) USAGE COMP.
       01  WS-LEAST-LICENCE            PIC S9(9) USAGE COMP.
       01  WS-LIVE-POINTS              PIC S9(9) USAGE COMP.
       01  WS-OFFENCECODE              PIC X(6).

      * Host variables for the house detail row
       01  WS-H-PROPERTY-TYPE          PIC X(15).
       01  WS-H-BEDROOMS               PIC S9(4) USAGE COMP.
       01  WS-H-BEDROOMS-IND           PIC S9(4) USAGE COMP.
       01  WS-H-VALUE                  PIC S9(9) USAGE COMP.
       01  WS-H-VALUE-IND              PIC S9(4) USAGE COMP.
       01  WS-H-POSTCODE               PIC X(8).
       01  WS-H-POSTCODE-IND           PIC S9(4) USAGE COMP.

      * Motor rating tables, loaded once from MOTRATES.DAT.
       01  WS-MOTOR-RATE-TABLES.
           05 WS-CC-COUNT              PIC 9(2) VALUE 0.
           05 WS-CC-TABLE OCCURS 20 TIMES INDEXED BY WS-CC-IX.
              10 WS-CC-LOW             PIC 9(5).
              10 WS-CC-HIGH            PIC 9(5).
              10 WS-CC-BASE            PIC 9(5)V99.
           05 WS-AGE-COUNT             PIC 9(2) VALUE 0.
           05 WS-AGE-TABLE OCCURS 20 TIMES INDEXED BY WS-AGE-IX.
              10 WS-AGE-LOW            PIC 9(5).
              10 WS-AGE-HIGH           PIC 9(5).
              10 WS-AGE-PCT            PIC 9(5)V99.
           05 WS-ACC-COUNT             PIC 9(2) VALUE 0.
           05 WS-ACC-TABLE OCCURS 20 TIMES INDEXED BY WS-ACC-IX.
              10 WS-ACC-LOW            PIC 9(5).
              10 WS-ACC-HIGH           PIC 9(5).
              10 WS-ACC-PCT            PIC 9(5)V99.
           05 WS-DAG-COUNT             PIC 9(2) VALUE 0.
           05 WS-DAG-TABLE OCCURS 20 TIMES INDEXED BY WS-DAG-IX.
              10 WS-DAG-LOW            PIC 9(5).
              10 WS-DAG-HIGH           PIC 9(5).
              10 WS-DAG-PCT            PIC 9(5)V99.
           05 WS-LIC-COUNT             PIC 9(2) VALUE 0.
           05 WS-LIC-TABLE OCCURS 20 TIMES INDEXED BY WS-LIC-IX.
              10 WS-LIC-LOW            PIC 9(5).
              10 WS-LIC-HIGH           PIC 9(5).
              10 WS-LIC-PCT            PIC 9(5)V99.
           05 WS-PTS-COUNT             PIC 9(2) VALUE 0.
           05 WS-PTS-TABLE OCCURS 20 TIMES INDEXED BY WS-PTS-IX.
              10 WS-PTS-LOW            PIC 9(5).
              10 WS-PTS-HIGH           PIC 9(5).
              10 WS-PTS-PCT            PIC 9(5)V99.
           05 WS-OFF-COUNT             PIC 9(2) VALUE 0.
           05 WS-OFF-TABLE OCCURS 50 TIMES INDEXED BY WS-OFF-IX.
              10 WS-OFF-CODE           PIC X(6).
              10 WS-OFF-PCT            PIC 9(5)V99.

      * House rating tables, loaded once from HOUSERAT.DAT.
       01  WS-HOUSE-RATE-TABLES.
           05 WS-PR-COUNT              PIC 9(2) VALUE 0.
           05 WS-PR-TABLE OCCURS 20 TIMES INDEXED BY WS-PR-IX.
              10 WS-PR-TYPE            PIC X(15).
              10 WS-PR-BASE            PIC 9(5)V99.
           05 WS-BED-COUNT             PIC 9(2) VALUE 0.
           05 WS-BED-TABLE OCCURS 20 TIMES INDEXED BY WS-BED-IX.
              10 WS-BED-LOW            PIC 9(7).
              10 WS-BED-HIGH           PIC 9(7).
              10 WS-BED-PCT            PIC 9(5)V99.
           05 WS-VAL-COUNT             PIC 9(2) VALUE 0.
           05 WS-VAL-TABLE OCCURS 20 TIMES INDEXED BY WS-VAL-IX.
              10 WS-VAL-LOW            PIC 9(7).
              10 WS-VAL-HIGH           PIC 9(7).
              10 WS-VAL-PCT            PIC 9(5)V99.
           05 WS-ZON-COUNT             PIC 9(2) VALUE 0.
           05 WS-ZON-TABLE OCCURS 20 TIMES INDEXED BY WS-ZON-IX.
              10 WS-ZON-PREFIX         PIC X(4).
              10 WS-ZON-PCT            PIC 9(3)V99.

      * Rating work fields, shared by both products.
       01  WS-BASE-RATE                PIC 9(5)V99 VALUE 0.
       01  WS-FACTOR-1                 PIC 9(5)V99 VALUE 100.
       01  WS-FACTOR-2                 PIC 9(5)V99 VALUE 100.
       01  WS-ZON-SURCHARGE            PIC 9(3)V99 VALUE 0.
       01  WS-DAG-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-LIC-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-PTS-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-OFF-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-VEHICLE-AGE              PIC S9(5) USAGE COMP VALUE 0.
       01  WS-MANUFACTURE-YYYY         PIC 9(4) VALUE 0.
       01  WS-RATE-FOUND               PIC X VALUE "N".
       01  WS-RATED-PREMIUM            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-NEW-PAYMENT              PIC S9(9) USAGE COMP VALUE 0.

      * No-claims discount, the same steps POLRENEW quotes.
       01  WS-CLAIM-FREE-DAYS          PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAIM-FREE-DAYS-IND      PIC S9(4) USAGE COMP VALUE 0.
       01  WS-CLAIM-FREE-YEARS         PIC S9(4) USAGE COMP VALUE 0.
       01  WS-NCD-PCT                  PIC 9(2)  VALUE 0.

      * Invitations on file: policy and the expiry invited for.
       01  WS-COHORT-COUNT             PIC 9(4) VALUE 0.
       01  WS-COHORT-TABLE.
           05 WS-COHORT-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-CO-IX.
              10 WS-CO-POLICY          PIC 9(10).
              10 WS-CO-EXPIRY          PIC 9(8).
       01  WS-COHORT-MATCH             PIC X VALUE 'N'.
       01  WS-COHORT-OVERFLOW          PIC X VALUE 'N'.

      * Policies opted out of renewal.
       01  WS-OPTOUT-COUNT             PIC 9(4) VALUE 0.
       01  WS-OPTOUT-TABLE.
           05 WS-OPTOUT-POLICY OCCURS 2000 TIMES
                                   INDEXED BY WS-OP-IX
                                   PIC 9(10).
       01  WS-OPTOUT-MATCH             PIC X VALUE 'N'.
       01  WS-OPTOUT-OVERFLOW          PIC X VALUE 'N'.

       01  WS-COUNTS.
           05 WS-EXPIRING-COUNT        PIC 9(7) VALUE 0.
           05 WS-UNINVITED-COUNT       PIC 9(7) VALUE 0.
           05 WS-RENEWED-COUNT         PIC 9(7) VALUE 0.
           05 WS-OPTED-OUT-COUNT       PIC 9(7) VALUE 0.
           05 WS-UNRATEABLE-COUNT      PIC 9(7) VALUE 0.

       01  ROLLOVER-HEADER-LINE.
           05 FILLER                   PIC X(36) VALUE
               'POLICY NUM T   CUSTOMER OLD EXPIRY  '.
           05 FILLER                   PIC X(30) VALUE
               'OLD PREM   NEW PREM NCD RESULT'.
       01  ROLLOVER-DETAIL-LINE.
           05 RDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-POLICY-TYPE          PIC X.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-CUSTOMER-NUM         PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-EXPIRY-DATE          PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-OLD-PREMIUM          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 RDL-NEW-PREMIUM          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-NCD-PCT              PIC Z9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-RESULT               PIC X(15).
       01  ROLLOVER-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'EXPIRING: '.
           05 RSL-EXPIRING             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  RENEWED: '.
           05 RSL-RENEWED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  OPTED OUT: '.
           05 RSL-OPTED-OUT            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE '  UNRATEABLE: '.
           05 RSL-UNRATEABLE           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  UNINVITED: '.
           05 RSL-UNINVITED            PIC ZZZ,ZZ9.

      * Motor and house policies at or past expiry. One that was
      * never invited, or has already lapsed off the book, is not
      * this run's business; a renewed one has moved a year on and
      * no longer qualifies, so a rerun renews nothing twice.
           EXEC SQL
               DECLARE EXPIRING-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, CUSTOMERNUMBER, POLICYTYPE,
                      CHAR(EXPIRYDATE, ISO), PAYMENT
                 FROM POLICY
                WHERE POLICYTYPE IN ('H', 'M')
                  AND EXPIRYDATE <= CURRENT DATE
                ORDER BY POLICYNUMBER
           END-EXEC.

      * The offences still live on the policy's named drivers.
           EXEC SQL
               DECLARE OFFENCE-CURSOR CURSOR FOR
               SELECT DISTINCT OFFENCECODE
                 FROM CONVICTION
                WHERE POLICYNUMBER   = :WS-POLICY-NUM
                  AND CONVICTIONDATE > CURRENT DATE - 5 YEARS
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-POLICY
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-ROLL-POLICY
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-MOTOR-RATES
              THRU 1100-EXIT
           PERFORM 1200-LOAD-HOUSE-RATES
              THRU 1200-EXIT
           PERFORM 1300-LOAD-COHORT
              THRU 1300-EXIT
           PERFORM 1400-LOAD-OPTOUTS
              THRU 1400-EXIT

           OPEN EXTEND CORRESPONDENCE-FILE
           OPEN OUTPUT ROLLOVER-REPORT
           MOVE ROLLOVER-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN EXPIRING-CURSOR
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
      * The rating files are the business control on the new premium *
      * - without them nothing can be renewed, so a missing file is  *
      * a hard stop, as in MOTRRATE and HOUSRATE.                    *
      *----------------------------------------------------------------*
       1100-LOAD-MOTOR-RATES.
           OPEN INPUT MOTOR-RATE-FILE
           IF WS-MOTOR-RATE-STATUS NOT = "00"
              DISPLAY '1100-LOAD-MOTOR-RATES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                      WS-MOTOR-RATE-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-MOTOR-RATE-STATUS NOT = "00"
              READ MOTOR-RATE-FILE
                 AT END MOVE "10" TO WS-MOTOR-RATE-STATUS
                 NOT AT END
                    PERFORM 1150-STORE-MOTOR-RULE
                       THRU 1150-EXIT
              END-READ
           END-PERFORM
           CLOSE MOTOR-RATE-FILE
           .
       1100-EXIT.
           EXIT.

       1150-STORE-MOTOR-RULE.
           EVALUATE TRUE
              WHEN MRT-CC-BAND
                 IF WS-CC-COUNT < 20
                    ADD 1 TO WS-CC-COUNT
                    SET WS-CC-IX TO WS-CC-COUNT
                    MOVE MRT-LOW    TO WS-CC-LOW(WS-CC-IX)
                    MOVE MRT-HIGH   TO WS-CC-HIGH(WS-CC-IX)
                    MOVE MRT-AMOUNT TO WS-CC-BASE(WS-CC-IX)
                 END-IF
              WHEN MRT-AGE-BAND
                 IF WS-AGE-COUNT < 20
                    ADD 1 TO WS-AGE-COUNT
                    SET WS-AGE-IX TO WS-AGE-COUNT
                    MOVE MRT-LOW    TO WS-AGE-LOW(WS-AGE-IX)
                    MOVE MRT-HIGH   TO WS-AGE-HIGH(WS-AGE-IX)
                    MOVE MRT-AMOUNT TO WS-AGE-PCT(WS-AGE-IX)
                 END-IF
              WHEN MRT-ACCIDENT-BAND
                 IF WS-ACC-COUNT < 20
                    ADD 1 TO WS-ACC-COUNT
                    SET WS-ACC-IX TO WS-ACC-COUNT
                    MOVE MRT-LOW    TO WS-ACC-LOW(WS-ACC-IX)
                    MOVE MRT-HIGH   TO WS-ACC-HIGH(WS-ACC-IX)
                    MOVE MRT-AMOUNT TO WS-ACC-PCT(WS-ACC-IX)
                 END-IF
              WHEN MRT-DRIVER-AGE-BAND
                 IF WS-DAG-COUNT < 20
                    ADD 1 TO WS-DAG-COUNT
                    SET WS-DAG-IX TO WS-DAG-COUNT
                    MOVE MRT-LOW    TO WS-DAG-LOW(WS-DAG-IX)
                    MOVE MRT-HIGH   TO WS-DAG-HIGH(WS-DAG-IX)
                    MOVE MRT-AMOUNT TO WS-DAG-PCT(WS-DAG-IX)
                 END-IF
              WHEN MRT-LICENCE-BAND
                 IF WS-LIC-COUNT < 20
                    ADD 1 TO WS-LIC-COUNT
                    SET WS-LIC-IX TO WS-LIC-COUNT
                    MOVE MRT-LOW    TO WS-LIC-LOW(WS-LIC-IX)
                    MOVE MRT-HIGH   TO WS-LIC-HIGH(WS-LIC-IX)
                    MOVE MRT-AMOUNT TO WS-LIC-PCT(WS-LIC-IX)
                 END-IF
              WHEN MRT-POINTS-BAND
                 IF WS-PTS-COUNT < 20
                    ADD 1 TO WS-PTS-COUNT
                    SET WS-PTS-IX TO WS-PTS-COUNT
                    MOVE MRT-LOW    TO WS-PTS-LOW(WS-PTS-IX)
                    MOVE MRT-HIGH   TO WS-PTS-HIGH(WS-PTS-IX)
                    MOVE MRT-AMOUNT TO WS-PTS-PCT(WS-PTS-IX)
                 END-IF
              WHEN MRT-OFFENCE-RULE
                 IF WS-OFF-COUNT < 50
                    ADD 1 TO WS-OFF-COUNT
                    SET WS-OFF-IX TO WS-OFF-COUNT
                    MOVE MRO-OFFENCE TO WS-OFF-CODE(WS-OFF-IX)
                    MOVE MRO-PCT     TO WS-OFF-PCT(WS-OFF-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1150-EXIT.
           EXIT.

       1200-LOAD-HOUSE-RATES.
           OPEN INPUT HOUSE-RATE-FILE
           IF WS-HOUSE-RATE-STATUS NOT = "00"
              DISPLAY '1200-LOAD-HOUSE-RATES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                      WS-HOUSE-RATE-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-HOUSE-RATE-STATUS NOT = "00"
              READ HOUSE-RATE-FILE
                 AT END MOVE "10" TO WS-HOUSE-RATE-STATUS
                 NOT AT END
                    PERFORM 1250-STORE-HOUSE-RULE
                       THRU 1250-EXIT
              END-READ
           END-PERFORM
           CLOSE HOUSE-RATE-FILE
           .
       1200-EXIT.
           EXIT.

       1250-STORE-HOUSE-RULE.
           EVALUATE TRUE
              WHEN HRT-PROPERTY-BASE
                 IF WS-PR-COUNT < 20
                    ADD 1 TO WS-PR-COUNT
                    SET WS-PR-IX TO WS-PR-COUNT
                    MOVE HRP-PROPERTY-TYPE TO WS-PR-TYPE(WS-PR-IX)
                    MOVE HRP-BASE          TO WS-PR-BASE(WS-PR-IX)
                 END-IF
              WHEN HRT-BEDROOM-BAND
                 IF WS-BED-COUNT < 20
                    ADD 1 TO WS-BED-COUNT
                    SET WS-BED-IX TO WS-BED-COUNT
                    MOVE HRB-LOW  TO WS-BED-LOW(WS-BED-IX)
                    MOVE HRB-HIGH TO WS-BED-HIGH(WS-BED-IX)
                    MOVE HRB-PCT  TO WS-BED-PCT(WS-BED-IX)
                 END-IF
              WHEN HRT-VALUE-BAND
                 IF WS-VAL-COUNT < 20
                    ADD 1 TO WS-VAL-COUNT
                    SET WS-VAL-IX TO WS-VAL-COUNT
                    MOVE HRB-LOW  TO WS-VAL-LOW(WS-VAL-IX)
                    MOVE HRB-HIGH TO WS-VAL-HIGH(WS-VAL-IX)
                    MOVE HRB-PCT  TO WS-VAL-PCT(WS-VAL-IX)
                 END-IF
              WHEN HRT-ZONE-SURCHARGE
                 IF WS-ZON-COUNT < 20
                    ADD 1 TO WS-ZON-COUNT
                    SET WS-ZON-IX TO WS-ZON-COUNT
                    MOVE HRZ-PREFIX TO WS-ZON-PREFIX(WS-ZON-IX)
                    MOVE HRZ-PCT    TO WS-ZON-PCT(WS-ZON-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

       1300-LOAD-COHORT.
           OPEN INPUT COHORT-FILE
           IF WS-COHORT-STATUS = "00"
              PERFORM UNTIL WS-COHORT-STATUS NOT = "00"
                 READ COHORT-FILE
                    AT END MOVE "10" TO WS-COHORT-STATUS
                    NOT AT END
                       IF WS-COHORT-COUNT < 5000
                          ADD 1 TO WS-COHORT-COUNT
                          SET WS-CO-IX TO WS-COHORT-COUNT
                          MOVE COH-POLICY-NUM
                            TO WS-CO-POLICY(WS-CO-IX)
                          MOVE COH-EXPIRY-DATE
                            TO WS-CO-EXPIRY(WS-CO-IX)
                       ELSE
                          MOVE 'Y' TO WS-COHORT-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COHORT-FILE
           IF WS-COHORT-OVERFLOW = 'Y'
              DISPLAY '1300-LOAD-COHORT:'
              DISPLAY 'MORE THAN 5000 INVITATIONS ON THE COHORT FILE'
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1300-EXIT.
           EXIT.

       1400-LOAD-OPTOUTS.
           OPEN INPUT OPTOUT-FILE
           IF WS-OPTOUT-STATUS = "00"
              PERFORM UNTIL WS-OPTOUT-STATUS NOT = "00"
                 READ OPTOUT-FILE
                    AT END MOVE "10" TO WS-OPTOUT-STATUS
                    NOT AT END
                       IF WS-OPTOUT-COUNT < 2000
                          ADD 1 TO WS-OPTOUT-COUNT
                          SET WS-OP-IX TO WS-OPTOUT-COUNT
                          MOVE ROP-POLICY-NUM
                            TO WS-OPTOUT-POLICY(WS-OP-IX)
                       ELSE
                          MOVE 'Y' TO WS-OPTOUT-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE OPTOUT-FILE
           IF WS-OPTOUT-OVERFLOW = 'Y'
              DISPLAY '1400-LOAD-OPTOUTS:'
              DISPLAY 'MORE THAN 2000 POLICIES ON RENOPT.DAT'
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1400-EXIT.
           EXIT.

       1500-FETCH-NEXT-POLICY.

           EXEC SQL
               FETCH EXPIRING-CURSOR
               INTO :WS-POLICY-NUM, :WS-CUSTOMER-NUM, :WS-POLICY-TYPE,
                    :WS-EXPIRY-DATE,
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
       1500-EXIT.
           EXIT.

       2000-ROLL-POLICY.
           MOVE ZEROS TO WS-EXPIRY-NUM
           STRING WS-EXPIRY-DATE (1:4) DELIMITED BY SIZE
                  WS-EXPIRY-DATE (6:2) DELIMITED BY SIZE
                  WS-EXPIRY-DATE (9:2) DELIMITED BY SIZE
               INTO WS-EXPIRY-NUM
           END-STRING

      * No invitation for this expiry - the customer was never told
      * the renewal terms, so the policy is left to lapse.
           MOVE 'N' TO WS-COHORT-MATCH
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-COHORT-COUNT
              IF WS-CO-POLICY(WS-CO-IX) = WS-POLICY-NUM
                 AND WS-CO-EXPIRY(WS-CO-IX) = WS-EXPIRY-NUM
                 MOVE 'Y' TO WS-COHORT-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-COHORT-MATCH = 'N'
              ADD 1 TO WS-UNINVITED-COUNT
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-EXPIRING-COUNT

           IF WS-PAYMENT-IND < 0
              MOVE 0 TO WS-PAYMENT
           END-IF
           MOVE 0 TO WS-NCD-PCT
           MOVE 0 TO WS-NEW-PAYMENT

           MOVE 'N' TO WS-OPTOUT-MATCH
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPTOUT-COUNT
              IF WS-OPTOUT-POLICY(WS-OP-IX) = WS-POLICY-NUM
                 MOVE 'Y' TO WS-OPTOUT-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-OPTOUT-MATCH = 'Y'
              ADD 1 TO WS-OPTED-OUT-COUNT
              MOVE 'OPTED OUT' TO RDL-RESULT
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           EVALUATE WS-POLICY-TYPE
              WHEN 'M'
                 PERFORM 2100-RATE-MOTOR
                    THRU 2100-EXIT
              WHEN OTHER
                 PERFORM 2200-RATE-HOUSE
                    THRU 2200-EXIT
           END-EVALUATE
           IF WS-RATE-FOUND = "N"
              ADD 1 TO WS-UNRATEABLE-COUNT
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2400-APPLY-RENEWAL
              THRU 2400-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Motor: cc base * age% * accident% * the named-driver and     *
      * conviction loadings, as MOTRRATE proposes, then the no-claims *
      * discount off the rated figure.                                *
      *----------------------------------------------------------------*
       2100-RATE-MOTOR.
           MOVE "N" TO WS-RATE-FOUND
           EXEC SQL
               SELECT CC, YEAROFMANUFACTURE, ACCIDENTS
                 INTO :WS-M-CC :WS-M-CC-IND,
                      :WS-M-YEAROFMANUFACTURE :WS-M-YEAR-IND,
                      :WS-M-ACCIDENTS :WS-M-ACCIDENTS-IND
                 FROM MOTOR
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NO MOTOR ROW' TO RDL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF WS-M-CC-IND < 0
              MOVE 'NO RATE BAND' TO RDL-RESULT
              GO TO 2100-EXIT
           END-IF

           IF WS-M-YEAR-IND < 0
              MOVE 0 TO WS-VEHICLE-AGE
           ELSE
              MOVE FUNCTION NUMVAL (WS-M-YEAROFMANUFACTURE(1:4))
                TO WS-MANUFACTURE-YYYY
              COMPUTE WS-VEHICLE-AGE =
                  WS-TODAY-YYYY - WS-MANUFACTURE-YYYY
              IF WS-VEHICLE-AGE < 0
                 MOVE 0 TO WS-VEHICLE-AGE
              END-IF
           END-IF
           IF WS-M-ACCIDENTS-IND < 0
              MOVE 0 TO WS-M-ACCIDENTS
           END-IF

           MOVE 0   TO WS-BASE-RATE
           MOVE 100 TO WS-FACTOR-1
           MOVE 100 TO WS-FACTOR-2
           PERFORM VARYING WS-CC-IX FROM 1 BY 1
                   UNTIL WS-CC-IX > WS-CC-COUNT
              IF WS-M-CC >= WS-CC-LOW(WS-CC-IX)
                 AND WS-M-CC <= WS-CC-HIGH(WS-CC-IX)
                 MOVE "Y" TO WS-RATE-FOUND
                 MOVE WS-CC-BASE(WS-CC-IX) TO WS-BASE-RATE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND = "N"
              MOVE 'NO RATE BAND' TO RDL-RESULT
              GO TO 2100-EXIT
           END-IF
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-COUNT
              IF WS-VEHICLE-AGE >= WS-AGE-LOW(WS-AGE-IX)
                 AND WS-VEHICLE-AGE <= WS-AGE-HIGH(WS-AGE-IX)
                 MOVE WS-AGE-PCT(WS-AGE-IX) TO WS-FACTOR-1
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-COUNT
              IF WS-M-ACCIDENTS >= WS-ACC-LOW(WS-ACC-IX)
                 AND WS-M-ACCIDENTS <= WS-ACC-HIGH(WS-ACC-IX)
                 MOVE WS-ACC-PCT(WS-ACC-IX) TO WS-FACTOR-2
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM 2150-LOOKUP-DRIVER-FACTORS
              THRU 2150-EXIT

           COMPUTE WS-RATED-PREMIUM ROUNDED =
               WS-BASE-RATE * WS-FACTOR-1 / 100
                            * WS-FACTOR-2 / 100
                            * WS-DAG-FACTOR / 100
                            * WS-LIC-FACTOR / 100
                            * WS-PTS-FACTOR / 100
                            * WS-OFF-FACTOR / 100

           PERFORM 2300-COMPUTE-NO-CLAIMS-DISCOUNT
              THRU 2300-EXIT
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               WS-RATED-PREMIUM * (100 - WS-NCD-PCT) / 100
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The named drivers price the policy on its riskiest driver:    *
      * the youngest age, the fewest whole years licensed, the live   *
      * points across all drivers and the heaviest live offence.      *
      * No named drivers on file leaves every factor at 100%.         *
      *----------------------------------------------------------------*
       2150-LOOKUP-DRIVER-FACTORS.
           MOVE 100 TO WS-DAG-FACTOR
           MOVE 100 TO WS-LIC-FACTOR
           MOVE 100 TO WS-PTS-FACTOR
           MOVE 100 TO WS-OFF-FACTOR

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(YEAR(CURRENT DATE
                                        - DATEOFBIRTH)), 0),
                      COALESCE(MIN(YEAR(CURRENT DATE
                                        - LICENCEDATE)), 0)
                 INTO :WS-DRIVER-COUNT, :WS-YOUNGEST-AGE,
                      :WS-LEAST-LICENCE
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2150-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON SELECT DRIVERS:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-DRIVER-COUNT = 0
              GO TO 2150-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(POINTS), 0)
                 INTO :WS-LIVE-POINTS
                 FROM CONVICTION
                WHERE POLICYNUMBER   = :WS-POLICY-NUM
                  AND CONVICTIONDATE > CURRENT DATE - 5 YEARS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2150-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON SELECT POINTS:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           PERFORM VARYING WS-DAG-IX FROM 1 BY 1
                   UNTIL WS-DAG-IX > WS-DAG-COUNT
              IF WS-YOUNGEST-AGE >= WS-DAG-LOW(WS-DAG-IX)
                 AND WS-YOUNGEST-AGE <= WS-DAG-HIGH(WS-DAG-IX)
                 MOVE WS-DAG-PCT(WS-DAG-IX) TO WS-DAG-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-LIC-IX FROM 1 BY 1
                   UNTIL WS-LIC-IX > WS-LIC-COUNT
              IF WS-LEAST-LICENCE >= WS-LIC-LOW(WS-LIC-IX)
                 AND WS-LEAST-LICENCE <= WS-LIC-HIGH(WS-LIC-IX)
                 MOVE WS-LIC-PCT(WS-LIC-IX) TO WS-LIC-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-PTS-IX FROM 1 BY 1
                   UNTIL WS-PTS-IX > WS-PTS-COUNT
              IF WS-LIVE-POINTS >= WS-PTS-LOW(WS-PTS-IX)
                 AND WS-LIVE-POINTS <= WS-PTS-HIGH(WS-PTS-IX)
                 MOVE WS-PTS-PCT(WS-PTS-IX) TO WS-PTS-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-OFF-COUNT = 0
              GO TO 2150-EXIT
           END-IF
           EXEC SQL
               OPEN OFFENCE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2150-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON OPEN OFFENCE CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 2160-FETCH-OFFENCE
              THRU 2160-EXIT
              UNTIL SQLCODE NOT = 0
           IF SQLCODE NOT = 100
              DISPLAY '2150-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON FETCH OFFENCE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               CLOSE OFFENCE-CURSOR
           END-EXEC
           .
       2150-EXIT.
           EXIT.

      * Each live offence is looked up; the heaviest loading stands.
       2160-FETCH-OFFENCE.
           EXEC SQL
               FETCH OFFENCE-CURSOR
               INTO :WS-OFFENCECODE
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 2160-EXIT
           END-IF
           SET WS-OFF-IX TO 1
           SEARCH WS-OFF-TABLE
              AT END
                 CONTINUE
              WHEN WS-OFF-IX > WS-OFF-COUNT
                 CONTINUE
              WHEN WS-OFF-CODE(WS-OFF-IX) = WS-OFFENCECODE
                 IF WS-OFF-PCT(WS-OFF-IX) > WS-OFF-FACTOR
                    MOVE WS-OFF-PCT(WS-OFF-IX) TO WS-OFF-FACTOR
                 END-IF
           END-SEARCH
           .
       2160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * House: type base * bedroom% * value% * zone surcharge, as     *
      * HOUSRATE proposes. House carries no no-claims discount.       *
      *----------------------------------------------------------------*
       2200-RATE-HOUSE.
           MOVE "N" TO WS-RATE-FOUND
           EXEC SQL
               SELECT PROPERTYTYPE, BEDROOMS, VALUE, POSTCODE
                 INTO :WS-H-PROPERTY-TYPE,
                      :WS-H-BEDROOMS :WS-H-BEDROOMS-IND,
                      :WS-H-VALUE :WS-H-VALUE-IND,
                      :WS-H-POSTCODE :WS-H-POSTCODE-IND
                 FROM HOUSE
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NO HOUSE ROW' TO RDL-RESULT
              GO TO 2200-EXIT
           END-IF
           IF WS-H-BEDROOMS-IND < 0 OR WS-H-VALUE-IND < 0
              MOVE 'UNRATEABLE' TO RDL-RESULT
              GO TO 2200-EXIT
           END-IF

           MOVE 0   TO WS-BASE-RATE
           MOVE 100 TO WS-FACTOR-1
           MOVE 100 TO WS-FACTOR-2
           MOVE 0   TO WS-ZON-SURCHARGE
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
              IF WS-PR-TYPE(WS-PR-IX) = WS-H-PROPERTY-TYPE
                 MOVE "Y" TO WS-RATE-FOUND
                 MOVE WS-PR-BASE(WS-PR-IX) TO WS-BASE-RATE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND = "N"
              MOVE 'UNRATEABLE' TO RDL-RESULT
              GO TO 2200-EXIT
           END-IF
           PERFORM VARYING WS-BED-IX FROM 1 BY 1
                   UNTIL WS-BED-IX > WS-BED-COUNT
              IF WS-H-BEDROOMS >= WS-BED-LOW(WS-BED-IX)
                 AND WS-H-BEDROOMS <= WS-BED-HIGH(WS-BED-IX)
                 MOVE WS-BED-PCT(WS-BED-IX) TO WS-FACTOR-1
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VAL-COUNT
              IF WS-H-VALUE >= WS-VAL-LOW(WS-VAL-IX)
                 AND WS-H-VALUE <= WS-VAL-HIGH(WS-VAL-IX)
                 MOVE WS-VAL-PCT(WS-VAL-IX) TO WS-FACTOR-2
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-H-POSTCODE-IND >= 0
              PERFORM VARYING WS-ZON-IX FROM 1 BY 1
                      UNTIL WS-ZON-IX > WS-ZON-COUNT
                 IF WS-ZON-PREFIX(WS-ZON-IX) NOT = SPACES
                    AND WS-H-POSTCODE(1:4) = WS-ZON-PREFIX(WS-ZON-IX)
                    MOVE WS-ZON-PCT(WS-ZON-IX) TO WS-ZON-SURCHARGE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           COMPUTE WS-RATED-PREMIUM ROUNDED =
               WS-BASE-RATE * WS-FACTOR-1 / 100
                            * WS-FACTOR-2 / 100
                            * (100 + WS-ZON-SURCHARGE) / 100
           MOVE WS-RATED-PREMIUM TO WS-NEW-PAYMENT
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Stepped discount for claim-free years, the same steps the     *
      * notice quoted: the clock runs from the most recent claim on   *
      * the policy, or from ISSUEDATE when no claim was ever made.    *
      * One year earns 10%, two 15%, three 20%, five or more 30%.     *
      *----------------------------------------------------------------*
       2300-COMPUTE-NO-CLAIMS-DISCOUNT.
           EXEC SQL
               SELECT DAYS(CURRENT DATE) - DAYS(MAX(CLAIMDATE))
                 INTO :WS-CLAIM-FREE-DAYS :WS-CLAIM-FREE-DAYS-IND
                 FROM CLAIM
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CLAIM-FREE-DAYS-IND < 0
      *       Never claimed - the clock runs from issue.
              EXEC SQL
                  SELECT DAYS(CURRENT DATE) - DAYS(ISSUEDATE)
                    INTO :WS-CLAIM-FREE-DAYS
                    FROM POLICY
                   WHERE POLICYNUMBER = :WS-POLICY-NUM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-CLAIM-FREE-DAYS
              END-IF
           END-IF

           COMPUTE WS-CLAIM-FREE-YEARS = WS-CLAIM-FREE-DAYS / 365
           EVALUATE TRUE
              WHEN WS-CLAIM-FREE-YEARS >= 5
                 MOVE 30 TO WS-NCD-PCT
              WHEN WS-CLAIM-FREE-YEARS >= 3
                 MOVE 20 TO WS-NCD-PCT
              WHEN WS-CLAIM-FREE-YEARS >= 2
                 MOVE 15 TO WS-NCD-PCT
              WHEN WS-CLAIM-FREE-YEARS >= 1
                 MOVE 10 TO WS-NCD-PCT
              WHEN OTHER
                 MOVE 0 TO WS-NCD-PCT
           END-EVALUATE
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The new term runs on from the old expiry. The expiry in the   *
      * WHERE clause keeps a policy somebody re-keyed since the fetch *
      * from being rolled a second time; such a policy is passed over *
      * before its version is saved.                                  *
      *----------------------------------------------------------------*
       2400-APPLY-RENEWAL.
           MOVE 0 TO WS-UNCHANGED-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-UNCHANGED-COUNT
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND EXPIRYDATE   = DATE(:WS-EXPIRY-DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2400-APPLY-RENEWAL:'
              DISPLAY 'INVALID SQLCODE ON SELECT POLICY:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-UNCHANGED-COUNT = 0
              ADD 1 TO WS-UNRATEABLE-COUNT
              MOVE 'CHANGED IN RUN' TO RDL-RESULT
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2400-EXIT
           END-IF
           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'POLROLL'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               UPDATE POLICY
                  SET EXPIRYDATE  = EXPIRYDATE + 1 YEAR,
                      PAYMENT     = :WS-NEW-PAYMENT,
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND EXPIRYDATE   = DATE(:WS-EXPIRY-DATE)
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-UNRATEABLE-COUNT
              MOVE 'CHANGED IN RUN' TO RDL-RESULT
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2400-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY '2400-APPLY-RENEWAL:'
              DISPLAY 'INVALID SQLCODE ON UPDATE POLICY:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

      * MOTOR.PREMIUM keeps the rated figure the discount is taken
      * from, so next year's notice quotes from the current rates.
           IF WS-POLICY-TYPE = 'M'
              EXEC SQL
                  UPDATE MOTOR
                     SET PREMIUM = :WS-RATED-PREMIUM
                   WHERE POLICYNUMBER = :WS-POLICY-NUM
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '2400-APPLY-RENEWAL:'
                 DISPLAY 'INVALID SQLCODE ON UPDATE MOTOR:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           MOVE 'RENCONF ' TO CRQ-LETTER-TYPE
           MOVE WS-CUSTOMER-NUM TO CRQ-CUSTOMER-NUM
           MOVE WS-POLICY-NUM   TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD

           ADD 1 TO WS-RENEWED-COUNT
           MOVE 'RENEWED' TO RDL-RESULT
           PERFORM 2900-WRITE-REPORT-LINE
              THRU 2900-EXIT
           .
       2400-EXIT.
           EXIT.

       2900-WRITE-REPORT-LINE.
           MOVE WS-POLICY-NUM   TO RDL-POLICY-NUM
           MOVE WS-POLICY-TYPE  TO RDL-POLICY-TYPE
           MOVE WS-CUSTOMER-NUM TO RDL-CUSTOMER-NUM
           MOVE WS-EXPIRY-DATE  TO RDL-EXPIRY-DATE
           MOVE WS-PAYMENT      TO RDL-OLD-PREMIUM
           MOVE WS-NEW-PAYMENT  TO RDL-NEW-PREMIUM
           MOVE WS-NCD-PCT      TO RDL-NCD-PCT
           MOVE ROLLOVER-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-EXPIRING-COUNT   TO RSL-EXPIRING
           MOVE WS-RENEWED-COUNT    TO RSL-RENEWED
           MOVE WS-OPTED-OUT-COUNT  TO RSL-OPTED-OUT
           MOVE WS-UNRATEABLE-COUNT TO RSL-UNRATEABLE
           MOVE WS-UNINVITED-COUNT  TO RSL-UNINVITED
           MOVE ROLLOVER-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE EXPIRING-CURSOR
           END-EXEC.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE ROLLOVER-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNRATEABLE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
