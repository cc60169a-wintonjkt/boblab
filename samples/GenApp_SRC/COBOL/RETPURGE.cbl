      ******************************************************************
      *                                                                *
      *            Retention-Period Purge                              *
      *                                                                *
      *   Monthly run that ages out everything the logs and history    *
      *   stores have kept longer than the business needs. RETAIN.DAT *
      *   names each store and its retention period (a number and a   *
      *   unit of D days, M months or Y years); anything dated before *
      *   the business date less that period is removed or folded     *
      *   into a summary:                                             *
      *                                                                *
      *     AUDIT.DAT      old audit records deleted in place         *
      *     CONTACT        DB2 contact-history rows deleted           *
      *     USAGE.HIST     old run volumes folded to one line per     *
      *                    month, copied to USAGHIST.NEW              *
      *     CUSTJRNL.ARC   old journal lines folded to one balance-   *
      *                    forward line per customer, copied to       *
      *                    JRNLARC.NEW                                *
      *     RUNCTL.ARC     old run-control lines dropped, copied to   *
      *                    RUNCTARC.NEW                               *
      *     MANIFEST.HIS   old manifests dropped, copied to           *
      *                    MANIFHIS.NEW                               *
      *     EXCPHIST.DAT   exceptions recurring for longer than the   *
      *                    period dropped, copied to EXCPHIST.NEW     *
      *     DQSCORE.HIST   old scorecard months dropped, copied to    *
      *                    DQSCORE.NEW                                *
      *     CLAIM          closed claims keep their financials but    *
      *                    lose the narrative and their notes         *
      *                                                                *
      *   A store with no rule on RETAIN.DAT is left as it is. The    *
      *   .NEW files replace the originals in the job step that       *
      *   follows this program, as for FORGETME.                      *
      *                                                                *
      *   Legal hold: a customer with an open complaint, an open      *
      *   claim or an entry on LEGLHOLD.DAT keeps every record in     *
      *   every store however old, and is listed under the store on   *
      *   the certificate. RETPURGE.CRT records per store the rule,   *
      *   the cutoff date, what was removed and what was held.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE
               ASSIGN TO "RETAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

      *    Customers held by legal or compliance beyond the open
      *    complaints and claims DB2 already shows.
           SELECT OPTIONAL LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

      *    Batch view of the permanent audit store LGAOFF01 loads.
           SELECT OPTIONAL AUDIT-MASTER-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL USAGE-HISTORY-IN
               ASSIGN TO "USAGE.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT USAGE-HISTORY-OUT
               ASSIGN TO "USAGHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-ARCHIVE-IN
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-ARCHIVE-OUT
               ASSIGN TO "JRNLARC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTL-ARCHIVE-IN
               ASSIGN TO "RUNCTL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNCTL-ARCHIVE-OUT
               ASSIGN TO "RUNCTARC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MANIFEST-HISTORY-IN
               ASSIGN TO "MANIFEST.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT MANIFEST-HISTORY-OUT
               ASSIGN TO "MANIFHIS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-HISTORY-IN
               ASSIGN TO "EXCPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHIST-STATUS.

           SELECT EXCEPTION-HISTORY-OUT
               ASSIGN TO "EXCPHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SCORE-HISTORY-IN
               ASSIGN TO "DQSCORE.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT SCORE-HISTORY-OUT
               ASSIGN TO "DQSCORE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO "RETPURGE.CRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One rule per store: store name, period, unit (D, M or Y).
       FD  RULES-FILE.
       01  RULES-RECORD.
           05  RTN-STORE          PIC X(12).
           05  FILLER             PIC X.
           05  RTN-PERIOD         PIC 9(3).
           05  FILLER             PIC X.
           05  RTN-UNIT           PIC X(1).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LGH-CUSTOMER       PIC 9(10).
           05  FILLER             PIC X.
           05  LGH-REASON         PIC X(20).

      * Same layout LGAOFF01 stores.
       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
              10 AM-DATE          PIC X(8).
              10 AM-DATE-PARTS REDEFINES AM-DATE.
                 15 AM-DATE-MM    PIC X(2).
                 15 AM-DATE-DD    PIC X(2).
                 15 AM-DATE-YYYY  PIC X(4).
              10 AM-TIME          PIC X(6).
              10 AM-SEQ           PIC 9(4).
           05 AM-TEXT             PIC X(110).

      * Same layout USAGRPT appends.
       FD  USAGE-HISTORY-IN.
       01  USAGE-HISTORY-IN-RECORD.
           05  HIST-RUN-DATE      PIC 9(8).
           05  HIST-INQUIRY-COUNT PIC 9(7).

       FD  USAGE-HISTORY-OUT.
       01  USAGE-HISTORY-OUT-RECORD PIC X(15).

      * Same layout JOURNAL-CYCLE archives.
       FD  JOURNAL-ARCHIVE-IN.
       01  JOURNAL-ARCHIVE-IN-RECORD.
           05  JRN-DATE           PIC 9(8).
           05  JRN-SOURCE         PIC X(5).
           05  JRN-CUST-ID        PIC 9(10).
           05  JRN-DC             PIC X(1).
           05  JRN-REASON         PIC X(4).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  JOURNAL-ARCHIVE-OUT.
       01  JOURNAL-ARCHIVE-OUT-RECORD PIC X(80).

      * Same layout RUNCTL-CYCLE archives.
       FD  RUNCTL-ARCHIVE-IN.
       01  RUNCTL-ARCHIVE-IN-RECORD.
           05  ARC-DATE           PIC 9(8).
           05  ARC-REST           PIC X(40).

       FD  RUNCTL-ARCHIVE-OUT.
       01  RUNCTL-ARCHIVE-OUT-RECORD PIC X(48).

      * Same layout CUSTOMER-SNAPSHOT keeps.
       FD  MANIFEST-HISTORY-IN.
       01  MANIFEST-HISTORY-IN-RECORD.
           05  MAN-RUN-DATE       PIC 9(8).
           05  MAN-REST           PIC X(32).

       FD  MANIFEST-HISTORY-OUT.
       01  MANIFEST-HISTORY-OUT-RECORD PIC X(40).

      * Same layout CUSTOMER-RECORDS rewrites each run.
       FD  EXCEPTION-HISTORY-IN.
       01  EXCEPTION-HISTORY-IN-RECORD.
           05  EXH-CUST-ID        PIC 9(10).
           05  EXH-REASON         PIC X(20).
           05  EXH-RUN-COUNT      PIC 9(3).

       FD  EXCEPTION-HISTORY-OUT.
       01  EXCEPTION-HISTORY-OUT-RECORD PIC X(33).

      * Same layout QUALITY-SCORECARD keeps.
       FD  SCORE-HISTORY-IN.
       01  SCORE-HISTORY-IN-RECORD.
           05  SCH-PERIOD         PIC 9(6).
           05  SCH-REST           PIC X(24).

       FD  SCORE-HISTORY-OUT.
       01  SCORE-HISTORY-OUT-RECORD PIC X(30).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE        PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-RULES-STATUS         PIC XX VALUE SPACES.
       01  WS-LEGAL-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-USAGE-STATUS         PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
       01  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS      PIC XX VALUE SPACES.
       01  WS-EXCHIST-STATUS       PIC XX VALUE SPACES.
       01  WS-SCORE-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS      PIC XX VALUE SPACES.
       01  WS-ERROR-FLAG           PIC X  VALUE "N".
       01  WS-HOLD-FAILED          PIC X  VALUE "N".
       01  WS-EOF-CURSOR           PIC X(01) VALUE 'N'.
           88 END-OF-CURSOR                  VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY          PIC 9(4).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).

      * The stores in the order they are purged and certified; the
      * rule, cutoff and counts for each are filled in as the run
      * goes.
       01  WS-STORE-NAMES.
           05 FILLER               PIC X(12) VALUE 'AUDIT.DAT'.
           05 FILLER               PIC X(12) VALUE 'CONTACT'.
           05 FILLER               PIC X(12) VALUE 'USAGE.HIST'.
           05 FILLER               PIC X(12) VALUE 'CUSTJRNL.ARC'.
           05 FILLER               PIC X(12) VALUE 'RUNCTL.ARC'.
           05 FILLER               PIC X(12) VALUE 'MANIFEST.HIS'.
           05 FILLER               PIC X(12) VALUE 'EXCPHIST.DAT'.
           05 FILLER               PIC X(12) VALUE 'DQSCORE.HIST'.
           05 FILLER               PIC X(12) VALUE 'CLAIM'.
       01  WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAMES.
           05 WS-STORE-NAME        PIC X(12) OCCURS 9 TIMES.

       01  WS-STORE-COUNT          PIC 9(2) VALUE 9.
       01  WS-SX                   PIC 9(2) VALUE ZEROS.
       01  WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 9 TIMES.
              10 WS-ST-RULE        PIC X(1).
                 88 WS-ST-HAS-RULE          VALUE 'Y'.
              10 WS-ST-PERIOD      PIC 9(3).
              10 WS-ST-UNIT        PIC X(1).
              10 WS-ST-CUTOFF      PIC 9(8).
              10 WS-ST-AGE-DAYS    PIC 9(5).
              10 WS-ST-REMOVED     PIC 9(7).
              10 WS-ST-WRITTEN     PIC 9(7).
              10 WS-ST-HELD        PIC 9(7).
              10 WS-ST-FAILED      PIC X(1).

       01  WS-AUDIT-IX             PIC 9(2) VALUE 1.
       01  WS-CONTACT-IX           PIC 9(2) VALUE 2.
       01  WS-USAGE-IX             PIC 9(2) VALUE 3.
       01  WS-JOURNAL-IX           PIC 9(2) VALUE 4.
       01  WS-RUNCTL-IX            PIC 9(2) VALUE 5.
       01  WS-MANIFEST-IX          PIC 9(2) VALUE 6.
       01  WS-EXCHIST-IX           PIC 9(2) VALUE 7.
       01  WS-SCORE-IX             PIC 9(2) VALUE 8.
       01  WS-CLAIM-IX             PIC 9(2) VALUE 9.

      * Cutoff arithmetic.
       01  WS-MONTH-COUNT          PIC S9(7) VALUE ZEROS.
       01  WS-CUTOFF-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY       PIC 9(4).
           05 WS-CUTOFF-MM         PIC 9(2).
           05 WS-CUTOFF-DD         PIC 9(2).
       01  WS-CUTOFF-ISO.
           05 WS-CUTOFF-ISO-YYYY   PIC 9(4).
           05 FILLER               PIC X VALUE '-'.
           05 WS-CUTOFF-ISO-MM     PIC 9(2).
           05 FILLER               PIC X VALUE '-'.
           05 WS-CUTOFF-ISO-DD     PIC 9(2).
       01  WS-CUTOFF-PERIOD        PIC 9(6) VALUE ZEROS.
       01  WS-RECORD-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE.
           05 WS-RECORD-YYYY       PIC X(4).
           05 WS-RECORD-MM         PIC X(2).
           05 WS-RECORD-DD         PIC X(2).

      * Customers under legal hold: open complaints and open claims
      * from DB2 plus LEGLHOLD.DAT. Hits are counted per store for
      * the certificate and cleared once the store is certified.
       01  WS-HOLD-MAX             PIC 9(5) VALUE 5000.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-HX                   PIC 9(5) VALUE ZEROS.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
              10 WS-HD-CUSTOMER    PIC 9(10).
              10 WS-HD-DIGITS REDEFINES WS-HD-CUSTOMER
                                   PIC X(10).
              10 WS-HD-REASON      PIC X(20).
              10 WS-HD-HITS        PIC 9(7).
       01  WS-CHECK-CUSTOMER       PIC 9(10) VALUE ZEROS.
       01  WS-CHECK-REASON         PIC X(20) VALUE SPACES.
       01  WS-HELD-FLAG            PIC X VALUE 'N'.
           88 CUSTOMER-HELD                  VALUE 'Y'.
       01  WS-HIT-COUNT            PIC 9(3) VALUE ZEROS.

      * Per-month fold of USAGE.HIST.
       01  WS-USAGE-MONTH          PIC 9(6) VALUE ZEROS.
       01  WS-USAGE-LAST-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-USAGE-TOTAL          PIC 9(7) VALUE ZEROS.
       01  WS-USAGE-LINES          PIC 9(5) VALUE ZEROS.
       01  WS-USAGE-FIRST-LINE     PIC X(15) VALUE SPACES.
       01  WS-USAGE-SUMMARY.
           05 WS-US-RUN-DATE       PIC 9(8).
           05 WS-US-INQUIRY-COUNT  PIC 9(7).

      * Per-customer fold of CUSTJRNL.ARC: the first old balance,
      * the last new balance and the span of dates they cover.
       01  WS-JS-MAX               PIC 9(5) VALUE 5000.
       01  WS-JS-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-JX                   PIC 9(5) VALUE ZEROS.
       01  WS-JOURNAL-SUMMARY.
           05 WS-JS-ENTRY OCCURS 5000 TIMES.
              10 WS-JS-CUSTOMER    PIC 9(10).
              10 WS-JS-LINES       PIC 9(7).
              10 WS-JS-FIRST-DATE  PIC 9(8).
              10 WS-JS-LAST-DATE   PIC 9(8).
              10 WS-JS-OPENING     PIC S9(7)V99.
              10 WS-JS-CLOSING     PIC S9(7)V99.
       01  WS-JS-FOUND             PIC X VALUE 'N'.
       01  WS-JOURNAL-LINE-OLD     PIC X VALUE 'N'.

      * DB2 host variables.
       01  WS-DB-CUSTOMER          PIC S9(9) USAGE COMP VALUE 0.
       01  WS-DB-CLAIM             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-DB-ROWS              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-DB-REASON            PIC X(20) VALUE SPACES.
       01  WS-NOTE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAIM-NOTES-DELETED  PIC 9(7) VALUE ZEROS.
       77  RETAINED-MARKER         PIC X(40)
                 VALUE 'DETAIL REMOVED AT END OF RETENTION'.

       01  WS-TOTAL-REMOVED        PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-HELD           PIC 9(9) VALUE ZEROS.
       01  WS-ANY-HELD             PIC X VALUE 'N'.

       01  CERT-HEADER-LINE.
           05 FILLER               PIC X(29)
                  VALUE 'RETENTION PURGE CERTIFICATE  '.
           05 FILLER               PIC X(4)  VALUE 'RUN '.
           05 CHL-DATE             PIC 9(8).
           05 FILLER               PIC X(17)
                  VALUE '  CUSTOMERS HELD '.
           05 CHL-HOLDS            PIC Z(4)9.
       01  CERT-DETAIL-LINE.
           05 CDL-STORE            PIC X(14).
           05 CDL-RULE             PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 CDL-CUTOFF           PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CDL-RESULT           PIC X(47).
       01  CERT-HELD-LINE.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'HELD CUST '.
           05 CHD-CUSTOMER         PIC 9(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CHD-REASON           PIC X(20).
           05 FILLER               PIC X(9)  VALUE ' RECORDS '.
           05 CHD-HITS             PIC Z(6)9.
       01  CERT-TOTAL-LINE.
           05 FILLER               PIC X(22)
                  VALUE 'TOTAL RECORDS REMOVED '.
           05 CTL-REMOVED          PIC Z(8)9.
           05 FILLER               PIC X(8)  VALUE '  HELD  '.
           05 CTL-HELD             PIC Z(8)9.
       01  WS-RULE-TEXT.
           05 WS-RULE-PERIOD       PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-RULE-UNIT         PIC X(1).
       01  WS-EDIT-COUNT-1         PIC 9(7) VALUE ZEROS.
       01  WS-EDIT-COUNT-2         PIC 9(7) VALUE ZEROS.
       01  WS-EDIT-COUNT-3         PIC 9(7) VALUE ZEROS.

           EXEC SQL
               DECLARE HOLD-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, 'OPEN COMPLAINT'
                 FROM COMPLAINT
                WHERE COALESCE(STATUS, ' ') NOT IN ('CL')
               UNION
               SELECT P.CUSTOMERNUMBER, 'OPEN CLAIM'
                 FROM CLAIM C, POLICY P
                WHERE P.POLICYNUMBER = C.POLICYNUMBER
                  AND COALESCE(C.STATUS, ' ') <> 'CL'
                ORDER BY 1
           END-EXEC.

           EXEC SQL
               DECLARE CONTACT-AGE-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, COUNT(*)
                 FROM CONTACT
                WHERE CONTACTDATE < :WS-CUTOFF-ISO
                GROUP BY CUSTOMERNUMBER
                ORDER BY CUSTOMERNUMBER
           END-EXEC.

      *    A claim already cut back carries the marker, so a later
      *    run does not count it again.
           EXEC SQL
               DECLARE CLAIM-AGE-CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER, COALESCE(P.CUSTOMERNUMBER, 0)
                 FROM CLAIM C
                 LEFT OUTER JOIN POLICY P
                   ON P.POLICYNUMBER = C.POLICYNUMBER
                WHERE C.STATUS = 'CL'
                  AND C.CLAIMDATE < :WS-CUTOFF-ISO
                  AND COALESCE(C.OBSERVATIONS, ' ')
                      <> :RETAINED-MARKER
                ORDER BY C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-PURGE-AUDIT-STORE
              THRU 2000-EXIT
           PERFORM 2500-PURGE-CONTACT-HISTORY
              THRU 2500-EXIT
           PERFORM 3000-FOLD-USAGE-HISTORY
              THRU 3000-EXIT
           PERFORM 3500-FOLD-JOURNAL-ARCHIVE
              THRU 3500-EXIT
           PERFORM 4000-PURGE-RUNCTL-ARCHIVE
              THRU 4000-EXIT
           PERFORM 4500-PURGE-MANIFEST-HISTORY
              THRU 4500-EXIT
           PERFORM 5000-PURGE-EXCEPTION-HISTORY
              THRU 5000-EXIT
           PERFORM 5500-PURGE-SCORE-HISTORY
              THRU 5500-EXIT
           PERFORM 6000-CUT-BACK-CLOSED-CLAIMS
              THRU 6000-EXIT

           PERFORM 8000-WRITE-CERTIFICATE-TOTAL
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not      *
      * the machine clock, so a rerun ages records the same way.      *
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
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STORE-COUNT
              MOVE 'N'   TO WS-ST-RULE (WS-SX)
              MOVE ZEROS TO WS-ST-PERIOD (WS-SX)
              MOVE SPACE TO WS-ST-UNIT (WS-SX)
              MOVE ZEROS TO WS-ST-CUTOFF (WS-SX)
              MOVE ZEROS TO WS-ST-AGE-DAYS (WS-SX)
              MOVE ZEROS TO WS-ST-REMOVED (WS-SX)
              MOVE ZEROS TO WS-ST-WRITTEN (WS-SX)
              MOVE ZEROS TO WS-ST-HELD (WS-SX)
              MOVE 'N'   TO WS-ST-FAILED (WS-SX)
           END-PERFORM
           PERFORM 1100-LOAD-RULES
              THRU 1100-EXIT
           PERFORM 1200-LOAD-HOLDS
              THRU 1200-EXIT
      *    An incomplete hold list would let a held customer's records
      *    go, so the run stops before anything is touched.
           IF WS-HOLD-FAILED = "Y"
              MOVE "Y" TO WS-ERROR-FLAG
              DISPLAY 'LEGAL HOLDS NOT LOADED - NOTHING PURGED'
              PERFORM 9000-END-PARA
           END-IF
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE WS-RUN-DATE   TO CHL-DATE
           MOVE WS-HOLD-COUNT TO CHL-HOLDS
           MOVE CERT-HEADER-LINE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A rule naming an unknown store, or with no usable period, is  *
      * reported and ignored rather than guessed at.                  *
      *----------------------------------------------------------------*
       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
              DISPLAY 'NO RETENTION RULES ON RETAIN.DAT'
              MOVE "Y" TO WS-ERROR-FLAG
              CLOSE RULES-FILE
              GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-RULES-STATUS NOT = "00"
              READ RULES-FILE
                 AT END MOVE "10" TO WS-RULES-STATUS
                 NOT AT END
                    PERFORM 1150-TAKE-RULE
                       THRU 1150-EXIT
              END-READ
           END-PERFORM
           CLOSE RULES-FILE
           .
       1100-EXIT.
           EXIT.

       1150-TAKE-RULE.
           IF RULES-RECORD = SPACES
              GO TO 1150-EXIT
           END-IF
           MOVE ZEROS TO WS-SX
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-STORE-COUNT
              IF WS-STORE-NAME (WS-HX) = RTN-STORE
                 MOVE WS-HX TO WS-SX
              END-IF
           END-PERFORM
           IF WS-SX = ZEROS
              DISPLAY 'RETENTION RULE FOR UNKNOWN STORE IGNORED: '
                      RTN-STORE
              GO TO 1150-EXIT
           END-IF
           IF RTN-PERIOD NOT NUMERIC
              OR RTN-PERIOD = ZEROS
              OR (RTN-UNIT NOT = 'D' AND RTN-UNIT NOT = 'M'
                  AND RTN-UNIT NOT = 'Y')
              DISPLAY 'INVALID RETENTION RULE IGNORED: ' RULES-RECORD
              GO TO 1150-EXIT
           END-IF
           MOVE 'Y'        TO WS-ST-RULE (WS-SX)
           MOVE RTN-PERIOD TO WS-ST-PERIOD (WS-SX)
           MOVE RTN-UNIT   TO WS-ST-UNIT (WS-SX)
           PERFORM 1180-SET-CUTOFF
              THRU 1180-EXIT
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Months and years step back from the business date, landing on *
      * the month end where the day does not exist (a 31st run with a *
      * 6-month rule cuts off at the end of the shorter month).       *
      * The age in days serves stores that count runs, not dates.     *
      *----------------------------------------------------------------*
       1180-SET-CUTOFF.
           IF WS-ST-UNIT (WS-SX) = 'D'
              COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - WS-ST-PERIOD (WS-SX))
           ELSE
              IF WS-ST-UNIT (WS-SX) = 'Y'
                 COMPUTE WS-MONTH-COUNT = WS-ST-PERIOD (WS-SX) * 12
              ELSE
                 MOVE WS-ST-PERIOD (WS-SX) TO WS-MONTH-COUNT
              END-IF
              COMPUTE WS-MONTH-COUNT = WS-RUN-YYYY * 12
                                     + WS-RUN-MM - 1 - WS-MONTH-COUNT
              DIVIDE WS-MONTH-COUNT BY 12
                  GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM
              ADD 1 TO WS-CUTOFF-MM
              MOVE WS-RUN-DD TO WS-CUTOFF-DD
              PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                               (WS-CUTOFF-DATE) = 0
                 SUBTRACT 1 FROM WS-CUTOFF-DD
              END-PERFORM
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-ST-CUTOFF (WS-SX)
           COMPUTE WS-ST-AGE-DAYS (WS-SX) =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-CUTOFF-DATE)
           .
       1180-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Open complaints and open claims are read fresh from DB2 each  *
      * run; LEGLHOLD.DAT adds holds placed by legal or compliance.   *
      *----------------------------------------------------------------*
       1200-LOAD-HOLDS.
           EXEC SQL
               OPEN HOLD-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON HOLD CURSOR OPEN:' SQLCODE
              MOVE "Y" TO WS-HOLD-FAILED
              GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM UNTIL END-OF-CURSOR
              EXEC SQL
                  FETCH HOLD-CURSOR
                  INTO :WS-DB-CUSTOMER, :WS-DB-REASON
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE WS-DB-CUSTOMER TO WS-CHECK-CUSTOMER
                    MOVE WS-DB-REASON   TO WS-CHECK-REASON
                    PERFORM 1250-ADD-HOLD
                       THRU 1250-EXIT
                 WHEN 100
                    SET END-OF-CURSOR TO TRUE
                 WHEN OTHER
                    DISPLAY 'INVALID SQLCODE ON HOLD FETCH:' SQLCODE
                    MOVE "Y" TO WS-HOLD-FAILED
                    SET END-OF-CURSOR TO TRUE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE HOLD-CURSOR
           END-EXEC

           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGAL-STATUS = "00"
              PERFORM UNTIL WS-LEGAL-STATUS NOT = "00"
                 READ LEGAL-HOLD-FILE
                    AT END MOVE "10" TO WS-LEGAL-STATUS
                    NOT AT END
                       IF LGH-CUSTOMER NUMERIC
                          MOVE LGH-CUSTOMER TO WS-CHECK-CUSTOMER
                          MOVE LGH-REASON   TO WS-CHECK-REASON
                          IF WS-CHECK-REASON = SPACES
                             MOVE 'LEGAL HOLD' TO WS-CHECK-REASON
                          END-IF
                          PERFORM 1250-ADD-HOLD
                             THRU 1250-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE LEGAL-HOLD-FILE
           .
       1200-EXIT.
           EXIT.

      *    A customer held for more than one reason is kept once,
      *    under the first reason found.
       1250-ADD-HOLD.
           PERFORM 1300-CHECK-HOLD
              THRU 1300-EXIT
           IF CUSTOMER-HELD
              GO TO 1250-EXIT
           END-IF
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
              DISPLAY 'LEGAL HOLD TABLE FULL AT ' WS-HOLD-MAX
              MOVE "Y" TO WS-HOLD-FAILED
              GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-CHECK-CUSTOMER TO WS-HD-CUSTOMER (WS-HOLD-COUNT)
           MOVE WS-CHECK-REASON   TO WS-HD-REASON (WS-HOLD-COUNT)
           MOVE ZEROS             TO WS-HD-HITS (WS-HOLD-COUNT)
           .
       1250-EXIT.
           EXIT.

      *    Sets CUSTOMER-HELD and WS-HX for WS-CHECK-CUSTOMER.
       1300-CHECK-HOLD.
           MOVE 'N' TO WS-HELD-FLAG
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLD-COUNT
                      OR CUSTOMER-HELD
              IF WS-HD-CUSTOMER (WS-HX) = WS-CHECK-CUSTOMER
                 MOVE 'Y' TO WS-HELD-FLAG
              END-IF
           END-PERFORM
           IF CUSTOMER-HELD
              SUBTRACT 1 FROM WS-HX
           END-IF
           .
       1300-EXIT.
           EXIT.

      *    Audit records carry the customer number at different
      *    offsets per transaction, so the whole text is searched,
      *    the same test FORGETME applies.
       1350-CHECK-AUDIT-HOLD.
           MOVE 'N' TO WS-HELD-FLAG
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLD-COUNT
                      OR CUSTOMER-HELD
              MOVE ZEROS TO WS-HIT-COUNT
              INSPECT AM-TEXT TALLYING WS-HIT-COUNT
                  FOR ALL WS-HD-DIGITS (WS-HX)
              IF WS-HIT-COUNT > 0
                 MOVE 'Y' TO WS-HELD-FLAG
              END-IF
           END-PERFORM
           IF CUSTOMER-HELD
              SUBTRACT 1 FROM WS-HX
           END-IF
           .
       1350-EXIT.
           EXIT.

      *    A held record is kept and counted against the customer.
       1400-COUNT-HELD.
           ADD 1 TO WS-ST-HELD (WS-SX)
           ADD 1 TO WS-HD-HITS (WS-HX)
           .
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The audit key leads with the CICS date, MMDDYYYY, so the file *
      * is not in date order and is read through; old records not     *
      * naming a held customer are deleted in place.                  *
      *----------------------------------------------------------------*
       2000-PURGE-AUDIT-STORE.
           MOVE WS-AUDIT-IX TO WS-SX
           IF NOT WS-ST-HAS-RULE (WS-SX)
              GO TO 2000-CERTIFY
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              IF WS-AUDIT-STATUS NOT = "05"
                 DISPLAY 'INVALID FILE STATUS ON AUDIT OPEN:'
                          WS-AUDIT-STATUS
                 MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              END-IF
              CLOSE AUDIT-MASTER-FILE
              GO TO 2000-CERTIFY
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
              READ AUDIT-MASTER-FILE NEXT RECORD
                 AT END MOVE "10" TO WS-AUDIT-STATUS
                 NOT AT END
                    PERFORM 2100-AGE-AUDIT-RECORD
                       THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE AUDIT-MASTER-FILE
           .
       2000-CERTIFY.
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-AGE-AUDIT-RECORD.
           MOVE AM-DATE-YYYY TO WS-RECORD-YYYY
           MOVE AM-DATE-MM   TO WS-RECORD-MM
           MOVE AM-DATE-DD   TO WS-RECORD-DD
           IF WS-RECORD-DATE NOT NUMERIC
              OR WS-RECORD-DATE NOT < WS-ST-CUTOFF (WS-SX)
              GO TO 2100-EXIT
           END-IF
           PERFORM 1350-CHECK-AUDIT-HOLD
              THRU 1350-EXIT
           IF CUSTOMER-HELD
              PERFORM 1400-COUNT-HELD
                 THRU 1400-EXIT
              GO TO 2100-EXIT
           END-IF
           DELETE AUDIT-MASTER-FILE RECORD
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY 'INVALID FILE STATUS ON AUDIT DELETE:'
                       WS-AUDIT-STATUS
              MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ST-REMOVED (WS-SX)
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Contact history is taken a customer at a time so a held       *
      * customer's rows are counted and left while the rest go.       *
      *----------------------------------------------------------------*
       2500-PURGE-CONTACT-HISTORY.
           MOVE WS-CONTACT-IX TO WS-SX
           IF NOT WS-ST-HAS-RULE (WS-SX)
              GO TO 2500-CERTIFY
           END-IF
           PERFORM 7900-SET-CUTOFF-ISO
              THRU 7900-EXIT
           EXEC SQL
               OPEN CONTACT-AGE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CONTACT CURSOR OPEN:' SQLCODE
              MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              GO TO 2500-CERTIFY
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM UNTIL END-OF-CURSOR
              EXEC SQL
                  FETCH CONTACT-AGE-CURSOR
                  INTO :WS-DB-CUSTOMER, :WS-DB-ROWS
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 2550-AGE-ONE-CUSTOMER
                       THRU 2550-EXIT
                 WHEN 100
                    SET END-OF-CURSOR TO TRUE
                 WHEN OTHER
                    DISPLAY 'INVALID SQLCODE ON CONTACT FETCH:' SQLCODE
                    MOVE 'Y' TO WS-ST-FAILED (WS-SX)
                    SET END-OF-CURSOR TO TRUE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CONTACT-AGE-CURSOR
           END-EXEC
           .
       2500-CERTIFY.
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       2500-EXIT.
           EXIT.

       2550-AGE-ONE-CUSTOMER.
           MOVE WS-DB-CUSTOMER TO WS-CHECK-CUSTOMER
           PERFORM 1300-CHECK-HOLD
              THRU 1300-EXIT
           IF CUSTOMER-HELD
              ADD WS-DB-ROWS TO WS-ST-HELD (WS-SX)
              ADD WS-DB-ROWS TO WS-HD-HITS (WS-HX)
              GO TO 2550-EXIT
           END-IF
           EXEC SQL
               DELETE FROM CONTACT
                WHERE CUSTOMERNUMBER = :WS-DB-CUSTOMER
                  AND CONTACTDATE    < :WS-CUTOFF-ISO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD WS-DB-ROWS TO WS-ST-REMOVED (WS-SX)
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON CONTACT DELETE:' SQLCODE
                 MOVE 'Y' TO WS-ST-FAILED (WS-SX)
           END-EVALUATE
           .
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * USAGE.HIST is in run order. Old lines are folded into one     *
      * line per month, dated the month's last run and carrying the   *
      * month's total; a month already down to one line is copied as  *
      * it stands, so a rerun changes nothing.                        *
      *----------------------------------------------------------------*
       3000-FOLD-USAGE-HISTORY.
           MOVE WS-USAGE-IX TO WS-SX
           MOVE ZEROS TO WS-USAGE-MONTH
           MOVE ZEROS TO WS-USAGE-LINES
           OPEN INPUT USAGE-HISTORY-IN
           OPEN OUTPUT USAGE-HISTORY-OUT
           IF WS-USAGE-STATUS = "00"
              PERFORM UNTIL WS-USAGE-STATUS NOT = "00"
                 READ USAGE-HISTORY-IN
                    AT END MOVE "10" TO WS-USAGE-STATUS
                    NOT AT END
                       PERFORM 3100-AGE-USAGE-LINE
                          THRU 3100-EXIT
                 END-READ
              END-PERFORM
              PERFORM 3200-WRITE-USAGE-MONTH
                 THRU 3200-EXIT
           END-IF
           CLOSE USAGE-HISTORY-IN
           CLOSE USAGE-HISTORY-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-AGE-USAGE-LINE.
           IF NOT WS-ST-HAS-RULE (WS-SX)
              OR HIST-RUN-DATE NOT < WS-ST-CUTOFF (WS-SX)
              PERFORM 3200-WRITE-USAGE-MONTH
                 THRU 3200-EXIT
              MOVE USAGE-HISTORY-IN-RECORD TO USAGE-HISTORY-OUT-RECORD
              WRITE USAGE-HISTORY-OUT-RECORD
              GO TO 3100-EXIT
           END-IF
           IF HIST-RUN-DATE (1:6) NOT = WS-USAGE-MONTH
              PERFORM 3200-WRITE-USAGE-MONTH
                 THRU 3200-EXIT
              MOVE HIST-RUN-DATE (1:6) TO WS-USAGE-MONTH
              MOVE USAGE-HISTORY-IN-RECORD TO WS-USAGE-FIRST-LINE
           END-IF
           ADD 1 TO WS-USAGE-LINES
           ADD HIST-INQUIRY-COUNT TO WS-USAGE-TOTAL
           MOVE HIST-RUN-DATE TO WS-USAGE-LAST-DATE
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-USAGE-MONTH.
           IF WS-USAGE-LINES = ZEROS
              GO TO 3200-EXIT
           END-IF
           IF WS-USAGE-LINES = 1
              MOVE WS-USAGE-FIRST-LINE TO USAGE-HISTORY-OUT-RECORD
           ELSE
              MOVE WS-USAGE-LAST-DATE TO WS-US-RUN-DATE
              MOVE WS-USAGE-TOTAL     TO WS-US-INQUIRY-COUNT
              MOVE WS-USAGE-SUMMARY   TO USAGE-HISTORY-OUT-RECORD
              ADD WS-USAGE-LINES TO WS-ST-REMOVED (WS-SX)
              ADD 1 TO WS-ST-WRITTEN (WS-SX)
           END-IF
           WRITE USAGE-HISTORY-OUT-RECORD
           MOVE ZEROS TO WS-USAGE-MONTH
           MOVE ZEROS TO WS-USAGE-LINES
           MOVE ZEROS TO WS-USAGE-TOTAL
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The journal archive is read twice. The first pass gathers,    *
      * per customer, the opening balance of the oldest old line and  *
      * the closing balance of the newest. The second writes one      *
      * balance-forward line per customer (source and reason RETN)    *
      * ahead of the lines that stay, so the archive still proves     *
      * from its first line to its last. Held customers keep every    *
      * line; customers beyond the table keep theirs until the next   *
      * run.                                                          *
      *----------------------------------------------------------------*
       3500-FOLD-JOURNAL-ARCHIVE.
           MOVE WS-JOURNAL-IX TO WS-SX
           MOVE ZEROS TO WS-JS-COUNT
           IF WS-ST-HAS-RULE (WS-SX)
              OPEN INPUT JOURNAL-ARCHIVE-IN
              IF WS-JOURNAL-STATUS = "00"
                 PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                    READ JOURNAL-ARCHIVE-IN
                       AT END MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END
                          PERFORM 3600-GATHER-JOURNAL-LINE
                             THRU 3600-EXIT
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE JOURNAL-ARCHIVE-IN
           END-IF

           OPEN INPUT JOURNAL-ARCHIVE-IN
           OPEN OUTPUT JOURNAL-ARCHIVE-OUT
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JS-COUNT
              PERFORM 3700-WRITE-BALANCE-FORWARD
                 THRU 3700-EXIT
           END-PERFORM
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ JOURNAL-ARCHIVE-IN
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 3800-COPY-JOURNAL-LINE
                          THRU 3800-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE JOURNAL-ARCHIVE-IN
           CLOSE JOURNAL-ARCHIVE-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       3500-EXIT.
           EXIT.

       3600-GATHER-JOURNAL-LINE.
           IF JRN-DATE NOT < WS-ST-CUTOFF (WS-SX)
              GO TO 3600-EXIT
           END-IF
           MOVE JRN-CUST-ID TO WS-CHECK-CUSTOMER
           PERFORM 1300-CHECK-HOLD
              THRU 1300-EXIT
           IF CUSTOMER-HELD
              PERFORM 1400-COUNT-HELD
                 THRU 1400-EXIT
              GO TO 3600-EXIT
           END-IF
           PERFORM 3650-FIND-JOURNAL-CUSTOMER
              THRU 3650-EXIT
           IF WS-JS-FOUND = 'N'
              IF WS-JS-COUNT >= WS-JS-MAX
                 GO TO 3600-EXIT
              END-IF
              ADD 1 TO WS-JS-COUNT
              MOVE WS-JS-COUNT     TO WS-JX
              MOVE JRN-CUST-ID     TO WS-JS-CUSTOMER (WS-JX)
              MOVE ZEROS           TO WS-JS-LINES (WS-JX)
              MOVE JRN-DATE        TO WS-JS-FIRST-DATE (WS-JX)
              MOVE JRN-OLD-BALANCE TO WS-JS-OPENING (WS-JX)
           END-IF
           ADD 1 TO WS-JS-LINES (WS-JX)
           MOVE JRN-DATE        TO WS-JS-LAST-DATE (WS-JX)
           MOVE JRN-NEW-BALANCE TO WS-JS-CLOSING (WS-JX)
           .
       3600-EXIT.
           EXIT.

       3650-FIND-JOURNAL-CUSTOMER.
           MOVE 'N' TO WS-JS-FOUND
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JS-COUNT
                      OR WS-JS-FOUND = 'Y'
              IF WS-JS-CUSTOMER (WS-JX) = JRN-CUST-ID
                 MOVE 'Y' TO WS-JS-FOUND
              END-IF
           END-PERFORM
           IF WS-JS-FOUND = 'Y'
              SUBTRACT 1 FROM WS-JX
           END-IF
           .
       3650-EXIT.
           EXIT.

      *    A customer with a single old line keeps that line as it
      *    stands (3800 copies it), so a rerun folds nothing twice.
       3700-WRITE-BALANCE-FORWARD.
           IF WS-JS-LINES (WS-JX) < 2
              GO TO 3700-EXIT
           END-IF
           MOVE WS-JS-LAST-DATE (WS-JX)  TO JRN-DATE
           MOVE 'RETN '                  TO JRN-SOURCE
           MOVE WS-JS-CUSTOMER (WS-JX)   TO JRN-CUST-ID
           MOVE 'RETN'                   TO JRN-REASON
           MOVE WS-JS-OPENING (WS-JX)    TO JRN-OLD-BALANCE
           MOVE WS-JS-CLOSING (WS-JX)    TO JRN-NEW-BALANCE
           IF WS-JS-CLOSING (WS-JX) < WS-JS-OPENING (WS-JX)
              MOVE 'D' TO JRN-DC
              COMPUTE JRN-AMOUNT = WS-JS-OPENING (WS-JX)
                                 - WS-JS-CLOSING (WS-JX)
           ELSE
              MOVE 'C' TO JRN-DC
              COMPUTE JRN-AMOUNT = WS-JS-CLOSING (WS-JX)
                                 - WS-JS-OPENING (WS-JX)
           END-IF
           MOVE WS-JS-FIRST-DATE (WS-JX) TO JRN-ORIG-DATE
           MOVE ZEROS                    TO JRN-POLICY-NUM
           MOVE JOURNAL-ARCHIVE-IN-RECORD TO JOURNAL-ARCHIVE-OUT-RECORD
           WRITE JOURNAL-ARCHIVE-OUT-RECORD
           ADD WS-JS-LINES (WS-JX) TO WS-ST-REMOVED (WS-SX)
           ADD 1 TO WS-ST-WRITTEN (WS-SX)
           .
       3700-EXIT.
           EXIT.

       3800-COPY-JOURNAL-LINE.
           IF WS-ST-HAS-RULE (WS-SX)
              AND JRN-DATE < WS-ST-CUTOFF (WS-SX)
              PERFORM 3650-FIND-JOURNAL-CUSTOMER
                 THRU 3650-EXIT
              IF WS-JS-FOUND = 'Y'
                 IF WS-JS-LINES (WS-JX) > 1
                    GO TO 3800-EXIT
                 END-IF
              END-IF
           END-IF
           MOVE JOURNAL-ARCHIVE-IN-RECORD TO JOURNAL-ARCHIVE-OUT-RECORD
           WRITE JOURNAL-ARCHIVE-OUT-RECORD
           .
       3800-EXIT.
           EXIT.

       4000-PURGE-RUNCTL-ARCHIVE.
           MOVE WS-RUNCTL-IX TO WS-SX
           OPEN INPUT RUNCTL-ARCHIVE-IN
           OPEN OUTPUT RUNCTL-ARCHIVE-OUT
           IF WS-RUNCTL-STATUS = "00"
              PERFORM UNTIL WS-RUNCTL-STATUS NOT = "00"
                 READ RUNCTL-ARCHIVE-IN
                    AT END MOVE "10" TO WS-RUNCTL-STATUS
                    NOT AT END
                       MOVE ARC-DATE TO WS-RECORD-DATE
                       IF WS-ST-HAS-RULE (WS-SX)
                          AND WS-RECORD-DATE < WS-ST-CUTOFF (WS-SX)
                          ADD 1 TO WS-ST-REMOVED (WS-SX)
                       ELSE
                          MOVE RUNCTL-ARCHIVE-IN-RECORD
                            TO RUNCTL-ARCHIVE-OUT-RECORD
                          WRITE RUNCTL-ARCHIVE-OUT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RUNCTL-ARCHIVE-IN
           CLOSE RUNCTL-ARCHIVE-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       4000-EXIT.
           EXIT.

       4500-PURGE-MANIFEST-HISTORY.
           MOVE WS-MANIFEST-IX TO WS-SX
           OPEN INPUT MANIFEST-HISTORY-IN
           OPEN OUTPUT MANIFEST-HISTORY-OUT
           IF WS-MANIFEST-STATUS = "00"
              PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                 READ MANIFEST-HISTORY-IN
                    AT END MOVE "10" TO WS-MANIFEST-STATUS
                    NOT AT END
                       MOVE MAN-RUN-DATE TO WS-RECORD-DATE
                       IF WS-ST-HAS-RULE (WS-SX)
                          AND WS-RECORD-DATE < WS-ST-CUTOFF (WS-SX)
                          ADD 1 TO WS-ST-REMOVED (WS-SX)
                       ELSE
                          MOVE MANIFEST-HISTORY-IN-RECORD
                            TO MANIFEST-HISTORY-OUT-RECORD
                          WRITE MANIFEST-HISTORY-OUT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MANIFEST-HISTORY-IN
           CLOSE MANIFEST-HISTORY-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * EXCPHIST.DAT holds no date: each entry carries the number of  *
      * consecutive nightly runs its exception has recurred. An entry *
      * whose run count exceeds the period in days has been open for  *
      * longer than the period and is dropped; CUSTOMER-RECORDS       *
      * starts it again at one if the exception is still there.       *
      *----------------------------------------------------------------*
       5000-PURGE-EXCEPTION-HISTORY.
           MOVE WS-EXCHIST-IX TO WS-SX
           OPEN INPUT EXCEPTION-HISTORY-IN
           OPEN OUTPUT EXCEPTION-HISTORY-OUT
           IF WS-EXCHIST-STATUS = "00"
              PERFORM UNTIL WS-EXCHIST-STATUS NOT = "00"
                 READ EXCEPTION-HISTORY-IN
                    AT END MOVE "10" TO WS-EXCHIST-STATUS
                    NOT AT END
                       PERFORM 5100-AGE-EXCEPTION-ENTRY
                          THRU 5100-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EXCEPTION-HISTORY-IN
           CLOSE EXCEPTION-HISTORY-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       5000-EXIT.
           EXIT.

       5100-AGE-EXCEPTION-ENTRY.
           IF WS-ST-HAS-RULE (WS-SX)
              AND EXH-RUN-COUNT > WS-ST-AGE-DAYS (WS-SX)
              MOVE EXH-CUST-ID TO WS-CHECK-CUSTOMER
              PERFORM 1300-CHECK-HOLD
                 THRU 1300-EXIT
              IF CUSTOMER-HELD
                 PERFORM 1400-COUNT-HELD
                    THRU 1400-EXIT
              ELSE
                 ADD 1 TO WS-ST-REMOVED (WS-SX)
                 GO TO 5100-EXIT
              END-IF
           END-IF
           MOVE EXCEPTION-HISTORY-IN-RECORD
             TO EXCEPTION-HISTORY-OUT-RECORD
           WRITE EXCEPTION-HISTORY-OUT-RECORD
           .
       5100-EXIT.
           EXIT.

      *    DQSCORE.HIST is kept by month, so a month is dropped once
      *    it falls wholly before the cutoff month.
       5500-PURGE-SCORE-HISTORY.
           MOVE WS-SCORE-IX TO WS-SX
           MOVE WS-ST-CUTOFF (WS-SX) (1:6) TO WS-CUTOFF-PERIOD
           OPEN INPUT SCORE-HISTORY-IN
           OPEN OUTPUT SCORE-HISTORY-OUT
           IF WS-SCORE-STATUS = "00"
              PERFORM UNTIL WS-SCORE-STATUS NOT = "00"
                 READ SCORE-HISTORY-IN
                    AT END MOVE "10" TO WS-SCORE-STATUS
                    NOT AT END
                       IF WS-ST-HAS-RULE (WS-SX)
                          AND SCH-PERIOD < WS-CUTOFF-PERIOD
                          ADD 1 TO WS-ST-REMOVED (WS-SX)
                       ELSE
                          MOVE SCORE-HISTORY-IN-RECORD
                            TO SCORE-HISTORY-OUT-RECORD
                          WRITE SCORE-HISTORY-OUT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SCORE-HISTORY-IN
           CLOSE SCORE-HISTORY-OUT
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Closed claims stay on CLAIM - LOSSRPT, the reserve history    *
      * and the bordereaux still sum their value and payments - but   *
      * past the period the narrative goes: cause, observations and   *
      * status reason are cleared and the claim's notes deleted. A    *
      * claim whose policyholder is held is left whole.               *
      *----------------------------------------------------------------*
       6000-CUT-BACK-CLOSED-CLAIMS.
           MOVE WS-CLAIM-IX TO WS-SX
           IF NOT WS-ST-HAS-RULE (WS-SX)
              GO TO 6000-CERTIFY
           END-IF
           PERFORM 7900-SET-CUTOFF-ISO
              THRU 7900-EXIT
           EXEC SQL
               OPEN CLAIM-AGE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CLAIM CURSOR OPEN:' SQLCODE
              MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              GO TO 6000-CERTIFY
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM UNTIL END-OF-CURSOR
              EXEC SQL
                  FETCH CLAIM-AGE-CURSOR
                  INTO :WS-DB-CLAIM, :WS-DB-CUSTOMER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 6100-CUT-BACK-ONE-CLAIM
                       THRU 6100-EXIT
                 WHEN 100
                    SET END-OF-CURSOR TO TRUE
                 WHEN OTHER
                    DISPLAY 'INVALID SQLCODE ON CLAIM FETCH:' SQLCODE
                    MOVE 'Y' TO WS-ST-FAILED (WS-SX)
                    SET END-OF-CURSOR TO TRUE
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE CLAIM-AGE-CURSOR
           END-EXEC
           .
       6000-CERTIFY.
           PERFORM 7000-CERTIFY-STORE
              THRU 7000-EXIT
           .
       6000-EXIT.
           EXIT.

       6100-CUT-BACK-ONE-CLAIM.
           MOVE WS-DB-CUSTOMER TO WS-CHECK-CUSTOMER
           PERFORM 1300-CHECK-HOLD
              THRU 1300-EXIT
           IF CUSTOMER-HELD
              PERFORM 1400-COUNT-HELD
                 THRU 1400-EXIT
              GO TO 6100-EXIT
           END-IF
           EXEC SQL
               UPDATE CLAIM
                  SET CAUSE        = ' ',
                      OBSERVATIONS = :RETAINED-MARKER,
                      STATUSREASON = ' '
                WHERE CLAIMNUMBER  = :WS-DB-CLAIM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CLAIM UPDATE:' SQLCODE
              MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-ST-REMOVED (WS-SX)
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NOTE-COUNT
                 FROM NOTES
                WHERE CLAIMNUMBER = :WS-DB-CLAIM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON NOTES COUNT:' SQLCODE
              MOVE 'Y' TO WS-ST-FAILED (WS-SX)
              GO TO 6100-EXIT
           END-IF
           IF WS-NOTE-COUNT = 0
              GO TO 6100-EXIT
           END-IF
           EXEC SQL
               DELETE FROM NOTES
                WHERE CLAIMNUMBER = :WS-DB-CLAIM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD WS-NOTE-COUNT TO WS-CLAIM-NOTES-DELETED
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON NOTES DELETE:' SQLCODE
                 MOVE 'Y' TO WS-ST-FAILED (WS-SX)
           END-EVALUATE
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One certificate line per store, then a line for every held    *
      * customer who kept records in it.                              *
      *----------------------------------------------------------------*
       7000-CERTIFY-STORE.
           MOVE WS-STORE-NAME (WS-SX) TO CDL-STORE
           MOVE SPACES TO CDL-RESULT
           IF NOT WS-ST-HAS-RULE (WS-SX)
              MOVE 'NO RULE' TO CDL-RULE
              MOVE SPACES    TO CDL-CUTOFF
              MOVE 'NOT PURGED' TO CDL-RESULT
              GO TO 7000-WRITE
           END-IF
           MOVE WS-ST-PERIOD (WS-SX) TO WS-RULE-PERIOD
           MOVE WS-ST-UNIT (WS-SX)   TO WS-RULE-UNIT
           MOVE WS-RULE-TEXT         TO CDL-RULE
           MOVE WS-ST-CUTOFF (WS-SX) TO CDL-CUTOFF
           MOVE WS-ST-REMOVED (WS-SX) TO WS-EDIT-COUNT-1
           MOVE WS-ST-HELD (WS-SX)    TO WS-EDIT-COUNT-3
           EVALUATE TRUE
              WHEN WS-ST-FAILED (WS-SX) = 'Y'
                 STRING 'ERROR - SEE JOB LOG  REMOVED '
                        DELIMITED BY SIZE
                        WS-EDIT-COUNT-1 DELIMITED BY SIZE
                    INTO CDL-RESULT
                 END-STRING
              WHEN WS-SX = WS-CLAIM-IX
                 MOVE WS-CLAIM-NOTES-DELETED TO WS-EDIT-COUNT-2
                 STRING 'CUT BACK ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-1 DELIMITED BY SIZE
                        ' NOTES ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-2 DELIMITED BY SIZE
                        ' HELD ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-3 DELIMITED BY SIZE
                    INTO CDL-RESULT
                 END-STRING
              WHEN WS-SX = WS-USAGE-IX
                OR WS-SX = WS-JOURNAL-IX
                 MOVE WS-ST-WRITTEN (WS-SX) TO WS-EDIT-COUNT-2
                 STRING 'FOLDED ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-1 DELIMITED BY SIZE
                        ' INTO ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-2 DELIMITED BY SIZE
                        ' HELD ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-3 DELIMITED BY SIZE
                    INTO CDL-RESULT
                 END-STRING
              WHEN OTHER
                 STRING 'DELETED ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-1 DELIMITED BY SIZE
                        ' HELD ' DELIMITED BY SIZE
                        WS-EDIT-COUNT-3 DELIMITED BY SIZE
                    INTO CDL-RESULT
                 END-STRING
           END-EVALUATE
           IF WS-ST-FAILED (WS-SX) = 'Y'
              MOVE "Y" TO WS-ERROR-FLAG
           END-IF
           ADD WS-ST-REMOVED (WS-SX) TO WS-TOTAL-REMOVED
           ADD WS-ST-HELD (WS-SX)    TO WS-TOTAL-HELD
           .
       7000-WRITE.
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLD-COUNT
              IF WS-HD-HITS (WS-HX) > ZEROS
                 MOVE WS-HD-CUSTOMER (WS-HX) TO CHD-CUSTOMER
                 MOVE WS-HD-REASON (WS-HX)   TO CHD-REASON
                 MOVE WS-HD-HITS (WS-HX)     TO CHD-HITS
                 MOVE CERT-HELD-LINE TO CERTIFICATE-LINE
                 WRITE CERTIFICATE-LINE
                 MOVE ZEROS TO WS-HD-HITS (WS-HX)
                 MOVE 'Y' TO WS-ANY-HELD
              END-IF
           END-PERFORM
           .
       7000-EXIT.
           EXIT.

       7900-SET-CUTOFF-ISO.
           MOVE WS-ST-CUTOFF (WS-SX) TO WS-CUTOFF-DATE
           MOVE WS-CUTOFF-YYYY TO WS-CUTOFF-ISO-YYYY
           MOVE WS-CUTOFF-MM   TO WS-CUTOFF-ISO-MM
           MOVE WS-CUTOFF-DD   TO WS-CUTOFF-ISO-DD
           .
       7900-EXIT.
           EXIT.

       8000-WRITE-CERTIFICATE-TOTAL.
           MOVE WS-TOTAL-REMOVED TO CTL-REMOVED
           MOVE WS-TOTAL-HELD    TO CTL-HELD
           MOVE CERT-TOTAL-LINE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           CLOSE CERTIFICATE-FILE
           .
       8000-EXIT.
           EXIT.

      *    RC 8 when a store failed or there were no rules, RC 4 when
      *    records were kept back under a legal hold.
       9000-END-PARA.
           EVALUATE TRUE
              WHEN WS-ERROR-FLAG = "Y"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ANY-HELD = "Y"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
       9000-EXIT.
           EXIT.
