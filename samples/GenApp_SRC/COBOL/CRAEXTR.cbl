      ******************************************************************
      *                                                                *
      *     Credit Reference Agency Monthly Extract                    *
      *                                                                *
      *   Reports back to the credit reference agency under the       *
      *   data-sharing agreement that gives us CREDFILE.DAT: once a   *
      *   month, one record for every customer with an installment   *
      *   plan or a debit balance, carrying how the account stands:  *
      *                                                                *
      *     0      up to date                                         *
      *     1-3    months in arrears - the longer of the oldest       *
      *            billed installment still unpaid (INSTALLMENT) and  *
      *            the reminder stage reached on DUNNING.DAT          *
      *     C      in collections - DUNNING.DAT stage 4 or beyond,    *
      *            or on the COLLEXT.DAT collections extract          *
      *     W      written off - a WOFF credit on the customer        *
      *            journal; once reported, always reported so         *
      *     S      settled - reported before, and now with neither    *
      *            plan nor debit balance; reported once, then the    *
      *            account drops from the file                        *
      *                                                                *
      *   A customer on the disputes register DISPUTE.DAT, kept by    *
      *   the customer desk while an account is under dispute, is     *
      *   left off the file altogether and their history left as it  *
      *   stood until the dispute is closed.                          *
      *                                                                *
      *   CRAEXTR.DAT is the agency's fixed format: an HDR record     *
      *   with the sequence (continued from the CRAMANIF.DAT          *
      *   manifest, as the other regulator feeds), the reporting      *
      *   month and the run date, one ACC record per account and a    *
      *   TRL count. CRASTATE.DAT holds what each account was last    *
      *   reported as, so a settled account is recognised. A month   *
      *   already on the manifest is not sent again (RC 4).           *
      *   CRAREJLD loads the agency's rejections back for the desk    *
      *   to correct.                                                 *
      *                                                                *
      *   CRAEXTR.DAT is registered and kept by the OUTXMIT REG       *
      *   step that follows, and resent from that copy.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAEXTR.
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

           SELECT OPTIONAL STATE-FILE
               ASSIGN TO "CRASTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT OPTIONAL DUNNING-FILE
               ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT OPTIONAL COLLECTION-EXTRACT
               ASSIGN TO "COLLEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLEXT-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVE
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "CRAEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MANIFEST-FILE
               ASSIGN TO "CRAMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT EXTRACT-REPORT
               ASSIGN TO "CRAEXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same indexed KSDS layout as customer-records.cob's
      * CUSTOMER-FILE.
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

      * What each account was last reported as, and in which month.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05 STA-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 STA-ACCOUNT-STATUS       PIC X(1).
           05 FILLER                   PIC X.
           05 STA-ACCOUNT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 STA-PERIOD               PIC 9(6).

      * Accounts under dispute, one line each, kept by the desk and
      * removed when the dispute is closed.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DSP-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 DSP-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 DSP-REASON               PIC X(30).

      * Same layout COLLECTIONS-CYCLE keeps.
       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           05  DUN-CUST-ID        PIC 9(10).
           05  DUN-STAGE          PIC 9(1).
           05  DUN-STAGE-DATE     PIC 9(8).

      * Delimited id, name, balance, currency lines.
       FD  COLLECTION-EXTRACT.
       01  COLLECTION-RECORD           PIC X(80).

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(75).

       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD              PIC X(75).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD              PIC X(120).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MAN-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X.
           05 MAN-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 MAN-COUNT                PIC 9(7).
           05 FILLER                   PIC X.
           05 MAN-PERIOD               PIC 9(6).

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

       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-STATE-STATUS             PIC XX VALUE SPACES.
       01  WS-DISPUTE-STATUS           PIC XX VALUE SPACES.
       01  WS-DUNNING-STATUS           PIC XX VALUE SPACES.
       01  WS-COLLEXT-STATUS           PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-MONTH REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM            PIC 9(6).
           05 WS-RUN-DD                PIC 9(2).
       01  WS-SEQUENCE                 PIC 9(6) VALUE ZEROS.
       01  WS-PERIOD-SENT              PIC X VALUE 'N'.

      * Host variables for the plan cursor.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-PLAN-OUTSTANDING         PIC S9(9) USAGE COMP.
       01  WS-OLDEST-BILLED            PIC X(10).

      * Customers with an open installment plan: the scheduled
      * amount still to come, and the due date of the oldest
      * installment billed and not yet paid (zero when none is).
       01  WS-PLN-COUNT                PIC 9(4) VALUE 0.
       01  WS-PLN-TABLE.
           05 WS-PLN-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-PL-IX.
              10 WS-PL-CUST-ID         PIC 9(10).
              10 WS-PL-OUTSTANDING     PIC 9(9).
              10 WS-PL-OLDEST-BILLED   PIC 9(8).
       01  WS-PLN-FOUND                PIC X VALUE 'N'.

       01  WS-DSP-COUNT                PIC 9(4) VALUE 0.
       01  WS-DSP-TABLE.
           05 WS-DSP-CUST-ID OCCURS 2000 TIMES
                                   INDEXED BY WS-DS-IX
                                       PIC 9(10).
       01  WS-DSP-FOUND                PIC X VALUE 'N'.

       01  WS-DUN-COUNT                PIC 9(4) VALUE 0.
       01  WS-DUN-TABLE.
           05 WS-DUN-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-DN-IX.
              10 WS-DN-CUST-ID         PIC 9(10).
              10 WS-DN-STAGE           PIC 9(1).
       01  WS-DUN-STAGE                PIC 9(1) VALUE 0.

       01  WS-COL-COUNT                PIC 9(4) VALUE 0.
       01  WS-COL-TABLE.
           05 WS-COL-CUST-ID OCCURS 2000 TIMES
                                   INDEXED BY WS-CL-IX
                                       PIC 9(10).
       01  WS-COL-FOUND                PIC X VALUE 'N'.
       01  WS-COL-ID-TEXT              PIC X(12) VALUE SPACES.

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

      * Customers with a balance written off, and how much.
       01  WS-WOF-COUNT                PIC 9(4) VALUE 0.
       01  WS-WOF-TABLE.
           05 WS-WOF-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-WO-IX.
              10 WS-WO-CUST-ID         PIC 9(10).
              10 WS-WO-AMOUNT          PIC 9(7)V99.
       01  WS-WOF-FOUND                PIC X VALUE 'N'.

      * The reporting history, loaded whole. Entries reported this
      * month or kept back by a dispute are flagged seen; KEEP goes
      * to N for an account settled off the file.
       01  WS-HST-COUNT                PIC 9(4) VALUE 0.
       01  WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HS-IX.
              10 WS-HS-CUST-ID         PIC 9(10).
              10 WS-HS-STATUS          PIC X(1).
              10 WS-HS-TYPE            PIC X(1).
              10 WS-HS-PERIOD          PIC 9(6).
              10 WS-HS-SEEN            PIC X(1).
              10 WS-HS-KEEP            PIC X(1).
       01  WS-HST-FOUND                PIC X VALUE 'N'.

      * The account as assessed this month.
       01  WS-ACCOUNT-STATUS           PIC X(1) VALUE SPACE.
       01  WS-ACCOUNT-TYPE             PIC X(1) VALUE SPACE.
       01  WS-ARREARS-MONTHS           PIC 9(1) VALUE 0.
       01  WS-OVERDUE-DAYS             PIC S9(9) COMP VALUE 0.
       01  WS-PLAN-MONTHS              PIC 9(5) VALUE 0.
       01  WS-OWED                     PIC 9(7)V99 VALUE 0.

      * Fixed records the agency takes.
       01  CRA-HEADER-RECORD.
           05 FILLER                   PIC X(3)  VALUE 'HDR'.
           05 CHR-SEQUENCE             PIC 9(6).
           05 CHR-PERIOD               PIC 9(6).
           05 CHR-DATE                 PIC 9(8).
           05 FILLER                   PIC X(97) VALUE SPACES.
       01  CRA-DETAIL-RECORD.
           05 FILLER                   PIC X(3)  VALUE 'ACC'.
           05 CDR-CUST-ID              PIC 9(10).
           05 CDR-NAME                 PIC X(30).
           05 CDR-ADDRESS              PIC X(50).
           05 CDR-STATE                PIC X(2).
           05 CDR-ZIP                  PIC 9(5).
           05 CDR-ACCOUNT-TYPE         PIC X(1).
           05 CDR-ACCOUNT-STATUS       PIC X(1).
           05 CDR-OWED                 PIC 9(7)V99.
           05 CDR-PERIOD               PIC 9(6).
           05 FILLER                   PIC X(3)  VALUE SPACES.
       01  CRA-TRAILER-RECORD.
           05 FILLER                   PIC X(3)  VALUE 'TRL'.
           05 CTR-SEQUENCE             PIC 9(6).
           05 CTR-COUNT                PIC 9(7).
           05 FILLER                   PIC X(104) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-CURRENT-COUNT         PIC 9(7) VALUE 0.
           05 WS-ARREARS-COUNT         PIC 9(7) VALUE 0.
           05 WS-COLLECT-COUNT         PIC 9(7) VALUE 0.
           05 WS-WRITEOFF-COUNT        PIC 9(7) VALUE 0.
           05 WS-SETTLED-COUNT         PIC 9(7) VALUE 0.
           05 WS-DISPUTED-COUNT        PIC 9(7) VALUE 0.
           05 WS-SENT-COUNT            PIC 9(7) VALUE 0.

       01  DISPUTE-LINE.
           05 DPL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X(28) VALUE
              ' UNDER DISPUTE - NOT SENT'.
       01  SUMMARY-LINE-1.
           05 FILLER                   PIC X(12) VALUE 'UP TO DATE: '.
           05 SML-CURRENT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  ARREARS: '.
           05 SML-ARREARS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15) VALUE
              '  COLLECTIONS: '.
           05 SML-COLLECT              PIC ZZZ,ZZ9.
       01  SUMMARY-LINE-2.
           05 FILLER                   PIC X(13) VALUE 'WRITTEN OFF: '.
           05 SML-WRITEOFF             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  SETTLED: '.
           05 SML-SETTLED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  DISPUTED: '.
           05 SML-DISPUTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  SEQUENCE: '.
           05 SML-SEQUENCE             PIC 9(6).

           EXEC SQL
               DECLARE PLAN-CURSOR CURSOR FOR
               SELECT P.CUSTOMERNUMBER,
                      SUM(CASE WHEN I.STATUS = 'S'
                               THEN I.AMOUNT ELSE 0 END),
                      COALESCE(CHAR(MIN(CASE WHEN I.STATUS = 'B'
                                             THEN I.DUEDATE END),
                                    ISO), ' ')
                 FROM INSTALLMENT I, POLICY P
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND I.STATUS IN ('S', 'B')
                GROUP BY P.CUSTOMERNUMBER
                ORDER BY P.CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-LOAD-PLANS
              THRU 2000-EXIT
           PERFORM 3000-REPORT-CUSTOMERS
              THRU 3000-EXIT
           PERFORM 4000-SETTLE-LEFTOVERS
              THRU 4000-EXIT

           PERFORM 7000-WRITE-TRAILER
              THRU 7000-EXIT
           PERFORM 7500-REWRITE-STATE
              THRU 7500-EXIT
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
           PERFORM 1100-NEXT-SEQUENCE
              THRU 1100-EXIT
           IF WS-PERIOD-SENT = 'Y'
              DISPLAY 'CRAEXTR: MONTH ' WS-RUN-YYYYMM
                      ' ALREADY SENT - NOTHING WRITTEN'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1200-LOAD-STATE
              THRU 1200-EXIT
           PERFORM 1300-LOAD-DISPUTES
              THRU 1300-EXIT
           PERFORM 1400-LOAD-DUNNING
              THRU 1400-EXIT
           PERFORM 1500-LOAD-COLLECTIONS
              THRU 1500-EXIT
           PERFORM 1600-LOAD-WRITEOFFS
              THRU 1600-EXIT

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXTRACT-REPORT
           MOVE WS-SEQUENCE   TO CHR-SEQUENCE
           MOVE WS-RUN-YYYYMM TO CHR-PERIOD
           MOVE WS-RUN-DATE   TO CHR-DATE
           MOVE CRA-HEADER-RECORD TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           .
       1000-EXIT.
           EXIT.

      * The transmission sequence continues from the highest on the
      * manifest, so the agency spots a lost or repeated file. The
      * manifest also says whether this month has already gone.
       1100-NEXT-SEQUENCE.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
              PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                 READ MANIFEST-FILE
                    AT END MOVE "10" TO WS-MANIFEST-STATUS
                    NOT AT END
                       IF MAN-SEQUENCE > WS-SEQUENCE
                          MOVE MAN-SEQUENCE TO WS-SEQUENCE
                       END-IF
                       IF MAN-PERIOD = WS-RUN-YYYYMM
                          MOVE 'Y' TO WS-PERIOD-SENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MANIFEST-FILE
           ADD 1 TO WS-SEQUENCE
           .
       1100-EXIT.
           EXIT.

       1200-LOAD-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
              PERFORM UNTIL WS-STATE-STATUS NOT = "00"
                 READ STATE-FILE
                    AT END MOVE "10" TO WS-STATE-STATUS
                    NOT AT END
                       IF WS-HST-COUNT < 5000
                          ADD 1 TO WS-HST-COUNT
                          SET WS-HS-IX TO WS-HST-COUNT
                          MOVE STA-CUST-ID
                            TO WS-HS-CUST-ID(WS-HS-IX)
                          MOVE STA-ACCOUNT-STATUS
                            TO WS-HS-STATUS(WS-HS-IX)
                          MOVE STA-ACCOUNT-TYPE
                            TO WS-HS-TYPE(WS-HS-IX)
                          MOVE STA-PERIOD
                            TO WS-HS-PERIOD(WS-HS-IX)
                          MOVE "N" TO WS-HS-SEEN(WS-HS-IX)
                          MOVE "Y" TO WS-HS-KEEP(WS-HS-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE STATE-FILE
           .
       1200-EXIT.
           EXIT.

       1300-LOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
              PERFORM UNTIL WS-DISPUTE-STATUS NOT = "00"
                 READ DISPUTE-FILE
                    AT END MOVE "10" TO WS-DISPUTE-STATUS
                    NOT AT END
                       IF WS-DSP-COUNT < 2000
                          AND DSP-CUST-ID IS NUMERIC
                          ADD 1 TO WS-DSP-COUNT
                          MOVE DSP-CUST-ID
                            TO WS-DSP-CUST-ID(WS-DSP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DISPUTE-FILE
           .
       1300-EXIT.
           EXIT.

       1400-LOAD-DUNNING.
           OPEN INPUT DUNNING-FILE
           IF WS-DUNNING-STATUS = "00"
              PERFORM UNTIL WS-DUNNING-STATUS NOT = "00"
                 READ DUNNING-FILE
                    AT END MOVE "10" TO WS-DUNNING-STATUS
                    NOT AT END
                       IF WS-DUN-COUNT < 2000
                          ADD 1 TO WS-DUN-COUNT
                          SET WS-DN-IX TO WS-DUN-COUNT
                          MOVE DUN-CUST-ID TO WS-DN-CUST-ID(WS-DN-IX)
                          MOVE DUN-STAGE   TO WS-DN-STAGE(WS-DN-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DUNNING-FILE
           .
       1400-EXIT.
           EXIT.

      * COLLEXT.DAT is the collections extract as the last cycle left
      * it; the customer id leads each line.
       1500-LOAD-COLLECTIONS.
           OPEN INPUT COLLECTION-EXTRACT
           IF WS-COLLEXT-STATUS = "00"
              PERFORM UNTIL WS-COLLEXT-STATUS NOT = "00"
                 READ COLLECTION-EXTRACT
                    AT END MOVE "10" TO WS-COLLEXT-STATUS
                    NOT AT END
                       MOVE SPACES TO WS-COL-ID-TEXT
                       UNSTRING COLLECTION-RECORD DELIMITED BY ','
                           INTO WS-COL-ID-TEXT
                       END-UNSTRING
                       IF WS-COL-COUNT < 2000
                          AND WS-COL-ID-TEXT NOT = SPACES
                          ADD 1 TO WS-COL-COUNT
                          MOVE FUNCTION NUMVAL (WS-COL-ID-TEXT)
                            TO WS-COL-CUST-ID(WS-COL-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COLLECTION-EXTRACT
           .
       1500-EXIT.
           EXIT.

      * Write-off credits from the whole journal, archive first, so
      * a cycled journal still shows every balance written off.
       1600-LOAD-WRITEOFFS.
           OPEN INPUT JOURNAL-ARCHIVE
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ JOURNAL-ARCHIVE INTO WS-JOURNAL-LINE
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       PERFORM 1650-TAKE-WRITEOFF
                          THRU 1650-EXIT
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
                       PERFORM 1650-TAKE-WRITEOFF
                          THRU 1650-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BALANCE-JOURNAL
           .
       1600-EXIT.
           EXIT.

       1650-TAKE-WRITEOFF.
           IF NOT (JRN-DC = 'C' AND JRN-REASON = 'WOFF')
              GO TO 1650-EXIT
           END-IF
           MOVE 'N' TO WS-WOF-FOUND
           PERFORM VARYING WS-WO-IX FROM 1 BY 1
                   UNTIL WS-WO-IX > WS-WOF-COUNT
              IF WS-WO-CUST-ID(WS-WO-IX) = JRN-CUST-ID
                 MOVE 'Y' TO WS-WOF-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-WOF-FOUND = 'Y'
              ADD JRN-AMOUNT TO WS-WO-AMOUNT(WS-WO-IX)
           ELSE
              IF WS-WOF-COUNT < 2000
                 ADD 1 TO WS-WOF-COUNT
                 SET WS-WO-IX TO WS-WOF-COUNT
                 MOVE JRN-CUST-ID TO WS-WO-CUST-ID(WS-WO-IX)
                 MOVE JRN-AMOUNT  TO WS-WO-AMOUNT(WS-WO-IX)
              END-IF
           END-IF
           .
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every customer with installments still scheduled or billed,  *
      * over all their policies.                                     *
      *----------------------------------------------------------------*
       2000-LOAD-PLANS.
           EXEC SQL
               OPEN PLAN-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2000-LOAD-PLANS:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 2100-FETCH-NEXT-PLAN
              THRU 2100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              IF WS-PLN-COUNT < 5000
                 ADD 1 TO WS-PLN-COUNT
                 SET WS-PL-IX TO WS-PLN-COUNT
                 MOVE WS-CUSTOMER-NUM     TO WS-PL-CUST-ID(WS-PL-IX)
                 MOVE WS-PLAN-OUTSTANDING TO WS-PL-OUTSTANDING(WS-PL-IX)
                 MOVE ZEROS TO WS-PL-OLDEST-BILLED(WS-PL-IX)
                 IF WS-OLDEST-BILLED NOT = SPACES
                    STRING WS-OLDEST-BILLED (1:4) DELIMITED BY SIZE
                           WS-OLDEST-BILLED (6:2) DELIMITED BY SIZE
                           WS-OLDEST-BILLED (9:2) DELIMITED BY SIZE
                        INTO WS-PL-OLDEST-BILLED(WS-PL-IX)
                    END-STRING
                 END-IF
              END-IF
              PERFORM 2100-FETCH-NEXT-PLAN
                 THRU 2100-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE PLAN-CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NEXT-PLAN.
           EXEC SQL
               FETCH PLAN-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-PLAN-OUTSTANDING,
                    :WS-OLDEST-BILLED
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

       3000-REPORT-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY '3000-REPORT-CUSTOMERS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = "00"
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE "10" TO WS-CUSTOMER-STATUS
                 NOT AT END
                    PERFORM 3100-ASSESS-ONE-CUSTOMER
                       THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .
       3000-EXIT.
           EXIT.

       3100-ASSESS-ONE-CUSTOMER.
           PERFORM 3200-FIND-CUSTOMER-ENTRIES
              THRU 3200-EXIT

      *    An account under dispute is not reported either way, and
      *    its history waits for the dispute to close.
           IF WS-DSP-FOUND = 'Y'
              IF WS-HST-FOUND = 'Y'
                 MOVE 'Y' TO WS-HS-SEEN(WS-HS-IX)
              END-IF
              IF WS-PLN-FOUND = 'Y' OR CUST-BALANCE < 0
                 OR WS-WOF-FOUND = 'Y' OR WS-HST-FOUND = 'Y'
                 ADD 1 TO WS-DISPUTED-COUNT
                 MOVE CUST-ID TO DPL-CUST-ID
                 MOVE DISPUTE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              GO TO 3100-EXIT
           END-IF

           IF WS-HST-FOUND = 'Y'
              MOVE 'Y' TO WS-HS-SEEN(WS-HS-IX)
           END-IF

      *    No plan and no debit: reported as settled if it was on the
      *    file before, then dropped from it.
           IF WS-PLN-FOUND = 'N' AND CUST-BALANCE NOT < 0
              AND WS-WOF-FOUND = 'N'
              AND NOT (WS-HST-FOUND = 'Y'
                       AND WS-HS-STATUS(WS-HS-IX) = 'W')
              IF WS-HST-FOUND = 'Y'
                 MOVE 'S' TO WS-ACCOUNT-STATUS
                 MOVE WS-HS-TYPE(WS-HS-IX) TO WS-ACCOUNT-TYPE
                 MOVE ZEROS TO WS-OWED
                 PERFORM 3500-WRITE-ACCOUNT
                    THRU 3500-EXIT
                 MOVE 'N' TO WS-HS-KEEP(WS-HS-IX)
                 ADD 1 TO WS-SETTLED-COUNT
              END-IF
              GO TO 3100-EXIT
           END-IF

           IF WS-PLN-FOUND = 'Y'
              MOVE 'P' TO WS-ACCOUNT-TYPE
           ELSE
              MOVE 'D' TO WS-ACCOUNT-TYPE
           END-IF
           MOVE ZEROS TO WS-OWED
           IF CUST-BALANCE < 0
              COMPUTE WS-OWED = 0 - CUST-BALANCE
           END-IF
           IF WS-PLN-FOUND = 'Y'
              ADD WS-PL-OUTSTANDING(WS-PL-IX) TO WS-OWED
           END-IF

           PERFORM 3300-SET-ACCOUNT-STATUS
              THRU 3300-EXIT
           PERFORM 3500-WRITE-ACCOUNT
              THRU 3500-EXIT
           PERFORM 3600-NOTE-REPORTED
              THRU 3600-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-FIND-CUSTOMER-ENTRIES.
           MOVE 'N' TO WS-DSP-FOUND
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DSP-COUNT
              IF WS-DSP-CUST-ID(WS-DS-IX) = CUST-ID
                 MOVE 'Y' TO WS-DSP-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-HST-FOUND
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              IF WS-HS-CUST-ID(WS-HS-IX) = CUST-ID
                 MOVE 'Y' TO WS-HST-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-PLN-FOUND
           PERFORM VARYING WS-PL-IX FROM 1 BY 1
                   UNTIL WS-PL-IX > WS-PLN-COUNT
              IF WS-PL-CUST-ID(WS-PL-IX) = CUST-ID
                 MOVE 'Y' TO WS-PLN-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-WOF-FOUND
           PERFORM VARYING WS-WO-IX FROM 1 BY 1
                   UNTIL WS-WO-IX > WS-WOF-COUNT
              IF WS-WO-CUST-ID(WS-WO-IX) = CUST-ID
                 MOVE 'Y' TO WS-WOF-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 0 TO WS-DUN-STAGE
           PERFORM VARYING WS-DN-IX FROM 1 BY 1
                   UNTIL WS-DN-IX > WS-DUN-COUNT
              IF WS-DN-CUST-ID(WS-DN-IX) = CUST-ID
                 MOVE WS-DN-STAGE(WS-DN-IX) TO WS-DUN-STAGE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-COL-FOUND
           PERFORM VARYING WS-CL-IX FROM 1 BY 1
                   UNTIL WS-CL-IX > WS-COL-COUNT
              IF WS-COL-CUST-ID(WS-CL-IX) = CUST-ID
                 MOVE 'Y' TO WS-COL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Written off outranks collections, which outranks arrears. A  *
      * billed installment past its due date is a month in arrears, *
      * and one more for each further 30 days, up to three.          *
      *----------------------------------------------------------------*
       3300-SET-ACCOUNT-STATUS.
           IF WS-WOF-FOUND = 'Y'
              OR (WS-HST-FOUND = 'Y' AND WS-HS-STATUS(WS-HS-IX) = 'W')
              MOVE 'W' TO WS-ACCOUNT-STATUS
              IF WS-WOF-FOUND = 'Y'
                 ADD WS-WO-AMOUNT(WS-WO-IX) TO WS-OWED
              END-IF
              ADD 1 TO WS-WRITEOFF-COUNT
              GO TO 3300-EXIT
           END-IF

           IF WS-DUN-STAGE > 3 OR WS-COL-FOUND = 'Y'
              MOVE 'C' TO WS-ACCOUNT-STATUS
              ADD 1 TO WS-COLLECT-COUNT
              GO TO 3300-EXIT
           END-IF

           MOVE WS-DUN-STAGE TO WS-ARREARS-MONTHS
           IF WS-PLN-FOUND = 'Y'
              AND WS-PL-OLDEST-BILLED(WS-PL-IX) > ZEROS
              AND WS-PL-OLDEST-BILLED(WS-PL-IX) < WS-RUN-DATE
              COMPUTE WS-OVERDUE-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE
                      (WS-PL-OLDEST-BILLED(WS-PL-IX))
              COMPUTE WS-PLAN-MONTHS = WS-OVERDUE-DAYS / 30 + 1
              IF WS-PLAN-MONTHS > 3
                 MOVE 3 TO WS-PLAN-MONTHS
              END-IF
              IF WS-PLAN-MONTHS > WS-ARREARS-MONTHS
                 MOVE WS-PLAN-MONTHS TO WS-ARREARS-MONTHS
              END-IF
           END-IF
           MOVE WS-ARREARS-MONTHS TO WS-ACCOUNT-STATUS
           IF WS-ARREARS-MONTHS = 0
              ADD 1 TO WS-CURRENT-COUNT
           ELSE
              ADD 1 TO WS-ARREARS-COUNT
           END-IF
           .
       3300-EXIT.
           EXIT.

       3500-WRITE-ACCOUNT.
           MOVE CUST-ID            TO CDR-CUST-ID
           MOVE CUST-NAME          TO CDR-NAME
           MOVE CUST-ADDRESS       TO CDR-ADDRESS
           MOVE CUST-STATE         TO CDR-STATE
           MOVE CUST-ZIP           TO CDR-ZIP
           MOVE WS-ACCOUNT-TYPE    TO CDR-ACCOUNT-TYPE
           MOVE WS-ACCOUNT-STATUS  TO CDR-ACCOUNT-STATUS
           MOVE WS-OWED            TO CDR-OWED
           MOVE WS-RUN-YYYYMM      TO CDR-PERIOD
           MOVE CRA-DETAIL-RECORD TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-SENT-COUNT
           .
       3500-EXIT.
           EXIT.

       3600-NOTE-REPORTED.
           IF WS-HST-FOUND = 'N'
              IF WS-HST-COUNT < 5000
                 ADD 1 TO WS-HST-COUNT
                 SET WS-HS-IX TO WS-HST-COUNT
                 MOVE CUST-ID TO WS-HS-CUST-ID(WS-HS-IX)
                 MOVE 'Y' TO WS-HS-SEEN(WS-HS-IX)
                 MOVE 'Y' TO WS-HS-KEEP(WS-HS-IX)
              ELSE
                 GO TO 3600-EXIT
              END-IF
           END-IF
           MOVE WS-ACCOUNT-STATUS TO WS-HS-STATUS(WS-HS-IX)
           MOVE WS-ACCOUNT-TYPE   TO WS-HS-TYPE(WS-HS-IX)
           MOVE WS-RUN-YYYYMM     TO WS-HS-PERIOD(WS-HS-IX)
           .
       3600-EXIT.
           EXIT.

      * An account reported before whose customer has gone from the
      * master is settled with the agency; a written-off one stays
      * on the history as it stood.
       4000-SETTLE-LEFTOVERS.
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              IF WS-HS-SEEN(WS-HS-IX) = 'N'
                 AND WS-HS-STATUS(WS-HS-IX) NOT = 'W'
                 MOVE SPACES TO CUSTOMER-RECORD
                 MOVE WS-HS-CUST-ID(WS-HS-IX) TO CUST-ID
                 MOVE ZEROS TO CUST-ZIP
                 MOVE 'S' TO WS-ACCOUNT-STATUS
                 MOVE WS-HS-TYPE(WS-HS-IX) TO WS-ACCOUNT-TYPE
                 MOVE ZEROS TO WS-OWED
                 PERFORM 3500-WRITE-ACCOUNT
                    THRU 3500-EXIT
                 MOVE 'N' TO WS-HS-KEEP(WS-HS-IX)
                 ADD 1 TO WS-SETTLED-COUNT
              END-IF
           END-PERFORM
           .
       4000-EXIT.
           EXIT.

       7000-WRITE-TRAILER.
           MOVE WS-SEQUENCE   TO CTR-SEQUENCE
           MOVE WS-SENT-COUNT TO CTR-COUNT
           MOVE CRA-TRAILER-RECORD TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD

           OPEN EXTEND MANIFEST-FILE
           MOVE SPACES        TO MANIFEST-RECORD
           MOVE WS-SEQUENCE   TO MAN-SEQUENCE
           MOVE WS-RUN-DATE   TO MAN-DATE
           MOVE WS-SENT-COUNT TO MAN-COUNT
           MOVE WS-RUN-YYYYMM TO MAN-PERIOD
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           .
       7000-EXIT.
           EXIT.

      * The history becomes what the agency now holds: settled
      * accounts gone, the rest as reported.
       7500-REWRITE-STATE.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              IF WS-HS-KEEP(WS-HS-IX) = 'Y'
                 MOVE SPACES TO STATE-RECORD
                 MOVE WS-HS-CUST-ID(WS-HS-IX) TO STA-CUST-ID
                 MOVE WS-HS-STATUS(WS-HS-IX)  TO STA-ACCOUNT-STATUS
                 MOVE WS-HS-TYPE(WS-HS-IX)    TO STA-ACCOUNT-TYPE
                 MOVE WS-HS-PERIOD(WS-HS-IX)  TO STA-PERIOD
                 WRITE STATE-RECORD
              END-IF
           END-PERFORM
           CLOSE STATE-FILE
           .
       7500-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-CURRENT-COUNT  TO SML-CURRENT
           MOVE WS-ARREARS-COUNT  TO SML-ARREARS
           MOVE WS-COLLECT-COUNT  TO SML-COLLECT
           MOVE SUMMARY-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WRITEOFF-COUNT TO SML-WRITEOFF
           MOVE WS-SETTLED-COUNT  TO SML-SETTLED
           MOVE WS-DISPUTED-COUNT TO SML-DISPUTED
           MOVE WS-SEQUENCE       TO SML-SEQUENCE
           MOVE SUMMARY-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE EXTRACT-FILE.
           CLOSE EXTRACT-REPORT.
           IF SQL-ERROR-OCCURRED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK
           .
       9000-EXIT.
           EXIT.
