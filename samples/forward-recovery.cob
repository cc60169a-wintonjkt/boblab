       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORWARD-RECOVERY.
       AUTHOR. BOB-LAB-SAMPLES.
       DATE-WRITTEN. 2026-10-15.

      * Rebuilds a lost or damaged CUSTOMER.DAT from the last
      * CUSTOMER-SNAPSHOT unload plus everything journaled since,
      * so a restore no longer throws away the day's receipts,
      * billing and maintenance.
      *
      * PARM: RECOVER [yyyymmdd]. The word RECOVER is required -
      * the run replaces CUSTOMER.DAT outright. The optional date
      * is the point in time to stop at: nothing journaled for a
      * later business date is re-applied. Without it the run
      * rolls forward to the end of the journals.
      *
      *   1. SNAPSHOT.DAT is proved against MANIFEST.DAT - record
      *      count, total balance and hash total, figured exactly
      *      as CUSTOMER-SNAPSHOT figures them. A snapshot that does
      *      not prove stops the run before CUSTOMER.DAT is
      *      touched.
      *   2. CUSTOMER.DAT is recreated from the snapshot.
      *   3. The journals dated after the manifest are re-applied
      *      in business-date order: the balance movements on
      *      CUSTJRNL.DAT (and on CUSTJRNL.ARC, for any cycled out
      *      by JOURNAL-CYCLE since the snapshot) by debit/credit
      *      amount, and the field changes on MAINT.JRN - ADDED
      *      creates the record, DELETED removes it, a field line
      *      sets the field. BALANCE lines on MAINT.JRN are left to
      *      CUSTJRNL.DAT, which carries every balance movement.
      *      Within a day field changes and additions go first,
      *      then the balance movements, then removals. A movement
      *      whose before-balance is not what the rebuilt record
      *      holds is reported as out of sequence.
      *   4. The rebuilt file is proved against what the journals
      *      imply: the manifest count plus additions less
      *      removals, and the manifest balance plus the net
      *      movement less the balances removed.
      *   5. Then a BALANCE-VERIFY style comparison: for every
      *      customer the journals touched, the last journaled new
      *      balance must be what the rebuilt record holds.
      *
      * Results to FWDRECOV.RPT. RC 0 when everything proves, 8
      * when anything does not (or no manifest/snapshot, or no
      * RECOVER word), 12 when another run holds CUSTOMER.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO "SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Journal lines JOURNAL-CYCLE has cycled out, then the
      *    current cycle's.
           SELECT OPTIONAL JOURNAL-ARCHIVE
               ASSIGN TO "CUSTJRNL.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT RECOVERY-REPORT
               ASSIGN TO "FWDRECOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Busy-lock coordinating the programs that share this keyed
      *    file: a non-empty CUSTLOCK.DAT means another run owns it.
      *    Retry pacing comes from the optional LOCKCFG.DAT.
           SELECT OPTIONAL CUSTOMER-LOCK-FILE
               ASSIGN TO "CUSTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT OPTIONAL LOCK-CONFIG-FILE
               ASSIGN TO "LOCKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD        PIC X(138).

      * Same layout CUSTOMER-SNAPSHOT writes.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05  MAN-RUN-DATE       PIC 9(8).
           05  MAN-RECORD-COUNT   PIC 9(7).
           05  MAN-TOTAL-BALANCE  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  MAN-HASH-TOTAL     PIC 9(12).

       FD  JOURNAL-ARCHIVE.
       01  ARCHIVE-RECORD         PIC X(80).

      * Same layout the balance writers produce. JRN-ORIG-DATE is
      * the business date of a movement posted forward out of a
      * closed period; lines written before periods were closed
      * are short and leave it unset.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
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

      * Same layout CUSTOMER-MAINTENANCE writes: one line per field
      * changed, with what it held before and after.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           05  CHG-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  CHG-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  CHG-FIELD-NAME     PIC X(14).
           05  FILLER             PIC X.
           05  CHG-OLD-VALUE      PIC X(50).
           05  FILLER             PIC X.
           05  CHG-NEW-VALUE      PIC X(50).

       FD  RECOVERY-REPORT.
       01  REPORT-LINE            PIC X(80).

      * The lock: who holds it and since when. An empty file is a
      * free lock.
       FD  CUSTOMER-LOCK-FILE.
       01  LOCK-RECORD.
           05  LCK-OWNER          PIC X(20).
           05  LCK-DATE           PIC 9(8).
           05  LCK-TIME           PIC 9(6).

      * Retry pacing: attempts, then seconds between attempts.
       FD  LOCK-CONFIG-FILE.
       01  LOCK-CONFIG-RECORD.
           05  LCF-RETRIES        PIC 9(3).
           05  FILLER             PIC X.
           05  LCF-WAIT-SECONDS   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-SNAPSHOT-STATUS  PIC XX    VALUE SPACES.
       01  WS-MANIFEST-STATUS  PIC XX    VALUE SPACES.
       01  WS-ARCHIVE-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX    VALUE SPACES.
       01  WS-CHANGE-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF              PIC X     VALUE "N".

       01  WS-CMD-LINE         PIC X(40) VALUE SPACES.
       01  WS-MODE             PIC X(8)  VALUE SPACES.
       01  WS-STOP-TEXT        PIC X(8)  VALUE SPACES.
       01  WS-STOP-DATE        PIC 9(8)  VALUE 99999999.
       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.

      * The manifest the snapshot was cut under.
       01  WS-MAN-DATE         PIC 9(8)       VALUE ZEROS.
       01  WS-MAN-COUNT        PIC 9(7)       VALUE ZEROS.
       01  WS-MAN-BALANCE      PIC S9(11)V99  VALUE ZEROS.
       01  WS-MAN-HASH         PIC 9(12)      VALUE ZEROS.

      * Count, total and hash, figured as CUSTOMER-SNAPSHOT does.
       01  WS-RECORD-COUNT     PIC 9(7)       VALUE ZEROS.
       01  WS-TOTAL-BALANCE    PIC S9(11)V99  VALUE ZEROS.
       01  WS-HASH-TOTAL       PIC 9(12)      VALUE ZEROS.
       01  WS-BALANCE-PENNIES  PIC S9(9)      VALUE ZEROS.
       01  WS-HASH-STEP        PIC 9(13)      VALUE ZEROS.

      * What the journals say the rebuilt file should hold.
       01  WS-IMPLIED-COUNT    PIC S9(7)      VALUE ZEROS.
       01  WS-IMPLIED-BALANCE  PIC S9(11)V99  VALUE ZEROS.

      * The two journal streams are merged on business date and a
      * class: 1 a field change or addition, 2 a balance movement,
      * 3 a removal. A stream with nothing left holds high values.
       01  WS-HIGH-KEY         PIC 9(9)  VALUE 999999999.
       01  WS-JNL-KEY          PIC 9(9)  VALUE ZEROS.
       01  WS-CHG-KEY          PIC 9(9)  VALUE ZEROS.
       01  WS-LINE-DATE        PIC 9(8)  VALUE ZEROS.
       01  WS-JNL-SOURCE       PIC X     VALUE "A".
           88  WS-READING-ARCHIVE    VALUE "A".
           88  WS-READING-JOURNAL    VALUE "J".
           88  WS-JOURNALS-DONE      VALUE "E".
       01  WS-LINE-WANTED      PIC X     VALUE "N".

      * Last journaled new balance per customer touched, for the
      * closing comparison.
       01  WS-DRV-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-DRV-TABLE.
           05  WS-DRV-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-DRV-IX.
               10  WS-DRV-ID       PIC 9(10).
               10  WS-DRV-BALANCE  PIC S9(7)V99.
       01  WS-DRV-FOUND        PIC X     VALUE "N".
       01  WS-DRV-FULL         PIC X     VALUE "N".

       01  WS-COUNTS.
           05  WS-SNAP-LOADED     PIC 9(7) VALUE ZEROS.
           05  WS-MOVES-APPLIED   PIC 9(7) VALUE ZEROS.
           05  WS-FIELDS-APPLIED  PIC 9(7) VALUE ZEROS.
           05  WS-ADDED-COUNT     PIC 9(7) VALUE ZEROS.
           05  WS-REMOVED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-BEYOND-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-SEQUENCE-COUNT  PIC 9(7) VALUE ZEROS.
           05  WS-FAILED-COUNT    PIC 9(7) VALUE ZEROS.
           05  WS-CHECKED-COUNT   PIC 9(7) VALUE ZEROS.
           05  WS-DRIFT-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-PROOF-FAILED     PIC X     VALUE "N".
       01  WS-DRIFT-AMOUNT     PIC S9(8)V99 VALUE ZEROS.
       01  WS-EXPECT-BALANCE   PIC S9(7)V99 VALUE ZEROS.

      * Lock pacing and state.
       01  WS-LOCK-STATUS      PIC XX    VALUE SPACES.
       01  WS-LOCKCFG-STATUS   PIC XX    VALUE SPACES.
       01  WS-LOCK-HELD        PIC X     VALUE "N".
       01  WS-LOCK-RETRIES     PIC 9(3)  VALUE 10.
       01  WS-LOCK-WAIT-SECS   PIC 9(3)  VALUE 30.
       01  WS-LOCK-ATTEMPT     PIC 9(3)  VALUE ZEROS.
       01  WS-LOCK-WAIT-FULL   PIC S9(8) COMP VALUE ZEROS.
       01  WS-LOCK-TIME        PIC 9(6)  VALUE ZEROS.
       77  RECOVERY-MY-NAME    PIC X(20) VALUE "FORWARD-RECOVERY".

       01  HEADING-LINE.
           05  FILLER             PIC X(30)
               VALUE "FORWARD RECOVERY  SNAPSHOT OF ".
           05  HDL-MAN-DATE       PIC 9(8).
           05  FILLER             PIC X(12) VALUE "  STOP AT:  ".
           05  HDL-STOP           PIC X(8).

       01  DETAIL-LINE.
           05  DTL-DATE           PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ID             PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-WHAT           PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-RESULT         PIC X(40).

       01  RESULT-LINE.
           05  RSL-LABEL          PIC X(18).
           05  RSL-EXPECTED       PIC -(13)9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RSL-ACTUAL         PIC -(13)9.

       01  MONEY-LINE.
           05  MNL-LABEL          PIC X(18).
           05  MNL-EXPECTED       PIC -(11)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MNL-ACTUAL         PIC -(11)9.99.

       01  DRIFT-LINE.
           05  DFL-ID             PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "JOURNAL: ".
           05  DFL-DERIVED        PIC -(7)9.99.
           05  FILLER             PIC X(9)  VALUE "  FILE: ".
           05  DFL-ACTUAL         PIC -(7)9.99.
           05  FILLER             PIC X(9)  VALUE "  DRIFT: ".
           05  DFL-DRIFT          PIC -(7)9.99.

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(10) VALUE "SNAPSHOT: ".
           05  SML-LOADED         PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE "  MOVEMENTS:".
           05  SML-MOVES          PIC ZZZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  FIELDS:".
           05  SML-FIELDS         PIC ZZZZZZ9.
           05  FILLER             PIC X(8)  VALUE "  ADDED:".
           05  SML-ADDED          PIC ZZZZZZ9.
           05  FILLER             PIC X(10) VALUE "  REMOVED:".
           05  SML-REMOVED        PIC ZZZZZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(13) VALUE "PAST STOP:   ".
           05  SML-BEYOND         PIC ZZZZZZ9.
           05  FILLER             PIC X(17) VALUE "  OUT OF SEQUENCE".
           05  SML-SEQUENCE       PIC ZZZZZZ9.
           05  FILLER             PIC X(10) VALUE "  FAILED: ".
           05  SML-FAILED         PIC ZZZZZZ9.
       01  SUMMARY-LINE-3.
           05  FILLER             PIC X(13) VALUE "CHECKED:     ".
           05  SML-CHECKED        PIC ZZZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  DRIFT: ".
           05  SML-DRIFT          PIC ZZZZZZ9.
           05  FILLER             PIC X(10) VALUE "  RESULT: ".
           05  SML-RESULT         PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-RUN-OPTIONS.
           OPEN OUTPUT RECOVERY-REPORT.
           PERFORM READ-MANIFEST.
           PERFORM PROVE-SNAPSHOT.
           IF WS-PROOF-FAILED = "Y"
               MOVE "SNAPSHOT DOES NOT PROVE - NOTHING RESTORED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RECOVERY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOCK-ACQUIRE.
           PERFORM RESTORE-SNAPSHOT.
           PERFORM REPLAY-JOURNALS.
           PERFORM PROVE-REBUILT-FILE.
           PERFORM VERIFY-BALANCES.
           CLOSE CUSTOMER-FILE.
           PERFORM LOCK-RELEASE.
           PERFORM PRINT-SUMMARY.
           CLOSE RECOVERY-REPORT.
           PERFORM SET-RETURN-CODE.
           STOP RUN.

      * The stop date, when given, must be a real date; a bad one
      * refuses the run rather than guessing how far to go.
       GET-RUN-OPTIONS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-STOP-TEXT.
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE.
           IF WS-MODE NOT = "RECOVER"
               DISPLAY "FORWARD-RECOVERY: PARM RECOVER [YYYYMMDD]"
                   " REQUIRED - CUSTOMER.DAT IS REPLACED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STOP-TEXT NOT = SPACES
               IF WS-STOP-TEXT IS NOT NUMERIC
                   DISPLAY "FORWARD-RECOVERY: BAD STOP DATE "
                       WS-STOP-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-STOP-TEXT TO WS-STOP-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-STOP-DATE)
                      NOT = ZERO
                   DISPLAY "FORWARD-RECOVERY: BAD STOP DATE "
                       WS-STOP-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN MANIFEST.DAT: " WS-MANIFEST-STATUS
               MOVE "NO MANIFEST - NOTHING RESTORED" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RECOVERY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-PROOF-FAILED
               NOT AT END
                   MOVE MAN-RUN-DATE      TO WS-MAN-DATE
                   MOVE MAN-RECORD-COUNT  TO WS-MAN-COUNT
                   MOVE MAN-TOTAL-BALANCE TO WS-MAN-BALANCE
                   MOVE MAN-HASH-TOTAL    TO WS-MAN-HASH
           END-READ.
           CLOSE MANIFEST-FILE.
           MOVE WS-MAN-DATE TO HDL-MAN-DATE.
           IF WS-STOP-DATE = 99999999
               MOVE "END"        TO HDL-STOP
           ELSE
               MOVE WS-STOP-TEXT TO HDL-STOP
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PROVE-SNAPSHOT.
           IF WS-PROOF-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SNAPSHOT.DAT: " WS-SNAPSHOT-STATUS
               MOVE "Y" TO WS-PROOF-FAILED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SNAPSHOT-STATUS NOT = "00"
               READ SNAPSHOT-FILE
                   AT END MOVE "10" TO WS-SNAPSHOT-STATUS
                   NOT AT END
                       MOVE SNAPSHOT-RECORD TO CUSTOMER-RECORD
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           PERFORM COMPARE-TO-MANIFEST.

       ACCUMULATE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD CUST-BALANCE TO WS-TOTAL-BALANCE.
           COMPUTE WS-BALANCE-PENNIES = CUST-BALANCE * 100.
           COMPUTE WS-HASH-STEP =
               WS-HASH-TOTAL
               + (FUNCTION MOD (CUST-ID, 999983) * 7)
               + FUNCTION MOD (WS-BALANCE-PENNIES + 500000000,
                               999999937).
           COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-STEP, 1000000000000).

       COMPARE-TO-MANIFEST.
           IF WS-MAN-COUNT NOT = WS-RECORD-COUNT
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "SNAPSHOT COUNT:   " TO RSL-LABEL
               MOVE WS-MAN-COUNT    TO RSL-EXPECTED
               MOVE WS-RECORD-COUNT TO RSL-ACTUAL
               PERFORM WRITE-RESULT-LINE
           END-IF.
           IF WS-MAN-BALANCE NOT = WS-TOTAL-BALANCE
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "SNAPSHOT BALANCE: " TO MNL-LABEL
               MOVE WS-MAN-BALANCE   TO MNL-EXPECTED
               MOVE WS-TOTAL-BALANCE TO MNL-ACTUAL
               PERFORM WRITE-MONEY-LINE
           END-IF.
           IF WS-MAN-HASH NOT = WS-HASH-TOTAL
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "SNAPSHOT HASH:    " TO RSL-LABEL
               MOVE WS-MAN-HASH   TO RSL-EXPECTED
               MOVE WS-HASH-TOTAL TO RSL-ACTUAL
               PERFORM WRITE-RESULT-LINE
           END-IF.

      * The snapshot goes back whole; it has just proved.
       RESTORE-SNAPSHOT.
           OPEN OUTPUT CUSTOMER-FILE.
           OPEN INPUT SNAPSHOT-FILE.
           PERFORM UNTIL WS-SNAPSHOT-STATUS NOT = "00"
               READ SNAPSHOT-FILE
                   AT END MOVE "10" TO WS-SNAPSHOT-STATUS
                   NOT AT END
                       MOVE SNAPSHOT-RECORD TO CUSTOMER-RECORD
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-FAILED-COUNT
                               MOVE WS-MAN-DATE TO DTL-DATE
                               MOVE CUST-ID     TO DTL-ID
                               MOVE "SNAPSHOT"  TO DTL-WHAT
                               MOVE "RELOAD FAILED" TO DTL-RESULT
                               PERFORM WRITE-DETAIL-LINE
                           NOT INVALID KEY
                               ADD 1 TO WS-SNAP-LOADED
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           CLOSE CUSTOMER-FILE.
           OPEN I-O CUSTOMER-FILE.
           MOVE WS-MAN-COUNT   TO WS-IMPLIED-COUNT.
           MOVE WS-MAN-BALANCE TO WS-IMPLIED-BALANCE.

      * Both streams are primed, then the lower key is applied
      * until neither has anything left.
       REPLAY-JOURNALS.
           OPEN INPUT JOURNAL-ARCHIVE.
           OPEN INPUT JOURNAL-FILE.
           OPEN INPUT CHANGE-JOURNAL.
           MOVE "A" TO WS-JNL-SOURCE.
           PERFORM NEXT-JOURNAL-LINE.
           PERFORM NEXT-CHANGE-LINE.
           PERFORM UNTIL WS-JNL-KEY = WS-HIGH-KEY
                     AND WS-CHG-KEY = WS-HIGH-KEY
               IF WS-CHG-KEY <= WS-JNL-KEY
                   PERFORM APPLY-CHANGE-LINE
                   PERFORM NEXT-CHANGE-LINE
               ELSE
                   PERFORM APPLY-JOURNAL-LINE
                   PERFORM NEXT-JOURNAL-LINE
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE.
           CLOSE JOURNAL-FILE.
           CLOSE CHANGE-JOURNAL.

      * The archive is read first and the current journal after it;
      * lines at or before the manifest date are in the snapshot
      * already, lines past the stop date are not wanted.
       NEXT-JOURNAL-LINE.
           MOVE WS-HIGH-KEY TO WS-JNL-KEY.
           MOVE "N" TO WS-LINE-WANTED.
           PERFORM UNTIL WS-LINE-WANTED = "Y" OR WS-JOURNALS-DONE
               IF WS-READING-ARCHIVE
                   READ JOURNAL-ARCHIVE
                       AT END MOVE "J" TO WS-JNL-SOURCE
                       NOT AT END
                           MOVE SPACES TO JOURNAL-RECORD
                           MOVE ARCHIVE-RECORD TO JOURNAL-RECORD
                           PERFORM SCREEN-JOURNAL-LINE
                   END-READ
               ELSE
                   READ JOURNAL-FILE
                       AT END MOVE "E" TO WS-JNL-SOURCE
                       NOT AT END PERFORM SCREEN-JOURNAL-LINE
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-LINE-WANTED = "Y"
               COMPUTE WS-JNL-KEY = WS-LINE-DATE * 10 + 2
           END-IF.

      * A movement posted forward out of a closed period belongs to
      * the business date it was made on.
       SCREEN-JOURNAL-LINE.
           IF JRN-ORIG-DATE IS NUMERIC AND JRN-ORIG-DATE > ZEROS
               MOVE JRN-ORIG-DATE TO WS-LINE-DATE
           ELSE
               MOVE JRN-DATE      TO WS-LINE-DATE
           END-IF.
           IF WS-LINE-DATE > WS-MAN-DATE
               IF WS-LINE-DATE > WS-STOP-DATE
                   ADD 1 TO WS-BEYOND-COUNT
               ELSE
                   MOVE "Y" TO WS-LINE-WANTED
               END-IF
           END-IF.

       NEXT-CHANGE-LINE.
           MOVE WS-HIGH-KEY TO WS-CHG-KEY.
           MOVE "N" TO WS-LINE-WANTED.
           PERFORM UNTIL WS-LINE-WANTED = "Y"
                      OR WS-CHANGE-STATUS NOT = "00"
               READ CHANGE-JOURNAL
                   AT END MOVE "10" TO WS-CHANGE-STATUS
                   NOT AT END
                       IF CHG-DATE > WS-MAN-DATE
                           IF CHG-DATE > WS-STOP-DATE
                               ADD 1 TO WS-BEYOND-COUNT
                           ELSE
                               MOVE "Y" TO WS-LINE-WANTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINE-WANTED = "Y"
               IF CHG-FIELD-NAME = "DELETED"
                   COMPUTE WS-CHG-KEY = CHG-DATE * 10 + 3
               ELSE
                   COMPUTE WS-CHG-KEY = CHG-DATE * 10 + 1
               END-IF
           END-IF.

       APPLY-JOURNAL-LINE.
           MOVE WS-LINE-DATE TO DTL-DATE.
           MOVE JRN-CUST-ID  TO DTL-ID CUST-ID.
           MOVE JRN-SOURCE   TO DTL-WHAT.
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "MOVEMENT - CUSTOMER NOT ON FILE" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   PERFORM APPLY-MOVEMENT
           END-READ.
           PERFORM NOTE-JOURNALED-BALANCE.

       APPLY-MOVEMENT.
           IF CUST-BALANCE NOT = JRN-OLD-BALANCE
               ADD 1 TO WS-SEQUENCE-COUNT
               MOVE "OUT OF SEQUENCE - BEFORE-BALANCE DIFFERS"
                   TO DTL-RESULT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF JRN-DC = "D"
               SUBTRACT JRN-AMOUNT FROM CUST-BALANCE
               SUBTRACT JRN-AMOUNT FROM WS-IMPLIED-BALANCE
           ELSE
               ADD JRN-AMOUNT TO CUST-BALANCE
               ADD JRN-AMOUNT TO WS-IMPLIED-BALANCE
           END-IF.
           MOVE WS-LINE-DATE TO CUST-LAST-ACTIVITY.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "MOVEMENT - REWRITE FAILED" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-MOVES-APPLIED
           END-REWRITE.

       NOTE-JOURNALED-BALANCE.
           MOVE "N" TO WS-DRV-FOUND.
           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               IF WS-DRV-ID (WS-DRV-IX) = JRN-CUST-ID
                   MOVE "Y" TO WS-DRV-FOUND
                   MOVE JRN-NEW-BALANCE TO WS-DRV-BALANCE (WS-DRV-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DRV-FOUND = "N"
               IF WS-DRV-COUNT < 2000
                   ADD 1 TO WS-DRV-COUNT
                   SET WS-DRV-IX TO WS-DRV-COUNT
                   MOVE JRN-CUST-ID     TO WS-DRV-ID (WS-DRV-IX)
                   MOVE JRN-NEW-BALANCE TO WS-DRV-BALANCE (WS-DRV-IX)
               ELSE
                   MOVE "Y" TO WS-DRV-FULL
               END-IF
           END-IF.

       APPLY-CHANGE-LINE.
           MOVE CHG-DATE       TO DTL-DATE.
           MOVE CHG-CUST-ID    TO DTL-ID CUST-ID.
           MOVE CHG-FIELD-NAME TO DTL-WHAT.
           EVALUATE CHG-FIELD-NAME
               WHEN "ADDED"
                   PERFORM REPLAY-ADDITION
               WHEN "DELETED"
                   PERFORM REPLAY-REMOVAL
      *        The balance comes from CUSTJRNL.DAT; approvals are
      *        audit lines only.
               WHEN "BALANCE"
               WHEN "APPROVAL"
                   CONTINUE
               WHEN OTHER
                   PERFORM REPLAY-FIELD-CHANGE
           END-EVALUATE.

      * The record starts empty; its fields follow on their own
      * lines and its balance on CUSTJRNL.DAT.
       REPLAY-ADDITION.
           MOVE SPACES   TO CUSTOMER-RECORD.
           MOVE CHG-CUST-ID TO CUST-ID.
           MOVE ZEROS    TO CUST-ZIP CUST-BALANCE.
           MOVE CHG-DATE TO CUST-LAST-ACTIVITY.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "ADDITION - ALREADY ON FILE" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-IMPLIED-COUNT
           END-WRITE.

       REPLAY-REMOVAL.
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "REMOVAL - CUSTOMER NOT ON FILE" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   DELETE CUSTOMER-FILE
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                           MOVE "REMOVAL - DELETE FAILED" TO DTL-RESULT
                           PERFORM WRITE-DETAIL-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-REMOVED-COUNT
                           SUBTRACT 1 FROM WS-IMPLIED-COUNT
                           SUBTRACT CUST-BALANCE
                               FROM WS-IMPLIED-BALANCE
                   END-DELETE
           END-READ.

       REPLAY-FIELD-CHANGE.
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FIELD - CUSTOMER NOT ON FILE" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE CHG-FIELD-NAME
               WHEN "NAME"
                   MOVE CHG-NEW-VALUE        TO CUST-NAME
               WHEN "ADDRESS"
                   MOVE CHG-NEW-VALUE        TO CUST-ADDRESS
               WHEN "CITY"
                   MOVE CHG-NEW-VALUE        TO CUST-CITY
               WHEN "STATE"
                   MOVE CHG-NEW-VALUE (1:2)  TO CUST-STATE
               WHEN "ZIP"
                   IF CHG-NEW-VALUE (1:5) IS NUMERIC
                       MOVE CHG-NEW-VALUE (1:5) TO CUST-ZIP
                   ELSE
                       MOVE ZEROS TO CUST-ZIP
                   END-IF
               WHEN "CURRENCY"
                   MOVE CHG-NEW-VALUE (1:3)  TO CUST-CURRENCY
               WHEN "STATUS"
                   MOVE CHG-NEW-VALUE (1:1)  TO CUST-STATUS
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FIELD NAME NOT KNOWN" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE CHG-DATE TO CUST-LAST-ACTIVITY.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FIELD - REWRITE FAILED" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-FIELDS-APPLIED
           END-REWRITE.

      * Count and balance of the rebuilt file against what the
      * manifest and the journals together imply.
       PROVE-REBUILT-FILE.
           MOVE ZEROS TO WS-RECORD-COUNT WS-TOTAL-BALANCE.
           MOVE ZEROS TO CUST-ID.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       ADD CUST-BALANCE TO WS-TOTAL-BALANCE
               END-READ
           END-PERFORM.
           IF WS-IMPLIED-COUNT NOT = WS-RECORD-COUNT
               MOVE "Y" TO WS-PROOF-FAILED
           END-IF.
           MOVE "REBUILT COUNT:    " TO RSL-LABEL.
           MOVE WS-IMPLIED-COUNT TO RSL-EXPECTED.
           MOVE WS-RECORD-COUNT  TO RSL-ACTUAL.
           PERFORM WRITE-RESULT-LINE.
           IF WS-IMPLIED-BALANCE NOT = WS-TOTAL-BALANCE
               MOVE "Y" TO WS-PROOF-FAILED
           END-IF.
           MOVE "REBUILT BALANCE:  " TO MNL-LABEL.
           MOVE WS-IMPLIED-BALANCE TO MNL-EXPECTED.
           MOVE WS-TOTAL-BALANCE   TO MNL-ACTUAL.
           PERFORM WRITE-MONEY-LINE.

      * As BALANCE-VERIFY: each journaled customer still on file
      * must hold the newest journaled balance. Customers the
      * journals never touched are the snapshot's, already proved.
       VERIFY-BALANCES.
           PERFORM VARYING WS-DRV-IX FROM 1 BY 1
                   UNTIL WS-DRV-IX > WS-DRV-COUNT
               MOVE WS-DRV-ID (WS-DRV-IX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           IF WS-DRV-FULL = "Y"
               MOVE "Y" TO WS-PROOF-FAILED
               MOVE "VERIFY TABLE FULL - NOT EVERY CUSTOMER CHECKED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE WS-DRV-BALANCE (WS-DRV-IX) TO WS-EXPECT-BALANCE.
           IF CUST-BALANCE NOT = WS-EXPECT-BALANCE
               ADD 1 TO WS-DRIFT-COUNT
               MOVE CUST-ID TO DFL-ID
               MOVE WS-EXPECT-BALANCE TO DFL-DERIVED
               MOVE CUST-BALANCE TO DFL-ACTUAL
               COMPUTE WS-DRIFT-AMOUNT =
                   CUST-BALANCE - WS-EXPECT-BALANCE
               MOVE WS-DRIFT-AMOUNT TO DFL-DRIFT
               MOVE SPACES TO REPORT-LINE
               MOVE DRIFT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Take the named lock, waiting and retrying per LOCKCFG.DAT; a
      * lock still busy after the last attempt ends the run RC 12 so
      * the scheduler can requeue rather than overlap.
       LOCK-ACQUIRE.
           OPEN INPUT LOCK-CONFIG-FILE.
           IF WS-LOCKCFG-STATUS = "00"
               READ LOCK-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LCF-RETRIES > ZEROS
                           MOVE LCF-RETRIES TO WS-LOCK-RETRIES
                       END-IF
                       IF LCF-WAIT-SECONDS > ZEROS
                           MOVE LCF-WAIT-SECONDS TO WS-LOCK-WAIT-SECS
                       END-IF
               END-READ
           END-IF.
           CLOSE LOCK-CONFIG-FILE.
           MOVE "N" TO WS-LOCK-HELD.
           MOVE ZEROS TO WS-LOCK-ATTEMPT.
           PERFORM LOCK-ATTEMPT-ONCE
               UNTIL WS-LOCK-HELD = "Y"
                  OR WS-LOCK-ATTEMPT >= WS-LOCK-RETRIES.
           IF WS-LOCK-HELD NOT = "Y"
               DISPLAY "CUSTOMER.DAT LOCK HELD BY " LCK-OWNER
               CLOSE RECOVERY-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOCK-ATTEMPT-ONCE.
           ADD 1 TO WS-LOCK-ATTEMPT.
           OPEN INPUT CUSTOMER-LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           IF WS-LOCK-STATUS = "00"
               READ CUSTOMER-LOCK-FILE
                   AT END MOVE SPACES TO LOCK-RECORD
               END-READ
           END-IF.
      *    A missing OPTIONAL file opens successfully with status 05,
      *    so the close happens outside the status test - otherwise
      *    the re-open below would fail against a still-open file.
           CLOSE CUSTOMER-LOCK-FILE.
           IF LCK-OWNER = SPACES
               OPEN OUTPUT CUSTOMER-LOCK-FILE
               MOVE RECOVERY-MY-NAME TO LCK-OWNER
               MOVE WS-TODAY-DATE TO LCK-DATE
               ACCEPT WS-LOCK-TIME FROM TIME
               MOVE WS-LOCK-TIME TO LCK-TIME
               WRITE LOCK-RECORD
               CLOSE CUSTOMER-LOCK-FILE
               MOVE "Y" TO WS-LOCK-HELD
           ELSE
               IF WS-LOCK-ATTEMPT < WS-LOCK-RETRIES
                   MOVE WS-LOCK-WAIT-SECS TO WS-LOCK-WAIT-FULL
                   CALL "ILBOWAT0" USING WS-LOCK-WAIT-FULL
               END-IF
           END-IF.

      * Release = truncate the lock file back to empty.
       LOCK-RELEASE.
           IF WS-LOCK-HELD = "Y"
               OPEN OUTPUT CUSTOMER-LOCK-FILE
               CLOSE CUSTOMER-LOCK-FILE
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MONEY-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE MONEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SUMMARY.
           MOVE WS-SNAP-LOADED    TO SML-LOADED.
           MOVE WS-MOVES-APPLIED  TO SML-MOVES.
           MOVE WS-FIELDS-APPLIED TO SML-FIELDS.
           MOVE WS-ADDED-COUNT    TO SML-ADDED.
           MOVE WS-REMOVED-COUNT  TO SML-REMOVED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BEYOND-COUNT   TO SML-BEYOND.
           MOVE WS-SEQUENCE-COUNT TO SML-SEQUENCE.
           MOVE WS-FAILED-COUNT   TO SML-FAILED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FAILED-COUNT > ZEROS OR WS-SEQUENCE-COUNT > ZEROS
              OR WS-DRIFT-COUNT > ZEROS
               MOVE "Y" TO WS-PROOF-FAILED
           END-IF.
           MOVE WS-CHECKED-COUNT  TO SML-CHECKED.
           MOVE WS-DRIFT-COUNT    TO SML-DRIFT.
           IF WS-PROOF-FAILED = "Y"
               MOVE "DOES NOT PROVE"     TO SML-RESULT
           ELSE
               MOVE "RECOVERY PROVES OUT" TO SML-RESULT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

       SET-RETURN-CODE.
           IF WS-PROOF-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
