      *   CUSTOMER.ARC) and then deleted, so EXPOSRPT and the other   *
      *   in-force reports stop counting dead policies as exposure.   *
      *                                                                *
      *   A policy that lapses inside its first year has not earned   *
      *   its broker the full commission, which is earned over the    *
      *   first 365 days: the share for the days short of a year is   *
      *   clawed back against the broker's BROKPAID.DAT position, the *
      *   same way POLCANCL claws back on cancellation, and logged    *
      *   on BROKCLAW.DAT.                                            *
      *                                                                *
      *   Commercial policies are left alone - COMMERCIAL rows carry  *
      *   their own STATUS lifecycle and renewal dates.               *
      *                                                                *
      *   One line per lapsed policy goes to LAPSE.RPT; RC 4 when     *
      *   anything lapsed, matching CUSTOMER-ARCHIVE.                 *
      *                                                                *
      *   Each lapsed policy has its last version saved through       *
      *   POLVERS before its rows are deleted; one whose version      *
      *   cannot be saved is left in place and reported.              *
      *                                                                *
      *   With ARREARS as the second PARM word the run also lapses    *
      *   policies in arrears on their own account, whatever their    *
      *   expiry: a policy whose POLRECV position shows money owed    *
      *   on a charge that fell due more than the grace period ago.   *
      *   Only that policy's charges count - not the customer's       *
      *   balance, which other policies' payments may be keeping up.  *
      *   Its commission is earned up to the day of the run.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLAPSE.
               ASSIGN TO "LAPSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAID-POSITION-FILE
               ASSIGN TO "BROKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL CLAWBACK-FILE
               ASSIGN TO "BROKCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAPSE-ARCHIVE-FILE.
       FD  LAPSE-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Same layout BROKSETL keeps.
       FD  PAID-POSITION-FILE.
       01  POSITION-RECORD.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-OFF-BOOK             PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-CLAWBACK             PIC 9(11)V99.

      * One line per commission clawback, as POLCANCL also writes.
       FD  CLAWBACK-FILE.
       01  CLAWBACK-RECORD.
           05 CLW-BROKER-ID            PIC 9(9).
           05 CLW-POLICY-NUM           PIC 9(10).
           05 CLW-POLICY-TYPE          PIC X(1).
           05 CLW-SOURCE               PIC X(4).
           05 CLW-EVENT-DATE           PIC 9(8).
           05 CLW-PREMIUM-BACK         PIC 9(7)V99.
           05 CLW-COMMISSION           PIC 9(7)V99.
           05 CLW-CLAWBACK             PIC 9(7)V99.
           05 CLW-RUN-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.
               INCLUDE SQLCA
           END-EXEC.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-POSITION-STATUS          PIC XX VALUE SPACES.
       01  WS-CLAWBACK-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Grace period in days past expiry before a policy lapses,
      * from the first PARM word, same convention as
      * CUSTOMER-ARCHIVE's retention override.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-GRACE-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-GRACE-DAYS               PIC S9(5) USAGE COMP VALUE 30.
      * ARREARS as the second PARM word adds the arrears test.
       01  WS-MODE-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-ARREARS-MODE             PIC X(01) VALUE 'N'.

      * Host variables for the lapse-candidate cursor fetch
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-BROKERID-IND             PIC S9(4) USAGE COMP.
       01  WS-COMMISSION               PIC S9(4) USAGE COMP.
       01  WS-COMMISSION-IND           PIC S9(4) USAGE COMP.
      * 'X' lapsed by expiry, 'A' by arrears.
       01  WS-LAPSE-REASON             PIC X(01).

      * First-year commission earning: days the policy ran against
      * the 365 over which commission is earned.
       01  WS-ISSUE-NUM                PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRY-NUM               PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-IN-FORCE            PIC S9(7) COMP VALUE 0.
       01  WS-CLAWBACK                 PIC 9(7)V99 VALUE 0.

      * The policy's commission split from COMMSPLIT, or its broker
      * alone at 100 when it has none.
       01  WS-SPLIT-BROKERID           PIC S9(9) USAGE COMP.
       01  WS-SPLIT-SHARE              PIC S9(3)V99 USAGE COMP-3.
       01  WS-SPLIT-EOF                PIC X(01) VALUE 'N'.
       01  WS-SPLIT-COUNT              PIC 9(1) VALUE 0.
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 3 TIMES
                                   INDEXED BY WS-SP-IX.
              10 WS-SP-BROKER          PIC 9(9).
              10 WS-SP-SHARE           PIC 9(3)V99.
       01  WS-SHARE-COMMISSION         PIC 9(7)V99 VALUE 0.
       01  WS-SHARE-CLAWBACK           PIC 9(7)V99 VALUE 0.
       01  WS-COMMISSION-LEFT          PIC 9(7)V99 VALUE 0.
       01  WS-CLAWBACK-LEFT            PIC 9(7)V99 VALUE 0.

      * Broker positions from BROKPAID.DAT, rewritten with the run's
      * clawbacks added.
       01  WS-POS-COUNT                PIC 9(3) VALUE 0.
       01  WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-PS-IX.
              10 WS-PS-BROKER          PIC 9(9).
              10 WS-PS-SETTLED         PIC 9(11)V99.
              10 WS-PS-OFF-BOOK        PIC 9(11)V99.
              10 WS-PS-CLAWBACK        PIC 9(11)V99.
       01  WS-POS-FOUND                PIC X VALUE "N".
       01  WS-POSITION-CHANGED         PIC X VALUE "N".

      * Host variables for the per-product detail row
       01  WS-E-FUNDNAME               PIC X(10).
           05 WS-SCANNED-COUNT         PIC 9(7) VALUE 0.
           05 WS-LAPSED-COUNT          PIC 9(7) VALUE 0.
           05 WS-SKIPPED-COUNT         PIC 9(7) VALUE 0.
           05 WS-CLAWBACK-COUNT        PIC 9(7) VALUE 0.
       01  WS-CLAWBACK-TOTAL           PIC 9(11)V99 VALUE 0.

      * Display fields for the delimited archive line
       01  WS-ARC-POLICY               PIC Z(9)9.
           05 LSL-LAPSED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  SKIPPED: '.
           05 LSL-SKIPPED              PIC ZZZ,ZZ9.
       01  CLAWBACK-SUMMARY-LINE.
           05 FILLER                   PIC X(21) VALUE
              'COMMISSION CLAWBACKS:'.
           05 CBL-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05 CBL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Lapse candidates: non-commercial policies whose expiry is
      * more than the grace period in the past - or, in arrears
      * mode, whose oldest unpaid charge is.
           EXEC SQL
               DECLARE LAPSE-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, CUSTOMERNUMBER, POLICYTYPE,
                      ISSUEDATE, EXPIRYDATE, PAYMENT, BROKERID,
                      COMMISSION,
                      CASE WHEN EXPIRYDATE <
                                CURRENT DATE - :WS-GRACE-DAYS DAYS
                           THEN 'X' ELSE 'A' END
                 FROM POLICY
                WHERE POLICYTYPE IN ('E', 'H', 'M')
                  AND (EXPIRYDATE < CURRENT DATE - :WS-GRACE-DAYS DAYS
                       OR (:WS-ARREARS-MODE = 'Y'
                           AND POLICYNUMBER IN
                               (SELECT POLICYNUMBER FROM POLRECV
                                 WHERE OWED > 0
                                   AND OLDESTDUE <
                                   CURRENT DATE - :WS-GRACE-DAYS DAYS)))
                ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE SPLIT-CURSOR CURSOR FOR
               SELECT BROKERID, SHAREPCT
                 FROM COMMSPLIT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                ORDER BY SEQNO
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           EXIT.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-GRACE-TEXT WS-MODE-TEXT
              IF WS-GRACE-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-GRACE-TEXT)
                   TO WS-GRACE-DAYS
              END-IF
              IF WS-MODE-TEXT = 'ARREARS'
                 MOVE 'Y' TO WS-ARREARS-MODE
              END-IF
           END-IF

           OPEN OUTPUT LAPSE-ARCHIVE-FILE
           OPEN OUTPUT LAPSE-REPORT
           OPEN EXTEND CLAWBACK-FILE
           PERFORM 1100-LOAD-POSITION
              THRU 1100-EXIT

           EXEC SQL
               OPEN LAPSE-CURSOR
       1000-EXIT.
           EXIT.

       1100-LOAD-POSITION.
           OPEN INPUT PAID-POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
                 READ PAID-POSITION-FILE
                    AT END MOVE "10" TO WS-POSITION-STATUS
                    NOT AT END
                       IF WS-POS-COUNT < 200
                          ADD 1 TO WS-POS-COUNT
                          SET WS-PS-IX TO WS-POS-COUNT
                          MOVE POS-BROKER-ID
                            TO WS-PS-BROKER(WS-PS-IX)
                          MOVE POS-SETTLED
                            TO WS-PS-SETTLED(WS-PS-IX)
                          MOVE 0 TO WS-PS-OFF-BOOK(WS-PS-IX)
                                    WS-PS-CLAWBACK(WS-PS-IX)
                          IF POS-OFF-BOOK NUMERIC
                             MOVE POS-OFF-BOOK
                               TO WS-PS-OFF-BOOK(WS-PS-IX)
                          END-IF
                          IF POS-CLAWBACK NUMERIC
                             MOVE POS-CLAWBACK
                               TO WS-PS-CLAWBACK(WS-PS-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAID-POSITION-FILE
           .
       1100-EXIT.
           EXIT.

       1500-FETCH-NEXT-POLICY.

           EXEC SQL
               INTO :WS-POLICY-NUM, :WS-CUSTOMER-NUM, :WS-POLICY-TYPE,
                    :WS-ISSUE-DATE, :WS-EXPIRY-DATE,
                    :WS-PAYMENT :WS-PAYMENT-IND,
                    :WS-BROKERID :WS-BROKERID-IND,
                    :WS-COMMISSION :WS-COMMISSION-IND,
                    :WS-LAPSE-REASON
           END-EXEC.

           IF SQLCODE = 100
           EXIT.

       2300-DELETE-POLICY-ROWS.
           MOVE 'D'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'POLLAPSE'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE 'VERSION SAVE FAILED' TO LDL-RESULT
              PERFORM 2900-WRITE-REPORT-LINE
                 THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF

           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-LAPSED-COUNT
              IF WS-LAPSE-REASON = 'A'
                 MOVE 'LAPSED - ARREARS    ' TO LDL-RESULT
              ELSE
                 MOVE 'LAPSED              ' TO LDL-RESULT
              END-IF
              PERFORM 2400-CLAW-BACK-COMMISSION
                 THRU 2400-EXIT
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE 'POLICY DELETE FAILED' TO LDL-RESULT
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Commission is earned over the policy's first 365 days. A      *
      * lapse short of that gives back the share for the missing      *
      * days. Either way the full commission has left the POLICY      *
      * table with the row and is carried on the position as          *
      * off-book.                                                     *
      * A commission split apportions both the off-book commission    *
      * and the clawback by the brokers' shares, the last broker      *
      * taking what rounding leaves so the parts add to the whole.    *
      *----------------------------------------------------------------*
       2400-CLAW-BACK-COMMISSION.
           MOVE 0 TO WS-CLAWBACK
           IF WS-COMMISSION-IND < 0 OR WS-COMMISSION <= 0
              GO TO 2400-EXIT
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
      *    A policy lapsed for arrears ran only up to today.
           IF WS-LAPSE-REASON = 'A'
              MOVE WS-RUN-DATE TO WS-EXPIRY-NUM
           END-IF
           COMPUTE WS-DAYS-IN-FORCE =
               FUNCTION INTEGER-OF-DATE (WS-EXPIRY-NUM)
             - FUNCTION INTEGER-OF-DATE (WS-ISSUE-NUM)
           IF WS-DAYS-IN-FORCE < 0
              MOVE 0 TO WS-DAYS-IN-FORCE
           END-IF
           IF WS-DAYS-IN-FORCE < 365
              COMPUTE WS-CLAWBACK ROUNDED =
                  WS-COMMISSION * (365 - WS-DAYS-IN-FORCE) / 365
           END-IF

           PERFORM 2410-LOAD-SPLIT
              THRU 2410-EXIT
           MOVE WS-COMMISSION TO WS-COMMISSION-LEFT
           MOVE WS-CLAWBACK   TO WS-CLAWBACK-LEFT
           PERFORM 2420-CLAW-BACK-SHARE
              THRU 2420-EXIT
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > WS-SPLIT-COUNT
           .
       2400-EXIT.
           EXIT.

      * The policy's split rows outlive the POLICY row, so they are
      * still there to read once it has been deleted.
       2410-LOAD-SPLIT.
           MOVE 0 TO WS-SPLIT-COUNT
           EXEC SQL
               OPEN SPLIT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-SPLIT-EOF
           PERFORM UNTIL WS-SPLIT-EOF = 'Y'
              EXEC SQL
                  FETCH SPLIT-CURSOR
                  INTO :WS-SPLIT-BROKERID, :WS-SPLIT-SHARE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF WS-SPLIT-COUNT < 3
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE WS-SPLIT-BROKERID
                         TO WS-SP-BROKER(WS-SPLIT-COUNT)
                       MOVE WS-SPLIT-SHARE
                         TO WS-SP-SHARE(WS-SPLIT-COUNT)
                    END-IF
                 WHEN 100
                    MOVE 'Y' TO WS-SPLIT-EOF
                 WHEN OTHER
                    DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
                    MOVE 'Y' TO WS-SQL-ERROR-FLAG
                    PERFORM 9000-END-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE SPLIT-CURSOR
           END-EXEC
           IF WS-SPLIT-COUNT = 0
              AND WS-BROKERID-IND >= 0 AND WS-BROKERID > 0
              MOVE 1           TO WS-SPLIT-COUNT
              MOVE WS-BROKERID TO WS-SP-BROKER(1)
              MOVE 100         TO WS-SP-SHARE(1)
           END-IF
           .
       2410-EXIT.
           EXIT.

       2420-CLAW-BACK-SHARE.
           IF WS-SP-IX = WS-SPLIT-COUNT
              MOVE WS-COMMISSION-LEFT TO WS-SHARE-COMMISSION
              MOVE WS-CLAWBACK-LEFT   TO WS-SHARE-CLAWBACK
           ELSE
              COMPUTE WS-SHARE-COMMISSION ROUNDED =
                  WS-COMMISSION * WS-SP-SHARE(WS-SP-IX) / 100
              COMPUTE WS-SHARE-CLAWBACK ROUNDED =
                  WS-CLAWBACK * WS-SP-SHARE(WS-SP-IX) / 100
              SUBTRACT WS-SHARE-COMMISSION FROM WS-COMMISSION-LEFT
              SUBTRACT WS-SHARE-CLAWBACK   FROM WS-CLAWBACK-LEFT
           END-IF

           MOVE "N" TO WS-POS-FOUND
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-POS-COUNT
              IF WS-PS-BROKER(WS-PS-IX) = WS-SP-BROKER(WS-SP-IX)
                 MOVE "Y" TO WS-POS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-POS-FOUND = "N"
              IF WS-POS-COUNT < 200
                 ADD 1 TO WS-POS-COUNT
                 SET WS-PS-IX TO WS-POS-COUNT
                 MOVE WS-SP-BROKER(WS-SP-IX)
                   TO WS-PS-BROKER(WS-PS-IX)
                 MOVE 0 TO WS-PS-SETTLED(WS-PS-IX)
                           WS-PS-OFF-BOOK(WS-PS-IX)
                           WS-PS-CLAWBACK(WS-PS-IX)
              ELSE
                 DISPLAY 'BROKER POSITION TABLE FULL:'
                         WS-SP-BROKER(WS-SP-IX)
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 GO TO 2420-EXIT
              END-IF
           END-IF
           ADD WS-SHARE-COMMISSION TO WS-PS-OFF-BOOK(WS-PS-IX)
           MOVE "Y" TO WS-POSITION-CHANGED
           IF WS-SHARE-CLAWBACK = ZEROS
              GO TO 2420-EXIT
           END-IF
           ADD WS-SHARE-CLAWBACK TO WS-PS-CLAWBACK(WS-PS-IX)
           ADD 1 TO WS-CLAWBACK-COUNT
           ADD WS-SHARE-CLAWBACK TO WS-CLAWBACK-TOTAL

           MOVE WS-SP-BROKER(WS-SP-IX) TO CLW-BROKER-ID
           MOVE WS-POLICY-NUM          TO CLW-POLICY-NUM
           MOVE WS-POLICY-TYPE         TO CLW-POLICY-TYPE
           MOVE 'LAPS'                 TO CLW-SOURCE
           MOVE WS-EXPIRY-NUM          TO CLW-EVENT-DATE
           MOVE 0                      TO CLW-PREMIUM-BACK
           MOVE WS-SHARE-COMMISSION    TO CLW-COMMISSION
           MOVE WS-SHARE-CLAWBACK      TO CLW-CLAWBACK
           MOVE WS-RUN-DATE            TO CLW-RUN-DATE
           WRITE CLAWBACK-RECORD
           .
       2420-EXIT.
           EXIT.

       2900-WRITE-REPORT-LINE.
           MOVE WS-POLICY-NUM   TO LDL-POLICY-NUM
           MOVE WS-POLICY-TYPE  TO LDL-POLICY-TYPE
           MOVE WS-SKIPPED-COUNT TO LSL-SKIPPED
           MOVE LAPSE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLAWBACK-COUNT TO CBL-COUNT
           MOVE WS-CLAWBACK-TOTAL TO CBL-AMOUNT
           MOVE CLAWBACK-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Positions go back whole, with every clawback the run made -   *
      * also on the way out of an abended run, since the policies     *
      * behind them are already gone.                                 *
      *----------------------------------------------------------------*
       8500-REWRITE-POSITION.
           OPEN OUTPUT PAID-POSITION-FILE
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-POS-COUNT
              MOVE SPACES TO POSITION-RECORD
              MOVE WS-PS-BROKER(WS-PS-IX)   TO POS-BROKER-ID
              MOVE WS-PS-SETTLED(WS-PS-IX)  TO POS-SETTLED
              MOVE WS-PS-OFF-BOOK(WS-PS-IX) TO POS-OFF-BOOK
              MOVE WS-PS-CLAWBACK(WS-PS-IX) TO POS-CLAWBACK
              WRITE POSITION-RECORD
           END-PERFORM
           CLOSE PAID-POSITION-FILE
           .
       8500-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE LAPSE-CURSOR
           END-EXEC.
           IF WS-POSITION-CHANGED = "Y"
              PERFORM 8500-REWRITE-POSITION
                 THRU 8500-EXIT
           END-IF
           CLOSE CLAWBACK-FILE.
           CLOSE LAPSE-ARCHIVE-FILE.
           CLOSE LAPSE-REPORT.
           EVALUATE TRUE
