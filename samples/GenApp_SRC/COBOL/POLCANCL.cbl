      *   bank interface run. The policy row and its product detail   *
      *   are then removed, the same deletions LGDPOL01 makes.        *
      *                                                                *
      *   The broker gives back commission on the same basis: the     *
      *   unearned share of COMMISSION is clawed back against their   *
      *   BROKPAID.DAT position for BROKSETL to net off, and logged   *
      *   on the clawback register BROKCLAW.DAT.                      *
      *                                                                *
      *   Requests for unknown policies or customers are reported     *
      *   and left standing; the run ends RC 4 when any exist.        *
      *                                                                *
      *   Each cancelled policy has its last version saved through    *
      *   POLVERS before its rows are deleted.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCANCL.
               ASSIGN TO "POLCANCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAID-POSITION-FILE
               ASSIGN TO "BROKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL CLAWBACK-FILE
               ASSIGN TO "BROKCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same indexed KSDS layout as customer-records.cob's
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Business date the line would have carried had its month
      * not been closed; zero when posted on the day.
           05  JRN-ORIG-DATE      PIC 9(8).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(60).
       FD  CANCEL-REPORT.
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

      * One line per commission clawback, as POLLAPSE also writes.
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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One line per month closed by PERIOD-CLOSE.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

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

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.

       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-REQUEST-STATUS           PIC XX VALUE SPACES.
       01  WS-POSITION-STATUS          PIC XX VALUE SPACES.
       01  WS-CLAWBACK-STATUS          PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Date the run posts to - the business date, or the first day
      * of the first open month when the business date falls in a
      * closed one. The business date is then kept as the original.
       01  WS-POSTING-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-POSTING-MONTH REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-YYYYMM        PIC 9(6).
           05 WS-POSTING-DD            PIC 9(2).
       01  WS-POSTING-SPLIT REDEFINES WS-POSTING-DATE.
           05 WS-POSTING-YYYY          PIC 9(4).
           05 WS-POSTING-MM            PIC 9(2).
           05 FILLER                   PIC 9(2).
       01  WS-ORIGINAL-DATE            PIC 9(8) VALUE ZEROS.
       01  WS-CLOSED-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05 WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-IX                PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-CLOSED            PIC X(01) VALUE 'N'.

      * Host variables for the policy read.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-EXPIRY-DATE-IND          PIC S9(4) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-COMMISSION               PIC S9(4) USAGE COMP.
       01  WS-COMMISSION-IND           PIC S9(4) USAGE COMP.
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-BROKERID-IND             PIC S9(4) USAGE COMP.

      * Unearned calculation work fields.
       01  WS-ISSUE-NUM                PIC 9(8) VALUE ZEROS.
       01  WS-UNEARNED                 PIC 9(7)V99 VALUE 0.
       01  WS-SURPLUS                  PIC 9(7)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC S9(7)V99 VALUE 0.
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

       01  WS-COUNTS.
           05 WS-REQUESTS-READ         PIC 9(5) VALUE 0.
           05 WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
           05 WS-REFUND-COUNT          PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
           05 WS-CLAWBACK-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNEARNED-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-CLAWBACK-TOTAL           PIC 9(11)V99 VALUE 0.

      * Fields for one delimited refund payment instruction.
       01  WS-PAY-CUSTOMER             PIC Z(9)9.
           05 CSL-REJECTS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNEARNED: '.
           05 CSL-UNEARNED             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CLAWBACK-SUMMARY-LINE.
           05 FILLER                   PIC X(21) VALUE
              'COMMISSION CLAWBACKS:'.
           05 CBL-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  AMOUNT: '.
           05 CBL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               DECLARE SPLIT-CURSOR CURSOR FOR
               SELECT BROKERID, SHAREPCT
                 FROM COMMSPLIT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                ORDER BY SEQNO
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A business date inside a month finance has closed posts to   *
      * the first day of the first month still open. The business    *
      * date is kept on the line as the original date.               *
      *----------------------------------------------------------------*
       0060-SET-POSTING-DATE.
           MOVE WS-RUN-DATE TO WS-POSTING-DATE
           MOVE ZEROS       TO WS-ORIGINAL-DATE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
              PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                 READ PERIOD-FILE
                    AT END MOVE "10" TO WS-PERIOD-STATUS
                    NOT AT END
                       IF PER-STATUS = 'CLSD'
                          AND WS-CLOSED-COUNT < 240
                          ADD 1 TO WS-CLOSED-COUNT
                          MOVE PER-MONTH
                            TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PERIOD-FILE
           PERFORM 0065-CHECK-POSTING-PERIOD
              THRU 0065-EXIT
           PERFORM UNTIL WS-PERIOD-CLOSED = 'N'
              MOVE WS-RUN-DATE TO WS-ORIGINAL-DATE
              IF WS-POSTING-MM = 12
                 ADD 1 TO WS-POSTING-YYYY
                 MOVE 1 TO WS-POSTING-MM
              ELSE
                 ADD 1 TO WS-POSTING-MM
              END-IF
              MOVE 1 TO WS-POSTING-DD
              PERFORM 0065-CHECK-POSTING-PERIOD
                 THRU 0065-EXIT
           END-PERFORM
           IF WS-ORIGINAL-DATE NOT = ZEROS
              DISPLAY 'PERIOD CLOSED - POSTING AS ' WS-POSTING-DATE
           END-IF
           .
       0060-EXIT.
           EXIT.

       0065-CHECK-POSTING-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED
           PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
                   UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
              IF WS-CLOSED-MONTH (WS-CLOSED-IX) = WS-POSTING-YYYYMM
                 MOVE 'Y' TO WS-PERIOD-CLOSED
              END-IF
           END-PERFORM
           .
       0065-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 0060-SET-POSTING-DATE
              THRU 0060-EXIT
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
           OPEN EXTEND BALANCE-JOURNAL
           OPEN EXTEND PAYMENT-FILE
           OPEN OUTPUT CANCEL-REPORT
           OPEN EXTEND CLAWBACK-FILE
           PERFORM 1100-LOAD-POSITION
              THRU 1100-EXIT
           .
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

       2000-CANCEL-ONE-POLICY.
           MOVE CRQ-POLICY-NUM TO WS-POLICY-NUM CDL-POLICY-NUM

           EXEC SQL
               SELECT CUSTOMERNUMBER, POLICYTYPE,
                      CHAR(ISSUEDATE, ISO), CHAR(EXPIRYDATE, ISO),
                      PAYMENT, COMMISSION, BROKERID
                 INTO :WS-CUSTOMER-NUM, :WS-POLICY-TYPE,
                      :WS-ISSUE-DATE,
                      :WS-EXPIRY-DATE :WS-EXPIRY-DATE-IND,
                      :WS-PAYMENT :WS-PAYMENT-IND,
                      :WS-COMMISSION :WS-COMMISSION-IND,
                      :WS-BROKERID :WS-BROKERID-IND
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
              THRU 2200-EXIT
           PERFORM 2400-DELETE-POLICY
              THRU 2400-EXIT
           PERFORM 2500-CLAW-BACK-COMMISSION
              THRU 2500-EXIT

           ADD 1 TO WS-CANCELLED-COUNT
           ADD WS-UNEARNED TO WS-UNEARNED-TOTAL
           END-IF
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           ADD WS-UNEARNED TO CUST-BALANCE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'CANCL'       TO JRN-SOURCE
           MOVE CUST-ID       TO JRN-CUST-ID
           MOVE 'C'           TO JRN-DC
           MOVE WS-UNEARNED   TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE  TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           WRITE JOURNAL-RECORD

           IF CUST-BALANCE > ZEROS
              MOVE CUST-BALANCE TO WS-SURPLUS
              MOVE CUST-BALANCE TO WS-OLD-BALANCE
              SUBTRACT WS-SURPLUS FROM CUST-BALANCE
              MOVE WS-POSTING-DATE TO JRN-DATE
              MOVE 'CANCL'       TO JRN-SOURCE
              MOVE CUST-ID       TO JRN-CUST-ID
              MOVE 'D'           TO JRN-DC
              MOVE WS-SURPLUS    TO JRN-AMOUNT
              MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
              MOVE CUST-BALANCE  TO JRN-NEW-BALANCE
              MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
              WRITE JOURNAL-RECORD
              PERFORM 2300-WRITE-REFUND-INSTRUCTION
                 THRU 2300-EXIT
      * the policy itself.                                            *
      *----------------------------------------------------------------*
       2400-DELETE-POLICY.
           MOVE 'D'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'POLCANCL'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The broker's commission is apportioned the way the premium    *
      * was: the share for the days from cancellation to expiry is    *
      * clawed back. The full commission leaves the POLICY table      *
      * with the row, so it is carried on the position as off-book    *
      * and the clawback set against it.                              *
      * A commission split apportions both the off-book commission    *
      * and the clawback by the brokers' shares, the last broker      *
      * taking what rounding leaves so the parts add to the whole.    *
      *----------------------------------------------------------------*
       2500-CLAW-BACK-COMMISSION.
           MOVE 0 TO WS-CLAWBACK
           IF WS-COMMISSION-IND < 0 OR WS-COMMISSION <= 0
              GO TO 2500-EXIT
           END-IF
           IF WS-UNEARNED > ZEROS
              COMPUTE WS-CLAWBACK ROUNDED =
                  WS-COMMISSION * WS-REMAINING-DAYS / WS-TERM-DAYS
           END-IF

           PERFORM 2510-LOAD-SPLIT
              THRU 2510-EXIT
           MOVE WS-COMMISSION TO WS-COMMISSION-LEFT
           MOVE WS-CLAWBACK   TO WS-CLAWBACK-LEFT
           PERFORM 2520-CLAW-BACK-SHARE
              THRU 2520-EXIT
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > WS-SPLIT-COUNT
           .
       2500-EXIT.
           EXIT.

      * The policy's split rows outlive the POLICY row, so they are
      * still there to read once it has been deleted.
       2510-LOAD-SPLIT.
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
       2510-EXIT.
           EXIT.

       2520-CLAW-BACK-SHARE.
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
                 GO TO 2520-EXIT
              END-IF
           END-IF
           ADD WS-SHARE-COMMISSION TO WS-PS-OFF-BOOK(WS-PS-IX)
           MOVE "Y" TO WS-POSITION-CHANGED
           IF WS-SHARE-CLAWBACK = ZEROS
              GO TO 2520-EXIT
           END-IF
           ADD WS-SHARE-CLAWBACK TO WS-PS-CLAWBACK(WS-PS-IX)
           ADD 1 TO WS-CLAWBACK-COUNT
           ADD WS-SHARE-CLAWBACK TO WS-CLAWBACK-TOTAL

           MOVE WS-SP-BROKER(WS-SP-IX) TO CLW-BROKER-ID
           MOVE WS-POLICY-NUM          TO CLW-POLICY-NUM
           MOVE WS-POLICY-TYPE         TO CLW-POLICY-TYPE
           MOVE 'CANC'                 TO CLW-SOURCE
           MOVE CRQ-CANCEL-DATE        TO CLW-EVENT-DATE
           MOVE WS-UNEARNED            TO CLW-PREMIUM-BACK
           MOVE WS-SHARE-COMMISSION    TO CLW-COMMISSION
           MOVE WS-SHARE-CLAWBACK      TO CLW-CLAWBACK
           MOVE WS-RUN-DATE            TO CLW-RUN-DATE
           WRITE CLAWBACK-RECORD
           .
       2520-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE CANCEL-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNEARNED-TOTAL  TO CSL-UNEARNED
           MOVE CANCEL-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLAWBACK-COUNT  TO CBL-COUNT
           MOVE WS-CLAWBACK-TOTAL  TO CBL-AMOUNT
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
           IF WS-POSITION-CHANGED = "Y"
              PERFORM 8500-REWRITE-POSITION
                 THRU 8500-EXIT
           END-IF
           CLOSE CLAWBACK-FILE.
           CLOSE REQUEST-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE BALANCE-JOURNAL.
