      ******************************************************************
      *                                                                *
      *         Cancellation for Non-Payment Run                       *
      *                                                                *
      *   Takes INSTDELQ's delinquency - installments unpaid more     *
      *   than the grace period past due - through to cancellation:   *
      *                                                                *
      *     a delinquent policy with no notice outstanding gets a     *
      *     CANCNOTC notice of intended cancellation queued for       *
      *     LETTGEN and joins the notice register CANCNOTC.DAT        *
      *     an installment marked paid by INSTMARK while the notice   *
      *     runs withdraws it - the register holds the policy's paid  *
      *     count at notice time, and any rise means money came in;   *
      *     a CANCWDRN letter tells the customer                      *
      *     a notice still standing after the notice period writes    *
      *     the policy onto CANCREQ.DAT, dated today, for POLCANCL    *
      *     to cancel with the unearned-premium refund                *
      *     a policy that has gone off the book meanwhile simply      *
      *     drops from the register                                   *
      *                                                                *
      *   PARM: grace days (default 30, as INSTDELQ) then notice      *
      *   days (default 14).                                          *
      *                                                                *
      *   An endowment converted to paid-up by ENDPDUP owes no more   *
      *   premium and is never taken to cancellation; its billed      *
      *   arrears are collected on the customer's account.            *
      *                                                                *
      *   One line per action to INSTCANC.RPT with a summary of       *
      *   notices issued, withdrawn and converted; RC 4 when any      *
      *   policy went forward for cancellation.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTCANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Notices issued and still running, one line per policy,
      *    rewritten whole at the end of every run.
           SELECT OPTIONAL NOTICE-FILE
               ASSIGN TO "CANCNOTC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT CANCEL-REQUEST-FILE
               ASSIGN TO "CANCREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NONPAY-REPORT
               ASSIGN TO "INSTCANC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05 NTC-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 NTC-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 NTC-NOTICE-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 NTC-PAID-COUNT           PIC 9(4).

      * Same layout POLCANCL reads: policy and cancellation date.
       FD  CANCEL-REQUEST-FILE.
       01  CANCEL-REQUEST-RECORD.
           05 CNQ-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CNQ-CANCEL-DATE          PIC 9(8).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  NONPAY-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-NOTICE-STATUS            PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-GRACE-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-NOTICE-TEXT              PIC X(8)  VALUE SPACES.
       01  WS-GRACE-DAYS               PIC S9(5) USAGE COMP VALUE 30.
       01  WS-NOTICE-DAYS              PIC S9(5) USAGE COMP VALUE 14.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-ON-NOTICE           PIC S9(7) USAGE COMP VALUE 0.

      * Host variables for the delinquency cursor and the notice
      * checks.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-OVERDUE-COUNT            PIC S9(9) USAGE COMP.
       01  WS-OVERDUE-AMOUNT           PIC S9(9) USAGE COMP.
       01  WS-PAID-COUNT               PIC S9(9) USAGE COMP.
       01  WS-POLICY-COUNT             PIC S9(9) USAGE COMP.

      * The notice register, loaded whole. Action: O open and
      * carried forward, W withdrawn, C converted to a
      * cancellation request, G policy gone - only O rewrites.
       01  WS-NT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-NT-TABLE.
           05 WS-NT-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-NT-IX.
              10 WS-NT-POLICY          PIC 9(10).
              10 WS-NT-CUSTOMER        PIC 9(10).
              10 WS-NT-NOTICE-DATE     PIC 9(8).
              10 WS-NT-PAID-COUNT      PIC 9(4).
              10 WS-NT-ACTION          PIC X(1).
       01  WS-NT-FOUND                 PIC X VALUE 'N'.

       01  WS-COUNTS.
           05 WS-ISSUED-COUNT          PIC 9(7) VALUE 0.
           05 WS-WITHDRAWN-COUNT       PIC 9(7) VALUE 0.
           05 WS-CONVERTED-COUNT       PIC 9(7) VALUE 0.
           05 WS-GONE-COUNT            PIC 9(7) VALUE 0.
           05 WS-OPEN-COUNT            PIC 9(7) VALUE 0.
           05 WS-OVERFLOW-COUNT        PIC 9(7) VALUE 0.

       01  NONPAY-HEADER-LINE          PIC X(60) VALUE
               'POLICY     CUSTOMER   NOTICED  ACTION'.
       01  NONPAY-DETAIL-LINE.
           05 NDL-POLICY               PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 NDL-CUSTOMER             PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 NDL-NOTICE-DATE          PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 NDL-ACTION               PIC X(30).
       01  NONPAY-SUMMARY-LINE-1.
           05 FILLER                   PIC X(16)
                                        VALUE 'NOTICES ISSUED: '.
           05 NSL-ISSUED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  WITHDRAWN: '.
           05 NSL-WITHDRAWN            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  CONVERTED: '.
           05 NSL-CONVERTED            PIC ZZZ,ZZ9.
       01  NONPAY-SUMMARY-LINE-2.
           05 FILLER                   PIC X(16)
                                        VALUE 'STILL ON NOTICE:'.
           05 NSL-OPEN                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  OFF BOOK:  '.
           05 NSL-GONE                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  NOT HELD:  '.
           05 NSL-OVERFLOW             PIC ZZZ,ZZ9.

      * One row per delinquent policy, the same installments
      * INSTDELQ lists.
           EXEC SQL
               DECLARE DELINQUENT-POLICY-CURSOR CURSOR FOR
               SELECT P.CUSTOMERNUMBER, I.POLICYNUMBER,
                      COUNT(*), SUM(I.AMOUNT)
                 FROM INSTALLMENT I, POLICY P
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND I.STATUS IN ('S', 'B')
                  AND I.DUEDATE < CURRENT DATE - :WS-GRACE-DAYS DAYS
                  AND I.POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDOWMENT
                        WHERE PAIDUP = 'Y')
                GROUP BY P.CUSTOMERNUMBER, I.POLICYNUMBER
                ORDER BY I.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

      * Standing notices are settled first, so a policy converted or
      * withdrawn today is not noticed again in the same run.
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
              PERFORM 2000-REVIEW-NOTICE
                 THRU 2000-EXIT
           END-PERFORM

           PERFORM 1500-FETCH-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 3000-ISSUE-NOTICE
                 THRU 3000-EXIT
              PERFORM 1500-FETCH-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 7000-REWRITE-REGISTER
              THRU 7000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-GRACE-TEXT WS-NOTICE-TEXT
              IF WS-GRACE-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-GRACE-TEXT)
                   TO WS-GRACE-DAYS
              END-IF
              IF WS-NOTICE-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-NOTICE-TEXT)
                   TO WS-NOTICE-DAYS
              END-IF
           END-IF

           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT

           OPEN EXTEND CANCEL-REQUEST-FILE
           OPEN EXTEND CORRESPONDENCE-FILE
           OPEN OUTPUT NONPAY-REPORT
           MOVE NONPAY-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN DELINQUENT-POLICY-CURSOR
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

       1100-LOAD-REGISTER.
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
              PERFORM UNTIL WS-NOTICE-STATUS NOT = "00"
                 READ NOTICE-FILE
                    AT END MOVE "10" TO WS-NOTICE-STATUS
                    NOT AT END
                       IF WS-NT-COUNT < 2000
                          ADD 1 TO WS-NT-COUNT
                          SET WS-NT-IX TO WS-NT-COUNT
                          MOVE NTC-POLICY-NUM
                            TO WS-NT-POLICY(WS-NT-IX)
                          MOVE NTC-CUSTOMER-NUM
                            TO WS-NT-CUSTOMER(WS-NT-IX)
                          MOVE NTC-NOTICE-DATE
                            TO WS-NT-NOTICE-DATE(WS-NT-IX)
                          MOVE NTC-PAID-COUNT
                            TO WS-NT-PAID-COUNT(WS-NT-IX)
                          MOVE 'O' TO WS-NT-ACTION(WS-NT-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTICE-FILE
           .
       1100-EXIT.
           EXIT.

       1500-FETCH-NEXT-POLICY.

           EXEC SQL
               FETCH DELINQUENT-POLICY-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-POLICY-NUM,
                    :WS-OVERDUE-COUNT, :WS-OVERDUE-AMOUNT
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

      *----------------------------------------------------------------*
      * One standing notice: gone, withdrawn, converted or left to    *
      * run, in that order of precedence.                             *
      *----------------------------------------------------------------*
       2000-REVIEW-NOTICE.
           MOVE WS-NT-POLICY(WS-NT-IX) TO WS-POLICY-NUM

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-POLICY-COUNT
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2000-REVIEW-NOTICE:'
              DISPLAY 'INVALID SQLCODE ON POLICY COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-POLICY-COUNT = 0
              MOVE 'G' TO WS-NT-ACTION(WS-NT-IX)
              ADD 1 TO WS-GONE-COUNT
              MOVE 'POLICY OFF BOOK - DROPPED' TO NDL-ACTION
              PERFORM 2900-WRITE-NOTICE-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COUNT-PAID
              THRU 2100-EXIT
           IF WS-PAID-COUNT > WS-NT-PAID-COUNT(WS-NT-IX)
              MOVE 'W' TO WS-NT-ACTION(WS-NT-IX)
              ADD 1 TO WS-WITHDRAWN-COUNT
              MOVE 'CANCWDRN' TO CRQ-LETTER-TYPE
              MOVE WS-NT-CUSTOMER(WS-NT-IX) TO CRQ-CUSTOMER-NUM
              MOVE WS-NT-POLICY(WS-NT-IX)   TO CRQ-POLICY-NUM
              WRITE CORRESPONDENCE-RECORD
              MOVE 'PAYMENT RECEIVED - WITHDRAWN' TO NDL-ACTION
              PERFORM 2900-WRITE-NOTICE-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           COMPUTE WS-DAYS-ON-NOTICE =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-NT-NOTICE-DATE(WS-NT-IX))
           IF WS-DAYS-ON-NOTICE >= WS-NOTICE-DAYS
              MOVE 'C' TO WS-NT-ACTION(WS-NT-IX)
              ADD 1 TO WS-CONVERTED-COUNT
              MOVE SPACES TO CANCEL-REQUEST-RECORD
              MOVE WS-NT-POLICY(WS-NT-IX) TO CNQ-POLICY-NUM
              MOVE WS-RUN-DATE            TO CNQ-CANCEL-DATE
              WRITE CANCEL-REQUEST-RECORD
              MOVE 'NOTICE EXPIRED - CANCELLATION' TO NDL-ACTION
              PERFORM 2900-WRITE-NOTICE-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           .
       2000-EXIT.
           EXIT.

       2100-COUNT-PAID.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PAID-COUNT
                 FROM INSTALLMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2100-COUNT-PAID:'
              DISPLAY 'INVALID SQLCODE ON INSTALLMENT COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2100-EXIT.
           EXIT.

       2900-WRITE-NOTICE-LINE.
           MOVE WS-NT-POLICY(WS-NT-IX)      TO NDL-POLICY
           MOVE WS-NT-CUSTOMER(WS-NT-IX)    TO NDL-CUSTOMER
           MOVE WS-NT-NOTICE-DATE(WS-NT-IX) TO NDL-NOTICE-DATE
           MOVE NONPAY-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A delinquent policy already in the register - still on        *
      * notice, or settled earlier in this run - gets no second       *
      * notice.                                                       *
      *----------------------------------------------------------------*
       3000-ISSUE-NOTICE.
           MOVE 'N' TO WS-NT-FOUND
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
              IF WS-NT-POLICY(WS-NT-IX) = WS-POLICY-NUM
                 MOVE 'Y' TO WS-NT-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-NT-FOUND = 'Y'
              GO TO 3000-EXIT
           END-IF
           IF WS-NT-COUNT NOT < 2000
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 3000-EXIT
           END-IF

           PERFORM 2100-COUNT-PAID
              THRU 2100-EXIT

           ADD 1 TO WS-NT-COUNT
           SET WS-NT-IX TO WS-NT-COUNT
           MOVE WS-POLICY-NUM   TO WS-NT-POLICY(WS-NT-IX)
           MOVE WS-CUSTOMER-NUM TO WS-NT-CUSTOMER(WS-NT-IX)
           MOVE WS-RUN-DATE     TO WS-NT-NOTICE-DATE(WS-NT-IX)
           MOVE WS-PAID-COUNT   TO WS-NT-PAID-COUNT(WS-NT-IX)
           MOVE 'O'             TO WS-NT-ACTION(WS-NT-IX)

           MOVE 'CANCNOTC' TO CRQ-LETTER-TYPE
           MOVE WS-CUSTOMER-NUM TO CRQ-CUSTOMER-NUM
           MOVE WS-POLICY-NUM   TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD

           ADD 1 TO WS-ISSUED-COUNT
           MOVE 'NOTICE ISSUED' TO NDL-ACTION
           PERFORM 2900-WRITE-NOTICE-LINE
              THRU 2900-EXIT
           .
       3000-EXIT.
           EXIT.

       7000-REWRITE-REGISTER.
           OPEN OUTPUT NOTICE-FILE
           PERFORM VARYING WS-NT-IX FROM 1 BY 1
                   UNTIL WS-NT-IX > WS-NT-COUNT
              IF WS-NT-ACTION(WS-NT-IX) = 'O'
                 MOVE SPACES TO NOTICE-RECORD
                 MOVE WS-NT-POLICY(WS-NT-IX)      TO NTC-POLICY-NUM
                 MOVE WS-NT-CUSTOMER(WS-NT-IX)    TO NTC-CUSTOMER-NUM
                 MOVE WS-NT-NOTICE-DATE(WS-NT-IX) TO NTC-NOTICE-DATE
                 MOVE WS-NT-PAID-COUNT(WS-NT-IX)  TO NTC-PAID-COUNT
                 WRITE NOTICE-RECORD
              END-IF
           END-PERFORM
           CLOSE NOTICE-FILE
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-ISSUED-COUNT    TO NSL-ISSUED
           MOVE WS-WITHDRAWN-COUNT TO NSL-WITHDRAWN
           MOVE WS-CONVERTED-COUNT TO NSL-CONVERTED
           MOVE NONPAY-SUMMARY-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-OPEN-COUNT = WS-OPEN-COUNT + WS-ISSUED-COUNT
           MOVE WS-OPEN-COUNT      TO NSL-OPEN
           MOVE WS-GONE-COUNT      TO NSL-GONE
           MOVE WS-OVERFLOW-COUNT  TO NSL-OVERFLOW
           MOVE NONPAY-SUMMARY-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE DELINQUENT-POLICY-CURSOR
           END-EXEC.
           CLOSE CANCEL-REQUEST-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE NONPAY-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CONVERTED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
