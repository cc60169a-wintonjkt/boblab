      *   the pro-rata premium difference; until this run, that       *
      *   delta never reached CUST-BALANCE or the ledger and the      *
      *   customer billed at the old premium until renewal.           *
      *   HOUSINDX records the anniversary index-linking of house     *
      *   sums insured on ENDORSEMENT the same way, so its premium    *
      *   difference is billed here too.                              *
      *                                                                *
      *   For each ENDORSEMENT row recorded today:                    *
      *                                                                *
      *     GLPOST books DR receivable / CR written premium or the    *
      *     reverse.                                                  *
      *                                                                *
      *   Additional premium posted to the balance is also raised as  *
      *   an ENDO charge on the policy through POLRCV, and both       *
      *   journal lines carry the policy number, so a return premium  *
      *   credit is allocated back to that policy's open charges the  *
      *   way a receipt naming it would be.                           *
      *                                                                *
      *   Scheduled daily after the online day, like GLPOST.          *
      *   Output ENDOPOST.RPT.                                        *
      *                                                                *
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
       FD  CUSTOMER-FILE.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Business date the line would have carried had its month
      * not been closed; zero when posted on the day.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  POSTING-REPORT.
       01  REPORT-LINE                 PIC X(80).
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
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

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

      * Host variables for the day's endorsements cursor.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-ABS-DELTA                PIC 9(7)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC S9(7)V99 VALUE 0.

      * Same layout POLRCV takes.
       01  POLRCV-PARMS.
           05 PRV-FUNCTION             PIC X(1).
           05 PRV-POLICY-NUM           PIC 9(10).
           05 PRV-CHARGE-TYPE          PIC X(4).
           05 PRV-DUE-DATE             PIC X(10).
           05 PRV-COVER-TO             PIC X(10).
           05 PRV-AMOUNT               PIC 9(7)V99.
           05 PRV-CHARGE-SEQ           PIC 9(9).
           05 PRV-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-ENDORSEMENTS-READ     PIC 9(5) VALUE 0.
           05 WS-POSTED-COUNT          PIC 9(5) VALUE 0.
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
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                 CONTINUE
           END-REWRITE

           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'ENDO ' TO JRN-SOURCE
           MOVE CUST-ID TO JRN-CUST-ID
           IF WS-DELTA > 0
           MOVE WS-ABS-DELTA TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE WS-POLICY-NUM TO JRN-POLICY-NUM
           WRITE JOURNAL-RECORD

           IF WS-DELTA > 0
              MOVE 'C'             TO PRV-FUNCTION
              MOVE WS-POLICY-NUM   TO PRV-POLICY-NUM
              MOVE 'ENDO'          TO PRV-CHARGE-TYPE
              MOVE WS-RUN-DATE-ISO TO PRV-DUE-DATE
              MOVE SPACES          TO PRV-COVER-TO
              MOVE WS-ABS-DELTA    TO PRV-AMOUNT
              CALL 'POLRCV' USING POLRCV-PARMS
              IF PRV-RETURN NOT = 0
                 DISPLAY 'INVALID RETURN FROM POLRCV:' PRV-RETURN
                         ' POLICY ' PRV-POLICY-NUM
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           ADD 1 TO WS-POSTED-COUNT
           IF WS-DELTA > 0
              MOVE 'ADDITIONAL PREMIUM CHARGED' TO PDL-RESULT
