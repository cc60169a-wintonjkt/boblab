      *   CUST-BALANCE through CUSTJRNL.DAT (debit, reason DDRT)      *
      *   and the installment bumps back from 'P' to 'B' so the       *
      *   next collection or chase picks it up. Returns with no       *
      *   matching presented debit end the run RC 8. The debit names  *
      *   the installment's policy, so the receipt allocation run     *
      *   takes the bounced money back off that policy's charges.     *
      *                                                                *
      *   DDRET.DAT comes through INBGATE first, inside a control     *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL DEBIT-REGISTER
               ASSIGN TO "DDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
           05 RET-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 RET-REASON               PIC X(20).
      * The control header and trailer INBGATE proved the file by.
       01  RET-CONTROL-RECORD.
           05 RET-CONTROL-TYPE         PIC X(3).
              88 RET-CONTROL-HEADER       VALUE 'HDR'.
              88 RET-CONTROL-TRAILER      VALUE 'TRL'.
           05 RET-CONTROL-SENDER       PIC X(8).
           05 RET-CONTROL-CREATED      PIC X(8).
           05 RET-CONTROL-SEQUENCE     PIC X(6).

      * Same layout INBGATE writes.
       FD  INBOUND-REGISTER.
       01  INBOUND-REGISTER-RECORD.
           05 IRG-FEED                 PIC X(9).
           05 FILLER                   PIC X.
           05 IRG-ACTION               PIC X(4).
              88 IRG-ACCEPTED             VALUE 'ACPT'.
              88 IRG-LOADED               VALUE 'LOAD'.
           05 FILLER                   PIC X.
           05 IRG-SENDER               PIC X(8).
           05 FILLER                   PIC X.
           05 IRG-CREATED              PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X.
           05 IRG-RECORDS              PIC 9(7).
           05 FILLER                   PIC X.
           05 IRG-HASH-TOTAL           PIC 9(13)V99.
           05 FILLER                   PIC X.
           05 IRG-CONTENT-HASH         PIC 9(9).
           05 FILLER                   PIC X.
           05 IRG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-PROGRAM              PIC X(16).

      * Same layout DDCOLL writes.
       FD  DEBIT-REGISTER.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Business date the line would have carried had its month
      * not been closed; zero when posted on the day.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  LOADER-REPORT.
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
       01  WS-RETURN-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.

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

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'DDRET'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The register, loaded whole and rewritten with statuses.
       01  WS-REG-COUNT                PIC 9(4) VALUE 0.
       01  WS-REG-TABLE.
              READ RETURN-FILE
                 AT END MOVE "10" TO WS-RETURN-STATUS
                 NOT AT END
                    IF NOT RET-CONTROL-TRAILER
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM 2000-APPLY-ONE-RETURN
                          THRU 2000-EXIT
                    END-IF
              END-READ
           END-PERFORM

           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not      *
      * the wall clock. No date file, or an empty one, falls back     *
      * to the system clock.                                          *
      *----------------------------------------------------------------*
       0050-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A business date inside a month finance has closed posts to    *
      * the first day of the first month still open. The business     *
      * date is kept on the line as the original date.                *
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
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND BALANCE-JOURNAL
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file must be one INBGATE has proved complete and new: the  *
      * sender and sequence on its control header accepted on         *
      * INBREG.DAT and not yet loaded. Anything else is refused       *
      * before a record of it is applied.                             *
      *----------------------------------------------------------------*
       1050-CHECK-INBOUND-GATE.
           READ RETURN-FILE
              AT END MOVE "10" TO WS-RETURN-STATUS
           END-READ
           IF WS-RETURN-STATUS NOT = "00" OR NOT RET-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE RET-CONTROL-SENDER TO WS-GATE-SENDER
           IF RET-CONTROL-SEQUENCE IS NUMERIC
              MOVE RET-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
           END-IF

           OPEN INPUT INBOUND-REGISTER
           IF WS-INBREG-STATUS = "00"
              PERFORM UNTIL WS-INBREG-STATUS NOT = "00"
                 READ INBOUND-REGISTER
                    AT END MOVE "10" TO WS-INBREG-STATUS
                    NOT AT END
                       PERFORM 1060-NOTE-GATE-ENTRY
                          THRU 1060-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INBOUND-REGISTER

           IF WS-GATE-LOADED = 'Y'
              MOVE 'FILE ALREADY LOADED' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           IF WS-GATE-ACCEPTED = 'N'
              MOVE 'FILE NOT ACCEPTED BY INBGATE' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE 'Y' TO WS-GATE-PASSED
           .
       1050-EXIT.
           EXIT.

       1060-NOTE-GATE-ENTRY.
           IF IRG-FEED = WS-GATE-FEED
              AND IRG-SEQUENCE = WS-GATE-SEQUENCE
              AND IRG-SENDER = WS-GATE-SENDER
              EVALUATE TRUE
                 WHEN IRG-ACCEPTED
                    MOVE 'Y' TO WS-GATE-ACCEPTED
                    MOVE IRG-CREATED TO WS-GATE-CREATED
                 WHEN IRG-LOADED
                    MOVE 'Y' TO WS-GATE-LOADED
              END-EVALUATE
           END-IF
           .
       1060-EXIT.
           EXIT.

       1090-REFUSE-FILE.
           DISPLAY 'DDRETURN: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1100-LOAD-REGISTER.
           OPEN INPUT DEBIT-REGISTER
           IF WS-REGISTER-STATUS = "00"
              NOT INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'DDRET'     TO JRN-SOURCE
           MOVE CUST-ID     TO JRN-CUST-ID
           MOVE 'D'         TO JRN-DC
           MOVE WS-RG-AMOUNT(WS-RG-IX) TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE WS-RG-POLICY(WS-RG-IX) TO JRN-POLICY-NUM
           WRITE JOURNAL-RECORD

           MOVE WS-RG-POLICY(WS-RG-IX) TO WS-INST-POLICY
           CLOSE CUSTOMER-FILE.
           CLOSE BALANCE-JOURNAL.
           CLOSE LOADER-REPORT.
           IF WS-GATE-PASSED = 'Y' AND NOT SQL-ERROR-OCCURRED
              PERFORM 9100-MARK-FILE-LOADED
                 THRU 9100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-GATE-REFUSED = 'Y'
                 MOVE 12 TO RETURN-CODE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNMATCHED-COUNT > 0
           .
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is loaded: a LOAD line on the register stops it ever *
      * being loaded again.                                           *
      *----------------------------------------------------------------*
       9100-MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES           TO INBOUND-REGISTER-RECORD
           MOVE WS-GATE-FEED     TO IRG-FEED
           MOVE 'LOAD'           TO IRG-ACTION
           MOVE WS-GATE-SENDER   TO IRG-SENDER
           MOVE WS-GATE-CREATED  TO IRG-CREATED
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE
           MOVE WS-RETURNS-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           MOVE WS-RUN-DATE      TO IRG-DATE
           MOVE 'DDRETURN'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
