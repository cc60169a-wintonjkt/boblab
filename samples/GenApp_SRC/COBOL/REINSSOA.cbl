      ******************************************************************
      *                                                                *
      *      Quarterly Reinsurance Statement of Account                *
      *                                                                *
      *   The reinsurer settles each proportional treaty on one net   *
      *   balance a quarter. This quarter-end run builds the          *
      *   technical account per treaty - one treaty per policy type   *
      *   in TREATY.DAT - from what the other reinsurance runs        *
      *   already produce:                                            *
      *                                                                *
      *     ceded premium      every BORDEREX.DAT cession whose       *
      *                        policy was issued in the quarter:      *
      *                        POLICY.PAYMENT * ceded share / sum at  *
      *                        risk, the proportion REINSREC uses     *
      *     ceding commission  ceded premium * the treaty's           *
      *                        commission %, a fourth TREATY.DAT      *
      *                        field (type sp retention sp cession%   *
      *                        sp commission% 9(3)V99); absent, nil   *
      *     claims recovered   recoveries billed in the quarter on    *
      *                        the REINSREC claims bordereaux, and    *
      *                        for information those the reinsurer   *
      *                        paid - RECOVRBL.DAT items cleared RECD *
      *                        with a received date in the quarter    *
      *                                                                *
      *   Net balance = ceded premium - commission - claims billed,   *
      *   due TO the reinsurer when positive, FROM it when negative.  *
      *                                                                *
      *   RECOVQTR.DAT is the quarter's daily RECOVBRD.DAT files      *
      *   concatenated by the transfer job; lines dated outside the   *
      *   quarter are skipped, so a re-sent day does no harm.         *
      *                                                                *
      *   REINSGL.DAT carries the quarter in GLEXTR.DAT's interchange *
      *   format, dated quarter end, with the CTL control trailer:    *
      *     ceded premium      DR 4150 reinsurance premium ceded /    *
      *                        CR 2500 reinsurance payable            *
      *     ceding commission  DR 2500 / CR 4160 reinsurance          *
      *                        commission income                      *
      *     recoveries billed  DR 1200 reinsurance receivable /       *
      *                        CR 5100 claims incurred                *
      *     recoveries paid    DR 1000 bank / CR 1200                 *
      *                                                                *
      *   PARM: any month of the quarter as YYYYMM; defaults to the   *
      *   quarter holding the business date. RC 8 on SQL error or an  *
      *   unbalanced journal, RC 4 if a cession or recovery carried   *
      *   a policy type with no treaty.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSSOA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-FILE
               ASSIGN TO "TREATY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREATY-STATUS.

           SELECT OPTIONAL BORDEREAU-FILE
               ASSIGN TO "BORDEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORDEREAU-STATUS.

      *    The quarter's daily RECOVBRD.DAT claims bordereaux,
      *    concatenated in date order by the transfer job.
           SELECT OPTIONAL RECOVERY-BORDEREAU
               ASSIGN TO "RECOVQTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT OPTIONAL RECEIVABLE-REGISTER
               ASSIGN TO "RECOVRBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GL-EXTRACT
               ASSIGN TO "REINSGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-REPORT
               ASSIGN TO "REINSSOA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Treaty parameters, with the ceding commission after the
      * cession percentage.
       FD  TREATY-FILE.
       01  TREATY-RECORD.
           05 TRT-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 TRT-RETENTION            PIC 9(9).
           05 FILLER                   PIC X.
           05 TRT-CESSION-PCT          PIC 9(3)V99.
           05 FILLER                   PIC X.
           05 TRT-COMMISSION-PCT       PIC 9(3)V99.

       FD  BORDEREAU-FILE.
       01  BORDEREAU-RECORD            PIC X(100).

       FD  RECOVERY-BORDEREAU.
       01  RECOVERY-RECORD             PIC X(80).

      * REINSREC's receivable register.
       FD  RECEIVABLE-REGISTER.
       01  RECEIVABLE-RECORD.
           05 RBL-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 RBL-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 RBL-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RBL-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 RBL-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 RBL-RECEIVED-DATE        PIC 9(8).

       FD  GL-EXTRACT.
       01  GL-RECORD                   PIC X(60).

       FD  STATEMENT-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-TREATY-STATUS            PIC XX VALUE SPACES.
       01  WS-BORDEREAU-STATUS         PIC XX VALUE SPACES.
       01  WS-RECOVERY-STATUS          PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-MONTH-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-REPORT-YYYYMM            PIC 9(6)  VALUE ZEROS.
       01  WS-REPORT-SPLIT REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YYYY           PIC 9(4).
           05 WS-REPORT-MM             PIC 9(2).

      * Quarter boundaries, numeric and as ISO dates for SQL.
       01  WS-QUARTER                  PIC 9(1)  VALUE ZEROS.
       01  WS-QTR-START-MM             PIC 9(2)  VALUE ZEROS.
       01  WS-QTR-START-DATE           PIC 9(8)  VALUE ZEROS.
       01  WS-QTR-END-DATE             PIC 9(8)  VALUE ZEROS.
       01  WS-NEXT-YYYY                PIC 9(4)  VALUE ZEROS.
       01  WS-NEXT-MM                  PIC 9(2)  VALUE ZEROS.
       01  WS-NEXT-START-DATE          PIC 9(8)  VALUE ZEROS.
       01  WS-QTR-START-ISO            PIC X(10) VALUE SPACES.
       01  WS-QTR-END-ISO              PIC X(10) VALUE SPACES.
       01  WS-DATE-WORK                PIC 9(8)  VALUE ZEROS.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK PIC X(8).

      * Fields of one parsed cession line.
       01  WS-BRD-POLICY-TEXT          PIC X(10).
       01  WS-BRD-CUSTOMER-TEXT        PIC X(10).
       01  WS-BRD-TYPE-TEXT            PIC X(1).
       01  WS-BRD-VALUE-TEXT           PIC X(10).
       01  WS-BRD-RETENTION-TEXT       PIC X(10).
       01  WS-BRD-CEDED-TEXT           PIC X(12).
       01  WS-BRD-VALUE                PIC 9(11) VALUE ZEROS.
       01  WS-BRD-CEDED                PIC 9(11) VALUE ZEROS.

      * Fields of one parsed claims-bordereau line.
       01  WS-RCV-CLAIM-TEXT           PIC X(10).
       01  WS-RCV-POLICY-TEXT          PIC X(10).
       01  WS-RCV-TYPE-TEXT            PIC X(1).
       01  WS-RCV-PAID-TEXT            PIC X(13).
       01  WS-RCV-RECOVERY-TEXT        PIC X(13).
       01  WS-RCV-DATE-TEXT            PIC X(8).
       01  WS-RCV-RECOVERY             PIC 9(9)V99 VALUE ZEROS.

      * Host variables for the policy lookups.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.

       01  WS-CEDED-PREMIUM            PIC 9(9)V99 VALUE ZEROS.

      * One technical account per treaty.
       01  WS-TREATY-TABLE-COUNT       PIC 9(2) VALUE 0.
       01  WS-TREATY-TABLE.
           05 WS-TREATY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-TR-IX.
              10 WS-TR-TYPE            PIC X(1).
              10 WS-TR-COMMISSION-PCT  PIC 9(3)V99.
              10 WS-TR-CESSIONS        PIC 9(7).
              10 WS-TR-PREMIUM         PIC 9(11)V99.
              10 WS-TR-COMMISSION      PIC 9(11)V99.
              10 WS-TR-BILLED          PIC 9(11)V99.
              10 WS-TR-RECEIVED        PIC 9(11)V99.
              10 WS-TR-BALANCE         PIC S9(11)V99.
       01  WS-TREATY-FOUND             PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-CESSIONS-READ         PIC 9(7) VALUE 0.
           05 WS-RECOVERIES-READ       PIC 9(7) VALUE 0.
           05 WS-RECEIPTS-READ         PIC 9(7) VALUE 0.
           05 WS-NO-TREATY             PIC 9(7) VALUE 0.
           05 WS-GL-LINE-COUNT         PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE 0.

      * GL interchange fields, same shape GLPOST writes.
       01  WS-GL-AMOUNT                PIC 9(9)V99 VALUE ZEROS.
       01  WS-GL-ACCOUNT               PIC X(4)  VALUE SPACES.
       01  WS-GL-DC                    PIC X(1)  VALUE SPACE.
       01  WS-GL-SOURCE                PIC X(5)  VALUE SPACES.
       01  WS-GL-AMOUNT-TEXT           PIC Z(8)9.99.
       01  WS-CONTROL-DEBITS           PIC Z(10)9.99.
       01  WS-CONTROL-CREDITS          PIC Z(10)9.99.
       01  WS-CONTROL-COUNT            PIC Z(6)9.

       01  REPORT-TITLE-LINE.
           05 FILLER                   PIC X(36) VALUE
              'REINSURANCE STATEMENT OF ACCOUNT  Q'.
           05 RTL-QUARTER              PIC 9(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RTL-YEAR                 PIC 9(4).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 RTL-START                PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE ' TO '.
           05 RTL-END                  PIC 9(8).
       01  TREATY-HEADING-LINE.
           05 FILLER                   PIC X(24) VALUE
              'TREATY - POLICY TYPE    '.
           05 THL-TYPE                 PIC X(1).
           05 FILLER                   PIC X(15) VALUE
              '   CESSIONS:   '.
           05 THL-CESSIONS             PIC ZZZ,ZZ9.
       01  ACCOUNT-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 ACL-CAPTION              PIC X(36).
           05 ACL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  BALANCE-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 BAL-CAPTION              PIC X(36).
           05 BAL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BAL-DIRECTION            PIC X(18).
       01  STATEMENT-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'CESSIONS: '.
           05 SSL-CESSIONS             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  RECOVERIES: '.
           05 SSL-RECOVERIES           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE
              '  RECEIPTS: '.
           05 SSL-RECEIPTS             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
              '  NO TREATY: '.
           05 SSL-NO-TREATY            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-CEDED-PREMIUM
              THRU 2000-EXIT
           PERFORM 3000-RECOVERIES-BILLED
              THRU 3000-EXIT
           PERFORM 4000-RECOVERIES-RECEIVED
              THRU 4000-EXIT
           PERFORM 5000-BALANCE-TREATIES
              THRU 5000-EXIT
           PERFORM 7000-WRITE-GL-LINES
              THRU 7000-EXIT
           PERFORM 8000-PRINT-STATEMENTS
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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-MONTH-TEXT
           END-IF
           IF WS-MONTH-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-MONTH-TEXT)
                TO WS-REPORT-YYYYMM
           ELSE
              MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
              MOVE WS-RUN-MM   TO WS-REPORT-MM
           END-IF
           PERFORM 1100-SET-QUARTER
              THRU 1100-EXIT
           PERFORM 1200-LOAD-TREATY-TERMS
              THRU 1200-EXIT

           OPEN OUTPUT GL-EXTRACT
           OPEN OUTPUT STATEMENT-REPORT
           MOVE WS-QUARTER        TO RTL-QUARTER
           MOVE WS-REPORT-YYYY    TO RTL-YEAR
           MOVE WS-QTR-START-DATE TO RTL-START
           MOVE WS-QTR-END-DATE   TO RTL-END
           MOVE REPORT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Quarter boundaries: the first of the quarter's first month,   *
      * and the day before the first of the following quarter.       *
      *----------------------------------------------------------------*
       1100-SET-QUARTER.
           COMPUTE WS-QUARTER = (WS-REPORT-MM - 1) / 3 + 1
           COMPUTE WS-QTR-START-MM = (WS-QUARTER - 1) * 3 + 1
           COMPUTE WS-QTR-START-DATE =
               WS-REPORT-YYYY * 10000 + WS-QTR-START-MM * 100 + 1
           IF WS-QUARTER = 4
              COMPUTE WS-NEXT-YYYY = WS-REPORT-YYYY + 1
              MOVE 1 TO WS-NEXT-MM
           ELSE
              MOVE WS-REPORT-YYYY TO WS-NEXT-YYYY
              COMPUTE WS-NEXT-MM = WS-QTR-START-MM + 3
           END-IF
           COMPUTE WS-NEXT-START-DATE =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-QTR-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-START-DATE) - 1)

           MOVE WS-QTR-START-DATE TO WS-DATE-WORK
           STRING WS-DATE-WORK-X (1:4) '-'
                  WS-DATE-WORK-X (5:2) '-'
                  WS-DATE-WORK-X (7:2)
                  DELIMITED BY SIZE INTO WS-QTR-START-ISO
           END-STRING
           MOVE WS-QTR-END-DATE TO WS-DATE-WORK
           STRING WS-DATE-WORK-X (1:4) '-'
                  WS-DATE-WORK-X (5:2) '-'
                  WS-DATE-WORK-X (7:2)
                  DELIMITED BY SIZE INTO WS-QTR-END-ISO
           END-STRING
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No treaty terms, no statement - a missing file is a hard      *
      * stop, same as the bordereau and recovery runs.                *
      *----------------------------------------------------------------*
       1200-LOAD-TREATY-TERMS.
           OPEN INPUT TREATY-FILE
           IF WS-TREATY-STATUS NOT = "00"
              DISPLAY '1200-LOAD-TREATY-TERMS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-TREATY-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-TREATY-STATUS NOT = "00"
              READ TREATY-FILE
                 AT END MOVE "10" TO WS-TREATY-STATUS
                 NOT AT END
                    IF WS-TREATY-TABLE-COUNT < 10
                       ADD 1 TO WS-TREATY-TABLE-COUNT
                       SET WS-TR-IX TO WS-TREATY-TABLE-COUNT
                       INITIALIZE WS-TREATY-ENTRY(WS-TR-IX)
                       MOVE TRT-POLICY-TYPE
                         TO WS-TR-TYPE(WS-TR-IX)
                       IF TRT-COMMISSION-PCT IS NUMERIC
                          MOVE TRT-COMMISSION-PCT
                            TO WS-TR-COMMISSION-PCT(WS-TR-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TREATY-FILE
           .
       1200-EXIT.
           EXIT.

       1300-FIND-TREATY.
           MOVE "N" TO WS-TREATY-FOUND
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              IF WS-TR-TYPE(WS-TR-IX) = WS-POLICY-TYPE
                 MOVE "Y" TO WS-TREATY-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-TREATY-FOUND = "N"
              ADD 1 TO WS-NO-TREATY
           END-IF
           .
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The bordereau lists every policy currently ceded; premium is  *
      * ceded on the written basis, so only policies issued in the    *
      * quarter contribute, in the proportion the treaty takes of     *
      * the sum at risk.                                              *
      *----------------------------------------------------------------*
       2000-CEDED-PREMIUM.
           OPEN INPUT BORDEREAU-FILE
           IF WS-BORDEREAU-STATUS NOT = "00"
              CLOSE BORDEREAU-FILE
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL WS-BORDEREAU-STATUS NOT = "00"
              READ BORDEREAU-FILE
                 AT END MOVE "10" TO WS-BORDEREAU-STATUS
                 NOT AT END
                    PERFORM 2100-CONSIDER-CESSION
                       THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE BORDEREAU-FILE
           .
       2000-EXIT.
           EXIT.

       2100-CONSIDER-CESSION.
           MOVE SPACES TO WS-BRD-POLICY-TEXT WS-BRD-CUSTOMER-TEXT
                          WS-BRD-TYPE-TEXT WS-BRD-VALUE-TEXT
                          WS-BRD-RETENTION-TEXT WS-BRD-CEDED-TEXT
           UNSTRING BORDEREAU-RECORD DELIMITED BY ','
               INTO WS-BRD-POLICY-TEXT WS-BRD-CUSTOMER-TEXT
                    WS-BRD-TYPE-TEXT WS-BRD-VALUE-TEXT
                    WS-BRD-RETENTION-TEXT WS-BRD-CEDED-TEXT
           IF WS-BRD-CEDED-TEXT = SPACES
              GO TO 2100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-BRD-POLICY-TEXT) TO WS-POLICY-NUM
           MOVE FUNCTION NUMVAL (WS-BRD-VALUE-TEXT)  TO WS-BRD-VALUE
           MOVE FUNCTION NUMVAL (WS-BRD-CEDED-TEXT)  TO WS-BRD-CEDED
           MOVE WS-BRD-TYPE-TEXT TO WS-POLICY-TYPE
           IF WS-BRD-VALUE = 0
              GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT PAYMENT
                 INTO :WS-PAYMENT :WS-PAYMENT-IND
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND ISSUEDATE BETWEEN :WS-QTR-START-ISO
                                    AND :WS-QTR-END-ISO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 GO TO 2100-EXIT
              WHEN SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON POLICY SELECT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-PAYMENT-IND < 0 OR WS-PAYMENT NOT > 0
              GO TO 2100-EXIT
           END-IF

           PERFORM 1300-FIND-TREATY
              THRU 1300-EXIT
           IF WS-TREATY-FOUND = "N"
              GO TO 2100-EXIT
           END-IF
           COMPUTE WS-CEDED-PREMIUM ROUNDED =
               WS-PAYMENT * WS-BRD-CEDED / WS-BRD-VALUE
           ADD 1 TO WS-CESSIONS-READ
           ADD 1 TO WS-TR-CESSIONS(WS-TR-IX)
           ADD WS-CEDED-PREMIUM TO WS-TR-PREMIUM(WS-TR-IX)
           .
       2100-EXIT.
           EXIT.

       3000-RECOVERIES-BILLED.
           OPEN INPUT RECOVERY-BORDEREAU
           IF WS-RECOVERY-STATUS NOT = "00"
              CLOSE RECOVERY-BORDEREAU
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL WS-RECOVERY-STATUS NOT = "00"
              READ RECOVERY-BORDEREAU
                 AT END MOVE "10" TO WS-RECOVERY-STATUS
                 NOT AT END
                    PERFORM 3100-CONSIDER-RECOVERY
                       THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE RECOVERY-BORDEREAU
           .
       3000-EXIT.
           EXIT.

       3100-CONSIDER-RECOVERY.
           MOVE SPACES TO WS-RCV-CLAIM-TEXT WS-RCV-POLICY-TEXT
                          WS-RCV-TYPE-TEXT WS-RCV-PAID-TEXT
                          WS-RCV-RECOVERY-TEXT WS-RCV-DATE-TEXT
           UNSTRING RECOVERY-RECORD DELIMITED BY ','
               INTO WS-RCV-CLAIM-TEXT WS-RCV-POLICY-TEXT
                    WS-RCV-TYPE-TEXT WS-RCV-PAID-TEXT
                    WS-RCV-RECOVERY-TEXT WS-RCV-DATE-TEXT
           IF WS-RCV-DATE-TEXT IS NOT NUMERIC
              GO TO 3100-EXIT
           END-IF
           MOVE WS-RCV-DATE-TEXT TO WS-DATE-WORK-X
           IF WS-DATE-WORK < WS-QTR-START-DATE
              OR WS-DATE-WORK > WS-QTR-END-DATE
              GO TO 3100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-RCV-RECOVERY-TEXT)
             TO WS-RCV-RECOVERY
           MOVE WS-RCV-TYPE-TEXT TO WS-POLICY-TYPE
           PERFORM 1300-FIND-TREATY
              THRU 1300-EXIT
           IF WS-TREATY-FOUND = "N"
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-RECOVERIES-READ
           ADD WS-RCV-RECOVERY TO WS-TR-BILLED(WS-TR-IX)
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The register keeps the policy but not its type, so each item  *
      * cleared in the quarter is looked up on POLICY.                *
      *----------------------------------------------------------------*
       4000-RECOVERIES-RECEIVED.
           OPEN INPUT RECEIVABLE-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
              CLOSE RECEIVABLE-REGISTER
              GO TO 4000-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
              READ RECEIVABLE-REGISTER
                 AT END MOVE "10" TO WS-REGISTER-STATUS
                 NOT AT END
                    PERFORM 4100-CONSIDER-RECEIPT
                       THRU 4100-EXIT
              END-READ
           END-PERFORM
           CLOSE RECEIVABLE-REGISTER
           .
       4000-EXIT.
           EXIT.

       4100-CONSIDER-RECEIPT.
           IF RBL-STATUS NOT = 'RECD'
              OR RBL-RECEIVED-DATE IS NOT NUMERIC
              GO TO 4100-EXIT
           END-IF
           IF RBL-RECEIVED-DATE < WS-QTR-START-DATE
              OR RBL-RECEIVED-DATE > WS-QTR-END-DATE
              GO TO 4100-EXIT
           END-IF
           MOVE RBL-POLICY-NUM TO WS-POLICY-NUM
           EXEC SQL
               SELECT POLICYTYPE
                 INTO :WS-POLICY-TYPE
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACE TO WS-POLICY-TYPE
           END-IF
           PERFORM 1300-FIND-TREATY
              THRU 1300-EXIT
           IF WS-TREATY-FOUND = "N"
              GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-RECEIPTS-READ
           ADD RBL-AMOUNT TO WS-TR-RECEIVED(WS-TR-IX)
           .
       4100-EXIT.
           EXIT.

       5000-BALANCE-TREATIES.
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              COMPUTE WS-TR-COMMISSION(WS-TR-IX) ROUNDED =
                  WS-TR-PREMIUM(WS-TR-IX)
                  * WS-TR-COMMISSION-PCT(WS-TR-IX) / 100
              COMPUTE WS-TR-BALANCE(WS-TR-IX) =
                  WS-TR-PREMIUM(WS-TR-IX)
                  - WS-TR-COMMISSION(WS-TR-IX)
                  - WS-TR-BILLED(WS-TR-IX)
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One DR/CR pair per non-zero figure per treaty, then the CTL   *
      * trailer - the same interchange shape GLPOST writes, dated     *
      * the last day of the quarter.                                  *
      *----------------------------------------------------------------*
       7000-WRITE-GL-LINES.
           MOVE 'RISOA' TO WS-GL-SOURCE
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              IF WS-TR-PREMIUM(WS-TR-IX) > ZEROS
                 MOVE WS-TR-PREMIUM(WS-TR-IX) TO WS-GL-AMOUNT
                 MOVE '4150' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
                 MOVE '2500' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
              END-IF
              IF WS-TR-COMMISSION(WS-TR-IX) > ZEROS
                 MOVE WS-TR-COMMISSION(WS-TR-IX) TO WS-GL-AMOUNT
                 MOVE '2500' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
                 MOVE '4160' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
              END-IF
              IF WS-TR-BILLED(WS-TR-IX) > ZEROS
                 MOVE WS-TR-BILLED(WS-TR-IX) TO WS-GL-AMOUNT
                 MOVE '1200' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
                 MOVE '5100' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
              END-IF
              IF WS-TR-RECEIVED(WS-TR-IX) > ZEROS
                 MOVE WS-TR-RECEIVED(WS-TR-IX) TO WS-GL-AMOUNT
                 MOVE '1000' TO WS-GL-ACCOUNT
                 MOVE 'D'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
                 MOVE '1200' TO WS-GL-ACCOUNT
                 MOVE 'C'    TO WS-GL-DC
                 PERFORM 7100-WRITE-GL-LINE
                    THRU 7100-EXIT
              END-IF
           END-PERFORM
           PERFORM 7500-WRITE-CONTROL-RECORD
              THRU 7500-EXIT
           .
       7000-EXIT.
           EXIT.

       7100-WRITE-GL-LINE.
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-TEXT
           MOVE SPACES TO GL-RECORD
           STRING WS-QTR-END-DATE                  DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  WS-GL-ACCOUNT                    DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  WS-GL-DC                         DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GL-AMOUNT-TEXT) DELIMITED BY SIZE
                  ','                              DELIMITED BY SIZE
                  WS-GL-SOURCE                     DELIMITED BY SIZE
              INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           IF WS-GL-DC = 'D'
              ADD WS-GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
              ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           .
       7100-EXIT.
           EXIT.

       7500-WRITE-CONTROL-RECORD.
           MOVE WS-GL-LINE-COUNT TO WS-CONTROL-COUNT
           MOVE WS-DEBIT-TOTAL   TO WS-CONTROL-DEBITS
           MOVE WS-CREDIT-TOTAL  TO WS-CONTROL-CREDITS
           MOVE SPACES TO GL-RECORD
           STRING 'CTL,'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTROL-COUNT)    DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTROL-DEBITS)   DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTROL-CREDITS)  DELIMITED BY SIZE
              INTO GL-RECORD
           END-STRING
           WRITE GL-RECORD
           .
       7500-EXIT.
           EXIT.

       8000-PRINT-STATEMENTS.
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              PERFORM 8100-PRINT-ONE-TREATY
                 THRU 8100-EXIT
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CESSIONS-READ   TO SSL-CESSIONS
           MOVE WS-RECOVERIES-READ TO SSL-RECOVERIES
           MOVE WS-RECEIPTS-READ   TO SSL-RECEIPTS
           MOVE WS-NO-TREATY       TO SSL-NO-TREATY
           MOVE STATEMENT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-TREATY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TR-TYPE(WS-TR-IX)     TO THL-TYPE
           MOVE WS-TR-CESSIONS(WS-TR-IX) TO THL-CESSIONS
           MOVE TREATY-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CEDED PREMIUM' TO ACL-CAPTION
           MOVE WS-TR-PREMIUM(WS-TR-IX) TO ACL-AMOUNT
           MOVE ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LESS CEDING COMMISSION' TO ACL-CAPTION
           COMPUTE ACL-AMOUNT = 0 - WS-TR-COMMISSION(WS-TR-IX)
           MOVE ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LESS CLAIMS RECOVERED (BILLED)' TO ACL-CAPTION
           COMPUTE ACL-AMOUNT = 0 - WS-TR-BILLED(WS-TR-IX)
           MOVE ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NET BALANCE' TO BAL-CAPTION
           IF WS-TR-BALANCE(WS-TR-IX) < 0
              COMPUTE BAL-AMOUNT = 0 - WS-TR-BALANCE(WS-TR-IX)
              MOVE 'DUE FROM REINSURER' TO BAL-DIRECTION
           ELSE
              MOVE WS-TR-BALANCE(WS-TR-IX) TO BAL-AMOUNT
              MOVE 'DUE TO REINSURER  ' TO BAL-DIRECTION
           END-IF
           MOVE BALANCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'RECOVERIES RECEIVED IN QUARTER' TO ACL-CAPTION
           MOVE WS-TR-RECEIVED(WS-TR-IX) TO ACL-AMOUNT
           MOVE ACCOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8100-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE GL-EXTRACT.
           CLOSE STATEMENT-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NO-TREATY > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
