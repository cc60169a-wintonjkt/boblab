      ******************************************************************
      *                                                                *
      *    Month-End Receivables Subledger / GL Control Reconciliation *
      *                                                                *
      *   Proves the customer subledger - the sum of CUST-BALANCE     *
      *   across CUSTOMER.DAT, shown by currency - against account    *
      *   1100 premium receivable in the general ledger.              *
      *                                                                *
      *   The 1100 position is the prior month's agreed balance       *
      *   (RCVCTL.DAT) plus the month's 1100 lines: GLMONTH.DAT, the  *
      *   concatenation finance loaded, and, for any day not yet in   *
      *   it, the day's GLEXTR.DAT.                                   *
      *                                                                *
      *   GLPOST books every CUSTJRNL.DAT line to 1100 on the day,    *
      *   debit for debit and credit for credit, so each journal      *
      *   movement of the month is paired with a 1100 line of the     *
      *   same date, side and amount. A difference is broken down     *
      *   into journal movements that never reached the ledger and   *
      *   ledger lines with no journal behind them; whatever these    *
      *   and the difference brought forward do not account for is   *
      *   reported as unexplained.                                    *
      *                                                                *
      *   The month's closing 1100 position and subledger total are  *
      *   stored on RCVCTL.DAT as next month's opening. Rerunning a   *
      *   month replaces its line (and any later ones).               *
      *                                                                *
      *   RC 4 when the two disagree but the breakdown accounts for   *
      *   it; RC 8 when part of the difference is unexplained, or a   *
      *   table overflowed.                                           *
      *                                                                *
      *   PARM: month as YYYYMM; defaults to the business month.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVRECN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same indexed KSDS layout as customer-records.cob's
      *    CUSTOMER-FILE.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL BALANCE-JOURNAL
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    The month's daily GLEXTR.DAT files, concatenated in load
      *    order by the finance transfer job.
           SELECT OPTIONAL MONTH-EXTRACT
               ASSIGN TO "GLMONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

      *    The latest day's extract, not yet concatenated when the
      *    reconciliation runs on the last business day.
           SELECT OPTIONAL DAY-EXTRACT
               ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-EXTRACT-STATUS.

      *    One line per month reconciled: the agreed 1100 position
      *    and subledger total the next month opens from.
           SELECT OPTIONAL CONTROL-BALANCE-FILE
               ASSIGN TO "RCVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RECON-REPORT
               ASSIGN TO "RCVRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step. Absent, the system
      *    clock applies.
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

      * Same layout the balance-journal writers produce.
       FD  BALANCE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JRN-DATE           PIC 9(8).
           05  JRN-SOURCE         PIC X(5).
           05  JRN-CUST-ID        PIC 9(10).
           05  JRN-DC             PIC X(1).
           05  JRN-REASON         PIC X(4).
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

       FD  MONTH-EXTRACT.
       01  EXTRACT-RECORD              PIC X(60).

       FD  DAY-EXTRACT.
       01  DAY-EXTRACT-RECORD          PIC X(60).

       FD  CONTROL-BALANCE-FILE.
       01  CONTROL-BALANCE-RECORD.
           05 CTB-MONTH                PIC 9(6).
           05 FILLER                   PIC X.
           05 CTB-LEDGER-BALANCE       PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 CTB-SUBLEDGER-BALANCE    PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 CTB-STATUS               PIC X(4).

       FD  RECON-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-JOURNAL-STATUS           PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS           PIC XX VALUE SPACES.
       01  WS-DAY-EXTRACT-STATUS       PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS           PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM            PIC 9(6).
           05 WS-RUN-DD                PIC 9(2).

      * Reconciliation month, from the PARM or the business month.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-MONTH-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-RECON-YYYYMM             PIC 9(6)  VALUE ZEROS.

       01  WS-FILE-ERROR               PIC X VALUE 'N'.
       01  WS-TABLE-FULL               PIC X VALUE 'N'.

      * Subledger totals by currency.
       01  WS-CCY-COUNT                PIC 9(2) VALUE 0.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-CY-IX.
              10 WS-CCY-CODE           PIC X(3).
              10 WS-CCY-CUSTOMERS      PIC 9(7).
              10 WS-CCY-BALANCE        PIC S9(11)V99.
       01  WS-SUBLEDGER-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-CUSTOMER-COUNT           PIC 9(7) VALUE 0.

      * Prior months' agreed positions, carried through the rewrite.
       01  WS-CTB-COUNT                PIC 9(3) VALUE 0.
       01  WS-CTB-TABLE.
           05 WS-CTB-ENTRY OCCURS 240 TIMES
                                   INDEXED BY WS-CB-IX.
              10 WS-CTB-MONTH          PIC 9(6).
              10 WS-CTB-LEDGER         PIC S9(11)V99.
              10 WS-CTB-SUBLEDGER      PIC S9(11)V99.
              10 WS-CTB-STATUS         PIC X(4).
       01  WS-OPENING-FOUND            PIC X VALUE 'N'.
       01  WS-OPENING-MONTH            PIC 9(6) VALUE ZEROS.

      * The month's 1100 lines, each to be paired with a journal
      * movement.
       01  WS-LDG-COUNT                PIC 9(5) VALUE 0.
       01  WS-LDG-TABLE.
           05 WS-LDG-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY WS-LG-IX.
              10 WS-LDG-DATE           PIC 9(8).
              10 WS-LDG-DC             PIC X(1).
              10 WS-LDG-AMOUNT         PIC 9(9)V99.
              10 WS-LDG-SOURCE         PIC X(5).
              10 WS-LDG-MATCHED        PIC X(1).

      * Days of the month found in the concatenation; the day
      * extract supplies only the others.
       01  WS-DAY-FLAGS.
           05 WS-DAY-LOADED OCCURS 31 TIMES PIC X(1).
       01  WS-DAY-SUB                  PIC 9(2) VALUE 0.
       01  WS-MONTH-DAYS               PIC 9(2) VALUE 0.
       01  WS-EXTRACT-DAYS             PIC 9(2) VALUE 0.
       01  WS-FROM-CONCATENATION       PIC X VALUE 'Y'.

      * Fields of one parsed extract line: date,account,D/C,amount,
      * source - or CTL,count,debits,credits.
       01  WS-EXT-LINE                 PIC X(60).
       01  WS-EXT-DATE-TEXT            PIC X(8).
       01  WS-EXT-ACCOUNT              PIC X(4).
       01  WS-EXT-DC                   PIC X(1).
       01  WS-EXT-AMOUNT-TEXT          PIC X(14).
       01  WS-EXT-SOURCE               PIC X(5).
       01  WS-EXT-DATE-NUM             PIC 9(8) VALUE ZEROS.
       01  WS-EXT-DATE-SPLIT REDEFINES WS-EXT-DATE-NUM.
           05 WS-EXT-YYYYMM            PIC 9(6).
           05 WS-EXT-DD                PIC 9(2).
       01  WS-EXT-AMOUNT               PIC 9(9)V99 VALUE ZEROS.

      * The positions being proved.
       01  WS-LEDGER-OPENING           PIC S9(11)V99 VALUE 0.
       01  WS-SUBLEDGER-OPENING        PIC S9(11)V99 VALUE 0.
       01  WS-LEDGER-DEBITS            PIC S9(11)V99 VALUE 0.
       01  WS-LEDGER-CREDITS           PIC S9(11)V99 VALUE 0.
       01  WS-LEDGER-CLOSING           PIC S9(11)V99 VALUE 0.
       01  WS-JOURNAL-NET              PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE 0.
       01  WS-BROUGHT-FORWARD          PIC S9(11)V99 VALUE 0.
       01  WS-UNPOSTED-NET             PIC S9(11)V99 VALUE 0.
       01  WS-ORPHAN-NET               PIC S9(11)V99 VALUE 0.
       01  WS-UNEXPLAINED              PIC S9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-JOURNAL-COUNT         PIC 9(7) VALUE 0.
           05 WS-MATCHED-COUNT         PIC 9(7) VALUE 0.
           05 WS-UNPOSTED-COUNT        PIC 9(7) VALUE 0.
           05 WS-ORPHAN-COUNT          PIC 9(7) VALUE 0.

       01  HEADING-LINE.
           05 FILLER                   PIC X(40) VALUE
              'RECEIVABLES CONTROL RECONCILIATION FOR '.
           05 HDL-MONTH                PIC 9(6).
       01  CURRENCY-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CYL-CODE                 PIC X(3).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CYL-CUSTOMERS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE ' CUSTOMERS '.
           05 CYL-BALANCE              PIC -(3),---,---,--9.99.
       01  PROOF-LINE.
           05 PRL-CAPTION              PIC X(40).
           05 PRL-AMOUNT               PIC -(3),---,---,--9.99.
       01  UNPOSTED-LINE.
           05 UPL-DATE                 PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-CURRENCY             PIC X(3).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-SOURCE               PIC X(5).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-REASON               PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-DC                   PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 UPL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  ORPHAN-LINE.
           05 ORL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE ' 1100 '.
           05 ORL-SOURCE               PIC X(5).
           05 FILLER                   PIC X     VALUE SPACE.
           05 ORL-DC                   PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 ORL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'JOURNALS: '.
           05 SML-JOURNALS             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  MATCHED: '.
           05 SML-MATCHED              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNPOSTED: '.
           05 SML-UNPOSTED             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
              '  NO JOURNAL: '.
           05 SML-ORPHANS              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-SUM-SUBLEDGER
              THRU 2000-EXIT
           PERFORM 3000-LOAD-LEDGER-LINES
              THRU 3000-EXIT
           PERFORM 4000-PAIR-JOURNAL
              THRU 4000-EXIT
           PERFORM 5000-PROVE-CONTROL
              THRU 5000-EXIT
           PERFORM 5500-LIST-LEDGER-ORPHANS
              THRU 5500-EXIT
           PERFORM 6000-STORE-AGREED-BALANCE
              THRU 6000-EXIT

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
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-MONTH-TEXT
           END-IF
           IF WS-MONTH-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-MONTH-TEXT)
                TO WS-RECON-YYYYMM
           ELSE
              MOVE WS-RUN-YYYYMM TO WS-RECON-YYYYMM
           END-IF
           MOVE ALL 'N' TO WS-DAY-FLAGS

           OPEN OUTPUT RECON-REPORT
           MOVE WS-RECON-YYYYMM TO HDL-MONTH
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FILE-ERROR
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1100-LOAD-CONTROL-BALANCES
              THRU 1100-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The opening position is the latest month agreed before this   *
      * one.                                                          *
      *----------------------------------------------------------------*
       1100-LOAD-CONTROL-BALANCES.
           OPEN INPUT CONTROL-BALANCE-FILE
           IF WS-CONTROL-STATUS = "00"
              PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
                 READ CONTROL-BALANCE-FILE
                    AT END MOVE "10" TO WS-CONTROL-STATUS
                    NOT AT END
                       PERFORM 1150-TAKE-CONTROL-LINE
                          THRU 1150-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CONTROL-BALANCE-FILE
           .
       1100-EXIT.
           EXIT.

       1150-TAKE-CONTROL-LINE.
           IF CTB-MONTH NOT < WS-RECON-YYYYMM
              GO TO 1150-EXIT
           END-IF
           IF WS-CTB-COUNT >= 240
              MOVE 'Y' TO WS-TABLE-FULL
              GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-CTB-COUNT
           SET WS-CB-IX TO WS-CTB-COUNT
           MOVE CTB-MONTH             TO WS-CTB-MONTH(WS-CB-IX)
           MOVE CTB-LEDGER-BALANCE    TO WS-CTB-LEDGER(WS-CB-IX)
           MOVE CTB-SUBLEDGER-BALANCE TO WS-CTB-SUBLEDGER(WS-CB-IX)
           MOVE CTB-STATUS            TO WS-CTB-STATUS(WS-CB-IX)
           IF CTB-MONTH > WS-OPENING-MONTH
              MOVE 'Y'                   TO WS-OPENING-FOUND
              MOVE CTB-MONTH             TO WS-OPENING-MONTH
              MOVE CTB-LEDGER-BALANCE    TO WS-LEDGER-OPENING
              MOVE CTB-SUBLEDGER-BALANCE TO WS-SUBLEDGER-OPENING
           END-IF
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The subledger as it stands, by currency.                      *
      *----------------------------------------------------------------*
       2000-SUM-SUBLEDGER.
           MOVE ZEROS TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
              INVALID KEY MOVE "10" TO WS-CUSTOMER-STATUS
           END-START
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = "00"
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE "10" TO WS-CUSTOMER-STATUS
                 NOT AT END
                    PERFORM 2100-ADD-CUSTOMER
                       THRU 2100-EXIT
              END-READ
           END-PERFORM
           .
       2000-EXIT.
           EXIT.

       2100-ADD-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD CUST-BALANCE TO WS-SUBLEDGER-TOTAL
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CCY-COUNT
              IF WS-CCY-CODE(WS-CY-IX) = CUST-CURRENCY
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-CY-IX > WS-CCY-COUNT
              IF WS-CCY-COUNT >= 20
                 MOVE 'Y' TO WS-TABLE-FULL
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WS-CCY-COUNT
              SET WS-CY-IX TO WS-CCY-COUNT
              MOVE CUST-CURRENCY TO WS-CCY-CODE(WS-CY-IX)
              MOVE ZEROS TO WS-CCY-CUSTOMERS(WS-CY-IX)
                            WS-CCY-BALANCE(WS-CY-IX)
           END-IF
           ADD 1            TO WS-CCY-CUSTOMERS(WS-CY-IX)
           ADD CUST-BALANCE TO WS-CCY-BALANCE(WS-CY-IX)
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The month's 1100 lines: the concatenation first, then the     *
      * day extract for any day the concatenation does not hold.      *
      *----------------------------------------------------------------*
       3000-LOAD-LEDGER-LINES.
           MOVE 'Y' TO WS-FROM-CONCATENATION
           OPEN INPUT MONTH-EXTRACT
           IF WS-EXTRACT-STATUS = "00"
              PERFORM UNTIL WS-EXTRACT-STATUS NOT = "00"
                 READ MONTH-EXTRACT
                    AT END MOVE "10" TO WS-EXTRACT-STATUS
                    NOT AT END
                       MOVE EXTRACT-RECORD TO WS-EXT-LINE
                       PERFORM 3100-TAKE-EXTRACT-LINE
                          THRU 3100-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MONTH-EXTRACT
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
              IF WS-DAY-LOADED(WS-DAY-SUB) = 'Y'
                 ADD 1 TO WS-MONTH-DAYS
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-FROM-CONCATENATION
           OPEN INPUT DAY-EXTRACT
           IF WS-DAY-EXTRACT-STATUS = "00"
              PERFORM UNTIL WS-DAY-EXTRACT-STATUS NOT = "00"
                 READ DAY-EXTRACT
                    AT END MOVE "10" TO WS-DAY-EXTRACT-STATUS
                    NOT AT END
                       MOVE DAY-EXTRACT-RECORD TO WS-EXT-LINE
                       PERFORM 3100-TAKE-EXTRACT-LINE
                          THRU 3100-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DAY-EXTRACT
           .
       3000-EXIT.
           EXIT.

       3100-TAKE-EXTRACT-LINE.
           IF WS-EXT-LINE (1:4) = 'CTL,'
              GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-EXT-DATE-TEXT WS-EXT-ACCOUNT WS-EXT-DC
                          WS-EXT-AMOUNT-TEXT WS-EXT-SOURCE
           UNSTRING WS-EXT-LINE DELIMITED BY ','
               INTO WS-EXT-DATE-TEXT WS-EXT-ACCOUNT WS-EXT-DC
                    WS-EXT-AMOUNT-TEXT WS-EXT-SOURCE
           IF WS-EXT-AMOUNT-TEXT = SPACES
              GO TO 3100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-EXT-DATE-TEXT)
             TO WS-EXT-DATE-NUM
           IF WS-EXT-YYYYMM NOT = WS-RECON-YYYYMM
              OR WS-EXT-DD < 1 OR WS-EXT-DD > 31
              GO TO 3100-EXIT
           END-IF
           IF WS-FROM-CONCATENATION = 'Y'
              MOVE 'Y' TO WS-DAY-LOADED(WS-EXT-DD)
           ELSE
              IF WS-DAY-LOADED(WS-EXT-DD) = 'Y'
                 GO TO 3100-EXIT
              END-IF
              IF WS-DAY-LOADED(WS-EXT-DD) = 'N'
                 ADD 1 TO WS-EXTRACT-DAYS
                 MOVE 'D' TO WS-DAY-LOADED(WS-EXT-DD)
              END-IF
           END-IF
           IF WS-EXT-ACCOUNT NOT = '1100'
              GO TO 3100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-EXT-AMOUNT-TEXT)
             TO WS-EXT-AMOUNT
           IF WS-EXT-DC = 'D'
              ADD WS-EXT-AMOUNT TO WS-LEDGER-DEBITS
           ELSE
              ADD WS-EXT-AMOUNT TO WS-LEDGER-CREDITS
           END-IF
           IF WS-LDG-COUNT >= 20000
              MOVE 'Y' TO WS-TABLE-FULL
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-LDG-COUNT
           SET WS-LG-IX TO WS-LDG-COUNT
           MOVE WS-EXT-DATE-NUM TO WS-LDG-DATE(WS-LG-IX)
           MOVE WS-EXT-DC       TO WS-LDG-DC(WS-LG-IX)
           MOVE WS-EXT-AMOUNT   TO WS-LDG-AMOUNT(WS-LG-IX)
           MOVE WS-EXT-SOURCE   TO WS-LDG-SOURCE(WS-LG-IX)
           MOVE 'N'             TO WS-LDG-MATCHED(WS-LG-IX)
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every journal movement of the month against an unpaired 1100  *
      * line of the same date, side and amount. Those with none never *
      * reached the ledger and are listed as they are found.          *
      *----------------------------------------------------------------*
       4000-PAIR-JOURNAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'JOURNAL MOVEMENTS NOT IN LEDGER' TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT BALANCE-JOURNAL
           IF WS-JOURNAL-STATUS = "00"
              PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                 READ BALANCE-JOURNAL
                    AT END MOVE "10" TO WS-JOURNAL-STATUS
                    NOT AT END
                       IF JRN-DATE / 100 = WS-RECON-YYYYMM
                          AND JRN-AMOUNT NOT = ZEROS
                          PERFORM 4100-PAIR-ONE-MOVEMENT
                             THRU 4100-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BALANCE-JOURNAL
           .
       4000-EXIT.
           EXIT.

       4100-PAIR-ONE-MOVEMENT.
           ADD 1 TO WS-JOURNAL-COUNT
           IF JRN-DC = 'D'
              ADD JRN-AMOUNT TO WS-JOURNAL-NET
           ELSE
              SUBTRACT JRN-AMOUNT FROM WS-JOURNAL-NET
           END-IF
           PERFORM VARYING WS-LG-IX FROM 1 BY 1
                   UNTIL WS-LG-IX > WS-LDG-COUNT
              IF WS-LDG-MATCHED(WS-LG-IX) = 'N'
                 AND WS-LDG-DATE(WS-LG-IX) = JRN-DATE
                 AND WS-LDG-DC(WS-LG-IX) = JRN-DC
                 AND WS-LDG-AMOUNT(WS-LG-IX) = JRN-AMOUNT
                 MOVE 'Y' TO WS-LDG-MATCHED(WS-LG-IX)
                 ADD 1 TO WS-MATCHED-COUNT
                 GO TO 4100-EXIT
              END-IF
           END-PERFORM

           ADD 1 TO WS-UNPOSTED-COUNT
           IF JRN-DC = 'D'
              ADD JRN-AMOUNT TO WS-UNPOSTED-NET
           ELSE
              SUBTRACT JRN-AMOUNT FROM WS-UNPOSTED-NET
           END-IF
           MOVE JRN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY MOVE SPACES TO CUST-CURRENCY
           END-READ
           MOVE JRN-DATE      TO UPL-DATE
           MOVE JRN-CUST-ID   TO UPL-CUST-ID
           MOVE CUST-CURRENCY TO UPL-CURRENCY
           MOVE JRN-SOURCE    TO UPL-SOURCE
           MOVE JRN-REASON    TO UPL-REASON
           MOVE JRN-DC        TO UPL-DC
           MOVE JRN-AMOUNT    TO UPL-AMOUNT
           MOVE UNPOSTED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The subledger by currency against the 1100 position, and the  *
      * difference broken down.                                       *
      *----------------------------------------------------------------*
       5000-PROVE-CONTROL.
      *    No month agreed before: the subledger opening is taken as
      *    where the journal says it stood, and the ledger is
      *    assumed to have agreed with it.
           IF WS-OPENING-FOUND = 'N'
              COMPUTE WS-SUBLEDGER-OPENING =
                  WS-SUBLEDGER-TOTAL - WS-JOURNAL-NET
              MOVE WS-SUBLEDGER-OPENING TO WS-LEDGER-OPENING
           END-IF
           COMPUTE WS-LEDGER-CLOSING =
               WS-LEDGER-OPENING + WS-LEDGER-DEBITS - WS-LEDGER-CREDITS
           COMPUTE WS-DIFFERENCE =
               WS-SUBLEDGER-TOTAL - WS-LEDGER-CLOSING
           COMPUTE WS-BROUGHT-FORWARD =
               WS-SUBLEDGER-OPENING - WS-LEDGER-OPENING
           PERFORM VARYING WS-LG-IX FROM 1 BY 1
                   UNTIL WS-LG-IX > WS-LDG-COUNT
              IF WS-LDG-MATCHED(WS-LG-IX) = 'N'
                 ADD 1 TO WS-ORPHAN-COUNT
                 IF WS-LDG-DC(WS-LG-IX) = 'D'
                    ADD WS-LDG-AMOUNT(WS-LG-IX) TO WS-ORPHAN-NET
                 ELSE
                    SUBTRACT WS-LDG-AMOUNT(WS-LG-IX) FROM WS-ORPHAN-NET
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-UNEXPLAINED =
               WS-DIFFERENCE - WS-BROUGHT-FORWARD
                             - WS-UNPOSTED-NET + WS-ORPHAN-NET

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUBLEDGER BY CURRENCY' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CCY-COUNT
              MOVE WS-CCY-CODE(WS-CY-IX)      TO CYL-CODE
              MOVE WS-CCY-CUSTOMERS(WS-CY-IX) TO CYL-CUSTOMERS
              MOVE WS-CCY-BALANCE(WS-CY-IX)   TO CYL-BALANCE
              MOVE CURRENCY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           MOVE 'SUBLEDGER TOTAL' TO PRL-CAPTION
           MOVE WS-SUBLEDGER-TOTAL TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GL 1100 PREMIUM RECEIVABLE' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPENING-FOUND = 'Y'
              MOVE 'AGREED OPENING BALANCE' TO PRL-CAPTION
           ELSE
              MOVE 'OPENING (NO PRIOR MONTH - FROM JOURNAL)'
                TO PRL-CAPTION
           END-IF
           MOVE WS-LEDGER-OPENING TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE '  ADD DEBITS' TO PRL-CAPTION
           MOVE WS-LEDGER-DEBITS TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE '  LESS CREDITS' TO PRL-CAPTION
           MOVE WS-LEDGER-CREDITS TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE 'LEDGER CLOSING POSITION' TO PRL-CAPTION
           MOVE WS-LEDGER-CLOSING TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           IF WS-EXTRACT-DAYS > 0
              MOVE '  (INCLUDES DAY EXTRACT NOT YET LOADED)'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUBLEDGER LESS LEDGER' TO PRL-CAPTION
           MOVE WS-DIFFERENCE TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE '  DIFFERENCE BROUGHT FORWARD' TO PRL-CAPTION
           MOVE WS-BROUGHT-FORWARD TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE '  JOURNAL MOVEMENTS NOT IN LEDGER' TO PRL-CAPTION
           MOVE WS-UNPOSTED-NET TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE '  LESS LEDGER LINES WITH NO JOURNAL' TO PRL-CAPTION
           MOVE WS-ORPHAN-NET TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           MOVE 'UNEXPLAINED' TO PRL-CAPTION
           MOVE WS-UNEXPLAINED TO PRL-AMOUNT
           PERFORM 5900-WRITE-PROOF-LINE
              THRU 5900-EXIT
           EVALUATE TRUE
              WHEN WS-DIFFERENCE = ZERO
                 MOVE 'RECONCILE: SUBLEDGER AGREES TO CONTROL'
                   TO REPORT-LINE
              WHEN WS-UNEXPLAINED = ZERO
                 MOVE 'RECONCILE: DIFFERENCE EXPLAINED BELOW'
                   TO REPORT-LINE
              WHEN OTHER
                 MOVE '*** RECONCILE: DIFFERENCE NOT EXPLAINED'
                   TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           .
       5000-EXIT.
           EXIT.

       5500-LIST-LEDGER-ORPHANS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LEDGER LINES WITH NO JOURNAL' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LG-IX FROM 1 BY 1
                   UNTIL WS-LG-IX > WS-LDG-COUNT
              IF WS-LDG-MATCHED(WS-LG-IX) = 'N'
                 MOVE WS-LDG-DATE(WS-LG-IX)   TO ORL-DATE
                 MOVE WS-LDG-SOURCE(WS-LG-IX) TO ORL-SOURCE
                 MOVE WS-LDG-DC(WS-LG-IX)     TO ORL-DC
                 MOVE WS-LDG-AMOUNT(WS-LG-IX) TO ORL-AMOUNT
                 MOVE ORPHAN-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM
           .
       5500-EXIT.
           EXIT.

       5900-WRITE-PROOF-LINE.
           MOVE PROOF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       5900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The month's closing 1100 position goes back as next month's   *
      * opening, behind the months before it. A table overflow        *
      * leaves the file as it was.                                    *
      *----------------------------------------------------------------*
       6000-STORE-AGREED-BALANCE.
           IF WS-TABLE-FULL = 'Y'
              GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT CONTROL-BALANCE-FILE
           PERFORM VARYING WS-CB-IX FROM 1 BY 1
                   UNTIL WS-CB-IX > WS-CTB-COUNT
              MOVE SPACES TO CONTROL-BALANCE-RECORD
              MOVE WS-CTB-MONTH(WS-CB-IX)     TO CTB-MONTH
              MOVE WS-CTB-LEDGER(WS-CB-IX)    TO CTB-LEDGER-BALANCE
              MOVE WS-CTB-SUBLEDGER(WS-CB-IX) TO CTB-SUBLEDGER-BALANCE
              MOVE WS-CTB-STATUS(WS-CB-IX)    TO CTB-STATUS
              WRITE CONTROL-BALANCE-RECORD
           END-PERFORM
           MOVE SPACES             TO CONTROL-BALANCE-RECORD
           MOVE WS-RECON-YYYYMM    TO CTB-MONTH
           MOVE WS-LEDGER-CLOSING  TO CTB-LEDGER-BALANCE
           MOVE WS-SUBLEDGER-TOTAL TO CTB-SUBLEDGER-BALANCE
           IF WS-DIFFERENCE = ZERO
              MOVE 'AGRD' TO CTB-STATUS
           ELSE
              MOVE 'DIFF' TO CTB-STATUS
           END-IF
           WRITE CONTROL-BALANCE-RECORD
           CLOSE CONTROL-BALANCE-FILE
           .
       6000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-JOURNAL-COUNT  TO SML-JOURNALS
           MOVE WS-MATCHED-COUNT  TO SML-MATCHED
           MOVE WS-UNPOSTED-COUNT TO SML-UNPOSTED
           MOVE WS-ORPHAN-COUNT   TO SML-ORPHANS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL = 'Y'
              MOVE '*** TABLE FULL - CONTROL BALANCE NOT STORED'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE CUSTOMER-FILE
           CLOSE RECON-REPORT.
           EVALUATE TRUE
              WHEN WS-FILE-ERROR = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TABLE-FULL = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNEXPLAINED NOT = ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIFFERENCE NOT = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
