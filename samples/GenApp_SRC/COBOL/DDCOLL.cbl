      *   DDCOL), the money being in flight to us; the register       *
      *   DDREG.DAT records every debit by reference so the unpaid-   *
      *   return loader DDRETURN can reverse a bounce precisely.      *
      *   The journal line names the installment's policy, so the     *
      *   receipt allocation run settles that policy's charge first.  *
      *                                                                *
      *   DDCOLL.DAT is registered and kept by the OUTXMIT REG        *
      *   step that follows; a "lost" file is resent from that        *
      *   copy by OUTXMIT RESEND, never by running this again.        *
      *                                                                *
      *   The file is dated for collection on the next working day    *
      *   (WORKDAY against the holiday calendar HOLIDAY.DAT), so a    *
      *   run at a weekend or on a bank holiday never asks the bank   *
      *   to collect on a day it does not clear.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  COLLECTION-REPORT.
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
       01  WS-MANDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-MANIFEST-STATUS          PIC XX VALUE SPACES.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

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
       01  WS-COLLECTION-DATE          PIC 9(8) VALUE ZEROS.

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION             PIC X(1).
           05 WDY-DATE                 PIC 9(8).
           05 WDY-END-DATE             PIC 9(8).
           05 WDY-DAYS                 PIC S9(5).
           05 WDY-RESULT-DATE          PIC 9(8).
           05 WDY-WORKING              PIC X(1).
           05 WDY-RETURN               PIC 9(2).
       01  WS-CLOSED-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05 WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-IX                PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-CLOSED            PIC X(01) VALUE 'N'.
       01  WS-SEQUENCE                 PIC 9(6) VALUE ZEROS.

      * Host variables for the billed-installments cursor.
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

      *----------------------------------------------------------------*
      * The bank collects on working days only: the run date, or the *
      * next working day after it when it is a weekend or holiday.   *
      *----------------------------------------------------------------*
       0070-SET-COLLECTION-DATE.
           MOVE WS-RUN-DATE TO WS-COLLECTION-DATE
           MOVE 'N'         TO WDY-FUNCTION
           MOVE WS-RUN-DATE TO WDY-DATE
           CALL 'WORKDAY' USING WORKDAY-PARMS
           IF WDY-RETURN < 8
              MOVE WDY-RESULT-DATE TO WS-COLLECTION-DATE
           END-IF
           IF WS-COLLECTION-DATE NOT = WS-RUN-DATE
              DISPLAY 'NOT A WORKING DAY - COLLECTING ON '
                      WS-COLLECTION-DATE
           END-IF
           .
       0070-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 0070-SET-COLLECTION-DATE
              THRU 0070-EXIT
           PERFORM 0060-SET-POSTING-DATE
              THRU 0060-EXIT
           PERFORM 1100-NEXT-SEQUENCE
              THRU 1100-EXIT
           PERFORM 1200-LOAD-MANDATES
           OPEN OUTPUT COLLECTION-REPORT

           MOVE WS-SEQUENCE TO DHR-SEQUENCE
           MOVE WS-COLLECTION-DATE TO DHR-DATE
           MOVE DD-HEADER-RECORD TO COLLECTION-RECORD
           WRITE COLLECTION-RECORD

              NOT INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-POSTING-DATE TO JRN-DATE
           MOVE 'DDCOL'        TO JRN-SOURCE
           MOVE CUST-ID        TO JRN-CUST-ID
           MOVE 'C'            TO JRN-DC
           MOVE WS-INST-AMOUNT TO JRN-AMOUNT
           MOVE WS-OLD-BALANCE TO JRN-OLD-BALANCE
           MOVE CUST-BALANCE   TO JRN-NEW-BALANCE
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE
           MOVE WS-INST-POLICY TO JRN-POLICY-NUM
           WRITE JOURNAL-RECORD

           EXEC SQL
