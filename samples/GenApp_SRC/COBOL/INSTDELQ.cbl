      *   has not reached and billed rows no receipt has cleared -    *
      *   joined to the policy for the owning customer. Payment       *
      *   marking (status 'P') is applied by the INSTMARK run from    *
      *   the day's applied bank receipts. INSTCANC takes the same    *
      *   delinquency on to notice and cancellation.                  *
      *                                                                *
      *   PARM: grace days, default 30, then W to count the grace     *
      *   in working days - weekends and the holidays on HOLIDAY.DAT  *
      *   not counted (WORKDAY) - instead of calendar days.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-GRACE-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-GRACE-DAYS               PIC S9(5) USAGE COMP VALUE 30.
       01  WS-GRACE-UNIT               PIC X(8)  VALUE SPACES.
       01  WS-TODAY-DATE               PIC 9(8)  VALUE 0.
       01  WS-CUTOFF-DATE              PIC 9(8)  VALUE 0.
       01  FILLER REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY           PIC X(4).
           05 WS-CUTOFF-MM             PIC X(2).
           05 WS-CUTOFF-DD             PIC X(2).

      * Installments due before this date are past their grace.
       01  WS-CUTOFF-ISO               PIC X(10) VALUE SPACES.

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION             PIC X(1).
           05 WDY-DATE                 PIC 9(8).
           05 WDY-END-DATE             PIC 9(8).
           05 WDY-DAYS                 PIC S9(5).
           05 WDY-RESULT-DATE          PIC 9(8).
           05 WDY-WORKING              PIC X(1).
           05 WDY-RETURN               PIC 9(2).

      * Host variables for the delinquency cursor
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
                 FROM INSTALLMENT I, POLICY P
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND I.STATUS IN ('S', 'B')
                  AND I.DUEDATE < :WS-CUTOFF-ISO
                ORDER BY P.CUSTOMERNUMBER, I.DUEDATE
           END-EXEC.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-GRACE-TEXT WS-GRACE-UNIT
              IF WS-GRACE-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-GRACE-TEXT)
                   TO WS-GRACE-DAYS
              END-IF
           END-IF
           PERFORM 1100-SET-CUTOFF-DATE
              THRU 1100-EXIT

           OPEN OUTPUT DELINQUENCY-REPORT
           MOVE DELQ-HEADER-LINE TO REPORT-LINE
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The grace runs back from today: calendar days by default, or *
      * working days when the PARM says W.                           *
      *----------------------------------------------------------------*
       1100-SET-CUTOFF-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                    - WS-GRACE-DAYS)
           IF WS-GRACE-UNIT = 'W' OR 'w'
              MOVE 'A'           TO WDY-FUNCTION
              MOVE WS-TODAY-DATE TO WDY-DATE
              COMPUTE WDY-DAYS = 0 - WS-GRACE-DAYS
              CALL 'WORKDAY' USING WORKDAY-PARMS
              IF WDY-RETURN < 8
                 MOVE WDY-RESULT-DATE TO WS-CUTOFF-DATE
              END-IF
              DISPLAY 'GRACE ' WS-GRACE-DAYS ' WORKING DAYS'
           END-IF
           MOVE SPACES TO WS-CUTOFF-ISO
           STRING WS-CUTOFF-YYYY '-' WS-CUTOFF-MM '-' WS-CUTOFF-DD
              DELIMITED BY SIZE INTO WS-CUTOFF-ISO
           .
       1100-EXIT.
           EXIT.

       1500-FETCH-NEXT-INSTALLMENT.

           EXEC SQL
