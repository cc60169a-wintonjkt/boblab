      *   on CLMAGING, and produces the regulatory evidence the       *
      *   notebook never could:                                       *
      *                                                                *
      *     ACK OVERDUE   open past 5 working days with no            *
      *                   acknowledgment (WORKDAY - weekends and      *
      *                   the holidays on HOLIDAY.DAT not counted)    *
      *     RES OVERDUE   unresolved past 56 days (eight weeks)       *
      *                                                                *
      *   Complaints still unacknowledged get a CMPACK letter         *
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

      * Regulatory clocks: acknowledgment in working days,
      * resolution in calendar days.
       77  ACK-LIMIT-DAYS              PIC 9(3) VALUE 5.
       77  RESOLVE-LIMIT-DAYS          PIC 9(3) VALUE 56.

       01  WS-AGE-DAYS                 PIC S9(9) USAGE COMP.
       01  WS-ACK-DATE                 PIC X(10).
       01  WS-ACK-DATE-IND             PIC S9(4) USAGE COMP.
       01  WS-RECEIVED-DATE            PIC X(10).
       01  FILLER REDEFINES WS-RECEIVED-DATE.
           05 WS-RECEIVED-YYYY         PIC X(4).
           05 FILLER                   PIC X.
           05 WS-RECEIVED-MM           PIC X(2).
           05 FILLER                   PIC X.
           05 WS-RECEIVED-DD           PIC X(2).

       01  WS-TODAY-DATE               PIC 9(8)  VALUE 0.
       01  WS-ACK-AGE-DAYS             PIC S9(5) VALUE 0.

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION             PIC X(1).
           05 WDY-DATE                 PIC 9(8).
           05 FILLER REDEFINES WDY-DATE.
              10 WDY-DATE-YYYY         PIC X(4).
              10 WDY-DATE-MM           PIC X(2).
              10 WDY-DATE-DD           PIC X(2).
           05 WDY-END-DATE             PIC 9(8).
           05 WDY-DAYS                 PIC S9(5).
           05 WDY-RESULT-DATE          PIC 9(8).
           05 WDY-WORKING              PIC X(1).
           05 WDY-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-OPEN-COUNT            PIC 9(5) VALUE 0.
               SELECT COMPLAINTNUMBER, CUSTOMERNUMBER, POLICYNUMBER,
                      CATEGORY, STATUS,
                      DAYS(CURRENT DATE) - DAYS(RECEIVEDDATE),
                      CHAR(ACKDATE, ISO), CHAR(RECEIVEDDATE, ISO)
                 FROM COMPLAINT
                WHERE STATUS NOT IN ('CL')
                ORDER BY RECEIVEDDATE
           EXIT.

       1000-INITIALIZATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AGING-REPORT
           OPEN EXTEND CORRESPONDENCE-FILE
           MOVE AGING-HEADER-LINE TO REPORT-LINE
               INTO :WS-COMPLAINT-NUM, :WS-CUSTOMER-NUM,
                    :WS-POLICY-NUM :WS-POLICY-NUM-IND,
                    :WS-CATEGORY, :WS-STATUS, :WS-AGE-DAYS,
                    :WS-ACK-DATE :WS-ACK-DATE-IND,
                    :WS-RECEIVED-DATE
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
           IF WS-ACK-DATE-IND < 0
              PERFORM 2100-QUEUE-ACKNOWLEDGMENT
                 THRU 2100-EXIT
              PERFORM 2050-COUNT-ACK-DAYS
                 THRU 2050-EXIT
              IF WS-ACK-AGE-DAYS > ACK-LIMIT-DAYS
                 ADD 1 TO WS-ACK-OVERDUE-COUNT
                 MOVE 'ACK OVERDUE' TO ADL-FLAGS
              END-IF
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The acknowledgment clock runs in working days from receipt.  *
      * A date WORKDAY cannot read falls back to the calendar age.   *
      *----------------------------------------------------------------*
       2050-COUNT-ACK-DAYS.
           MOVE WS-AGE-DAYS      TO WS-ACK-AGE-DAYS
           MOVE 'C'              TO WDY-FUNCTION
           MOVE WS-RECEIVED-YYYY TO WDY-DATE-YYYY
           MOVE WS-RECEIVED-MM   TO WDY-DATE-MM
           MOVE WS-RECEIVED-DD   TO WDY-DATE-DD
           MOVE WS-TODAY-DATE    TO WDY-END-DATE
           CALL 'WORKDAY' USING WORKDAY-PARMS
           IF WDY-RETURN < 8
              MOVE WDY-DAYS TO WS-ACK-AGE-DAYS
           END-IF
           .
       2050-EXIT.
           EXIT.

       2100-QUEUE-ACKNOWLEDGMENT.
           MOVE SPACES TO CORRESPONDENCE-RECORD
           MOVE 'CMPACK  ' TO CRQ-LETTER-TYPE
