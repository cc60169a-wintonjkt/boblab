      ******************************************************************
      *                                                                *
      *            Working-Day Calendar Check                          *
      *                                                                *
      *   The one place the suite decides whether a date is a working *
      *   day: Saturdays, Sundays and every date on the maintained    *
      *   holiday calendar HOLIDAY.DAT (date yyyymmdd and a name, one *
      *   line per holiday - a holiday falling at a weekend is listed *
      *   on its substitute weekday) are not. CALLed by the batch     *
      *   programs that fix or measure dates, with WORKDAY-PARMS:     *
      *                                                                *
      *     T  is WDY-DATE a working day (WDY-WORKING Y or N)         *
      *     N  WDY-DATE if it is a working day, else the next one     *
      *     A  WDY-DATE moved WDY-DAYS working days (negative goes    *
      *        back); WDY-DATE itself is not counted                  *
      *     C  working days after WDY-DATE up to and including        *
      *        WDY-END-DATE, into WDY-DAYS                            *
      *                                                                *
      *   Dates come back in WDY-RESULT-DATE. WDY-RETURN is 00, 04    *
      *   when there is no calendar file (weekends only are then      *
      *   skipped) or 08 for a date that is not a valid yyyymmdd.     *
      *                                                                *
      *   The calendar is read on the first call of the run and kept. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKDAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLIDAY-FILE
               ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  HOL-NAME           PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-STATUS       PIC XX VALUE SPACES.
       01  WS-CALENDAR-LOADED      PIC X  VALUE 'N'.
       01  WS-CALENDAR-PRESENT     PIC X  VALUE 'N'.

       01  WS-HOLIDAY-MAX          PIC 9(4) VALUE 1000.
       01  WS-HOLIDAY-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-HX                   PIC 9(4) VALUE ZEROS.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1000 TIMES.
              10 WS-HD-INT         PIC S9(9) COMP.
              10 WS-HD-WEEKDAY     PIC X(1).

      * Day arithmetic runs on integer dates (day 1 = Monday
      * 1601-01-01), so the weekday is (integer - 1) mod 7 with
      * 5 and 6 the weekend.
       01  WS-START-INT            PIC S9(9) COMP VALUE ZEROS.
       01  WS-END-INT              PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-INT              PIC S9(9) COMP VALUE ZEROS.
       01  WS-WEEKDAY              PIC S9(4) COMP VALUE ZEROS.
       01  WS-STEP                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-REMAINING            PIC S9(9) COMP VALUE ZEROS.
       01  WS-COUNT                PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-WORKING          PIC X  VALUE 'N'.

       LINKAGE SECTION.
      * Same layout every caller declares.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION         PIC X(1).
              88 WDY-TEST-DAY               VALUE 'T'.
              88 WDY-NEXT-WORKING           VALUE 'N'.
              88 WDY-ADD-WORKING            VALUE 'A'.
              88 WDY-COUNT-WORKING          VALUE 'C'.
           05 WDY-DATE             PIC 9(8).
           05 WDY-END-DATE         PIC 9(8).
           05 WDY-DAYS             PIC S9(5).
           05 WDY-RESULT-DATE      PIC 9(8).
           05 WDY-WORKING          PIC X(1).
           05 WDY-RETURN           PIC 9(2).

       PROCEDURE DIVISION USING WORKDAY-PARMS.
       0001-MAIN.
           IF WS-CALENDAR-LOADED = 'N'
              PERFORM 1000-LOAD-CALENDAR
                 THRU 1000-EXIT
           END-IF
           IF WS-CALENDAR-PRESENT = 'Y'
              MOVE 0 TO WDY-RETURN
           ELSE
              MOVE 4 TO WDY-RETURN
           END-IF
           MOVE WDY-DATE TO WDY-RESULT-DATE
           IF WDY-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WDY-DATE) NOT = 0
              MOVE 8 TO WDY-RETURN
              GO TO 0001-MAIN-EXIT
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE (WDY-DATE)

           EVALUATE TRUE
              WHEN WDY-TEST-DAY
                 MOVE WS-START-INT TO WS-DAY-INT
                 PERFORM 2000-CHECK-DAY
                    THRU 2000-EXIT
                 MOVE WS-DAY-WORKING TO WDY-WORKING
              WHEN WDY-NEXT-WORKING
                 PERFORM 3000-NEXT-WORKING-DAY
                    THRU 3000-EXIT
              WHEN WDY-ADD-WORKING
                 PERFORM 4000-ADD-WORKING-DAYS
                    THRU 4000-EXIT
              WHEN WDY-COUNT-WORKING
                 PERFORM 5000-COUNT-WORKING-DAYS
                    THRU 5000-EXIT
              WHEN OTHER
                 MOVE 8 TO WDY-RETURN
           END-EVALUATE
           .
       0001-MAIN-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * No calendar file is not fatal - weekends are still skipped -  *
      * but it is said once so the job log shows why a bank holiday   *
      * was treated as a working day.                                 *
      *----------------------------------------------------------------*
       1000-LOAD-CALENDAR.
           MOVE 'Y' TO WS-CALENDAR-LOADED
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              DISPLAY 'WORKDAY: NO HOLIDAY.DAT - WEEKENDS ONLY'
              CLOSE HOLIDAY-FILE
              GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-CALENDAR-PRESENT
           PERFORM UNTIL WS-HOLIDAY-STATUS NOT = "00"
              READ HOLIDAY-FILE
                 AT END MOVE "10" TO WS-HOLIDAY-STATUS
                 NOT AT END
                    PERFORM 1100-TAKE-HOLIDAY
                       THRU 1100-EXIT
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           .
       1000-EXIT.
           EXIT.

       1100-TAKE-HOLIDAY.
           IF HOL-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (HOL-DATE) NOT = 0
              DISPLAY 'WORKDAY: HOLIDAY LINE IGNORED: ' HOLIDAY-RECORD
              GO TO 1100-EXIT
           END-IF
           IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
              DISPLAY 'WORKDAY: HOLIDAY TABLE FULL AT ' WS-HOLIDAY-MAX
              GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-HOLIDAY-COUNT
           COMPUTE WS-HD-INT (WS-HOLIDAY-COUNT) =
                   FUNCTION INTEGER-OF-DATE (HOL-DATE)
           COMPUTE WS-WEEKDAY =
                   FUNCTION MOD (WS-HD-INT (WS-HOLIDAY-COUNT) - 1, 7)
           IF WS-WEEKDAY < 5
              MOVE 'Y' TO WS-HD-WEEKDAY (WS-HOLIDAY-COUNT)
           ELSE
              MOVE 'N' TO WS-HD-WEEKDAY (WS-HOLIDAY-COUNT)
           END-IF
           .
       1100-EXIT.
           EXIT.

      *    Sets WS-DAY-WORKING for the integer date WS-DAY-INT.
       2000-CHECK-DAY.
           MOVE 'N' TO WS-DAY-WORKING
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT - 1, 7)
           IF WS-WEEKDAY > 4
              GO TO 2000-EXIT
           END-IF
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT
              IF WS-HD-INT (WS-HX) = WS-DAY-INT
                 GO TO 2000-EXIT
              END-IF
           END-PERFORM
           MOVE 'Y' TO WS-DAY-WORKING
           .
       2000-EXIT.
           EXIT.

       3000-NEXT-WORKING-DAY.
           MOVE WS-START-INT TO WS-DAY-INT
           PERFORM 2000-CHECK-DAY
              THRU 2000-EXIT
           PERFORM UNTIL WS-DAY-WORKING = 'Y'
              ADD 1 TO WS-DAY-INT
              PERFORM 2000-CHECK-DAY
                 THRU 2000-EXIT
           END-PERFORM
           COMPUTE WDY-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE 'Y' TO WDY-WORKING
           .
       3000-EXIT.
           EXIT.

       4000-ADD-WORKING-DAYS.
           MOVE WS-START-INT TO WS-DAY-INT
           IF WDY-DAYS < 0
              MOVE -1 TO WS-STEP
              COMPUTE WS-REMAINING = 0 - WDY-DAYS
           ELSE
              MOVE 1 TO WS-STEP
              MOVE WDY-DAYS TO WS-REMAINING
           END-IF
           PERFORM UNTIL WS-REMAINING = 0
              ADD WS-STEP TO WS-DAY-INT
              PERFORM 2000-CHECK-DAY
                 THRU 2000-EXIT
              IF WS-DAY-WORKING = 'Y'
                 SUBTRACT 1 FROM WS-REMAINING
              END-IF
           END-PERFORM
           COMPUTE WDY-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-START-INT TO WS-DAY-INT
           .
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Weekdays in the span are counted first and the holidays that  *
      * fall on a weekday inside it taken off, so a long span costs   *
      * one pass of the days and one of the calendar.                 *
      *----------------------------------------------------------------*
       5000-COUNT-WORKING-DAYS.
           MOVE 0 TO WDY-DAYS
           MOVE WDY-END-DATE TO WDY-RESULT-DATE
           IF WDY-END-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WDY-END-DATE) NOT = 0
              MOVE 8 TO WDY-RETURN
              GO TO 5000-EXIT
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (WDY-END-DATE)
           IF WS-END-INT <= WS-START-INT
              GO TO 5000-EXIT
           END-IF
           MOVE 0 TO WS-COUNT
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT >= WS-END-INT
              COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT, 7)
              IF WS-WEEKDAY < 5
                 ADD 1 TO WS-COUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HOLIDAY-COUNT
              IF WS-HD-WEEKDAY (WS-HX) = 'Y'
                 AND WS-HD-INT (WS-HX) > WS-START-INT
                 AND WS-HD-INT (WS-HX) <= WS-END-INT
                 SUBTRACT 1 FROM WS-COUNT
              END-IF
           END-PERFORM
           MOVE WS-COUNT TO WDY-DAYS
           .
       5000-EXIT.
           EXIT.
