      ******************************************************************
      *                                                                *
      *                 Weekly Handler Caseload Report                 *
      *                                                                *
      *   One line per handler on the HANDLER master: team, open     *
      *   claims, those claims bucketed by age since CLAIMDATE in    *
      *   the CLMAGING style (up to 30, 60, 90 and beyond 90 days),  *
      *   and the total case reserve still held on them - assessed   *
      *   VALUE less PAID and any excess already taken. Open means   *
      *   what CLMAGING counts: status OP, UR or AP, or blank for    *
      *   claims inserted before the lifecycle existed.              *
      *                                                                *
      *   Open claims with no handler allocated - recorded before    *
      *   allocation existed, or with no handler set up for the      *
      *   policy type - print on a final UNALLOCATED line, and any   *
      *   such claim sets RC 4 so they are not left unowned.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMCASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASELOAD-REPORT
               ASSIGN TO "CLMCASE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASELOAD-REPORT.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

      * Host variables for the handler cursor fetch
       01  WS-HANDLER-ID               PIC S9(9) USAGE COMP.
       01  WS-HANDLER-NAME             PIC X(30).
       01  WS-TEAM-CODE                PIC X(4).
       01  WS-HANDLER-STATUS           PIC X(1).

      * Host variables for the per-handler caseload sums
       01  WS-OPEN-COUNT               PIC S9(9) USAGE COMP.
       01  WS-AGE-30                   PIC S9(9) USAGE COMP.
       01  WS-AGE-30-IND               PIC S9(4) USAGE COMP.
       01  WS-AGE-60                   PIC S9(9) USAGE COMP.
       01  WS-AGE-60-IND               PIC S9(4) USAGE COMP.
       01  WS-AGE-90                   PIC S9(9) USAGE COMP.
       01  WS-AGE-90-IND               PIC S9(4) USAGE COMP.
       01  WS-AGE-OVER                 PIC S9(9) USAGE COMP.
       01  WS-AGE-OVER-IND             PIC S9(4) USAGE COMP.
       01  WS-RESERVE-HELD             PIC S9(11) USAGE COMP-3.
       01  WS-RESERVE-HELD-IND         PIC S9(4) USAGE COMP.

       01  WS-TOTALS.
           05 WS-TOTAL-HANDLERS        PIC 9(5) VALUE 0.
           05 WS-TOTAL-OPEN            PIC 9(7) VALUE 0.
           05 WS-TOTAL-RESERVE         PIC 9(13) VALUE 0.
           05 WS-UNALLOCATED-OPEN      PIC 9(7) VALUE 0.

       01  CASELOAD-HEADER-LINE.
           05 FILLER                   PIC X(36) VALUE
               'HANDLER    NAME                 TEAM'.
           05 FILLER                   PIC X(35) VALUE
               '   OPEN   0-30  31-60  61-90   OVER'.
           05 FILLER                   PIC X(14) VALUE
               '  RESERVE HELD'.
       01  CASELOAD-DETAIL-LINE.
           05 CDL-HANDLER              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-NAME                 PIC X(20).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-TEAM                 PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-OPEN                 PIC ZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-30                   PIC ZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-60                   PIC ZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-90                   PIC ZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-OVER                 PIC ZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 CDL-RESERVE              PIC Z,ZZZ,ZZZ,ZZ9.
       01  CASELOAD-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'HANDLERS: '.
           05 CSL-HANDLERS             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  OPEN CLAIMS'.
           05 FILLER                   PIC X(2)  VALUE ': '.
           05 CSL-OPEN                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(19) VALUE
               '  UNALLOCATED:     '.
           05 CSL-UNALLOCATED          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(17) VALUE
               '  TOTAL RESERVE: '.
           05 CSL-RESERVE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

      * Every handler still on the master, live or terminated - a
      * terminated handler still holding claims needs them moved.
           EXEC SQL
               DECLARE CASELOAD-CURSOR CURSOR FOR
               SELECT HANDLERID, HANDLERNAME, TEAMCODE, STATUS
                 FROM HANDLER
                ORDER BY TEAMCODE, HANDLERID
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-HANDLER
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-REPORT-HANDLER
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-HANDLER
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 3000-REPORT-UNALLOCATED
              THRU 3000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT CASELOAD-REPORT
           MOVE CASELOAD-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN CASELOAD-CURSOR
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

       1500-FETCH-NEXT-HANDLER.

           EXEC SQL
               FETCH CASELOAD-CURSOR
               INTO :WS-HANDLER-ID, :WS-HANDLER-NAME,
                    :WS-TEAM-CODE, :WS-HANDLER-STATUS
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
      * A terminated handler with nothing open has no caseload and   *
      * is left off; one still holding claims is printed so the      *
      * claims get moved.                                             *
      *----------------------------------------------------------------*
       2000-REPORT-HANDLER.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) <= 30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) BETWEEN 31 AND 60
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) BETWEEN 61 AND 90
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) > 90
                               THEN 1 ELSE 0 END),
                      SUM(COALESCE(VALUE, 0) - COALESCE(PAID, 0)
                                             - COALESCE(EXCESS, 0))
                 INTO :WS-OPEN-COUNT,
                      :WS-AGE-30 :WS-AGE-30-IND,
                      :WS-AGE-60 :WS-AGE-60-IND,
                      :WS-AGE-90 :WS-AGE-90-IND,
                      :WS-AGE-OVER :WS-AGE-OVER-IND,
                      :WS-RESERVE-HELD :WS-RESERVE-HELD-IND
                 FROM CLAIM
                WHERE HANDLERID = :WS-HANDLER-ID
                  AND (STATUS IN ('OP', 'UR', 'AP')
                       OR STATUS IS NULL
                       OR STATUS = '  ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CASELOAD SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-HANDLER-STATUS NOT = 'A' AND WS-OPEN-COUNT = 0
              GO TO 2000-EXIT
           END-IF

           MOVE WS-HANDLER-ID   TO CDL-HANDLER
           MOVE WS-HANDLER-NAME TO CDL-NAME
           MOVE WS-TEAM-CODE    TO CDL-TEAM
           PERFORM 2500-WRITE-CASELOAD-LINE
              THRU 2500-EXIT
           ADD 1 TO WS-TOTAL-HANDLERS
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Null sums mean no open claims. A reserve paid or excessed    *
      * below nothing is not a negative reserve - floored at zero.   *
      *----------------------------------------------------------------*
       2500-WRITE-CASELOAD-LINE.
           IF WS-AGE-30-IND < 0
              MOVE 0 TO WS-AGE-30
           END-IF
           IF WS-AGE-60-IND < 0
              MOVE 0 TO WS-AGE-60
           END-IF
           IF WS-AGE-90-IND < 0
              MOVE 0 TO WS-AGE-90
           END-IF
           IF WS-AGE-OVER-IND < 0
              MOVE 0 TO WS-AGE-OVER
           END-IF
           IF WS-RESERVE-HELD-IND < 0 OR WS-RESERVE-HELD < 0
              MOVE 0 TO WS-RESERVE-HELD
           END-IF

           MOVE WS-OPEN-COUNT   TO CDL-OPEN
           MOVE WS-AGE-30       TO CDL-30
           MOVE WS-AGE-60       TO CDL-60
           MOVE WS-AGE-90       TO CDL-90
           MOVE WS-AGE-OVER     TO CDL-OVER
           MOVE WS-RESERVE-HELD TO CDL-RESERVE
           MOVE CASELOAD-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD WS-OPEN-COUNT   TO WS-TOTAL-OPEN
           ADD WS-RESERVE-HELD TO WS-TOTAL-RESERVE
           .
       2500-EXIT.
           EXIT.

       3000-REPORT-UNALLOCATED.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) <= 30
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) BETWEEN 31 AND 60
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) BETWEEN 61 AND 90
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DAYS(CURRENT DATE)
                                  - DAYS(CLAIMDATE) > 90
                               THEN 1 ELSE 0 END),
                      SUM(COALESCE(VALUE, 0) - COALESCE(PAID, 0)
                                             - COALESCE(EXCESS, 0))
                 INTO :WS-OPEN-COUNT,
                      :WS-AGE-30 :WS-AGE-30-IND,
                      :WS-AGE-60 :WS-AGE-60-IND,
                      :WS-AGE-90 :WS-AGE-90-IND,
                      :WS-AGE-OVER :WS-AGE-OVER-IND,
                      :WS-RESERVE-HELD :WS-RESERVE-HELD-IND
                 FROM CLAIM
                WHERE HANDLERID IS NULL
                  AND (STATUS IN ('OP', 'UR', 'AP')
                       OR STATUS IS NULL
                       OR STATUS = '  ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CASELOAD SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-OPEN-COUNT = 0
              GO TO 3000-EXIT
           END-IF

           MOVE WS-OPEN-COUNT   TO WS-UNALLOCATED-OPEN
           MOVE 0               TO CDL-HANDLER
           MOVE 'UNALLOCATED'   TO CDL-NAME
           MOVE SPACES          TO CDL-TEAM
           PERFORM 2500-WRITE-CASELOAD-LINE
              THRU 2500-EXIT
           .
       3000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-TOTAL-HANDLERS   TO CSL-HANDLERS
           MOVE WS-TOTAL-OPEN       TO CSL-OPEN
           MOVE WS-UNALLOCATED-OPEN TO CSL-UNALLOCATED
           MOVE WS-TOTAL-RESERVE    TO CSL-RESERVE
           MOVE CASELOAD-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE CASELOAD-CURSOR
           END-EXEC.
           CLOSE CASELOAD-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNALLOCATED-OPEN > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
