      ******************************************************************
      *                                                                *
      *           Weekly Vulnerable-Customer Review Report             *
      *                                                                *
      *   Lists every vulnerable-customer marker whose review date    *
      *   has passed - category, the date it was first recorded, the  *
      *   review date and how many days overdue - oldest review       *
      *   first, so the specialist team confirms, changes or removes  *
      *   each one through LGMVUL01. A marker is honoured by the      *
      *   collections and fee runs whether or not its review is due;  *
      *   this report is what keeps the markers current.              *
      *                                                                *
      *   Runs weekly to the business date in BUSIDATE.DAT. Any       *
      *   overdue marker sets RC 4. Report to VULNRVW.RPT.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNRVW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-REPORT
               ASSIGN TO "VULNRVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to. Absent,
      *    the system clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-REPORT.
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
       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
      * The business date in DB2's ISO form, for the cursor.
       01  WS-RUN-ISO.
           05 WS-ISO-YYYY              PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-ISO-MM                PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-ISO-DD                PIC 9(2).

      * Host variables for the overdue-marker cursor fetch
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-VULNCATEGORY             PIC X(2).
       01  WS-VULNREVIEWDATE           PIC X(10).
       01  WS-VULNSETDATE              PIC X(10).
       01  WS-VULNSETDATE-IND          PIC S9(4) USAGE COMP.
       01  WS-DAYS-OVERDUE             PIC S9(9) USAGE COMP.

       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE 0.

       01  HEADING-LINE-1.
           05 FILLER                   PIC X(40)
                      VALUE 'VULNERABLE-CUSTOMER MARKERS PAST REVIEW '.
           05 FILLER                   PIC X(3)  VALUE 'AT '.
           05 HDL-RUN-DATE             PIC X(10).
       01  HEADING-LINE-2.
           05 FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(32) VALUE 'NAME'.
           05 FILLER                   PIC X(5)  VALUE 'CAT'.
           05 FILLER                   PIC X(12) VALUE 'MARKED'.
           05 FILLER                   PIC X(12) VALUE 'REVIEW DUE'.
           05 FILLER                   PIC X(7)  VALUE 'OVERDUE'.

       01  DETAIL-LINE.
           05 DTL-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-FIRST-NAME           PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 DTL-LAST-NAME            PIC X(20).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 DTL-CATEGORY             PIC X(2).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DTL-SET-DATE             PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-REVIEW-DATE          PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-DAYS-OVERDUE         PIC ZZZZ9.

       01  SUMMARY-LINE.
           05 FILLER                   PIC X(17)
                                        VALUE 'MARKERS OVERDUE: '.
           05 SML-OVERDUE              PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE OVERDUE-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, FIRSTNAME, LASTNAME,
                      VULNCATEGORY, CHAR(VULNREVIEWDATE, ISO),
                      CHAR(VULNSETDATE, ISO),
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(VULNREVIEWDATE)
                 FROM CUSTOMER
                WHERE VULNCATEGORY IS NOT NULL
                  AND VULNREVIEWDATE < DATE(:WS-RUN-ISO)
                ORDER BY VULNREVIEWDATE, CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-OVERDUE
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-REPORT-OVERDUE
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-OVERDUE
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not      *
      * the wall clock. No date file, or an empty one, falls back     *
      * to the system clock.                                          *
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
           MOVE WS-RUN-YYYY TO WS-ISO-YYYY
           MOVE WS-RUN-MM   TO WS-ISO-MM
           MOVE WS-RUN-DD   TO WS-ISO-DD
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT REVIEW-REPORT
           MOVE WS-RUN-ISO TO HDL-RUN-DATE
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN OVERDUE-CURSOR
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

       1500-FETCH-NEXT-OVERDUE.

           EXEC SQL
               FETCH OVERDUE-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-FIRST-NAME, :WS-LAST-NAME,
                    :WS-VULNCATEGORY, :WS-VULNREVIEWDATE,
                    :WS-VULNSETDATE :WS-VULNSETDATE-IND,
                    :WS-DAYS-OVERDUE
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

       2000-REPORT-OVERDUE.
           IF WS-VULNSETDATE-IND < 0
              MOVE SPACES TO WS-VULNSETDATE
           END-IF
           MOVE WS-CUSTOMER-NUM   TO DTL-CUSTOMER
           MOVE WS-FIRST-NAME     TO DTL-FIRST-NAME
           MOVE WS-LAST-NAME      TO DTL-LAST-NAME
           MOVE WS-VULNCATEGORY   TO DTL-CATEGORY
           MOVE WS-VULNSETDATE    TO DTL-SET-DATE
           MOVE WS-VULNREVIEWDATE TO DTL-REVIEW-DATE
           MOVE WS-DAYS-OVERDUE   TO DTL-DAYS-OVERDUE
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-OVERDUE-COUNT
           .
       2000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-OVERDUE-COUNT TO SML-OVERDUE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE OVERDUE-CURSOR
           END-EXEC.
           CLOSE REVIEW-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVERDUE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
