      ******************************************************************
      *                                                                *
      *          Vulnerable-Customer Marker Register Extract           *
      *                                                                *
      *   Writes every customer currently carrying a vulnerable-      *
      *   customer marker (set on the servicing screens through       *
      *   LGMVUL01) to the VULNMARK.DAT register, so the batch runs   *
      *   that work from CUSTOMER.DAT rather than DB2 - COLLECTIONS-  *
      *   CYCLE and LATE-FEE - can send those customers to the        *
      *   specialist worklist instead of dunning or fee'ing them.     *
      *                                                                *
      *   Runs nightly ahead of COLLECTIONS-CYCLE and LATE-FEE; the   *
      *   register is replaced whole, so a removed marker drops off   *
      *   the next night. A marker past its review date stays on the  *
      *   register until it is reviewed - VULNRVW chases those.       *
      *                                                                *
      *   VULNMARK.DAT: customer 9(10), category X(2), review date    *
      *   9(8), space separated. Count to VULNEXTR.RPT.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKER-REGISTER
               ASSIGN TO "VULNMARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT-REPORT
               ASSIGN TO "VULNEXTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKER-REGISTER.
       01  MARKER-RECORD.
           05 VMK-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 VMK-CATEGORY             PIC X(2).
           05 FILLER                   PIC X.
           05 VMK-REVIEW-DATE          PIC 9(8).

       FD  EXTRACT-REPORT.
       01  REPORT-LINE                 PIC X(80).

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

      * Host variables for the marker cursor fetch
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-VULNCATEGORY             PIC X(2).
       01  WS-VULNREVIEWDATE           PIC X(10).
       01  WS-VULNREVIEWDATE-IND       PIC S9(4) USAGE COMP.

       01  WS-REVIEW-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-REVIEW-PARTS REDEFINES WS-REVIEW-DATE.
           05 WS-REVIEW-YYYY           PIC 9(4).
           05 WS-REVIEW-MM             PIC 9(2).
           05 WS-REVIEW-DD             PIC 9(2).

       01  WS-MARKER-COUNT             PIC 9(7) VALUE 0.

       01  SUMMARY-LINE.
           05 FILLER                   PIC X(19)
                                        VALUE 'MARKERS EXTRACTED: '.
           05 SML-MARKED               PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE MARKER-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, VULNCATEGORY,
                      CHAR(VULNREVIEWDATE, ISO)
                 FROM CUSTOMER
                WHERE VULNCATEGORY IS NOT NULL
                ORDER BY CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-MARKER
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-WRITE-MARKER
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-MARKER
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT MARKER-REGISTER
           OPEN OUTPUT EXTRACT-REPORT

           EXEC SQL
               OPEN MARKER-CURSOR
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

       1500-FETCH-NEXT-MARKER.

           EXEC SQL
               FETCH MARKER-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-VULNCATEGORY,
                    :WS-VULNREVIEWDATE :WS-VULNREVIEWDATE-IND
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
      * A marker with no review date on it still counts; it goes on   *
      * the register with a zero date.                                *
      *----------------------------------------------------------------*
       2000-WRITE-MARKER.
           MOVE ZEROS TO WS-REVIEW-DATE
           IF WS-VULNREVIEWDATE-IND >= 0
              MOVE WS-VULNREVIEWDATE(1:4) TO WS-REVIEW-YYYY
              MOVE WS-VULNREVIEWDATE(6:2) TO WS-REVIEW-MM
              MOVE WS-VULNREVIEWDATE(9:2) TO WS-REVIEW-DD
           END-IF
           MOVE SPACES          TO MARKER-RECORD
           MOVE WS-CUSTOMER-NUM TO VMK-CUST-ID
           MOVE WS-VULNCATEGORY TO VMK-CATEGORY
           MOVE WS-REVIEW-DATE  TO VMK-REVIEW-DATE
           WRITE MARKER-RECORD
           ADD 1 TO WS-MARKER-COUNT
           .
       2000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-MARKER-COUNT TO SML-MARKED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE MARKER-CURSOR
           END-EXEC.
           CLOSE MARKER-REGISTER.
           CLOSE EXTRACT-REPORT.
           IF SQL-ERROR-OCCURRED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK
           .
       9000-EXIT.
           EXIT.
