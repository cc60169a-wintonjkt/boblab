      ******************************************************************
      *                                                                *
      *          Policy Wording Clause Library Load                    *
      *                                                                *
      *   Replaces the CLAUSELIB table - the standard wording of      *
      *   every special condition underwriters attach to a policy -   *
      *   from the wording file CLAUSLIB.DAT, one line of wording     *
      *   per record:                                                 *
      *                                                                *
      *     clause-code(8) sp line(2) sp text(70)                     *
      *                                                                *
      *   Line 00 is the clause title; lines 01 onward are the        *
      *   wording, printed in full by POLSCHED on every schedule of   *
      *   a policy the clause is attached to. Codes are held upper    *
      *   case. CLAUSATT attaches a clause only while its code is on  *
      *   the library.                                                *
      *                                                                *
      *   The file is checked in full before the table is touched: a  *
      *   missing file or one with no usable line leaves the current  *
      *   library in place and ends the run RC 8. Lines with no code, *
      *   a bad line number or repeating a code and line are          *
      *   reported and skipped, RC 4.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAUSELD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORDING-FILE
               ASSIGN TO "CLAUSLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORDING-STATUS.

           SELECT LOAD-REPORT
               ASSIGN TO "CLAUSELD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORDING-FILE.
       01  WORDING-RECORD.
           05 CLW-CLAUSE-CODE          PIC X(8).
           05 FILLER                   PIC X.
           05 CLW-LINE-NUM             PIC 9(2).
           05 FILLER                   PIC X.
           05 CLW-TEXT                 PIC X(70).

       FD  LOAD-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-WORDING-STATUS           PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.
       01  WS-LINE-OK                  PIC X(01) VALUE 'N'.
           88 LINE-IS-USABLE                      VALUE 'Y'.

      * Host variables for one wording row.
       01  WS-CLAUSECODE               PIC X(8).
       01  WS-LINENUMBER               PIC S9(4) USAGE COMP.
       01  WS-CLAUSETEXT               PIC X(70).
       01  WS-ROW-COUNT                PIC S9(9) USAGE COMP.

       01  WS-COUNTS.
           05 WS-LINES-READ            PIC 9(7) VALUE 0.
           05 WS-USABLE-COUNT          PIC 9(7) VALUE 0.
           05 WS-DELETED-COUNT         PIC 9(7) VALUE 0.
           05 WS-LOADED-COUNT          PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(7) VALUE 0.

       01  REPORT-HEADER-LINE          PIC X(80) VALUE
               'CLAUSE   LINE RESULT'.
       01  DETAIL-LINE.
           05 DTL-CLAUSE-CODE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-LINE-NUM             PIC X(2).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 DTL-RESULT               PIC X(30).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'LOADED: '.
           05 SML-LOADED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  REPLACED:'.
           05 SML-DELETED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTS: '.
           05 SML-REJECTS              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-REPLACE-LIBRARY
              THRU 2000-EXIT

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A first pass counts the usable lines: only a file that would  *
      * load something is allowed to replace the library.             *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN OUTPUT LOAD-REPORT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT WORDING-FILE
           IF WS-WORDING-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                      WS-WORDING-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-WORDING-STATUS NOT = "00"
              READ WORDING-FILE
                 AT END MOVE "10" TO WS-WORDING-STATUS
                 NOT AT END
                    PERFORM 2100-EDIT-LINE
                       THRU 2100-EXIT
                    IF LINE-IS-USABLE
                       ADD 1 TO WS-USABLE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORDING-FILE

           IF WS-USABLE-COUNT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'NO USABLE LINES - LIBRARY NOT REPLACED'
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The old library goes and the new one goes in, in the one unit *
      * of work, so an abend leaves the old wording intact. Clauses   *
      * already attached to policies stay attached; a code dropped    *
      * from the library shows on the next schedule as having no      *
      * wording on file.                                              *
      *----------------------------------------------------------------*
       2000-REPLACE-LIBRARY.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM CLAUSELIB
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2000-REPLACE-LIBRARY:'
              DISPLAY 'INVALID SQLCODE ON COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-ROW-COUNT TO WS-DELETED-COUNT

           EXEC SQL
               DELETE FROM CLAUSELIB
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '2000-REPLACE-LIBRARY:'
              DISPLAY 'INVALID SQLCODE ON DELETE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO WS-WORDING-STATUS
           OPEN INPUT WORDING-FILE
           PERFORM UNTIL WS-WORDING-STATUS NOT = "00"
              READ WORDING-FILE
                 AT END MOVE "10" TO WS-WORDING-STATUS
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM 2500-LOAD-ONE-LINE
                       THRU 2500-EXIT
              END-READ
           END-PERFORM
           CLOSE WORDING-FILE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A usable line has a clause code and a numeric line number.    *
      * The title, line 00, may be blank; wording lines may be blank  *
      * to space out paragraphs of the clause.                        *
      *----------------------------------------------------------------*
       2100-EDIT-LINE.
           MOVE 'N' TO WS-LINE-OK
           MOVE CLW-CLAUSE-CODE TO DTL-CLAUSE-CODE
           MOVE CLW-LINE-NUM    TO DTL-LINE-NUM
           MOVE SPACES          TO DTL-RESULT
           IF CLW-CLAUSE-CODE = SPACES
              MOVE 'CLAUSE CODE MISSING' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF CLW-LINE-NUM NOT NUMERIC
              MOVE 'LINE NUMBER NOT NUMERIC' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           MOVE 'Y' TO WS-LINE-OK
           .
       2100-EXIT.
           EXIT.

       2500-LOAD-ONE-LINE.
           PERFORM 2100-EDIT-LINE
              THRU 2100-EXIT
           IF NOT LINE-IS-USABLE
              PERFORM 2800-REPORT-REJECT
                 THRU 2800-EXIT
              GO TO 2500-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE (CLW-CLAUSE-CODE) TO WS-CLAUSECODE
           MOVE CLW-LINE-NUM TO WS-LINENUMBER
           MOVE CLW-TEXT     TO WS-CLAUSETEXT
           EXEC SQL
               INSERT INTO CLAUSELIB
               (CLAUSECODE, LINENUMBER, CLAUSETEXT, LOADDATE)
               VALUES (:WS-CLAUSECODE, :WS-LINENUMBER,
                       :WS-CLAUSETEXT, CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LOADED-COUNT
              WHEN -803
                 MOVE 'CLAUSE AND LINE REPEATED' TO DTL-RESULT
                 PERFORM 2800-REPORT-REJECT
                    THRU 2800-EXIT
              WHEN OTHER
                 DISPLAY '2500-LOAD-ONE-LINE:'
                 DISPLAY 'INVALID SQLCODE ON INSERT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       2500-EXIT.
           EXIT.

       2800-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2800-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-LOADED-COUNT  TO SML-LOADED
           MOVE WS-DELETED-COUNT TO SML-DELETED
           MOVE WS-REJECT-COUNT  TO SML-REJECTS
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE LOAD-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
