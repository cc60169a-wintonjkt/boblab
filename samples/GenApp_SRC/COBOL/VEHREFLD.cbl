      ******************************************************************
      *                                                                *
      *          Vehicle Reference Table Monthly Load                  *
      *                                                                *
      *   Replaces the VEHICLEREF table from the industry vehicle     *
      *   reference file VEHREF.DAT, one make/model/year per line:    *
      *                                                                *
      *     make(15) sp model(15) sp year(4) sp min-cc(4) sp          *
      *     max-cc(4) sp guide-low(8) sp guide-high(8)                *
      *                                                                *
      *   giving the engine sizes the model was built with in that    *
      *   manufacture year and the valuation guide band for it. Make  *
      *   and model are held upper case; LGVVEH01 and VEHSWEEP match  *
      *   MOTOR against them the same way.                            *
      *                                                                *
      *   The file is checked in full before the table is touched: a  *
      *   missing file or one with no usable line leaves last         *
      *   month's reference in place and ends the run RC 8. Lines     *
      *   with bad fields or repeating a make/model/year are          *
      *   reported and skipped, RC 4.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHREFLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE
               ASSIGN TO "VEHREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERENCE-STATUS.

           SELECT LOAD-REPORT
               ASSIGN TO "VEHREFLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-FILE.
       01  REFERENCE-RECORD.
           05 VRF-MAKE                 PIC X(15).
           05 FILLER                   PIC X.
           05 VRF-MODEL                PIC X(15).
           05 FILLER                   PIC X.
           05 VRF-YEAR                 PIC 9(4).
           05 FILLER                   PIC X.
           05 VRF-MIN-CC               PIC 9(4).
           05 FILLER                   PIC X.
           05 VRF-MAX-CC               PIC 9(4).
           05 FILLER                   PIC X.
           05 VRF-GUIDE-LOW            PIC 9(8).
           05 FILLER                   PIC X.
           05 VRF-GUIDE-HIGH           PIC 9(8).

       FD  LOAD-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-REFERENCE-STATUS         PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.
       01  WS-LINE-OK                  PIC X(01) VALUE 'N'.
           88 LINE-IS-USABLE                      VALUE 'Y'.

      * Host variables for one reference row.
       01  WS-MAKE                     PIC X(15).
       01  WS-MODEL                    PIC X(15).
       01  WS-MODELYEAR                PIC S9(4) USAGE COMP.
       01  WS-MINCC                    PIC S9(4) USAGE COMP.
       01  WS-MAXCC                    PIC S9(4) USAGE COMP.
       01  WS-GUIDELOW                 PIC S9(9) USAGE COMP.
       01  WS-GUIDEHIGH                PIC S9(9) USAGE COMP.
       01  WS-ROW-COUNT                PIC S9(9) USAGE COMP.

       01  WS-COUNTS.
           05 WS-LINES-READ            PIC 9(7) VALUE 0.
           05 WS-USABLE-COUNT          PIC 9(7) VALUE 0.
           05 WS-DELETED-COUNT         PIC 9(7) VALUE 0.
           05 WS-LOADED-COUNT          PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(7) VALUE 0.

       01  REPORT-HEADER-LINE          PIC X(80) VALUE
               'MAKE            MODEL           YEAR RESULT'.
       01  DETAIL-LINE.
           05 DTL-MAKE                 PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-MODEL                PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-YEAR                 PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
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

           PERFORM 2000-REPLACE-REFERENCE
              THRU 2000-EXIT

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A first pass counts the usable lines: only a file that would  *
      * load something is allowed to replace the reference.           *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN OUTPUT LOAD-REPORT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT REFERENCE-FILE
           IF WS-REFERENCE-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                      WS-REFERENCE-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-REFERENCE-STATUS NOT = "00"
              READ REFERENCE-FILE
                 AT END MOVE "10" TO WS-REFERENCE-STATUS
                 NOT AT END
                    PERFORM 2100-EDIT-LINE
                       THRU 2100-EXIT
                    IF LINE-IS-USABLE
                       ADD 1 TO WS-USABLE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REFERENCE-FILE

           IF WS-USABLE-COUNT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'NO USABLE LINES - REFERENCE NOT REPLACED'
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Last month's reference goes and this month's goes in, in the  *
      * one unit of work, so an abend leaves the old table intact.    *
      *----------------------------------------------------------------*
       2000-REPLACE-REFERENCE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2000-REPLACE-REFERENCE:'
              DISPLAY 'INVALID SQLCODE ON COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-ROW-COUNT TO WS-DELETED-COUNT

           EXEC SQL
               DELETE FROM VEHICLEREF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '2000-REPLACE-REFERENCE:'
              DISPLAY 'INVALID SQLCODE ON DELETE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO WS-REFERENCE-STATUS
           OPEN INPUT REFERENCE-FILE
           PERFORM UNTIL WS-REFERENCE-STATUS NOT = "00"
              READ REFERENCE-FILE
                 AT END MOVE "10" TO WS-REFERENCE-STATUS
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM 2500-LOAD-ONE-LINE
                       THRU 2500-EXIT
              END-READ
           END-PERFORM
           CLOSE REFERENCE-FILE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A usable line has a make and model, numeric figures, a cc     *
      * range and a guide band the right way round.                   *
      *----------------------------------------------------------------*
       2100-EDIT-LINE.
           MOVE 'N' TO WS-LINE-OK
           MOVE VRF-MAKE  TO DTL-MAKE
           MOVE VRF-MODEL TO DTL-MODEL
           MOVE VRF-YEAR  TO DTL-YEAR
           MOVE SPACES    TO DTL-RESULT
           IF VRF-MAKE = SPACES OR VRF-MODEL = SPACES
              MOVE 'MAKE OR MODEL MISSING' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF VRF-YEAR NOT NUMERIC OR VRF-MIN-CC NOT NUMERIC
              OR VRF-MAX-CC NOT NUMERIC
              OR VRF-GUIDE-LOW NOT NUMERIC
              OR VRF-GUIDE-HIGH NOT NUMERIC
              MOVE 'FIGURES NOT NUMERIC' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF VRF-YEAR = ZEROS OR VRF-MAX-CC = ZEROS
              OR VRF-MIN-CC > VRF-MAX-CC
              MOVE 'YEAR OR CC RANGE INVALID' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF VRF-GUIDE-HIGH = ZEROS
              OR VRF-GUIDE-LOW > VRF-GUIDE-HIGH
              MOVE 'VALUATION GUIDE INVALID' TO DTL-RESULT
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

           MOVE FUNCTION UPPER-CASE (VRF-MAKE)  TO WS-MAKE
           MOVE FUNCTION UPPER-CASE (VRF-MODEL) TO WS-MODEL
           MOVE VRF-YEAR       TO WS-MODELYEAR
           MOVE VRF-MIN-CC     TO WS-MINCC
           MOVE VRF-MAX-CC     TO WS-MAXCC
           MOVE VRF-GUIDE-LOW  TO WS-GUIDELOW
           MOVE VRF-GUIDE-HIGH TO WS-GUIDEHIGH
           EXEC SQL
               INSERT INTO VEHICLEREF
               (MAKE, MODEL, MODELYEAR, MINCC, MAXCC,
                GUIDELOW, GUIDEHIGH, LOADDATE)
               VALUES (:WS-MAKE, :WS-MODEL, :WS-MODELYEAR,
                       :WS-MINCC, :WS-MAXCC,
                       :WS-GUIDELOW, :WS-GUIDEHIGH, CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-LOADED-COUNT
              WHEN -803
                 MOVE 'MAKE/MODEL/YEAR REPEATED' TO DTL-RESULT
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
