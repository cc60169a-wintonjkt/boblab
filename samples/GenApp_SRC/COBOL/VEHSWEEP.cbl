      ******************************************************************
      *                                                                *
      *         Motor Book Vehicle Reference Sweep                     *
      *                                                                *
      *   One pass of every MOTOR row against the vehicle reference   *
      *   VEHICLEREF, with the same rules LGVVEH01 applies to new     *
      *   and changed vehicles, so the free-keyed vehicles already    *
      *   on the book can be put right:                               *
      *                                                                *
      *     REJECT  make or model not on the reference, model not     *
      *             built in the year of manufacture, engine size     *
      *             the model never had                               *
      *     REFER   value outside the valuation guide                 *
      *                                                                *
      *   Only failing rows are listed on VEHSWEEP.RPT, with the      *
      *   reason; nothing is changed. An empty reference table ends   *
      *   the run RC 8 (load it with VEHREFLD first); any failing     *
      *   row ends it RC 4.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHSWEEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-REPORT
               ASSIGN TO "VEHSWEEP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT.
       01  REPORT-LINE                 PIC X(110).

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

      * Host variables for the motor cursor fetch
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-MAKE                     PIC X(15).
       01  WS-MODEL                    PIC X(15).
       01  WS-REGNUMBER                PIC X(7).
       01  WS-CC                       PIC S9(4) USAGE COMP.
       01  WS-CC-IND                   PIC S9(4) USAGE COMP.
       01  WS-MODELYEAR                PIC S9(4) USAGE COMP.
       01  WS-YEAR-IND                 PIC S9(4) USAGE COMP.
       01  WS-VALUE                    PIC S9(9) USAGE COMP.
       01  WS-VALUE-IND                PIC S9(4) USAGE COMP.

      * Host variables for the reference lookups
       01  WS-REF-MAKE                 PIC X(15).
       01  WS-REF-MODEL                PIC X(15).
       01  WS-ROW-COUNT                PIC S9(9) USAGE COMP.
       01  WS-MINCC                    PIC S9(4) USAGE COMP.
       01  WS-MAXCC                    PIC S9(4) USAGE COMP.
       01  WS-GUIDELOW                 PIC S9(9) USAGE COMP.
       01  WS-GUIDEHIGH                PIC S9(9) USAGE COMP.

       01  WS-RESULT                   PIC X(38) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-VEHICLES-READ         PIC 9(7) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(7) VALUE 0.
           05 WS-REFER-COUNT           PIC 9(7) VALUE 0.

       01  SWEEP-HEADER-LINE.
           05 FILLER                   PIC X(50) VALUE
               'POLICY NUM REG     MAKE            MODEL          '.
           05 FILLER                   PIC X(50) VALUE
               '   CC YEAR      VALUE RESULT'.
       01  SWEEP-DETAIL-LINE.
           05 SDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-REGNUMBER            PIC X(7).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-MAKE                 PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-MODEL                PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-CC                   PIC ZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-YEAR                 PIC 9(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-VALUE                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-RESULT               PIC X(38).
       01  SWEEP-SUMMARY-LINE.
           05 FILLER                   PIC X(9)  VALUE 'CHECKED: '.
           05 SSL-CHECKED              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTS: '.
           05 SSL-REJECTS              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  REFERS: '.
           05 SSL-REFERS               PIC Z,ZZZ,ZZ9.

           EXEC SQL
               DECLARE MOTOR-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, MAKE, MODEL, REGNUMBER, CC,
                      YEAR(YEAROFMANUFACTURE), VALUE
                 FROM MOTOR
                ORDER BY POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-VEHICLE
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-CHECK-VEHICLE
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-VEHICLE
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT SWEEP-REPORT
           MOVE SWEEP-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID SQLCODE ON REFERENCE COUNT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-ROW-COUNT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'VEHICLE REFERENCE IS EMPTY - RUN VEHREFLD'
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               OPEN MOTOR-CURSOR
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

       1500-FETCH-NEXT-VEHICLE.

           EXEC SQL
               FETCH MOTOR-CURSOR
               INTO :WS-POLICY-NUM, :WS-MAKE, :WS-MODEL,
                    :WS-REGNUMBER,
                    :WS-CC :WS-CC-IND,
                    :WS-MODELYEAR :WS-YEAR-IND,
                    :WS-VALUE :WS-VALUE-IND
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
      * Make, then model, then the model year, then the engine size   *
      * are rejections; the value against the guide is a referral -   *
      * the order LGVVEH01 checks in, so the reason reads the same.   *
      *----------------------------------------------------------------*
       2000-CHECK-VEHICLE.
           ADD 1 TO WS-VEHICLES-READ
           IF WS-CC-IND < 0
              MOVE 0 TO WS-CC
           END-IF
           IF WS-YEAR-IND < 0
              MOVE 0 TO WS-MODELYEAR
           END-IF
           IF WS-VALUE-IND < 0
              MOVE 0 TO WS-VALUE
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-MAKE)  TO WS-REF-MAKE
           MOVE FUNCTION UPPER-CASE (WS-MODEL) TO WS-REF-MODEL

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
                WHERE MAKE = :WS-REF-MAKE
           END-EXEC
           PERFORM 2900-CHECK-SQLCODE
              THRU 2900-EXIT
           IF WS-ROW-COUNT = 0
              MOVE 'REJECT - MAKE NOT ON THE REFERENCE' TO WS-RESULT
              PERFORM 2800-REPORT-FAILURE
                 THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
                WHERE MAKE  = :WS-REF-MAKE
                  AND MODEL = :WS-REF-MODEL
           END-EXEC
           PERFORM 2900-CHECK-SQLCODE
              THRU 2900-EXIT
           IF WS-ROW-COUNT = 0
              MOVE 'REJECT - MODEL NOT ON THE REFERENCE' TO WS-RESULT
              PERFORM 2800-REPORT-FAILURE
                 THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT MINCC, MAXCC, GUIDELOW, GUIDEHIGH
                 INTO :WS-MINCC, :WS-MAXCC,
                      :WS-GUIDELOW, :WS-GUIDEHIGH
                 FROM VEHICLEREF
                WHERE MAKE      = :WS-REF-MAKE
                  AND MODEL     = :WS-REF-MODEL
                  AND MODELYEAR = :WS-MODELYEAR
           END-EXEC
           IF SQLCODE = 100
              MOVE 'REJECT - NOT BUILT IN THAT YEAR' TO WS-RESULT
              PERFORM 2800-REPORT-FAILURE
                 THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF
           PERFORM 2900-CHECK-SQLCODE
              THRU 2900-EXIT

           IF WS-CC < WS-MINCC OR WS-CC > WS-MAXCC
              MOVE 'REJECT - ENGINE SIZE NOT FOR MODEL' TO WS-RESULT
              PERFORM 2800-REPORT-FAILURE
                 THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           IF WS-VALUE < WS-GUIDELOW OR WS-VALUE > WS-GUIDEHIGH
              MOVE 'REFER - VALUE OUTSIDE THE GUIDE' TO WS-RESULT
              PERFORM 2800-REPORT-FAILURE
                 THRU 2800-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2800-REPORT-FAILURE.
           IF WS-RESULT(1:5) = 'REFER'
              ADD 1 TO WS-REFER-COUNT
           ELSE
              ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-POLICY-NUM TO SDL-POLICY-NUM
           MOVE WS-REGNUMBER  TO SDL-REGNUMBER
           MOVE WS-MAKE       TO SDL-MAKE
           MOVE WS-MODEL      TO SDL-MODEL
           MOVE WS-CC         TO SDL-CC
           MOVE WS-MODELYEAR  TO SDL-YEAR
           MOVE WS-VALUE      TO SDL-VALUE
           MOVE WS-RESULT     TO SDL-RESULT
           MOVE SWEEP-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2800-EXIT.
           EXIT.

       2900-CHECK-SQLCODE.
           IF SQLCODE NOT = 0
              DISPLAY '2000-CHECK-VEHICLE:'
              DISPLAY 'INVALID SQLCODE ON REFERENCE SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-VEHICLES-READ TO SSL-CHECKED
           MOVE WS-REJECT-COUNT  TO SSL-REJECTS
           MOVE WS-REFER-COUNT   TO SSL-REFERS
           MOVE SWEEP-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE MOTOR-CURSOR
           END-EXEC.
           CLOSE SWEEP-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-REFER-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
