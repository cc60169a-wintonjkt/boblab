       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       AUTHOR. BOB-LAB-SAMPLES.
       DATE-WRITTEN. 2026-10-15.

      * Finance's explicit close of an accounting month. A closed
      * month is appended to ACCTPER.DAT, and from then on every
      * program that writes CUSTJRNL.DAT or GLEXTR.DAT posts what
      * would have been dated into it to the first day of the first
      * open month instead, keeping the business date alongside as
      * the original - the figures GLMPROOF proved stay proven.
      *
      * The close is refused (RC 8) when the month is not yet over
      * by the business date, when it is already closed, or while
      * the latest GLMPROOF result for it in GLPROOF.DAT is not a
      * PASS. PARM:
      *
      *   CLOSE yyyymm    close the month

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL PROOF-RESULT-FILE
               ASSIGN TO "GLPROOF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One line per closed month: the month, CLSD, and the business
      * date it was closed on.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

      * One line per GLMPROOF run: proof month, PASS or FAIL, and
      * the date it ran.
       FD  PROOF-RESULT-FILE.
       01  PROOF-RESULT-RECORD.
           05  PRR-MONTH          PIC 9(6).
           05  PRR-RESULT         PIC X(4).
           05  PRR-RUN-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX    VALUE SPACES.
       01  WS-RESULT-STATUS    PIC XX    VALUE SPACES.

       01  WS-BUSINESS-DATE    PIC 9(8)  VALUE ZEROS.
       01  WS-BUSINESS-SPLIT REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYYMM PIC 9(6).
           05  WS-BUSINESS-DD  PIC 9(2).

       01  WS-CMD-LINE         PIC X(40) VALUE SPACES.
       01  WS-PARM-WORD        PIC X(8)  VALUE SPACES.
       01  WS-PARM-MONTH-TEXT  PIC X(10) VALUE SPACES.
       01  WS-CLOSE-MONTH      PIC 9(6)  VALUE ZEROS.
       01  WS-CLOSE-SPLIT REDEFINES WS-CLOSE-MONTH.
           05  WS-CLOSE-YYYY   PIC 9(4).
           05  WS-CLOSE-MM     PIC 9(2).

      * The latest proof verdict for the month, and whether it is
      * already on the closed list.
       01  WS-PROOF-RESULT     PIC X(4)  VALUE SPACES.
       01  WS-ALREADY-CLOSED   PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM READ-BUSINESS-DATE.
           PERFORM GET-RUN-OPTIONS.
           IF WS-PARM-WORD NOT = "CLOSE   "
              OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY "PERIOD-CLOSE: PARM MUST BE CLOSE YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-MONTH NOT < WS-BUSINESS-YYYYMM
               DISPLAY "PERIOD-CLOSE: " WS-CLOSE-MONTH
                   " NOT OVER AT BUSINESS DATE " WS-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CLOSED-PERIODS.
           IF WS-ALREADY-CLOSED = "Y"
               DISPLAY "PERIOD-CLOSE: " WS-CLOSE-MONTH
                   " ALREADY CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PROOF-RESULTS.
           IF WS-PROOF-RESULT NOT = "PASS"
               DISPLAY "PERIOD-CLOSE: " WS-CLOSE-MONTH
                   " GL PROOF NOT PASSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CLOSED-PERIOD.
           DISPLAY "PERIOD-CLOSE: " WS-CLOSE-MONTH " CLOSED".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       READ-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSIDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BDT-DATE > ZEROS
                           MOVE BDT-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       GET-RUN-OPTIONS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-PARM-WORD WS-PARM-MONTH-TEXT
               MOVE FUNCTION UPPER-CASE (WS-PARM-WORD)
                   TO WS-PARM-WORD
           END-IF.
           IF WS-PARM-MONTH-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-PARM-MONTH-TEXT)
                   TO WS-CLOSE-MONTH
           END-IF.

       READ-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                   READ PERIOD-FILE
                       AT END MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           IF PER-MONTH = WS-CLOSE-MONTH
                              AND PER-STATUS = "CLSD"
                               MOVE "Y" TO WS-ALREADY-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIOD-FILE.

      * Results are appended in run order, so the last one read for
      * the month is the one that stands.
       READ-PROOF-RESULTS.
           OPEN INPUT PROOF-RESULT-FILE.
           IF WS-RESULT-STATUS = "00"
               PERFORM UNTIL WS-RESULT-STATUS NOT = "00"
                   READ PROOF-RESULT-FILE
                       AT END MOVE "10" TO WS-RESULT-STATUS
                       NOT AT END
                           IF PRR-MONTH = WS-CLOSE-MONTH
                               MOVE PRR-RESULT TO WS-PROOF-RESULT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROOF-RESULT-FILE.

       WRITE-CLOSED-PERIOD.
           OPEN EXTEND PERIOD-FILE.
           MOVE WS-CLOSE-MONTH   TO PER-MONTH.
           MOVE "CLSD"           TO PER-STATUS.
           MOVE WS-BUSINESS-DATE TO PER-CLOSED-ON.
           WRITE PERIOD-RECORD.
           CLOSE PERIOD-FILE.
