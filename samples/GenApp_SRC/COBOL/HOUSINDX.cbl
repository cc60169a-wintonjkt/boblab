      ******************************************************************
      *                                                                *
      *          House Sum Insured Index-Linking Run                   *
      *                                                                *
      *   HOUSE.VALUE is the rebuild figure keyed at inception and    *
      *   nothing ever moved it, so building-cost inflation left the  *
      *   house book underinsured. Each month this run index-links    *
      *   every house policy reaching its anniversary that month:     *
      *                                                                *
      *     VALUE rises by the movement in the published rebuild-     *
      *     cost index over the year - new VALUE = VALUE * current    *
      *     index / index twelve months earlier                       *
      *     the premium is re-rated on the indexed value from         *
      *     HOUSERAT.DAT, with the same bands HOUSRATE and POLROLL    *
      *     rate from, and becomes the new POLICY.PAYMENT             *
      *     the change is recorded on ENDORSEMENT like a mid-term     *
      *     endorsement, dated the business date, old and new cover   *
      *     and the pro-rata premium difference to EXPIRYDATE as      *
      *     LGEPOL01 computes it - so ENDOPOST bills the difference   *
      *     an INDEXLNK letter showing the old and new sum insured    *
      *     is queued on CORRREQ.DAT for LETTGEN                      *
      *                                                                *
      *   HOUSEIDX.DAT, one published index figure per line:          *
      *     period yyyymm(6) sp index value 9(5)V99                   *
      *   The current figure is the latest published for a period     *
      *   on or before the run month; it is compared with the figure  *
      *   for the same month a year before. No such pair, or no       *
      *   index file, stops the run - nothing can be linked.          *
      *                                                                *
      *   Scheduled monthly after PREMBILL, so the anniversary        *
      *   charge goes out at the old premium and ENDOPOST adds the    *
      *   difference. A policy already linked this year is not        *
      *   linked again, so a rerun is harmless. An index that has     *
      *   not risen leaves the cover alone; a policy that cannot be   *
      *   rated is left unlinked for the underwriters and the run     *
      *   ends RC 4. Output HOUSINDX.RPT.                             *
      *                                                                *
      *   Each policy linked has its version before the linking       *
      *   saved through POLVERS first.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSINDX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
               ASSIGN TO "HOUSEIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "HOUSERAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEX-REPORT
               ASSIGN TO "HOUSINDX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every
      *    other program's even when the night slips past midnight.
      *    Absent, the system clock applies as before.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05 IDX-PERIOD               PIC 9(6).
           05 FILLER                   PIC X.
           05 IDX-VALUE                PIC 9(5)V99.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RTE-RULE-TYPE            PIC X(1).
              88 RTE-PROPERTY-BASE        VALUE 'P'.
              88 RTE-BEDROOM-BAND         VALUE 'B'.
              88 RTE-VALUE-BAND           VALUE 'V'.
              88 RTE-ZONE-SURCHARGE       VALUE 'Z'.
           05 FILLER                   PIC X.
           05 RTE-REST                 PIC X(40).
      * 'P' layout: property type then the base amount.
       01  RATE-PROPERTY-VIEW REDEFINES RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 RTP-PROPERTY-TYPE        PIC X(15).
           05 FILLER                   PIC X.
           05 RTP-BASE                 PIC 9(5)V99.
           05 FILLER                   PIC X(17).
      * 'B'/'V' layout: low, high, factor percentage.
       01  RATE-BAND-VIEW REDEFINES RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 RTB-LOW                  PIC 9(7).
           05 FILLER                   PIC X.
           05 RTB-HIGH                 PIC 9(7).
           05 FILLER                   PIC X.
           05 RTB-PCT                  PIC 9(5)V99.
           05 FILLER                   PIC X(17).
      * 'Z' layout: postcode prefix then the surcharge percentage.
       01  RATE-ZONE-VIEW REDEFINES RATE-RECORD.
           05 FILLER                   PIC X(2).
           05 RTZ-PREFIX               PIC X(4).
           05 FILLER                   PIC X.
           05 RTZ-PCT                  PIC 9(3)V99.
           05 FILLER                   PIC X(30).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM           PIC 9(10).

       FD  INDEX-REPORT.
       01  REPORT-LINE                 PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-INDEX-STATUS             PIC XX VALUE SPACES.
       01  WS-RATE-STATUS              PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD               PIC 9(6) VALUE ZEROS.
       01  WS-RUN-MONTH                PIC S9(4) USAGE COMP VALUE 0.
       01  WS-RUN-YEAR                 PIC S9(4) USAGE COMP VALUE 0.

      * Marks this run's ENDORSEMENT rows - how a rerun recognises
      * a policy already linked this year.
       01  WS-INDEX-DESCRIPTION        PIC X(40) VALUE
               'REBUILD COST INDEX-LINKING'.

      * Host variables for the house cursor fetch
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-PROPERTY-TYPE            PIC X(15).
       01  WS-BEDROOMS                 PIC S9(4) USAGE COMP.
       01  WS-BEDROOMS-IND             PIC S9(4) USAGE COMP.
       01  WS-VALUE                    PIC S9(9) USAGE COMP.
       01  WS-VALUE-IND                PIC S9(4) USAGE COMP.
       01  WS-POSTCODE                 PIC X(8).
       01  WS-POSTCODE-IND             PIC S9(4) USAGE COMP.
       01  WS-PREMIUM                  PIC S9(9) USAGE COMP.
       01  WS-PREMIUM-IND              PIC S9(4) USAGE COMP.
       01  WS-DAYS-LEFT                PIC S9(9) USAGE COMP.
       01  WS-DAYS-LEFT-IND            PIC S9(4) USAGE COMP.

      * Host variables for the updates and the endorsement row.
       01  WS-OLD-VALUE                PIC S9(9) USAGE COMP.
       01  WS-NEW-VALUE                PIC S9(9) USAGE COMP.
       01  WS-NEW-PAYMENT              PIC S9(9) USAGE COMP.
       01  WS-ADJUSTMENT               PIC S9(9) USAGE COMP.

      * Published index figures, loaded once from INDEX-FILE.
       01  WS-INDEX-COUNT              PIC 9(3) VALUE 0.
       01  WS-INDEX-TABLE.
           05 WS-IDX-ENTRY OCCURS 240 TIMES INDEXED BY WS-IDX-IX.
              10 WS-IDX-PERIOD          PIC 9(6).
              10 WS-IDX-VALUE           PIC 9(5)V99.
       01  WS-CURRENT-PERIOD           PIC 9(6) VALUE 0.
       01  WS-CURRENT-INDEX            PIC 9(5)V99 VALUE 0.
       01  WS-BASE-PERIOD              PIC 9(6) VALUE 0.
       01  WS-BASE-INDEX               PIC 9(5)V99 VALUE 0.

      * The four rating tables, loaded once from RATE-FILE.
       01  WS-RATE-TABLES.
           05 WS-PR-COUNT              PIC 9(2) VALUE 0.
           05 WS-PR-TABLE OCCURS 20 TIMES INDEXED BY WS-PR-IX.
              10 WS-PR-TYPE            PIC X(15).
              10 WS-PR-BASE            PIC 9(5)V99.
           05 WS-BED-COUNT             PIC 9(2) VALUE 0.
           05 WS-BED-TABLE OCCURS 20 TIMES INDEXED BY WS-BED-IX.
              10 WS-BED-LOW            PIC 9(7).
              10 WS-BED-HIGH           PIC 9(7).
              10 WS-BED-PCT            PIC 9(5)V99.
           05 WS-VAL-COUNT             PIC 9(2) VALUE 0.
           05 WS-VAL-TABLE OCCURS 20 TIMES INDEXED BY WS-VAL-IX.
              10 WS-VAL-LOW            PIC 9(7).
              10 WS-VAL-HIGH           PIC 9(7).
              10 WS-VAL-PCT            PIC 9(5)V99.
           05 WS-ZON-COUNT             PIC 9(2) VALUE 0.
           05 WS-ZON-TABLE OCCURS 20 TIMES INDEXED BY WS-ZON-IX.
              10 WS-ZON-PREFIX         PIC X(4).
              10 WS-ZON-PCT            PIC 9(3)V99.

       01  WS-BASE-RATE                PIC 9(5)V99 VALUE 0.
       01  WS-BED-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-VAL-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-ZON-SURCHARGE            PIC 9(3)V99 VALUE 0.
       01  WS-NEW-PREMIUM              PIC 9(7)    VALUE 0.
       01  WS-RATE-FOUND               PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-HOUSES-READ           PIC 9(7) VALUE 0.
           05 WS-LINKED-COUNT          PIC 9(7) VALUE 0.
           05 WS-UNCHANGED-COUNT       PIC 9(7) VALUE 0.
           05 WS-UNRATEABLE-COUNT      PIC 9(7) VALUE 0.
       01  WS-OLD-COVER-TOTAL          PIC 9(11) VALUE 0.
       01  WS-NEW-COVER-TOTAL          PIC 9(11) VALUE 0.
       01  WS-ADJUST-TOTAL             PIC S9(11) VALUE 0.

       01  INDEX-HEADER-LINE.
           05 FILLER                   PIC X(28) VALUE
               'REBUILD COST INDEX  PERIOD '.
           05 IHL-CURRENT-PERIOD       PIC 9(6).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IHL-CURRENT-INDEX        PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(8)  VALUE '  BASE  '.
           05 IHL-BASE-PERIOD          PIC 9(6).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IHL-BASE-INDEX           PIC ZZ,ZZ9.99.
       01  INDEX-COLUMN-LINE           PIC X(100) VALUE
               'POLICY NUM   OLD VALUE   NEW VALUE  OLD PREM  NEW PREM
      -        '  ADJUST RESULT'.
       01  INDEX-DETAIL-LINE.
           05 IDL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-OLD-VALUE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-NEW-VALUE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-OLD-PREMIUM          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 IDL-NEW-PREMIUM          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-ADJUSTMENT           PIC -(6)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-RESULT               PIC X(20).
       01  INDEX-SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'LINKED: '.
           05 ISL-LINKED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  UNCHANGED: '.
           05 ISL-UNCHANGED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE '  UNRATEABLE: '.
           05 ISL-UNRATEABLE           PIC ZZZ,ZZ9.
       01  INDEX-TOTAL-LINE.
           05 FILLER                   PIC X(12) VALUE 'OLD COVER:  '.
           05 ITL-OLD-COVER            PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE '  NEW COVER:  '.
           05 ITL-NEW-COVER            PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(15) VALUE
               '  PREMIUM ADJ: '.
           05 ITL-ADJUST               PIC -,---,---,--9.

      * House policies whose anniversary falls in the run month,
      * at least a year old, and not already linked this year.
      * Days to expiry pro-rate the premium difference.
           EXEC SQL
               DECLARE HOUSE-CURSOR CURSOR FOR
               SELECT H.POLICYNUMBER, P.CUSTOMERNUMBER,
                      H.PROPERTYTYPE, H.BEDROOMS, H.VALUE,
                      H.POSTCODE, P.PAYMENT,
                      DAYS(P.EXPIRYDATE)
                      - DAYS(DATE(:WS-RUN-DATE-ISO))
                 FROM HOUSE H, POLICY P
                WHERE H.POLICYNUMBER = P.POLICYNUMBER
                  AND MONTH(P.ISSUEDATE) = :WS-RUN-MONTH
                  AND YEAR(P.ISSUEDATE) < :WS-RUN-YEAR
                  AND H.POLICYNUMBER NOT IN
                      (SELECT POLICYNUMBER FROM ENDORSEMENT
                        WHERE DESCRIPTION = :WS-INDEX-DESCRIPTION
                          AND YEAR(ENDORSEDATE) = :WS-RUN-YEAR)
                ORDER BY H.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-HOUSE
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-LINK-ONE-HOUSE
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-HOUSE
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not     *
      * the wall clock. No date file, or an empty one, falls back    *
      * to the system clock.                                         *
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
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE-ISO
           END-STRING
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH

           OPEN OUTPUT INDEX-REPORT
           PERFORM 1100-LOAD-INDEX-FILE
              THRU 1100-EXIT
           PERFORM 1200-LOAD-RATE-FILE
              THRU 1200-EXIT

           MOVE WS-CURRENT-PERIOD TO IHL-CURRENT-PERIOD
           MOVE WS-CURRENT-INDEX  TO IHL-CURRENT-INDEX
           MOVE WS-BASE-PERIOD    TO IHL-BASE-PERIOD
           MOVE WS-BASE-INDEX     TO IHL-BASE-INDEX
           MOVE INDEX-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INDEX-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN EXTEND CORRESPONDENCE-FILE

           EXEC SQL
               OPEN HOUSE-CURSOR
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

      *----------------------------------------------------------------*
      * The index is the business control on this run - without a     *
      * current figure and the one a year before there is no          *
      * movement to apply, so either gap is a hard stop.              *
      *----------------------------------------------------------------*
       1100-LOAD-INDEX-FILE.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY '1100-LOAD-INDEX-FILE:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-INDEX-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-INDEX-STATUS NOT = "00"
              READ INDEX-FILE
                 AT END MOVE "10" TO WS-INDEX-STATUS
                 NOT AT END
                    PERFORM 1150-KEEP-INDEX-FIGURE
                       THRU 1150-EXIT
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE

           COMPUTE WS-BASE-PERIOD = WS-CURRENT-PERIOD - 100
           PERFORM VARYING WS-IDX-IX FROM 1 BY 1
                   UNTIL WS-IDX-IX > WS-INDEX-COUNT
              IF WS-IDX-PERIOD(WS-IDX-IX) = WS-BASE-PERIOD
                 MOVE WS-IDX-VALUE(WS-IDX-IX) TO WS-BASE-INDEX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-CURRENT-INDEX = 0 OR WS-BASE-INDEX = 0
              DISPLAY '1100-LOAD-INDEX-FILE:'
              DISPLAY 'NO INDEX FIGURES FOR PERIOD:' WS-CURRENT-PERIOD
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every figure is kept for the year-earlier lookup; the latest  *
      * period not after the run month is the current one. A figure   *
      * published for a later month is not applied early.             *
      *----------------------------------------------------------------*
       1150-KEEP-INDEX-FIGURE.
           IF IDX-VALUE = 0
              GO TO 1150-EXIT
           END-IF
           IF WS-INDEX-COUNT < 240
              ADD 1 TO WS-INDEX-COUNT
              SET WS-IDX-IX TO WS-INDEX-COUNT
              MOVE IDX-PERIOD TO WS-IDX-PERIOD(WS-IDX-IX)
              MOVE IDX-VALUE  TO WS-IDX-VALUE(WS-IDX-IX)
           END-IF
           IF IDX-PERIOD <= WS-RUN-PERIOD
              AND IDX-PERIOD > WS-CURRENT-PERIOD
              MOVE IDX-PERIOD TO WS-CURRENT-PERIOD
              MOVE IDX-VALUE  TO WS-CURRENT-INDEX
           END-IF
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The rating file is the business control on the premium - no   *
      * rates means nothing can be re-rated, so a missing file is a   *
      * hard stop, same as HOUSRATE.                                  *
      *----------------------------------------------------------------*
       1200-LOAD-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY '1200-LOAD-RATE-FILE:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-RATE-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-RATE-STATUS NOT = "00"
              READ RATE-FILE
                 AT END MOVE "10" TO WS-RATE-STATUS
                 NOT AT END
                    PERFORM 1250-STORE-RATE-RULE
                       THRU 1250-EXIT
              END-READ
           END-PERFORM
           CLOSE RATE-FILE
           .
       1200-EXIT.
           EXIT.

       1250-STORE-RATE-RULE.
           EVALUATE TRUE
              WHEN RTE-PROPERTY-BASE
                 IF WS-PR-COUNT < 20
                    ADD 1 TO WS-PR-COUNT
                    SET WS-PR-IX TO WS-PR-COUNT
                    MOVE RTP-PROPERTY-TYPE TO WS-PR-TYPE(WS-PR-IX)
                    MOVE RTP-BASE          TO WS-PR-BASE(WS-PR-IX)
                 END-IF
              WHEN RTE-BEDROOM-BAND
                 IF WS-BED-COUNT < 20
                    ADD 1 TO WS-BED-COUNT
                    SET WS-BED-IX TO WS-BED-COUNT
                    MOVE RTB-LOW  TO WS-BED-LOW(WS-BED-IX)
                    MOVE RTB-HIGH TO WS-BED-HIGH(WS-BED-IX)
                    MOVE RTB-PCT  TO WS-BED-PCT(WS-BED-IX)
                 END-IF
              WHEN RTE-VALUE-BAND
                 IF WS-VAL-COUNT < 20
                    ADD 1 TO WS-VAL-COUNT
                    SET WS-VAL-IX TO WS-VAL-COUNT
                    MOVE RTB-LOW  TO WS-VAL-LOW(WS-VAL-IX)
                    MOVE RTB-HIGH TO WS-VAL-HIGH(WS-VAL-IX)
                    MOVE RTB-PCT  TO WS-VAL-PCT(WS-VAL-IX)
                 END-IF
              WHEN RTE-ZONE-SURCHARGE
                 IF WS-ZON-COUNT < 20
                    ADD 1 TO WS-ZON-COUNT
                    SET WS-ZON-IX TO WS-ZON-COUNT
                    MOVE RTZ-PREFIX TO WS-ZON-PREFIX(WS-ZON-IX)
                    MOVE RTZ-PCT    TO WS-ZON-PCT(WS-ZON-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

       1500-FETCH-NEXT-HOUSE.
           EXEC SQL
               FETCH HOUSE-CURSOR
               INTO :WS-POLICY-NUM, :WS-CUSTOMER-NUM,
                    :WS-PROPERTY-TYPE,
                    :WS-BEDROOMS :WS-BEDROOMS-IND,
                    :WS-VALUE :WS-VALUE-IND,
                    :WS-POSTCODE :WS-POSTCODE-IND,
                    :WS-PREMIUM :WS-PREMIUM-IND,
                    :WS-DAYS-LEFT :WS-DAYS-LEFT-IND
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

       2000-LINK-ONE-HOUSE.
           ADD 1 TO WS-HOUSES-READ
           MOVE WS-POLICY-NUM TO IDL-POLICY-NUM
           MOVE ZEROS TO IDL-OLD-VALUE IDL-NEW-VALUE IDL-OLD-PREMIUM
                         IDL-NEW-PREMIUM IDL-ADJUSTMENT
           IF WS-PREMIUM-IND < 0
              MOVE 0 TO WS-PREMIUM
           END-IF
           MOVE WS-PREMIUM TO IDL-OLD-PREMIUM

           IF WS-BEDROOMS-IND < 0 OR WS-VALUE-IND < 0
              OR WS-VALUE <= 0
              ADD 1 TO WS-UNRATEABLE-COUNT
              MOVE 'NO BEDROOMS OR VALUE' TO IDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE WS-VALUE TO WS-OLD-VALUE IDL-OLD-VALUE

           COMPUTE WS-NEW-VALUE ROUNDED =
               WS-OLD-VALUE * WS-CURRENT-INDEX / WS-BASE-INDEX
           IF WS-NEW-VALUE <= WS-OLD-VALUE
              ADD 1 TO WS-UNCHANGED-COUNT
              MOVE WS-OLD-VALUE TO IDL-NEW-VALUE
              MOVE WS-PREMIUM   TO IDL-NEW-PREMIUM
              MOVE 'INDEX NOT RISEN' TO IDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE WS-NEW-VALUE TO IDL-NEW-VALUE

      * The rating bands are looked up on the indexed value.
           MOVE WS-NEW-VALUE TO WS-VALUE
           PERFORM 2100-LOOKUP-FACTORS
              THRU 2100-EXIT
           IF WS-RATE-FOUND = "N"
              ADD 1 TO WS-UNRATEABLE-COUNT
              MOVE 'UNRATEABLE' TO IDL-RESULT
              PERFORM 2900-WRITE-DETAIL
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           COMPUTE WS-NEW-PREMIUM ROUNDED =
               WS-BASE-RATE * WS-BED-FACTOR / 100
                            * WS-VAL-FACTOR / 100
                            * (100 + WS-ZON-SURCHARGE) / 100
           MOVE WS-NEW-PREMIUM TO WS-NEW-PAYMENT IDL-NEW-PREMIUM

      * Pro-rata to expiry on the same basis LGEPOL01 uses for an
      * online endorsement; a policy already past expiry and not
      * yet renewed carries no difference for the current term.
           IF WS-DAYS-LEFT-IND < 0 OR WS-DAYS-LEFT < 0
              MOVE 0 TO WS-DAYS-LEFT
           END-IF
           IF WS-DAYS-LEFT > 365
              MOVE 365 TO WS-DAYS-LEFT
           END-IF
           COMPUTE WS-ADJUSTMENT ROUNDED =
               (WS-NEW-PAYMENT - WS-PREMIUM) * WS-DAYS-LEFT / 365
           MOVE WS-ADJUSTMENT TO IDL-ADJUSTMENT

           PERFORM 2500-APPLY-INDEXATION
              THRU 2500-EXIT
           MOVE 'LINKED' TO IDL-RESULT
           PERFORM 2900-WRITE-DETAIL
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-LOOKUP-FACTORS.
           MOVE "N" TO WS-RATE-FOUND
           MOVE 0   TO WS-BASE-RATE
           MOVE 100 TO WS-BED-FACTOR
           MOVE 100 TO WS-VAL-FACTOR
           MOVE 0   TO WS-ZON-SURCHARGE

           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
              IF WS-PR-TYPE(WS-PR-IX) = WS-PROPERTY-TYPE
                 MOVE "Y" TO WS-RATE-FOUND
                 MOVE WS-PR-BASE(WS-PR-IX) TO WS-BASE-RATE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-RATE-FOUND = "N"
              GO TO 2100-EXIT
           END-IF

           PERFORM VARYING WS-BED-IX FROM 1 BY 1
                   UNTIL WS-BED-IX > WS-BED-COUNT
              IF WS-BEDROOMS >= WS-BED-LOW(WS-BED-IX)
                 AND WS-BEDROOMS <= WS-BED-HIGH(WS-BED-IX)
                 MOVE WS-BED-PCT(WS-BED-IX) TO WS-BED-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VAL-COUNT
              IF WS-VALUE >= WS-VAL-LOW(WS-VAL-IX)
                 AND WS-VALUE <= WS-VAL-HIGH(WS-VAL-IX)
                 MOVE WS-VAL-PCT(WS-VAL-IX) TO WS-VAL-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

      * The peril zone matches on the leading characters of the
      * postcode; no match means no surcharge, not an error.
           IF WS-POSTCODE-IND >= 0
              PERFORM VARYING WS-ZON-IX FROM 1 BY 1
                      UNTIL WS-ZON-IX > WS-ZON-COUNT
                 IF WS-ZON-PREFIX(WS-ZON-IX) NOT = SPACES
                    AND WS-POSTCODE(1:4) = WS-ZON-PREFIX(WS-ZON-IX)
                    MOVE WS-ZON-PCT(WS-ZON-IX) TO WS-ZON-SURCHARGE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The indexed value, the re-rated premium and the endorsement   *
      * row go together; the endorsement is what ENDOPOST bills from  *
      * and what the letter quotes the old and new cover from.        *
      *----------------------------------------------------------------*
       2500-APPLY-INDEXATION.
           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'HOUSINDX'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               UPDATE HOUSE
                  SET VALUE = :WS-NEW-VALUE
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE HOUSE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               UPDATE POLICY
                  SET PAYMENT     = :WS-NEW-PAYMENT,
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE POLICY:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               INSERT INTO ENDORSEMENT
                      (POLICYNUMBER, ENDORSEDATE, POLICYTYPE,
                       OLDCOVER, NEWCOVER, PREMIUMADJUST,
                       DESCRIPTION)
               VALUES (:WS-POLICY-NUM, :WS-RUN-DATE-ISO, 'H',
                       :WS-OLD-VALUE, :WS-NEW-VALUE, :WS-ADJUSTMENT,
                       :WS-INDEX-DESCRIPTION)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INSERT ENDORSEMENT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-LINKED-COUNT
           ADD WS-OLD-VALUE  TO WS-OLD-COVER-TOTAL
           ADD WS-NEW-VALUE  TO WS-NEW-COVER-TOTAL
           ADD WS-ADJUSTMENT TO WS-ADJUST-TOTAL

           MOVE SPACES TO CORRESPONDENCE-RECORD
           MOVE 'INDEXLNK' TO CRQ-LETTER-TYPE
           MOVE WS-CUSTOMER-NUM TO CRQ-CUSTOMER-NUM
           MOVE WS-POLICY-NUM   TO CRQ-POLICY-NUM
           WRITE CORRESPONDENCE-RECORD
           .
       2500-EXIT.
           EXIT.

       2900-WRITE-DETAIL.
           MOVE INDEX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-LINKED-COUNT     TO ISL-LINKED
           MOVE WS-UNCHANGED-COUNT  TO ISL-UNCHANGED
           MOVE WS-UNRATEABLE-COUNT TO ISL-UNRATEABLE
           MOVE INDEX-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OLD-COVER-TOTAL TO ITL-OLD-COVER
           MOVE WS-NEW-COVER-TOTAL TO ITL-NEW-COVER
           MOVE WS-ADJUST-TOTAL    TO ITL-ADJUST
           MOVE INDEX-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           EXEC SQL
               CLOSE HOUSE-CURSOR
           END-EXEC.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE INDEX-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNRATEABLE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
