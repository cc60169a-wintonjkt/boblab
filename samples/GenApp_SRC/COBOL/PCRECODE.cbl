      ******************************************************************
      *                                                                *
      *        Bulk Postcode Recode from the Postal Change File        *
      *                                                                *
      *   Applies the postal authority's old-to-new recodes to every  *
      *   store that holds a postcode, in one controlled run:         *
      *                                                                *
      *     CUSTOMER.POSTCODE     keyed UPDATE on CUSTOMERNUMBER      *
      *     HOUSE.POSTCODE        keyed UPDATE on POLICYNUMBER        *
      *     COMMERCIAL.ZIPCODE    keyed UPDATE on POLICYNUMBER        *
      *     CUSTOMER.DAT CUST-ZIP a 'C' transaction on MAINT.DAT, so  *
      *                           the next CUSTOMER-MAINTENANCE run   *
      *                           applies and journals it             *
      *     ZIPSTATE.DAT          rewritten: a renumbered code is     *
      *                           replaced, a split code keeps its    *
      *                           line and each new code is added     *
      *                           with the old code's state           *
      *                                                                *
      *   PCRECODE.DAT, one recode per line:                          *
      *                                                                *
      *     old code(8) sp new code(8) sp from no(4) sp to no(4)      *
      *                                                                *
      *   The house-number range is optional; blank or zero means     *
      *   the whole of the old code moves. An old code given several  *
      *   new codes over house-number ranges is a split, and an       *
      *   address is only moved when its house number (HOUSENUMBER,   *
      *   or the leading digits of the address line) falls to         *
      *   exactly one new code. Anything else is left alone and       *
      *   reported as ambiguous for the postal team to key by hand.   *
      *   Only five-digit numeric codes reach CUST-ZIP and            *
      *   ZIPSTATE.DAT.                                               *
      *                                                                *
      *   When the stores are done the affected old and new codes     *
      *   go to PERILSEL.DAT and PERILACC is re-run for just those    *
      *   districts; PERILSEL.DAT is emptied afterwards so the next   *
      *   scheduled PERILACC covers everything again.                 *
      *                                                                *
      *   PCRECODE.RPT lists every record changed, every address      *
      *   left ambiguous and every recode line refused.               *
      *                                                                *
      *   RC 4 when a line was refused or an address left ambiguous,  *
      *   RC 8 on a database error.                                   *
      *                                                                *
      *   A house policy recoded has its version before the recode    *
      *   saved through POLVERS first.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCRECODE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECODE-FILE
               ASSIGN TO "PCRECODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECODE-STATUS.

      *    Same indexed KSDS layout as customer-records.cob's
      *    CUSTOMER-FILE.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MAINT-FILE
               ASSIGN TO "MAINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ZIP-REFERENCE-FILE
               ASSIGN TO "ZIPSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZIPREF-STATUS.

           SELECT DISTRICT-SELECTION
               ASSIGN TO "PERILSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECODE-REPORT
               ASSIGN TO "PCRECODE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECODE-FILE.
       01  RECODE-RECORD.
           05 RCD-OLD-CODE             PIC X(8).
           05 FILLER                   PIC X.
           05 RCD-NEW-CODE             PIC X(8).
           05 FILLER                   PIC X.
           05 RCD-FROM-TEXT            PIC X(4).
           05 FILLER                   PIC X.
           05 RCD-TO-TEXT              PIC X(4).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID            PIC 9(10).
           05  CUST-NAME          PIC X(30).
           05  CUST-ADDRESS       PIC X(50).
           05  CUST-CITY          PIC X(20).
           05  CUST-STATE         PIC X(2).
           05  CUST-ZIP           PIC 9(5).
           05  CUST-BALANCE       PIC S9(7)V99.
           05  CUST-CURRENCY      PIC X(3).
           05  CUST-STATUS        PIC X(1).
               88  ACTIVE            VALUE "A".
               88  INACTIVE           VALUE "I".
               88  SUSPENDED          VALUE "S".
           05  CUST-LAST-ACTIVITY PIC 9(8).

      * Same layout customer-maintenance.cob reads. A CHANGE
      * replaces every field, so the rest of the record is carried
      * forward from CUSTOMER.DAT as it stands.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  MAINT-ACTION       PIC X(1).
           05  MAINT-CUST-ID      PIC 9(10).
           05  MAINT-NAME         PIC X(30).
           05  MAINT-ADDRESS      PIC X(50).
           05  MAINT-CITY         PIC X(20).
           05  MAINT-STATE        PIC X(2).
           05  MAINT-ZIP          PIC 9(5).
           05  MAINT-BALANCE      PIC S9(7)V99.
           05  MAINT-CURRENCY     PIC X(3).
           05  MAINT-STATUS       PIC X(1).

      * Same layout customer-records.cob reads.
       FD  ZIP-REFERENCE-FILE.
       01  ZIPREF-RECORD.
           05  ZIPREF-ZIP         PIC 9(5).
           05  ZIPREF-STATE       PIC X(2).

      * Same layout PERILACC reads.
       FD  DISTRICT-SELECTION.
       01  SELECTION-RECORD.
           05 SEL-DISTRICT             PIC X(8).

       FD  RECODE-REPORT.
       01  REPORT-LINE                 PIC X(80).

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

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RECODE-STATUS            PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-ZIPREF-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Host variables.
       01  WS-HV-KEY-NUM               PIC S9(9) USAGE COMP.
       01  WS-HV-HOUSE-NUM             PIC X(4).
       01  WS-HV-HOUSE-NUM-IND         PIC S9(4) USAGE COMP.
       01  WS-HV-ADDRESS               PIC X(255).
       01  WS-HV-ADDRESS-IND           PIC S9(4) USAGE COMP.
       01  WS-HV-POSTCODE              PIC X(8).
       01  WS-HV-NEW-CODE              PIC X(8).
       01  WS-HV-ROW-COUNT             PIC S9(9) USAGE COMP.

      * One entry per accepted recode line. WS-RC-SPLIT is set when
      * the old code has more than one destination or any house-
      * number range, so the old code stays live.
       01  WS-RECODE-LINES             PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01  WS-RECODE-COUNT             PIC 9(3) VALUE 0.
       01  WS-RECODE-TABLE.
           05 WS-RC-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-RC-IX WS-RC-IX2.
              10 WS-RC-OLD             PIC X(8).
              10 WS-RC-NEW             PIC X(8).
              10 WS-RC-FROM            PIC 9(4).
              10 WS-RC-TO              PIC 9(4).
              10 WS-RC-SPLIT           PIC X.
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

      * Resolving one address against the recode table.
       01  WS-LOOK-CODE                PIC X(8)  VALUE SPACES.
       01  WS-LOOK-NUM                 PIC 9(4)  VALUE 0.
       01  WS-LOOK-NUM-FOUND           PIC X     VALUE 'N'.
       01  WS-RESOLVE-RESULT           PIC X     VALUE 'N'.
           88 RESOLVE-NONE                       VALUE 'N'.
           88 RESOLVE-FOUND                      VALUE 'R'.
           88 RESOLVE-AMBIGUOUS                  VALUE 'A'.
       01  WS-RESOLVED-CODE            PIC X(8)  VALUE SPACES.
       01  WS-AMBIGUOUS-REASON         PIC X(32) VALUE SPACES.
       01  WS-RANGE-NEW                PIC X(8)  VALUE SPACES.
       01  WS-RANGE-HITS               PIC 9(3)  VALUE 0.
       01  WS-RANGE-MULTI              PIC X     VALUE 'N'.
       01  WS-WHOLE-NEW                PIC X(8)  VALUE SPACES.
       01  WS-WHOLE-HITS               PIC 9(3)  VALUE 0.
       01  WS-WHOLE-MULTI              PIC X     VALUE 'N'.
       01  WS-RANGED-ENTRIES           PIC 9(3)  VALUE 0.

       01  WS-ADDR-TEXT                PIC X(50) VALUE SPACES.
       01  WS-ADDR-POS                 PIC 9(2)  VALUE 0.
       01  WS-ADDR-DIGITS              PIC 9(1)  VALUE 0.
       01  WS-DIGIT                    PIC 9(1)  VALUE 0.

      * ZIPSTATE.DAT held whole while it is recoded, then rewritten
      * without the dropped lines.
       01  WS-ZIPREF-COUNT             PIC 9(3) VALUE 0.
       01  WS-ZIPREF-TABLE.
           05 WS-ZR-ENTRY OCCURS 999 TIMES
                                   INDEXED BY WS-ZR-IX WS-ZR-NEW-IX.
              10 WS-ZR-ZIP             PIC 9(5).
              10 WS-ZR-STATE           PIC X(2).
              10 WS-ZR-DROP            PIC X.
       01  WS-ZIPREF-CHANGED           PIC X VALUE 'N'.
       01  WS-ZR-OLD-FOUND             PIC X VALUE 'N'.
       01  WS-ZR-NEW-FOUND             PIC X VALUE 'N'.
       01  WS-ZIP-OLD                  PIC 9(5) VALUE 0.
       01  WS-ZIP-NEW                  PIC 9(5) VALUE 0.

      * Districts handed to PERILACC. Past 200 the selection is left
      * empty and PERILACC covers every postcode instead.
       01  WS-DISTRICT-COUNT           PIC 9(3) VALUE 0.
       01  WS-DISTRICT-OVERFLOW        PIC X VALUE 'N'.
       01  WS-DISTRICT-TABLE.
           05 WS-DISTRICT OCCURS 200 TIMES
                                   INDEXED BY WS-DS-IX
                                       PIC X(8).
       01  WS-DISTRICT-WORK            PIC X(8) VALUE SPACES.
       01  WS-DISTRICT-FOUND           PIC X VALUE 'N'.
       01  WS-PERILACC-RC              PIC S9(4) VALUE 0.

      * Per-store counts, in the order the stores are worked.
       01  WS-CUSTOMER-IX              PIC 9(2) VALUE 1.
       01  WS-HOUSE-IX                 PIC 9(2) VALUE 2.
       01  WS-COMMERCIAL-IX            PIC 9(2) VALUE 3.
       01  WS-CUSTFILE-IX              PIC 9(2) VALUE 4.
       01  WS-ZIPREF-IX                PIC 9(2) VALUE 5.
       01  WS-STORE-IX                 PIC 9(2) VALUE 0.
       01  WS-STORE-NAMES.
           05 FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(12) VALUE 'HOUSE'.
           05 FILLER                   PIC X(12) VALUE 'COMMERCIAL'.
           05 FILLER                   PIC X(12) VALUE 'CUSTOMER.DAT'.
           05 FILLER                   PIC X(12) VALUE 'ZIPSTATE.DAT'.
       01  WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAMES.
           05 WS-STORE-NAME OCCURS 5 TIMES PIC X(12).
       01  WS-STORE-COUNTS.
           05 WS-STORE-ENTRY OCCURS 5 TIMES.
              10 WS-ST-READ            PIC 9(7).
              10 WS-ST-CHANGED         PIC 9(7).
              10 WS-ST-AMBIGUOUS       PIC 9(7).
       01  WS-TOTAL-AMBIGUOUS          PIC 9(7) VALUE 0.

       01  RECODE-TITLE-LINE.
           05 FILLER                   PIC X(30)
                          VALUE 'POSTCODE RECODE RUN FOR DATE '.
           05 RTL-DATE                 PIC 9(8).
       01  RECODE-HEADER-LINE          PIC X(48) VALUE
               'STORE        KEY        OLD      NEW      RESULT'.
       01  RECODE-DETAIL-LINE.
           05 RDL-STORE                PIC X(12).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-KEY                  PIC Z(9)9 BLANK WHEN ZERO.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-OLD                  PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-NEW                  PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-RESULT               PIC X(32).
       01  RECODE-STORE-HEADER         PIC X(48) VALUE
               'STORE             READ   CHANGED AMBIGUOUS'.
       01  RECODE-STORE-LINE.
           05 RSL-STORE                PIC X(12).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-READ                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-CHANGED              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-AMBIGUOUS            PIC Z,ZZZ,ZZ9.
       01  RECODE-SUMMARY-LINE.
           05 FILLER                   PIC X(14)
                                        VALUE 'RECODE LINES: '.
           05 RSM-LINES                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(13)
                                        VALUE '  ACCEPTED: '.
           05 RSM-ACCEPTED             PIC ZZ9.
           05 FILLER                   PIC X(13)
                                        VALUE '  REFUSED: '.
           05 RSM-REFUSED              PIC ZZ,ZZ9.
       01  RECODE-PERIL-LINE.
           05 FILLER                   PIC X(31)
                          VALUE 'PERILACC RE-RUN FOR DISTRICTS: '.
           05 RPL-DISTRICTS            PIC ZZ9.
           05 FILLER                   PIC X(6)  VALUE '  RC: '.
           05 RPL-RC                   PIC Z9.
       01  RECODE-PERIL-ALL-LINE       PIC X(48) VALUE
               'PERILACC RE-RUN FOR ALL DISTRICTS'.

           EXEC SQL
               DECLARE CUSTOMER-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, HOUSENUMBER, POSTCODE
                 FROM CUSTOMER
                WHERE POSTCODE IS NOT NULL
           END-EXEC.

           EXEC SQL
               DECLARE HOUSE-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, HOUSENUMBER, POSTCODE
                 FROM HOUSE
                WHERE POSTCODE IS NOT NULL
           END-EXEC.

           EXEC SQL
               DECLARE COMMERCIAL-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, ADDRESS, ZIPCODE
                 FROM COMMERCIAL
                WHERE ZIPCODE IS NOT NULL
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           IF WS-RECODE-COUNT > 0
              PERFORM 2000-RECODE-CUSTOMER
                 THRU 2000-EXIT
              PERFORM 3000-RECODE-HOUSE
                 THRU 3000-EXIT
              PERFORM 4000-RECODE-COMMERCIAL
                 THRU 4000-EXIT
              PERFORM 5000-RECODE-CUSTOMER-FILE
                 THRU 5000-EXIT
              PERFORM 6000-RECODE-ZIPSTATE
                 THRU 6000-EXIT
              PERFORM 7000-RERUN-PERILACC
                 THRU 7000-EXIT
           END-IF

           PERFORM 7500-PRINT-SUMMARY
              THRU 7500-EXIT
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
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           INITIALIZE WS-STORE-COUNTS

           OPEN OUTPUT RECODE-REPORT
           MOVE WS-RUN-DATE TO RTL-DATE
           MOVE RECODE-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RECODE-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1100-LOAD-RECODES
              THRU 1100-EXIT
           PERFORM 1300-MARK-SPLITS
              THRU 1300-EXIT

           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND MAINT-FILE
           .
       1000-EXIT.
           EXIT.

       1100-LOAD-RECODES.
           OPEN INPUT RECODE-FILE
           IF WS-RECODE-STATUS NOT = "00"
              CLOSE RECODE-FILE
              GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-RECODE-STATUS NOT = "00"
              READ RECODE-FILE
                 AT END MOVE "10" TO WS-RECODE-STATUS
                 NOT AT END
                    ADD 1 TO WS-RECODE-LINES
                    PERFORM 1200-TAKE-RECODE
                       THRU 1200-EXIT
              END-READ
           END-PERFORM
           CLOSE RECODE-FILE
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A line is refused outright when either code is missing, the   *
      * codes are the same, or the house-number range is unreadable   *
      * or backwards. A from-number alone covers just that number.    *
      *----------------------------------------------------------------*
       1200-TAKE-RECODE.
           MOVE FUNCTION UPPER-CASE (RCD-OLD-CODE) TO RCD-OLD-CODE
           MOVE FUNCTION UPPER-CASE (RCD-NEW-CODE) TO RCD-NEW-CODE
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN RCD-OLD-CODE = SPACES OR RCD-NEW-CODE = SPACES
                 MOVE 'REFUSED - CODE MISSING' TO WS-REJECT-REASON
              WHEN RCD-OLD-CODE = RCD-NEW-CODE
                 MOVE 'REFUSED - OLD SAME AS NEW' TO WS-REJECT-REASON
              WHEN RCD-FROM-TEXT NOT = SPACES
                   AND RCD-FROM-TEXT NOT NUMERIC
                 MOVE 'REFUSED - BAD HOUSE RANGE' TO WS-REJECT-REASON
              WHEN RCD-TO-TEXT NOT = SPACES
                   AND RCD-TO-TEXT NOT NUMERIC
                 MOVE 'REFUSED - BAD HOUSE RANGE' TO WS-REJECT-REASON
              WHEN WS-RECODE-COUNT NOT < 500
                 MOVE 'REFUSED - TABLE FULL' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 1250-REFUSE-RECODE
                 THRU 1250-EXIT
              GO TO 1200-EXIT
           END-IF

           ADD 1 TO WS-RECODE-COUNT
           SET WS-RC-IX TO WS-RECODE-COUNT
           MOVE RCD-OLD-CODE TO WS-RC-OLD(WS-RC-IX)
           MOVE RCD-NEW-CODE TO WS-RC-NEW(WS-RC-IX)
           MOVE 0 TO WS-RC-FROM(WS-RC-IX)
           MOVE 0 TO WS-RC-TO(WS-RC-IX)
           MOVE 'N' TO WS-RC-SPLIT(WS-RC-IX)
           IF RCD-FROM-TEXT NUMERIC
              MOVE RCD-FROM-TEXT TO WS-RC-FROM(WS-RC-IX)
           END-IF
           IF RCD-TO-TEXT NUMERIC
              MOVE RCD-TO-TEXT TO WS-RC-TO(WS-RC-IX)
           END-IF
           IF WS-RC-TO(WS-RC-IX) = 0
              MOVE WS-RC-FROM(WS-RC-IX) TO WS-RC-TO(WS-RC-IX)
           END-IF
           IF WS-RC-FROM(WS-RC-IX) = 0 AND WS-RC-TO(WS-RC-IX) > 0
              MOVE 1 TO WS-RC-FROM(WS-RC-IX)
           END-IF
           IF WS-RC-FROM(WS-RC-IX) > WS-RC-TO(WS-RC-IX)
              SUBTRACT 1 FROM WS-RECODE-COUNT
              MOVE 'REFUSED - BAD HOUSE RANGE' TO WS-REJECT-REASON
              PERFORM 1250-REFUSE-RECODE
                 THRU 1250-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

       1250-REFUSE-RECODE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'PCRECODE.DAT'   TO RDL-STORE
           MOVE WS-RECODE-LINES  TO RDL-KEY
           MOVE RCD-OLD-CODE     TO RDL-OLD
           MOVE RCD-NEW-CODE     TO RDL-NEW
           MOVE WS-REJECT-REASON TO RDL-RESULT
           PERFORM 8900-WRITE-DETAIL
              THRU 8900-EXIT
           .
       1250-EXIT.
           EXIT.

       1300-MARK-SPLITS.
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RECODE-COUNT
              IF WS-RC-FROM(WS-RC-IX) > 0
                 MOVE 'Y' TO WS-RC-SPLIT(WS-RC-IX)
              END-IF
              PERFORM VARYING WS-RC-IX2 FROM 1 BY 1
                      UNTIL WS-RC-IX2 > WS-RECODE-COUNT
                 IF WS-RC-OLD(WS-RC-IX2) = WS-RC-OLD(WS-RC-IX)
                    AND (WS-RC-NEW(WS-RC-IX2) NOT = WS-RC-NEW(WS-RC-IX)
                         OR WS-RC-FROM(WS-RC-IX2) > 0)
                    MOVE 'Y' TO WS-RC-SPLIT(WS-RC-IX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       1300-EXIT.
           EXIT.

       2000-RECODE-CUSTOMER.
           MOVE WS-CUSTOMER-IX TO WS-STORE-IX
           EXEC SQL
               OPEN CUSTOMER-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 2100-FETCH-NEXT-CUSTOMER
              THRU 2100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2200-APPLY-CUSTOMER
                 THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-CUSTOMER
                 THRU 2100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE CUSTOMER-CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NEXT-CUSTOMER.
           EXEC SQL
               FETCH CUSTOMER-CURSOR
               INTO :WS-HV-KEY-NUM,
                    :WS-HV-HOUSE-NUM :WS-HV-HOUSE-NUM-IND,
                    :WS-HV-POSTCODE
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
       2100-EXIT.
           EXIT.

       2200-APPLY-CUSTOMER.
           MOVE SPACES TO WS-ADDR-TEXT
           IF WS-HV-HOUSE-NUM-IND >= 0
              MOVE WS-HV-HOUSE-NUM TO WS-ADDR-TEXT
           END-IF
           PERFORM 8100-CHECK-ROW
              THRU 8100-EXIT
           IF NOT RESOLVE-FOUND
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               UPDATE CUSTOMER
                  SET POSTCODE = :WS-HV-NEW-CODE
                WHERE CUSTOMERNUMBER = :WS-HV-KEY-NUM
                  AND POSTCODE       = :WS-HV-POSTCODE
           END-EXEC
           PERFORM 8200-CHECK-UPDATE
              THRU 8200-EXIT
           .
       2200-EXIT.
           EXIT.

       3000-RECODE-HOUSE.
           MOVE WS-HOUSE-IX TO WS-STORE-IX
           EXEC SQL
               OPEN HOUSE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 3100-FETCH-NEXT-HOUSE
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 3200-APPLY-HOUSE
                 THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-HOUSE
                 THRU 3100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE HOUSE-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-HOUSE.
           EXEC SQL
               FETCH HOUSE-CURSOR
               INTO :WS-HV-KEY-NUM,
                    :WS-HV-HOUSE-NUM :WS-HV-HOUSE-NUM-IND,
                    :WS-HV-POSTCODE
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
       3100-EXIT.
           EXIT.

       3200-APPLY-HOUSE.
           MOVE SPACES TO WS-ADDR-TEXT
           IF WS-HV-HOUSE-NUM-IND >= 0
              MOVE WS-HV-HOUSE-NUM TO WS-ADDR-TEXT
           END-IF
           PERFORM 8100-CHECK-ROW
              THRU 8100-EXIT
           IF NOT RESOLVE-FOUND
              GO TO 3200-EXIT
           END-IF

      * Only a row still holding the old code is about to change.
           MOVE 0 TO WS-HV-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HV-ROW-COUNT
                 FROM HOUSE
                WHERE POLICYNUMBER = :WS-HV-KEY-NUM
                  AND POSTCODE     = :WS-HV-POSTCODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '3200-APPLY-HOUSE:'
              DISPLAY 'INVALID SQLCODE ON SELECT HOUSE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-HV-ROW-COUNT > 0
              MOVE 'U'           TO PVS-CHANGE-TYPE
              MOVE WS-HV-KEY-NUM TO PVS-POLICY-NUM
              MOVE 'PCRECODE'    TO PVS-SOURCE
              CALL 'POLVERS' USING POLVERS-PARMS
              IF PVS-RETURN NOT = 0
                 DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           EXEC SQL
               UPDATE HOUSE
                  SET POSTCODE = :WS-HV-NEW-CODE
                WHERE POLICYNUMBER = :WS-HV-KEY-NUM
                  AND POSTCODE     = :WS-HV-POSTCODE
           END-EXEC
           PERFORM 8200-CHECK-UPDATE
              THRU 8200-EXIT
           .
       3200-EXIT.
           EXIT.

       4000-RECODE-COMMERCIAL.
           MOVE WS-COMMERCIAL-IX TO WS-STORE-IX
           EXEC SQL
               OPEN COMMERCIAL-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 4100-FETCH-NEXT-COMMERCIAL
              THRU 4100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 4200-APPLY-COMMERCIAL
                 THRU 4200-EXIT
              PERFORM 4100-FETCH-NEXT-COMMERCIAL
                 THRU 4100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE COMMERCIAL-CURSOR
           END-EXEC
           .
       4000-EXIT.
           EXIT.

       4100-FETCH-NEXT-COMMERCIAL.
           EXEC SQL
               FETCH COMMERCIAL-CURSOR
               INTO :WS-HV-KEY-NUM,
                    :WS-HV-ADDRESS :WS-HV-ADDRESS-IND,
                    :WS-HV-POSTCODE
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
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COMMERCIAL has no house-number column; the number is taken    *
      * from the front of the address line.                           *
      *----------------------------------------------------------------*
       4200-APPLY-COMMERCIAL.
           MOVE SPACES TO WS-ADDR-TEXT
           IF WS-HV-ADDRESS-IND >= 0
              MOVE WS-HV-ADDRESS TO WS-ADDR-TEXT
           END-IF
           PERFORM 8100-CHECK-ROW
              THRU 8100-EXIT
           IF NOT RESOLVE-FOUND
              GO TO 4200-EXIT
           END-IF

           EXEC SQL
               UPDATE COMMERCIAL
                  SET ZIPCODE = :WS-HV-NEW-CODE
                WHERE POLICYNUMBER = :WS-HV-KEY-NUM
                  AND ZIPCODE      = :WS-HV-POSTCODE
           END-EXEC
           PERFORM 8200-CHECK-UPDATE
              THRU 8200-EXIT
           .
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CUSTOMER.DAT is never written here. Each move becomes a       *
      * CHANGE on MAINT.DAT carrying the record as it stands with     *
      * the new ZIP, so customer maintenance applies and journals     *
      * it like any keyed change.                                     *
      *----------------------------------------------------------------*
       5000-RECODE-CUSTOMER-FILE.
           MOVE WS-CUSTFILE-IX TO WS-STORE-IX
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = "00"
              READ CUSTOMER-FILE
                 AT END MOVE "10" TO WS-CUSTOMER-STATUS
                 NOT AT END
                    PERFORM 5100-CHECK-CUSTOMER
                       THRU 5100-EXIT
              END-READ
           END-PERFORM
           .
       5000-EXIT.
           EXIT.

       5100-CHECK-CUSTOMER.
           ADD 1 TO WS-ST-READ(WS-STORE-IX)
           IF CUST-ZIP = ZEROS
              GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO WS-LOOK-CODE
           MOVE CUST-ZIP TO WS-LOOK-CODE(1:5)
           MOVE CUST-ADDRESS TO WS-ADDR-TEXT
           PERFORM 8600-GET-HOUSE-NUMBER
              THRU 8600-EXIT
           PERFORM 8500-RESOLVE-CODE
              THRU 8500-EXIT
           IF RESOLVE-NONE
              GO TO 5100-EXIT
           END-IF
           IF RESOLVE-FOUND
              AND (WS-RESOLVED-CODE(1:5) NOT NUMERIC
                   OR WS-RESOLVED-CODE(6:3) NOT = SPACES)
              MOVE 'A' TO WS-RESOLVE-RESULT
              MOVE 'AMBIGUOUS - NEW CODE NOT A ZIP'
                TO WS-AMBIGUOUS-REASON
           END-IF

           MOVE WS-STORE-NAME(WS-STORE-IX) TO RDL-STORE
           MOVE CUST-ID          TO RDL-KEY
           MOVE WS-LOOK-CODE     TO RDL-OLD
           IF RESOLVE-AMBIGUOUS
              ADD 1 TO WS-ST-AMBIGUOUS(WS-STORE-IX)
              MOVE SPACES              TO RDL-NEW
              MOVE WS-AMBIGUOUS-REASON TO RDL-RESULT
              PERFORM 8900-WRITE-DETAIL
                 THRU 8900-EXIT
              GO TO 5100-EXIT
           END-IF

           MOVE "C"              TO MAINT-ACTION
           MOVE CUST-ID          TO MAINT-CUST-ID
           MOVE CUST-NAME        TO MAINT-NAME
           MOVE CUST-ADDRESS     TO MAINT-ADDRESS
           MOVE CUST-CITY        TO MAINT-CITY
           MOVE CUST-STATE       TO MAINT-STATE
           MOVE WS-RESOLVED-CODE(1:5) TO MAINT-ZIP
           MOVE CUST-BALANCE     TO MAINT-BALANCE
           MOVE CUST-CURRENCY    TO MAINT-CURRENCY
           MOVE CUST-STATUS      TO MAINT-STATUS
           WRITE MAINT-RECORD
           ADD 1 TO WS-ST-CHANGED(WS-STORE-IX)
           MOVE WS-RESOLVED-CODE TO RDL-NEW
           MOVE 'CHANGE QUEUED ON MAINT.DAT' TO RDL-RESULT
           PERFORM 8900-WRITE-DETAIL
              THRU 8900-EXIT
           .
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each numeric recode adds its new ZIP under the old ZIP's      *
      * state. The old line goes only when the code was renumbered    *
      * whole; after a split part of it is still live.                *
      *----------------------------------------------------------------*
       6000-RECODE-ZIPSTATE.
           MOVE WS-ZIPREF-IX TO WS-STORE-IX
           MOVE 0 TO WS-ZIPREF-COUNT
           OPEN INPUT ZIP-REFERENCE-FILE
           IF WS-ZIPREF-STATUS NOT = "00"
              CLOSE ZIP-REFERENCE-FILE
              GO TO 6000-EXIT
           END-IF
           PERFORM UNTIL WS-ZIPREF-STATUS NOT = "00"
              READ ZIP-REFERENCE-FILE
                 AT END MOVE "10" TO WS-ZIPREF-STATUS
                 NOT AT END
                    ADD 1 TO WS-ST-READ(WS-STORE-IX)
                    IF WS-ZIPREF-COUNT < 999
                       ADD 1 TO WS-ZIPREF-COUNT
                       SET WS-ZR-IX TO WS-ZIPREF-COUNT
                       MOVE ZIPREF-ZIP   TO WS-ZR-ZIP(WS-ZR-IX)
                       MOVE ZIPREF-STATE TO WS-ZR-STATE(WS-ZR-IX)
                       MOVE 'N'          TO WS-ZR-DROP(WS-ZR-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ZIP-REFERENCE-FILE

           PERFORM 6100-RECODE-ZIP
              THRU 6100-EXIT
              VARYING WS-RC-IX FROM 1 BY 1
              UNTIL WS-RC-IX > WS-RECODE-COUNT

           IF WS-ZIPREF-CHANGED = 'N'
              GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT ZIP-REFERENCE-FILE
           PERFORM VARYING WS-ZR-IX FROM 1 BY 1
                   UNTIL WS-ZR-IX > WS-ZIPREF-COUNT
              IF WS-ZR-DROP(WS-ZR-IX) = 'N'
                 MOVE WS-ZR-ZIP(WS-ZR-IX)   TO ZIPREF-ZIP
                 MOVE WS-ZR-STATE(WS-ZR-IX) TO ZIPREF-STATE
                 WRITE ZIPREF-RECORD
              END-IF
           END-PERFORM
           CLOSE ZIP-REFERENCE-FILE
           .
       6000-EXIT.
           EXIT.

       6100-RECODE-ZIP.
           IF WS-RC-OLD(WS-RC-IX)(1:5) NOT NUMERIC
              OR WS-RC-OLD(WS-RC-IX)(6:3) NOT = SPACES
              OR WS-RC-NEW(WS-RC-IX)(1:5) NOT NUMERIC
              OR WS-RC-NEW(WS-RC-IX)(6:3) NOT = SPACES
              GO TO 6100-EXIT
           END-IF
           MOVE WS-RC-OLD(WS-RC-IX)(1:5) TO WS-ZIP-OLD
           MOVE WS-RC-NEW(WS-RC-IX)(1:5) TO WS-ZIP-NEW

           MOVE 'N' TO WS-ZR-OLD-FOUND
           PERFORM VARYING WS-ZR-IX FROM 1 BY 1
                   UNTIL WS-ZR-IX > WS-ZIPREF-COUNT
              IF WS-ZR-ZIP(WS-ZR-IX) = WS-ZIP-OLD
                 MOVE 'Y' TO WS-ZR-OLD-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-ZR-OLD-FOUND = 'N'
              GO TO 6100-EXIT
           END-IF

           MOVE WS-STORE-NAME(WS-STORE-IX) TO RDL-STORE
           MOVE 0                   TO RDL-KEY
           MOVE WS-RC-OLD(WS-RC-IX) TO RDL-OLD
           MOVE WS-RC-NEW(WS-RC-IX) TO RDL-NEW

           MOVE 'N' TO WS-ZR-NEW-FOUND
           PERFORM VARYING WS-ZR-NEW-IX FROM 1 BY 1
                   UNTIL WS-ZR-NEW-IX > WS-ZIPREF-COUNT
              IF WS-ZR-ZIP(WS-ZR-NEW-IX) = WS-ZIP-NEW
                 AND WS-ZR-DROP(WS-ZR-NEW-IX) = 'N'
                 MOVE 'Y' TO WS-ZR-NEW-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-ZR-NEW-FOUND = 'Y'
                   AND WS-ZR-STATE(WS-ZR-NEW-IX)
                       NOT = WS-ZR-STATE(WS-ZR-IX)
                 ADD 1 TO WS-ST-AMBIGUOUS(WS-STORE-IX)
                 MOVE 'AMBIGUOUS - NEW ZIP OTHER STATE'
                   TO RDL-RESULT
                 PERFORM 8900-WRITE-DETAIL
                    THRU 8900-EXIT
                 GO TO 6100-EXIT
              WHEN WS-ZR-NEW-FOUND = 'N'
                   AND WS-ZIPREF-COUNT NOT < 999
                 ADD 1 TO WS-ST-AMBIGUOUS(WS-STORE-IX)
                 MOVE 'AMBIGUOUS - ZIPSTATE TABLE FULL'
                   TO RDL-RESULT
                 PERFORM 8900-WRITE-DETAIL
                    THRU 8900-EXIT
                 GO TO 6100-EXIT
              WHEN WS-ZR-NEW-FOUND = 'N'
                 ADD 1 TO WS-ZIPREF-COUNT
                 SET WS-ZR-NEW-IX TO WS-ZIPREF-COUNT
                 MOVE WS-ZIP-NEW TO WS-ZR-ZIP(WS-ZR-NEW-IX)
                 MOVE WS-ZR-STATE(WS-ZR-IX)
                   TO WS-ZR-STATE(WS-ZR-NEW-IX)
                 MOVE 'N' TO WS-ZR-DROP(WS-ZR-NEW-IX)
                 MOVE 'Y' TO WS-ZIPREF-CHANGED
                 ADD 1 TO WS-ST-CHANGED(WS-STORE-IX)
                 MOVE 'NEW ZIP ADDED' TO RDL-RESULT
                 PERFORM 8900-WRITE-DETAIL
                    THRU 8900-EXIT
           END-EVALUATE

           IF WS-RC-SPLIT(WS-RC-IX) = 'N'
              AND WS-ZR-DROP(WS-ZR-IX) = 'N'
              MOVE 'Y' TO WS-ZR-DROP(WS-ZR-IX)
              MOVE 'Y' TO WS-ZIPREF-CHANGED
              ADD 1 TO WS-ST-CHANGED(WS-STORE-IX)
              MOVE 'OLD ZIP REMOVED' TO RDL-RESULT
              PERFORM 8900-WRITE-DETAIL
                 THRU 8900-EXIT
           END-IF
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PERILACC re-run over the districts either side of every       *
      * recode, then PERILSEL.DAT emptied so the scheduled run is     *
      * unrestricted.                                                 *
      *----------------------------------------------------------------*
       7000-RERUN-PERILACC.
           MOVE 0 TO WS-DISTRICT-COUNT
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RECODE-COUNT
              MOVE WS-RC-OLD(WS-RC-IX) TO WS-DISTRICT-WORK
              PERFORM 7100-ADD-DISTRICT
                 THRU 7100-EXIT
              MOVE WS-RC-NEW(WS-RC-IX) TO WS-DISTRICT-WORK
              PERFORM 7100-ADD-DISTRICT
                 THRU 7100-EXIT
           END-PERFORM

           OPEN OUTPUT DISTRICT-SELECTION
           IF WS-DISTRICT-OVERFLOW = 'N'
              PERFORM VARYING WS-DS-IX FROM 1 BY 1
                      UNTIL WS-DS-IX > WS-DISTRICT-COUNT
                 MOVE WS-DISTRICT(WS-DS-IX) TO SEL-DISTRICT
                 WRITE SELECTION-RECORD
              END-PERFORM
           END-IF
           CLOSE DISTRICT-SELECTION

           CALL 'PERILACC'
           MOVE RETURN-CODE TO WS-PERILACC-RC

           OPEN OUTPUT DISTRICT-SELECTION
           CLOSE DISTRICT-SELECTION

           IF WS-DISTRICT-OVERFLOW = 'Y'
              MOVE RECODE-PERIL-ALL-LINE TO REPORT-LINE
           ELSE
              MOVE WS-DISTRICT-COUNT TO RPL-DISTRICTS
              MOVE WS-PERILACC-RC    TO RPL-RC
              MOVE RECODE-PERIL-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .
       7000-EXIT.
           EXIT.

       7100-ADD-DISTRICT.
           MOVE 'N' TO WS-DISTRICT-FOUND
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                   UNTIL WS-DS-IX > WS-DISTRICT-COUNT
              IF WS-DISTRICT(WS-DS-IX) = WS-DISTRICT-WORK
                 MOVE 'Y' TO WS-DISTRICT-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-DISTRICT-FOUND = 'Y'
              GO TO 7100-EXIT
           END-IF
           IF WS-DISTRICT-COUNT NOT < 200
              MOVE 'Y' TO WS-DISTRICT-OVERFLOW
              GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-DISTRICT-COUNT
           MOVE WS-DISTRICT-WORK TO WS-DISTRICT(WS-DISTRICT-COUNT)
           .
       7100-EXIT.
           EXIT.

       7500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RECODE-STORE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-STORE-IX FROM 1 BY 1
                   UNTIL WS-STORE-IX > 5
              MOVE WS-STORE-NAME(WS-STORE-IX)   TO RSL-STORE
              MOVE WS-ST-READ(WS-STORE-IX)      TO RSL-READ
              MOVE WS-ST-CHANGED(WS-STORE-IX)   TO RSL-CHANGED
              MOVE WS-ST-AMBIGUOUS(WS-STORE-IX) TO RSL-AMBIGUOUS
              ADD WS-ST-AMBIGUOUS(WS-STORE-IX)  TO WS-TOTAL-AMBIGUOUS
              MOVE RECODE-STORE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-RECODE-LINES   TO RSM-LINES
           MOVE WS-RECODE-COUNT   TO RSM-ACCEPTED
           MOVE WS-REJECTED-COUNT TO RSM-REFUSED
           MOVE RECODE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Shared by the three tables: resolve the fetched code and      *
      * house number, report an ambiguous address, and leave the      *
      * new code in WS-HV-NEW-CODE when there is one.                 *
      *----------------------------------------------------------------*
       8100-CHECK-ROW.
           ADD 1 TO WS-ST-READ(WS-STORE-IX)
           MOVE WS-HV-POSTCODE TO WS-LOOK-CODE
           PERFORM 8600-GET-HOUSE-NUMBER
              THRU 8600-EXIT
           PERFORM 8500-RESOLVE-CODE
              THRU 8500-EXIT
           IF RESOLVE-NONE
              GO TO 8100-EXIT
           END-IF
           MOVE WS-STORE-NAME(WS-STORE-IX) TO RDL-STORE
           MOVE WS-HV-KEY-NUM  TO RDL-KEY
           MOVE WS-HV-POSTCODE TO RDL-OLD
           IF RESOLVE-AMBIGUOUS
              ADD 1 TO WS-ST-AMBIGUOUS(WS-STORE-IX)
              MOVE SPACES              TO RDL-NEW
              MOVE WS-AMBIGUOUS-REASON TO RDL-RESULT
              PERFORM 8900-WRITE-DETAIL
                 THRU 8900-EXIT
              GO TO 8100-EXIT
           END-IF
           MOVE WS-RESOLVED-CODE TO WS-HV-NEW-CODE
           MOVE WS-RESOLVED-CODE TO RDL-NEW
           .
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The old code is part of the WHERE, so a row someone else      *
      * moved since the fetch is left alone and reported.             *
      *----------------------------------------------------------------*
       8200-CHECK-UPDATE.
           IF SQLCODE = 100
              MOVE 'CHANGED IN RUN' TO RDL-RESULT
              PERFORM 8900-WRITE-DETAIL
                 THRU 8900-EXIT
              GO TO 8200-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY '8200-CHECK-UPDATE:' RDL-STORE
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           ADD 1 TO WS-ST-CHANGED(WS-STORE-IX)
           MOVE 'RECODED' TO RDL-RESULT
           PERFORM 8900-WRITE-DETAIL
              THRU 8900-EXIT
           .
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A house-number range that takes the number wins; failing      *
      * that the old code's whole-district recode applies. No house   *
      * number against a split code, overlapping ranges, or a         *
      * number no line covers leaves the address ambiguous.           *
      *----------------------------------------------------------------*
       8500-RESOLVE-CODE.
           MOVE 'N'    TO WS-RESOLVE-RESULT
           MOVE SPACES TO WS-RESOLVED-CODE
           MOVE SPACES TO WS-AMBIGUOUS-REASON
           MOVE SPACES TO WS-RANGE-NEW
           MOVE SPACES TO WS-WHOLE-NEW
           MOVE 0      TO WS-RANGE-HITS
           MOVE 0      TO WS-WHOLE-HITS
           MOVE 0      TO WS-RANGED-ENTRIES
           MOVE 'N'    TO WS-RANGE-MULTI
           MOVE 'N'    TO WS-WHOLE-MULTI

           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RECODE-COUNT
              IF WS-RC-OLD(WS-RC-IX) = WS-LOOK-CODE
                 IF WS-RC-FROM(WS-RC-IX) = 0
                    IF WS-WHOLE-HITS > 0
                       AND WS-WHOLE-NEW NOT = WS-RC-NEW(WS-RC-IX)
                       MOVE 'Y' TO WS-WHOLE-MULTI
                    END-IF
                    ADD 1 TO WS-WHOLE-HITS
                    MOVE WS-RC-NEW(WS-RC-IX) TO WS-WHOLE-NEW
                 ELSE
                    ADD 1 TO WS-RANGED-ENTRIES
                    IF WS-LOOK-NUM-FOUND = 'Y'
                       AND WS-LOOK-NUM >= WS-RC-FROM(WS-RC-IX)
                       AND WS-LOOK-NUM <= WS-RC-TO(WS-RC-IX)
                       IF WS-RANGE-HITS > 0
                          AND WS-RANGE-NEW NOT = WS-RC-NEW(WS-RC-IX)
                          MOVE 'Y' TO WS-RANGE-MULTI
                       END-IF
                       ADD 1 TO WS-RANGE-HITS
                       MOVE WS-RC-NEW(WS-RC-IX) TO WS-RANGE-NEW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-WHOLE-HITS = 0 AND WS-RANGED-ENTRIES = 0
                 CONTINUE
              WHEN WS-RANGE-HITS > 0 AND WS-RANGE-MULTI = 'Y'
                 MOVE 'A' TO WS-RESOLVE-RESULT
                 MOVE 'AMBIGUOUS - RANGES OVERLAP'
                   TO WS-AMBIGUOUS-REASON
              WHEN WS-RANGE-HITS > 0
                 MOVE 'R' TO WS-RESOLVE-RESULT
                 MOVE WS-RANGE-NEW TO WS-RESOLVED-CODE
              WHEN WS-RANGED-ENTRIES > 0 AND WS-LOOK-NUM-FOUND = 'N'
                 MOVE 'A' TO WS-RESOLVE-RESULT
                 MOVE 'AMBIGUOUS - NO HOUSE NUMBER'
                   TO WS-AMBIGUOUS-REASON
              WHEN WS-WHOLE-HITS = 0
                 MOVE 'A' TO WS-RESOLVE-RESULT
                 MOVE 'AMBIGUOUS - NUMBER NOT IN RANGE'
                   TO WS-AMBIGUOUS-REASON
              WHEN WS-WHOLE-MULTI = 'Y'
                 MOVE 'A' TO WS-RESOLVE-RESULT
                 MOVE 'AMBIGUOUS - SPLIT WITH NO RANGE'
                   TO WS-AMBIGUOUS-REASON
              WHEN OTHER
                 MOVE 'R' TO WS-RESOLVE-RESULT
                 MOVE WS-WHOLE-NEW TO WS-RESOLVED-CODE
           END-EVALUATE
           .
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * House number: the first run of up to four digits after any    *
      * leading spaces. A longer run is not a house number.           *
      *----------------------------------------------------------------*
       8600-GET-HOUSE-NUMBER.
           MOVE 0   TO WS-LOOK-NUM
           MOVE 0   TO WS-ADDR-DIGITS
           MOVE 'N' TO WS-LOOK-NUM-FOUND
           PERFORM VARYING WS-ADDR-POS FROM 1 BY 1
                   UNTIL WS-ADDR-POS > 50
                      OR WS-ADDR-TEXT(WS-ADDR-POS:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           PERFORM VARYING WS-ADDR-POS FROM WS-ADDR-POS BY 1
                   UNTIL WS-ADDR-POS > 50
                      OR WS-ADDR-TEXT(WS-ADDR-POS:1) NOT NUMERIC
                      OR WS-ADDR-DIGITS = 4
              MOVE WS-ADDR-TEXT(WS-ADDR-POS:1) TO WS-DIGIT
              COMPUTE WS-LOOK-NUM = WS-LOOK-NUM * 10 + WS-DIGIT
              ADD 1 TO WS-ADDR-DIGITS
           END-PERFORM
           IF WS-ADDR-DIGITS = 0
              GO TO 8600-EXIT
           END-IF
           IF WS-ADDR-POS <= 50
              IF WS-ADDR-TEXT(WS-ADDR-POS:1) NUMERIC
                 MOVE 0 TO WS-LOOK-NUM
                 GO TO 8600-EXIT
              END-IF
           END-IF
           MOVE 'Y' TO WS-LOOK-NUM-FOUND
           .
       8600-EXIT.
           EXIT.

       8900-WRITE-DETAIL.
           MOVE RECODE-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8900-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE CUSTOMER-FILE.
           CLOSE MAINT-FILE.
           CLOSE RECODE-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECTED-COUNT > 0 OR WS-TOTAL-AMBIGUOUS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
