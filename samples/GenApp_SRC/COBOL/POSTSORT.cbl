      ******************************************************************
      *                                                                *
      *          Postal Presort and Postage Manifest                   *
      *                                                                *
      *   Takes LETTDISP's POSTOUT.PRT, where posted letters stand in *
      *   request order each headed by its ROUTE line, and puts them  *
      *   into the carrier's delivery sequence so the bulk presort    *
      *   discount can be claimed:                                    *
      *                                                                *
      *     - each letter's postcode is taken from the CUSTOMER row   *
      *       and checked for format (outward code A9, A99, AA9,      *
      *       A9A, AA99 or AA9A, a space, inward code 9AA); a letter  *
      *       that fails, or whose customer or postcode cannot be     *
      *       found, is held back - its text goes to POSTHELD.PRT,    *
      *       ROUTE line and all, for feeding again once the address  *
      *       is put right, and it is listed on POSTEXC.RPT           *
      *     - the postal zone is the postcode area; a zone with at    *
      *       least the presort minimum of letters goes at the        *
      *       PRESORT rate, the residue at the FIRST class rate       *
      *     - letters are sorted by service class, then area,         *
      *       district, sector and unit, and written to PRESORT.PRT   *
      *       without their ROUTE lines, in trays of at most the      *
      *       tray capacity; a PRESORT tray holds one zone only,      *
      *       FIRST class residue is trayed mixed. Each tray opens    *
      *       with a label line for the print room                    *
      *     - POSTMANF.RPT is the dispatch manifest: items and        *
      *       postage per zone and service class, trays and postage   *
      *       per class, and the total due                            *
      *                                                                *
      *   Rates per item come from the optional tariff POSTRATE.DAT   *
      *   (service class X(8), rate 9(3)v99, one per line); a class   *
      *   not on it keeps the standing rate held below.               *
      *                                                                *
      *   RC 4 when letters were held back, RC 8 on a database or     *
      *   file error.                                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTSORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-FILE
               ASSIGN TO "POSTOUT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK".

           SELECT PRESORT-FILE
               ASSIGN TO "PRESORT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-FILE
               ASSIGN TO "POSTHELD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "POSTEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANIFEST-REPORT
               ASSIGN TO "POSTMANF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO "POSTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout LETTDISP writes.
       FD  POST-FILE.
       01  POST-LINE                   PIC X(80).

      * One letter line, keyed into delivery sequence.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CLASS-CODE           PIC 9(1).
           05 SRT-AREA                 PIC X(2).
           05 SRT-DISTRICT             PIC 9(2).
           05 SRT-DISTRICT-SUFFIX      PIC X(1).
           05 SRT-SECTOR               PIC X(1).
           05 SRT-UNIT                 PIC X(2).
           05 SRT-LETTER-SEQ           PIC 9(6).
           05 SRT-LINE-SEQ             PIC 9(5).
           05 SRT-ZONE-IX              PIC 9(3).
           05 SRT-TEXT                 PIC X(80).

       FD  PRESORT-FILE.
       01  PRESORT-LINE                PIC X(80).

       FD  HELD-FILE.
       01  HELD-LINE                   PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE              PIC X(80).

       FD  MANIFEST-REPORT.
       01  MANIFEST-LINE               PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 PRT-CLASS                PIC X(8).
           05 FILLER                   PIC X.
           05 PRT-RATE                 PIC 9(3)V99.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-POST-STATUS              PIC XX VALUE SPACES.
       01  WS-RATE-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-SORT-EOF                 PIC X  VALUE 'N'.

      * Carrier terms: fewest letters a zone needs to go presort,
      * and most letters to a tray.
       01  WS-PRESORT-MINIMUM          PIC 9(5) VALUE 25.
       01  WS-TRAY-CAPACITY            PIC 9(5) VALUE 250.

      * The ROUTE line as LETTGEN writes it.
       01  WS-ROUTE-LINE.
           05 FILLER                   PIC X(7).
           05 WRT-CHANNEL              PIC X(5).
           05 FILLER                   PIC X.
           05 WRT-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X.
           05 WRT-LETTER-TYPE          PIC X(8).

      * Customer lookup.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POSTCODE                 PIC X(8).
       01  WS-POSTCODE-IND             PIC S9(4) USAGE COMP.

      * Service classes: standing rates, overridden from the tariff
      * file, and the run's totals per class.
       01  WS-PRESORT-IX               PIC 9(2) VALUE 1.
       01  WS-FIRST-IX                 PIC 9(2) VALUE 2.
       01  WS-CLASS-IX                 PIC 9(2) VALUE 0.
       01  WS-CLASS-DEFAULTS.
           05 FILLER                   PIC X(8)  VALUE 'PRESORT '.
           05 FILLER                   PIC 9(3)V99 VALUE 0.55.
           05 FILLER                   PIC X(8)  VALUE 'FIRST   '.
           05 FILLER                   PIC 9(3)V99 VALUE 0.85.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-DEFAULTS.
           05 WS-CLASS-ENTRY OCCURS 2 TIMES.
              10 WS-CL-NAME            PIC X(8).
              10 WS-CL-RATE            PIC 9(3)V99.
       01  WS-CLASS-TOTALS.
           05 WS-CLASS-TOTAL OCCURS 2 TIMES.
              10 WS-CL-ITEMS           PIC 9(7).
              10 WS-CL-TRAYS           PIC 9(5).
              10 WS-CL-POSTAGE         PIC 9(7)V99.

      * Postal zones met in the run, in the order first read.
       01  WS-ZONE-COUNT               PIC 9(3) VALUE 0.
       01  WS-ZONE-TABLE.
           05 WS-ZONE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-ZN-IX.
              10 WS-ZN-AREA            PIC X(2).
              10 WS-ZN-ITEMS           PIC 9(7).
              10 WS-ZN-CLASS-IX        PIC 9(2).
       01  WS-ZONE-MATCH               PIC 9(3) VALUE 0.

      * Zones in delivery sequence, as the sort hands them back.
       01  WS-ORDER-COUNT              PIC 9(3) VALUE 0.
       01  WS-ORDER-IX                 PIC 9(3) VALUE 0.
       01  WS-ORDER-TABLE.
           05 WS-ORDER-ZONE OCCURS 200 TIMES PIC 9(3).

      * Every letter in POSTOUT.PRT, by its place in the file: held
      * back or not, and where it sorts.
       01  WS-LETTER-COUNT             PIC 9(6) VALUE 0.
       01  WS-LETTER-LIMIT             PIC 9(6) VALUE 20000.
       01  WS-LETTER-TABLE.
           05 WS-LETTER-ENTRY OCCURS 20000 TIMES.
              10 WS-LT-HELD            PIC X(1).
              10 WS-LT-ZONE-IX         PIC 9(3).
              10 WS-LT-DISTRICT        PIC 9(2).
              10 WS-LT-SUFFIX          PIC X(1).
              10 WS-LT-SECTOR          PIC X(1).
              10 WS-LT-UNIT            PIC X(2).
       01  WS-LETTER-SEQ               PIC 9(6) VALUE 0.
       01  WS-LINE-SEQ                 PIC 9(5) VALUE 0.
       01  WS-IN-LETTER                PIC X    VALUE 'N'.
       01  WS-HELD-COUNT               PIC 9(6) VALUE 0.
       01  WS-HOLD-REASON              PIC X(24) VALUE SPACES.

      * Postcode format check work area.
       01  WS-PC-WORK                  PIC X(8) VALUE SPACES.
       01  WS-PC-VALID                 PIC X    VALUE 'N'.
       01  WS-PC-LEN                   PIC 9(2) VALUE 0.
       01  WS-PC-OUT-LEN               PIC 9(2) VALUE 0.
       01  WS-PC-POS                   PIC 9(2) VALUE 0.
       01  WS-PC-CHAR                  PIC X(1) VALUE SPACE.
       01  WS-PC-CLASS                 PIC X(1) VALUE SPACE.
       01  WS-PC-MASK                  PIC X(4) VALUE SPACES.
           88 PC-OUTWARD-VALID     VALUE 'A9  ' 'A99 ' 'AA9 '
                                         'A9A ' 'AA99' 'AA9A'.
       01  WS-PC-INWARD-MASK           PIC X(3) VALUE SPACES.
       01  WS-PC-AREA-LEN              PIC 9(1) VALUE 0.
       01  WS-PC-DIGITS                PIC 9(1) VALUE 0.
       01  WS-PC-AREA                  PIC X(2) VALUE SPACES.
       01  WS-PC-DISTRICT              PIC 9(2) VALUE 0.
       01  WS-PC-SUFFIX                PIC X(1) VALUE SPACE.
       01  WS-PC-SECTOR                PIC X(1) VALUE SPACE.
       01  WS-PC-UNIT                  PIC X(2) VALUE SPACES.

      * Tray state while the sorted letters are written.
       01  WS-TRAY-NUMBER              PIC 9(4) VALUE 0.
       01  WS-TRAY-ITEMS               PIC 9(5) VALUE 0.
       01  WS-TRAY-CLASS               PIC 9(1) VALUE 0.
       01  WS-TRAY-ZONE-IX             PIC 9(3) VALUE 0.
       01  WS-PREV-LETTER-SEQ          PIC 9(6) VALUE 0.
       01  WS-NEW-TRAY                 PIC X    VALUE 'N'.
       01  WS-POSTAGE                  PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-ITEMS              PIC 9(7) VALUE 0.
       01  WS-TOTAL-TRAYS              PIC 9(5) VALUE 0.
       01  WS-TOTAL-POSTAGE            PIC 9(7)V99 VALUE 0.

       01  TRAY-LABEL-LINE.
           05 FILLER                   PIC X(9)  VALUE '*** TRAY '.
           05 TLL-TRAY                 PIC 9(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 TLL-CLASS                PIC X(8).
           05 FILLER                   PIC X(7)  VALUE '  ZONE '.
           05 TLL-ZONE                 PIC X(5).
           05 FILLER                   PIC X(4)  VALUE ' ***'.

       01  EXCEPTION-TITLE-LINE.
           05 FILLER                   PIC X(34)
                         VALUE 'POSTAL EXCEPTIONS - LETTERS HELD'.
           05 ETL-DATE                 PIC 9(8).
       01  EXCEPTION-HEADER-LINE       PIC X(60) VALUE
               'CUSTOMER   LETTER   POSTCODE REASON'.
       01  EXCEPTION-DETAIL-LINE.
           05 EDL-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-LETTER-TYPE          PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-POSTCODE             PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-REASON               PIC X(24).

       01  MANIFEST-TITLE-LINE.
           05 FILLER                   PIC X(34)
                         VALUE 'POSTAGE MANIFEST - DISPATCH OF'.
           05 MTL-DATE                 PIC 9(8).
       01  MANIFEST-HEADER-LINE        PIC X(60) VALUE
               'ZONE CLASS      ITEMS    RATE       POSTAGE'.
       01  MANIFEST-ZONE-LINE.
           05 MZL-ZONE                 PIC X(2).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 MZL-CLASS                PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MZL-ITEMS                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 MZL-RATE                 PIC ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 MZL-POSTAGE              PIC Z,ZZZ,ZZ9.99.
       01  MANIFEST-CLASS-LINE.
           05 FILLER                   PIC X(6)  VALUE 'TOTAL '.
           05 MCL-CLASS                PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 MCL-ITEMS                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  TRAYS '.
           05 MCL-TRAYS                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  POSTAGE '.
           05 MCL-POSTAGE              PIC Z,ZZZ,ZZ9.99.
       01  MANIFEST-TOTAL-LINE.
           05 FILLER                   PIC X(15)
                                        VALUE 'TOTAL DUE      '.
           05 MTT-ITEMS                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  TRAYS '.
           05 MTT-TRAYS                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  POSTAGE '.
           05 MTT-POSTAGE              PIC Z,ZZZ,ZZ9.99.
       01  MANIFEST-HELD-LINE.
           05 FILLER                   PIC X(24)
                                   VALUE 'LETTERS HELD, NOT SENT: '.
           05 MHL-HELD                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 2000-SCAN-LETTERS
              THRU 2000-EXIT
           PERFORM 2500-ASSIGN-CLASSES
              THRU 2500-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SRT-CLASS-CODE
                                SRT-AREA
                                SRT-DISTRICT
                                SRT-DISTRICT-SUFFIX
                                SRT-SECTOR
                                SRT-UNIT
                                SRT-LETTER-SEQ
                                SRT-LINE-SEQ
               INPUT PROCEDURE IS 3000-RELEASE-LETTERS
                               THRU 3000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-TRAYS
                               THRU 4000-EXIT

           PERFORM 7000-PRINT-MANIFEST
              THRU 7000-EXIT
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
           INITIALIZE WS-CLASS-TOTALS
           PERFORM 1100-LOAD-RATES
              THRU 1100-EXIT

           OPEN OUTPUT HELD-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           OPEN OUTPUT MANIFEST-REPORT
           OPEN OUTPUT PRESORT-FILE
           MOVE WS-RUN-DATE TO ETL-DATE
           MOVE EXCEPTION-TITLE-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE EXCEPTION-HEADER-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A tariff line for a class the run does not know is ignored.  *
      *----------------------------------------------------------------*
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
              PERFORM UNTIL WS-RATE-STATUS NOT = "00"
                 READ RATE-FILE
                    AT END MOVE "10" TO WS-RATE-STATUS
                    NOT AT END
                       IF PRT-RATE IS NUMERIC
                          PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                                  UNTIL WS-CLASS-IX > 2
                             IF WS-CL-NAME(WS-CLASS-IX) = PRT-CLASS
                                MOVE PRT-RATE
                                  TO WS-CL-RATE(WS-CLASS-IX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RATE-FILE
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * First pass: find every letter's postcode, hold back the ones  *
      * that cannot be mailed, and count the rest into their zones.   *
      *----------------------------------------------------------------*
       2000-SCAN-LETTERS.
           OPEN INPUT POST-FILE
           IF WS-POST-STATUS NOT = "00"
              DISPLAY '2000-SCAN-LETTERS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-POST-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-POST-STATUS NOT = "00"
              READ POST-FILE
                 AT END MOVE "10" TO WS-POST-STATUS
                 NOT AT END
                    IF POST-LINE(1:7) = 'ROUTE: '
                       PERFORM 2100-CHECK-ONE-LETTER
                          THRU 2100-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE POST-FILE
           .
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-LETTER.
           MOVE POST-LINE TO WS-ROUTE-LINE
           IF WS-LETTER-COUNT >= WS-LETTER-LIMIT
              MOVE SPACES TO WS-POSTCODE
              MOVE 'RUN CAPACITY REACHED' TO WS-HOLD-REASON
              PERFORM 2300-LIST-EXCEPTION
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           MOVE 'Y' TO WS-LT-HELD(WS-LETTER-COUNT)

           MOVE WRT-CUSTOMER TO WS-CUSTOMER-NUM
           MOVE SPACES TO WS-POSTCODE
           EXEC SQL
               SELECT POSTCODE
                 INTO :WS-POSTCODE :WS-POSTCODE-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE = 100
              MOVE 'CUSTOMER NOT FOUND' TO WS-HOLD-REASON
              PERFORM 2300-LIST-EXCEPTION
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CUSTOMER SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-POSTCODE-IND < 0 OR WS-POSTCODE = SPACES
              MOVE SPACES TO WS-POSTCODE
              MOVE 'NO POSTCODE ON FILE' TO WS-HOLD-REASON
              PERFORM 2300-LIST-EXCEPTION
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF

           PERFORM 6000-CHECK-POSTCODE
              THRU 6000-EXIT
           IF WS-PC-VALID NOT = 'Y'
              MOVE 'POSTCODE FORMAT INVALID' TO WS-HOLD-REASON
              PERFORM 2300-LIST-EXCEPTION
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-ZONE
              THRU 2200-EXIT
           IF WS-ZONE-MATCH = 0
              MOVE 'ZONE TABLE FULL' TO WS-HOLD-REASON
              PERFORM 2300-LIST-EXCEPTION
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ZN-ITEMS(WS-ZONE-MATCH)
           MOVE 'N'            TO WS-LT-HELD(WS-LETTER-COUNT)
           MOVE WS-ZONE-MATCH  TO WS-LT-ZONE-IX(WS-LETTER-COUNT)
           MOVE WS-PC-DISTRICT TO WS-LT-DISTRICT(WS-LETTER-COUNT)
           MOVE WS-PC-SUFFIX   TO WS-LT-SUFFIX(WS-LETTER-COUNT)
           MOVE WS-PC-SECTOR   TO WS-LT-SECTOR(WS-LETTER-COUNT)
           MOVE WS-PC-UNIT     TO WS-LT-UNIT(WS-LETTER-COUNT)
           .
       2100-EXIT.
           EXIT.

       2200-FIND-ZONE.
           MOVE 0 TO WS-ZONE-MATCH
           PERFORM VARYING WS-ZN-IX FROM 1 BY 1
                   UNTIL WS-ZN-IX > WS-ZONE-COUNT
              IF WS-ZN-AREA(WS-ZN-IX) = WS-PC-AREA
                 SET WS-ZONE-MATCH TO WS-ZN-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-ZONE-MATCH = 0 AND WS-ZONE-COUNT < 200
              ADD 1 TO WS-ZONE-COUNT
              MOVE WS-ZONE-COUNT TO WS-ZONE-MATCH
              MOVE WS-PC-AREA TO WS-ZN-AREA(WS-ZONE-MATCH)
              MOVE 0          TO WS-ZN-ITEMS(WS-ZONE-MATCH)
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-LIST-EXCEPTION.
           ADD 1 TO WS-HELD-COUNT
           MOVE WRT-CUSTOMER    TO EDL-CUSTOMER
           MOVE WRT-LETTER-TYPE TO EDL-LETTER-TYPE
           MOVE WS-POSTCODE     TO EDL-POSTCODE
           MOVE WS-HOLD-REASON  TO EDL-REASON
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A zone qualifies for presort on its own volume; below the     *
      * minimum its letters are residue at the full rate.             *
      *----------------------------------------------------------------*
       2500-ASSIGN-CLASSES.
           PERFORM VARYING WS-ZN-IX FROM 1 BY 1
                   UNTIL WS-ZN-IX > WS-ZONE-COUNT
              IF WS-ZN-ITEMS(WS-ZN-IX) >= WS-PRESORT-MINIMUM
                 MOVE WS-PRESORT-IX TO WS-ZN-CLASS-IX(WS-ZN-IX)
              ELSE
                 MOVE WS-FIRST-IX   TO WS-ZN-CLASS-IX(WS-ZN-IX)
              END-IF
           END-PERFORM
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Second pass, the sort's input: every line of a mailable       *
      * letter is released under its delivery-sequence key; a held    *
      * letter is copied whole to POSTHELD.PRT instead. A letter      *
      * past the run capacity has no table entry and is held too.     *
      *----------------------------------------------------------------*
       3000-RELEASE-LETTERS.
           OPEN INPUT POST-FILE
           PERFORM UNTIL WS-POST-STATUS NOT = "00"
              READ POST-FILE
                 AT END MOVE "10" TO WS-POST-STATUS
                 NOT AT END
                    PERFORM 3100-RELEASE-ONE-LINE
                       THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE POST-FILE
           .
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-LINE.
           IF POST-LINE(1:7) = 'ROUTE: '
              ADD 1 TO WS-LETTER-SEQ
              MOVE 0   TO WS-LINE-SEQ
              MOVE 'Y' TO WS-IN-LETTER
              IF WS-LETTER-SEQ > WS-LETTER-COUNT
                 OR WS-LT-HELD(WS-LETTER-SEQ) = 'Y'
                 MOVE POST-LINE TO HELD-LINE
                 WRITE HELD-LINE
              END-IF
              GO TO 3100-EXIT
           END-IF
           IF WS-IN-LETTER NOT = 'Y'
              GO TO 3100-EXIT
           END-IF
           IF POST-LINE = ALL '-'
              MOVE 'N' TO WS-IN-LETTER
           END-IF

           IF WS-LETTER-SEQ > WS-LETTER-COUNT
              OR WS-LT-HELD(WS-LETTER-SEQ) = 'Y'
              MOVE POST-LINE TO HELD-LINE
              WRITE HELD-LINE
              GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-LINE-SEQ
           MOVE WS-LT-ZONE-IX(WS-LETTER-SEQ) TO SRT-ZONE-IX
           MOVE WS-ZN-CLASS-IX(SRT-ZONE-IX)  TO SRT-CLASS-CODE
           MOVE WS-ZN-AREA(SRT-ZONE-IX)      TO SRT-AREA
           MOVE WS-LT-DISTRICT(WS-LETTER-SEQ) TO SRT-DISTRICT
           MOVE WS-LT-SUFFIX(WS-LETTER-SEQ)  TO SRT-DISTRICT-SUFFIX
           MOVE WS-LT-SECTOR(WS-LETTER-SEQ)  TO SRT-SECTOR
           MOVE WS-LT-UNIT(WS-LETTER-SEQ)    TO SRT-UNIT
           MOVE WS-LETTER-SEQ                TO SRT-LETTER-SEQ
           MOVE WS-LINE-SEQ                  TO SRT-LINE-SEQ
           MOVE POST-LINE                    TO SRT-TEXT
           RELEASE SORT-RECORD
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The sort's output: letters in delivery sequence into trays.   *
      * A new tray starts at a change of class, at a change of zone   *
      * within PRESORT, or when the tray is full.                     *
      *----------------------------------------------------------------*
       4000-WRITE-TRAYS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN SORT-WORK
                 AT END MOVE 'Y' TO WS-SORT-EOF
                 NOT AT END
                    PERFORM 4100-WRITE-ONE-LINE
                       THRU 4100-EXIT
              END-RETURN
           END-PERFORM
           .
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-LINE.
           IF SRT-LETTER-SEQ NOT = WS-PREV-LETTER-SEQ
              MOVE SRT-LETTER-SEQ TO WS-PREV-LETTER-SEQ
              PERFORM 4200-START-ITEM
                 THRU 4200-EXIT
           END-IF
           MOVE SRT-TEXT TO PRESORT-LINE
           WRITE PRESORT-LINE
           .
       4100-EXIT.
           EXIT.

       4200-START-ITEM.
           MOVE 'N' TO WS-NEW-TRAY
           IF WS-TRAY-NUMBER = 0
              OR SRT-CLASS-CODE NOT = WS-TRAY-CLASS
              OR WS-TRAY-ITEMS >= WS-TRAY-CAPACITY
              MOVE 'Y' TO WS-NEW-TRAY
           END-IF
           IF SRT-CLASS-CODE = WS-PRESORT-IX
              AND SRT-ZONE-IX NOT = WS-TRAY-ZONE-IX
              MOVE 'Y' TO WS-NEW-TRAY
           END-IF
           IF SRT-ZONE-IX NOT = WS-TRAY-ZONE-IX
              AND WS-ORDER-COUNT < 200
              ADD 1 TO WS-ORDER-COUNT
              MOVE SRT-ZONE-IX TO WS-ORDER-ZONE(WS-ORDER-COUNT)
           END-IF
           MOVE SRT-ZONE-IX TO WS-TRAY-ZONE-IX

           IF WS-NEW-TRAY = 'Y'
              ADD 1 TO WS-TRAY-NUMBER
              MOVE 0 TO WS-TRAY-ITEMS
              MOVE SRT-CLASS-CODE TO WS-TRAY-CLASS
              ADD 1 TO WS-CL-TRAYS(SRT-CLASS-CODE)
              MOVE WS-TRAY-NUMBER TO TLL-TRAY
              MOVE WS-CL-NAME(SRT-CLASS-CODE) TO TLL-CLASS
              IF SRT-CLASS-CODE = WS-PRESORT-IX
                 MOVE SRT-AREA TO TLL-ZONE
              ELSE
                 MOVE 'MIXED' TO TLL-ZONE
              END-IF
              MOVE TRAY-LABEL-LINE TO PRESORT-LINE
              WRITE PRESORT-LINE
           END-IF
           ADD 1 TO WS-TRAY-ITEMS
           ADD 1 TO WS-CL-ITEMS(SRT-CLASS-CODE)
           .
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Outward code A9, A99, AA9, A9A, AA99 or AA9A, one space, then *
      * inward code 9AA. Splits a good code into area (the zone),     *
      * district number and letter, sector and unit for the sort.     *
      *----------------------------------------------------------------*
       6000-CHECK-POSTCODE.
           MOVE 'N' TO WS-PC-VALID
           MOVE FUNCTION UPPER-CASE(WS-POSTCODE) TO WS-PC-WORK
           IF WS-PC-WORK(1:1) = SPACE
              GO TO 6000-EXIT
           END-IF
           MOVE 8 TO WS-PC-LEN
           PERFORM UNTIL WS-PC-LEN = 0
                      OR WS-PC-WORK(WS-PC-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-PC-LEN
           END-PERFORM
           IF WS-PC-LEN < 6
              GO TO 6000-EXIT
           END-IF
           IF WS-PC-WORK(WS-PC-LEN - 3:1) NOT = SPACE
              GO TO 6000-EXIT
           END-IF

           COMPUTE WS-PC-OUT-LEN = WS-PC-LEN - 4
           MOVE SPACES TO WS-PC-MASK
           PERFORM VARYING WS-PC-POS FROM 1 BY 1
                   UNTIL WS-PC-POS > WS-PC-OUT-LEN
              MOVE WS-PC-WORK(WS-PC-POS:1) TO WS-PC-CHAR
              PERFORM 6100-CLASSIFY-CHAR
                 THRU 6100-EXIT
              MOVE WS-PC-CLASS TO WS-PC-MASK(WS-PC-POS:1)
           END-PERFORM
           MOVE SPACES TO WS-PC-INWARD-MASK
           PERFORM VARYING WS-PC-POS FROM 1 BY 1
                   UNTIL WS-PC-POS > 3
              MOVE WS-PC-WORK(WS-PC-LEN - 3 + WS-PC-POS:1)
                TO WS-PC-CHAR
              PERFORM 6100-CLASSIFY-CHAR
                 THRU 6100-EXIT
              MOVE WS-PC-CLASS TO WS-PC-INWARD-MASK(WS-PC-POS:1)
           END-PERFORM
           IF NOT PC-OUTWARD-VALID OR WS-PC-INWARD-MASK NOT = '9AA'
              GO TO 6000-EXIT
           END-IF

           IF WS-PC-MASK(2:1) = '9'
              MOVE 1 TO WS-PC-AREA-LEN
           ELSE
              MOVE 2 TO WS-PC-AREA-LEN
           END-IF
           IF WS-PC-MASK(WS-PC-AREA-LEN + 2:1) = '9'
              MOVE 2 TO WS-PC-DIGITS
           ELSE
              MOVE 1 TO WS-PC-DIGITS
           END-IF
           MOVE SPACES TO WS-PC-AREA
           MOVE WS-PC-WORK(1:WS-PC-AREA-LEN) TO WS-PC-AREA
           MOVE FUNCTION NUMVAL
                (WS-PC-WORK(WS-PC-AREA-LEN + 1:WS-PC-DIGITS))
             TO WS-PC-DISTRICT
           MOVE SPACE TO WS-PC-SUFFIX
           IF WS-PC-AREA-LEN + WS-PC-DIGITS < WS-PC-OUT-LEN
              MOVE WS-PC-WORK(WS-PC-OUT-LEN:1) TO WS-PC-SUFFIX
           END-IF
           MOVE WS-PC-WORK(WS-PC-LEN - 2:1) TO WS-PC-SECTOR
           MOVE WS-PC-WORK(WS-PC-LEN - 1:2) TO WS-PC-UNIT
           MOVE 'Y' TO WS-PC-VALID
           .
       6000-EXIT.
           EXIT.

       6100-CLASSIFY-CHAR.
           EVALUATE TRUE
              WHEN WS-PC-CHAR IS NUMERIC
                 MOVE '9' TO WS-PC-CLASS
              WHEN WS-PC-CHAR IS ALPHABETIC-UPPER
                   AND WS-PC-CHAR NOT = SPACE
                 MOVE 'A' TO WS-PC-CLASS
              WHEN OTHER
                 MOVE 'X' TO WS-PC-CLASS
           END-EVALUATE
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Zones in delivery sequence with their items and postage, the  *
      * class totals with trays, and the total due.                   *
      *----------------------------------------------------------------*
       7000-PRINT-MANIFEST.
           MOVE WS-RUN-DATE TO MTL-DATE
           MOVE MANIFEST-TITLE-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE MANIFEST-HEADER-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE

           PERFORM 7100-PRINT-ZONE
              THRU 7100-EXIT
              VARYING WS-ORDER-IX FROM 1 BY 1
              UNTIL WS-ORDER-IX > WS-ORDER-COUNT

           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                   UNTIL WS-CLASS-IX > 2
              COMPUTE WS-CL-POSTAGE(WS-CLASS-IX) ROUNDED =
                  WS-CL-ITEMS(WS-CLASS-IX) * WS-CL-RATE(WS-CLASS-IX)
              MOVE WS-CL-NAME(WS-CLASS-IX)    TO MCL-CLASS
              MOVE WS-CL-ITEMS(WS-CLASS-IX)   TO MCL-ITEMS
              MOVE WS-CL-TRAYS(WS-CLASS-IX)   TO MCL-TRAYS
              MOVE WS-CL-POSTAGE(WS-CLASS-IX) TO MCL-POSTAGE
              MOVE MANIFEST-CLASS-LINE TO MANIFEST-LINE
              WRITE MANIFEST-LINE
              ADD WS-CL-ITEMS(WS-CLASS-IX)   TO WS-TOTAL-ITEMS
              ADD WS-CL-TRAYS(WS-CLASS-IX)   TO WS-TOTAL-TRAYS
              ADD WS-CL-POSTAGE(WS-CLASS-IX) TO WS-TOTAL-POSTAGE
           END-PERFORM
           MOVE WS-TOTAL-ITEMS   TO MTT-ITEMS
           MOVE WS-TOTAL-TRAYS   TO MTT-TRAYS
           MOVE WS-TOTAL-POSTAGE TO MTT-POSTAGE
           MOVE MANIFEST-TOTAL-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE WS-HELD-COUNT TO MHL-HELD
           MOVE MANIFEST-HELD-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           .
       7000-EXIT.
           EXIT.

       7100-PRINT-ZONE.
           MOVE WS-ORDER-ZONE(WS-ORDER-IX) TO WS-ZONE-MATCH
           MOVE WS-ZN-CLASS-IX(WS-ZONE-MATCH) TO WS-CLASS-IX
           COMPUTE WS-POSTAGE ROUNDED =
               WS-ZN-ITEMS(WS-ZONE-MATCH) * WS-CL-RATE(WS-CLASS-IX)
           MOVE WS-ZN-AREA(WS-ZONE-MATCH)  TO MZL-ZONE
           MOVE WS-CL-NAME(WS-CLASS-IX)    TO MZL-CLASS
           MOVE WS-ZN-ITEMS(WS-ZONE-MATCH) TO MZL-ITEMS
           MOVE WS-CL-RATE(WS-CLASS-IX)    TO MZL-RATE
           MOVE WS-POSTAGE                 TO MZL-POSTAGE
           MOVE MANIFEST-ZONE-LINE TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           .
       7100-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE PRESORT-FILE.
           CLOSE HELD-FILE.
           CLOSE EXCEPTION-REPORT.
           CLOSE MANIFEST-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-HELD-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
