      *           Peril Accumulation Report by Postcode                *
      *                                                                *
      *   Aggregates sums at risk by postcode prefix and peril        *
      *   across the commercial policies (per-peril premiums by       *
      *   ZIPCODE) and the house policies (VALUE by POSTCODE,         *
      *   carried as the PROP peril since house rows have no          *
      *   per-peril split), and flags any postcode/peril              *
      *   concentration over the configurable limit - the             *
      *   accumulation view the reinsurers ask for at every treaty    *
      *   renewal. Both come from the night's policy book             *
      *   POLBOOK.DAT, read once for each; a book that is missing,    *
      *   unproven, incomplete or not for today is refused, RC 12.    *
      *                                                                *
      *   PARM: concentration limit (default 1000000), then the      *
      *   prefix length in characters (default 4).                    *
      *                                                                *
      *   PERILSEL.DAT (optional): one district code per line.        *
      *   When present and not empty only postcodes whose prefix      *
      *   matches a listed district are accumulated - used to         *
      *   re-run the view for districts touched by a recode.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERILACC.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-BOOK
               ASSIGN TO "POLBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT ACCUMULATION-REPORT
               ASSIGN TO "PERILACC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DISTRICT-SELECTION
               ASSIGN TO "PERILSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout POLEXTR writes.
       FD  POLICY-BOOK.
       01  BOOK-RECORD.
           05 BK-RECORD-TYPE           PIC X(3).
             88 BK-HEADER                         VALUE 'HDR'.
             88 BK-POLICY                         VALUE 'POL'.
             88 BK-TRAILER                        VALUE 'TRL'.
           05 FILLER                   PIC X.
           05 BK-POLICY-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-CUSTOMER-NUM          PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-POLICY-TYPE           PIC X(1).
           05 FILLER                   PIC X.
           05 BK-ISSUE-DATE            PIC X(10).
           05 FILLER                   PIC X.
           05 BK-EXPIRY-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-LAST-CHANGED          PIC X(26).
           05 FILLER                   PIC X.
           05 BK-BROKER-ID             PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-BROKERS-REF           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-PAYMENT               PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-COMMISSION            PIC 9(5).
           05 FILLER                   PIC X.
           05 BK-COMPULSORY-EXCESS     PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-VOLUNTARY-EXCESS      PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-SUM-AT-RISK           PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-WRITTEN-PREMIUM       PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-FOUND         PIC X(1).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-DETAIL        PIC X(120).
           05 BK-HOUSE-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-H-PROPERTY-TYPE    PIC X(15).
              10 FILLER                PIC X.
              10 BK-H-BEDROOMS         PIC 9(3).
              10 FILLER                PIC X.
              10 BK-H-VALUE            PIC 9(9).
              10 FILLER                PIC X.
              10 BK-H-HOUSE-NAME       PIC X(20).
              10 FILLER                PIC X.
              10 BK-H-HOUSE-NUMBER     PIC X(4).
              10 FILLER                PIC X.
              10 BK-H-POSTCODE         PIC X(8).
              10 FILLER                PIC X(56).
           05 BK-COMMERCIAL-DETAIL REDEFINES BK-PRODUCT-DETAIL.
              10 BK-C-ZIPCODE          PIC X(8).
              10 FILLER                PIC X.
              10 BK-C-FIRE-PERIL       PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-FIRE-PREMIUM     PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-CRIME-PERIL      PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-CRIME-PREMIUM    PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-FLOOD-PERIL      PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-FLOOD-PREMIUM    PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-WEATHER-PERIL    PIC 9(4).
              10 FILLER                PIC X.
              10 BK-C-WEATHER-PREMIUM  PIC 9(9).
              10 FILLER                PIC X.
              10 BK-C-STATUS           PIC 9(4).
              10 FILLER                PIC X(47).
           05 FILLER                   PIC X(19).
       01  BOOK-HEADER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKH-BOOK-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-TIME         PIC 9(6).
           05 FILLER                   PIC X(272).
       01  BOOK-TRAILER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKT-POLICIES             PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-ENDOWMENT            PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-HOUSE                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-MOTOR                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-COMMERCIAL           PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-OTHER                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-SUM-AT-RISK          PIC 9(15).
           05 FILLER                   PIC X.
           05 BKT-DB2-POLICIES         PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-STATUS               PIC X(8).
             88 BKT-PROVEN                        VALUE 'PROVEN'.
           05 FILLER                   PIC X(202).

       FD  ACCUMULATION-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  DISTRICT-SELECTION.
       01  SELECTION-RECORD.
           05 SEL-DISTRICT             PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Reading and proving the policy book.
      * Reading and proving the policy book.
       01  WS-BOOK-CONTROL.
           05 WS-EOF-BOOK              PIC X(01) VALUE 'N'.
             88 END-OF-BOOK                       VALUE 'Y'.
           05 WS-BOOK-OPEN             PIC X(01) VALUE 'N'.
           05 WS-BOOK-REFUSED          PIC X(01) VALUE 'N'.
             88 BOOK-REFUSED                      VALUE 'Y'.
           05 WS-BOOK-TRAILER-SEEN     PIC X(01) VALUE 'N'.
           05 WS-BOOK-POLICIES         PIC 9(9)  VALUE 0.
           05 WS-BOOK-TRAILER-COUNT    PIC 9(9)  VALUE 0.
           05 WS-BOOK-TRAILER-STATUS   PIC X(8)  VALUE SPACES.
           05 WS-BOOK-REFUSAL          PIC X(40) VALUE SPACES.

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-LIMIT-TEXT               PIC X(12) VALUE SPACES.
       01  WS-CONCENTRATION-LIMIT      PIC 9(11) VALUE 1000000.
       01  WS-PREFIX-LEN               PIC 9(1)  VALUE 4.

      * Districts to restrict the run to; none loaded means all.
       01  WS-SELECT-STATUS            PIC XX VALUE SPACES.
       01  WS-SEL-COUNT                PIC 9(3) VALUE 0.
       01  WS-SEL-TABLE.
           05 WS-SEL-DISTRICT OCCURS 200 TIMES
                                   INDEXED BY WS-SEL-IX
                                       PIC X(8).
       01  WS-SELECTED                 PIC X VALUE "Y".

      * One entry per postcode-prefix/peril pair.
       01  WS-ACC-TABLE-COUNT          PIC 9(4) VALUE 0.
           05 ADL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 ADL-FLAG                 PIC X(14).
       01  ACCUM-SELECTION-LINE.
           05 FILLER                   PIC X(20)
                                        VALUE 'DISTRICTS SELECTED: '.
           05 ASEL-COUNT               PIC ZZ9.
       01  ACCUM-SUMMARY-LINE.
           05 FILLER                   PIC X(13)
                                        VALUE 'COMMERCIAL:  '.
                                        VALUE '  OVER THE LIMIT:'.
           05 ASL-FLAGGED              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

       0001-MAIN-EXIT.
           EXIT.

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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
              MOVE 4 TO WS-PREFIX-LEN
           END-IF

           PERFORM 1100-LOAD-SELECTION
              THRU 1100-EXIT

           OPEN OUTPUT ACCUMULATION-REPORT
           IF WS-SEL-COUNT > 0
              MOVE WS-SEL-COUNT TO ASEL-COUNT
              MOVE ACCUM-SELECTION-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE ACCUM-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No selection file, or an empty one, leaves the run covering   *
      * every postcode as before.                                     *
      *----------------------------------------------------------------*
       1100-LOAD-SELECTION.
           MOVE 0 TO WS-SEL-COUNT
           OPEN INPUT DISTRICT-SELECTION
           IF WS-SELECT-STATUS NOT = "00"
              CLOSE DISTRICT-SELECTION
              GO TO 1100-EXIT
           END-IF
           PERFORM UNTIL WS-SELECT-STATUS NOT = "00"
              READ DISTRICT-SELECTION
                 AT END MOVE "10" TO WS-SELECT-STATUS
                 NOT AT END
                    IF SEL-DISTRICT NOT = SPACES
                       AND WS-SEL-COUNT < 200
                       ADD 1 TO WS-SEL-COUNT
                       MOVE SEL-DISTRICT
                         TO WS-SEL-DISTRICT(WS-SEL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISTRICT-SELECTION
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POLBOOK.DAT is read through once before anything is reported: *
      * it must be tonight's book, complete to its trailer, with the  *
      * policy count agreeing and the trailer proven against DB2.     *
      * Anything else is refused rather than reported from.           *
      *----------------------------------------------------------------*
       1200-PROVE-POLICY-BOOK.
           OPEN INPUT POLICY-BOOK
           IF WS-BOOK-STATUS NOT = "00"
              MOVE 'POLICY BOOK NOT AVAILABLE' TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           MOVE 'Y' TO WS-BOOK-OPEN
           READ POLICY-BOOK
              AT END MOVE "10" TO WS-BOOK-STATUS
           END-READ
           IF WS-BOOK-STATUS NOT = "00" OR NOT BK-HEADER
              MOVE 'POLICY BOOK HAS NO CONTROL HEADER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF BKH-BOOK-DATE NOT = WS-RUN-DATE
              MOVE 'POLICY BOOK IS NOT FOR TODAY' TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF

           PERFORM UNTIL WS-BOOK-STATUS NOT = "00"
              READ POLICY-BOOK
                 AT END MOVE "10" TO WS-BOOK-STATUS
                 NOT AT END
                    PERFORM 1250-COUNT-BOOK-RECORD
                       THRU 1250-EXIT
              END-READ
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN

           IF WS-BOOK-TRAILER-SEEN = 'N'
              MOVE 'POLICY BOOK INCOMPLETE - NO TRAILER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF WS-BOOK-POLICIES NOT = WS-BOOK-TRAILER-COUNT
              MOVE 'POLICY BOOK COUNT DISAGREES WITH TRAILER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF WS-BOOK-TRAILER-STATUS NOT = 'PROVEN'
              MOVE 'POLICY BOOK NOT PROVEN AGAINST DB2'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

       1250-COUNT-BOOK-RECORD.
           EVALUATE TRUE
              WHEN BK-POLICY
                 ADD 1 TO WS-BOOK-POLICIES
              WHEN BK-TRAILER
                 MOVE 'Y'          TO WS-BOOK-TRAILER-SEEN
                 MOVE BKT-POLICIES TO WS-BOOK-TRAILER-COUNT
                 MOVE BKT-STATUS   TO WS-BOOK-TRAILER-STATUS
                 MOVE "10"         TO WS-BOOK-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

       1290-REFUSE-BOOK.
           DISPLAY 'PERILACC: ' WS-BOOK-REFUSAL
           MOVE 'Y' TO WS-BOOK-REFUSED
           PERFORM 9000-END-PARA
           .
       1290-EXIT.
           EXIT.

      * The proven book again, from its first policy record.
       1300-OPEN-POLICY-BOOK.
           MOVE 'N' TO WS-EOF-BOOK
           OPEN INPUT POLICY-BOOK
           MOVE 'Y' TO WS-BOOK-OPEN
           READ POLICY-BOOK
              AT END SET END-OF-BOOK TO TRUE
           END-READ
           .
       1300-EXIT.
           EXIT.

       1500-READ-NEXT-POLICY.
           READ POLICY-BOOK
              AT END SET END-OF-BOOK TO TRUE
           END-READ
           IF NOT BK-POLICY
              SET END-OF-BOOK TO TRUE
           END-IF
           .
       1500-EXIT.
           EXIT.

       2000-SCAN-COMMERCIAL.
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              IF BK-POLICY-TYPE = 'C' AND BK-PRODUCT-FOUND = 'Y'
                 PERFORM 2200-ACCUM-COMMERCIAL
                    THRU 2200-EXIT
              END-IF
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       2200-ACCUM-COMMERCIAL.
           ADD 1 TO WS-COMMERCIAL-READ
           IF BK-C-ZIPCODE = SPACES
              GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-PREFIX
           MOVE BK-C-ZIPCODE(1:WS-PREFIX-LEN) TO WS-WORK-PREFIX
           PERFORM 5100-CHECK-SELECTION
              THRU 5100-EXIT
           IF WS-SELECTED = "N"
              GO TO 2200-EXIT
           END-IF

           IF BK-C-FIRE-PERIL > 0
              MOVE 'FIRE   ' TO WS-WORK-PERIL
              MOVE BK-C-FIRE-PREMIUM TO WS-WORK-AMOUNT
              PERFORM 5000-ACCUMULATE
                 THRU 5000-EXIT
           END-IF
           IF BK-C-CRIME-PERIL > 0
              MOVE 'CRIME  ' TO WS-WORK-PERIL
              MOVE BK-C-CRIME-PREMIUM TO WS-WORK-AMOUNT
              PERFORM 5000-ACCUMULATE
                 THRU 5000-EXIT
           END-IF
           IF BK-C-FLOOD-PERIL > 0
              MOVE 'FLOOD  ' TO WS-WORK-PERIL
              MOVE BK-C-FLOOD-PREMIUM TO WS-WORK-AMOUNT
              PERFORM 5000-ACCUMULATE
                 THRU 5000-EXIT
           END-IF
           IF BK-C-WEATHER-PERIL > 0
              MOVE 'WEATHER' TO WS-WORK-PERIL
              MOVE BK-C-WEATHER-PREMIUM TO WS-WORK-AMOUNT
              PERFORM 5000-ACCUMULATE
                 THRU 5000-EXIT
           END-IF
           EXIT.

       3000-SCAN-HOUSE.
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              IF BK-POLICY-TYPE = 'H' AND BK-PRODUCT-FOUND = 'Y'
                 PERFORM 3200-ACCUM-HOUSE
                    THRU 3200-EXIT
              END-IF
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * HOUSE rows carry one insured value and no per-peril split, so *
      * the whole value accumulates under the PROP peril.             *
      *----------------------------------------------------------------*
       3200-ACCUM-HOUSE.
           ADD 1 TO WS-HOUSE-READ
           IF BK-H-POSTCODE = SPACES
              GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-WORK-PREFIX
           MOVE BK-H-POSTCODE(1:WS-PREFIX-LEN) TO WS-WORK-PREFIX
           PERFORM 5100-CHECK-SELECTION
              THRU 5100-EXIT
           IF WS-SELECTED = "N"
              GO TO 3200-EXIT
           END-IF
           MOVE 'PROP   ' TO WS-WORK-PERIL
           MOVE BK-H-VALUE TO WS-WORK-AMOUNT
           PERFORM 5000-ACCUMULATE
              THRU 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       5100-CHECK-SELECTION.
           MOVE "Y" TO WS-SELECTED
           IF WS-SEL-COUNT = 0
              GO TO 5100-EXIT
           END-IF
           MOVE "N" TO WS-SELECTED
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                   UNTIL WS-SEL-IX > WS-SEL-COUNT
              IF WS-SEL-DISTRICT(WS-SEL-IX)(1:WS-PREFIX-LEN)
                 = WS-WORK-PREFIX(1:WS-PREFIX-LEN)
                 MOVE "Y" TO WS-SELECTED
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       5100-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           PERFORM 8100-PRINT-ACCUM-LINE
               VARYING WS-AC-IX FROM 1 BY 1
           WRITE REPORT-LINE.

       9000-END-PARA.
           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE ACCUMULATION-REPORT.
           EVALUATE TRUE
              WHEN BOOK-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN WS-FLAGGED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
