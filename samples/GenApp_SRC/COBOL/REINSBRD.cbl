      *   Every policy whose sum at risk exceeds our retention is     *
      *   written to the delimited bordereau extract BORDEREX.DAT     *
      *   for the reinsurer, with the ceded share computed from the   *
      *   treaty-parameter file TREATY.DAT. Policies come from the    *
      *   night's policy book POLBOOK.DAT, carrying the sum at risk   *
      *   POLEXTR derives per product: ENDOWMENT.SUMASSURED,          *
      *   HOUSE.VALUE, MOTOR.VALUE, and the four COMMERCIAL peril     *
      *   premiums summed. A book that is missing, unproven,          *
      *   incomplete or not for today is refused, RC 12, before a     *
      *   line is ceded.                                              *
      *                                                                *
      *   TREATY.DAT, one line per policy type:                       *
      *     type(1) sp retention(9) sp cession percentage 9(3)V99     *
      *   count, total at risk and total ceded - the same way        *
      *   CUSTOMER-RECORDS reconciles its own extract.                *
      *                                                                *
      *   BORDEREX.DAT is registered and kept by the OUTXMIT REG      *
      *   step that follows, and resent from that copy.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINSBRD.
               ASSIGN TO "REINSBRD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLICY-BOOK
               ASSIGN TO "POLBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREATY-FILE.
           05 TRT-RETENTION            PIC 9(9).
           05 FILLER                   PIC X.
           05 TRT-CESSION-PCT          PIC 9(3)V99.
      *    Ceding commission, read by REINSSOA only.
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(5).

       FD  BORDEREAU-EXTRACT.
       01  EXTRACT-RECORD              PIC X(100).
       FD  BORDEREAU-REPORT.
       01  REPORT-LINE                 PIC X(80).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-TREATY-STATUS            PIC XX VALUE SPACES.
       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-ERROR-FLAG               PIC X(01) VALUE 'N'.
         88 ERROR-OCCURRED                        VALUE 'Y'.

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

      * The policy's sum at risk, as POLEXTR derived it.
       01  WS-PRODUCT-VALUE            PIC 9(11) VALUE 0.

      * Per-type treaty terms, loaded once from TREATY-FILE.
       01  WS-TREATY-TABLE-COUNT       PIC 9(2) VALUE 0.
      * Display fields for the delimited extract line
       01  WS-EXT-POLICY               PIC Z(9)9.
       01  WS-EXT-CUSTOMER             PIC Z(9)9.
       01  WS-EXT-VALUE                PIC Z(10)9.
       01  WS-EXT-RETENTION            PIC Z(8)9.
       01  WS-EXT-CEDED                PIC Z(10)9.

                                        VALUE 'TOTAL CEDED:    '.
           05 CPL-CEDED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-BOOK
              PERFORM 2000-CONSIDER-POLICY
                 THRU 2000-EXIT
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM

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
           PERFORM 1100-LOAD-TREATY-TERMS
              THRU 1100-EXIT

           OPEN OUTPUT BORDEREAU-EXTRACT
           OPEN OUTPUT BORDEREAU-REPORT

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT.
           IF WS-TREATY-STATUS NOT = "00"
              DISPLAY '1100-LOAD-TREATY-TERMS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-TREATY-STATUS
              MOVE 'Y' TO WS-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-TREATY-STATUS NOT = "00"
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
           DISPLAY 'REINSBRD: ' WS-BOOK-REFUSAL
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
       2000-CONSIDER-POLICY.
           ADD 1 TO WS-POLICIES-READ

              GO TO 2000-EXIT
           END-IF

           MOVE BK-SUM-AT-RISK TO WS-PRODUCT-VALUE

           IF WS-PRODUCT-VALUE <= WS-RETENTION
              GO TO 2000-EXIT
           MOVE "N" TO WS-TREATY-FOUND
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              IF WS-TR-TYPE(WS-TR-IX) = BK-POLICY-TYPE
                 MOVE "Y" TO WS-TREATY-FOUND
                 MOVE WS-TR-RETENTION(WS-TR-IX)   TO WS-RETENTION
                 MOVE WS-TR-CESSION-PCT(WS-TR-IX) TO WS-CESSION-PCT
       2100-EXIT.
           EXIT.

       2500-WRITE-EXTRACT-LINE.
           MOVE BK-POLICY-NUM    TO WS-EXT-POLICY
           MOVE BK-CUSTOMER-NUM  TO WS-EXT-CUSTOMER
           MOVE WS-PRODUCT-VALUE TO WS-EXT-VALUE
           MOVE WS-RETENTION     TO WS-EXT-RETENTION
           MOVE WS-CEDED-AMOUNT  TO WS-EXT-CEDED
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-CUSTOMER)  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  BK-POLICY-TYPE                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-VALUE)     DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE

       9000-END-PARA.

           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE BORDEREAU-EXTRACT.
           CLOSE BORDEREAU-REPORT.
           EVALUATE TRUE
              WHEN BOOK-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
