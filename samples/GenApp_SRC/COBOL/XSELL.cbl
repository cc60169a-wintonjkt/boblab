      *          Opt-Out-Aware Cross-Sell Extract                      *
      *                                                                *
      *   Cuts the motor-only cross-sell list - customers holding a   *
      *   motor policy and no house cover - honouring the marketing   *
      *   opt-out held on the customer, so nobody we promised to      *
      *   leave alone ends up on a mailing list again.                *
      *                                                                *
      *   The policies come from POLBOOK.DAT, the nightly book        *
      *   POLEXTR writes, in one pass: each customer is noted as      *
      *   holding motor or house cover, and only the motor-only       *
      *   customers are then looked up on CUSTOMER for name, address  *
      *   and opt-out. A book that is missing, not today's,           *
      *   incomplete or not proven against DB2 is refused, RC 12,     *
      *   and nothing is extracted.                                   *
      *                                                                *
      *   XSELL.DAT: delimited customer/name/address lines for the    *
      *   campaign house; a summary and the opt-out skip count go to  *
      *   XSELL.RPT.                                                  *
      *                                                                *
      *   Every extract is a campaign. PARM: campaign code (up to     *
      *   10 characters, default XS and the business date), then      *
      *   optionally the control-group percentage (default 10), the   *
      *   response window in days (default 90) and the mailing cost   *
      *   per piece (default 0.00). The campaign code is stamped on   *
      *   each XSELL.DAT line, and each candidate is held back as     *
      *   control at random in that proportion - left off the mailing *
      *   but kept, so CAMPRESP can show what the list would have     *
      *   bought unprompted.                                          *
      *                                                               *
      *   CAMPMEMB.DAT gains one line per mailed (M) or control (C)   *
      *   customer and CAMPAIGN.DAT one line for the campaign - its   *
      *   extract date, window end, piece cost and group sizes. A     *
      *   campaign code already on CAMPAIGN.DAT is refused, RC 8,     *
      *   before any file is touched.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XSELL.
               ASSIGN TO "XSELL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CAMPAIGN-REGISTER
               ASSIGN TO "CAMPAIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL CAMPAIGN-MEMBERS
               ASSIGN TO "CAMPMEMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

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
       FD  XSELL-EXTRACT.
       FD  XSELL-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * One line per campaign: code, extract date, last day of the
      * response window, mailing cost per piece, group sizes and
      * the control percentage asked for.
       FD  CAMPAIGN-REGISTER.
       01  CAMPAIGN-RECORD.
           05 CMP-CODE                 PIC X(10).
           05 FILLER                   PIC X.
           05 CMP-EXTRACT-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 CMP-WINDOW-END           PIC 9(8).
           05 FILLER                   PIC X.
           05 CMP-PIECE-COST           PIC 9(3)V99.
           05 FILLER                   PIC X.
           05 CMP-MAILED               PIC 9(7).
           05 FILLER                   PIC X.
           05 CMP-CONTROL              PIC 9(7).
           05 FILLER                   PIC X.
           05 CMP-CONTROL-PCT          PIC 9(2).

      * One line per customer cut for a campaign: M mailed, C held
      * back as control.
       FD  CAMPAIGN-MEMBERS.
       01  MEMBER-RECORD.
           05 MBR-CAMPAIGN             PIC X(10).
           05 FILLER                   PIC X.
           05 MBR-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 MBR-GROUP                PIC X(1).
              88 MBR-MAILED               VALUE 'M'.
              88 MBR-CONTROL              VALUE 'C'.
           05 FILLER                   PIC X.
           05 MBR-EXTRACT-DATE         PIC 9(8).

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

           COPY DECLARE.
           END-EXEC.

       01  WS-CURSOR-STATUS.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

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

      * Customers on the book, in customer order, with the cover
      * each holds.
       01  WS-CANDIDATE-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-CANDIDATE-TABLE.
           05 WS-CA-ENTRY OCCURS 20000 TIMES.
              10 WS-CA-CUSTOMER        PIC 9(10).
              10 WS-CA-MOTOR           PIC X(01).
              10 WS-CA-HOUSE           PIC X(01).
       01  WS-SEARCH-IX                PIC 9(5).
       01  WS-FOUND-IX                 PIC 9(5).
       01  WS-INSERT-IX                PIC 9(5).
       01  WS-CA-IX                    PIC 9(5).

      * Host variables for the candidate's CUSTOMER row
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-COUNTS.
           05 WS-SELECTED-COUNT        PIC 9(7) VALUE 0.
           05 WS-OPTOUT-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-CONTROL-COUNT         PIC 9(7) VALUE 0.

       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MEMBER-STATUS            PIC XX VALUE SPACES.
       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Campaign PARM: code, control %, window days, piece cost.
       01  WS-CMD-LINE                 PIC X(60) VALUE SPACES.
       01  WS-CAMPAIGN-CODE            PIC X(10) VALUE SPACES.
       01  WS-CONTROL-TEXT             PIC X(8)  VALUE SPACES.
       01  WS-WINDOW-TEXT              PIC X(8)  VALUE SPACES.
       01  WS-COST-TEXT                PIC X(8)  VALUE SPACES.
       01  WS-CONTROL-PCT              PIC 9(2)  VALUE 10.
       01  WS-WINDOW-DAYS              PIC 9(3)  VALUE 90.
       01  WS-PIECE-COST               PIC 9(3)V99 VALUE 0.
       01  WS-WINDOW-END               PIC 9(8)  VALUE ZEROS.
       01  WS-DUPLICATE-CAMPAIGN       PIC X(1)  VALUE 'N'.

      * Control-group draw.
       01  WS-TIME-SEED                PIC 9(8)  VALUE ZEROS.
       01  WS-DRAW                     PIC 9V9(8) VALUE 0.

       01  SUMMARY-LINE.
           05 FILLER                   PIC X(20)
           05 FILLER                   PIC X(19)
                                        VALUE '  OPT-OUT SKIPPED: '.
           05 SML-SKIPPED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11)
                                        VALUE '  CONTROL: '.
           05 SML-CONTROL              PIC ZZZ,ZZ9.

       01  CAMPAIGN-LINE.
           05 FILLER                   PIC X(10) VALUE 'CAMPAIGN: '.
           05 CPL-CODE                 PIC X(10).
           05 FILLER                   PIC X(12) VALUE '  EXTRACTED '.
           05 CPL-EXTRACT-DATE         PIC 9(8).
           05 FILLER                   PIC X(15) VALUE
              '  WINDOW UNTIL '.
           05 CPL-WINDOW-END           PIC 9(8).
           05 FILLER                   PIC X(10) VALUE '  CONTROL '.
           05 CPL-CONTROL-PCT          PIC Z9.
           05 FILLER                   PIC X(1)  VALUE '%'.

       PROCEDURE DIVISION.
       0001-MAIN.
           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM VARYING WS-CA-IX FROM 1 BY 1
                   UNTIL WS-CA-IX > WS-CANDIDATE-COUNT
              PERFORM 2000-SELECT-OR-SKIP
                 THRU 2000-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
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
           PERFORM 1100-READ-CAMPAIGN-PARM
              THRU 1100-EXIT
           PERFORM 1150-CHECK-CAMPAIGN-CODE
              THRU 1150-EXIT
           IF WS-DUPLICATE-CAMPAIGN = 'Y'
              DISPLAY 'CAMPAIGN ' WS-CAMPAIGN-CODE
                      ' ALREADY ON CAMPAIGN.DAT - NOTHING EXTRACTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-TIME-SEED FROM TIME
           COMPUTE WS-DRAW = FUNCTION RANDOM (WS-TIME-SEED)

           OPEN OUTPUT XSELL-EXTRACT
           OPEN OUTPUT XSELL-REPORT
           OPEN EXTEND CAMPAIGN-MEMBERS

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1400-LOAD-CANDIDATES
              THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-READ-CAMPAIGN-PARM.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                  INTO WS-CAMPAIGN-CODE WS-CONTROL-TEXT
                       WS-WINDOW-TEXT WS-COST-TEXT
           END-IF
           IF WS-CAMPAIGN-CODE = SPACES
              STRING 'XS' WS-RUN-DATE DELIMITED BY SIZE
                INTO WS-CAMPAIGN-CODE
           END-IF
           IF WS-CONTROL-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-CONTROL-TEXT) TO WS-CONTROL-PCT
           END-IF
           IF WS-WINDOW-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-WINDOW-TEXT) TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS = 0
              MOVE 90 TO WS-WINDOW-DAYS
           END-IF
           IF WS-COST-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-COST-TEXT) TO WS-PIECE-COST
           END-IF
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-WINDOW-DAYS)
           .
       1100-EXIT.
           EXIT.

       1150-CHECK-CAMPAIGN-CODE.
           OPEN INPUT CAMPAIGN-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
              CLOSE CAMPAIGN-REGISTER
              GO TO 1150-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
              READ CAMPAIGN-REGISTER
                 AT END MOVE "10" TO WS-REGISTER-STATUS
                 NOT AT END
                    IF CMP-CODE = WS-CAMPAIGN-CODE
                       MOVE 'Y' TO WS-DUPLICATE-CAMPAIGN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMPAIGN-REGISTER
           .
       1150-EXIT.
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
           DISPLAY 'XSELL: ' WS-BOOK-REFUSAL
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

      *----------------------------------------------------------------*
      * One pass of the book notes, for every customer on it, whether *
      * they hold motor and whether they hold house cover. A book     *
      * with more customers than the table holds stops the run rather *
      * than cut a short list.                                        *
      *----------------------------------------------------------------*
       1400-LOAD-CANDIDATES.
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              PERFORM 1450-NOTE-POLICY
                 THRU 1450-EXIT
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       1400-EXIT.
           EXIT.

       1450-NOTE-POLICY.
           IF BK-POLICY-TYPE NOT = 'M' AND BK-POLICY-TYPE NOT = 'H'
              GO TO 1450-EXIT
           END-IF
           MOVE 0 TO WS-FOUND-IX
           MOVE 0 TO WS-INSERT-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-CANDIDATE-COUNT
              IF WS-CA-CUSTOMER (WS-SEARCH-IX) = BK-CUSTOMER-NUM
                 MOVE WS-SEARCH-IX TO WS-FOUND-IX
                 EXIT PERFORM
              END-IF
              IF WS-CA-CUSTOMER (WS-SEARCH-IX) > BK-CUSTOMER-NUM
                 MOVE WS-SEARCH-IX TO WS-INSERT-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-FOUND-IX = 0
              IF WS-CANDIDATE-COUNT NOT < 20000
                 DISPLAY 'XSELL: MORE THAN 20000 MOTOR OR HOUSE '
                         'CUSTOMERS ON THE BOOK'
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              PERFORM 1460-INSERT-CUSTOMER
                 THRU 1460-EXIT
           END-IF
           IF BK-POLICY-TYPE = 'M'
              MOVE 'Y' TO WS-CA-MOTOR (WS-FOUND-IX)
           ELSE
              MOVE 'Y' TO WS-CA-HOUSE (WS-FOUND-IX)
           END-IF
           .
       1450-EXIT.
           EXIT.

       1460-INSERT-CUSTOMER.
           IF WS-INSERT-IX = 0
              COMPUTE WS-INSERT-IX = WS-CANDIDATE-COUNT + 1
           ELSE
              PERFORM VARYING WS-SEARCH-IX
                      FROM WS-CANDIDATE-COUNT BY -1
                      UNTIL WS-SEARCH-IX < WS-INSERT-IX
                 MOVE WS-CA-ENTRY (WS-SEARCH-IX)
                   TO WS-CA-ENTRY (WS-SEARCH-IX + 1)
              END-PERFORM
           END-IF
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE WS-INSERT-IX TO WS-FOUND-IX
           MOVE BK-CUSTOMER-NUM TO WS-CA-CUSTOMER (WS-FOUND-IX)
           MOVE 'N' TO WS-CA-MOTOR (WS-FOUND-IX)
           MOVE 'N' TO WS-CA-HOUSE (WS-FOUND-IX)
           .
       1460-EXIT.
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

      * Name, address and opt-out for one motor-only customer. The
      * opt-out is fetched rather than filtered in SQL so the skip
      * count can be reported to compliance.
       1600-READ-CUSTOMER.

           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, HOUSENAME, HOUSENUMBER,
                      POSTCODE, MARKETINGOPTOUT
               INTO :WS-FIRST-NAME, :WS-LAST-NAME,
                    :WS-HOUSE-NAME, :WS-HOUSE-NUM, :WS-POSTCODE,
                    :WS-OPTOUT :WS-OPTOUT-IND
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON CUSTOMER SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1600-EXIT.
           EXIT.

       2000-SELECT-OR-SKIP.
           IF WS-CA-MOTOR (WS-CA-IX) NOT = 'Y'
              OR WS-CA-HOUSE (WS-CA-IX) NOT = 'N'
              GO TO 2000-EXIT
           END-IF
           MOVE WS-CA-CUSTOMER (WS-CA-IX) TO WS-CUSTOMER-NUM
           PERFORM 1600-READ-CUSTOMER
              THRU 1600-EXIT
           IF SQLCODE = 100
              GO TO 2000-EXIT
           END-IF
           IF WS-OPTOUT-IND >= 0 AND WS-OPTOUT = 'Y'
              ADD 1 TO WS-OPTOUT-SKIPPED
              GO TO 2000-EXIT
           END-IF
           MOVE SPACES              TO MEMBER-RECORD
           MOVE WS-CAMPAIGN-CODE    TO MBR-CAMPAIGN
           MOVE WS-CUSTOMER-NUM     TO MBR-CUSTOMER-NUM
           MOVE WS-RUN-DATE         TO MBR-EXTRACT-DATE
           COMPUTE WS-DRAW = FUNCTION RANDOM
           IF WS-DRAW * 100 < WS-CONTROL-PCT
              SET MBR-CONTROL TO TRUE
              WRITE MEMBER-RECORD
              ADD 1 TO WS-CONTROL-COUNT
              GO TO 2000-EXIT
           END-IF
           SET MBR-MAILED TO TRUE
           WRITE MEMBER-RECORD
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-CUSTOMER-NUM TO WS-EXT-ID
           MOVE SPACES TO EXTRACT-RECORD
                  WS-HOUSE-NUM                  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-POSTCODE                   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAMPAIGN-CODE) DELIMITED BY SIZE
              INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-CAMPAIGN-CODE  TO CPL-CODE
           MOVE WS-RUN-DATE       TO CPL-EXTRACT-DATE
           MOVE WS-WINDOW-END     TO CPL-WINDOW-END
           MOVE WS-CONTROL-PCT    TO CPL-CONTROL-PCT
           MOVE CAMPAIGN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SELECTED-COUNT TO SML-SELECTED
           MOVE WS-OPTOUT-SKIPPED TO SML-SKIPPED
           MOVE WS-CONTROL-COUNT  TO SML-CONTROL
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES            TO CAMPAIGN-RECORD
           MOVE WS-CAMPAIGN-CODE  TO CMP-CODE
           MOVE WS-RUN-DATE       TO CMP-EXTRACT-DATE
           MOVE WS-WINDOW-END     TO CMP-WINDOW-END
           MOVE WS-PIECE-COST     TO CMP-PIECE-COST
           MOVE WS-SELECTED-COUNT TO CMP-MAILED
           MOVE WS-CONTROL-COUNT  TO CMP-CONTROL
           MOVE WS-CONTROL-PCT    TO CMP-CONTROL-PCT
           OPEN EXTEND CAMPAIGN-REGISTER
           WRITE CAMPAIGN-RECORD
           CLOSE CAMPAIGN-REGISTER
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE XSELL-EXTRACT.
           CLOSE XSELL-REPORT.
           CLOSE CAMPAIGN-MEMBERS.
           EVALUATE TRUE
              WHEN BOOK-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
