      *                                                                *
      *   Gets a surveyor to the big risks COMMSCOR scores and the    *
      *   system then binds sight unseen. Thresholds come from        *
      *   SURVTHR.DAT, one line per type, tested against the sum at   *
      *   risk carried on the night's policy book POLBOOK.DAT:        *
      *                                                                *
      *     H value-threshold(9)   HOUSE.VALUE at or above            *
      *     C value-threshold(9)   COMMERCIAL peril premiums summed   *
      *   survey diary SURVDIAR.DAT (due in fourteen days,            *
      *   surveyor and outcome open). SURVUPD.DAT applies the         *
      *   field results: policy, surveyor(20), outcome OK/DECL,       *
      *   date, then up to four special-condition clause codes the    *
      *   survey found necessary - an alarm warranty, a survey        *
      *   requirement - each attached to the policy through CLAUSATT  *
      *   from the CLAUSELIB wording library. SURVSCHD.RPT carries    *
      *   the surveyor worklist of open surveys, flagging the         *
      *   overdue, and lists every decline-recommended outcome for    *
      *   the underwriters and every clause code not on the library.  *
      *   RC 8 when anything is overdue, declined or a clause is      *
      *   unknown. A policy book that is missing, unproven,           *
      *   incomplete or not for today is refused, RC 12.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT THRESHOLD-FILE
               ASSIGN TO "SURVTHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

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

       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD.
           05 THR-TYPE                 PIC X(1).
           05 UPD-OUTCOME              PIC X(4).
           05 FILLER                   PIC X.
           05 UPD-DATE                 PIC 9(8).
           05 UPD-CLAUSE-ENTRY OCCURS 4 TIMES.
              10 FILLER                PIC X.
              10 UPD-CLAUSE-CODE       PIC X(8).

       FD  SURVEY-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-THRESHOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-DIARY-STATUS             PIC XX VALUE SPACES.
       01  WS-UPDATE-STATUS            PIC XX VALUE SPACES.
       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-ERROR-STATUS.
           05 WS-ERROR-FLAG            PIC X(01) VALUE 'N'.
             88 ERROR-OCCURRED                    VALUE 'Y'.

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

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-INT                  PIC S9(9) COMP VALUE 0.
       01  WS-COMM-THRESHOLD           PIC 9(9) VALUE 999999999.
       01  WS-RISK-TYPE                PIC X(1) VALUE SPACE.

      * The risk in hand, from the book.
       01  WS-POLICY-NUM               PIC 9(10) VALUE 0.

      * The diary, loaded whole and rewritten whole.
       01  WS-DIA-COUNT                PIC 9(4) VALUE 0.
           05 WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
           05 WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
           05 WS-OPEN-COUNT            PIC 9(5) VALUE 0.
           05 WS-CLAUSE-COUNT          PIC 9(5) VALUE 0.
           05 WS-CLAUSE-REJECT-COUNT   PIC 9(5) VALUE 0.

       01  WS-CLAUSE-IX                PIC 9(2) VALUE 0.

      * Same layout CLAUSATT takes.
       01  CLAUSATT-PARMS.
           05 CAT-FUNCTION             PIC X(1).
           05 CAT-POLICY-NUM           PIC 9(10).
           05 CAT-CLAUSE-CODE          PIC X(8).
           05 CAT-SOURCE               PIC X(8).
           05 CAT-RETURN               PIC 9(2).

       01  WORKLIST-DETAIL-LINE.
           05 WDL-POLICY-NUM           PIC Z(9)9.
           05 SSL-OVERDUE              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  DECLINED:'.
           05 SSL-DECLINED             PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  CLAUSES:'.
           05 SSL-CLAUSES              PIC ZZZZ9.
       01  CLAUSE-EXCEPTION-LINE.
           05 CXL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X(8)  VALUE ' CLAUSE '.
           05 CXL-CLAUSE-CODE          PIC X(8).
           05 FILLER                   PIC X(16)
                                        VALUE ' NOT ON LIBRARY'.

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
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-DUE-INT = WS-RUN-INT + 14
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                  WS-THRESHOLD-STATUS
              MOVE 'Y' TO WS-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-THRESHOLD-STATUS NOT = "00"
           PERFORM 1100-LOAD-DIARY
              THRU 1100-EXIT
           OPEN OUTPUT SURVEY-REPORT
           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.
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
           DISPLAY 'SURVSCHD: ' WS-BOOK-REFUSAL
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

       2000-SCHEDULE-HOUSE-RISKS.
           MOVE 'H' TO WS-RISK-TYPE
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              IF BK-POLICY-TYPE = 'H' AND BK-PRODUCT-FOUND = 'Y'
                 AND BK-SUM-AT-RISK >= WS-HOUSE-THRESHOLD
                 MOVE BK-POLICY-NUM TO WS-POLICY-NUM
                 PERFORM 2500-DIARISE-RISK
                    THRU 2500-EXIT
              END-IF
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       2000-EXIT.
           EXIT.

       3000-SCHEDULE-COMM-RISKS.
           MOVE 'C' TO WS-RISK-TYPE
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              IF BK-POLICY-TYPE = 'C' AND BK-PRODUCT-FOUND = 'Y'
                 AND BK-SUM-AT-RISK >= WS-COMM-THRESHOLD
                 MOVE BK-POLICY-NUM TO WS-POLICY-NUM
                 PERFORM 2500-DIARISE-RISK
                    THRU 2500-EXIT
              END-IF
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       3000-EXIT.
           EXIT.
                 MOVE UPD-SURVEYOR TO WS-DI-SURVEYOR(WS-DI-IX)
                 MOVE UPD-OUTCOME  TO WS-DI-OUTCOME(WS-DI-IX)
                 ADD 1 TO WS-UPDATED-COUNT
                 PERFORM 4200-ATTACH-ONE-CLAUSE
                    THRU 4200-EXIT
                    VARYING WS-CLAUSE-IX FROM 1 BY 1
                    UNTIL WS-CLAUSE-IX > 4
                 EXIT PERFORM
              END-IF
           END-PERFORM
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A clause the survey calls for goes on the policy once; one    *
      * already attached stays as first attached.                     *
      *----------------------------------------------------------------*
       4200-ATTACH-ONE-CLAUSE.
           IF UPD-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              GO TO 4200-EXIT
           END-IF
           MOVE 'A'            TO CAT-FUNCTION
           MOVE UPD-POLICY-NUM TO CAT-POLICY-NUM
           MOVE UPD-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE
           MOVE 'SURVSCHD'     TO CAT-SOURCE
           CALL 'CLAUSATT' USING CLAUSATT-PARMS
           EVALUATE CAT-RETURN
              WHEN 0
                 ADD 1 TO WS-CLAUSE-COUNT
              WHEN 4
                 CONTINUE
              WHEN 6
                 ADD 1 TO WS-CLAUSE-REJECT-COUNT
                 MOVE UPD-POLICY-NUM TO CXL-POLICY-NUM
                 MOVE UPD-CLAUSE-CODE(WS-CLAUSE-IX) TO CXL-CLAUSE-CODE
                 MOVE CLAUSE-EXCEPTION-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN OTHER
                 DISPLAY 'CLAUSE ATTACH FAILED FOR POLICY '
                         UPD-POLICY-NUM
                 MOVE 'Y' TO WS-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       4200-EXIT.
           EXIT.

       7000-PRINT-WORKLIST.
           PERFORM VARYING WS-DI-IX FROM 1 BY 1
                   UNTIL WS-DI-IX > WS-DIA-COUNT
           MOVE WS-OPEN-COUNT      TO SSL-OPEN
           MOVE WS-OVERDUE-COUNT   TO SSL-OVERDUE
           MOVE WS-DECLINED-COUNT  TO SSL-DECLINED
           MOVE WS-CLAUSE-COUNT    TO SSL-CLAUSES
           MOVE SURVEY-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
           EXIT.

       9000-END-PARA.
           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE SURVEY-REPORT.
           EVALUATE TRUE
              WHEN BOOK-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVERDUE-COUNT > 0 OR WS-DECLINED-COUNT > 0
                 OR WS-CLAUSE-REJECT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OPEN-COUNT > 0
                 MOVE 4 TO RETURN-CODE
