      *                                                                *
      *              Broker Commission Statement Report                *
      *                                                                *
      *   Reads the night's policy book POLBOOK.DAT, unloaded and     *
      *   proven by POLEXTR, and accumulates policy count, payment    *
      *   and commission totals per broker, then prints one           *
      *   statement line per broker to BROKSTMT.RPT. A book that is   *
      *   missing, unproven, incomplete or not for today is refused,  *
      *   RC 12.                                                      *
      *                                                                *
      *   The settled-to-date position kept by the BROKSETL           *
      *   settlement run (BROKPAID.DAT) adds the PAID and             *
      *   Without the position file both columns print from a zero    *
      *   paid position.                                              *
      *                                                                *
      *   A policy with a commission split on COMMSPLIT appears on    *
      *   the statement of every broker in the split: POLICIES and    *
      *   TOTAL PAYMENT count it in full, TOTAL COMMISSION takes only *
      *   the broker's percentage share. The splits are read from     *
      *   COMMSPLIT once, before the book.                            *
      *                                                                *
      *   TOTAL COMMISSION includes the commission on policies        *
      *   cancelled or lapsed off the table since (off-book on the    *
      *   position), and CLAWBACK is what was taken back on them.     *
      *   OUTSTANDING is commission less clawback less paid; a        *
      *   trailing minus is a clawback debt the broker owes back.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKSTMT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

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
       FD  STATEMENT-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Settled-to-date, off-book commission and clawbacks per
      * broker, as BROKSETL keeps them.
       FD  PAID-POSITION-FILE.
       01  POSITION-RECORD.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-OFF-BOOK             PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-CLAWBACK             PIC 9(11)V99.

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

               INCLUDE SQLCA
           END-EXEC.

       01  WS-BOOK-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                  PIC 9(8) VALUE ZEROS.

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

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG         PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

      * Host variables for the split cursor fetch
       01  WS-SPLIT-POLICY              PIC S9(9) COMP.
       01  WS-SPLIT-BROKER              PIC S9(9) COMP.
       01  WS-SHAREPCT                  PIC S9(3)V99 COMP-3.

      * Commission splits, loaded once in policy order - the order
      * of the book - so each policy's splits are met in one pass.
       01  WS-SPLIT-COUNT               PIC 9(5) VALUE 0.
       01  WS-SPLIT-NEXT                PIC 9(5) VALUE 1.
       01  WS-SPLIT-HITS                PIC 9(3) VALUE 0.
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-SP-IX.
               10  WS-SP-POLICY        PIC 9(10).
               10  WS-SP-BROKER        PIC 9(9).
               10  WS-SP-SHARE         PIC 9(3)V99.

      * The broker being credited for the current policy.
       01  WS-BROKERID                  PIC 9(10).
       01  WS-BROKER-SHARE              PIC 9(3)V99.

      * Accumulate one entry per broker, same idiom as
      * customer-records.cob's per-state accumulation table.
               10  WS-BR-ID            PIC 9(9).
               10  WS-BR-POLICY-COUNT  PIC 9(7).
               10  WS-BR-PAYMENT-TOTAL PIC 9(11).
               10  WS-BR-COMMISSION-TOTAL PIC 9(9)V99.
               10  WS-BR-SETTLED       PIC 9(11)V99.
               10  WS-BR-OFF-BOOK      PIC 9(11)V99.
               10  WS-BR-CLAWBACK      PIC 9(11)V99.

       01  WS-SEARCH-IX                 PIC 9(4).
       01  WS-FOUND-IX                  PIC 9(4).
       01  WS-POSITION-STATUS           PIC XX VALUE SPACES.
       01  WS-OUTSTANDING               PIC S9(11)V99 VALUE ZEROS.
       01  WS-COMMISSION-EARNED         PIC S9(11)V99 VALUE ZEROS.

       01  STATEMENT-HEADER-LINE.
           05 FILLER                   PIC X(10) VALUE 'BROKER ID '.
           05 FILLER                   PIC X(10) VALUE 'POLICIES  '.
           05 FILLER                   PIC X(16)
                                        VALUE 'TOTAL PAYMENT   '.
           05 FILLER                   PIC X(11) VALUE 'COMMISSION '.
           05 FILLER                   PIC X(11) VALUE '  CLAWBACK '.
           05 FILLER                   PIC X(11) VALUE '      PAID '.
           05 FILLER                   PIC X(11) VALUE 'OUTSTANDING'.

       01  STATEMENT-DETAIL-LINE.
           05 SDL-BROKER-ID            PIC Z(8)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-POLICY-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SDL-PAYMENT-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SDL-COMMISSION-TOTAL     PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-CLAWBACK             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-PAID                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-OUTSTANDING          PIC ZZ,ZZZ,ZZ9-.

       01  STATEMENT-SUMMARY-LINE.
           05 FILLER                   PIC X(16)
           05 SSL-BROKER-COUNT         PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE SPLIT-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, BROKERID,
                      COALESCE(SHAREPCT, 100)
                 FROM COMMSPLIT
                ORDER BY POLICYNUMBER, SEQNO
           END-EXEC.

       PROCEDURE DIVISION.
           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-BOOK
              PERFORM 2000-ACCUMULATE-POLICY
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
           PERFORM 1100-OPEN-FILES
              THRU 1100-EXIT
           PERFORM 1150-LOAD-POSITION
              THRU 1150-EXIT
           PERFORM 1400-LOAD-SPLITS
              THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.

      * Seed the broker table with each settled-to-date position, so
      * the PAID column is there before the book accumulates the
      * earned side on top.
       1150-LOAD-POSITION.
           OPEN INPUT PAID-POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
                             WS-BR-COMMISSION-TOTAL (WS-FOUND-IX)
                          MOVE POS-SETTLED
                            TO WS-BR-SETTLED (WS-FOUND-IX)
                          MOVE 0 TO WS-BR-OFF-BOOK (WS-FOUND-IX)
                          MOVE 0 TO WS-BR-CLAWBACK (WS-FOUND-IX)
                          IF POS-OFF-BOOK NUMERIC
                             MOVE POS-OFF-BOOK
                               TO WS-BR-OFF-BOOK (WS-FOUND-IX)
                          END-IF
                          IF POS-CLAWBACK NUMERIC
                             MOVE POS-CLAWBACK
                               TO WS-BR-CLAWBACK (WS-FOUND-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAID-POSITION-FILE
           .
       1150-EXIT.
           EXIT.

       1100-OPEN-FILES.

           OPEN OUTPUT STATEMENT-REPORT.

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
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
           DISPLAY 'BROKSTMT: ' WS-BOOK-REFUSAL
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

      *----------------------------------------------------------------*
      * Every commission split, in policy order. A split table too    *
      * big to hold would misstate commission, so it stops the run.   *
      *----------------------------------------------------------------*
       1400-LOAD-SPLITS.
           EXEC SQL
               OPEN SPLIT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '1400-LOAD-SPLITS:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1450-FETCH-NEXT-SPLIT
              THRU 1450-EXIT
           PERFORM UNTIL END-OF-CURSOR
              IF WS-SPLIT-COUNT NOT < 5000
                 DISPLAY '1400-LOAD-SPLITS:'
                 DISPLAY 'COMMSPLIT HAS MORE THAN 5000 ROWS'
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              ADD 1 TO WS-SPLIT-COUNT
              SET WS-SP-IX TO WS-SPLIT-COUNT
              MOVE WS-SPLIT-POLICY TO WS-SP-POLICY (WS-SP-IX)
              MOVE WS-SPLIT-BROKER TO WS-SP-BROKER (WS-SP-IX)
              MOVE WS-SHAREPCT     TO WS-SP-SHARE (WS-SP-IX)
              PERFORM 1450-FETCH-NEXT-SPLIT
                 THRU 1450-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE SPLIT-CURSOR
           END-EXEC
           .
       1400-EXIT.
           EXIT.

       1450-FETCH-NEXT-SPLIT.

           EXEC SQL
               FETCH SPLIT-CURSOR
               INTO :WS-SPLIT-POLICY, :WS-SPLIT-BROKER,
                    :WS-SHAREPCT
           END-EXEC.

           IF SQLCODE = 100
              END-IF
           END-IF
           .
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A split policy is credited to each broker in the split at     *
      * their share; any other to its own broker in full. A policy    *
      * with neither contributes nothing.                             *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-POLICY.
           PERFORM UNTIL WS-SPLIT-NEXT > WS-SPLIT-COUNT
              IF WS-SP-POLICY (WS-SPLIT-NEXT) >= BK-POLICY-NUM
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-SPLIT-NEXT
           END-PERFORM

           MOVE 0 TO WS-SPLIT-HITS
           PERFORM VARYING WS-SP-IX FROM WS-SPLIT-NEXT BY 1
                   UNTIL WS-SP-IX > WS-SPLIT-COUNT
              IF WS-SP-POLICY (WS-SP-IX) NOT = BK-POLICY-NUM
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-SPLIT-HITS
              MOVE WS-SP-BROKER (WS-SP-IX) TO WS-BROKERID
              MOVE WS-SP-SHARE (WS-SP-IX)  TO WS-BROKER-SHARE
              PERFORM 2100-ACCUMULATE-BROKER
                 THRU 2100-EXIT
           END-PERFORM

           IF WS-SPLIT-HITS = 0 AND BK-BROKER-ID > 0
              MOVE BK-BROKER-ID TO WS-BROKERID
              MOVE 100          TO WS-BROKER-SHARE
              PERFORM 2100-ACCUMULATE-BROKER
                 THRU 2100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-ACCUMULATE-BROKER.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-BROKER-TABLE-COUNT
              IF WS-BR-ID (WS-SEARCH-IX) = WS-BROKERID
                 MOVE WS-SEARCH-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM

           IF WS-FOUND-IX = 0
              IF WS-BROKER-TABLE-COUNT < 200
                 ADD 1 TO WS-BROKER-TABLE-COUNT
                 MOVE WS-BROKER-TABLE-COUNT TO WS-FOUND-IX
                 MOVE WS-BROKERID TO WS-BR-ID (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-POLICY-COUNT (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-PAYMENT-TOTAL (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-COMMISSION-TOTAL (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-SETTLED (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-OFF-BOOK (WS-FOUND-IX)
                 MOVE 0 TO WS-BR-CLAWBACK (WS-FOUND-IX)
              END-IF
           END-IF

           IF WS-FOUND-IX NOT = 0
              ADD 1 TO WS-BR-POLICY-COUNT (WS-FOUND-IX)
              ADD BK-PAYMENT TO WS-BR-PAYMENT-TOTAL (WS-FOUND-IX)
              COMPUTE WS-BR-COMMISSION-TOTAL (WS-FOUND-IX) =
                  WS-BR-COMMISSION-TOTAL (WS-FOUND-IX)
                + BK-COMMISSION * WS-BROKER-SHARE / 100
           END-IF
           .
       2100-EXIT.
           EXIT.

       8000-PRINT-STATEMENT.
           MOVE WS-BR-ID (WS-BR-IX)         TO SDL-BROKER-ID.
           MOVE WS-BR-POLICY-COUNT (WS-BR-IX)     TO SDL-POLICY-COUNT.
           MOVE WS-BR-PAYMENT-TOTAL (WS-BR-IX)    TO SDL-PAYMENT-TOTAL.
           COMPUTE WS-COMMISSION-EARNED =
               WS-BR-COMMISSION-TOTAL (WS-BR-IX)
               + WS-BR-OFF-BOOK (WS-BR-IX).
           MOVE WS-COMMISSION-EARNED          TO SDL-COMMISSION-TOTAL.
           MOVE WS-BR-CLAWBACK (WS-BR-IX) TO SDL-CLAWBACK.
           MOVE WS-BR-SETTLED (WS-BR-IX) TO SDL-PAID.
           COMPUTE WS-OUTSTANDING =
               WS-COMMISSION-EARNED
               - WS-BR-CLAWBACK (WS-BR-IX)
               - WS-BR-SETTLED (WS-BR-IX).
           MOVE WS-OUTSTANDING TO SDL-OUTSTANDING.
           MOVE STATEMENT-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-END-PARA.

           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE STATEMENT-REPORT.
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
