      *   Extract lines, comma delimited:                             *
      *     NEWBUS,policy,type,issue date,payment,commission          *
      *     ENDORS,policy,type,endorse date,premium adjust            *
      *     LAPSE ,policy,type,expiry date,payment,clawback           *
      *     CANCEL,policy,type,cancel date,premium refund,clawback    *
      *     CLAIM ,policy,claim,claim date,value,paid                 *
      *                                                                *
      *   The clawback column is the unearned commission POLCANCL     *
      *   and POLLAPSE took back, read from their BROKCLAW.DAT        *
      *   register; a lapse past its first year carries 0.00.         *
      *                                                                *
      *   A policy with a commission split on COMMSPLIT is reported   *
      *   to every broker in the split, each NEWBUS line carrying     *
      *   that broker's percentage share of the commission. The split *
      *   outlives the policy row, so lapses route the same way.      *
      *                                                                *
      *   New business is read from the night's policy book           *
      *   POLBOOK.DAT, unloaded and proven by POLEXTR, with the       *
      *   splits read from COMMSPLIT once beforehand. A book that is  *
      *   missing, unproven, incomplete or not for today is refused,  *
      *   RC 12, before any extract is written.                       *
      *                                                                *
      *   PARM: month as YYYYMM; defaults to the current month.       *
      *                                                                *
      *   Each BROKn.EXT written is registered and kept by an         *
      *   OUTXMIT REG BROKn step, and resent from that copy.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKBORD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-STATUS.

           SELECT OPTIONAL CLAWBACK-FILE
               ASSIGN TO "BROKCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

           SELECT BORDEREAU-REPORT
               ASSIGN TO "BROKBORD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROK-FILE-5 ASSIGN TO "BROK5.EXT"
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
      * One broker/destination pair per line: broker id then a
       FD  LAPSE-ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(200).

      * One line per commission clawback, as POLCANCL and POLLAPSE
      * write it.
       FD  CLAWBACK-FILE.
       01  CLAWBACK-RECORD.
           05 CLW-BROKER-ID            PIC 9(9).
           05 CLW-POLICY-NUM           PIC 9(10).
           05 CLW-POLICY-TYPE          PIC X(1).
           05 CLW-SOURCE               PIC X(4).
           05 CLW-EVENT-DATE           PIC 9(8).
           05 CLW-PREMIUM-BACK         PIC 9(7)V99.
           05 CLW-COMMISSION           PIC 9(7)V99.
           05 CLW-CLAWBACK             PIC 9(7)V99.
           05 CLW-RUN-DATE             PIC 9(8).

       FD  BORDEREAU-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BROK-FILE-5.
       01  BROK-RECORD-5               PIC X(80).

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

       01  WS-CONFIG-STATUS            PIC XX VALUE SPACES.
       01  WS-LAPSE-STATUS             PIC XX VALUE SPACES.
       01  WS-CLAWBACK-STATUS          PIC XX VALUE SPACES.
       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

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
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
           05 WS-REPORT-MM             PIC 9(2).
       01  WS-HV-YEAR                  PIC S9(4) USAGE COMP.
       01  WS-HV-MONTH                 PIC S9(4) USAGE COMP.
      * The month as the book's ISO dates begin, YYYY-MM.
       01  WS-REPORT-ISO-MONTH.
           05 WS-RIM-YYYY              PIC 9(4).
           05 FILLER                   PIC X(1) VALUE '-'.
           05 WS-RIM-MM                PIC 9(2).

      * Host variables shared by the cursors.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-EVENT-DATE               PIC X(10).
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-COMMISSION               PIC S9(9)V99 USAGE COMP-3.
       01  WS-ADJUST                   PIC S9(9) USAGE COMP.
       01  WS-ADJUST-IND               PIC S9(4) USAGE COMP.
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(9) USAGE COMP.
       01  WS-SPLIT-POLICY             PIC S9(9) USAGE COMP.
       01  WS-SHAREPCT                 PIC S9(3)V99 USAGE COMP-3.

      * Commission splits, loaded once in policy order - the order
      * of the book - so each policy's splits are met in one pass.
       01  WS-SPLIT-COUNT              PIC 9(5) VALUE 0.
       01  WS-SPLIT-NEXT               PIC 9(5) VALUE 1.
       01  WS-SPLIT-HITS               PIC 9(3) VALUE 0.
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-SP-IX.
              10 WS-SP-POLICY          PIC 9(10).
              10 WS-SP-BROKER          PIC 9(9).
              10 WS-SP-SHARE           PIC 9(3)V99.

      * Broker routing table, loaded once from BROKCFG.DAT.
       01  WS-CFG-COUNT                PIC 9(3) VALUE 0.
              10 WS-CF-DEST            PIC 9(1).
       01  WS-DEST                     PIC 9(1) VALUE 0.

      * The month's clawbacks, loaded once from BROKCLAW.DAT: the
      * lapses are looked up by policy, the cancellations listed.
       01  WS-CLW-COUNT                PIC 9(4) VALUE 0.
       01  WS-CLW-TABLE.
           05 WS-CLW-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CW-IX.
              10 WS-CW-BROKER          PIC 9(9).
              10 WS-CW-POLICY          PIC 9(10).
              10 WS-CW-TYPE            PIC X(1).
              10 WS-CW-SOURCE          PIC X(4).
              10 WS-CW-EVENT-DATE      PIC 9(8).
              10 WS-CW-PREMIUM-BACK    PIC 9(7)V99.
              10 WS-CW-CLAWBACK        PIC 9(7)V99.
       01  WS-LPX-POLICY-NUM           PIC 9(10) VALUE 0.
       01  WS-LPX-CLAWBACK             PIC 9(7)V99 VALUE 0.
       01  WS-LPX-SPLIT-COUNT          PIC 9(1) VALUE 0.
       01  WS-LPX-SPLIT-EOF            PIC X(01) VALUE 'N'.

      * One open-flag per destination dataset, so the first line
      * routed to it opens fresh (OUTPUT) and later lines append
      * (EXTEND), same idiom as the DIST files.
       01  WS-EXT-CLAIM                PIC Z(9)9.
       01  WS-EXT-AMOUNT-1             PIC Z(8)9.
       01  WS-EXT-AMOUNT-2             PIC Z(8)9.
       01  WS-EXT-MONEY-1              PIC Z(6)9.99.
       01  WS-EXT-MONEY-2              PIC Z(6)9.99.
       01  WS-EXT-DATE                 PIC X(10).

       01  WS-COUNTS.
           05 WS-LINES-ROUTED          PIC 9(7) VALUE 0.
           05 SML-UNROUTED             PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE SPLIT-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, BROKERID,
                      COALESCE(SHAREPCT, 100)
                 FROM COMMSPLIT
                ORDER BY POLICYNUMBER, SEQNO
           END-EXEC.

           EXEC SQL
               DECLARE ENDORS-CURSOR CURSOR FOR
               SELECT E.POLICYNUMBER, E.POLICYTYPE,
                      COALESCE(S.BROKERID, P.BROKERID),
                      CHAR(E.ENDORSEDATE, ISO), E.PREMIUMADJUST
                 FROM ENDORSEMENT E
                 INNER JOIN POLICY P
                   ON E.POLICYNUMBER = P.POLICYNUMBER
                 LEFT OUTER JOIN COMMSPLIT S
                   ON S.POLICYNUMBER = P.POLICYNUMBER
                WHERE COALESCE(S.BROKERID, P.BROKERID) IS NOT NULL
                  AND YEAR(E.ENDORSEDATE) = :WS-HV-YEAR
                  AND MONTH(E.ENDORSEDATE) = :WS-HV-MONTH
                ORDER BY 3, E.POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE CLAIMS-CURSOR CURSOR FOR
               SELECT C.POLICYNUMBER, C.CLAIMNUMBER,
                      COALESCE(S.BROKERID, P.BROKERID),
                      CHAR(C.CLAIMDATE, ISO), C.VALUE, C.PAID
                 FROM CLAIM C
                 INNER JOIN POLICY P
                   ON C.POLICYNUMBER = P.POLICYNUMBER
                 LEFT OUTER JOIN COMMSPLIT S
                   ON S.POLICYNUMBER = P.POLICYNUMBER
                WHERE COALESCE(S.BROKERID, P.BROKERID) IS NOT NULL
                  AND YEAR(C.CLAIMDATE) = :WS-HV-YEAR
                  AND MONTH(C.CLAIMDATE) = :WS-HV-MONTH
                ORDER BY 3, C.CLAIMNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE LAPSE-SPLIT-CURSOR CURSOR FOR
               SELECT BROKERID
                 FROM COMMSPLIT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                ORDER BY SEQNO
           END-EXEC.

       PROCEDURE DIVISION.
              THRU 4000-EXIT
           PERFORM 5000-EXTRACT-CLAIMS
              THRU 5000-EXIT
           PERFORM 6000-EXTRACT-CANCELLATIONS
              THRU 6000-EXIT

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
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
           END-IF
           MOVE WS-REPORT-YYYY TO WS-HV-YEAR
           MOVE WS-REPORT-MM   TO WS-HV-MONTH
           MOVE WS-REPORT-YYYY TO WS-RIM-YYYY
           MOVE WS-REPORT-MM   TO WS-RIM-MM

           OPEN OUTPUT BORDEREAU-REPORT
           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1100-LOAD-CONFIG
              THRU 1100-EXIT
           PERFORM 1150-LOAD-CLAWBACKS
              THRU 1150-EXIT
           PERFORM 1400-LOAD-SPLITS
              THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.

       1150-LOAD-CLAWBACKS.
           OPEN INPUT CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS = "00"
              PERFORM UNTIL WS-CLAWBACK-STATUS NOT = "00"
                 READ CLAWBACK-FILE
                    AT END MOVE "10" TO WS-CLAWBACK-STATUS
                    NOT AT END
                       IF CLW-EVENT-DATE / 100 = WS-REPORT-YYYYMM
                          AND WS-CLW-COUNT < 500
                          ADD 1 TO WS-CLW-COUNT
                          SET WS-CW-IX TO WS-CLW-COUNT
                          MOVE CLW-BROKER-ID
                            TO WS-CW-BROKER(WS-CW-IX)
                          MOVE CLW-POLICY-NUM
                            TO WS-CW-POLICY(WS-CW-IX)
                          MOVE CLW-POLICY-TYPE
                            TO WS-CW-TYPE(WS-CW-IX)
                          MOVE CLW-SOURCE
                            TO WS-CW-SOURCE(WS-CW-IX)
                          MOVE CLW-EVENT-DATE
                            TO WS-CW-EVENT-DATE(WS-CW-IX)
                          MOVE CLW-PREMIUM-BACK
                            TO WS-CW-PREMIUM-BACK(WS-CW-IX)
                          MOVE CLW-CLAWBACK
                            TO WS-CW-CLAWBACK(WS-CW-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CLAWBACK-FILE
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
           DISPLAY 'BROKBORD: ' WS-BOOK-REFUSAL
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
      * big to hold would misroute commission, so it stops the run.   *
      *----------------------------------------------------------------*
       1400-LOAD-SPLITS.
           EXEC SQL
               OPEN SPLIT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 1450-FETCH-NEXT-SPLIT
              THRU 1450-EXIT
           PERFORM UNTIL END-OF-CURSOR
              IF WS-SPLIT-COUNT NOT < 5000
                 DISPLAY 'COMMSPLIT HAS MORE THAN 5000 ROWS'
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              ADD 1 TO WS-SPLIT-COUNT
              SET WS-SP-IX TO WS-SPLIT-COUNT
              MOVE WS-SPLIT-POLICY TO WS-SP-POLICY(WS-SP-IX)
              MOVE WS-BROKERID     TO WS-SP-BROKER(WS-SP-IX)
              MOVE WS-SHAREPCT     TO WS-SP-SHARE(WS-SP-IX)
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
               INTO :WS-SPLIT-POLICY, :WS-BROKERID, :WS-SHAREPCT
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
              END-IF
           END-IF
           .
       1450-EXIT.
           EXIT.

       2000-EXTRACT-NEW-BUSINESS.
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT
           PERFORM UNTIL END-OF-BOOK
              PERFORM 2100-TAKE-NEWBUS-POLICY
                 THRU 2100-EXIT
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A policy issued in the month goes to each broker in its split *
      * with their share of the commission, or to its own broker with *
      * all of it; a policy with neither is nobody's new business.    *
      *----------------------------------------------------------------*
       2100-TAKE-NEWBUS-POLICY.
           PERFORM UNTIL WS-SPLIT-NEXT > WS-SPLIT-COUNT
              IF WS-SP-POLICY(WS-SPLIT-NEXT) >= BK-POLICY-NUM
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-SPLIT-NEXT
           END-PERFORM
           IF BK-ISSUE-DATE(1:7) NOT = WS-REPORT-ISO-MONTH
              GO TO 2100-EXIT
           END-IF

           MOVE BK-POLICY-NUM  TO WS-POLICY-NUM
           MOVE BK-POLICY-TYPE TO WS-POLICY-TYPE
           MOVE BK-ISSUE-DATE  TO WS-EVENT-DATE
           MOVE BK-PAYMENT     TO WS-PAYMENT
           MOVE 0 TO WS-SPLIT-HITS
           PERFORM VARYING WS-SP-IX FROM WS-SPLIT-NEXT BY 1
                   UNTIL WS-SP-IX > WS-SPLIT-COUNT
              IF WS-SP-POLICY(WS-SP-IX) NOT = BK-POLICY-NUM
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-SPLIT-HITS
              MOVE WS-SP-BROKER(WS-SP-IX) TO WS-BROKERID
              COMPUTE WS-COMMISSION =
                  BK-COMMISSION * WS-SP-SHARE(WS-SP-IX) / 100
              PERFORM 2200-WRITE-NEWBUS-LINE
                 THRU 2200-EXIT
           END-PERFORM

           IF WS-SPLIT-HITS = 0 AND BK-BROKER-ID > 0
              MOVE BK-BROKER-ID  TO WS-BROKERID
              MOVE BK-COMMISSION TO WS-COMMISSION
              PERFORM 2200-WRITE-NEWBUS-LINE
                 THRU 2200-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-WRITE-NEWBUS-LINE.
           MOVE WS-POLICY-NUM TO WS-EXT-POLICY
           MOVE WS-PAYMENT    TO WS-EXT-AMOUNT-1
           MOVE WS-COMMISSION TO WS-EXT-MONEY-2
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'NEWBUS,'                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-POLICY)    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-AMOUNT-1)  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-MONEY-2)   DELIMITED BY SIZE
              INTO WS-EXTRACT-LINE
           END-STRING
           PERFORM 7000-ROUTE-TO-BROKER
               INTO WS-LPX-POLICY-TEXT WS-LPX-CUSTOMER-TEXT
                    WS-LPX-TYPE WS-LPX-ISSUE WS-LPX-EXPIRY
                    WS-LPX-PAYMENT-TEXT WS-LPX-BROKER-TEXT
           IF WS-LPX-POLICY-TEXT = SPACES
              GO TO 4100-EXIT
           END-IF
           MOVE ZEROS TO WS-LPX-EXPIRY-NUM
           IF WS-LPX-EXPIRY-NUM / 100 NOT = WS-REPORT-YYYYMM
              GO TO 4100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-LPX-POLICY-TEXT)
             TO WS-LPX-POLICY-NUM
           MOVE WS-LPX-POLICY-NUM TO WS-POLICY-NUM

      *    A split policy's lapse goes to each broker in the split.
           MOVE 0 TO WS-LPX-SPLIT-COUNT
           EXEC SQL
               OPEN LAPSE-SPLIT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-LPX-SPLIT-EOF
           PERFORM UNTIL WS-LPX-SPLIT-EOF = 'Y'
              EXEC SQL
                  FETCH LAPSE-SPLIT-CURSOR
                  INTO :WS-BROKERID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-LPX-SPLIT-COUNT
                    PERFORM 4200-WRITE-LAPSE-LINE
                       THRU 4200-EXIT
                 WHEN 100
                    MOVE 'Y' TO WS-LPX-SPLIT-EOF
                 WHEN OTHER
                    DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
                    MOVE 'Y' TO WS-SQL-ERROR-FLAG
                    PERFORM 9000-END-PARA
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE LAPSE-SPLIT-CURSOR
           END-EXEC
           IF WS-LPX-SPLIT-COUNT > 0
              GO TO 4100-EXIT
           END-IF

           IF WS-LPX-BROKER-TEXT = SPACES
              GO TO 4100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL (WS-LPX-BROKER-TEXT) TO WS-BROKERID
           IF WS-BROKERID = 0
              GO TO 4100-EXIT
           END-IF
           PERFORM 4200-WRITE-LAPSE-LINE
              THRU 4200-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-WRITE-LAPSE-LINE.
           MOVE 0 TO WS-LPX-CLAWBACK
           PERFORM VARYING WS-CW-IX FROM 1 BY 1
                   UNTIL WS-CW-IX > WS-CLW-COUNT
              IF WS-CW-SOURCE(WS-CW-IX) = 'LAPS'
                 AND WS-CW-POLICY(WS-CW-IX) = WS-LPX-POLICY-NUM
                 AND WS-CW-BROKER(WS-CW-IX) = WS-BROKERID
                 MOVE WS-CW-CLAWBACK(WS-CW-IX) TO WS-LPX-CLAWBACK
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE WS-LPX-CLAWBACK TO WS-EXT-MONEY-2
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'LAPSE ,'                            DELIMITED BY
                                                       SIZE
                                                       SIZE
                  FUNCTION TRIM(WS-LPX-PAYMENT-TEXT)   DELIMITED BY
                                                       SIZE
                  ','                                  DELIMITED BY
                                                       SIZE
                  FUNCTION TRIM(WS-EXT-MONEY-2)        DELIMITED BY
                                                       SIZE
              INTO WS-EXTRACT-LINE
           END-STRING
           PERFORM 7000-ROUTE-TO-BROKER
              THRU 7000-EXIT
           .
       4200-EXIT.
           EXIT.

       5000-EXTRACT-CLAIMS.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cancellations come from the clawback register - POLCANCL has  *
      * deleted the policy row - one line per cancelled policy with   *
      * the premium refunded and the commission clawed back.          *
      *----------------------------------------------------------------*
       6000-EXTRACT-CANCELLATIONS.
           PERFORM VARYING WS-CW-IX FROM 1 BY 1
                   UNTIL WS-CW-IX > WS-CLW-COUNT
              IF WS-CW-SOURCE(WS-CW-IX) = 'CANC'
                 PERFORM 6100-WRITE-CANCEL-LINE
                    THRU 6100-EXIT
              END-IF
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

       6100-WRITE-CANCEL-LINE.
           MOVE WS-CW-BROKER(WS-CW-IX)       TO WS-BROKERID
           MOVE WS-CW-POLICY(WS-CW-IX)       TO WS-EXT-POLICY
           MOVE WS-CW-PREMIUM-BACK(WS-CW-IX) TO WS-EXT-MONEY-1
           MOVE WS-CW-CLAWBACK(WS-CW-IX)     TO WS-EXT-MONEY-2
           MOVE SPACES TO WS-EXT-DATE
           STRING WS-CW-EVENT-DATE(WS-CW-IX) (1:4) DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  WS-CW-EVENT-DATE(WS-CW-IX) (5:2) DELIMITED BY SIZE
                  '-'                              DELIMITED BY SIZE
                  WS-CW-EVENT-DATE(WS-CW-IX) (7:2) DELIMITED BY SIZE
              INTO WS-EXT-DATE
           END-STRING
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'CANCEL,'                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-POLICY)    DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-CW-TYPE(WS-CW-IX)            DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-EXT-DATE                     DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-MONEY-1)   DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-MONEY-2)   DELIMITED BY SIZE
              INTO WS-EXTRACT-LINE
           END-STRING
           PERFORM 7000-ROUTE-TO-BROKER
              THRU 7000-EXIT
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Route the assembled line to the broker's dataset, same        *
      * open-fresh-then-append idiom as CUSTOMER-RECORDS' DIST        *
           EXIT.

       9000-END-PARA.
           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE BORDEREAU-REPORT.
           EVALUATE TRUE
              WHEN BOOK-REFUSED
                 MOVE 12 TO RETURN-CODE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-LINES-UNROUTED > 0
