      *   books lose money - BROKSTMT only shows what the brokers     *
      *   are paid, not what their business costs.                    *
      *                                                                *
      *   Policies come from the night's policy book POLBOOK.DAT,     *
      *   carrying the written premium POLEXTR derives per product:   *
      *   POLICY.PAYMENT for endowment and house, MOTOR.PREMIUM for   *
      *   motor, and the sum of the four peril premiums for           *
      *   commercial. A book that is missing, unproven, incomplete    *
      *   or not for today is refused, RC 12.                         *
      *                                                                *
      *   Subrogation and salvage cash on the CLMRECOV.DAT store     *
      *   the CLMRECV run keeps is netted off each policy's          *
      *   losses money has already come back on. No store, no        *
      *   netting - the gross figures print as before.                *
      *                                                                *
      *   Incurred is shown both gross and net of the policy excess  *
      *   CLMSETL records on each claim (CLAIM.EXCESS), with a loss  *
      *   ratio on each basis. Paid is what actually went out, so it *
      *   is already net. A claim not yet settled has no excess      *
      *   recorded and counts the same on both bases.                 *
      *                                                                *
      *   Claims expense - loss-adjuster fees approved or paid on     *
      *   CLAIMINV - prints in its own column. It is the cost of      *
      *   handling the claims, not the claims, so it is never in      *
      *   incurred or paid and the loss ratios exclude it. Repairer   *
      *   invoices are indemnity and already sit inside VALUE and     *
      *   PAID.                                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

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
       FD  LOSS-REPORT.
       01  REPORT-LINE                 PIC X(132).

      * Same layout the CLMRECV run writes.
       FD  RECOVERY-STORE.
           05 FILLER                   PIC X.
           05 RCV-RAISED-DATE          PIC 9(8).

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
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BOOK-STATUS              PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

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

      * The policy in hand, from the book.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-BROKERID                 PIC 9(9) VALUE 0.

      * Host variables for the per-policy claim lookups
       01  WS-CLAIM-INCURRED           PIC S9(11) USAGE COMP-3.
       01  WS-CLAIM-INCURRED-IND      PIC S9(4) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(11) USAGE COMP-3.
       01  WS-CLAIM-PAID-IND           PIC S9(4) USAGE COMP.
       01  WS-CLAIM-EXCESS             PIC S9(11) USAGE COMP-3.
       01  WS-CLAIM-EXCESS-IND         PIC S9(4) USAGE COMP.
       01  WS-CLAIM-NET                PIC S9(11) USAGE COMP-3.
       01  WS-CLAIM-EXPENSE            PIC S9(11) USAGE COMP-3.

       01  WS-PREMIUM                  PIC 9(11) VALUE 0.

      * Per-policy-type accumulation
       01  WS-TYPE-TABLE-COUNT         PIC 9(2) VALUE 0.
              10 WS-TY-POLICIES        PIC 9(7).
              10 WS-TY-PREMIUM         PIC 9(11).
              10 WS-TY-INCURRED        PIC 9(11).
              10 WS-TY-NET             PIC 9(11).
              10 WS-TY-PAID            PIC 9(11).
              10 WS-TY-EXPENSE         PIC 9(11).

      * Per-broker accumulation, same idiom as BROKSTMT.
       01  WS-BROKER-TABLE-COUNT       PIC 9(3) VALUE 0.
              10 WS-BR-POLICIES        PIC 9(7).
              10 WS-BR-PREMIUM         PIC 9(11).
              10 WS-BR-INCURRED        PIC 9(11).
              10 WS-BR-NET             PIC 9(11).
              10 WS-BR-PAID            PIC 9(11).
              10 WS-BR-EXPENSE         PIC 9(11).

       01  WS-FOUND                    PIC X VALUE "N".
       01  WS-LOSS-RATIO               PIC 9(5)V9 VALUE 0.
              10 WS-RV-RECEIVED        PIC 9(11)V99.
       01  WS-RECOVERED                PIC 9(11)V99 VALUE 0.

       01  TYPE-HEADER-LINE.
           05 FILLER                   PIC X(26) VALUE
               'TYP POLICIES       PREMIUM'.
           05 FILLER                   PIC X(30) VALUE
               ' GROSS INCURRED   NET INCURRED'.
           05 FILLER                   PIC X(46) VALUE
               '           PAID     CLAIMS EXP   LOSS% NET LS%'.
       01  TYPE-DETAIL-LINE.
           05 TYL-TYPE                 PIC X.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-INCURRED             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-PAID                 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-EXPENSE              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-RATIO                PIC ZZZZ9.9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 TYL-NET-RATIO            PIC ZZZZ9.9.
       01  BROKER-HEADER-LINE.
           05 FILLER                   PIC X(32) VALUE
               'BROKER ID POLICIES       PREMIUM'.
           05 FILLER                   PIC X(30) VALUE
               ' GROSS INCURRED   NET INCURRED'.
           05 FILLER                   PIC X(46) VALUE
               '           PAID     CLAIMS EXP   LOSS% NET LS%'.
       01  BROKER-DETAIL-LINE.
           05 BDL-BROKER               PIC Z(8)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-INCURRED             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-PAID                 PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-EXPENSE              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-RATIO                PIC ZZZZ9.9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-NET-RATIO            PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       0001-MAIN.
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
           OPEN OUTPUT LOSS-REPORT
           PERFORM 1100-LOAD-RECOVERIES
              THRU 1100-EXIT

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT.

      * Received cash accumulated per policy - same accumulate-or-
      * insert idiom as the broker table.
       1100-LOAD-RECOVERIES.
           OPEN INPUT RECOVERY-STORE
           IF WS-STORE-STATUS = "00"
              PERFORM UNTIL WS-STORE-STATUS NOT = "00"
                 READ RECOVERY-STORE
                    AT END MOVE "10" TO WS-STORE-STATUS
                    NOT AT END
                       PERFORM 1150-TAKE-ONE-RECOVERY
                          THRU 1150-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RECOVERY-STORE
           .
       1100-EXIT.
           EXIT.

       1150-TAKE-ONE-RECOVERY.
           IF RCV-RECEIVED = ZEROS
              GO TO 1150-EXIT
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
              MOVE RCV-RECEIVED   TO WS-RV-RECEIVED(WS-RV-IX)
           END-IF
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
           DISPLAY 'LOSSRPT: ' WS-BOOK-REFUSAL
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
       2000-ACCUMULATE-POLICY.

           MOVE BK-POLICY-NUM      TO WS-POLICY-NUM
           MOVE BK-POLICY-TYPE     TO WS-POLICY-TYPE
           MOVE BK-BROKER-ID       TO WS-BROKERID
           MOVE BK-WRITTEN-PREMIUM TO WS-PREMIUM
           PERFORM 2200-SUM-POLICY-CLAIMS
              THRU 2200-EXIT
           PERFORM 2300-ACCUM-BY-TYPE
              THRU 2300-EXIT
           IF WS-BROKERID NOT = 0
              PERFORM 2400-ACCUM-BY-BROKER
                 THRU 2400-EXIT
           END-IF
       2000-EXIT.
           EXIT.

       2200-SUM-POLICY-CLAIMS.
           MOVE 0 TO WS-CLAIM-INCURRED
           MOVE 0 TO WS-CLAIM-PAID
           MOVE 0 TO WS-CLAIM-EXCESS
           EXEC SQL
               SELECT SUM(VALUE), SUM(PAID), SUM(COALESCE(EXCESS, 0))
                 INTO :WS-CLAIM-INCURRED :WS-CLAIM-INCURRED-IND,
                      :WS-CLAIM-PAID :WS-CLAIM-PAID-IND,
                      :WS-CLAIM-EXCESS :WS-CLAIM-EXCESS-IND
                 FROM CLAIM
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CLAIM-PAID-IND < 0
              MOVE 0 TO WS-CLAIM-PAID
           END-IF
           IF SQLCODE NOT = 0 OR WS-CLAIM-EXCESS-IND < 0
              MOVE 0 TO WS-CLAIM-EXCESS
           END-IF

      * Net off recoveries received on this policy's claims -
      * floored at zero, a recovery never turns a loss into income.
                 MOVE 0 TO WS-CLAIM-PAID
              END-IF
           END-IF

      * Net of excess: what the book bears once the policyholder's
      * share is taken off, on the same zero floor.
           COMPUTE WS-CLAIM-NET = WS-CLAIM-INCURRED - WS-CLAIM-EXCESS
           IF WS-CLAIM-NET < 0
              MOVE 0 TO WS-CLAIM-NET
           END-IF

      * Adjuster fees on the policy's claims, once approved.
           MOVE 0 TO WS-CLAIM-EXPENSE
           EXEC SQL
               SELECT COALESCE(SUM(I.AMOUNT), 0)
                 INTO :WS-CLAIM-EXPENSE
                 FROM CLAIMINV I, CLAIM C
                WHERE C.POLICYNUMBER = :WS-POLICY-NUM
                  AND I.CLAIMNUMBER  = C.CLAIMNUMBER
                  AND I.CATEGORY     = 'E'
                  AND I.STATUS IN ('A', 'P')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-CLAIM-EXPENSE
           END-IF
           .
       2200-EXIT.
           EXIT.
                 MOVE 0 TO WS-TY-POLICIES(WS-TY-IX)
                 MOVE 0 TO WS-TY-PREMIUM(WS-TY-IX)
                 MOVE 0 TO WS-TY-INCURRED(WS-TY-IX)
                 MOVE 0 TO WS-TY-NET(WS-TY-IX)
                 MOVE 0 TO WS-TY-PAID(WS-TY-IX)
                 MOVE 0 TO WS-TY-EXPENSE(WS-TY-IX)
              ELSE
                 GO TO 2300-EXIT
              END-IF
           ADD 1                TO WS-TY-POLICIES(WS-TY-IX)
           ADD WS-PREMIUM       TO WS-TY-PREMIUM(WS-TY-IX)
           ADD WS-CLAIM-INCURRED TO WS-TY-INCURRED(WS-TY-IX)
           ADD WS-CLAIM-NET     TO WS-TY-NET(WS-TY-IX)
           ADD WS-CLAIM-PAID    TO WS-TY-PAID(WS-TY-IX)
           ADD WS-CLAIM-EXPENSE TO WS-TY-EXPENSE(WS-TY-IX)
           .
       2300-EXIT.
           EXIT.
                 MOVE 0 TO WS-BR-POLICIES(WS-BR-IX)
                 MOVE 0 TO WS-BR-PREMIUM(WS-BR-IX)
                 MOVE 0 TO WS-BR-INCURRED(WS-BR-IX)
                 MOVE 0 TO WS-BR-NET(WS-BR-IX)
                 MOVE 0 TO WS-BR-PAID(WS-BR-IX)
                 MOVE 0 TO WS-BR-EXPENSE(WS-BR-IX)
              ELSE
                 GO TO 2400-EXIT
              END-IF
           ADD 1                TO WS-BR-POLICIES(WS-BR-IX)
           ADD WS-PREMIUM       TO WS-BR-PREMIUM(WS-BR-IX)
           ADD WS-CLAIM-INCURRED TO WS-BR-INCURRED(WS-BR-IX)
           ADD WS-CLAIM-NET     TO WS-BR-NET(WS-BR-IX)
           ADD WS-CLAIM-PAID    TO WS-BR-PAID(WS-BR-IX)
           ADD WS-CLAIM-EXPENSE TO WS-BR-EXPENSE(WS-BR-IX)
           .
       2400-EXIT.
           EXIT.
           MOVE WS-TY-POLICIES(WS-TY-IX) TO TYL-POLICIES.
           MOVE WS-TY-PREMIUM(WS-TY-IX)  TO TYL-PREMIUM.
           MOVE WS-TY-INCURRED(WS-TY-IX) TO TYL-INCURRED.
           MOVE WS-TY-NET(WS-TY-IX)      TO TYL-NET.
           MOVE WS-TY-PAID(WS-TY-IX)     TO TYL-PAID.
           MOVE WS-TY-EXPENSE(WS-TY-IX)  TO TYL-EXPENSE.
           IF WS-TY-PREMIUM(WS-TY-IX) > 0
              COMPUTE WS-LOSS-RATIO ROUNDED =
                  WS-TY-INCURRED(WS-TY-IX) * 100
              MOVE 0 TO WS-LOSS-RATIO
           END-IF.
           MOVE WS-LOSS-RATIO TO TYL-RATIO.
           IF WS-TY-PREMIUM(WS-TY-IX) > 0
              COMPUTE WS-LOSS-RATIO ROUNDED =
                  WS-TY-NET(WS-TY-IX) * 100
                  / WS-TY-PREMIUM(WS-TY-IX)
           ELSE
              MOVE 0 TO WS-LOSS-RATIO
           END-IF.
           MOVE WS-LOSS-RATIO TO TYL-NET-RATIO.
           MOVE TYPE-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-BR-POLICIES(WS-BR-IX) TO BDL-POLICIES.
           MOVE WS-BR-PREMIUM(WS-BR-IX)  TO BDL-PREMIUM.
           MOVE WS-BR-INCURRED(WS-BR-IX) TO BDL-INCURRED.
           MOVE WS-BR-NET(WS-BR-IX)      TO BDL-NET.
           MOVE WS-BR-PAID(WS-BR-IX)     TO BDL-PAID.
           MOVE WS-BR-EXPENSE(WS-BR-IX)  TO BDL-EXPENSE.
           IF WS-BR-PREMIUM(WS-BR-IX) > 0
              COMPUTE WS-LOSS-RATIO ROUNDED =
                  WS-BR-INCURRED(WS-BR-IX) * 100
              MOVE 0 TO WS-LOSS-RATIO
           END-IF.
           MOVE WS-LOSS-RATIO TO BDL-RATIO.
           IF WS-BR-PREMIUM(WS-BR-IX) > 0
              COMPUTE WS-LOSS-RATIO ROUNDED =
                  WS-BR-NET(WS-BR-IX) * 100
                  / WS-BR-PREMIUM(WS-BR-IX)
           ELSE
              MOVE 0 TO WS-LOSS-RATIO
           END-IF.
           MOVE WS-LOSS-RATIO TO BDL-NET-RATIO.
           MOVE BROKER-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-END-PARA.

           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE LOSS-REPORT.
           IF BOOK-REFUSED
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
