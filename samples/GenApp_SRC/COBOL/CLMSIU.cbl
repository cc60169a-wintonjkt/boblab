      ******************************************************************
      *                                                                *
      *           Special Investigations Referral Scoring              *
      *                                                                *
      *   Nightly, ahead of CLMSETL. Scores every open claim on the   *
      *   classic warning signs CLMSWEEP's frequency checks miss:     *
      *                                                                *
      *     E  claim dated within 28 days of the policy ISSUEDATE     *
      *     V  claim VALUE at 90% or more of the sum insured          *
      *        (ENDOWMENT, HOUSE, MOTOR - same lookup as REINSREC)    *
      *     P  payee bank details changed through LGMPAY01 in the     *
      *        30 days before the run (PAYEE.LASTCHANGED)             *
      *     W  claimant on WATCHLST.DAT - surname and date of birth,  *
      *        the WTCHSWP match                                      *
      *                                                                *
      *   A claim scoring at or over the threshold (first PARM word,  *
      *   default 50) goes on the investigations queue SIUQUEUE.DAT   *
      *   with its reasons, one line per case:                        *
      *                                                                *
      *     claim(10) sp score(3) sp reasons(4) sp queued(8)          *
      *     sp status(1) sp decided(8) sp investigator(8)             *
      *     status H held / C cleared / F fraud confirmed             *
      *                                                                *
      *   SIUDECN.DAT carries the investigators' decisions, applied   *
      *   before scoring:                                             *
      *     C claim date investigator    cleared - free to settle     *
      *     F claim date investigator    confirmed - stays held       *
      *                                                                *
      *   A cleared case is not queued again for the reasons it was   *
      *   cleared on; a new reason puts it back to H. CLMSETL reads   *
      *   the store and pays nothing on a claim held H or F.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMSIU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DECISION-FILE
               ASSIGN TO "SIUDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT OPTIONAL QUEUE-STORE
               ASSIGN TO "SIUQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL WATCHLIST-FILE
               ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT SCORING-REPORT
               ASSIGN TO "CLMSIU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DCN-ACTION               PIC X(1).
              88 DCN-CLEAR                VALUE 'C'.
              88 DCN-CONFIRM              VALUE 'F'.
           05 FILLER                   PIC X.
           05 DCN-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 DCN-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 DCN-INVESTIGATOR         PIC X(8).

       FD  QUEUE-STORE.
       01  QUEUE-RECORD.
           05 SIU-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 SIU-SCORE                PIC 9(3).
           05 FILLER                   PIC X.
           05 SIU-REASONS              PIC X(4).
           05 FILLER                   PIC X.
           05 SIU-QUEUED               PIC 9(8).
           05 FILLER                   PIC X.
           05 SIU-STATUS               PIC X(1).
           05 FILLER                   PIC X.
           05 SIU-DECIDED              PIC 9(8).
           05 FILLER                   PIC X.
           05 SIU-INVESTIGATOR         PIC X(8).

      * Same layout WTCHSWP reads.
       FD  WATCHLIST-FILE.
       01  WATCHLIST-RECORD.
           05 WL-LASTNAME              PIC X(20).
           05 WL-DOB                   PIC X(10).
           05 WL-FIRSTNAME             PIC X(10).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       FD  SCORING-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-DECISION-STATUS          PIC XX VALUE SPACES.
       01  WS-STORE-STATUS             PIC XX VALUE SPACES.
       01  WS-WATCHLIST-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-THRESHOLD-TEXT           PIC X(8)  VALUE SPACES.
       01  WS-THRESHOLD                PIC 9(3)  VALUE 50.

      * Scoring rules. A watchlist hit queues on its own; any two
      * of the other signs together reach the default threshold.
       01  WS-SCORING-RULES.
           05 WS-EARLY-DAYS            PIC S9(5) COMP VALUE 28.
           05 WS-VALUE-PCT             PIC S9(3) COMP VALUE 90.
           05 WS-PAYEE-DAYS            PIC S9(5) COMP VALUE 30.
           05 WS-EARLY-WEIGHT          PIC 9(3) VALUE 30.
           05 WS-VALUE-WEIGHT          PIC 9(3) VALUE 25.
           05 WS-PAYEE-WEIGHT          PIC 9(3) VALUE 35.
           05 WS-WATCH-WEIGHT          PIC 9(3) VALUE 60.

      * The queue, loaded whole and rewritten whole.
       01  WS-QUEUE-COUNT              PIC 9(4) VALUE 0.
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-QU-IX.
              10 WS-QU-CLAIM           PIC 9(10).
              10 WS-QU-SCORE           PIC 9(3).
              10 WS-QU-REASONS         PIC X(4).
              10 WS-QU-QUEUED          PIC 9(8).
              10 WS-QU-STATUS          PIC X(1).
                 88 WS-QU-HELD            VALUE 'H'.
                 88 WS-QU-CLEARED         VALUE 'C'.
                 88 WS-QU-CONFIRMED       VALUE 'F'.
              10 WS-QU-DECIDED         PIC 9(8).
              10 WS-QU-INVESTIGATOR    PIC X(8).
       01  WS-QUEUE-FOUND              PIC X VALUE "N".

       01  WS-WATCH-COUNT              PIC 9(4) VALUE 0.
       01  WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-WL-IX.
              10 WS-WT-LASTNAME        PIC X(20).
              10 WS-WT-DOB             PIC X(10).

      * Host variables for the open-claim cursor
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(1).
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-AGE                PIC S9(9) USAGE COMP.
       01  WS-CLAIM-AGE-IND            PIC S9(4) USAGE COMP.
       01  WS-CUST-LASTNAME            PIC X(20).
       01  WS-CUST-LASTNAME-IND        PIC S9(4) USAGE COMP.
       01  WS-CUST-DOB                 PIC X(10).
       01  WS-CUST-DOB-IND             PIC S9(4) USAGE COMP.
       01  WS-PRODUCT-VALUE            PIC S9(9) USAGE COMP.
       01  WS-PAYEE-AGE                PIC S9(9) USAGE COMP.
       01  WS-PAYEE-AGE-IND            PIC S9(4) USAGE COMP.

       01  WS-SCORE                    PIC 9(3) VALUE 0.
       01  WS-REASONS.
           05 WS-REASON-EARLY          PIC X VALUE '-'.
           05 WS-REASON-VALUE          PIC X VALUE '-'.
           05 WS-REASON-PAYEE          PIC X VALUE '-'.
           05 WS-REASON-WATCH          PIC X VALUE '-'.
       01  WS-NEW-REASON               PIC X VALUE "N".
       01  WS-RS-IX                    PIC S9(4) COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-SCORED-COUNT          PIC 9(5) VALUE 0.
           05 WS-QUEUED-COUNT          PIC 9(5) VALUE 0.
           05 WS-REQUEUED-COUNT        PIC 9(5) VALUE 0.
           05 WS-CLEARED-COUNT         PIC 9(5) VALUE 0.
           05 WS-CONFIRMED-COUNT       PIC 9(5) VALUE 0.
           05 WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.

       01  DETAIL-LINE.
           05 DTL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-SCORE                PIC ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REASONS              PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(26).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'SCORED: '.
           05 SML-SCORED               PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  QUEUED: '.
           05 SML-QUEUED               PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  CLEARED: '.
           05 SML-CLEARED              PIC ZZZZ9.
           05 FILLER                   PIC X(13) VALUE '  CONFIRMED: '.
           05 SML-CONFIRMED            PIC ZZZZ9.
           05 FILLER                   PIC X(8)  VALUE '  HELD: '.
           05 SML-HELD                 PIC ZZZZ9.

      * Open claims with what the scoring needs: days from issue to
      * loss, the claimant for the watchlist, and how recently the
      * customer's payee details were changed.
           EXEC SQL
               DECLARE SCORING-CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER, C.POLICYNUMBER, C.VALUE,
                      P.POLICYTYPE, P.CUSTOMERNUMBER,
                      DAYS(C.CLAIMDATE) - DAYS(P.ISSUEDATE),
                      U.LASTNAME, CHAR(U.DATEOFBIRTH, ISO)
                 FROM CLAIM C, POLICY P, CUSTOMER U
                WHERE C.POLICYNUMBER   = P.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = U.CUSTOMERNUMBER
                  AND C.PAID + COALESCE(C.EXCESS, 0) < C.VALUE
                  AND COALESCE(C.STATUS, '  ') <> 'CL'
                ORDER BY C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-APPLY-DECISIONS
              THRU 2000-EXIT
           PERFORM 3000-SCORE-OPEN-CLAIMS
              THRU 3000-EXIT
           PERFORM 7000-REWRITE-STORE
              THRU 7000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Business date from BUSIDATE.DAT when present, so the payee    *
      * window lines up with the settlement run that follows.         *
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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-THRESHOLD-TEXT
              IF WS-THRESHOLD-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL (WS-THRESHOLD-TEXT)
                   TO WS-THRESHOLD
              END-IF
           END-IF
           OPEN OUTPUT SCORING-REPORT
           PERFORM 1100-LOAD-STORE
              THRU 1100-EXIT
           PERFORM 1200-LOAD-WATCHLIST
              THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-LOAD-STORE.
           OPEN INPUT QUEUE-STORE
           IF WS-STORE-STATUS = "00"
              PERFORM UNTIL WS-STORE-STATUS NOT = "00"
                 READ QUEUE-STORE
                    AT END MOVE "10" TO WS-STORE-STATUS
                    NOT AT END
                       IF WS-QUEUE-COUNT < 2000
                          ADD 1 TO WS-QUEUE-COUNT
                          SET WS-QU-IX TO WS-QUEUE-COUNT
                          MOVE SIU-CLAIM-NUM
                            TO WS-QU-CLAIM(WS-QU-IX)
                          MOVE SIU-SCORE
                            TO WS-QU-SCORE(WS-QU-IX)
                          MOVE SIU-REASONS
                            TO WS-QU-REASONS(WS-QU-IX)
                          MOVE SIU-QUEUED
                            TO WS-QU-QUEUED(WS-QU-IX)
                          MOVE SIU-STATUS
                            TO WS-QU-STATUS(WS-QU-IX)
                          MOVE SIU-DECIDED
                            TO WS-QU-DECIDED(WS-QU-IX)
                          MOVE SIU-INVESTIGATOR
                            TO WS-QU-INVESTIGATOR(WS-QU-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE QUEUE-STORE
           .
       1100-EXIT.
           EXIT.

       1200-LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
              PERFORM UNTIL WS-WATCHLIST-STATUS NOT = "00"
                 READ WATCHLIST-FILE
                    AT END MOVE "10" TO WS-WATCHLIST-STATUS
                    NOT AT END
                       IF WS-WATCH-COUNT < 2000
                          ADD 1 TO WS-WATCH-COUNT
                          SET WS-WL-IX TO WS-WATCH-COUNT
                          MOVE WL-LASTNAME
                            TO WS-WT-LASTNAME(WS-WL-IX)
                          MOVE WL-DOB
                            TO WS-WT-DOB(WS-WL-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE WATCHLIST-FILE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Investigator decisions. Only a held case can be decided; a    *
      * decision on anything else is rejected to the report.          *
      *----------------------------------------------------------------*
       2000-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = "00"
              CLOSE DECISION-FILE
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL WS-DECISION-STATUS NOT = "00"
              READ DECISION-FILE
                 AT END MOVE "10" TO WS-DECISION-STATUS
                 NOT AT END
                    PERFORM 2100-APPLY-ONE-DECISION
                       THRU 2100-EXIT
              END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           .
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-DECISION.
           MOVE DCN-CLAIM-NUM TO DTL-CLAIM-NUM
           MOVE 0             TO DTL-SCORE
           MOVE SPACES        TO DTL-REASONS
           MOVE "N" TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QU-IX FROM 1 BY 1
                   UNTIL WS-QU-IX > WS-QUEUE-COUNT
              IF WS-QU-CLAIM(WS-QU-IX) = DCN-CLAIM-NUM
                 AND WS-QU-HELD(WS-QU-IX)
                 MOVE "Y" TO WS-QUEUE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-QUEUE-FOUND = "N"
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NO HELD CASE' TO DTL-RESULT
              GO TO 2100-WRITE
           END-IF
           MOVE WS-QU-SCORE(WS-QU-IX)   TO DTL-SCORE
           MOVE WS-QU-REASONS(WS-QU-IX) TO DTL-REASONS
           EVALUATE TRUE
              WHEN DCN-CLEAR
                 SET WS-QU-CLEARED(WS-QU-IX) TO TRUE
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE 'CASE CLEARED' TO DTL-RESULT
              WHEN DCN-CONFIRM
                 SET WS-QU-CONFIRMED(WS-QU-IX) TO TRUE
                 ADD 1 TO WS-CONFIRMED-COUNT
                 MOVE 'CASE CONFIRMED - HELD' TO DTL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'BAD ACTION CODE' TO DTL-RESULT
                 GO TO 2100-WRITE
           END-EVALUATE
           MOVE DCN-DATE         TO WS-QU-DECIDED(WS-QU-IX)
           MOVE DCN-INVESTIGATOR TO WS-QU-INVESTIGATOR(WS-QU-IX)
           .
       2100-WRITE.
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2100-EXIT.
           EXIT.

       3000-SCORE-OPEN-CLAIMS.
           EXEC SQL
               OPEN SCORING-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3100-FETCH-NEXT-CLAIM
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              PERFORM 3200-SCORE-ONE-CLAIM
                 THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-CLAIM
                 THRU 3100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE SCORING-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH SCORING-CURSOR
               INTO :WS-CLAIM-NUM, :WS-POLICY-NUM, :WS-CLAIM-VALUE,
                    :WS-POLICY-TYPE, :WS-CUSTOMER-NUM,
                    :WS-CLAIM-AGE :WS-CLAIM-AGE-IND,
                    :WS-CUST-LASTNAME :WS-CUST-LASTNAME-IND,
                    :WS-CUST-DOB :WS-CUST-DOB-IND
           END-EXEC

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

       3200-SCORE-ONE-CLAIM.
           ADD 1 TO WS-SCORED-COUNT
           MOVE 0 TO WS-SCORE
           MOVE ALL '-' TO WS-REASONS

           IF WS-CLAIM-AGE-IND >= 0
              AND WS-CLAIM-AGE < WS-EARLY-DAYS
              MOVE 'E' TO WS-REASON-EARLY
              ADD WS-EARLY-WEIGHT TO WS-SCORE
           END-IF

           PERFORM 3300-LOOKUP-PRODUCT-VALUE
              THRU 3300-EXIT
           IF WS-PRODUCT-VALUE > 0
              AND WS-CLAIM-VALUE * 100
                  >= WS-PRODUCT-VALUE * WS-VALUE-PCT
              MOVE 'V' TO WS-REASON-VALUE
              ADD WS-VALUE-WEIGHT TO WS-SCORE
           END-IF

           EXEC SQL
               SELECT DAYS(:WS-RUN-DATE-ISO) - DAYS(LASTCHANGED)
                 INTO :WS-PAYEE-AGE :WS-PAYEE-AGE-IND
                 FROM PAYEE
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
              AND WS-PAYEE-AGE-IND >= 0
              AND WS-PAYEE-AGE <= WS-PAYEE-DAYS
              MOVE 'P' TO WS-REASON-PAYEE
              ADD WS-PAYEE-WEIGHT TO WS-SCORE
           END-IF

           IF WS-CUST-DOB-IND >= 0
              AND WS-CUST-LASTNAME-IND >= 0
              PERFORM VARYING WS-WL-IX FROM 1 BY 1
                      UNTIL WS-WL-IX > WS-WATCH-COUNT
                 IF WS-WT-LASTNAME(WS-WL-IX) = WS-CUST-LASTNAME
                    AND WS-WT-DOB(WS-WL-IX) = WS-CUST-DOB
                    MOVE 'W' TO WS-REASON-WATCH
                    ADD WS-WATCH-WEIGHT TO WS-SCORE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF

           IF WS-SCORE < WS-THRESHOLD
              GO TO 3200-EXIT
           END-IF
           PERFORM 3400-QUEUE-CLAIM
              THRU 3400-EXIT
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sum insured lives in a different table depending on           *
      * POLICYTYPE, same rules as REINSREC. Commercial policies       *
      * carry peril premiums, not a sum insured, so are not scored    *
      * on value.                                                     *
      *----------------------------------------------------------------*
       3300-LOOKUP-PRODUCT-VALUE.
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
                     SELECT SUMASSURED
                       INTO :WS-PRODUCT-VALUE
                       FROM ENDOWMENT
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN 'H'
                 EXEC SQL
                     SELECT VALUE
                       INTO :WS-PRODUCT-VALUE
                       FROM HOUSE
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN 'M'
                 EXEC SQL
                     SELECT VALUE
                       INTO :WS-PRODUCT-VALUE
                       FROM MOTOR
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN OTHER
                 MOVE 0 TO WS-PRODUCT-VALUE
           END-EVALUATE
           .
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Over the threshold: a new case goes on the queue held; a held *
      * case takes tonight's score; a cleared case comes back only    *
      * when a reason shows that was not there when it was cleared;   *
      * a confirmed case is left as the investigator decided it.      *
      *----------------------------------------------------------------*
       3400-QUEUE-CLAIM.
           MOVE WS-CLAIM-NUM TO DTL-CLAIM-NUM
           MOVE WS-SCORE     TO DTL-SCORE
           MOVE WS-REASONS   TO DTL-REASONS
           MOVE "N" TO WS-QUEUE-FOUND
           PERFORM VARYING WS-QU-IX FROM 1 BY 1
                   UNTIL WS-QU-IX > WS-QUEUE-COUNT
              IF WS-QU-CLAIM(WS-QU-IX) = WS-CLAIM-NUM
                 MOVE "Y" TO WS-QUEUE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-QUEUE-FOUND = "N"
              IF WS-QUEUE-COUNT < 2000
                 ADD 1 TO WS-QUEUE-COUNT
                 SET WS-QU-IX TO WS-QUEUE-COUNT
                 MOVE WS-CLAIM-NUM TO WS-QU-CLAIM(WS-QU-IX)
                 MOVE WS-SCORE     TO WS-QU-SCORE(WS-QU-IX)
                 MOVE WS-REASONS   TO WS-QU-REASONS(WS-QU-IX)
                 MOVE WS-RUN-DATE  TO WS-QU-QUEUED(WS-QU-IX)
                 SET WS-QU-HELD(WS-QU-IX) TO TRUE
                 MOVE ZEROS        TO WS-QU-DECIDED(WS-QU-IX)
                 MOVE SPACES       TO WS-QU-INVESTIGATOR(WS-QU-IX)
                 ADD 1 TO WS-QUEUED-COUNT
                 MOVE 'REFERRED - HELD' TO DTL-RESULT
              ELSE
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'QUEUE FULL' TO DTL-RESULT
              END-IF
              GO TO 3400-WRITE
           END-IF

           EVALUATE TRUE
              WHEN WS-QU-HELD(WS-QU-IX)
                 MOVE WS-SCORE   TO WS-QU-SCORE(WS-QU-IX)
                 MOVE WS-REASONS TO WS-QU-REASONS(WS-QU-IX)
                 GO TO 3400-EXIT
              WHEN WS-QU-CONFIRMED(WS-QU-IX)
                 GO TO 3400-EXIT
           END-EVALUATE

           MOVE "N" TO WS-NEW-REASON
           PERFORM VARYING WS-RS-IX FROM 1 BY 1
                   UNTIL WS-RS-IX > 4
              IF WS-REASONS(WS-RS-IX:1) NOT = '-'
                 AND WS-QU-REASONS(WS-QU-IX)(WS-RS-IX:1) = '-'
                 MOVE "Y" TO WS-NEW-REASON
              END-IF
           END-PERFORM
           IF WS-NEW-REASON = "N"
              GO TO 3400-EXIT
           END-IF
           MOVE WS-SCORE     TO WS-QU-SCORE(WS-QU-IX)
           MOVE WS-REASONS   TO WS-QU-REASONS(WS-QU-IX)
           MOVE WS-RUN-DATE  TO WS-QU-QUEUED(WS-QU-IX)
           SET WS-QU-HELD(WS-QU-IX) TO TRUE
           MOVE ZEROS        TO WS-QU-DECIDED(WS-QU-IX)
           MOVE SPACES       TO WS-QU-INVESTIGATOR(WS-QU-IX)
           ADD 1 TO WS-REQUEUED-COUNT
           MOVE 'RE-REFERRED - NEW REASON' TO DTL-RESULT
           .
       3400-WRITE.
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       3400-EXIT.
           EXIT.

       7000-REWRITE-STORE.
           OPEN OUTPUT QUEUE-STORE
           PERFORM VARYING WS-QU-IX FROM 1 BY 1
                   UNTIL WS-QU-IX > WS-QUEUE-COUNT
              IF WS-QU-HELD(WS-QU-IX)
                 OR WS-QU-CONFIRMED(WS-QU-IX)
                 ADD 1 TO WS-HELD-COUNT
              END-IF
              MOVE SPACES TO QUEUE-RECORD
              MOVE WS-QU-CLAIM(WS-QU-IX)        TO SIU-CLAIM-NUM
              MOVE WS-QU-SCORE(WS-QU-IX)        TO SIU-SCORE
              MOVE WS-QU-REASONS(WS-QU-IX)      TO SIU-REASONS
              MOVE WS-QU-QUEUED(WS-QU-IX)       TO SIU-QUEUED
              MOVE WS-QU-STATUS(WS-QU-IX)       TO SIU-STATUS
              MOVE WS-QU-DECIDED(WS-QU-IX)      TO SIU-DECIDED
              MOVE WS-QU-INVESTIGATOR(WS-QU-IX) TO SIU-INVESTIGATOR
              WRITE QUEUE-RECORD
           END-PERFORM
           CLOSE QUEUE-STORE
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-SCORED-COUNT    TO SML-SCORED
           COMPUTE SML-QUEUED = WS-QUEUED-COUNT + WS-REQUEUED-COUNT
           MOVE WS-CLEARED-COUNT   TO SML-CLEARED
           MOVE WS-CONFIRMED-COUNT TO SML-CONFIRMED
           MOVE WS-HELD-COUNT      TO SML-HELD
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE SCORING-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
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
