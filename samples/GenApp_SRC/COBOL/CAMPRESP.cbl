      ******************************************************************
      *                                                                *
      *        Cross-Sell Campaign Response Tracking                   *
      *                                                                *
      *   Follows up the campaigns XSELL cuts, so it can be seen      *
      *   whether a mailing paid. Every customer on a campaign's      *
      *   membership file CAMPMEMB.DAT is matched to the QUOTE and    *
      *   POLICY rows dated in the campaign's window - from the       *
      *   extract date to the window end on CAMPAIGN.DAT, or to the   *
      *   business date while the window is still open:               *
      *                                                                *
      *     responded   a quote or a new policy in the window         *
      *     sold        a new policy (ISSUEDATE) in the window        *
      *                                                                *
      *   CAMPRESP.RPT shows, per campaign, the mailed customers      *
      *   beside the control group XSELL held back at random:         *
      *   response rate, conversion rate (sold of those who           *
      *   responded), sale rate, new policies and premium generated,  *
      *   then mailing cost, cost per sale, and the uplift of the     *
      *   mailed sale rate over the control's with the incremental    *
      *   sales and cost per incremental sale it implies - the sales  *
      *   the mailing actually bought.                                *
      *                                                                *
      *   Members of a campaign not on CAMPAIGN.DAT are ignored.      *
      *                                                                *
      *   PARM: campaign code; defaults to every campaign on          *
      *   CAMPAIGN.DAT. RC 8 on a database error.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMPAIGN-REGISTER
               ASSIGN TO "CAMPAIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL CAMPAIGN-MEMBERS
               ASSIGN TO "CAMPMEMB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT RESPONSE-REPORT
               ASSIGN TO "CAMPRESP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout XSELL writes.
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

      * Same layout XSELL writes.
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

       FD  RESPONSE-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-CURSOR-STATUS.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MEMBER-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-CAMPAIGN-PARM            PIC X(10) VALUE SPACES.

       01  WS-ISO-SOURCE               PIC 9(8) VALUE ZEROS.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-SOURCE.
           05 WS-ISO-YYYY              PIC X(4).
           05 WS-ISO-MM                PIC X(2).
           05 WS-ISO-DD                PIC X(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.

      * Host variables.
       01  WS-HV-CUSTOMER-NUM          PIC S9(9) USAGE COMP.
       01  WS-HV-FROM-ISO              PIC X(10) VALUE SPACES.
       01  WS-HV-TO-ISO                PIC X(10) VALUE SPACES.
       01  WS-HV-POLICIES              PIC S9(9) USAGE COMP.
       01  WS-HV-QUOTES                PIC S9(9) USAGE COMP.
       01  WS-HV-PREMIUM               PIC S9(13) USAGE COMP-3.
       01  WS-HV-PREMIUM-IND           PIC S9(4) USAGE COMP.

      * One entry per campaign; group 1 is the mailed customers,
      * group 2 the control.
       01  WS-CAMPAIGN-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-CAMPAIGN-TABLE.
           05 WS-CAMPAIGN-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-CM-IX.
              10 WS-CM-CODE            PIC X(10).
              10 WS-CM-EXTRACT-DATE    PIC 9(8).
              10 WS-CM-WINDOW-END      PIC 9(8).
              10 WS-CM-TO-DATE         PIC 9(8).
              10 WS-CM-PIECE-COST      PIC 9(3)V99.
              10 WS-CM-FROM-ISO        PIC X(10).
              10 WS-CM-TO-ISO          PIC X(10).
              10 WS-CM-GROUP OCCURS 2 TIMES.
                 15 WS-CG-MEMBERS      PIC 9(7).
                 15 WS-CG-RESPONDED    PIC 9(7).
                 15 WS-CG-SOLD         PIC 9(7).
                 15 WS-CG-POLICIES     PIC 9(7).
                 15 WS-CG-PREMIUM      PIC 9(11)V99.
       01  WS-CM-FOUND                 PIC X VALUE 'N'.
       01  WS-GX                       PIC 9(1) VALUE ZEROS.
       01  WS-MAILED-GROUP             PIC 9(1) VALUE 1.
       01  WS-CONTROL-GROUP            PIC 9(1) VALUE 2.

      * Campaign results.
       01  WS-GROUP-RATES.
           05 WS-GROUP-RATE OCCURS 2 TIMES.
              10 WS-RESPONSE-RATE      PIC S9(3)V99.
              10 WS-CONVERSION-RATE    PIC S9(3)V99.
              10 WS-SALE-RATE          PIC S9(3)V99.
       01  WS-MAILING-COST             PIC 9(9)V99 VALUE 0.
       01  WS-COST-PER-SALE            PIC 9(9)V99 VALUE 0.
       01  WS-UPLIFT                   PIC S9(3)V99 VALUE 0.
       01  WS-INCREMENTAL-SALES        PIC S9(7) VALUE 0.
       01  WS-COST-PER-INCREMENT       PIC 9(9)V99 VALUE 0.

      * One figure formatted for its column.
       01  WS-FMT-VALUE                PIC S9(11)V99 VALUE 0.
       01  WS-FMT-KIND                 PIC X(1) VALUE SPACE.
       01  WS-FMT-SET                  PIC X(1) VALUE 'N'.
       01  WS-FMT-TEXT                 PIC X(15) VALUE SPACES.
       01  WS-FMT-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FMT-COUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01  CAMPAIGN-TITLE-LINE.
           05 FILLER                   PIC X(9)  VALUE 'CAMPAIGN '.
           05 CTL-CODE                 PIC X(10).
           05 FILLER                   PIC X(8)  VALUE '  WINDOW'.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 CTL-FROM                 PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE ' TO '.
           05 CTL-TO                   PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CTL-STATE                PIC X(20).
       01  CAMPAIGN-HEADING-LINE.
           05 FILLER                   PIC X(34) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
              '          MAILED'.
           05 FILLER                   PIC X(16) VALUE
              '         CONTROL'.
       01  RESULT-LINE.
           05 RSL-LABEL                PIC X(34).
           05 RSL-MAILED               PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-CONTROL              PIC X(15).
       01  NO-CAMPAIGN-LINE            PIC X(40) VALUE
           'NO CAMPAIGNS ON CAMPAIGN.DAT TO REPORT'.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 2000-LOAD-CAMPAIGNS
              THRU 2000-EXIT
           PERFORM 3000-MATCH-MEMBERS
              THRU 3000-EXIT
           PERFORM 6000-PRINT-RESULTS
              THRU 6000-EXIT
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
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
              UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                  INTO WS-CAMPAIGN-PARM
           END-IF
           OPEN OUTPUT RESPONSE-REPORT
           .
       1000-EXIT.
           EXIT.

       1100-MAKE-ISO-DATE.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-ISO-YYYY '-' WS-ISO-MM '-' WS-ISO-DD
              DELIMITED BY SIZE INTO WS-ISO-DATE
           .
       1100-EXIT.
           EXIT.

       2000-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
              CLOSE CAMPAIGN-REGISTER
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
              READ CAMPAIGN-REGISTER
                 AT END MOVE "10" TO WS-REGISTER-STATUS
                 NOT AT END
                    IF WS-CAMPAIGN-PARM = SPACES
                       OR WS-CAMPAIGN-PARM = CMP-CODE
                       PERFORM 2100-TAKE-CAMPAIGN
                          THRU 2100-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMPAIGN-REGISTER
           .
       2000-EXIT.
           EXIT.

       2100-TAKE-CAMPAIGN.
           IF WS-CAMPAIGN-COUNT >= 200
              DISPLAY 'CAMPAIGN TABLE FULL - ' CMP-CODE ' OMITTED'
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CAMPAIGN-COUNT
           SET WS-CM-IX TO WS-CAMPAIGN-COUNT
           INITIALIZE WS-CAMPAIGN-ENTRY (WS-CM-IX)
           MOVE CMP-CODE         TO WS-CM-CODE (WS-CM-IX)
           MOVE CMP-EXTRACT-DATE TO WS-CM-EXTRACT-DATE (WS-CM-IX)
           MOVE CMP-WINDOW-END   TO WS-CM-WINDOW-END (WS-CM-IX)
           MOVE CMP-PIECE-COST   TO WS-CM-PIECE-COST (WS-CM-IX)
           MOVE CMP-WINDOW-END   TO WS-CM-TO-DATE (WS-CM-IX)
           IF WS-RUN-DATE < CMP-WINDOW-END
              MOVE WS-RUN-DATE TO WS-CM-TO-DATE (WS-CM-IX)
           END-IF
           MOVE CMP-EXTRACT-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-CM-FROM-ISO (WS-CM-IX)
           MOVE WS-CM-TO-DATE (WS-CM-IX) TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           MOVE WS-ISO-DATE TO WS-CM-TO-ISO (WS-CM-IX)
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each member against the quotes and new policies in their      *
      * campaign's window.                                            *
      *----------------------------------------------------------------*
       3000-MATCH-MEMBERS.
           IF WS-CAMPAIGN-COUNT = 0
              GO TO 3000-EXIT
           END-IF
           OPEN INPUT CAMPAIGN-MEMBERS
           IF WS-MEMBER-STATUS NOT = "00"
              CLOSE CAMPAIGN-MEMBERS
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL WS-MEMBER-STATUS NOT = "00"
              READ CAMPAIGN-MEMBERS
                 AT END MOVE "10" TO WS-MEMBER-STATUS
                 NOT AT END
                    PERFORM 3100-MATCH-ONE-MEMBER
                       THRU 3100-EXIT
              END-READ
           END-PERFORM
           CLOSE CAMPAIGN-MEMBERS
           .
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-MEMBER.
           MOVE 'N' TO WS-CM-FOUND
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                   UNTIL WS-CM-IX > WS-CAMPAIGN-COUNT
              IF WS-CM-CODE (WS-CM-IX) = MBR-CAMPAIGN
                 MOVE 'Y' TO WS-CM-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-CM-FOUND = 'N'
              GO TO 3100-EXIT
           END-IF
           IF MBR-CONTROL
              MOVE WS-CONTROL-GROUP TO WS-GX
           ELSE
              MOVE WS-MAILED-GROUP TO WS-GX
           END-IF
           ADD 1 TO WS-CG-MEMBERS (WS-CM-IX, WS-GX)

           MOVE MBR-CUSTOMER-NUM         TO WS-HV-CUSTOMER-NUM
           MOVE WS-CM-FROM-ISO (WS-CM-IX) TO WS-HV-FROM-ISO
           MOVE WS-CM-TO-ISO (WS-CM-IX)   TO WS-HV-TO-ISO
           EXEC SQL
               SELECT COUNT(*), SUM(PAYMENT)
                 INTO :WS-HV-POLICIES,
                      :WS-HV-PREMIUM :WS-HV-PREMIUM-IND
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :WS-HV-CUSTOMER-NUM
                  AND ISSUEDATE BETWEEN :WS-HV-FROM-ISO
                                    AND :WS-HV-TO-ISO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON POLICY MATCH:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HV-QUOTES
                 FROM QUOTE
                WHERE CUSTOMERNUMBER = :WS-HV-CUSTOMER-NUM
                  AND QUOTEDATE BETWEEN :WS-HV-FROM-ISO
                                    AND :WS-HV-TO-ISO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON QUOTE MATCH:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           IF WS-HV-POLICIES > 0 OR WS-HV-QUOTES > 0
              ADD 1 TO WS-CG-RESPONDED (WS-CM-IX, WS-GX)
           END-IF
           IF WS-HV-POLICIES > 0
              ADD 1 TO WS-CG-SOLD (WS-CM-IX, WS-GX)
              ADD WS-HV-POLICIES TO WS-CG-POLICIES (WS-CM-IX, WS-GX)
              IF WS-HV-PREMIUM-IND >= 0
                 ADD WS-HV-PREMIUM TO WS-CG-PREMIUM (WS-CM-IX, WS-GX)
              END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

       6000-PRINT-RESULTS.
           IF WS-CAMPAIGN-COUNT = 0
              MOVE NO-CAMPAIGN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              GO TO 6000-EXIT
           END-IF
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                   UNTIL WS-CM-IX > WS-CAMPAIGN-COUNT
              PERFORM 6100-PRINT-CAMPAIGN
                 THRU 6100-EXIT
           END-PERFORM
           .
       6000-EXIT.
           EXIT.

       6100-PRINT-CAMPAIGN.
           PERFORM 6200-DERIVE-RESULTS
              THRU 6200-EXIT

           MOVE WS-CM-CODE (WS-CM-IX)         TO CTL-CODE
           MOVE WS-CM-EXTRACT-DATE (WS-CM-IX) TO CTL-FROM
           MOVE WS-CM-WINDOW-END (WS-CM-IX)   TO CTL-TO
           IF WS-CM-TO-DATE (WS-CM-IX) < WS-CM-WINDOW-END (WS-CM-IX)
              MOVE 'OPEN - TO DATE' TO CTL-STATE
           ELSE
              MOVE 'CLOSED' TO CTL-STATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CAMPAIGN-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CAMPAIGN-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CUSTOMERS' TO RSL-LABEL
           MOVE 'N' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CG-MEMBERS (WS-CM-IX, WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'RESPONDED (QUOTE OR POLICY)' TO RSL-LABEL
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CG-RESPONDED (WS-CM-IX, WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'RESPONSE RATE %' TO RSL-LABEL
           MOVE 'P' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-RESPONSE-RATE (WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'SOLD (NEW POLICY)' TO RSL-LABEL
           MOVE 'N' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CG-SOLD (WS-CM-IX, WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'CONVERSION RATE % OF RESPONDERS' TO RSL-LABEL
           MOVE 'P' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CONVERSION-RATE (WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'SALE RATE % OF CUSTOMERS' TO RSL-LABEL
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-SALE-RATE (WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'NEW POLICIES' TO RSL-LABEL
           MOVE 'N' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CG-POLICIES (WS-CM-IX, WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

           MOVE 'PREMIUM GENERATED' TO RSL-LABEL
           MOVE 'A' TO WS-FMT-KIND
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE WS-CG-PREMIUM (WS-CM-IX, WS-GX) TO WS-FMT-VALUE
              PERFORM 6500-PUT-GROUP-VALUE
                 THRU 6500-EXIT
           END-PERFORM
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT

      * Cost lines belong to the mailing alone.
           MOVE 'MAILING COST' TO RSL-LABEL
           MOVE WS-MAILING-COST TO WS-FMT-VALUE
           MOVE 'Y' TO WS-FMT-SET
           PERFORM 6700-PUT-MAILED-ONLY
              THRU 6700-EXIT

           MOVE 'COST PER SALE' TO RSL-LABEL
           MOVE WS-COST-PER-SALE TO WS-FMT-VALUE
           MOVE 'N' TO WS-FMT-SET
           IF WS-CG-SOLD (WS-CM-IX, WS-MAILED-GROUP) > 0
              MOVE 'Y' TO WS-FMT-SET
           END-IF
           PERFORM 6700-PUT-MAILED-ONLY
              THRU 6700-EXIT

           MOVE 'SALE RATE UPLIFT OVER CONTROL' TO RSL-LABEL
           MOVE 'P' TO WS-FMT-KIND
           MOVE WS-UPLIFT TO WS-FMT-VALUE
           MOVE 'N' TO WS-FMT-SET
           IF WS-CG-MEMBERS (WS-CM-IX, WS-CONTROL-GROUP) > 0
              MOVE 'Y' TO WS-FMT-SET
           END-IF
           PERFORM 6700-PUT-MAILED-ONLY
              THRU 6700-EXIT

           MOVE 'INCREMENTAL SALES' TO RSL-LABEL
           MOVE 'N' TO WS-FMT-KIND
           MOVE WS-INCREMENTAL-SALES TO WS-FMT-VALUE
           PERFORM 6700-PUT-MAILED-ONLY
              THRU 6700-EXIT

           MOVE 'COST PER INCREMENTAL SALE' TO RSL-LABEL
           MOVE 'A' TO WS-FMT-KIND
           MOVE WS-COST-PER-INCREMENT TO WS-FMT-VALUE
           IF WS-INCREMENTAL-SALES NOT > 0
              MOVE 'N' TO WS-FMT-SET
           END-IF
           PERFORM 6700-PUT-MAILED-ONLY
              THRU 6700-EXIT
           .
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Rates per group, then what the mailing cost and what it       *
      * bought over and above the control's sale rate.                *
      *----------------------------------------------------------------*
       6200-DERIVE-RESULTS.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 2
              MOVE 0 TO WS-RESPONSE-RATE (WS-GX)
                        WS-CONVERSION-RATE (WS-GX)
                        WS-SALE-RATE (WS-GX)
              IF WS-CG-MEMBERS (WS-CM-IX, WS-GX) > 0
                 COMPUTE WS-RESPONSE-RATE (WS-GX) ROUNDED =
                         WS-CG-RESPONDED (WS-CM-IX, WS-GX) * 100
                         / WS-CG-MEMBERS (WS-CM-IX, WS-GX)
                 COMPUTE WS-SALE-RATE (WS-GX) ROUNDED =
                         WS-CG-SOLD (WS-CM-IX, WS-GX) * 100
                         / WS-CG-MEMBERS (WS-CM-IX, WS-GX)
              END-IF
              IF WS-CG-RESPONDED (WS-CM-IX, WS-GX) > 0
                 COMPUTE WS-CONVERSION-RATE (WS-GX) ROUNDED =
                         WS-CG-SOLD (WS-CM-IX, WS-GX) * 100
                         / WS-CG-RESPONDED (WS-CM-IX, WS-GX)
              END-IF
           END-PERFORM

           COMPUTE WS-MAILING-COST =
                   WS-CG-MEMBERS (WS-CM-IX, WS-MAILED-GROUP)
                 * WS-CM-PIECE-COST (WS-CM-IX)
           MOVE 0 TO WS-COST-PER-SALE
           IF WS-CG-SOLD (WS-CM-IX, WS-MAILED-GROUP) > 0
              COMPUTE WS-COST-PER-SALE ROUNDED = WS-MAILING-COST
                    / WS-CG-SOLD (WS-CM-IX, WS-MAILED-GROUP)
           END-IF

           MOVE 0 TO WS-UPLIFT WS-INCREMENTAL-SALES
                     WS-COST-PER-INCREMENT
           IF WS-CG-MEMBERS (WS-CM-IX, WS-CONTROL-GROUP) > 0
              COMPUTE WS-UPLIFT = WS-SALE-RATE (WS-MAILED-GROUP)
                                - WS-SALE-RATE (WS-CONTROL-GROUP)
              COMPUTE WS-INCREMENTAL-SALES ROUNDED =
                      WS-CG-SOLD (WS-CM-IX, WS-MAILED-GROUP)
                    - WS-CG-SOLD (WS-CM-IX, WS-CONTROL-GROUP)
                    * WS-CG-MEMBERS (WS-CM-IX, WS-MAILED-GROUP)
                    / WS-CG-MEMBERS (WS-CM-IX, WS-CONTROL-GROUP)
              IF WS-INCREMENTAL-SALES > 0
                 COMPUTE WS-COST-PER-INCREMENT ROUNDED =
                         WS-MAILING-COST / WS-INCREMENTAL-SALES
              END-IF
           END-IF
           .
       6200-EXIT.
           EXIT.

      * WS-FMT-VALUE into the WS-GX column; the control column is
      * N/A when the campaign held nobody back.
       6500-PUT-GROUP-VALUE.
           MOVE 'Y' TO WS-FMT-SET
           IF WS-GX = WS-CONTROL-GROUP
              AND WS-CG-MEMBERS (WS-CM-IX, WS-CONTROL-GROUP) = 0
              MOVE 'N' TO WS-FMT-SET
           END-IF
           PERFORM 6800-FORMAT-VALUE
              THRU 6800-EXIT
           IF WS-GX = WS-MAILED-GROUP
              MOVE WS-FMT-TEXT TO RSL-MAILED
           ELSE
              MOVE WS-FMT-TEXT TO RSL-CONTROL
           END-IF
           .
       6500-EXIT.
           EXIT.

       6600-WRITE-RESULT.
           MOVE RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       6600-EXIT.
           EXIT.

       6700-PUT-MAILED-ONLY.
           PERFORM 6800-FORMAT-VALUE
              THRU 6800-EXIT
           MOVE WS-FMT-TEXT TO RSL-MAILED
           MOVE SPACES      TO RSL-CONTROL
           PERFORM 6600-WRITE-RESULT
              THRU 6600-EXIT
           .
       6700-EXIT.
           EXIT.

       6800-FORMAT-VALUE.
           IF WS-FMT-SET NOT = 'Y'
              MOVE '            N/A' TO WS-FMT-TEXT
              GO TO 6800-EXIT
           END-IF
           IF WS-FMT-KIND = 'N'
              MOVE WS-FMT-VALUE TO WS-FMT-COUNT
              MOVE WS-FMT-COUNT TO WS-FMT-TEXT
           ELSE
              MOVE WS-FMT-VALUE  TO WS-FMT-AMOUNT
              MOVE WS-FMT-AMOUNT TO WS-FMT-TEXT
           END-IF
           .
       6800-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE RESPONSE-REPORT.
           IF SQL-ERROR-OCCURRED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK
           .
       9000-EXIT.
           EXIT.
