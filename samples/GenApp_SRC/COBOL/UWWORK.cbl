      *                                                                *
      *   2. the decision file UWDECIDE.DAT is applied:               *
      *        refid(10) sp A/D sp reason(40)                         *
      *        then up to four of: sp clause-code(8)                  *
      *      A releases the risk into the POLICY table (policy and    *
      *      ENDOWMENT rows built from the referral), attaches the    *
      *      special-condition clauses named through CLAUSATT, and    *
      *      marks the referral 'A'; D marks it 'D' with the reason,  *
      *      reported back to the broker's contact on the worklist    *
      *      report. A release naming a clause not on the CLAUSELIB   *
      *      wording library is not applied - the referral stays      *
      *      pending for the corrected decision.                      *
      *                                                                *
      *   Decisions naming an unknown or already-worked referral, or  *
      *   an unknown clause, are reported and end the run RC 8.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
              88 DEC-DECLINE              VALUE 'D'.
           05 FILLER                   PIC X.
           05 DEC-REASON               PIC X(40).
           05 DEC-CLAUSE-ENTRY OCCURS 4 TIMES.
              10 FILLER                PIC X.
              10 DEC-CLAUSE-CODE       PIC X(8).

       FD  WORKLIST-REPORT.
       01  REPORT-LINE                 PIC X(90).

       01  WS-MAX-POLICY-NUM           PIC S9(9) USAGE COMP VALUE 0.
       01  WS-DEC-REASON               PIC X(40) VALUE SPACES.
       01  WS-CLAUSE-IX                PIC 9(2) VALUE 0.
       01  WS-CLAUSE-OK                PIC X VALUE 'Y'.

      * Same layout CLAUSATT takes.
       01  CLAUSATT-PARMS.
           05 CAT-FUNCTION             PIC X(1).
           05 CAT-POLICY-NUM           PIC 9(10).
           05 CAT-CLAUSE-CODE          PIC X(8).
           05 CAT-SOURCE               PIC X(8).
           05 CAT-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-PENDING-COUNT         PIC 9(5) VALUE 0.

           EVALUATE TRUE
              WHEN DEC-ACCEPT
                 PERFORM 3150-CHECK-CLAUSES
                    THRU 3150-EXIT
                 IF WS-CLAUSE-OK = 'Y'
                    PERFORM 3200-RELEASE-POLICY
                       THRU 3200-EXIT
                 END-IF
              WHEN DEC-DECLINE
                 PERFORM 3300-DECLINE-REFERRAL
                    THRU 3300-EXIT
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every clause on a release has to be on the wording library    *
      * before the policy binds.                                      *
      *----------------------------------------------------------------*
       3150-CHECK-CLAUSES.
           MOVE 'Y' TO WS-CLAUSE-OK
           PERFORM 3160-CHECK-ONE-CLAUSE
              THRU 3160-EXIT
              VARYING WS-CLAUSE-IX FROM 1 BY 1
              UNTIL WS-CLAUSE-IX > 4
                 OR WS-CLAUSE-OK = 'N'
           .
       3150-EXIT.
           EXIT.

       3160-CHECK-ONE-CLAUSE.
           IF DEC-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              GO TO 3160-EXIT
           END-IF
           MOVE 'K' TO CAT-FUNCTION
           MOVE DEC-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE
           CALL 'CLAUSATT' USING CLAUSATT-PARMS
           EVALUATE CAT-RETURN
              WHEN 0
                 CONTINUE
              WHEN 6
                 MOVE 'N' TO WS-CLAUSE-OK
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'CLAUSE NOT ON LIBRARY' TO DDL-RESULT
                 MOVE SPACES TO DDL-REASON
                 MOVE DEC-CLAUSE-CODE(WS-CLAUSE-IX) TO DDL-REASON
                 PERFORM 3900-WRITE-DECISION-LINE
                    THRU 3900-EXIT
              WHEN OTHER
                 DISPLAY 'CLAUSE CHECK FAILED FOR REFERRAL ' DDL-REFID
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Release: the policy binds now, exactly as LGAPOL01 would      *
      * have bound it, and the referral closes 'A'.                   *
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3250-ATTACH-ONE-CLAUSE
              THRU 3250-EXIT
              VARYING WS-CLAUSE-IX FROM 1 BY 1
              UNTIL WS-CLAUSE-IX > 4

           EXEC SQL
               UPDATE UWREFER
                  SET STATUS = 'A',
       3200-EXIT.
           EXIT.

      * The same code named twice is attached once.
       3250-ATTACH-ONE-CLAUSE.
           IF DEC-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              GO TO 3250-EXIT
           END-IF
           MOVE 'A'               TO CAT-FUNCTION
           MOVE WS-MAX-POLICY-NUM TO CAT-POLICY-NUM
           MOVE DEC-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE
           MOVE 'UWWORK'          TO CAT-SOURCE
           CALL 'CLAUSATT' USING CLAUSATT-PARMS
           IF CAT-RETURN NOT = 0 AND CAT-RETURN NOT = 4
              DISPLAY 'CLAUSE ATTACH FAILED FOR REFERRAL ' DDL-REFID
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       3250-EXIT.
           EXIT.

       3300-DECLINE-REFERRAL.
           MOVE DEC-REASON TO WS-DEC-REASON
           EXEC SQL
