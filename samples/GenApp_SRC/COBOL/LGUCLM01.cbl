      *   never lost. A blank CA-NEW-STATUS with a revision applies   *
      *   the revision alone, with no status transition.              *
      *                                                                *
      *   Handler authority: an approval ('AP') for more than the     *
      *   handler's payment authority, or a revision to a reserve     *
      *   above the handler's reserve authority, is not applied - it  *
      *   is referred to the handler's team leader on the LGHREF      *
      *   queue and the caller sees '92'. The limits are those of     *
      *   the acting handler when the caller supplies one in the      *
      *   longer commarea (a team leader acting on a referral), else  *
      *   those of the handler the claim is allocated to. A claim     *
      *   with no handler is not checked. An acting handler must be   *
      *   the claim's own handler or that handler's team leader on    *
      *   the HANDLER master; '89' = acting handler not live there,   *
      *   or neither of those, and nothing is applied.                *
      *                                                                *
      *   A caller supplying the longest commarea also gets back the  *
      *   special-condition clause codes attached to the claim's      *
      *   policy (POLCLAUSE): how many there are in CA-CLAUSE-COUNT   *
      *   and the first six, in code order, so the handler sees the   *
      *   warranties and conditions the claim is subject to.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUCLM01.
       01  WS-REVISE-VALUE             PIC X     VALUE 'N'.
       01  WS-CHANGE-APPLIED           PIC X     VALUE 'N'.

      * Authority working fields: the commarea length that includes
      * CA-ACTING-HANDLER, the handler whose limits apply, and the
      * limits and team leader read from the HANDLER master.
       01  WS-ACTING-CA-LEN            PIC S9(4) COMP VALUE +73.
       01  WS-CLAIM-HANDLER            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAIM-HANDLER-IND        PIC S9(4) USAGE COMP VALUE 0.
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAIM-VALUE-IND          PIC S9(4) USAGE COMP VALUE 0.
       01  WS-AUTH-HANDLER             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-ACTING-SUPPLIED          PIC X     VALUE 'N'.
       01  WS-PAY-AUTHORITY            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-RESERVE-AUTHORITY        PIC S9(9) USAGE COMP VALUE 0.
       01  WS-TEAM-LEADER              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-TEAM-LEADER-IND          PIC S9(4) USAGE COMP VALUE 0.
       01  WS-HANDLER-STATUS           PIC X(1)  VALUE SPACES.
       01  WS-CLAIM-LEADER             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAIM-LEADER-IND         PIC S9(4) USAGE COMP VALUE 0.
       01  WS-APPROVE-AMOUNT           PIC S9(9) USAGE COMP VALUE 0.

      * Clause working fields: the commarea length that includes the
      * clause codes, and the policy's clauses read for the caller.
       01  WS-CLAUSE-CA-LEN            PIC S9(4) COMP VALUE +123.
       01  WS-CLAUSE-POLICY            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAUSE-TOTAL             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-CLAUSE-CODE              PIC X(8)  VALUE SPACES.
       01  WS-CLAUSE-IX                PIC S9(4) COMP VALUE +0.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               DECLARE CLAUSE-CURSOR CURSOR FOR
               SELECT CLAUSECODE
                 FROM POLCLAUSE
                WHERE POLICYNUMBER = :WS-CLAUSE-POLICY
                ORDER BY CLAUSECODE
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every status change, via the same LGSTSQ       *
      * helper the business transactions use.                          *
       01  WS-EVT-ABSTIME              PIC S9(15) COMP-3 VALUE +0.
       01  WS-EVT-RESP                 PIC S9(8) COMP VALUE +0.

      *----------------------------------------------------------------*
      * Referral to the team leader of a move beyond the handler's    *
      * authority, onto the LGHREF TSQ the team leaders work from.    *
      *----------------------------------------------------------------*
       77  REFERRAL-QUEUE              PIC X(8)  VALUE 'LGHREF'.

       01  REFERRAL-RECORD.
           03 REF-DATE                  PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-CLAIM-NUM             PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-HANDLER               PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-TEAM-LEADER           PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-NEW-STATUS            PIC X(2).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-AMOUNT                PIC 9(9).
           03 FILLER                    PIC X    VALUE SPACE.
           03 REF-LIMIT                 PIC 9(9).
       01  WS-REF-RESP                 PIC S9(8) COMP VALUE +0.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
      *    54-byte commareas older callers pass remain valid; only a
      *    caller that supplies the longer area is read.
           03 CA-NEW-VALUE             PIC 9(9).
      *    Acting handler - likewise trailing and optional; a team
      *    leader clearing a referral names themself here so their
      *    own authority applies.
           03 CA-ACTING-HANDLER        PIC 9(10).
      *    Clauses on the claim's policy - trailing and optional
      *    again, returned only to a caller supplying the area.
           03 CA-CLAUSE-COUNT          PIC 9(2).
           03 CA-CLAUSE-CODE           PIC X(8) OCCURS 6 TIMES.

      ******************************************************************
      *    P R O C E D U R E S
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-CALEN >= WS-CLAUSE-CA-LEN
             PERFORM READ-POLICY-CLAUSES THRU READ-POLICY-CLAUSES-EXIT
             IF CA-RETURN-CODE > 0
               PERFORM WRITE-AUDIT-TRAIL
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           PERFORM CHECK-VALUE-REVISION.

           IF CA-RETURN-CODE = 0
             PERFORM CHECK-HANDLER-AUTHORITY
                THRU CHECK-HANDLER-AUTHORITY-EXIT
             IF CA-RETURN-CODE = 92
               PERFORM WRITE-REFERRAL-RECORD
             END-IF
             IF CA-RETURN-CODE > 0
               PERFORM WRITE-AUDIT-TRAIL
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

      *    A blank new status with a value revision is a revision
      *    alone - no transition to validate or apply.
           IF CA-NEW-STATUS NOT = SPACES
       READ-CURRENT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The clause codes on the claim's policy, read before anything  *
      * is changed so a failure here leaves the claim untouched.       *
      *----------------------------------------------------------------*
       READ-POLICY-CLAUSES.
           MOVE 0      TO CA-CLAUSE-COUNT.
           MOVE SPACES TO CA-CLAUSE-CODE(1) CA-CLAUSE-CODE(2)
                          CA-CLAUSE-CODE(3) CA-CLAUSE-CODE(4)
                          CA-CLAUSE-CODE(5) CA-CLAUSE-CODE(6).
           EXEC SQL
               SELECT POLICYNUMBER
                 INTO :WS-CLAUSE-POLICY
                 FROM CLAIM
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO READ-POLICY-CLAUSES-EXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CLAUSE-TOTAL
                 FROM POLCLAUSE
                WHERE POLICYNUMBER = :WS-CLAUSE-POLICY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO READ-POLICY-CLAUSES-EXIT
           END-IF.
           IF WS-CLAUSE-TOTAL > 99
               MOVE 99 TO CA-CLAUSE-COUNT
           ELSE
               MOVE WS-CLAUSE-TOTAL TO CA-CLAUSE-COUNT
           END-IF.
           IF WS-CLAUSE-TOTAL = 0
               GO TO READ-POLICY-CLAUSES-EXIT
           END-IF.

           EXEC SQL
               OPEN CLAUSE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO READ-POLICY-CLAUSES-EXIT
           END-IF.
           MOVE 0 TO WS-CLAUSE-IX.
           PERFORM FETCH-CLAUSE-ROW THRU FETCH-CLAUSE-ROW-EXIT
               UNTIL SQLCODE NOT = 0
                  OR WS-CLAUSE-IX = 6.
           IF SQLCODE < 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
           EXEC SQL
               CLOSE CLAUSE-CURSOR
           END-EXEC.
       READ-POLICY-CLAUSES-EXIT.
           EXIT.

       FETCH-CLAUSE-ROW.
           EXEC SQL
               FETCH CLAUSE-CURSOR
               INTO :WS-CLAUSE-CODE
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-CLAUSE-IX
               MOVE WS-CLAUSE-CODE TO CA-CLAUSE-CODE(WS-CLAUSE-IX)
           END-IF.
       FETCH-CLAUSE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-VALUE-REVISION.
           MOVE 'N' TO WS-REVISE-VALUE.
       APPLY-VALUE-REVISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Only an approval or a reserve revision spends authority; any  *
      * other move goes straight through.                              *
      *----------------------------------------------------------------*
       CHECK-HANDLER-AUTHORITY.
           IF CA-NEW-STATUS NOT = 'AP' AND WS-REVISE-VALUE NOT = 'Y'
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
           EXEC SQL
               SELECT HANDLERID, VALUE
                 INTO :WS-CLAIM-HANDLER :WS-CLAIM-HANDLER-IND,
                      :WS-CLAIM-VALUE :WS-CLAIM-VALUE-IND
                 FROM CLAIM
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
           IF WS-CLAIM-VALUE-IND < 0
               MOVE 0 TO WS-CLAIM-VALUE
           END-IF.

           MOVE 0 TO WS-AUTH-HANDLER.
           MOVE 'N' TO WS-ACTING-SUPPLIED.
           IF WS-CALEN >= WS-ACTING-CA-LEN
               IF CA-ACTING-HANDLER IS NUMERIC
                  AND CA-ACTING-HANDLER > ZEROS
                   MOVE CA-ACTING-HANDLER TO WS-AUTH-HANDLER
                   MOVE 'Y' TO WS-ACTING-SUPPLIED
               END-IF
           END-IF.
           IF WS-ACTING-SUPPLIED = 'N'
               IF WS-CLAIM-HANDLER-IND >= 0
                   MOVE WS-CLAIM-HANDLER TO WS-AUTH-HANDLER
               END-IF
           END-IF.
           IF WS-AUTH-HANDLER = 0
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.

           EXEC SQL
               SELECT PAYAUTHORITY, RESERVEAUTHORITY,
                      TEAMLEADER, STATUS
                 INTO :WS-PAY-AUTHORITY, :WS-RESERVE-AUTHORITY,
                      :WS-TEAM-LEADER :WS-TEAM-LEADER-IND,
                      :WS-HANDLER-STATUS
                 FROM HANDLER
                WHERE HANDLERID = :WS-AUTH-HANDLER
           END-EXEC.
           IF SQLCODE = 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
           IF WS-ACTING-SUPPLIED = 'Y'
              AND WS-HANDLER-STATUS NOT = 'A'
               MOVE '89' TO CA-RETURN-CODE
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
      *    Nobody else's limits may be borrowed: an acting handler is
      *    the claim's own handler or that handler's team leader.
           IF WS-ACTING-SUPPLIED = 'Y'
               IF WS-CLAIM-HANDLER-IND < 0
                   MOVE '89' TO CA-RETURN-CODE
                   GO TO CHECK-HANDLER-AUTHORITY-EXIT
               END-IF
               IF WS-AUTH-HANDLER NOT = WS-CLAIM-HANDLER
                   PERFORM CHECK-ACTING-LEADER
                      THRU CHECK-ACTING-LEADER-EXIT
                   IF CA-RETURN-CODE > 0
                       GO TO CHECK-HANDLER-AUTHORITY-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-TEAM-LEADER-IND < 0
               MOVE WS-AUTH-HANDLER TO WS-TEAM-LEADER
           END-IF.

      *    An approval commits the claim's value - the revised one
      *    when the same call revises it.
           IF WS-REVISE-VALUE = 'Y'
               MOVE CA-NEW-VALUE TO WS-APPROVE-AMOUNT
           ELSE
               MOVE WS-CLAIM-VALUE TO WS-APPROVE-AMOUNT
           END-IF.
           IF CA-NEW-STATUS = 'AP'
              AND WS-APPROVE-AMOUNT > WS-PAY-AUTHORITY
               MOVE WS-APPROVE-AMOUNT TO REF-AMOUNT
               MOVE WS-PAY-AUTHORITY  TO REF-LIMIT
               MOVE '92' TO CA-RETURN-CODE
               GO TO CHECK-HANDLER-AUTHORITY-EXIT
           END-IF.
           IF WS-REVISE-VALUE = 'Y'
              AND CA-NEW-VALUE > WS-RESERVE-AUTHORITY
               MOVE CA-NEW-VALUE         TO REF-AMOUNT
               MOVE WS-RESERVE-AUTHORITY TO REF-LIMIT
               MOVE '92' TO CA-RETURN-CODE
           END-IF.
       CHECK-HANDLER-AUTHORITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An acting handler other than the claim's own must be the      *
      * claim handler's team leader on the HANDLER master.             *
      *----------------------------------------------------------------*
       CHECK-ACTING-LEADER.
           EXEC SQL
               SELECT TEAMLEADER
                 INTO :WS-CLAIM-LEADER :WS-CLAIM-LEADER-IND
                 FROM HANDLER
                WHERE HANDLERID = :WS-CLAIM-HANDLER
           END-EXEC.
           IF SQLCODE = 100
               MOVE '89' TO CA-RETURN-CODE
               GO TO CHECK-ACTING-LEADER-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-ACTING-LEADER-EXIT
           END-IF.
           IF WS-CLAIM-LEADER-IND < 0
              OR WS-CLAIM-LEADER NOT = WS-AUTH-HANDLER
               MOVE '89' TO CA-RETURN-CODE
           END-IF.
       CHECK-ACTING-LEADER-EXIT.
           EXIT.

      *================================================================*
      * A move beyond the handler's authority is queued to LGHREF for *
      * the team leader, who re-drives it naming themself as the      *
      * acting handler; the caller sees the '92' return code.          *
      *================================================================*
       WRITE-REFERRAL-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(REF-DATE)
           END-EXEC
           MOVE CA-CLAIM-NUM    TO REF-CLAIM-NUM
           MOVE WS-AUTH-HANDLER TO REF-HANDLER
           MOVE WS-TEAM-LEADER  TO REF-TEAM-LEADER
           MOVE CA-NEW-STATUS   TO REF-NEW-STATUS
           EXEC CICS WRITEQ TS
                     QUEUE(REFERRAL-QUEUE)
                     FROM(REFERRAL-RECORD)
                     LENGTH(LENGTH OF REFERRAL-RECORD)
                     RESP(WS-REF-RESP)
           END-EXEC.
       WRITE-REFERRAL-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       VALIDATE-TRANSITION.
           MOVE 'N' TO WS-TRANSITION-OK.
