      *   Business logic for adding a new endowment policy for an     *
      *   existing customer, using the SOAIPE1 commarea layout.        *
      *                                                                *
      *   A caller supplying the commarea through CA-E-CLAUSES may    *
      *   name up to six special-condition clauses from the CLAUSELIB *
      *   wording library; each is checked before anything is         *
      *   written ('90' a code not on the library) and attached to    *
      *   the new policy through CLAUSATT once it binds. A referred   *
      *   risk binds later through UWWORK, whose decision line        *
      *   carries the clauses the underwriter imposes.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGAPOL01.
      * i.e. the part every caller must supply.
       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +152.
      *    The length that includes the clause codes.
           03 WS-CLAUSE-CA-LEN         PIC S9(4) COMP VALUE +200.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-CUSTOMER-COUNT           PIC S9(9) COMP VALUE +0.
      * Bounded retry count for INSERT-POLICY's MAX()+1 key generation,
      * which can collide with a concurrent insert (SQLCODE -803).
       01  WS-KEY-RETRY-COUNT          PIC 9(2)  VALUE 0.
       01  WS-CLAUSE-IX                PIC S9(4) COMP VALUE +0.
       01  WS-CLAUSES-SUPPLIED         PIC X     VALUE 'N'.
       77  SUSPENSE-QUEUE              PIC X(8)  VALUE 'LGSUSP'.

      * Number-server commarea: the next key now comes from LGNUM01
           03 NS-FIRST-NUM             PIC 9(10).
           03 NS-LAST-NUM              PIC 9(10).

      * Same layout CLAUSATT takes.
       01  CLAUSATT-PARMS.
           05 CAT-FUNCTION             PIC X(1).
           05 CAT-POLICY-NUM           PIC 9(10).
           05 CAT-CLAUSE-CODE          PIC X(8).
           05 CAT-SOURCE               PIC X(8).
           05 CAT-RETURN               PIC 9(2).

           COPY DECLARE.

           EXEC SQL
             EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * Any special-condition clause named has to be on the CLAUSELIB *
      * wording library                                                *
      *----------------------------------------------------------------*
           PERFORM CHECK-CLAUSE-CODES THRU CHECK-CLAUSE-CODES-EXIT.
           IF CA-RETURN-CODE > 0
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * A risk breaching the ACCPTLIM acceptance limits for its type  *
      * does not bind: it goes to the UWREFER underwriting referral   *
      *----------------------------------------------------------------*
           PERFORM INSERT-POLICY.

           IF CA-RETURN-CODE = '00' AND WS-CLAUSES-SUPPLIED = 'Y'
             PERFORM ATTACH-CLAUSES THRU ATTACH-CLAUSES-EXIT
           END-IF.

           IF CA-RETURN-CODE = '00'
             PERFORM EMIT-CHANGE-EVENT
           END-IF.
       WRITE-REFERRAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-CLAUSE-CODES.
           MOVE 'N' TO WS-CLAUSES-SUPPLIED.
           IF WS-CALEN < WS-CLAUSE-CA-LEN
               GO TO CHECK-CLAUSE-CODES-EXIT
           END-IF.
           PERFORM CHECK-ONE-CLAUSE THRU CHECK-ONE-CLAUSE-EXIT
               VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > 6
                  OR CA-RETURN-CODE > 0.
       CHECK-CLAUSE-CODES-EXIT.
           EXIT.

       CHECK-ONE-CLAUSE.
           IF CA-E-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              OR CA-E-CLAUSE-CODE(WS-CLAUSE-IX) = LOW-VALUES
               GO TO CHECK-ONE-CLAUSE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CLAUSES-SUPPLIED.
           MOVE 'K' TO CAT-FUNCTION.
           MOVE CA-E-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE.
           CALL 'CLAUSATT' USING CLAUSATT-PARMS.
           EVALUATE CAT-RETURN
              WHEN 0
                 CONTINUE
              WHEN 6
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-ONE-CLAUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The clauses go on with the policy or not at all: a failure    *
      * rolls the task's unit of work back, policy and all.           *
      *----------------------------------------------------------------*
       ATTACH-CLAUSES.
           PERFORM ATTACH-ONE-CLAUSE THRU ATTACH-ONE-CLAUSE-EXIT
               VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > 6
                  OR CA-RETURN-CODE > 0.
           IF CA-RETURN-CODE > 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       ATTACH-CLAUSES-EXIT.
           EXIT.

       ATTACH-ONE-CLAUSE.
           IF CA-E-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              OR CA-E-CLAUSE-CODE(WS-CLAUSE-IX) = LOW-VALUES
               GO TO ATTACH-ONE-CLAUSE-EXIT
           END-IF.
           MOVE 'A'           TO CAT-FUNCTION.
           MOVE CA-POLICY-NUM TO CAT-POLICY-NUM.
           MOVE CA-E-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE.
           MOVE 'LGAPOL01'    TO CAT-SOURCE.
           CALL 'CLAUSATT' USING CLAUSATT-PARMS.
      *    The same code named twice is attached once.
           IF CAT-RETURN NOT = 0 AND CAT-RETURN NOT = 4
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       ATTACH-ONE-CLAUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       INSERT-POLICY.
      * Next policy number is highest-on-file plus one, which two
