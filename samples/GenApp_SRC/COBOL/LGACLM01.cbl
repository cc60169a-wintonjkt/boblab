      *                                                                *
      *   Business logic for recording a new claim against a policy.  *
      *                                                                *
      *   Each new claim is allocated to a handler: round-robin       *
      *   across the active handlers on the HANDLER master whose      *
      *   team works the claim's policy type, the handler allocated   *
      *   longest ago taking the next claim. With no handler set up   *
      *   for the type the claim is recorded unallocated and shows    *
      *   as such on the CLMCASE caseload report.                     *
      *                                                                *
      *   Cover is checked against the policy as it stood on the      *
      *   claim date, from LGIPVR01, not as it stands today: '97'     *
      *   when no version of the policy was in force that day or the  *
      *   date falls outside that version's issue and expiry dates,   *
      *   '90' when the claim date is not a valid date.               *
      *                                                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-KEY-RETRY-COUNT          PIC 9(2)  VALUE 0.
       77  SUSPENSE-QUEUE              PIC X(8)  VALUE 'LGSUSP'.

      * Handler allocation: the claim's policy type, and the handler
      * chosen for it (null indicator set when nobody works the type).
       01  WS-POLICY-TYPE              PIC X(1)  VALUE SPACES.
       01  WS-HANDLER-ID               PIC S9(9) COMP VALUE +0.
       01  WS-HANDLER-IND              PIC S9(4) COMP VALUE -1.

      * Number-server commarea: the next key now comes from LGNUM01
      * and the CNTRLNUM table; MAX()+1 remains only as the fallback
      * when the server cannot allocate.
           03 NS-FIRST-NUM             PIC 9(10).
           03 NS-LAST-NUM              PIC 9(10).

      * Policy as at the claim date - the layout LGIPVR01 takes.
       01  AS-AT-AREA.
           03 AA-RETURN-CODE           PIC 9(2).
           03 AA-POLICY-NUM            PIC 9(10).
           03 AA-AS-AT-DATE            PIC X(10).
           03 AA-VERSION-NUM           PIC 9(9).
           03 AA-EFFECTIVE-DATE        PIC X(10).
           03 AA-SUPERSEDED-DATE       PIC X(10).
           03 AA-SOURCE                PIC X(8).
           03 AA-CUSTOMER-NUM          PIC 9(10).
           03 AA-ISSUE-DATE            PIC X(10).
           03 AA-EXPIRY-DATE           PIC X(10).
           03 AA-POLICY-TYPE           PIC X(1).
           03 AA-BROKERID              PIC 9(10).
           03 AA-BROKERSREF            PIC X(10).
           03 AA-PAYMENT               PIC 9(6).
           03 AA-DETAIL                PIC X(79).

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Active handlers for a policy type, the one allocated longest
      * ago first; a handler never yet allocated sorts ahead of all.
           EXEC SQL
               DECLARE HANDLER-CURSOR CURSOR FOR
               SELECT HANDLERID
                 FROM HANDLER
                WHERE POLICYTYPE = :WS-POLICY-TYPE
                  AND STATUS     = 'A'
                ORDER BY COALESCE(LASTASSIGNED,
                                  TIMESTAMP('0001-01-01-00.00.00')),
                         HANDLERID
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every claim intake, via the same LGSTSQ helper *
      * LGACUS01/LGUCUS01/LGDCUS01 already use.                        *
             EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * ... and have been in force on the claim date, as the policy    *
      * stood that day                                                 *
      *----------------------------------------------------------------*
           PERFORM CHECK-COVER-ON-CLAIM-DATE
              THRU CHECK-COVER-ON-CLAIM-DATE-EXIT.
           IF CA-RETURN-CODE > 0
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * Screen for repeat-claim patterns before anything is inserted:  *
      * a third claim on the same policy inside twelve months, or any  *
       CHECK-POLICY-EXISTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A policy renewed, endorsed or cancelled since the loss is     *
      * judged on the version in force that day, so a later change    *
      * neither creates cover for an old loss nor takes it away.      *
      *----------------------------------------------------------------*
       CHECK-COVER-ON-CLAIM-DATE.
           MOVE SPACES         TO AS-AT-AREA.
           MOVE ZEROS          TO AA-RETURN-CODE.
           MOVE CA-POLICY-NUM  TO AA-POLICY-NUM.
           MOVE CA-CLAIM-DATE  TO AA-AS-AT-DATE.
           EXEC CICS LINK PROGRAM('LGIPVR01')
                     COMMAREA(AS-AT-AREA)
                     LENGTH(LENGTH OF AS-AT-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-COVER-ON-CLAIM-DATE-EXIT
           END-IF.
           EVALUATE AA-RETURN-CODE
              WHEN '00'
                 IF CA-CLAIM-DATE < AA-ISSUE-DATE
                    OR CA-CLAIM-DATE > AA-EXPIRY-DATE
                     MOVE '97' TO CA-RETURN-CODE
                 END-IF
              WHEN '86'
                 MOVE '97' TO CA-RETURN-CODE
              WHEN '90'
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-COVER-ON-CLAIM-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Two claims already inside twelve months means this one would   *
      * be the third; and a claim dated within fourteen days of the    *
      * with a freshly re-read MAX() rather than treated as a hard
      * failure - bounded so a genuine failure still falls through
      * to the suspense queue instead of looping forever.
           PERFORM SELECT-NEXT-HANDLER.
           MOVE 0 TO WS-KEY-RETRY-COUNT.
           PERFORM INSERT-CLAIM-ATTEMPT.
           PERFORM WITH TEST BEFORE
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM BUMP-MOTOR-ACCIDENTS
                  THRU BUMP-MOTOR-ACCIDENTS-EXIT
               PERFORM RECORD-RESERVE-MOVEMENT
               PERFORM STAMP-HANDLER-ALLOCATION
           END-IF.
       INSERT-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * Round-robin within the team: the first handler off the cursor *
      * is the one allocated longest ago. No handler for the type, or *
      * a failed lookup, leaves the claim unallocated rather than     *
      * refusing it.                                                   *
      *================================================================*
       SELECT-NEXT-HANDLER.
           MOVE -1 TO WS-HANDLER-IND.
           MOVE 0  TO WS-HANDLER-ID.
           MOVE SPACES TO WS-POLICY-TYPE.
           EXEC SQL
               SELECT POLICYTYPE
                 INTO :WS-POLICY-TYPE
                 FROM POLICY
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO SELECT-NEXT-HANDLER-EXIT
           END-IF.
           EXEC SQL
               OPEN HANDLER-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO SELECT-NEXT-HANDLER-EXIT
           END-IF.
           EXEC SQL
               FETCH HANDLER-CURSOR
               INTO :WS-HANDLER-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE 0 TO WS-HANDLER-IND
           END-IF.
           EXEC SQL
               CLOSE HANDLER-CURSOR
           END-EXEC.
       SELECT-NEXT-HANDLER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Moves the allocated handler to the back of the rotation.      *
      *----------------------------------------------------------------*
       STAMP-HANDLER-ALLOCATION.
           IF WS-HANDLER-IND < 0
               GO TO STAMP-HANDLER-ALLOCATION-EXIT
           END-IF.
           EXEC SQL
               UPDATE HANDLER
                  SET LASTASSIGNED = CURRENT TIMESTAMP
                WHERE HANDLERID = :WS-HANDLER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       STAMP-HANDLER-ALLOCATION-EXIT.
           EXIT.

      *================================================================*
      * The opening case reserve is a reserve movement from zero:     *
      * every later revision of VALUE adds its own RESERVEHIST row,   *
      * An accepted claim on a motor policy counts against the        *
      * vehicle: ACCIDENTS feeds the re-rating run and the no-claims  *
      * discount at renewal. On any other product the update simply   *
      * finds no MOTOR row (+100) and that is not an error. The motor  *
      * policy's version before the bump is saved through POLVERS.     *
      *================================================================*
       BUMP-MOTOR-ACCIDENTS.
           IF WS-POLICY-TYPE = 'M'
               MOVE 'U'           TO PVS-CHANGE-TYPE
               MOVE CA-POLICY-NUM TO PVS-POLICY-NUM
               MOVE 'LGACLM01'    TO PVS-SOURCE
               CALL 'POLVERS' USING POLVERS-PARMS
               IF PVS-RETURN NOT = 0
                   MOVE '87' TO CA-RETURN-CODE
                   GO TO BUMP-MOTOR-ACCIDENTS-EXIT
               END-IF
           END-IF.
           EXEC SQL
               UPDATE MOTOR
                  SET ACCIDENTS = ACCIDENTS + 1
               ,OBSERVATIONS
               ,EVENTCODE
               ,STATUS
               ,STATUSREASON
               ,HANDLERID)
               VALUES (
                     :CA-CLAIM-NUM
                    ,:CA-POLICY-NUM
                    ,:CA-OBSERVATIONS
                    ,:WS-EVENT-CODE
                    ,'OP'
                    ,' '
                    ,:WS-HANDLER-ID :WS-HANDLER-IND)
           END-EXEC.
       INSERT-CLAIM-ATTEMPT-EXIT.
           EXIT.
