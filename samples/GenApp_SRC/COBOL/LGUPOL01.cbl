      *   the same SOAIPE1 commarea, with the same audit-trail and    *
      *   LGSUSP suspense handling as the customer-side LGUCUS01.     *
      *                                                                *
      *   The policy as it stood before the correction is saved       *
      *   through POLVERS first; a failure there suspends the         *
      *   correction ('87') with nothing changed.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUPOL01.
       01  WS-POLICY-TYPE              PIC X(01) VALUE SPACE.
       77  SUSPENSE-QUEUE              PIC X(8)  VALUE 'LGSUSP'.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

           COPY DECLARE.

           EXEC SQL
      *----------------------------------------------------------------*
      * Apply the correction                                           *
      *----------------------------------------------------------------*
           PERFORM UPDATE-POLICY THRU UPDATE-POLICY-EXIT.

           IF CA-RETURN-CODE = '00'
             PERFORM EMIT-CHANGE-EVENT

      *----------------------------------------------------------------*
       UPDATE-POLICY.
           PERFORM SAVE-POLICY-VERSION.
           IF CA-RETURN-CODE NOT = '00'
               GO TO UPDATE-POLICY-EXIT
           END-IF.

           EXEC SQL
               UPDATE POLICY
                  SET EXPIRYDATE       = :CA-EXPIRY-DATE,
       UPDATE-POLICY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The before-image of the POLICY and product rows, so the       *
      * policy can still be seen as it stood before the correction.   *
      *----------------------------------------------------------------*
       SAVE-POLICY-VERSION.
           MOVE 'U'           TO PVS-CHANGE-TYPE.
           MOVE CA-POLICY-NUM TO PVS-POLICY-NUM.
           MOVE 'LGUPOL01'    TO PVS-SOURCE.
           CALL 'POLVERS' USING POLVERS-PARMS.
           IF PVS-RETURN NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
       SAVE-POLICY-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The endowment detail only exists for an endowment policy;     *
      * +100 here simply means the policy is another product and its  *
