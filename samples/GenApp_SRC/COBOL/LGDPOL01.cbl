      *   the same SOAIPE1 commarea, with the same audit-trail and    *
      *   LGSUSP suspense handling as the customer-side LGDCUS01.     *
      *                                                                *
      *   The policy's last version is saved through POLVERS before   *
      *   anything is deleted, so it can still be seen as it stood    *
      *   up to the delete; a failure anywhere rolls the whole delete *
      *   back ('87').                                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGDPOL01.
       01  WS-POLICY-TYPE              PIC X(01) VALUE SPACE.
       77  SUSPENSE-QUEUE              PIC X(8)  VALUE 'LGSUSP'.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

      *----------------------------------------------------------------*
      * Operator entitlements: the KSDSENTL file maps an operator id  *
      * to the destructive actions it may run, as a list of 4-byte    *
      *----------------------------------------------------------------*
      * Remove detail first, then the policy itself                    *
      *----------------------------------------------------------------*
           PERFORM DELETE-POLICY THRU DELETE-POLICY-EXIT.

           IF CA-RETURN-CODE = '00'
             PERFORM EMIT-CHANGE-EVENT

      *----------------------------------------------------------------*
       DELETE-POLICY.
           MOVE 'D'           TO PVS-CHANGE-TYPE.
           MOVE CA-POLICY-NUM TO PVS-POLICY-NUM.
           MOVE 'LGDPOL01'    TO PVS-SOURCE.
           CALL 'POLVERS' USING POLVERS-PARMS.
           IF PVS-RETURN NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               PERFORM WRITE-SUSPENSE-RECORD
               GO TO DELETE-POLICY-EXIT
           END-IF.

           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
      * +100 just means no detail row existed, which is not an error
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               EXEC SQL
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '87' TO CA-RETURN-CODE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           END-IF.
