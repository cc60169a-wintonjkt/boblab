      *   customer. '86' = either customer missing, '87' = DB2        *
      *   failure (rolled back), '90' = same number twice.            *
      *                                                                *
      *   Each policy repointed has its version before the merge      *
      *   saved through POLVERS, in the same unit of work.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMCUS01.
       01  WS-COUNT                    PIC S9(9) COMP VALUE +0.
       01  WS-KSDSCUST-KEY-LEN         PIC S9(4) COMP VALUE +10.
       01  KC-CUSTOMER-NUM             PIC X(10) VALUE SPACES.
       01  WS-VERSION-POLICY           PIC S9(9) COMP VALUE +0.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

           COPY DECLARE.

               INCLUDE SQLCA
           END-EXEC.

      * The duplicate's policies, each to have its version saved
      * before it is repointed.
           EXEC SQL
               DECLARE DUPLICATE-POLICY-CURSOR CURSOR FOR
               SELECT POLICYNUMBER
                 FROM POLICY
                WHERE CUSTOMERNUMBER = :CA-DUPLICATE-NUM
           END-EXEC.

      *----------------------------------------------------------------*
      * Merge notice for the batch side: survivor, duplicate, date.   *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * The merge proper - any DB2 failure rolls everything back      *
      *----------------------------------------------------------------*
           PERFORM MERGE-CUSTOMERS THRU MERGE-CUSTOMERS-EXIT.
           IF CA-RETURN-CODE > 0
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             PERFORM WRITE-AUDIT-TRAIL

      *----------------------------------------------------------------*
       MERGE-CUSTOMERS.
           EXEC SQL
               OPEN DUPLICATE-POLICY-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO MERGE-CUSTOMERS-EXIT
           END-IF.
           PERFORM SAVE-POLICY-VERSION THRU SAVE-POLICY-VERSION-EXIT
               UNTIL SQLCODE NOT = 0
                  OR CA-RETURN-CODE > 0.
           IF SQLCODE < 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
           EXEC SQL
               CLOSE DUPLICATE-POLICY-CURSOR
           END-EXEC.
           IF CA-RETURN-CODE > 0
               GO TO MERGE-CUSTOMERS-EXIT
           END-IF.

      * Repoint the policies; the claims follow through the policy
      * join and need no touch of their own.
           EXEC SQL
       MERGE-CUSTOMERS-EXIT.
           EXIT.

       SAVE-POLICY-VERSION.
           EXEC SQL
               FETCH DUPLICATE-POLICY-CURSOR
               INTO :WS-VERSION-POLICY
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO SAVE-POLICY-VERSION-EXIT
           END-IF.
           MOVE 'U'               TO PVS-CHANGE-TYPE.
           MOVE WS-VERSION-POLICY TO PVS-POLICY-NUM.
           MOVE 'LGMCUS01'        TO PVS-SOURCE.
           CALL 'POLVERS' USING POLVERS-PARMS.
           IF PVS-RETURN NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       SAVE-POLICY-VERSION-EXIT.
           EXIT.

      *================================================================*
      * Merge notice to the MERG extrapartition TD queue - the       *
      * dataset behind it is what the customer-merge batch step      *
