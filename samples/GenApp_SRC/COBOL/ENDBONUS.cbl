      *   ENDMATUR projects from, and recorded on BONUSHIST so        *
      *   accumulated bonuses survive later declarations and the      *
      *   same year can never be declared twice on one policy.        *
      *   A policy converted to paid-up by ENDPDUP stays in force and *
      *   qualifies as before, its bonus taken on the reduced sum.    *
      *                                                                *
      *   A BONUS statement letter is queued on CORRREQ.DAT per       *
      *   policy bonused. Output ENDBONUS.RPT.                        *
      *                                                                *
      *   Each policy bonused has its version before the bonus saved  *
      *   through POLVERS first.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDBONUS.
               INCLUDE SQLCA
           END-EXEC.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-RATE-STATUS              PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'ENDBONUS'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           EXEC SQL
               UPDATE ENDOWMENT
                  SET SUMASSURED = SUMASSURED + :WS-BONUS
