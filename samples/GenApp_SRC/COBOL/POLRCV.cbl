      ******************************************************************
      *                                                                *
      *            Policy Receivable Position                          *
      *                                                                *
      *   Keeps what each policy owes, so money can be followed to    *
      *   the policy and not just to the customer's CUST-BALANCE.     *
      *   Every charge billed against a policy is a POLCHARGE row -   *
      *   type, due date, amount and how much of it receipts have     *
      *   covered so far (ALLOCATED, set by the INSTMARK receipt      *
      *   allocation run) - and the policy's position on POLRECV is   *
      *   the sum of them:                                            *
      *                                                                *
      *     CHARGED   everything billed to the policy                 *
      *     RECEIVED  the part of it receipts have covered            *
      *     OWED      CHARGED less RECEIVED                           *
      *     OLDESTDUE due date of the oldest charge still open        *
      *     PAIDTO    the date the policy's premium is paid to - the  *
      *               due date of the oldest premium charge still     *
      *               open, or with none open the furthest date a     *
      *               cleared premium charge covered (COVERTO)        *
      *                                                                *
      *   CALLed with POLRCV-PARMS:                                   *
      *                                                                *
      *     PRV-FUNCTION     C  raise a charge and refresh            *
      *                      P  refresh the position only             *
      *     PRV-POLICY-NUM   the policy                               *
      *     PRV-CHARGE-TYPE  PREM annual premium, INST installment,   *
      *                      ENDO endorsement additional premium      *
      *     PRV-DUE-DATE     YYYY-MM-DD the charge falls due          *
      *     PRV-COVER-TO     YYYY-MM-DD the premium pays cover to,    *
      *                      spaces for a charge that buys no term    *
      *     PRV-AMOUNT       the charge                               *
      *                                                                *
      *   A zero charge is not recorded. PRV-CHARGE-SEQ returns the   *
      *   charge's number within the policy. PRV-RETURN is 00 done,   *
      *   04 there is no POLICY row, 08 a database error or an        *
      *   unknown function. No CICS commands, so online programs      *
      *   may CALL it as well as the batch runs.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-HV-POLICY-NUM            PIC S9(9) USAGE COMP.
       01  WS-HV-CUSTOMER-NUM          PIC S9(9) USAGE COMP.
       01  WS-HV-CHARGE-SEQ            PIC S9(9) USAGE COMP.
       01  WS-HV-CHARGE-TYPE           PIC X(4).
       01  WS-HV-DUE-DATE              PIC X(10).
       01  WS-HV-COVER-TO              PIC X(10).
       01  WS-HV-COVER-TO-IND          PIC S9(4) USAGE COMP.
       01  WS-HV-AMOUNT                PIC S9(7)V99 USAGE COMP-3.

      * Host variables for the position
       01  WS-HV-CHARGED               PIC S9(9)V99 USAGE COMP-3.
       01  WS-HV-RECEIVED              PIC S9(9)V99 USAGE COMP-3.
       01  WS-HV-OWED                  PIC S9(9)V99 USAGE COMP-3.
       01  WS-HV-OLDEST-DUE            PIC X(10).
       01  WS-HV-OLDEST-DUE-IND        PIC S9(4) USAGE COMP.
       01  WS-HV-PAID-TO               PIC X(10).
       01  WS-HV-PAID-TO-IND           PIC S9(4) USAGE COMP.

       LINKAGE SECTION.
      * Same layout every caller declares.
       01  POLRCV-PARMS.
           05 PRV-FUNCTION             PIC X(1).
              88 PRV-RAISE-CHARGE                VALUE 'C'.
              88 PRV-REFRESH                     VALUE 'P'.
           05 PRV-POLICY-NUM           PIC 9(10).
           05 PRV-CHARGE-TYPE          PIC X(4).
           05 PRV-DUE-DATE             PIC X(10).
           05 PRV-COVER-TO             PIC X(10).
           05 PRV-AMOUNT               PIC 9(7)V99.
           05 PRV-CHARGE-SEQ           PIC 9(9).
           05 PRV-RETURN               PIC 9(2).

       PROCEDURE DIVISION USING POLRCV-PARMS.
       0001-MAIN.
           MOVE 0 TO PRV-RETURN
           MOVE 0 TO PRV-CHARGE-SEQ
           IF NOT PRV-RAISE-CHARGE AND NOT PRV-REFRESH
              MOVE 8 TO PRV-RETURN
              GO TO 0001-MAIN-EXIT
           END-IF
           MOVE PRV-POLICY-NUM TO WS-HV-POLICY-NUM

           PERFORM 1000-READ-POLICY
              THRU 1000-EXIT
           IF PRV-RETURN NOT = 0
              GO TO 0001-MAIN-EXIT
           END-IF

           IF PRV-RAISE-CHARGE
              IF PRV-AMOUNT = 0
                 GO TO 0001-MAIN-EXIT
              END-IF
              PERFORM 2000-INSERT-CHARGE
                 THRU 2000-EXIT
              IF PRV-RETURN NOT = 0
                 GO TO 0001-MAIN-EXIT
              END-IF
           END-IF

           PERFORM 3000-REFRESH-POSITION
              THRU 3000-EXIT
           .
       0001-MAIN-EXIT.
           GOBACK.

       1000-READ-POLICY.
           EXEC SQL
               SELECT CUSTOMERNUMBER
                 INTO :WS-HV-CUSTOMER-NUM
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE = 100
              MOVE 4 TO PRV-RETURN
              GO TO 1000-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON POLICY SELECT:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The charge takes the next number on the policy; nothing of   *
      * it is covered yet.                                           *
      *----------------------------------------------------------------*
       2000-INSERT-CHARGE.
           EXEC SQL
               SELECT COALESCE(MAX(CHARGESEQ), 0) + 1
                 INTO :WS-HV-CHARGE-SEQ
                 FROM POLCHARGE
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON POLCHARGE SELECT:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
              GO TO 2000-EXIT
           END-IF

           MOVE PRV-CHARGE-TYPE TO WS-HV-CHARGE-TYPE
           MOVE PRV-DUE-DATE    TO WS-HV-DUE-DATE
           MOVE PRV-AMOUNT      TO WS-HV-AMOUNT
           IF PRV-COVER-TO = SPACES
              MOVE SPACES TO WS-HV-COVER-TO
              MOVE -1     TO WS-HV-COVER-TO-IND
           ELSE
              MOVE PRV-COVER-TO TO WS-HV-COVER-TO
              MOVE 0            TO WS-HV-COVER-TO-IND
           END-IF

           EXEC SQL
               INSERT INTO POLCHARGE
                      (POLICYNUMBER, CHARGESEQ, CUSTOMERNUMBER,
                       CHARGETYPE, DUEDATE, COVERTO, AMOUNT,
                       ALLOCATED)
               VALUES (:WS-HV-POLICY-NUM, :WS-HV-CHARGE-SEQ,
                       :WS-HV-CUSTOMER-NUM, :WS-HV-CHARGE-TYPE,
                       DATE(:WS-HV-DUE-DATE),
                       :WS-HV-COVER-TO :WS-HV-COVER-TO-IND,
                       :WS-HV-AMOUNT, 0)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON POLCHARGE INSERT:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
              GO TO 2000-EXIT
           END-IF
           MOVE WS-HV-CHARGE-SEQ TO PRV-CHARGE-SEQ
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The position is always rebuilt from the charges, never       *
      * adjusted, so it cannot drift from them.                      *
      *----------------------------------------------------------------*
       3000-REFRESH-POSITION.
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0),
                      COALESCE(SUM(ALLOCATED), 0)
                 INTO :WS-HV-CHARGED,
                      :WS-HV-RECEIVED
                 FROM POLCHARGE
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON POLCHARGE SUM:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
              GO TO 3000-EXIT
           END-IF
           COMPUTE WS-HV-OWED = WS-HV-CHARGED - WS-HV-RECEIVED

           EXEC SQL
               SELECT CHAR(MIN(DUEDATE), ISO)
                 INTO :WS-HV-OLDEST-DUE :WS-HV-OLDEST-DUE-IND
                 FROM POLCHARGE
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                  AND ALLOCATED < AMOUNT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON OLDEST DUE:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
              GO TO 3000-EXIT
           END-IF

      *    Cover is paid up to the day the first unpaid premium fell
      *    due; with every premium paid, to the end of the last.
           EXEC SQL
               SELECT CHAR(MIN(DUEDATE), ISO)
                 INTO :WS-HV-PAID-TO :WS-HV-PAID-TO-IND
                 FROM POLCHARGE
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                  AND ALLOCATED < AMOUNT
                  AND COVERTO IS NOT NULL
           END-EXEC
           IF SQLCODE = 0 AND WS-HV-PAID-TO-IND < 0
              EXEC SQL
                  SELECT CHAR(MAX(COVERTO), ISO)
                    INTO :WS-HV-PAID-TO :WS-HV-PAID-TO-IND
                    FROM POLCHARGE
                   WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON PAID TO:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
              GO TO 3000-EXIT
           END-IF

           EXEC SQL
               UPDATE POLRECV
                  SET CUSTOMERNUMBER = :WS-HV-CUSTOMER-NUM,
                      CHARGED        = :WS-HV-CHARGED,
                      RECEIVED       = :WS-HV-RECEIVED,
                      OWED           = :WS-HV-OWED,
                      OLDESTDUE      = :WS-HV-OLDEST-DUE
                                       :WS-HV-OLDEST-DUE-IND,
                      PAIDTO         = :WS-HV-PAID-TO
                                       :WS-HV-PAID-TO-IND,
                      LASTUPDATED    = CURRENT TIMESTAMP
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO POLRECV
                         (POLICYNUMBER, CUSTOMERNUMBER, CHARGED,
                          RECEIVED, OWED, OLDESTDUE, PAIDTO,
                          LASTUPDATED)
                  VALUES (:WS-HV-POLICY-NUM, :WS-HV-CUSTOMER-NUM,
                          :WS-HV-CHARGED, :WS-HV-RECEIVED,
                          :WS-HV-OWED,
                          :WS-HV-OLDEST-DUE :WS-HV-OLDEST-DUE-IND,
                          :WS-HV-PAID-TO :WS-HV-PAID-TO-IND,
                          CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'POLRCV: INVALID SQLCODE ON POLRECV WRITE:'
                      SQLCODE
              MOVE 8 TO PRV-RETURN
           END-IF
           .
       3000-EXIT.
           EXIT.
