      *   With no credit file at all the vetting is off, as before    *
      *   it existed.                                                 *
      *                                                                *
      *   An endowment converted to paid-up by ENDPDUP has no premium *
      *   left to spread, so a request for one is rejected.           *
      *                                                                *
      *   A request on a policy whose holder's death has been         *
      *   recorded by BEREAVE is rejected; BEREAVE has already        *
      *   frozen the plan's scheduled installments.                   *
      *                                                                *
      *   A due date falling at a weekend or on a holiday on the      *
      *   calendar HOLIDAY.DAT is moved on to the next working day    *
      *   (WORKDAY), the day the collection can actually be made.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTPLAN.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-PAIDUP-COUNT             PIC S9(9) USAGE COMP.
       01  WS-DECEASED-COUNT           PIC S9(9) USAGE COMP.

      * Credit vetting state: bands loaded from CREDFILE.DAT,
      * supervisor overrides from CREDOVRD.DAT.
       01  WS-DUE-MM                   PIC 9(2)  VALUE 0.
       01  WS-DUE-YYYY-X               PIC X(4)  VALUE SPACES.
       01  WS-DUE-MM-X                 PIC X(2)  VALUE SPACES.
       01  WS-DUE-WORKING-DATE         PIC 9(8)  VALUE 0.
       01  FILLER REDEFINES WS-DUE-WORKING-DATE.
           05 WS-DUE-WORKING-YYYY      PIC 9(4).
           05 WS-DUE-WORKING-MM        PIC 9(2).
           05 WS-DUE-WORKING-DD        PIC 9(2).

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05 WDY-FUNCTION             PIC X(1).
           05 WDY-DATE                 PIC 9(8).
           05 WDY-END-DATE             PIC 9(8).
           05 WDY-DAYS                 PIC S9(5).
           05 WDY-RESULT-DATE          PIC 9(8).
           05 WDY-WORKING              PIC X(1).
           05 WDY-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-REQUESTS-READ         PIC 9(5) VALUE 0.
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PAIDUP-COUNT
                 FROM ENDOWMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND PAIDUP = 'Y'
           END-EXEC
           IF SQLCODE = 0 AND WS-PAIDUP-COUNT > 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 0 TO PDL-COUNT
              MOVE 0 TO PDL-AMOUNT
              MOVE 'POLICY IS PAID-UP' TO PDL-RESULT
              PERFORM 2900-WRITE-PLAN-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DECEASED-COUNT
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND DATEOFDEATH IS NOT NULL
           END-EXEC
           IF SQLCODE = 0 AND WS-DECEASED-COUNT > 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 0 TO PDL-COUNT
              MOVE 0 TO PDL-AMOUNT
              MOVE 'POLICYHOLDER DECEASED' TO PDL-RESULT
              PERFORM 2900-WRITE-PLAN-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

      *    Credit vetting gate: a plan is a year's premium on
      *    credit, granted only inside the customer's band.
           PERFORM 1300-VET-CREDIT
           PERFORM 2150-CLAMP-DAY-TO-MONTH
              THRU 2150-EXIT

      * Nothing can be collected on a weekend or holiday, so the
      * installment falls due on the next working day instead.
           MOVE WS-DUE-YYYY TO WS-DUE-WORKING-YYYY
           MOVE WS-DUE-MM   TO WS-DUE-WORKING-MM
           MOVE WS-DUE-DD   TO WS-DUE-WORKING-DD
           MOVE 'N'                 TO WDY-FUNCTION
           MOVE WS-DUE-WORKING-DATE TO WDY-DATE
           CALL 'WORKDAY' USING WORKDAY-PARMS
           IF WDY-RETURN < 8
              MOVE WDY-RESULT-DATE TO WS-DUE-WORKING-DATE
           END-IF

           MOVE WS-DUE-WORKING-YYYY TO WS-DUE-YYYY-X
           MOVE WS-DUE-WORKING-MM   TO WS-DUE-MM-X
           MOVE WS-DUE-WORKING-DD   TO WS-DUE-DD-X
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DUE-YYYY-X '-' WS-DUE-MM-X '-' WS-DUE-DD-X
              DELIMITED BY SIZE INTO WS-DUE-DATE
