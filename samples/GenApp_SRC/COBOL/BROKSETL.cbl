      *   the minimum-payment threshold gets one payment              *
      *   instruction on BROKPINS.DAT - the same delimited            *
      *   interchange style as CLMSETL's PAYINSTR.DAT, with the       *
      *   broker id in the first field and the broker's name in the   *
      *   payee name field - and their settled-to-date                *
      *   position is advanced so the next statement shows earned,    *
      *   paid and outstanding truthfully.                            *
      *                                                                *
      *   A policy with a commission split on COMMSPLIT (LGMSPL01)    *
      *   earns each broker in the split their percentage share of    *
      *   its commission instead of crediting it all to               *
      *   POLICY.BROKERID, so the second broker is settled here       *
      *   rather than by manual cheque.                               *
      *                                                                *
      *   BROKPAID.DAT: broker id, settled-to-date amount, one        *
      *   line per broker, rewritten whole each run. GLPOST books     *
      *   the day's BROKPINS.DAT lines DR commission payable /        *
      *   CR bank; PAYBANK screens them and sends them to the bank    *
      *   with the claim payments.                                    *
      *                                                                *
      *   The position also carries the commission on policies        *
      *   cancelled or lapsed off the POLICY table (off-book) and the *
      *   unearned commission POLCANCL and POLLAPSE clawed back on    *
      *   them. Earned is the book plus off-book less clawbacks, so   *
      *   a clawback is netted off the next payment. A broker whose   *
      *   clawbacks exceed what they are owed is paid nothing; the    *
      *   debt stays on the position until new commission covers      *
      *   it, and is listed on the BROKEXCP.RPT exceptions report.    *
      *                                                                *
      *   PARM: minimum payment threshold, default 100.               *
      *                                                                *
               ASSIGN TO "BROKSETL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "BROKEXCP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step - so the value
      *    dates this run stamps and cuts on line up with every

       DATA DIVISION.
       FILE SECTION.
      * Cumulative settled-to-date per broker, with the commission
      * on policies gone from the book and the clawbacks on them.
       FD  PAID-POSITION-FILE.
       01  POSITION-RECORD.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-OFF-BOOK             PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-CLAWBACK             PIC 9(11)V99.

      * Broker payment instruction: broker,0,amount,value date,
      * then the payee fields - sort code and account blank, the
      * broker's name - so PAYBANK can screen it.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD              PIC X(80).

       FD  SETTLEMENT-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE              PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * Host variables for the earned-commission cursor.
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-EARNED                   PIC S9(11)V99 USAGE COMP-3.
       01  WS-EARNED-IND               PIC S9(4) USAGE COMP.

      * Payee name for the instruction, from the BROKER table.
       01  WS-BROKER-NAME              PIC X(30) VALUE SPACES.

      * PARM: minimum payment, below which commission accrues on.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-THRESHOLD-TEXT           PIC X(10) VALUE SPACES.
              10 WS-BR-ID              PIC 9(9).
              10 WS-BR-EARNED          PIC 9(11)V99.
              10 WS-BR-SETTLED         PIC 9(11)V99.
              10 WS-BR-OFF-BOOK        PIC 9(11)V99.
              10 WS-BR-CLAWBACK        PIC 9(11)V99.
       01  WS-BR-FOUND                 PIC X VALUE "N".
       01  WS-UNPAID                   PIC S9(11)V99 VALUE 0.
       01  WS-NET-EARNED               PIC S9(11)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-BROKERS-SEEN          PIC 9(5) VALUE 0.
           05 WS-BROKERS-PAID          PIC 9(5) VALUE 0.
           05 WS-BROKERS-HELD          PIC 9(5) VALUE 0.
           05 WS-BROKERS-IN-DEBT       PIC 9(5) VALUE 0.
       01  WS-PAID-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-DEBT-TOTAL               PIC 9(11)V99 VALUE 0.

      * Fields for one delimited payment instruction.
       01  WS-PAY-BROKER               PIC Z(8)9.
       01  WS-PAY-AMOUNT               PIC Z(9)9.99.

       01  SETTLE-HEADER-LINE          PIC X(65) VALUE
               'BROKER ID      EARNED    CLAWBACK        PAID     UNPAI
      -        'D  ACTION'.
       01  SETTLE-DETAIL-LINE.
           05 SDL-BROKER-ID            PIC Z(8)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-EARNED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-CLAWBACK             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-SETTLED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 SDL-UNPAID               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE '  VALUE: '.
           05 SSL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Exceptions: brokers whose clawbacks exceed what they have
      * earned net of settlements - the debt carried forward.
       01  EXCEPTION-HEADER-LINE       PIC X(60) VALUE
               'BROKER ID      EARNED    CLAWBACK        PAID  DEBT CAR
      -        'RIED'.
       01  EXCEPTION-DETAIL-LINE.
           05 EDL-BROKER-ID            PIC Z(8)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-EARNED               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-CLAWBACK             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-SETTLED              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EDL-DEBT                 PIC ZZZ,ZZZ,ZZ9.99.
       01  EXCEPTION-SUMMARY-LINE.
           05 FILLER                   PIC X(17) VALUE
              'BROKERS IN DEBT: '.
           05 ESL-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE '  TOTAL: '.
           05 ESL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Whole-book earned commission per broker - same population
      * BROKSTMT statements, so the two runs agree line for line.
           EXEC SQL
               DECLARE EARNED-CURSOR CURSOR FOR
               SELECT COALESCE(S.BROKERID, P.BROKERID),
                      SUM(DECIMAL(P.COMMISSION, 11, 2)
                          * COALESCE(S.SHAREPCT, 100) / 100)
                 FROM POLICY P
                 LEFT OUTER JOIN COMMSPLIT S
                   ON S.POLICYNUMBER = P.POLICYNUMBER
                WHERE COALESCE(S.BROKERID, P.BROKERID) IS NOT NULL
                GROUP BY COALESCE(S.BROKERID, P.BROKERID)
                ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
           OPEN OUTPUT SETTLEMENT-REPORT
           MOVE SETTLE-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE EXCEPTION-HEADER-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           EXEC SQL
               OPEN EARNED-CURSOR
                          MOVE ZEROS TO WS-BR-EARNED(WS-BR-IX)
                          MOVE POS-SETTLED
                            TO WS-BR-SETTLED(WS-BR-IX)
                          MOVE ZEROS TO WS-BR-OFF-BOOK(WS-BR-IX)
                                        WS-BR-CLAWBACK(WS-BR-IX)
      *                   Lines from before clawbacks were kept end
      *                   at the settled amount.
                          IF POS-OFF-BOOK NUMERIC
                             MOVE POS-OFF-BOOK
                               TO WS-BR-OFF-BOOK(WS-BR-IX)
                          END-IF
                          IF POS-CLAWBACK NUMERIC
                             MOVE POS-CLAWBACK
                               TO WS-BR-CLAWBACK(WS-BR-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
                 SET WS-BR-IX TO WS-BROKER-TABLE-COUNT
                 MOVE WS-BROKERID TO WS-BR-ID(WS-BR-IX)
                 MOVE ZEROS TO WS-BR-SETTLED(WS-BR-IX)
                               WS-BR-OFF-BOOK(WS-BR-IX)
                               WS-BR-CLAWBACK(WS-BR-IX)
              ELSE
                 GO TO 2000-EXIT
              END-IF

       3100-SETTLE-ONE-BROKER.
           ADD 1 TO WS-BROKERS-SEEN
           COMPUTE WS-NET-EARNED =
               WS-BR-EARNED(WS-BR-IX) + WS-BR-OFF-BOOK(WS-BR-IX)
           COMPUTE WS-UNPAID =
               WS-NET-EARNED - WS-BR-CLAWBACK(WS-BR-IX)
                             - WS-BR-SETTLED(WS-BR-IX)
           MOVE WS-BR-ID(WS-BR-IX)       TO SDL-BROKER-ID
           MOVE WS-NET-EARNED            TO SDL-EARNED
           MOVE WS-BR-CLAWBACK(WS-BR-IX) TO SDL-CLAWBACK
           MOVE WS-BR-SETTLED(WS-BR-IX)  TO SDL-SETTLED

           EVALUATE TRUE
              WHEN WS-UNPAID < 0 AND WS-BR-CLAWBACK(WS-BR-IX) > 0
                 MOVE ZEROS TO SDL-UNPAID
                 MOVE 'CLAWBACK DEBT   ' TO SDL-ACTION
                 PERFORM 3300-WRITE-DEBT-EXCEPTION
                    THRU 3300-EXIT
              WHEN WS-UNPAID <= 0
                 MOVE ZEROS TO SDL-UNPAID
                 MOVE 'NOTHING DUE     ' TO SDL-ACTION
       3200-WRITE-PAYMENT-INSTRUCTION.
           MOVE WS-BR-ID(WS-BR-IX) TO WS-PAY-BROKER
           MOVE WS-UNPAID          TO WS-PAY-AMOUNT
           PERFORM 3250-GET-BROKER-NAME
              THRU 3250-EXIT
           MOVE SPACES TO PAYMENT-RECORD
           STRING FUNCTION TRIM(WS-PAY-BROKER)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-AMOUNT)  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  ',,,'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BROKER-NAME) DELIMITED BY SIZE
              INTO PAYMENT-RECORD
           END-STRING
           WRITE PAYMENT-RECORD
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The name the payment goes out in, screened by PAYBANK against *
      * the watchlist. A comma in it would shift the delimited        *
      * fields, so it goes out as a space. A broker no longer on the  *
      * BROKER table goes out unnamed and PAYBANK reports it as not   *
      * screened.                                                     *
      *----------------------------------------------------------------*
       3250-GET-BROKER-NAME.
           MOVE SPACES TO WS-BROKER-NAME
           MOVE WS-BR-ID(WS-BR-IX) TO WS-BROKERID
           EXEC SQL
               SELECT BROKERNAME
                 INTO :WS-BROKER-NAME
                 FROM BROKER
                WHERE BROKERID = :WS-BROKERID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 INSPECT WS-BROKER-NAME REPLACING ALL ',' BY SPACE
              WHEN SQLCODE = 100
                 MOVE SPACES TO WS-BROKER-NAME
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON BROKER:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           .
       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Nothing is paid and nothing written off: the position stands  *
      * as it is, so the debt is still there on the next run for new  *
      * commission to work down.                                      *
      *----------------------------------------------------------------*
       3300-WRITE-DEBT-EXCEPTION.
           ADD 1 TO WS-BROKERS-IN-DEBT
           SUBTRACT WS-UNPAID FROM WS-DEBT-TOTAL
           MOVE WS-BR-ID(WS-BR-IX)       TO EDL-BROKER-ID
           MOVE WS-NET-EARNED            TO EDL-EARNED
           MOVE WS-BR-CLAWBACK(WS-BR-IX) TO EDL-CLAWBACK
           MOVE WS-BR-SETTLED(WS-BR-IX)  TO EDL-SETTLED
           MOVE WS-UNPAID                TO EDL-DEBT
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .
       3300-EXIT.
           EXIT.

       7000-REWRITE-POSITION.
           OPEN OUTPUT PAID-POSITION-FILE
           PERFORM VARYING WS-BR-IX FROM 1 BY 1
                   UNTIL WS-BR-IX > WS-BROKER-TABLE-COUNT
              MOVE SPACES TO POSITION-RECORD
              MOVE WS-BR-ID(WS-BR-IX)       TO POS-BROKER-ID
              MOVE WS-BR-SETTLED(WS-BR-IX)  TO POS-SETTLED
              MOVE WS-BR-OFF-BOOK(WS-BR-IX) TO POS-OFF-BOOK
              MOVE WS-BR-CLAWBACK(WS-BR-IX) TO POS-CLAWBACK
              WRITE POSITION-RECORD
           END-PERFORM
           CLOSE PAID-POSITION-FILE
           MOVE WS-PAID-TOTAL   TO SSL-TOTAL
           MOVE SETTLE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BROKERS-IN-DEBT TO ESL-COUNT
           MOVE WS-DEBT-TOTAL      TO ESL-TOTAL
           MOVE EXCEPTION-SUMMARY-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .
       8000-EXIT.
           EXIT.
           END-EXEC.
           CLOSE PAYMENT-FILE.
           CLOSE SETTLEMENT-REPORT.
           CLOSE EXCEPTION-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-BROKERS-IN-DEBT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-BROKERS-PAID = 0 AND WS-BROKERS-SEEN > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
