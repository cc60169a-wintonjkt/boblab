      ******************************************************************
      *                                                                *
      *       Receipt Allocation and Installment Marking Run           *
      *                                                                *
      *   Follows the day's money down to the policy. Every receipt   *
      *   credited to a customer appears on CUSTJRNL.DAT as a RCPT    *
      *   credit - from CASH-APPLICATION, the suspense replay, the    *
      *   agency loader, the direct-debit collection or the card      *
      *   settlement loader - and every return premium ENDOPOST       *
      *   credits as an ENDO credit. Each of today's is allocated     *
      *   to the customer's open POLCHARGE charges (raised by         *
      *   PREMBILL and ENDOPOST through POLRCV):                      *
      *   the policy the line names first, when it is one of the      *
      *   customer's, then the customer's other open charges oldest   *
      *   due date first. A charge covered in full is cleared, and    *
      *   an installment charge cleared marks its INSTALLMENT row     *
      *   paid ('P'). Each slice is kept on RCPTALLOC and each policy *
      *   touched has its POLRECV position refreshed through POLRCV.  *
      *                                                                *
      *   A receipt left over once every open charge is covered is    *
      *   held on account (RCPTALLOC with policy zero); at the end of *
      *   the run the customer's credit on account is applied to any  *
      *   charges still open, so the next bill settles from it.       *
      *                                                                *
      *   A DDRT debit - a bounced direct debit DDRETURN reversed -   *
      *   takes the money back off the named policy's charges,        *
      *   newest first, and off account for anything beyond them.     *
      *   A CHBK debit - a card payment CARDCHBK charged back - is    *
      *   taken back the same way, and an installment charge it       *
      *   reopens puts its INSTALLMENT row back to billed ('B');      *
      *   DDRETURN reopens a bounced debit's installment itself.      *
      *                                                                *
      *   Installments billed before charges were raised against the  *
      *   policy have no POLCHARGE row; what is left of a receipt     *
      *   still marks the customer's oldest such billed ('B') rows    *
      *   paid for as long as it covers one in full, as before.       *
      *   DDCOL credits are not used for these: the collection run    *
      *   marks its own installment paid.                             *
      *                                                                *
      *   A day already allocated is refused (RC 16), so a rerun      *
      *   never allocates the same money twice.                       *
      *                                                                *
      *   Scheduled after CASH-APPLICATION, the suspense replay,      *
      *   DDCOLL, DDRETURN, CARDSETL, CARDCHBK and ENDOPOST in the    *
      *   night plan. Results to INSTMARK.RPT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
      * Policy the amount is for; zero, or not numeric on a line
      * from a writer that names none, when it is for none.
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  MARKING-REPORT.
       01  REPORT-LINE                 PIC X(80).
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.
           05 WS-EOF-CHARGES           PIC X(01) VALUE 'N'.
             88 END-OF-CHARGES                    VALUE 'Y'.
           05 WS-EOF-ACCOUNT           PIC X(01) VALUE 'N'.
             88 END-OF-ACCOUNT                    VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-ISO             PIC X(10) VALUE SPACES.

      * Host variables for the billed-installments cursor.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
      * What is left of the receipt as installments are cleared.
       01  WS-REMAINING                PIC S9(9)V99 VALUE 0.

      * The journal line being allocated and the charge it is
      * being allocated to.
       01  WS-ALLOC-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-NAMED-POLICY             PIC S9(9) USAGE COMP VALUE 0.
       01  WS-ALLOC-SOURCE             PIC X(5).
       01  WS-ALLOC-REASON             PIC X(4).
       01  WS-CHG-POLICY               PIC S9(9) USAGE COMP.
       01  WS-CHG-SEQ                  PIC S9(9) USAGE COMP.
       01  WS-CHG-TYPE                 PIC X(4).
       01  WS-CHG-DUE-DATE             PIC X(10).
       01  WS-CHG-OPEN                 PIC S9(7)V99 USAGE COMP-3.
       01  WS-SLICE                    PIC S9(7)V99 USAGE COMP-3.
       01  WS-ON-ACCOUNT               PIC S9(9)V99 USAGE COMP-3.
       01  WS-ACCOUNT-START            PIC S9(9)V99 VALUE 0.

      * Same layout POLRCV takes.
       01  POLRCV-PARMS.
           05 PRV-FUNCTION             PIC X(1).
           05 PRV-POLICY-NUM           PIC 9(10).
           05 PRV-CHARGE-TYPE          PIC X(4).
           05 PRV-DUE-DATE             PIC X(10).
           05 PRV-COVER-TO             PIC X(10).
           05 PRV-AMOUNT               PIC 9(7)V99.
           05 PRV-CHARGE-SEQ           PIC 9(9).
           05 PRV-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-RECEIPTS-READ         PIC 9(7) VALUE 0.
           05 WS-INSTALLMENTS-MARKED   PIC 9(7) VALUE 0.
           05 WS-REVERSALS-READ        PIC 9(7) VALUE 0.
       01  WS-MARKED-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-ALLOCATED-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-REVERSED-TOTAL           PIC S9(11)V99 VALUE 0.

       01  MARK-DETAIL-LINE.
           05 MDL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 MDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(6)  VALUE ' PAID '.
       01  ALLOC-DETAIL-LINE.
           05 ADL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 ADL-POLICY               PIC Z(9)9.
           05 FILLER                   PIC X(8)  VALUE ' CHARGE '.
           05 ADL-CHARGE-SEQ           PIC ZZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 ADL-SOURCE               PIC X(5).
           05 FILLER                   PIC X     VALUE SPACE.
           05 ADL-AMOUNT               PIC ZZZ,ZZ9.99-.
           05 FILLER                   PIC X     VALUE SPACE.
           05 ADL-RESULT               PIC X(12).
       01  MARK-SUMMARY-LINE.
           05 FILLER                   PIC X(16) VALUE
              'RECEIPTS TAKEN: '.
           05 MSL-MARKED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE '  VALUE:'.
           05 MSL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  ALLOC-SUMMARY-LINE.
           05 FILLER                   PIC X(11) VALUE
              'ALLOCATED: '.
           05 ASL-ALLOCATED            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(14) VALUE
              '  ON ACCOUNT: '.
           05 ASL-ACCOUNT              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(12) VALUE
              '  REVERSED: '.
           05 ASL-REVERSED             PIC ZZ,ZZZ,ZZ9.99-.

      * Oldest billed installments first, so a receipt clears the
      * debt the customer has owed longest. An installment billed
      * with a charge against its policy is settled through the
      * charge instead.
           EXEC SQL
               DECLARE BILLED-CURSOR CURSOR FOR
               SELECT I.POLICYNUMBER, I.SEQNO, I.AMOUNT
                WHERE I.POLICYNUMBER = P.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND I.STATUS = 'B'
                  AND NOT EXISTS
                      (SELECT 1 FROM POLCHARGE C
                        WHERE C.POLICYNUMBER = I.POLICYNUMBER
                          AND C.CHARGETYPE = 'INST'
                          AND C.DUEDATE = I.DUEDATE)
                ORDER BY I.DUEDATE, I.POLICYNUMBER, I.SEQNO
           END-EXEC.

      * The customer's open charges on policies still held: the
      * named policy's first, then oldest due first.
           EXEC SQL
               DECLARE CHARGE-CURSOR CURSOR FOR
               SELECT C.POLICYNUMBER, C.CHARGESEQ, C.CHARGETYPE,
                      CHAR(C.DUEDATE, ISO), C.AMOUNT - C.ALLOCATED
                 FROM POLCHARGE C, POLICY P
                WHERE C.POLICYNUMBER = P.POLICYNUMBER
                  AND P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND C.AMOUNT > C.ALLOCATED
                ORDER BY CASE WHEN C.POLICYNUMBER = :WS-NAMED-POLICY
                              THEN 0 ELSE 1 END,
                         C.DUEDATE, C.POLICYNUMBER, C.CHARGESEQ
           END-EXEC.

      * What has been allocated to the named policy, newest first,
      * for a bounced debit to take back.
           EXEC SQL
               DECLARE REVERSE-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, CHARGESEQ, CHARGETYPE,
                      CHAR(DUEDATE, ISO), ALLOCATED
                 FROM POLCHARGE
                WHERE POLICYNUMBER = :WS-NAMED-POLICY
                  AND CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                  AND ALLOCATED > 0
                ORDER BY DUEDATE DESC, CHARGESEQ DESC
           END-EXEC.

      * Customers holding credit on account.
           EXEC SQL
               DECLARE ACCOUNT-CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER, SUM(AMOUNT)
                 FROM RCPTALLOC
                WHERE POLICYNUMBER = 0
                GROUP BY CUSTOMERNUMBER
               HAVING SUM(AMOUNT) > 0
                ORDER BY CUSTOMERNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 0100-CHECK-ALREADY-ALLOCATED
              THRU 0100-EXIT
           IF WS-ALLOC-COUNT > 0
              DISPLAY 'RECEIPTS ALREADY ALLOCATED FOR ' WS-RUN-DATE-ISO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

              READ BALANCE-JOURNAL
                 AT END MOVE "10" TO WS-JOURNAL-STATUS
                 NOT AT END
      *             Only today's money in and out; billing debits and
      *             maintenance postings are not money received.
                    IF JRN-DATE = WS-RUN-DATE
                       EVALUATE TRUE
                          WHEN JRN-DC = 'C' AND JRN-REASON = 'RCPT'
                          WHEN JRN-DC = 'C' AND JRN-REASON = 'ENDO'
                             PERFORM 2000-CLEAR-ONE-RECEIPT
                                THRU 2000-EXIT
                          WHEN JRN-DC = 'D' AND JRN-REASON = 'DDRT'
                          WHEN JRN-DC = 'D' AND JRN-REASON = 'CHBK'
                             PERFORM 4000-REVERSE-ONE-RETURN
                                THRU 4000-EXIT
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 5000-APPLY-ON-ACCOUNT
              THRU 5000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
              END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           MOVE SPACES TO WS-RUN-DATE-ISO
           STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-RUN-DATE (5:2) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-RUN-DATE (7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ISO
           END-STRING
           .
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Allocation lines already dated today mean this day's journal *
      * has been allocated; running it again would allocate the      *
      * same money twice.                                            *
      *----------------------------------------------------------------*
       0100-CHECK-ALREADY-ALLOCATED.
           MOVE 0 TO WS-ALLOC-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ALLOC-COUNT
                 FROM RCPTALLOC
                WHERE ALLOCDATE = DATE(:WS-RUN-DATE-ISO)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON RCPTALLOC COUNT:' SQLCODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .
       0100-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN INPUT BALANCE-JOURNAL
           OPEN OUTPUT MARKING-REPORT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One receipt: to the charges first, then to installments      *
      * billed without a charge, the rest on account.                *
      *----------------------------------------------------------------*
       2000-CLEAR-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ
           MOVE JRN-CUST-ID TO WS-CUSTOMER-NUM
           MOVE JRN-AMOUNT  TO WS-REMAINING
           MOVE JRN-SOURCE  TO WS-ALLOC-SOURCE
           MOVE JRN-REASON  TO WS-ALLOC-REASON
           MOVE 0 TO WS-NAMED-POLICY
           IF JRN-POLICY-NUM IS NUMERIC
              MOVE JRN-POLICY-NUM TO WS-NAMED-POLICY
           END-IF

           PERFORM 3000-ALLOCATE-TO-CHARGES
              THRU 3000-EXIT

      *    DDCOL credits never clear other installments: the
      *    collection run marks its own installment paid, and
      *    clearing the customer's other billed installments off the
      *    same money would pay them with cash collected once.
           IF WS-REMAINING > 0
              AND WS-ALLOC-REASON = 'RCPT'
              AND WS-ALLOC-SOURCE NOT = 'DDCOL'
              PERFORM 2050-MARK-UNCHARGED-INSTALLMENTS
                 THRU 2050-EXIT
           END-IF

           IF WS-REMAINING > 0
              MOVE 0            TO WS-CHG-POLICY WS-CHG-SEQ
              MOVE WS-REMAINING TO WS-SLICE
              PERFORM 3500-WRITE-ALLOCATION
                 THRU 3500-EXIT
              ADD WS-SLICE TO WS-ACCOUNT-TOTAL
              MOVE 'ON ACCOUNT' TO ADL-RESULT
              PERFORM 3900-WRITE-ALLOC-DETAIL
                 THRU 3900-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2050-MARK-UNCHARGED-INSTALLMENTS.
           EXEC SQL
               OPEN BILLED-CURSOR
           END-EXEC
               CLOSE BILLED-CURSOR
           END-EXEC
           .
       2050-EXIT.
           EXIT.

       2100-FETCH-NEXT-INSTALLMENT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * WS-REMAINING spread over the customer's open charges, the    *
      * named policy's first, for as long as it lasts.               *
      *----------------------------------------------------------------*
       3000-ALLOCATE-TO-CHARGES.
           EXEC SQL
               OPEN CHARGE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CHARGE-CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CHARGES
           PERFORM 3100-FETCH-NEXT-CHARGE
              THRU 3100-EXIT
           PERFORM UNTIL END-OF-CHARGES
                      OR WS-REMAINING NOT > 0
              PERFORM 3200-ALLOCATE-ONE-CHARGE
                 THRU 3200-EXIT
              PERFORM 3100-FETCH-NEXT-CHARGE
                 THRU 3100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE CHARGE-CURSOR
           END-EXEC
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NEXT-CHARGE.
           EXEC SQL
               FETCH CHARGE-CURSOR
               INTO :WS-CHG-POLICY, :WS-CHG-SEQ, :WS-CHG-TYPE,
                    :WS-CHG-DUE-DATE, :WS-CHG-OPEN
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CHARGES TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH CHARGE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

      *    The charge takes what it still lacks, or all that is left
      *    of the money. Covered in full it is cleared, and an
      *    installment charge cleared pays the installment.
       3200-ALLOCATE-ONE-CHARGE.
           IF WS-REMAINING < WS-CHG-OPEN
              MOVE WS-REMAINING TO WS-SLICE
           ELSE
              MOVE WS-CHG-OPEN  TO WS-SLICE
           END-IF

           EXEC SQL
               UPDATE POLCHARGE
                  SET ALLOCATED   = ALLOCATED + :WS-SLICE,
                      CLEAREDDATE =
                      CASE WHEN ALLOCATED + :WS-SLICE >= AMOUNT
                           THEN DATE(:WS-RUN-DATE-ISO)
                           ELSE NULL END
                WHERE POLICYNUMBER = :WS-CHG-POLICY
                  AND CHARGESEQ = :WS-CHG-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON POLCHARGE UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           IF WS-SLICE = WS-CHG-OPEN AND WS-CHG-TYPE = 'INST'
              EXEC SQL
                  UPDATE INSTALLMENT
                     SET STATUS = 'P'
                   WHERE POLICYNUMBER = :WS-CHG-POLICY
                     AND DUEDATE = DATE(:WS-CHG-DUE-DATE)
                     AND STATUS = 'B'
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-INSTALLMENTS-MARKED
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           PERFORM 3500-WRITE-ALLOCATION
              THRU 3500-EXIT
           PERFORM 3600-REFRESH-POSITION
              THRU 3600-EXIT
           SUBTRACT WS-SLICE FROM WS-REMAINING
           ADD WS-SLICE TO WS-ALLOCATED-TOTAL
           IF WS-SLICE = WS-CHG-OPEN
              MOVE 'CLEARED' TO ADL-RESULT
           ELSE
              MOVE 'PART PAID' TO ADL-RESULT
           END-IF
           PERFORM 3900-WRITE-ALLOC-DETAIL
              THRU 3900-EXIT
           .
       3200-EXIT.
           EXIT.

      *    One slice of money against one charge - or, with policy
      *    zero, held on account.
       3500-WRITE-ALLOCATION.
           EXEC SQL
               INSERT INTO RCPTALLOC
               (ALLOCDATE, CUSTOMERNUMBER, SOURCE, REASON,
                POLICYNUMBER, CHARGESEQ, AMOUNT, ALLOCATEDAT)
               VALUES
               (DATE(:WS-RUN-DATE-ISO), :WS-CUSTOMER-NUM,
                :WS-ALLOC-SOURCE, :WS-ALLOC-REASON,
                :WS-CHG-POLICY, :WS-CHG-SEQ, :WS-SLICE,
                CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON RCPTALLOC INSERT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       3500-EXIT.
           EXIT.

       3600-REFRESH-POSITION.
           MOVE 'P'           TO PRV-FUNCTION
           MOVE WS-CHG-POLICY TO PRV-POLICY-NUM
           CALL 'POLRCV' USING POLRCV-PARMS
           IF PRV-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLRCV:' PRV-RETURN
                      ' POLICY ' PRV-POLICY-NUM
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       3600-EXIT.
           EXIT.

       3900-WRITE-ALLOC-DETAIL.
           MOVE WS-CUSTOMER-NUM TO ADL-CUST-ID
           MOVE WS-CHG-POLICY   TO ADL-POLICY
           MOVE WS-CHG-SEQ      TO ADL-CHARGE-SEQ
           MOVE WS-ALLOC-SOURCE TO ADL-SOURCE
           MOVE WS-SLICE        TO ADL-AMOUNT
           MOVE ALLOC-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A bounced direct debit or a card chargeback: the money comes *
      * back off the named policy's charges, newest first, reopening *
      * them; anything the charges do not account for comes off the  *
      * customer's credit on account. A return naming no policy has  *
      * nothing to undo.                                             *
      *----------------------------------------------------------------*
       4000-REVERSE-ONE-RETURN.
           IF JRN-POLICY-NUM IS NOT NUMERIC
              OR JRN-POLICY-NUM = ZEROS
              GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-REVERSALS-READ
           MOVE JRN-CUST-ID    TO WS-CUSTOMER-NUM
           MOVE JRN-POLICY-NUM TO WS-NAMED-POLICY
           MOVE JRN-AMOUNT     TO WS-REMAINING
           MOVE JRN-SOURCE     TO WS-ALLOC-SOURCE
           MOVE JRN-REASON     TO WS-ALLOC-REASON

           EXEC SQL
               OPEN REVERSE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN REVERSE-CURSOR:'
                      SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-CHARGES
           PERFORM 4100-FETCH-NEXT-ALLOCATED
              THRU 4100-EXIT
           PERFORM UNTIL END-OF-CHARGES
                      OR WS-REMAINING NOT > 0
              PERFORM 4200-REVERSE-ONE-CHARGE
                 THRU 4200-EXIT
              PERFORM 4100-FETCH-NEXT-ALLOCATED
                 THRU 4100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE REVERSE-CURSOR
           END-EXEC

           IF WS-REMAINING > 0
              MOVE 0 TO WS-CHG-POLICY WS-CHG-SEQ
              COMPUTE WS-SLICE = ZERO - WS-REMAINING
              PERFORM 3500-WRITE-ALLOCATION
                 THRU 3500-EXIT
              ADD WS-SLICE TO WS-ACCOUNT-TOTAL
              MOVE 'OFF ACCOUNT' TO ADL-RESULT
              PERFORM 3900-WRITE-ALLOC-DETAIL
                 THRU 3900-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

       4100-FETCH-NEXT-ALLOCATED.
           EXEC SQL
               FETCH REVERSE-CURSOR
               INTO :WS-CHG-POLICY, :WS-CHG-SEQ, :WS-CHG-TYPE,
                    :WS-CHG-DUE-DATE, :WS-CHG-OPEN
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CHARGES TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH ALLOCATED:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       4100-EXIT.
           EXIT.

      *    WS-CHG-OPEN holds what the charge has been allocated; the
      *    slice taken back is written as a negative allocation.
       4200-REVERSE-ONE-CHARGE.
           IF WS-REMAINING < WS-CHG-OPEN
              MOVE WS-REMAINING TO WS-SLICE
           ELSE
              MOVE WS-CHG-OPEN  TO WS-SLICE
           END-IF

           EXEC SQL
               UPDATE POLCHARGE
                  SET ALLOCATED   = ALLOCATED - :WS-SLICE,
                      CLEAREDDATE = NULL
                WHERE POLICYNUMBER = :WS-CHG-POLICY
                  AND CHARGESEQ = :WS-CHG-SEQ
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON POLCHARGE UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'REVERSED' TO ADL-RESULT
      *    A chargeback reopens the installment the card payment
      *    cleared; nothing else will put it back on the bill.
           IF WS-ALLOC-REASON = 'CHBK' AND WS-CHG-TYPE = 'INST'
              EXEC SQL
                  UPDATE INSTALLMENT
                     SET STATUS = 'B'
                   WHERE POLICYNUMBER = :WS-CHG-POLICY
                     AND DUEDATE = DATE(:WS-CHG-DUE-DATE)
                     AND STATUS = 'P'
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'INST REOPEN' TO ADL-RESULT
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           SUBTRACT WS-SLICE FROM WS-REMAINING
           ADD WS-SLICE TO WS-REVERSED-TOTAL
           COMPUTE WS-SLICE = ZERO - WS-SLICE
           PERFORM 3500-WRITE-ALLOCATION
              THRU 3500-EXIT
           PERFORM 3600-REFRESH-POSITION
              THRU 3600-EXIT
           PERFORM 3900-WRITE-ALLOC-DETAIL
              THRU 3900-EXIT
           .
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Credit held on account goes to whatever charges are open     *
      * once the day's money is in - today's bills included - and   *
      * comes off account by what it covered.                        *
      *----------------------------------------------------------------*
       5000-APPLY-ON-ACCOUNT.
           EXEC SQL
               OPEN ACCOUNT-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN ACCOUNT-CURSOR:'
                      SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'N' TO WS-EOF-ACCOUNT
           PERFORM 5100-FETCH-NEXT-ACCOUNT
              THRU 5100-EXIT
           PERFORM UNTIL END-OF-ACCOUNT
              PERFORM 5200-APPLY-ONE-ACCOUNT
                 THRU 5200-EXIT
              PERFORM 5100-FETCH-NEXT-ACCOUNT
                 THRU 5100-EXIT
           END-PERFORM

           EXEC SQL
               CLOSE ACCOUNT-CURSOR
           END-EXEC
           .
       5000-EXIT.
           EXIT.

       5100-FETCH-NEXT-ACCOUNT.
           EXEC SQL
               FETCH ACCOUNT-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-ON-ACCOUNT
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-ACCOUNT TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH ACCOUNT:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       5100-EXIT.
           EXIT.

       5200-APPLY-ONE-ACCOUNT.
           MOVE WS-ON-ACCOUNT TO WS-REMAINING WS-ACCOUNT-START
           MOVE 0       TO WS-NAMED-POLICY
           MOVE 'ACCT ' TO WS-ALLOC-SOURCE
           MOVE 'SWEP'  TO WS-ALLOC-REASON

           PERFORM 3000-ALLOCATE-TO-CHARGES
              THRU 3000-EXIT

           IF WS-REMAINING < WS-ACCOUNT-START
              MOVE 0 TO WS-CHG-POLICY WS-CHG-SEQ
              COMPUTE WS-SLICE = WS-REMAINING - WS-ACCOUNT-START
              PERFORM 3500-WRITE-ALLOCATION
                 THRU 3500-EXIT
              ADD WS-SLICE TO WS-ACCOUNT-TOTAL
              MOVE 'OFF ACCOUNT' TO ADL-RESULT
              PERFORM 3900-WRITE-ALLOC-DETAIL
                 THRU 3900-EXIT
           END-IF
           .
       5200-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-RECEIPTS-READ       TO MSL-RECEIPTS
           MOVE WS-INSTALLMENTS-MARKED TO MSL-MARKED
           MOVE WS-MARKED-TOTAL        TO MSL-TOTAL
           MOVE MARK-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALLOCATED-TOTAL     TO ASL-ALLOCATED
           MOVE WS-ACCOUNT-TOTAL       TO ASL-ACCOUNT
           MOVE WS-REVERSED-TOTAL      TO ASL-REVERSED
           MOVE ALLOC-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.
