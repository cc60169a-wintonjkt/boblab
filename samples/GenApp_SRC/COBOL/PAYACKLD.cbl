      *   settlement run re-queues it, instead of the bounce being    *
      *   discovered when the claimant phones.                        *
      *                                                                *
      *   A rejected supplier invoice payment (invoice reference on   *
      *   the register) goes back to approved on CLAIMINV so the      *
      *   next settlement run pays it again; only an indemnity        *
      *   invoice was ever on CLAIM.PAID, so only that one is         *
      *   reversed off the claim.                                     *
      *                                                                *
      *   A rejected broker commission payment (a 'B' reference) comes *
      *   off the broker's settled-to-date on BROKPAID.DAT, so the    *
      *   next BROKSETL run pays it again.                            *
      *                                                                *
      *   PAYACK.DAT, one line per acknowledgment:                    *
      *     reference(13) sp status(3) ACC/REJ sp reason(20)          *
      *                                                                *
      *   is reported as an exception and the run ends RC 8 - that    *
      *   is the bank and our register disagreeing about money.       *
      *                                                                *
      *   PAYACK.DAT comes through INBGATE first, inside a control    *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACKLD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    BROKSETL's cumulative settled-to-date per broker.
           SELECT OPTIONAL PAID-POSITION-FILE
               ASSIGN TO "BROKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT LOADER-REPORT
               ASSIGN TO "PAYACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
              88 ACK-REJECTED             VALUE 'REJ'.
           05 FILLER                   PIC X.
           05 ACK-REASON               PIC X(20).
      * The control header and trailer INBGATE proved the file by.
       01  ACK-CONTROL-RECORD.
           05 ACK-CONTROL-TYPE         PIC X(3).
              88 ACK-CONTROL-HEADER       VALUE 'HDR'.
              88 ACK-CONTROL-TRAILER      VALUE 'TRL'.
           05 ACK-CONTROL-SENDER       PIC X(8).
           05 ACK-CONTROL-CREATED      PIC X(8).
           05 ACK-CONTROL-SEQUENCE     PIC X(6).

      * Same layout PAYBANK writes.
       FD  INSTRUCTION-REGISTER.
           05 REG-ACK-STATUS           PIC X(4).
           05 FILLER                   PIC X.
           05 REG-ACK-REASON           PIC X(20).
           05 FILLER                   PIC X.
           05 REG-INVOICE-REF          PIC X(11).

      * Same layout INBGATE writes.
       FD  INBOUND-REGISTER.
       01  INBOUND-REGISTER-RECORD.
           05 IRG-FEED                 PIC X(9).
           05 FILLER                   PIC X.
           05 IRG-ACTION               PIC X(4).
              88 IRG-ACCEPTED             VALUE 'ACPT'.
              88 IRG-LOADED               VALUE 'LOAD'.
           05 FILLER                   PIC X.
           05 IRG-SENDER               PIC X(8).
           05 FILLER                   PIC X.
           05 IRG-CREATED              PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X.
           05 IRG-RECORDS              PIC 9(7).
           05 FILLER                   PIC X.
           05 IRG-HASH-TOTAL           PIC 9(13)V99.
           05 FILLER                   PIC X.
           05 IRG-CONTENT-HASH         PIC 9(9).
           05 FILLER                   PIC X.
           05 IRG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 IRG-PROGRAM              PIC X(16).

      * Same layout BROKSETL keeps; the off-book and clawback
      * columns are carried through untouched.
       FD  PAID-POSITION-FILE.
       01  POSITION-RECORD.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 POS-REMAINDER            PIC X(28).

       FD  LOADER-REPORT.
       01  REPORT-LINE                 PIC X(80).
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'PAYACK'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The whole register, loaded once, rewritten once at the end
      * with the statuses this run's acknowledgments set - the same
      * load/rewrite cycle COLLECTIONS-CYCLE keeps on DUNNING.DAT.
              10 WS-RG-SENT-DATE       PIC 9(8).
              10 WS-RG-ACK-STATUS      PIC X(4).
              10 WS-RG-ACK-REASON      PIC X(20).
              10 WS-RG-INVOICE-REF.
                 15 WS-RG-INV-CATEGORY PIC X(1).
                 15 WS-RG-INV-NUMBER   PIC 9(10).
       01  WS-REG-FOUND                PIC X VALUE "N".

      * Broker positions, loaded once and rewritten only when a
      * rejected commission payment was put back on one.
       01  WS-POSITION-STATUS          PIC XX VALUE SPACES.
       01  WS-POSITION-COUNT           PIC 9(3) VALUE 0.
       01  WS-POSITION-CHANGED         PIC X VALUE "N".
       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-BP-IX.
              10 WS-BP-BROKER-ID       PIC 9(9).
              10 WS-BP-SETTLED         PIC 9(11)V99.
              10 WS-BP-REMAINDER       PIC X(28).

       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP VALUE 0.
       01  WS-REVERSAL                 PIC S9(9) USAGE COMP VALUE 0.
       01  WS-REVERSAL-OK              PIC X VALUE "N".
       01  WS-INVOICE-NUM              PIC S9(9) USAGE COMP VALUE 0.

       01  WS-COUNTS.
           05 WS-ACKS-READ             PIC 9(7) VALUE 0.

           PERFORM 7000-REWRITE-REGISTER
              THRU 7000-EXIT
           PERFORM 7100-REWRITE-POSITION
              THRU 7100-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
              PERFORM 9000-END-PARA
           END-IF
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT
           PERFORM 1200-LOAD-POSITION
              THRU 1200-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file must be one INBGATE has proved complete and new: the  *
      * sender and sequence on its control header accepted on         *
      * INBREG.DAT and not yet loaded. Anything else is refused       *
      * before a record of it is applied.                             *
      *----------------------------------------------------------------*
       1050-CHECK-INBOUND-GATE.
           READ ACKNOWLEDGMENT-FILE
              AT END MOVE "10" TO WS-ACK-STATUS
           END-READ
           IF WS-ACK-STATUS NOT = "00" OR NOT ACK-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE ACK-CONTROL-SENDER TO WS-GATE-SENDER
           IF ACK-CONTROL-SEQUENCE IS NUMERIC
              MOVE ACK-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
           END-IF

           OPEN INPUT INBOUND-REGISTER
           IF WS-INBREG-STATUS = "00"
              PERFORM UNTIL WS-INBREG-STATUS NOT = "00"
                 READ INBOUND-REGISTER
                    AT END MOVE "10" TO WS-INBREG-STATUS
                    NOT AT END
                       PERFORM 1060-NOTE-GATE-ENTRY
                          THRU 1060-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INBOUND-REGISTER

           IF WS-GATE-LOADED = 'Y'
              MOVE 'FILE ALREADY LOADED' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           IF WS-GATE-ACCEPTED = 'N'
              MOVE 'FILE NOT ACCEPTED BY INBGATE' TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE 'Y' TO WS-GATE-PASSED
           .
       1050-EXIT.
           EXIT.

       1060-NOTE-GATE-ENTRY.
           IF IRG-FEED = WS-GATE-FEED
              AND IRG-SEQUENCE = WS-GATE-SEQUENCE
              AND IRG-SENDER = WS-GATE-SENDER
              EVALUATE TRUE
                 WHEN IRG-ACCEPTED
                    MOVE 'Y' TO WS-GATE-ACCEPTED
                    MOVE IRG-CREATED TO WS-GATE-CREATED
                 WHEN IRG-LOADED
                    MOVE 'Y' TO WS-GATE-LOADED
              END-EVALUATE
           END-IF
           .
       1060-EXIT.
           EXIT.

       1090-REFUSE-FILE.
           DISPLAY 'PAYACKLD: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1100-LOAD-REGISTER.
           OPEN INPUT INSTRUCTION-REGISTER
           IF WS-REGISTER-STATUS = "00"
                            TO WS-RG-ACK-STATUS(WS-RG-IX)
                          MOVE REG-ACK-REASON
                            TO WS-RG-ACK-REASON(WS-RG-IX)
                          MOVE REG-INVOICE-REF
                            TO WS-RG-INVOICE-REF(WS-RG-IX)
                       END-IF
                 END-READ
              END-PERFORM
       1100-EXIT.
           EXIT.

       1200-LOAD-POSITION.
           OPEN INPUT PAID-POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM UNTIL WS-POSITION-STATUS NOT = "00"
                 READ PAID-POSITION-FILE
                    AT END MOVE "10" TO WS-POSITION-STATUS
                    NOT AT END
                       IF WS-POSITION-COUNT < 200
                          ADD 1 TO WS-POSITION-COUNT
                          SET WS-BP-IX TO WS-POSITION-COUNT
                          MOVE POS-BROKER-ID
                            TO WS-BP-BROKER-ID(WS-BP-IX)
                          MOVE POS-SETTLED
                            TO WS-BP-SETTLED(WS-BP-IX)
                          MOVE POS-REMAINDER
                            TO WS-BP-REMAINDER(WS-BP-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAID-POSITION-FILE
           .
       1200-EXIT.
           EXIT.

       2000-APPLY-ACKNOWLEDGMENT.
           IF ACK-CONTROL-TRAILER
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ACKS-READ
           MOVE ACK-REFERENCE TO RDL-REFERENCE
           MOVE ACK-REASON    TO RDL-REASON
      *          is no CLAIM row to reverse, and updating one keyed
      *          by a customer number would corrupt a real claim.
      *          The desk re-raises the refund from the register.
      *          A supplier invoice payment goes back on the invoice,
      *          broker commission on the broker's position.
                 EVALUATE TRUE
                    WHEN WS-RG-INV-CATEGORY(WS-RG-IX) = 'B'
                       PERFORM 2700-RESTORE-BROKER-POSITION
                          THRU 2700-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-BROKER   ' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-ACKS-UNMATCHED
                          MOVE 'REJ-BRK NOT FOUND ' TO RDL-DISPOSITION
                       END-IF
                    WHEN WS-RG-POLICY(WS-RG-IX) = ZEROS
                       MOVE 'REJECTED - REFUND ' TO RDL-DISPOSITION
                    WHEN WS-RG-INVOICE-REF(WS-RG-IX) NOT = SPACES
                       PERFORM 2600-REQUEUE-INVOICE
                          THRU 2600-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-INV REQUE' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-ACKS-UNMATCHED
                          MOVE 'REJ-INV NOT FOUND ' TO RDL-DISPOSITION
                       END-IF
                    WHEN OTHER
                       PERFORM 2500-REVERSE-CLAIM-PAID
                          THRU 2500-EXIT
                       IF WS-REVERSAL-OK = "Y"
                          MOVE 'REJECTED-REQUEUED ' TO RDL-DISPOSITION
                       ELSE
                          ADD 1 TO WS-ACKS-UNMATCHED
                          MOVE 'REJ-CLAIM NOT FOUND' TO RDL-DISPOSITION
                       END-IF
                 END-EVALUATE
              WHEN OTHER
                 ADD 1 TO WS-ACKS-UNMATCHED
                 MOVE 'BAD STATUS CODE   ' TO RDL-DISPOSITION
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A bounced supplier payment: the invoice goes back to approved *
      * for the next settlement run, and an indemnity invoice comes   *
      * off CLAIM.PAID as a customer payment would. An expense        *
      * invoice was never on PAID.                                    *
      *----------------------------------------------------------------*
       2600-REQUEUE-INVOICE.
           MOVE "N" TO WS-REVERSAL-OK
           MOVE WS-RG-INV-NUMBER(WS-RG-IX) TO WS-INVOICE-NUM
           EXEC SQL
               UPDATE CLAIMINV
                  SET STATUS   = 'A',
                      PAIDDATE = NULL
                WHERE INVOICENUMBER = :WS-INVOICE-NUM
                  AND STATUS        = 'P'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 GO TO 2600-EXIT
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
           END-EVALUATE
           IF WS-RG-INV-CATEGORY(WS-RG-IX) = 'I'
              PERFORM 2500-REVERSE-CLAIM-PAID
                 THRU 2500-EXIT
           ELSE
              MOVE "Y" TO WS-REVERSAL-OK
           END-IF
           .
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BROKSETL advanced the broker's settled-to-date when it raised *
      * the payment; taking the bounce back off leaves the commission *
      * owed for the next settlement run.                             *
      *----------------------------------------------------------------*
       2700-RESTORE-BROKER-POSITION.
           MOVE "N" TO WS-REVERSAL-OK
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-POSITION-COUNT
              IF WS-BP-BROKER-ID(WS-BP-IX) = WS-RG-INV-NUMBER(WS-RG-IX)
                 MOVE "Y" TO WS-REVERSAL-OK
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-REVERSAL-OK = "N"
              OR WS-BP-SETTLED(WS-BP-IX) < WS-RG-AMOUNT(WS-RG-IX)
              MOVE "N" TO WS-REVERSAL-OK
              GO TO 2700-EXIT
           END-IF
           SUBTRACT WS-RG-AMOUNT(WS-RG-IX) FROM WS-BP-SETTLED(WS-BP-IX)
           MOVE "Y" TO WS-POSITION-CHANGED
           .
       2700-EXIT.
           EXIT.

       7000-REWRITE-REGISTER.
           OPEN OUTPUT INSTRUCTION-REGISTER
           PERFORM VARYING WS-RG-IX FROM 1 BY 1
              MOVE WS-RG-SENT-DATE(WS-RG-IX)  TO REG-SENT-DATE
              MOVE WS-RG-ACK-STATUS(WS-RG-IX) TO REG-ACK-STATUS
              MOVE WS-RG-ACK-REASON(WS-RG-IX) TO REG-ACK-REASON
              MOVE WS-RG-INVOICE-REF(WS-RG-IX) TO REG-INVOICE-REF
              WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE INSTRUCTION-REGISTER
       7000-EXIT.
           EXIT.

       7100-REWRITE-POSITION.
           IF WS-POSITION-CHANGED = "N"
              GO TO 7100-EXIT
           END-IF
           OPEN OUTPUT PAID-POSITION-FILE
           PERFORM VARYING WS-BP-IX FROM 1 BY 1
                   UNTIL WS-BP-IX > WS-POSITION-COUNT
              MOVE SPACES TO POSITION-RECORD
              MOVE WS-BP-BROKER-ID(WS-BP-IX) TO POS-BROKER-ID
              MOVE WS-BP-SETTLED(WS-BP-IX)   TO POS-SETTLED
              MOVE WS-BP-REMAINDER(WS-BP-IX) TO POS-REMAINDER
              WRITE POSITION-RECORD
           END-PERFORM
           CLOSE PAID-POSITION-FILE
           .
       7100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-ACKS-ACCEPTED  TO RSL-ACCEPTED
           MOVE WS-ACKS-REJECTED  TO RSL-REJECTED
       9000-END-PARA.
           CLOSE ACKNOWLEDGMENT-FILE.
           CLOSE LOADER-REPORT.
           IF WS-GATE-PASSED = 'Y' AND NOT SQL-ERROR-OCCURRED
              PERFORM 9100-MARK-FILE-LOADED
                 THRU 9100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-GATE-REFUSED = 'Y'
                 MOVE 12 TO RETURN-CODE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ACKS-UNMATCHED > 0
           .
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is loaded: a LOAD line on the register stops it ever *
      * being loaded again.                                           *
      *----------------------------------------------------------------*
       9100-MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES           TO INBOUND-REGISTER-RECORD
           MOVE WS-GATE-FEED     TO IRG-FEED
           MOVE 'LOAD'           TO IRG-ACTION
           MOVE WS-GATE-SENDER   TO IRG-SENDER
           MOVE WS-GATE-CREATED  TO IRG-CREATED
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE
           MOVE WS-ACKS-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'PAYACKLD'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
