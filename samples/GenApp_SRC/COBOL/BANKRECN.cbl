      ******************************************************************
      *                                                                *
      *           Daily Bank Statement Reconciliation                  *
      *                                                                *
      *   Proves the bank's daily statement against the cash book -   *
      *   the money we believe moved through the account:             *
      *                                                                *
      *     out  payments transmitted (PAYREG.DAT, PAYBANK's          *
      *          register; rejected instructions never leave)         *
      *          direct debits returned unpaid (DDREG.DAT 'UNPD')     *
      *     in   direct debits presented (DDREG.DAT)                  *
      *          receipts cash application took in (BANKRCPT.DAT),    *
      *          applied or sent to suspense (RCPTSUSP.DAT)           *
      *                                                                *
      *   Each run picks up the book items not yet on the cash book   *
      *   file CASHBOOK.DAT, then matches every statement entry to    *
      *   an open book item of the same direction, reference and      *
      *   amount; both are cleared. What does not match stays open    *
      *   on CASHBOOK.DAT and is tried again on later statements -    *
      *   a bank entry ahead of our books, a payment not yet          *
      *   presented. A book payment later rejected by the bank is     *
      *   withdrawn from the book balance.                            *
      *                                                                *
      *   BANKSTMT.DAT, one statement per file:                       *
      *     OPN date opening-balance                                  *
      *     ENT value-date D/C amount reference narrative             *
      *     CLS date closing-balance                                  *
      *   (D = money out of the account, C = money in.)               *
      *                                                                *
      *   BANKRECN.RPT lists the unmatched bank entries and the       *
      *   unmatched book items separately and proves:                 *
      *     statement opening = last statement's closing              *
      *     opening + entries = statement closing                     *
      *     book opening + book movements = book closing              *
      *     book closing + unpresented payments - uncleared receipts  *
      *       + bank-only credits - bank-only debits                  *
      *       = statement closing                                     *
      *   RC 8 when a proof fails or the statement is missing, out of *
      *   sequence or unreadable (CASHBOOK.DAT is then left as it     *
      *   was); RC 4 when anything is left unmatched.                 *
      *                                                                *
      *   Receipts are picked up only from a BANKRCPT.DAT that cash   *
      *   application has loaded (its LOAD line on INBREG.DAT); the   *
      *   file's control header and trailer are not receipts.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATEMENT-FILE
               ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

      *    The cash book carried between runs: a control line with
      *    the last statement loaded and the book balance, then one
      *    line per book item or bank entry.
           SELECT OPTIONAL CASH-BOOK-FILE
               ASSIGN TO "CASHBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHBOOK-STATUS.

           SELECT OPTIONAL INSTRUCTION-REGISTER
               ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.

           SELECT OPTIONAL DEBIT-REGISTER
               ASSIGN TO "DDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDREG-STATUS.

           SELECT OPTIONAL RECEIPT-FILE
               ASSIGN TO "BANKRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "RCPTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT RECON-REPORT
               ASSIGN TO "BANKRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to, advanced
      *    only by the controlled date-roll step. Absent, the system
      *    clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-BALANCE-RECORD.
           05 BST-TYPE                 PIC X(3).
              88 BST-OPENING                     VALUE 'OPN'.
              88 BST-ENTRY                       VALUE 'ENT'.
              88 BST-CLOSING                     VALUE 'CLS'.
           05 FILLER                   PIC X.
           05 BST-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 BST-BALANCE              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01  STATEMENT-ENTRY-RECORD.
           05 FILLER                   PIC X(4).
           05 BST-VALUE-DATE           PIC 9(8).
           05 FILLER                   PIC X.
           05 BST-DC                   PIC X(1).
           05 FILLER                   PIC X.
           05 BST-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 BST-REFERENCE            PIC X(16).
           05 FILLER                   PIC X.
           05 BST-NARRATIVE            PIC X(20).

       FD  CASH-BOOK-FILE.
       01  CASH-BOOK-CONTROL-RECORD.
           05 CBK-KIND                 PIC X(1).
              88 CBK-CONTROL                     VALUE 'C'.
           05 FILLER                   PIC X.
           05 CBK-STMT-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 CBK-STMT-CLOSING         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 FILLER                   PIC X.
           05 CBK-BOOK-BALANCE         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01  CASH-BOOK-ITEM-RECORD.
           05 FILLER                   PIC X(2).
           05 CBK-DC                   PIC X(1).
           05 FILLER                   PIC X.
           05 CBK-REFERENCE            PIC X(16).
           05 FILLER                   PIC X.
           05 CBK-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 CBK-ITEM-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 CBK-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 CBK-CLEARED-DATE         PIC 9(8).

      * Same layout PAYBANK appends and PAYACKLD rewrites.
       FD  INSTRUCTION-REGISTER.
       01  REGISTER-RECORD.
           05 REG-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 REG-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 REG-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 REG-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 REG-SENT-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 REG-ACK-STATUS           PIC X(4).
           05 FILLER                   PIC X.
           05 REG-ACK-REASON           PIC X(20).
           05 FILLER                   PIC X.
           05 REG-INVOICE-REF          PIC X(11).

      * Same layout DDCOLL appends and DDRETURN rewrites.
       FD  DEBIT-REGISTER.
       01  DEBIT-REGISTER-RECORD.
           05 DRG-REFERENCE            PIC X(13).
           05 FILLER                   PIC X.
           05 DRG-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 DRG-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 DRG-SEQNO                PIC 9(4).
           05 FILLER                   PIC X.
           05 DRG-AMOUNT               PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 DRG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 DRG-STATUS               PIC X(4).

      * Same layout cash-application.cob reads.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 RCP-CUST-ID              PIC 9(10).
           05 RCP-AMOUNT               PIC 9(7)V99.
           05 RCP-REFERENCE            PIC X(16).
           05 RCP-VALUE-DATE           PIC 9(8).
      * The control header and trailer INBGATE proved the file by.
       01  RCP-CONTROL-RECORD.
           05 RCP-CONTROL-TYPE         PIC X(3).
              88 RCP-CONTROL-HEADER       VALUE 'HDR'.
              88 RCP-CONTROL-TRAILER      VALUE 'TRL'.
           05 RCP-CONTROL-SENDER       PIC X(8).
           05 RCP-CONTROL-CREATED      PIC X(8).
           05 RCP-CONTROL-SEQUENCE     PIC X(6).

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

      * Same layout cash-application.cob writes.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-CUST-ID              PIC 9(10).
           05 SUS-AMOUNT               PIC 9(7)V99.
           05 SUS-REFERENCE            PIC X(16).
           05 SUS-VALUE-DATE           PIC 9(8).

       FD  RECON-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-STATEMENT-STATUS         PIC XX VALUE SPACES.
       01  WS-CASHBOOK-STATUS          PIC XX VALUE SPACES.
       01  WS-PAYREG-STATUS            PIC XX VALUE SPACES.
       01  WS-DDREG-STATUS             PIC XX VALUE SPACES.
       01  WS-RECEIPT-STATUS           PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS          PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-INT                  PIC S9(9) COMP VALUE 0.
       01  WS-WORK-INT                 PIC S9(9) COMP VALUE 0.

      * Book items dated before the pick-up date are taken to be on
      * earlier statements already; cleared items are kept long
      * enough past it that a register line cannot be picked up
      * twice.
       01  WS-PICKUP-DAYS              PIC 9(3) VALUE 60.
       01  WS-RETAIN-DAYS              PIC 9(3) VALUE 90.
       01  WS-PICKUP-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-PURGE-DATE               PIC 9(8) VALUE ZEROS.

      * The receipts file's control header: its receipts are book
      * items only once cash application has loaded that file.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-RECEIPTS-SENDER          PIC X(8) VALUE SPACES.
       01  WS-RECEIPTS-SEQUENCE        PIC 9(6) VALUE ZEROS.
       01  WS-RECEIPTS-LOADED          PIC X VALUE 'N'.

      * The control line carried from the last run.
       01  WS-CONTROL-FOUND            PIC X VALUE 'N'.
       01  WS-LAST-STMT-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-LAST-STMT-CLOSING        PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-OPENING             PIC S9(11)V99 VALUE 0.

      * This statement.
       01  WS-STMT-OK                  PIC X VALUE 'Y'.
       01  WS-STMT-REJECT-REASON       PIC X(40) VALUE SPACES.
       01  WS-STMT-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-STMT-OPENING             PIC S9(11)V99 VALUE 0.
       01  WS-STMT-CLOSING             PIC S9(11)V99 VALUE 0.
       01  WS-HAVE-OPENING             PIC X VALUE 'N'.
       01  WS-HAVE-CLOSING             PIC X VALUE 'N'.
       01  WS-STMT-IN                  PIC S9(11)V99 VALUE 0.
       01  WS-STMT-OUT                 PIC S9(11)V99 VALUE 0.
       01  WS-STMT-COMPUTED            PIC S9(11)V99 VALUE 0.

      * Book movements picked up this run.
       01  WS-BOOK-IN                  PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-OUT                 PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-WITHDRAWN           PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-CLOSING             PIC S9(11)V99 VALUE 0.

      * Open items after matching, for the proof.
       01  WS-OPEN-BOOK-OUT            PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-BOOK-IN             PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-BANK-IN             PIC S9(11)V99 VALUE 0.
       01  WS-OPEN-BANK-OUT            PIC S9(11)V99 VALUE 0.
       01  WS-ADJUSTED-BOOK            PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE               PIC S9(11)V99 VALUE 0.
       01  WS-PROOF-FAILED             PIC X VALUE 'N'.

      * The whole cash book, loaded once. Kind: P payment out,
      * U direct debit returned unpaid, D direct debit in,
      * R receipt in, B bank entry not (yet) in the book.
       01  WS-ITEM-COUNT               PIC 9(5) VALUE 0.
       01  WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-IT-IX.
              10 WS-IT-KIND            PIC X(1).
              10 WS-IT-DC              PIC X(1).
              10 WS-IT-REFERENCE       PIC X(16).
              10 WS-IT-AMOUNT          PIC 9(9)V99.
              10 WS-IT-DATE            PIC 9(8).
              10 WS-IT-STATUS          PIC X(4).
              10 WS-IT-CLEARED-DATE    PIC 9(8).
              10 WS-IT-NOTE            PIC X(14).
       01  WS-TABLE-FULL               PIC X VALUE 'N'.

      * Search and add arguments.
       01  WS-ARG-KIND                 PIC X(1).
       01  WS-ARG-DC                   PIC X(1).
       01  WS-ARG-REFERENCE            PIC X(16).
       01  WS-ARG-AMOUNT               PIC 9(9)V99.
       01  WS-ARG-DATE                 PIC 9(8).
       01  WS-FOUND                    PIC X VALUE 'N'.
       01  WS-FOUND-IX                 PIC 9(5) VALUE 0.
       01  WS-BANK-IX                  PIC 9(5) VALUE 0.
       01  WS-AMOUNT-DIFFERS           PIC X VALUE 'N'.

       01  WS-COUNTS.
           05 WS-ENTRY-COUNT           PIC 9(5) VALUE 0.
           05 WS-PICKED-UP-COUNT       PIC 9(5) VALUE 0.
           05 WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
           05 WS-WITHDRAWN-COUNT       PIC 9(5) VALUE 0.
           05 WS-OPEN-BANK-COUNT       PIC 9(5) VALUE 0.
           05 WS-OPEN-BOOK-COUNT       PIC 9(5) VALUE 0.

       01  HEADING-LINE.
           05 FILLER                   PIC X(30) VALUE
              'BANK RECONCILIATION STATEMENT '.
           05 HDL-STMT-DATE            PIC 9(8).
           05 FILLER                   PIC X(6)  VALUE ' RUN '.
           05 HDL-RUN-DATE             PIC 9(8).
       01  SECTION-LINE                PIC X(80) VALUE SPACES.
       01  ITEM-DETAIL-LINE.
           05 IDL-KIND                 PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-DATE                 PIC 9(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-DC                   PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-REFERENCE            PIC X(16).
           05 FILLER                   PIC X     VALUE SPACE.
           05 IDL-NOTE                 PIC X(14).
       01  PROOF-LINE.
           05 PRL-CAPTION              PIC X(40).
           05 PRL-AMOUNT               PIC -(3),---,---,--9.99.
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(9)  VALUE 'ENTRIES: '.
           05 SML-ENTRIES              PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  MATCHED:'.
           05 SML-MATCHED              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  NEW BOOK:'.
           05 SML-PICKED-UP            PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  OPEN BANK:'.
           05 SML-OPEN-BANK            PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  OPEN BOOK:'.
           05 SML-OPEN-BOOK            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 1200-LOAD-STATEMENT
              THRU 1200-EXIT
           IF WS-STMT-OK = 'N'
              MOVE WS-STMT-REJECT-REASON TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1400-PICK-UP-PAYMENTS
              THRU 1400-EXIT
           PERFORM 1500-PICK-UP-DIRECT-DEBITS
              THRU 1500-EXIT
           PERFORM 1600-PICK-UP-RECEIPTS
              THRU 1600-EXIT

      *    Bank entries left over from earlier statements first, so
      *    book items that have now caught up with them clear.
           PERFORM 2000-MATCH-CARRIED-BANK-ENTRY
              THRU 2000-EXIT
              VARYING WS-BANK-IX FROM 1 BY 1
              UNTIL WS-BANK-IX > WS-ITEM-COUNT
           PERFORM 2100-MATCH-STATEMENT
              THRU 2100-EXIT

           PERFORM 3000-PROVE-BALANCES
              THRU 3000-EXIT
           PERFORM 4000-LIST-UNMATCHED
              THRU 4000-EXIT
           PERFORM 5000-REWRITE-CASH-BOOK
              THRU 5000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not      *
      * the wall clock. No date file, or an empty one, falls back     *
      * to the system clock.                                          *
      *----------------------------------------------------------------*
       0050-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSIDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BDT-DATE > ZEROS
                       MOVE BDT-DATE TO WS-RUN-DATE
                    END-IF
              END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-PICKUP-DAYS
           COMPUTE WS-PICKUP-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-RETAIN-DAYS
           COMPUTE WS-PURGE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           OPEN OUTPUT RECON-REPORT
           MOVE WS-RUN-DATE TO HDL-RUN-DATE
           PERFORM 1100-LOAD-CASH-BOOK
              THRU 1100-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-LOAD-CASH-BOOK.
           OPEN INPUT CASH-BOOK-FILE
           IF WS-CASHBOOK-STATUS = "00"
              PERFORM UNTIL WS-CASHBOOK-STATUS NOT = "00"
                 READ CASH-BOOK-FILE
                    AT END MOVE "10" TO WS-CASHBOOK-STATUS
                    NOT AT END
                       PERFORM 1150-STORE-CASH-BOOK-LINE
                          THRU 1150-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CASH-BOOK-FILE
           .
       1100-EXIT.
           EXIT.

       1150-STORE-CASH-BOOK-LINE.
           IF CBK-CONTROL
              MOVE 'Y'              TO WS-CONTROL-FOUND
              MOVE CBK-STMT-DATE    TO WS-LAST-STMT-DATE
              MOVE CBK-STMT-CLOSING TO WS-LAST-STMT-CLOSING
              MOVE CBK-BOOK-BALANCE TO WS-BOOK-OPENING
              GO TO 1150-EXIT
           END-IF
           IF WS-ITEM-COUNT >= 5000
              MOVE 'Y' TO WS-TABLE-FULL
              GO TO 1150-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET WS-IT-IX TO WS-ITEM-COUNT
           MOVE CBK-KIND         TO WS-IT-KIND(WS-IT-IX)
           MOVE CBK-DC           TO WS-IT-DC(WS-IT-IX)
           MOVE CBK-REFERENCE    TO WS-IT-REFERENCE(WS-IT-IX)
           MOVE CBK-AMOUNT       TO WS-IT-AMOUNT(WS-IT-IX)
           MOVE CBK-ITEM-DATE    TO WS-IT-DATE(WS-IT-IX)
           MOVE CBK-STATUS       TO WS-IT-STATUS(WS-IT-IX)
           MOVE CBK-CLEARED-DATE TO WS-IT-CLEARED-DATE(WS-IT-IX)
           MOVE 'CARRIED'        TO WS-IT-NOTE(WS-IT-IX)
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The statement must open where the last one closed and be the  *
      * next one in date order; its entries go straight onto the      *
      * item table as bank entries to be matched.                     *
      *----------------------------------------------------------------*
       1200-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
              MOVE 'N' TO WS-STMT-OK
              MOVE 'NO BANK STATEMENT TO RECONCILE'
                TO WS-STMT-REJECT-REASON
              CLOSE STATEMENT-FILE
              GO TO 1200-EXIT
           END-IF
           PERFORM UNTIL WS-STATEMENT-STATUS NOT = "00"
              READ STATEMENT-FILE
                 AT END MOVE "10" TO WS-STATEMENT-STATUS
                 NOT AT END
                    PERFORM 1250-TAKE-STATEMENT-LINE
                       THRU 1250-EXIT
              END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE

           EVALUATE TRUE
              WHEN WS-HAVE-OPENING = 'N' OR WS-HAVE-CLOSING = 'N'
                 MOVE 'N' TO WS-STMT-OK
                 MOVE 'STATEMENT LACKS OPENING OR CLOSING BALANCE'
                   TO WS-STMT-REJECT-REASON
              WHEN WS-CONTROL-FOUND = 'Y'
                   AND WS-STMT-DATE NOT > WS-LAST-STMT-DATE
                 MOVE 'N' TO WS-STMT-OK
                 MOVE 'STATEMENT ALREADY RECONCILED'
                   TO WS-STMT-REJECT-REASON
              WHEN WS-TABLE-FULL = 'Y'
                 MOVE 'N' TO WS-STMT-OK
                 MOVE 'CASH BOOK TABLE FULL - NOT RECONCILED'
                   TO WS-STMT-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-STMT-OK = 'N'
              GO TO 1200-EXIT
           END-IF

      *    First statement ever: the book starts where the bank
      *    does, and only book items from the statement date on
      *    are still to come through the account.
           IF WS-CONTROL-FOUND = 'N'
              MOVE WS-STMT-OPENING TO WS-BOOK-OPENING
              MOVE WS-STMT-OPENING TO WS-LAST-STMT-CLOSING
              MOVE WS-STMT-DATE    TO WS-PICKUP-DATE
           END-IF
           MOVE WS-STMT-DATE TO HDL-STMT-DATE
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1200-EXIT.
           EXIT.

       1250-TAKE-STATEMENT-LINE.
           EVALUATE TRUE
              WHEN BST-OPENING
                 MOVE 'Y'         TO WS-HAVE-OPENING
                 MOVE BST-DATE    TO WS-STMT-DATE
                 MOVE BST-BALANCE TO WS-STMT-OPENING
              WHEN BST-CLOSING
                 MOVE 'Y'         TO WS-HAVE-CLOSING
                 MOVE BST-BALANCE TO WS-STMT-CLOSING
              WHEN BST-ENTRY
                 ADD 1 TO WS-ENTRY-COUNT
                 IF BST-DC = 'C'
                    ADD BST-AMOUNT TO WS-STMT-IN
                 ELSE
                    ADD BST-AMOUNT TO WS-STMT-OUT
                 END-IF
                 MOVE 'B'            TO WS-ARG-KIND
                 MOVE BST-DC         TO WS-ARG-DC
                 MOVE BST-REFERENCE  TO WS-ARG-REFERENCE
                 MOVE BST-AMOUNT     TO WS-ARG-AMOUNT
                 MOVE BST-VALUE-DATE TO WS-ARG-DATE
                 PERFORM 1900-ADD-ITEM
                    THRU 1900-EXIT
                 IF WS-TABLE-FULL = 'N'
                    MOVE 'THIS STATEMENT' TO WS-IT-NOTE(WS-IT-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Transmitted payments. A rejected instruction never left the   *
      * account: not picked up, and withdrawn from the book if it     *
      * was picked up before the rejection came back.                 *
      *----------------------------------------------------------------*
       1400-PICK-UP-PAYMENTS.
           OPEN INPUT INSTRUCTION-REGISTER
           IF WS-PAYREG-STATUS = "00"
              PERFORM UNTIL WS-PAYREG-STATUS NOT = "00"
                 READ INSTRUCTION-REGISTER
                    AT END MOVE "10" TO WS-PAYREG-STATUS
                    NOT AT END
                       PERFORM 1450-TAKE-PAYMENT
                          THRU 1450-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INSTRUCTION-REGISTER
           .
       1400-EXIT.
           EXIT.

       1450-TAKE-PAYMENT.
           IF REG-SENT-DATE < WS-PICKUP-DATE
              GO TO 1450-EXIT
           END-IF
           MOVE 'P'           TO WS-ARG-KIND
           MOVE 'D'           TO WS-ARG-DC
           MOVE REG-REFERENCE TO WS-ARG-REFERENCE
           MOVE REG-AMOUNT    TO WS-ARG-AMOUNT
           MOVE REG-SENT-DATE TO WS-ARG-DATE
           PERFORM 1800-FIND-ITEM
              THRU 1800-EXIT
           IF REG-ACK-STATUS = 'REJ '
              IF WS-FOUND = 'Y'
                 IF WS-IT-STATUS(WS-FOUND-IX) = 'OPEN'
                    MOVE 'WDRN' TO WS-IT-STATUS(WS-FOUND-IX)
                    MOVE WS-RUN-DATE
                      TO WS-IT-CLEARED-DATE(WS-FOUND-IX)
                    ADD WS-IT-AMOUNT(WS-FOUND-IX) TO WS-BOOK-WITHDRAWN
                    ADD 1 TO WS-WITHDRAWN-COUNT
                 END-IF
              END-IF
              GO TO 1450-EXIT
           END-IF
           IF WS-FOUND = 'N'
              PERFORM 1950-PICK-UP-BOOK-ITEM
                 THRU 1950-EXIT
           END-IF
           .
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Direct debits presented come in; one returned unpaid goes     *
      * back out again as its own book item under the same            *
      * reference, the way the bank shows it.                         *
      *----------------------------------------------------------------*
       1500-PICK-UP-DIRECT-DEBITS.
           OPEN INPUT DEBIT-REGISTER
           IF WS-DDREG-STATUS = "00"
              PERFORM UNTIL WS-DDREG-STATUS NOT = "00"
                 READ DEBIT-REGISTER
                    AT END MOVE "10" TO WS-DDREG-STATUS
                    NOT AT END
                       PERFORM 1550-TAKE-DIRECT-DEBIT
                          THRU 1550-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DEBIT-REGISTER
           .
       1500-EXIT.
           EXIT.

       1550-TAKE-DIRECT-DEBIT.
           IF DRG-DATE < WS-PICKUP-DATE
              GO TO 1550-EXIT
           END-IF
           MOVE 'D'           TO WS-ARG-KIND
           MOVE 'C'           TO WS-ARG-DC
           MOVE DRG-REFERENCE TO WS-ARG-REFERENCE
           MOVE DRG-AMOUNT    TO WS-ARG-AMOUNT
           MOVE DRG-DATE      TO WS-ARG-DATE
           PERFORM 1800-FIND-ITEM
              THRU 1800-EXIT
           IF WS-FOUND = 'N'
              PERFORM 1950-PICK-UP-BOOK-ITEM
                 THRU 1950-EXIT
           END-IF
           IF DRG-STATUS = 'UNPD'
              MOVE 'U'         TO WS-ARG-KIND
              MOVE 'D'         TO WS-ARG-DC
              MOVE WS-RUN-DATE TO WS-ARG-DATE
              PERFORM 1800-FIND-ITEM
                 THRU 1800-EXIT
              IF WS-FOUND = 'N'
                 PERFORM 1950-PICK-UP-BOOK-ITEM
                    THRU 1950-EXIT
              END-IF
           END-IF
           .
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every receipt cash application took, whether applied or       *
      * suspended; the suspense file also brings in any still-        *
      * unworked receipt from a day this run did not see.             *
      *----------------------------------------------------------------*
       1600-PICK-UP-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00"
              PERFORM 1610-CHECK-RECEIPTS-LOADED
                 THRU 1610-EXIT
           END-IF
           IF WS-RECEIPT-STATUS = "00"
              PERFORM UNTIL WS-RECEIPT-STATUS NOT = "00"
                 READ RECEIPT-FILE
                    AT END MOVE "10" TO WS-RECEIPT-STATUS
                    NOT AT END
                       IF NOT RCP-CONTROL-TRAILER
                          MOVE RCP-REFERENCE  TO WS-ARG-REFERENCE
                          MOVE RCP-AMOUNT     TO WS-ARG-AMOUNT
                          MOVE RCP-VALUE-DATE TO WS-ARG-DATE
                          PERFORM 1650-TAKE-RECEIPT
                             THRU 1650-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RECEIPT-FILE

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
              PERFORM UNTIL WS-SUSPENSE-STATUS NOT = "00"
                 READ SUSPENSE-FILE
                    AT END MOVE "10" TO WS-SUSPENSE-STATUS
                    NOT AT END
                       MOVE SUS-REFERENCE  TO WS-ARG-REFERENCE
                       MOVE SUS-AMOUNT     TO WS-ARG-AMOUNT
                       MOVE SUS-VALUE-DATE TO WS-ARG-DATE
                       PERFORM 1650-TAKE-RECEIPT
                          THRU 1650-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE
           .
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * BANKRCPT.DAT arrives inside INBGATE's control header and       *
      * trailer. Its receipts are only in the books once cash          *
      * application has loaded the file - a LOAD line on INBREG.DAT    *
      * for the sender and sequence on the header. A file refused or   *
      * not yet run is reported and left out.                          *
      *----------------------------------------------------------------*
       1610-CHECK-RECEIPTS-LOADED.
           READ RECEIPT-FILE
              AT END MOVE "10" TO WS-RECEIPT-STATUS
           END-READ
           IF WS-RECEIPT-STATUS NOT = "00"
              GO TO 1610-EXIT
           END-IF
           IF NOT RCP-CONTROL-HEADER
              MOVE 'RECEIPTS FILE HAS NO CONTROL HEADER - LEFT OUT'
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "10" TO WS-RECEIPT-STATUS
              GO TO 1610-EXIT
           END-IF
           MOVE RCP-CONTROL-SENDER TO WS-RECEIPTS-SENDER
           IF RCP-CONTROL-SEQUENCE IS NUMERIC
              MOVE RCP-CONTROL-SEQUENCE TO WS-RECEIPTS-SEQUENCE
           END-IF

           OPEN INPUT INBOUND-REGISTER
           IF WS-INBREG-STATUS = "00"
              PERFORM UNTIL WS-INBREG-STATUS NOT = "00"
                 READ INBOUND-REGISTER
                    AT END MOVE "10" TO WS-INBREG-STATUS
                    NOT AT END
                       IF IRG-FEED = 'BANKRCPT'
                          AND IRG-LOADED
                          AND IRG-SENDER = WS-RECEIPTS-SENDER
                          AND IRG-SEQUENCE = WS-RECEIPTS-SEQUENCE
                          MOVE 'Y' TO WS-RECEIPTS-LOADED
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INBOUND-REGISTER

           IF WS-RECEIPTS-LOADED = 'N'
              MOVE 'RECEIPTS FILE NOT YET LOADED - LEFT OUT'
                TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "10" TO WS-RECEIPT-STATUS
           END-IF
           .
       1610-EXIT.
           EXIT.

       1650-TAKE-RECEIPT.
           IF WS-ARG-DATE < WS-PICKUP-DATE
              GO TO 1650-EXIT
           END-IF
           MOVE 'R' TO WS-ARG-KIND
           MOVE 'C' TO WS-ARG-DC
           PERFORM 1800-FIND-ITEM
              THRU 1800-EXIT
           IF WS-FOUND = 'N'
              PERFORM 1950-PICK-UP-BOOK-ITEM
                 THRU 1950-EXIT
           END-IF
           .
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Any item of the argument kind and reference, whatever its     *
      * status - a cleared item must not be picked up again.          *
      *----------------------------------------------------------------*
       1800-FIND-ITEM.
           MOVE 'N' TO WS-FOUND
           MOVE 0   TO WS-FOUND-IX
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-KIND(WS-IT-IX) = WS-ARG-KIND
                 AND WS-IT-REFERENCE(WS-IT-IX) = WS-ARG-REFERENCE
                 MOVE 'Y' TO WS-FOUND
                 SET WS-FOUND-IX TO WS-IT-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1800-EXIT.
           EXIT.

       1900-ADD-ITEM.
           IF WS-ITEM-COUNT >= 5000
              MOVE 'Y' TO WS-TABLE-FULL
              GO TO 1900-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET WS-IT-IX TO WS-ITEM-COUNT
           MOVE WS-ARG-KIND      TO WS-IT-KIND(WS-IT-IX)
           MOVE WS-ARG-DC        TO WS-IT-DC(WS-IT-IX)
           MOVE WS-ARG-REFERENCE TO WS-IT-REFERENCE(WS-IT-IX)
           MOVE WS-ARG-AMOUNT    TO WS-IT-AMOUNT(WS-IT-IX)
           MOVE WS-ARG-DATE      TO WS-IT-DATE(WS-IT-IX)
           MOVE 'OPEN'           TO WS-IT-STATUS(WS-IT-IX)
           MOVE ZEROS            TO WS-IT-CLEARED-DATE(WS-IT-IX)
           MOVE SPACES           TO WS-IT-NOTE(WS-IT-IX)
           .
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A new book item moves the book balance the day it is picked   *
      * up.                                                           *
      *----------------------------------------------------------------*
       1950-PICK-UP-BOOK-ITEM.
           PERFORM 1900-ADD-ITEM
              THRU 1900-EXIT
           IF WS-TABLE-FULL = 'Y'
              GO TO 1950-EXIT
           END-IF
           MOVE 'NEW' TO WS-IT-NOTE(WS-IT-IX)
           ADD 1 TO WS-PICKED-UP-COUNT
           IF WS-ARG-DC = 'C'
              ADD WS-ARG-AMOUNT TO WS-BOOK-IN
           ELSE
              ADD WS-ARG-AMOUNT TO WS-BOOK-OUT
           END-IF
           .
       1950-EXIT.
           EXIT.

       2000-MATCH-CARRIED-BANK-ENTRY.
           IF WS-IT-KIND(WS-BANK-IX) NOT = 'B'
              OR WS-IT-STATUS(WS-BANK-IX) NOT = 'OPEN'
              OR WS-IT-NOTE(WS-BANK-IX) NOT = 'CARRIED'
              GO TO 2000-EXIT
           END-IF
           PERFORM 2200-MATCH-ONE-BANK-ENTRY
              THRU 2200-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-MATCH-STATEMENT.
           PERFORM VARYING WS-BANK-IX FROM 1 BY 1
                   UNTIL WS-BANK-IX > WS-ITEM-COUNT
              IF WS-IT-KIND(WS-BANK-IX) = 'B'
                 AND WS-IT-STATUS(WS-BANK-IX) = 'OPEN'
                 AND WS-IT-NOTE(WS-BANK-IX) = 'THIS STATEMENT'
                 PERFORM 2200-MATCH-ONE-BANK-ENTRY
                    THRU 2200-EXIT
              END-IF
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An open book item in the same direction under the same        *
      * reference and for the same amount clears with the bank entry. *
      * The same reference for a different amount is left for the     *
      * desk, marked so on both sides.                                *
      *----------------------------------------------------------------*
       2200-MATCH-ONE-BANK-ENTRY.
           MOVE 'N' TO WS-FOUND WS-AMOUNT-DIFFERS
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-KIND(WS-IT-IX) NOT = 'B'
                 AND WS-IT-STATUS(WS-IT-IX) = 'OPEN'
                 AND WS-IT-DC(WS-IT-IX) = WS-IT-DC(WS-BANK-IX)
                 AND WS-IT-REFERENCE(WS-IT-IX)
                     = WS-IT-REFERENCE(WS-BANK-IX)
                 IF WS-IT-AMOUNT(WS-IT-IX) = WS-IT-AMOUNT(WS-BANK-IX)
                    MOVE 'Y' TO WS-FOUND
                    SET WS-FOUND-IX TO WS-IT-IX
                    EXIT PERFORM
                 ELSE
                    MOVE 'Y' TO WS-AMOUNT-DIFFERS
                    MOVE 'AMOUNT DIFFERS' TO WS-IT-NOTE(WS-IT-IX)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
              MOVE 'CLRD'      TO WS-IT-STATUS(WS-FOUND-IX)
                                  WS-IT-STATUS(WS-BANK-IX)
              MOVE WS-RUN-DATE TO WS-IT-CLEARED-DATE(WS-FOUND-IX)
                                  WS-IT-CLEARED-DATE(WS-BANK-IX)
              ADD 1 TO WS-MATCHED-COUNT
           ELSE
              IF WS-AMOUNT-DIFFERS = 'Y'
                 MOVE 'AMOUNT DIFFERS' TO WS-IT-NOTE(WS-BANK-IX)
              END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The three proofs. Matched pairs are equal and cancel, so the  *
      * book and the statement can differ only by what is still open  *
      * on either side.                                               *
      *----------------------------------------------------------------*
       3000-PROVE-BALANCES.
           COMPUTE WS-STMT-COMPUTED =
               WS-STMT-OPENING + WS-STMT-IN - WS-STMT-OUT
           COMPUTE WS-BOOK-CLOSING =
               WS-BOOK-OPENING + WS-BOOK-IN - WS-BOOK-OUT
                               + WS-BOOK-WITHDRAWN

           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-STATUS(WS-IT-IX) = 'OPEN'
                 EVALUATE TRUE
                    WHEN WS-IT-KIND(WS-IT-IX) = 'B'
                         AND WS-IT-DC(WS-IT-IX) = 'C'
                       ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-OPEN-BANK-IN
                       ADD 1 TO WS-OPEN-BANK-COUNT
                    WHEN WS-IT-KIND(WS-IT-IX) = 'B'
                       ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-OPEN-BANK-OUT
                       ADD 1 TO WS-OPEN-BANK-COUNT
                    WHEN WS-IT-DC(WS-IT-IX) = 'C'
                       ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-OPEN-BOOK-IN
                       ADD 1 TO WS-OPEN-BOOK-COUNT
                    WHEN OTHER
                       ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-OPEN-BOOK-OUT
                       ADD 1 TO WS-OPEN-BOOK-COUNT
                 END-EVALUATE
              END-IF
           END-PERFORM
           COMPUTE WS-ADJUSTED-BOOK =
               WS-BOOK-CLOSING + WS-OPEN-BOOK-OUT - WS-OPEN-BOOK-IN
                               + WS-OPEN-BANK-IN - WS-OPEN-BANK-OUT
           COMPUTE WS-DIFFERENCE = WS-STMT-CLOSING - WS-ADJUSTED-BOOK

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STATEMENT PROOF' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LAST STATEMENT CLOSING' TO PRL-CAPTION
           MOVE WS-LAST-STMT-CLOSING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'STATEMENT OPENING' TO PRL-CAPTION
           MOVE WS-STMT-OPENING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           IF WS-STMT-OPENING NOT = WS-LAST-STMT-CLOSING
              MOVE 'Y' TO WS-PROOF-FAILED
              MOVE '*** OPENING DOES NOT FOLLOW LAST CLOSING'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE '  ADD MONEY IN' TO PRL-CAPTION
           MOVE WS-STMT-IN TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  LESS MONEY OUT' TO PRL-CAPTION
           MOVE WS-STMT-OUT TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'STATEMENT CLOSING' TO PRL-CAPTION
           MOVE WS-STMT-CLOSING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           IF WS-STMT-COMPUTED NOT = WS-STMT-CLOSING
              MOVE 'Y' TO WS-PROOF-FAILED
              MOVE '*** ENTRIES DO NOT ADD TO CLOSING BALANCE'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CASH BOOK PROOF' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BOOK OPENING' TO PRL-CAPTION
           MOVE WS-BOOK-OPENING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  ADD RECEIPTS AND COLLECTIONS' TO PRL-CAPTION
           MOVE WS-BOOK-IN TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  LESS PAYMENTS AND RETURNS' TO PRL-CAPTION
           MOVE WS-BOOK-OUT TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  ADD BACK PAYMENTS REJECTED' TO PRL-CAPTION
           MOVE WS-BOOK-WITHDRAWN TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'BOOK CLOSING' TO PRL-CAPTION
           MOVE WS-BOOK-CLOSING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  ADD PAYMENTS NOT YET ON STATEMENT' TO PRL-CAPTION
           MOVE WS-OPEN-BOOK-OUT TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  LESS RECEIPTS NOT YET ON STATEMENT' TO PRL-CAPTION
           MOVE WS-OPEN-BOOK-IN TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  ADD BANK CREDITS NOT IN BOOK' TO PRL-CAPTION
           MOVE WS-OPEN-BANK-IN TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE '  LESS BANK DEBITS NOT IN BOOK' TO PRL-CAPTION
           MOVE WS-OPEN-BANK-OUT TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'ADJUSTED BOOK BALANCE' TO PRL-CAPTION
           MOVE WS-ADJUSTED-BOOK TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'STATEMENT CLOSING BALANCE' TO PRL-CAPTION
           MOVE WS-STMT-CLOSING TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           MOVE 'DIFFERENCE' TO PRL-CAPTION
           MOVE WS-DIFFERENCE TO PRL-AMOUNT
           PERFORM 3900-WRITE-PROOF-LINE
              THRU 3900-EXIT
           IF WS-DIFFERENCE NOT = ZERO
              MOVE 'Y' TO WS-PROOF-FAILED
              MOVE '*** CASH BOOK DOES NOT RECONCILE TO STATEMENT'
                TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       3000-EXIT.
           EXIT.

       3900-WRITE-PROOF-LINE.
           MOVE PROOF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       3900-EXIT.
           EXIT.

       4000-LIST-UNMATCHED.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNMATCHED BANK ENTRIES' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-KIND(WS-IT-IX) = 'B'
                 AND WS-IT-STATUS(WS-IT-IX) = 'OPEN'
                 PERFORM 4900-WRITE-ITEM-LINE
                    THRU 4900-EXIT
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'UNMATCHED BOOK ITEMS' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-KIND(WS-IT-IX) NOT = 'B'
                 AND WS-IT-STATUS(WS-IT-IX) = 'OPEN'
                 PERFORM 4900-WRITE-ITEM-LINE
                    THRU 4900-EXIT
              END-IF
           END-PERFORM
           .
       4000-EXIT.
           EXIT.

       4900-WRITE-ITEM-LINE.
           EVALUATE WS-IT-KIND(WS-IT-IX)
              WHEN 'P' MOVE 'PAYMENT'    TO IDL-KIND
              WHEN 'U' MOVE 'DD UNPAID'  TO IDL-KIND
              WHEN 'D' MOVE 'DD COLLECT' TO IDL-KIND
              WHEN 'R' MOVE 'RECEIPT'    TO IDL-KIND
              WHEN OTHER MOVE 'BANK'     TO IDL-KIND
           END-EVALUATE
           MOVE WS-IT-DATE(WS-IT-IX)      TO IDL-DATE
           MOVE WS-IT-DC(WS-IT-IX)        TO IDL-DC
           MOVE WS-IT-AMOUNT(WS-IT-IX)    TO IDL-AMOUNT
           MOVE WS-IT-REFERENCE(WS-IT-IX) TO IDL-REFERENCE
           MOVE WS-IT-NOTE(WS-IT-IX)      TO IDL-NOTE
           MOVE ITEM-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The cash book goes back with this statement as the last one   *
      * loaded. Cleared and withdrawn items are dropped once they are *
      * past keeping.                                                 *
      *----------------------------------------------------------------*
       5000-REWRITE-CASH-BOOK.
           OPEN OUTPUT CASH-BOOK-FILE
           MOVE SPACES          TO CASH-BOOK-CONTROL-RECORD
           MOVE 'C'             TO CBK-KIND
           MOVE WS-STMT-DATE    TO CBK-STMT-DATE
           MOVE WS-STMT-CLOSING TO CBK-STMT-CLOSING
           MOVE WS-BOOK-CLOSING TO CBK-BOOK-BALANCE
           WRITE CASH-BOOK-CONTROL-RECORD
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITEM-COUNT
              IF WS-IT-STATUS(WS-IT-IX) = 'OPEN'
                 OR WS-IT-CLEARED-DATE(WS-IT-IX) >= WS-PURGE-DATE
                 MOVE SPACES TO CASH-BOOK-ITEM-RECORD
                 MOVE WS-IT-KIND(WS-IT-IX)      TO CBK-KIND
                 MOVE WS-IT-DC(WS-IT-IX)        TO CBK-DC
                 MOVE WS-IT-REFERENCE(WS-IT-IX) TO CBK-REFERENCE
                 MOVE WS-IT-AMOUNT(WS-IT-IX)    TO CBK-AMOUNT
                 MOVE WS-IT-DATE(WS-IT-IX)      TO CBK-ITEM-DATE
                 MOVE WS-IT-STATUS(WS-IT-IX)    TO CBK-STATUS
                 MOVE WS-IT-CLEARED-DATE(WS-IT-IX)
                   TO CBK-CLEARED-DATE
                 WRITE CASH-BOOK-ITEM-RECORD
              END-IF
           END-PERFORM
           CLOSE CASH-BOOK-FILE
           .
       5000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-ENTRY-COUNT     TO SML-ENTRIES
           MOVE WS-MATCHED-COUNT   TO SML-MATCHED
           MOVE WS-PICKED-UP-COUNT TO SML-PICKED-UP
           MOVE WS-OPEN-BANK-COUNT TO SML-OPEN-BANK
           MOVE WS-OPEN-BOOK-COUNT TO SML-OPEN-BOOK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE RECON-REPORT.
           EVALUATE TRUE
              WHEN WS-STMT-OK = 'N'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-PROOF-FAILED = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TABLE-FULL = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OPEN-BANK-COUNT > 0 OR WS-OPEN-BOOK-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
