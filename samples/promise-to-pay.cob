       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-TO-PAY.
       AUTHOR. BOB-LAB-SAMPLES.
       DATE-WRITTEN. 2026-10-15.

      * Keeps the promise-to-pay arrangements agreed with customers
      * in debt, so a customer paying off by agreement is not dunned
      * or fee'd while they keep their word. Daily, after the
      * receipts have posted and before COLLECTIONS-CYCLE and
      * LATE-FEE.
      *
      * New arrangements are keyed by the collections desk into
      * ARRNEW.DAT, one line per customer:
      *
      *   cust-id(10) sp count(1) then count x
      *   [sp due-date 9(8) sp amount 9(7)V99]
      *
      *   Up to six payments, due dates ascending and not before the
      *   business date, every amount above zero; a line failing any
      *   check is reported and not taken. A new line for a customer
      *   who already has an arrangement replaces it. The dunning
      *   stage the customer stood at in DUNNING.DAT is recorded as
      *   the stage the arrangement paused. The file is emptied once
      *   taken, so a line is applied once only.
      *
      * The arrangement register ARRANGE.DAT holds one record per
      * customer: status OPEN while being honoured, DONE when every
      * payment has been kept, BRKN once one has been missed. Each
      * run takes the receipt credits (reason RCPT) journaled on
      * CUSTJRNL.DAT since the arrangement was last checked against
      * the oldest payment still outstanding, any excess carried to
      * the next; receipts from the day the arrangement was agreed
      * count. A payment is kept when what it received reaches the
      * amount promised, and broken when its due date is more than
      * the allowance days past without that. A broken arrangement
      * queues a PROMBRKN broken-promise letter on CORRREQ.DAT for
      * LETTGEN (not to a gone-away customer) and COLLECTIONS-
      * CYCLE resumes the dunning from the stage it paused at.
      *
      * Closed arrangements stay on the register for the retention
      * days after they ended, so the collections runs still see a
      * recent break, then drop. New, kept, broken and completed
      * go to ARRANGE.RPT; RC 4 when anything broke or was refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL ARRANGE-FILE
               ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

           SELECT OPTIONAL NEW-ARRANGE-FILE
               ASSIGN TO "ARRNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-ARRANGE-STATUS.

           SELECT OPTIONAL DUNNING-FILE
               ASSIGN TO "DUNNING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT OPTIONAL JOURNAL-INPUT
               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARRANGE-REPORT
               ASSIGN TO "ARRANGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Gone-away register the returned-mail loader keeps.
           SELECT OPTIONAL GONEAWAY-FILE
               ASSIGN TO "GONEAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONEAWAY-STATUS.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

      *    Shared run-control ledger, same protocol as the other
      *    batch programs: a second run the same day would queue
      *    the broken-promise letters twice.
           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05  CUST-ID            PIC 9(10).
           05  CUST-NAME          PIC X(30).
           05  CUST-ADDRESS       PIC X(50).
           05  CUST-CITY          PIC X(20).
           05  CUST-STATE         PIC X(2).
           05  CUST-ZIP           PIC 9(5).
           05  CUST-BALANCE       PIC S9(7)V99.
           05  CUST-CURRENCY      PIC X(3).
           05  CUST-STATUS        PIC X(1).
               88  ACTIVE            VALUE "A".
               88  INACTIVE           VALUE "I".
               88  SUSPENDED          VALUE "S".
           05  CUST-LAST-ACTIVITY PIC 9(8).

      * One arrangement per customer, shared with COLLECTIONS-CYCLE
      * and LATE-FEE. Each payment's result is space while it is
      * outstanding, K kept, B broken.
       FD  ARRANGE-FILE.
       01  ARRANGE-RECORD.
           05  ARR-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  ARR-STATUS         PIC X(4).
               88  ARR-OPEN          VALUE "OPEN".
               88  ARR-DONE          VALUE "DONE".
               88  ARR-BROKEN        VALUE "BRKN".
           05  FILLER             PIC X.
           05  ARR-SET-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  ARR-PAUSED-STAGE   PIC 9(1).
           05  FILLER             PIC X.
           05  ARR-END-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  ARR-CHECKED-DATE   PIC 9(8).
           05  FILLER             PIC X.
           05  ARR-COUNT          PIC 9(1).
           05  ARR-PROMISE OCCURS 6 TIMES.
               10  FILLER         PIC X.
               10  ARR-DUE-DATE   PIC 9(8).
               10  FILLER         PIC X.
               10  ARR-DUE-AMOUNT PIC 9(7)V99.
               10  FILLER         PIC X.
               10  ARR-PAID       PIC 9(7)V99.
               10  FILLER         PIC X.
               10  ARR-RESULT     PIC X(1).

       FD  NEW-ARRANGE-FILE.
       01  NEW-ARRANGE-RECORD.
           05  ANW-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  ANW-COUNT          PIC 9(1).
           05  ANW-PROMISE OCCURS 6 TIMES.
               10  FILLER         PIC X.
               10  ANW-DUE-DATE   PIC 9(8).
               10  FILLER         PIC X.
               10  ANW-AMOUNT     PIC 9(7)V99.

       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           05  DUN-CUST-ID        PIC 9(10).
           05  DUN-STAGE          PIC 9(1).
           05  DUN-STAGE-DATE     PIC 9(8).

      * Read pass over the shared journal for the receipt credits.
       FD  JOURNAL-INPUT.
       01  JOURNAL-INPUT-RECORD.
           05  JIN-DATE           PIC 9(8).
           05  JIN-SOURCE         PIC X(5).
           05  JIN-CUST-ID        PIC 9(10).
           05  JIN-DC             PIC X(1).
           05  JIN-REASON         PIC X(4).
           05  JIN-AMOUNT         PIC 9(7)V99.
           05  JIN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JIN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

      * Same layout LETTGEN reads: letter type, customer, policy.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           05 CRQ-LETTER-TYPE     PIC X(8).
           05 FILLER              PIC X     VALUE SPACE.
           05 CRQ-CUSTOMER-NUM    PIC 9(10).
           05 FILLER              PIC X     VALUE SPACE.
           05 CRQ-POLICY-NUM      PIC 9(10).

       FD  ARRANGE-REPORT.
       01  REPORT-LINE            PIC X(80).

       FD  GONEAWAY-FILE.
       01  GONEAWAY-RECORD.
           05  GAW-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  GAW-FLAG-DATE      PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

      * One ledger line per program phase: business date, program,
      * START or END, return code and processed count (END only).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RCT-DATE           PIC 9(8).
           05  RCT-PROGRAM        PIC X(20).
           05  RCT-PHASE          PIC X(5).
           05  RCT-RC             PIC 9(2).
           05  RCT-COUNT          PIC 9(7).
           05  RCT-TIME           PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS  PIC XX    VALUE SPACES.
       01  WS-ARRANGE-STATUS   PIC XX    VALUE SPACES.
       01  WS-NEW-ARRANGE-STATUS PIC XX  VALUE SPACES.
       01  WS-DUNNING-STATUS   PIC XX    VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX    VALUE SPACES.
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.

       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-BEFORE       PIC 9(8)  VALUE ZEROS.
       01  WS-DUE-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-END-INT          PIC S9(9) COMP VALUE ZEROS.

      * Days a payment may run past its due date before it counts
      * as missed (bank clearing), and days a closed arrangement
      * stays on the register.
       01  WS-ALLOWANCE-DAYS   PIC 9(3)  VALUE 3.
       01  WS-RETENTION-DAYS   PIC 9(3)  VALUE 90.

      * The register, loaded whole and rewritten whole; entries
      * mirror the record layout.
       01  WS-ARR-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-ARR-IX           PIC 9(4)  VALUE ZEROS.
       01  WS-ARR-FOUND        PIC 9(4)  VALUE ZEROS.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 2000 TIMES.
               10  WS-AR-CUST-ID      PIC 9(10).
               10  FILLER             PIC X.
               10  WS-AR-STATUS       PIC X(4).
               10  FILLER             PIC X.
               10  WS-AR-SET-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  WS-AR-PAUSED-STAGE PIC 9(1).
               10  FILLER             PIC X.
               10  WS-AR-END-DATE     PIC 9(8).
               10  FILLER             PIC X.
               10  WS-AR-CHECKED-DATE PIC 9(8).
               10  FILLER             PIC X.
               10  WS-AR-COUNT        PIC 9(1).
               10  WS-AR-PROMISE OCCURS 6 TIMES.
                   15  FILLER         PIC X.
                   15  WS-AR-DUE-DATE PIC 9(8).
                   15  FILLER         PIC X.
                   15  WS-AR-DUE-AMOUNT PIC 9(7)V99.
                   15  FILLER         PIC X.
                   15  WS-AR-PAID     PIC 9(7)V99.
                   15  FILLER         PIC X.
                   15  WS-AR-RESULT   PIC X(1).
       01  WS-PR-IX            PIC 9(1)  VALUE ZEROS.

      * Dunning stage memory as COLLECTIONS-CYCLE last left it.
       01  WS-DUN-COUNT        PIC 9(4)  VALUE ZEROS.
       01  WS-DUN-TABLE.
           05  WS-DUN-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-DN-IX.
               10  WS-DN-ID       PIC 9(10).
               10  WS-DN-STAGE    PIC 9(1).

      * Gone-away customers get no broken-promise letter.
       01  WS-GONEAWAY-STATUS  PIC XX VALUE SPACES.
       01  WS-GONEAWAY-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-GONEAWAY-TABLE.
           05  WS-GONEAWAY-ID OCCURS 500 TIMES
                                  INDEXED BY WS-GW-IX
                                  PIC 9(10).
       01  WS-GONEAWAY-MATCH   PIC X VALUE "N".

      * New-arrangement checks.
       01  WS-NEW-VALID        PIC X     VALUE "Y".
       01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
       01  WS-PREV-DUE-DATE    PIC 9(8)  VALUE ZEROS.
       01  WS-NEW-TOTAL        PIC 9(8)V99 VALUE ZEROS.

      * Receipt being spread over the outstanding payments.
       01  WS-RECEIPT-LEFT     PIC 9(7)V99 VALUE ZEROS.
       01  WS-SHORTFALL        PIC 9(7)V99 VALUE ZEROS.
       01  WS-KEPT-ALL         PIC X     VALUE "Y".
       01  WS-DUE-TOTAL        PIC 9(8)V99 VALUE ZEROS.
       01  WS-PAID-TOTAL       PIC 9(8)V99 VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-NEW-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-REFUSED-COUNT   PIC 9(5) VALUE ZEROS.
           05  WS-KEPT-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-BROKEN-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-COMPLETED-COUNT PIC 9(5) VALUE ZEROS.
           05  WS-OPEN-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-LETTER-COUNT    PIC 9(5) VALUE ZEROS.
           05  WS-RECEIPT-COUNT   PIC 9(7) VALUE ZEROS.

      * Run-control ledger state.
       01  WS-RUNCTL-STATUS    PIC XX    VALUE SPACES.
       01  WS-RUNCTL-DATE      PIC 9(8)  VALUE ZEROS.
       01  WS-RC-DUP-FLAG      PIC X     VALUE "N".
       01  WS-RC-OPEN-COUNT    PIC 9(3)  VALUE ZEROS.
       01  WS-RC-PROG-COUNT    PIC 9(2)  VALUE ZEROS.
       01  WS-RC-PROG-IX       PIC 9(2)  VALUE ZEROS.
       01  WS-RC-PROG-TABLE.
           05  WS-RCP-ENTRY OCCURS 20 TIMES.
               10  WS-RCP-NAME    PIC X(20).
               10  WS-RCP-OPEN    PIC S9(3).
       01  WS-RC-FOUND         PIC X     VALUE "N".
       77  RUNCTL-MY-NAME      PIC X(20) VALUE "PROMISE-TO-PAY".

       01  HEADING-LINE.
           05  FILLER             PIC X(40)
               VALUE "PROMISE-TO-PAY ARRANGEMENTS  RUN DATE: ".
           05  HDL-DATE           PIC 9(8).

       01  DETAIL-LINE.
           05  DTL-ID             PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-DUE-DATE       PIC 9(8)  BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-AMOUNT         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-PAID           PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-ACTION         PIC X(30).

       01  SUMMARY-LINE-1.
           05  FILLER             PIC X(5)  VALUE "NEW: ".
           05  SML-NEW            PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  REFUSED: ".
           05  SML-REFUSED        PIC ZZZZ9.
           05  FILLER             PIC X(8)  VALUE "  KEPT: ".
           05  SML-KEPT           PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE "  BROKEN: ".
           05  SML-BROKEN         PIC ZZZZ9.
           05  FILLER             PIC X(13) VALUE "  COMPLETED: ".
           05  SML-COMPLETED      PIC ZZZZ9.
       01  SUMMARY-LINE-2.
           05  FILLER             PIC X(11) VALUE "STILL OPEN:".
           05  SML-OPEN           PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  LETTERS: ".
           05  SML-LETTERS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUNCTL-READ-LEDGER.
           IF WS-RC-DUP-FLAG = "Y"
               DISPLAY "RUN-CONTROL: ALREADY RAN TODAY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RC-OPEN-COUNT > ZEROS
               DISPLAY "RUN-CONTROL: ANOTHER BATCH RUN IS MID-FLIGHT"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RUNCTL-WRITE-START.
           PERFORM LOAD-ARRANGEMENTS.
           PERFORM LOAD-DUNNING-STATE.
           PERFORM LOAD-GONEAWAY-REGISTER.
           PERFORM OPEN-FILES.
           PERFORM TAKE-NEW-ARRANGEMENTS.
           PERFORM APPLY-RECEIPTS.
           PERFORM CHECK-ARRANGEMENTS.
           PERFORM PRINT-SUMMARY.
           PERFORM CLOSE-FILES.
           PERFORM REWRITE-ARRANGEMENTS.
           PERFORM SET-RETURN-CODE.
           PERFORM RUNCTL-WRITE-END.
           STOP RUN.

      * The suite runs to the business date in BUSIDATE.DAT, not
      * the wall clock.
       GET-BUSINESS-DATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSIDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BDT-DATE > ZEROS
                           MOVE BDT-DATE TO WS-TODAY-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1).

       RUNCTL-READ-LEDGER.
           MOVE WS-TODAY-DATE TO WS-RUNCTL-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-STATUS NOT = "00"
                   READ RUN-CONTROL-FILE
                       AT END MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END PERFORM RUNCTL-NOTE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
      *    A missing OPTIONAL file opens successfully with status 05,
      *    so the close happens outside the status test - otherwise
      *    the later OPEN EXTEND would fail against a still-open file.
           CLOSE RUN-CONTROL-FILE.
           MOVE ZEROS TO WS-RC-OPEN-COUNT.
           PERFORM VARYING WS-RC-PROG-IX FROM 1 BY 1
                   UNTIL WS-RC-PROG-IX > WS-RC-PROG-COUNT
               IF WS-RCP-OPEN (WS-RC-PROG-IX) > ZEROS
                   ADD 1 TO WS-RC-OPEN-COUNT
               END-IF
           END-PERFORM.

       RUNCTL-NOTE-ENTRY.
           IF RCT-DATE NOT = WS-RUNCTL-DATE
               EXIT PARAGRAPH
           END-IF.
           IF RCT-PHASE = "END  " AND RCT-PROGRAM = RUNCTL-MY-NAME
               MOVE "Y" TO WS-RC-DUP-FLAG
           END-IF.
           MOVE "N" TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-PROG-IX FROM 1 BY 1
                   UNTIL WS-RC-PROG-IX > WS-RC-PROG-COUNT
               IF WS-RCP-NAME (WS-RC-PROG-IX) = RCT-PROGRAM
                   MOVE "Y" TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND = "N" AND WS-RC-PROG-COUNT < 20
               ADD 1 TO WS-RC-PROG-COUNT
               MOVE WS-RC-PROG-COUNT TO WS-RC-PROG-IX
               MOVE RCT-PROGRAM TO WS-RCP-NAME (WS-RC-PROG-IX)
               MOVE ZEROS       TO WS-RCP-OPEN (WS-RC-PROG-IX)
           END-IF.
           IF WS-RC-PROG-IX <= WS-RC-PROG-COUNT
               IF RCT-PHASE = "START"
                   ADD 1 TO WS-RCP-OPEN (WS-RC-PROG-IX)
               ELSE
                   SUBTRACT 1 FROM WS-RCP-OPEN (WS-RC-PROG-IX)
               END-IF
           END-IF.

       RUNCTL-WRITE-START.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE WS-RUNCTL-DATE TO RCT-DATE.
           MOVE RUNCTL-MY-NAME TO RCT-PROGRAM.
           MOVE "START"        TO RCT-PHASE.
           MOVE ZEROS          TO RCT-RC.
           MOVE ZEROS          TO RCT-COUNT.
           ACCEPT RCT-TIME FROM TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       RUNCTL-WRITE-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE WS-RUNCTL-DATE TO RCT-DATE.
           MOVE RUNCTL-MY-NAME TO RCT-PROGRAM.
           MOVE "END  "        TO RCT-PHASE.
           MOVE RETURN-CODE    TO RCT-RC.
           MOVE WS-ARR-COUNT   TO RCT-COUNT.
           ACCEPT RCT-TIME FROM TIME.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGE-FILE.
           IF WS-ARRANGE-STATUS = "00"
               PERFORM UNTIL WS-ARRANGE-STATUS NOT = "00"
                   READ ARRANGE-FILE
                       AT END MOVE "10" TO WS-ARRANGE-STATUS
                       NOT AT END
                           IF WS-ARR-COUNT < 2000
                               ADD 1 TO WS-ARR-COUNT
                               MOVE ARRANGE-RECORD TO
                                   WS-ARR-ENTRY (WS-ARR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARRANGE-FILE.

       LOAD-DUNNING-STATE.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUNNING-STATUS = "00"
               PERFORM UNTIL WS-DUNNING-STATUS NOT = "00"
                   READ DUNNING-FILE
                       AT END MOVE "10" TO WS-DUNNING-STATUS
                       NOT AT END
                           IF WS-DUN-COUNT < 2000
                               ADD 1 TO WS-DUN-COUNT
                               SET WS-DN-IX TO WS-DUN-COUNT
                               MOVE DUN-CUST-ID TO WS-DN-ID (WS-DN-IX)
                               MOVE DUN-STAGE TO
                                   WS-DN-STAGE (WS-DN-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DUNNING-FILE.

       LOAD-GONEAWAY-REGISTER.
           OPEN INPUT GONEAWAY-FILE.
           IF WS-GONEAWAY-STATUS = "00"
               PERFORM UNTIL WS-GONEAWAY-STATUS NOT = "00"
                   READ GONEAWAY-FILE
                       AT END MOVE "10" TO WS-GONEAWAY-STATUS
                       NOT AT END
                           IF WS-GONEAWAY-COUNT < 500
                               ADD 1 TO WS-GONEAWAY-COUNT
                               SET WS-GW-IX TO WS-GONEAWAY-COUNT
                               MOVE GAW-CUST-ID TO
                                   WS-GONEAWAY-ID (WS-GW-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GONEAWAY-FILE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           OPEN OUTPUT ARRANGE-REPORT.
           MOVE WS-TODAY-DATE TO HDL-DATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The desk's new lines. Emptied afterwards so nothing is
      * taken twice.
       TAKE-NEW-ARRANGEMENTS.
           OPEN INPUT NEW-ARRANGE-FILE.
           IF WS-NEW-ARRANGE-STATUS = "00"
               PERFORM UNTIL WS-NEW-ARRANGE-STATUS NOT = "00"
                   READ NEW-ARRANGE-FILE
                       AT END MOVE "10" TO WS-NEW-ARRANGE-STATUS
                       NOT AT END PERFORM TAKE-ONE-ARRANGEMENT
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE NEW-ARRANGE-FILE.
           OPEN OUTPUT NEW-ARRANGE-FILE.
           CLOSE NEW-ARRANGE-FILE.

       TAKE-ONE-ARRANGEMENT.
           PERFORM VALIDATE-NEW-ARRANGEMENT.
           MOVE SPACES TO DETAIL-LINE.
           IF ANW-CUST-ID IS NUMERIC
               MOVE ANW-CUST-ID TO DTL-ID
           ELSE
               MOVE ZEROS TO DTL-ID
           END-IF.
           MOVE ZEROS TO DTL-DUE-DATE DTL-PAID.
           IF WS-NEW-VALID = "N"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE ZEROS TO DTL-AMOUNT
               MOVE WS-REJECT-REASON TO DTL-ACTION
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-ARRANGEMENT.
           IF WS-ARR-FOUND = ZEROS
               IF WS-ARR-COUNT NOT < 2000
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE ZEROS TO DTL-AMOUNT
                   MOVE "REFUSED - REGISTER FULL" TO DTL-ACTION
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ARR-COUNT
               MOVE WS-ARR-COUNT TO WS-ARR-FOUND
               MOVE "NEW ARRANGEMENT" TO DTL-ACTION
           ELSE
               MOVE "ARRANGEMENT REPLACED" TO DTL-ACTION
           END-IF.

           MOVE SPACES           TO WS-ARR-ENTRY (WS-ARR-FOUND).
           MOVE ANW-CUST-ID      TO WS-AR-CUST-ID (WS-ARR-FOUND).
           MOVE "OPEN"           TO WS-AR-STATUS (WS-ARR-FOUND).
           MOVE WS-TODAY-DATE    TO WS-AR-SET-DATE (WS-ARR-FOUND).
           MOVE ZEROS            TO WS-AR-END-DATE (WS-ARR-FOUND).
      *    Receipts from the day it was agreed count towards it.
           MOVE WS-DAY-BEFORE    TO WS-AR-CHECKED-DATE (WS-ARR-FOUND).
           MOVE ANW-COUNT        TO WS-AR-COUNT (WS-ARR-FOUND).
           MOVE ZEROS TO WS-AR-PAUSED-STAGE (WS-ARR-FOUND).
           PERFORM VARYING WS-DN-IX FROM 1 BY 1
                   UNTIL WS-DN-IX > WS-DUN-COUNT
               IF WS-DN-ID (WS-DN-IX) = ANW-CUST-ID
                   MOVE WS-DN-STAGE (WS-DN-IX) TO
                       WS-AR-PAUSED-STAGE (WS-ARR-FOUND)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1 UNTIL WS-PR-IX > 6
               IF WS-PR-IX > ANW-COUNT
                   MOVE ZEROS TO
                       WS-AR-DUE-DATE (WS-ARR-FOUND, WS-PR-IX)
                       WS-AR-DUE-AMOUNT (WS-ARR-FOUND, WS-PR-IX)
                   MOVE "K" TO WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX)
               ELSE
                   MOVE ANW-DUE-DATE (WS-PR-IX) TO
                       WS-AR-DUE-DATE (WS-ARR-FOUND, WS-PR-IX)
                   MOVE ANW-AMOUNT (WS-PR-IX) TO
                       WS-AR-DUE-AMOUNT (WS-ARR-FOUND, WS-PR-IX)
                   MOVE SPACE TO
                       WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX)
               END-IF
               MOVE ZEROS TO WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX)
           END-PERFORM.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-NEW-TOTAL TO DTL-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.

       VALIDATE-NEW-ARRANGEMENT.
           MOVE "Y"    TO WS-NEW-VALID.
           MOVE ZEROS  TO WS-NEW-TOTAL.
           IF ANW-CUST-ID IS NOT NUMERIC
               MOVE "N" TO WS-NEW-VALID
               MOVE "REFUSED - BAD CUSTOMER NUMBER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE ANW-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-NEW-VALID
                   MOVE "REFUSED - CUSTOMER NOT FOUND"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-NEW-VALID = "N"
               EXIT PARAGRAPH
           END-IF.
           IF ANW-COUNT IS NOT NUMERIC OR ANW-COUNT = ZERO
               MOVE "N" TO WS-NEW-VALID
               MOVE "REFUSED - BAD PAYMENT COUNT" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ANW-COUNT > 6
               MOVE "N" TO WS-NEW-VALID
               MOVE "REFUSED - MORE THAN 6 PAYMENTS" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAY-BEFORE TO WS-PREV-DUE-DATE.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > ANW-COUNT
                      OR WS-NEW-VALID = "N"
               IF ANW-DUE-DATE (WS-PR-IX) IS NOT NUMERIC
                  OR ANW-AMOUNT (WS-PR-IX) IS NOT NUMERIC
                   MOVE "N" TO WS-NEW-VALID
                   MOVE "REFUSED - BAD PAYMENT DETAIL"
                       TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (ANW-DUE-DATE (WS-PR-IX)) NOT = ZERO
                       MOVE "N" TO WS-NEW-VALID
                       MOVE "REFUSED - BAD DUE DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-NEW-VALID = "Y"
                   IF ANW-DUE-DATE (WS-PR-IX) NOT > WS-PREV-DUE-DATE
                       MOVE "N" TO WS-NEW-VALID
                       MOVE "REFUSED - DUE DATES OUT OF ORDER"
                           TO WS-REJECT-REASON
                   END-IF
                   IF ANW-AMOUNT (WS-PR-IX) = ZEROS
                       MOVE "N" TO WS-NEW-VALID
                       MOVE "REFUSED - ZERO PAYMENT"
                           TO WS-REJECT-REASON
                   END-IF
                   MOVE ANW-DUE-DATE (WS-PR-IX) TO WS-PREV-DUE-DATE
                   ADD ANW-AMOUNT (WS-PR-IX) TO WS-NEW-TOTAL
               END-IF
           END-PERFORM.

       FIND-ARRANGEMENT.
           MOVE ZEROS TO WS-ARR-FOUND.
           PERFORM VARYING WS-ARR-IX FROM 1 BY 1
                   UNTIL WS-ARR-IX > WS-ARR-COUNT
               IF WS-AR-CUST-ID (WS-ARR-IX) = ANW-CUST-ID
                   MOVE WS-ARR-IX TO WS-ARR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * One pass over the journal: every receipt credit dated after
      * an open arrangement was last checked, up to the business
      * date, goes against it. Lines already counted on an earlier
      * day fall at or before the checked date, so none is counted
      * twice.
       APPLY-RECEIPTS.
           OPEN INPUT JOURNAL-INPUT.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
                   READ JOURNAL-INPUT
                       AT END MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END
                           IF JIN-DC = "C" AND JIN-REASON = "RCPT"
                               PERFORM APPLY-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-INPUT.

       APPLY-ONE-RECEIPT.
           MOVE ZEROS TO WS-ARR-FOUND.
           PERFORM VARYING WS-ARR-IX FROM 1 BY 1
                   UNTIL WS-ARR-IX > WS-ARR-COUNT
               IF WS-AR-CUST-ID (WS-ARR-IX) = JIN-CUST-ID
                  AND WS-AR-STATUS (WS-ARR-IX) = "OPEN"
                   MOVE WS-ARR-IX TO WS-ARR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ARR-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF JIN-DATE NOT > WS-AR-CHECKED-DATE (WS-ARR-FOUND)
              OR JIN-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE JIN-AMOUNT TO WS-RECEIPT-LEFT.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-AR-COUNT (WS-ARR-FOUND)
                      OR WS-RECEIPT-LEFT = ZEROS
               IF WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX) = SPACE
                   PERFORM PAY-TOWARDS-PROMISE
               END-IF
           END-PERFORM.

       PAY-TOWARDS-PROMISE.
           COMPUTE WS-SHORTFALL =
               WS-AR-DUE-AMOUNT (WS-ARR-FOUND, WS-PR-IX)
             - WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX).
           IF WS-RECEIPT-LEFT < WS-SHORTFALL
               ADD WS-RECEIPT-LEFT TO
                   WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX)
               MOVE ZEROS TO WS-RECEIPT-LEFT
           ELSE
               ADD WS-SHORTFALL TO WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX)
               SUBTRACT WS-SHORTFALL FROM WS-RECEIPT-LEFT
               MOVE "K" TO WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX)
               ADD 1 TO WS-KEPT-COUNT
               MOVE "PAYMENT KEPT" TO DTL-ACTION
               PERFORM WRITE-PROMISE-LINE
           END-IF.

      * Every open arrangement is then judged as at the business
      * date: a payment past its due date and allowance unpaid
      * breaks it; all payments kept completes it.
       CHECK-ARRANGEMENTS.
           PERFORM VARYING WS-ARR-FOUND FROM 1 BY 1
                   UNTIL WS-ARR-FOUND > WS-ARR-COUNT
               IF WS-AR-STATUS (WS-ARR-FOUND) = "OPEN"
                   PERFORM CHECK-ONE-ARRANGEMENT
               END-IF
           END-PERFORM.

       CHECK-ONE-ARRANGEMENT.
           MOVE WS-TODAY-DATE TO WS-AR-CHECKED-DATE (WS-ARR-FOUND).
           MOVE "Y" TO WS-KEPT-ALL.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-AR-COUNT (WS-ARR-FOUND)
               IF WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX) = SPACE
                   MOVE "N" TO WS-KEPT-ALL
                   COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                       (WS-AR-DUE-DATE (WS-ARR-FOUND, WS-PR-IX))
                   IF WS-TODAY-INT > WS-DUE-INT + WS-ALLOWANCE-DAYS
                       MOVE "B" TO
                           WS-AR-RESULT (WS-ARR-FOUND, WS-PR-IX)
                       MOVE "PAYMENT MISSED" TO DTL-ACTION
                       PERFORM WRITE-PROMISE-LINE
                       MOVE "BRKN" TO WS-AR-STATUS (WS-ARR-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-AR-STATUS (WS-ARR-FOUND) = "BRKN"
                   PERFORM BREAK-ARRANGEMENT
               WHEN WS-KEPT-ALL = "Y"
                   MOVE "DONE" TO WS-AR-STATUS (WS-ARR-FOUND)
                   MOVE WS-TODAY-DATE TO WS-AR-END-DATE (WS-ARR-FOUND)
                   ADD 1 TO WS-COMPLETED-COUNT
                   PERFORM WRITE-ARRANGEMENT-LINE
                   MOVE "ARRANGEMENT COMPLETED" TO DTL-ACTION
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.

      * The break date is what COLLECTIONS-CYCLE resumes the dunning
      * from; the customer is told by letter unless the post has
      * already come back.
       BREAK-ARRANGEMENT.
           MOVE WS-TODAY-DATE TO WS-AR-END-DATE (WS-ARR-FOUND).
           ADD 1 TO WS-BROKEN-COUNT.
           PERFORM WRITE-ARRANGEMENT-LINE.
           MOVE "N" TO WS-GONEAWAY-MATCH.
           PERFORM VARYING WS-GW-IX FROM 1 BY 1
                   UNTIL WS-GW-IX > WS-GONEAWAY-COUNT
               IF WS-GONEAWAY-ID (WS-GW-IX) =
                  WS-AR-CUST-ID (WS-ARR-FOUND)
                   MOVE "Y" TO WS-GONEAWAY-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-GONEAWAY-MATCH = "Y"
               MOVE "BROKEN - GONE AWAY, NO LETTER" TO DTL-ACTION
           ELSE
               ADD 1 TO WS-LETTER-COUNT
               MOVE "PROMBRKN" TO CRQ-LETTER-TYPE
               MOVE WS-AR-CUST-ID (WS-ARR-FOUND) TO CRQ-CUSTOMER-NUM
               MOVE ZEROS TO CRQ-POLICY-NUM
               WRITE CORRESPONDENCE-RECORD
               MOVE "BROKEN - LETTER QUEUED" TO DTL-ACTION
           END-IF.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-PROMISE-LINE.
           MOVE WS-AR-CUST-ID (WS-ARR-FOUND) TO DTL-ID.
           MOVE WS-AR-DUE-DATE (WS-ARR-FOUND, WS-PR-IX) TO DTL-DUE-DATE.
           MOVE WS-AR-DUE-AMOUNT (WS-ARR-FOUND, WS-PR-IX) TO DTL-AMOUNT.
           MOVE WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX) TO DTL-PAID.
           PERFORM WRITE-DETAIL-LINE.

      * Sets the id and totals for an arrangement-level line; the
      * caller supplies the action.
       WRITE-ARRANGEMENT-LINE.
           MOVE WS-AR-CUST-ID (WS-ARR-FOUND) TO DTL-ID.
           MOVE ZEROS TO DTL-DUE-DATE WS-DUE-TOTAL WS-PAID-TOTAL.
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-AR-COUNT (WS-ARR-FOUND)
               ADD WS-AR-DUE-AMOUNT (WS-ARR-FOUND, WS-PR-IX)
                   TO WS-DUE-TOTAL
               ADD WS-AR-PAID (WS-ARR-FOUND, WS-PR-IX) TO WS-PAID-TOTAL
           END-PERFORM.
           MOVE WS-DUE-TOTAL  TO DTL-AMOUNT.
           MOVE WS-PAID-TOTAL TO DTL-PAID.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SUMMARY.
           MOVE WS-NEW-COUNT       TO SML-NEW.
           MOVE WS-REFUSED-COUNT   TO SML-REFUSED.
           MOVE WS-KEPT-COUNT      TO SML-KEPT.
           MOVE WS-BROKEN-COUNT    TO SML-BROKEN.
           MOVE WS-COMPLETED-COUNT TO SML-COMPLETED.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-COUNT      TO SML-OPEN.
           MOVE WS-LETTER-COUNT    TO SML-LETTERS.
           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE ARRANGE-REPORT.

      * Rewritten whole; a closed arrangement drops once it has been
      * ended longer than the retention days.
       REWRITE-ARRANGEMENTS.
           OPEN OUTPUT ARRANGE-FILE.
           PERFORM VARYING WS-ARR-IX FROM 1 BY 1
                   UNTIL WS-ARR-IX > WS-ARR-COUNT
               MOVE ZEROS TO WS-END-INT
               IF WS-AR-STATUS (WS-ARR-IX) NOT = "OPEN"
                  AND WS-AR-END-DATE (WS-ARR-IX) > ZEROS
                   COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                       (WS-AR-END-DATE (WS-ARR-IX))
               END-IF
               IF WS-END-INT = ZEROS
                  OR WS-TODAY-INT - WS-END-INT
                     NOT > WS-RETENTION-DAYS
                   MOVE WS-ARR-ENTRY (WS-ARR-IX) TO ARRANGE-RECORD
                   WRITE ARRANGE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARRANGE-FILE.

       SET-RETURN-CODE.
           IF WS-BROKEN-COUNT > ZEROS OR WS-REFUSED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
