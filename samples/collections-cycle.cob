      * stage was entered) and is rewritten each run; entries for
      * customers no longer suspended are dropped. Results go to
      * COLLECT.RPT.
      *
      * A customer on the vulnerable-customer register VULNMARK.DAT
      * (extracted nightly by VULNEXTR) is not dunned: no reminder
      * is queued and nothing is escalated to the agency. Each run
      * lists them on the specialist worklist VULNWORK.DAT instead,
      * with their dunning stage held where it stood, so the cycle
      * resumes from there if the marker is removed. Recovery still
      * reinstates them to ACTIVE as usual.
      *
      * A customer on the deceased register DECEASED.DAT (kept by
      * BEREAVE) gets nothing at all: no reminder, no escalation
      * and no worklist line. Their dunning stage is held as it
      * stood for the estate to be dealt with by hand.
      *
      * A customer keeping a promise-to-pay arrangement (status OPEN
      * on ARRANGE.DAT, kept by PROMISE-TO-PAY) is not dunned while
      * it is honoured: no reminder and no escalation, the stage
      * held where it paused. Once the arrangement is broken the
      * cycle resumes at that stage, its clock restarted from the
      * day of the break, so the next reminder follows the
      * broken-promise letter by a full stage rather than at once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONEAWAY-STATUS.

      *    Vulnerable-customer register VULNEXTR cuts from the
      *    markers set on the servicing screens.
           SELECT OPTIONAL VULNERABLE-FILE
               ASSIGN TO "VULNMARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VULNERABLE-STATUS.

      *    Specialist worklist, shared with LATE-FEE.
           SELECT OPTIONAL WORKLIST-FILE
               ASSIGN TO "VULNWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Deceased-customer register BEREAVE keeps.
           SELECT OPTIONAL DECEASED-FILE
               ASSIGN TO "DECEASED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECEASED-STATUS.

      *    Promise-to-pay arrangements PROMISE-TO-PAY keeps.
           SELECT OPTIONAL ARRANGE-FILE
               ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

      *    Field-level journal CUSTOMER-MAINTENANCE keeps; the
      *    reinstatement to ACTIVE is journaled there, so
      *    FORWARD-RECOVERY can replay it.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  FILLER             PIC X.
           05  GAW-FLAG-DATE      PIC 9(8).

       FD  VULNERABLE-FILE.
       01  VULNERABLE-RECORD.
           05  VMK-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  VMK-CATEGORY       PIC X(2).
           05  FILLER             PIC X.
           05  VMK-REVIEW-DATE    PIC 9(8).

       FD  DECEASED-FILE.
       01  DECEASED-RECORD.
           05  DCD-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  DCD-DEATH-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  DCD-NOTIFIED-DATE  PIC 9(8).

      * Same layout PROMISE-TO-PAY writes; only the arrangement
      * header is wanted here.
       FD  ARRANGE-FILE.
       01  ARRANGE-RECORD.
           05  ARR-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  ARR-STATUS         PIC X(4).
           05  FILLER             PIC X.
           05  ARR-SET-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  ARR-PAUSED-STAGE   PIC 9(1).
           05  FILLER             PIC X.
           05  ARR-END-DATE       PIC 9(8).
           05  FILLER             PIC X(200).

      * Same layout LATE-FEE writes: date, run, customer, marker
      * category, balance and what was held back.
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           05  VWK-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  VWK-SOURCE         PIC X(8).
           05  FILLER             PIC X.
           05  VWK-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  VWK-CATEGORY       PIC X(2).
           05  FILLER             PIC X.
           05  VWK-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FILLER             PIC X.
           05  VWK-REASON         PIC X(30).

      * Same layout CUSTOMER-MAINTENANCE writes: one line per field
      * changed, with what it held before and after.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           05  CHG-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  CHG-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  CHG-FIELD-NAME     PIC X(14).
           05  FILLER             PIC X.
           05  CHG-OLD-VALUE      PIC X(50).
           05  FILLER             PIC X.
           05  CHG-NEW-VALUE      PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X  VALUE "N".
       01  WS-CUSTOMER-STATUS  PIC XX VALUE SPACES.
       01  WS-GONEAWAY-MATCH   PIC X VALUE "N".
       01  WS-SUPPRESSED-COUNT PIC 9(5) VALUE ZEROS.

      * Vulnerable customers, loaded from the optional register;
      * they go to the specialist worklist instead of being dunned.
       01  WS-VULNERABLE-STATUS PIC XX VALUE SPACES.
       01  WS-VULNERABLE-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-VULNERABLE-TABLE.
           05  WS-VULNERABLE-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-VU-IX.
               10  WS-VU-ID       PIC 9(10).
               10  WS-VU-CATEGORY PIC X(2).
       01  WS-VULNERABLE-MATCH PIC X VALUE "N".
       01  WS-DIVERTED-COUNT   PIC 9(5) VALUE ZEROS.

      * Customers whose death BEREAVE has recorded.
       01  WS-DECEASED-STATUS  PIC XX VALUE SPACES.
       01  WS-DECEASED-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-DECEASED-TABLE.
           05  WS-DECEASED-ID OCCURS 2000 TIMES
                                  INDEXED BY WS-DC-IX
                                  PIC 9(10).
       01  WS-DECEASED-MATCH   PIC X VALUE "N".

      * Open arrangements, and those broken, with the break date.
       01  WS-ARRANGE-STATUS   PIC XX VALUE SPACES.
       01  WS-ARRANGE-COUNT    PIC 9(4) VALUE ZEROS.
       01  WS-ARRANGE-TABLE.
           05  WS-ARRANGE-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-AR-IX.
               10  WS-AR-ID       PIC 9(10).
               10  WS-AR-STATUS   PIC X(4).
               10  WS-AR-END-DATE PIC 9(8).
       01  WS-ARRANGE-MATCH    PIC X VALUE "N".
           88  WS-ARRANGE-HELD       VALUE "H".
           88  WS-ARRANGE-RESUME     VALUE "R".
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.

       01  DETAIL-LINE.
           05  DTL-ID             PIC 9(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SRL-ESCALATED      PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  REINSTATED: ".
           05  SRL-REINSTATED     PIC ZZZZ9.
       01  DIVERTED-LINE.
           05  FILLER             PIC X(24)
                                  VALUE "DIVERTED TO SPECIALIST: ".
           05  DVL-DIVERTED       PIC ZZZZ9.
           05  FILLER             PIC X(25)
                                  VALUE "  HELD - PROMISE TO PAY: ".
           05  DVL-HELD           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM LOAD-DUNNING-STATE.
           PERFORM LOAD-GONEAWAY-REGISTER.
           PERFORM LOAD-VULNERABLE-REGISTER.
           PERFORM LOAD-DECEASED-REGISTER.
           PERFORM LOAD-ARRANGEMENTS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-CUSTOMERS UNTIL WS-EOF = "Y".
           PERFORM PRINT-SUMMARY.
           END-IF.
           CLOSE GONEAWAY-FILE.

       LOAD-VULNERABLE-REGISTER.
           OPEN INPUT VULNERABLE-FILE.
           IF WS-VULNERABLE-STATUS = "00"
               PERFORM UNTIL WS-VULNERABLE-STATUS NOT = "00"
                   READ VULNERABLE-FILE
                       AT END MOVE "10" TO WS-VULNERABLE-STATUS
                       NOT AT END
                           IF WS-VULNERABLE-COUNT < 2000
                               ADD 1 TO WS-VULNERABLE-COUNT
                               SET WS-VU-IX TO WS-VULNERABLE-COUNT
                               MOVE VMK-CUST-ID TO
                                   WS-VU-ID (WS-VU-IX)
                               MOVE VMK-CATEGORY TO
                                   WS-VU-CATEGORY (WS-VU-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VULNERABLE-FILE.

       LOAD-DECEASED-REGISTER.
           OPEN INPUT DECEASED-FILE.
           IF WS-DECEASED-STATUS = "00"
               PERFORM UNTIL WS-DECEASED-STATUS NOT = "00"
                   READ DECEASED-FILE
                       AT END MOVE "10" TO WS-DECEASED-STATUS
                       NOT AT END
                           IF WS-DECEASED-COUNT < 2000
                               ADD 1 TO WS-DECEASED-COUNT
                               SET WS-DC-IX TO WS-DECEASED-COUNT
                               MOVE DCD-CUST-ID TO
                                   WS-DECEASED-ID (WS-DC-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DECEASED-FILE.

      * Completed arrangements play no part in the cycle.
       LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGE-FILE.
           IF WS-ARRANGE-STATUS = "00"
               PERFORM UNTIL WS-ARRANGE-STATUS NOT = "00"
                   READ ARRANGE-FILE
                       AT END MOVE "10" TO WS-ARRANGE-STATUS
                       NOT AT END
                           IF (ARR-STATUS = "OPEN" OR "BRKN")
                              AND WS-ARRANGE-COUNT < 2000
                               ADD 1 TO WS-ARRANGE-COUNT
                               SET WS-AR-IX TO WS-ARRANGE-COUNT
                               MOVE ARR-CUST-ID TO WS-AR-ID (WS-AR-IX)
                               MOVE ARR-STATUS TO
                                   WS-AR-STATUS (WS-AR-IX)
                               MOVE ARR-END-DATE TO
                                   WS-AR-END-DATE (WS-AR-IX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ARRANGE-FILE.

       OPEN-FILES.
           OPEN I-O CUSTOMER-FILE.
           OPEN EXTEND CORRESPONDENCE-FILE.
           OPEN EXTEND WORKLIST-FILE.
           OPEN EXTEND CHANGE-JOURNAL.
           OPEN OUTPUT COLLECTION-EXTRACT.
           OPEN OUTPUT CYCLE-REPORT.

           IF CUST-BALANCE >= WS-SUSPEND-THRESHOLD
               PERFORM REINSTATE-CUSTOMER
           ELSE
               PERFORM FIND-DECEASED-ENTRY
               PERFORM FIND-VULNERABLE-ENTRY
               PERFORM FIND-ARRANGEMENT-ENTRY
               EVALUATE TRUE
                   WHEN WS-DECEASED-MATCH = "Y"
                       PERFORM HOLD-FOR-ESTATE
                   WHEN WS-VULNERABLE-MATCH = "Y"
                       PERFORM DIVERT-TO-SPECIALIST
                   WHEN WS-ARRANGE-HELD
                       PERFORM HOLD-FOR-ARRANGEMENT
                   WHEN WS-ARRANGE-RESUME
                       PERFORM RESUME-AFTER-BROKEN-PROMISE
                   WHEN OTHER
                       PERFORM ADVANCE-DUNNING-STAGE
               END-EVALUATE
           END-IF.

       FIND-DECEASED-ENTRY.
           MOVE "N" TO WS-DECEASED-MATCH.
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DECEASED-COUNT
               IF WS-DECEASED-ID (WS-DC-IX) = CUST-ID
                   MOVE "Y" TO WS-DECEASED-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-VULNERABLE-ENTRY.
           MOVE "N" TO WS-VULNERABLE-MATCH.
           PERFORM VARYING WS-VU-IX FROM 1 BY 1
                   UNTIL WS-VU-IX > WS-VULNERABLE-COUNT
               IF WS-VU-ID (WS-VU-IX) = CUST-ID
                   MOVE "Y" TO WS-VULNERABLE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * H for an arrangement being honoured; R for one broken since
      * the dunning entry last moved, which is resumed once - after
      * that the entry's stage date is the break date and the cycle
      * carries on as normal.
       FIND-ARRANGEMENT-ENTRY.
           MOVE "N" TO WS-ARRANGE-MATCH.
           PERFORM VARYING WS-AR-IX FROM 1 BY 1
                   UNTIL WS-AR-IX > WS-ARRANGE-COUNT
               IF WS-AR-ID (WS-AR-IX) = CUST-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AR-IX > WS-ARRANGE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-STATUS (WS-AR-IX) = "OPEN"
               MOVE "H" TO WS-ARRANGE-MATCH
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DUNNING-ENTRY.
           IF WS-FOUND-IX NOT = ZEROS
               IF WS-DN-DATE (WS-FOUND-IX) < WS-AR-END-DATE (WS-AR-IX)
                   MOVE "R" TO WS-ARRANGE-MATCH
               END-IF
           END-IF.

      * The stage neither advances nor drops while the customer
      * keeps to the arrangement.
       HOLD-FOR-ARRANGEMENT.
           PERFORM FIND-DUNNING-ENTRY.
           IF WS-FOUND-IX NOT = ZEROS
               MOVE "Y" TO WS-DN-KEEP (WS-FOUND-IX)
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "HELD - PROMISE TO PAY" TO DTL-ACTION.
           PERFORM WRITE-STAGE-LINE.

      * PROMISE-TO-PAY has already queued the broken-promise letter;
      * the paused stage stands and its clock restarts at the break.
       RESUME-AFTER-BROKEN-PROMISE.
           MOVE "Y" TO WS-DN-KEEP (WS-FOUND-IX).
           MOVE WS-AR-END-DATE (WS-AR-IX) TO WS-DN-DATE (WS-FOUND-IX).
           MOVE "RESUMED - PROMISE BROKEN" TO DTL-ACTION.
           PERFORM WRITE-STAGE-LINE.

      * No letter and no escalation. Any dunning entry is kept as it
      * stands, so the stage neither advances nor drops while the
      * customer is marked.
       HOLD-FOR-ESTATE.
           PERFORM FIND-DUNNING-ENTRY.
           IF WS-FOUND-IX NOT = ZEROS
               MOVE "Y" TO WS-DN-KEEP (WS-FOUND-IX)
           END-IF.
           MOVE "HELD - CUSTOMER DECEASED" TO DTL-ACTION.
           PERFORM WRITE-STAGE-LINE.

       DIVERT-TO-SPECIALIST.
           PERFORM FIND-DUNNING-ENTRY.
           IF WS-FOUND-IX NOT = ZEROS
               MOVE "Y" TO WS-DN-KEEP (WS-FOUND-IX)
           END-IF.
           ADD 1 TO WS-DIVERTED-COUNT.
           MOVE SPACES          TO WORKLIST-RECORD.
           MOVE WS-TODAY-DATE   TO VWK-DATE.
           MOVE "COLLECT"       TO VWK-SOURCE.
           MOVE CUST-ID         TO VWK-CUST-ID.
           MOVE WS-VU-CATEGORY (WS-VU-IX) TO VWK-CATEGORY.
           MOVE CUST-BALANCE    TO VWK-BALANCE.
           MOVE "SUSPENDED - DUNNING HELD" TO VWK-REASON.
           WRITE WORKLIST-RECORD.
           MOVE "DIVERTED - VULNERABLE CUSTOMER" TO DTL-ACTION.
           PERFORM WRITE-STAGE-LINE.

       REINSTATE-CUSTOMER.
           MOVE "A" TO CUST-STATUS.
           MOVE WS-TODAY-DATE TO CUST-LAST-ACTIVITY.
                   MOVE CUST-BALANCE TO DTL-BALANCE
                   MOVE "REINSTATED TO ACTIVE" TO DTL-ACTION
                   PERFORM WRITE-DETAIL-LINE
                   MOVE SPACES        TO CHANGE-JOURNAL-RECORD
                   MOVE WS-TODAY-DATE TO CHG-DATE
                   MOVE CUST-ID       TO CHG-CUST-ID
                   MOVE "STATUS"      TO CHG-FIELD-NAME
                   MOVE "S"           TO CHG-OLD-VALUE
                   MOVE CUST-STATUS   TO CHG-NEW-VALUE
                   WRITE CHANGE-JOURNAL-RECORD
           END-REWRITE.
      *    Any dunning entry stays marked "N" and drops at rewrite.

           MOVE SPACES TO REPORT-LINE.
           MOVE SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DIVERTED-COUNT TO DVL-DIVERTED.
           MOVE WS-HELD-COUNT     TO DVL-HELD.
           MOVE SPACES TO REPORT-LINE.
           MOVE DIVERTED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE CORRESPONDENCE-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE CHANGE-JOURNAL.
           CLOSE COLLECTION-EXTRACT.
           CLOSE CYCLE-REPORT.

