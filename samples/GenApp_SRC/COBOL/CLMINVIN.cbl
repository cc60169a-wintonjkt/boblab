      ******************************************************************
      *                                                                *
      *          Claim Supplier Invoice Intake and Approval            *
      *                                                                *
      *   Records repairer and loss-adjuster invoices against the     *
      *   claim they were raised for, instead of the paper file the   *
      *   desk paid them from by hand.                                *
      *                                                                *
      *   INVOICIN.DAT, one line per event:                           *
      *     I claim(10) supplier(10) ref(15) cat amount(9) date(8)    *
      *       record an invoice - category I indemnity (repair of     *
      *       the insured loss) or E expense (adjuster fees)          *
      *     A claim(10) supplier(10) ref(15)    approve for payment   *
      *     D claim(10) supplier(10) ref(15)    decline               *
      *                                                                *
      *   Each invoice goes on CLAIMINV, keyed by supplier and the    *
      *   supplier's own reference, status R received, A approved,   *
      *   P paid or D declined. The settlement run CLMSETL pays       *
      *   approved invoices to the supplier's bank details on the     *
      *   SUPPLIER master (LGMSUP01) through PAYINSTR.DAT.            *
      *                                                                *
      *   An indemnity invoice is part of the claim: it may not take  *
      *   the claim past its VALUE, counting what is already paid,    *
      *   the excess and indemnity invoices not yet paid, and CLMSETL *
      *   pays the customer only what is left. Until a first payment  *
      *   records the excess on the claim, the full policy excess is  *
      *   counted - the policy's own, else the type default from      *
      *   EXCESSRT.DAT, which must be present. An expense             *
      *   invoice is the cost of handling the claim, not the claim -  *
      *   it never counts against VALUE and never touches PAID.       *
      *                                                                *
      *   An invoice against an unknown or closed claim, from a       *
      *   supplier not live on the master, already on file, or over   *
      *   the claim value, and any approval or decline that does not  *
      *   match a live invoice, is reported and ends the run RC 8.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMINVIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE
               ASSIGN TO "INVOICIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT INVOICE-REPORT
               ASSIGN TO "CLMINVIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Default excess by policy type, for policies that carry
      *    no excess of their own.
           SELECT EXCESS-FILE
               ASSIGN TO "EXCESSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05 EVT-ACTION               PIC X(1).
              88 EVT-RECORD-INVOICE       VALUE 'I'.
              88 EVT-APPROVE              VALUE 'A'.
              88 EVT-DECLINE              VALUE 'D'.
           05 FILLER                   PIC X.
           05 EVT-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 EVT-SUPPLIER-ID          PIC 9(10).
           05 FILLER                   PIC X.
           05 EVT-SUPPLIER-REF         PIC X(15).
           05 FILLER                   PIC X.
           05 EVT-CATEGORY             PIC X(1).
              88 EVT-INDEMNITY            VALUE 'I'.
              88 EVT-EXPENSE              VALUE 'E'.
           05 FILLER                   PIC X.
           05 EVT-AMOUNT               PIC 9(9).
           05 FILLER                   PIC X.
           05 EVT-INVOICE-DATE         PIC 9(8).

       FD  INVOICE-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Same layout CLMSETL reads.
       FD  EXCESS-FILE.
       01  EXCESS-RATE-RECORD.
           05 EXR-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 EXR-COMPULSORY           PIC 9(7).
           05 FILLER                   PIC X.
           05 EXR-VOLUNTARY            PIC 9(7).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-EVENT-STATUS             PIC XX VALUE SPACES.
       01  WS-EXCESS-STATUS            PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

      * Host variables
       01  WS-INVOICE-NUM              PIC S9(9) USAGE COMP.
       01  WS-MAX-INVOICE-NUM          PIC S9(9) USAGE COMP.
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-SUPPLIER-ID              PIC S9(9) USAGE COMP.
       01  WS-SUPPLIER-REF             PIC X(15).
       01  WS-SUPPLIER-STATUS          PIC X(1).
       01  WS-INVOICE-DATE             PIC X(10).
       01  WS-INVOICE-AMOUNT           PIC S9(9) USAGE COMP.
       01  WS-INVOICE-CATEGORY         PIC X(1).
       01  WS-INVOICE-STATUS           PIC X(1).
       01  WS-INVOICE-CLAIM            PIC S9(9) USAGE COMP.
       01  WS-NEW-STATUS               PIC X(1).
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-PAID               PIC S9(9) USAGE COMP.
       01  WS-CLAIM-EXCESS             PIC S9(9) USAGE COMP.
       01  WS-CLAIM-EXCESS-IND         PIC S9(4) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(1).
       01  WS-POL-COMPULSORY           PIC S9(9) USAGE COMP.
       01  WS-POL-COMPULSORY-IND       PIC S9(4) USAGE COMP.
       01  WS-POL-VOLUNTARY            PIC S9(9) USAGE COMP.
       01  WS-POL-VOLUNTARY-IND        PIC S9(4) USAGE COMP.
       01  WS-CLAIM-STATUS             PIC X(2).
       01  WS-COMMITTED                PIC S9(9) USAGE COMP.
       01  WS-HEADROOM                 PIC S9(9) USAGE COMP.
       01  WS-MATCH-COUNT              PIC S9(9) USAGE COMP.

      * Per-type default excess, loaded once from EXCESS-FILE.
       01  WS-EXCESS-TABLE-COUNT       PIC 9(2) VALUE 0.
       01  WS-EXCESS-TABLE.
           05 WS-EXCESS-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-EX-IX.
              10 WS-EX-TYPE            PIC X(1).
              10 WS-EX-COMPULSORY      PIC 9(7).
              10 WS-EX-VOLUNTARY       PIC 9(7).
       01  WS-EXCESS-FOUND             PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-EVENTS-READ           PIC 9(5) VALUE 0.
           05 WS-RECORDED-COUNT        PIC 9(5) VALUE 0.
           05 WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
           05 WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-RECORDED-TOTAL           PIC 9(11) VALUE 0.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(36) VALUE
               'A  CLAIM NUM   SUPPLIER SUPPLIER REF'.
           05 FILLER                   PIC X(34) VALUE
               '    C      AMOUNT RESULT'.
       01  DETAIL-LINE.
           05 DTL-ACTION               PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-SUPPLIER-ID          PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-SUPPLIER-REF         PIC X(15).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CATEGORY             PIC X(1).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(24).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'RECORDED: '.
           05 SML-RECORDED             PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  APPROVED: '.
           05 SML-APPROVED             PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  DECLINED: '.
           05 SML-DECLINED             PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTS: '.
           05 SML-REJECTS              PIC ZZZZ9.
       01  SUMMARY-VALUE-LINE.
           05 FILLER                   PIC X(16) VALUE
               'VALUE RECORDED: '.
           05 SVL-RECORDED             PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-EVENT-STATUS NOT = "00"
              READ EVENT-FILE
                 AT END MOVE "10" TO WS-EVENT-STATUS
                 NOT AT END
                    ADD 1 TO WS-EVENTS-READ
                    PERFORM 2000-APPLY-EVENT
                       THRU 2000-EXIT
              END-READ
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-EVENT-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           OPEN OUTPUT INVOICE-REPORT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1150-LOAD-EXCESS-RATES
              THRU 1150-EXIT
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Without the excess defaults the headroom on a claim not yet  *
      * paid would be overstated, so a missing file is a hard stop,  *
      * as it is for CLMSETL. A type not in the file has no default  *
      * excess.                                                       *
      *----------------------------------------------------------------*
       1150-LOAD-EXCESS-RATES.
           OPEN INPUT EXCESS-FILE
           IF WS-EXCESS-STATUS NOT = "00"
              DISPLAY '1150-LOAD-EXCESS-RATES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-EXCESS-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-EXCESS-STATUS NOT = "00"
              READ EXCESS-FILE
                 AT END MOVE "10" TO WS-EXCESS-STATUS
                 NOT AT END
                    IF WS-EXCESS-TABLE-COUNT < 10
                       ADD 1 TO WS-EXCESS-TABLE-COUNT
                       SET WS-EX-IX TO WS-EXCESS-TABLE-COUNT
                       MOVE EXR-POLICY-TYPE TO WS-EX-TYPE(WS-EX-IX)
                       MOVE EXR-COMPULSORY
                                         TO WS-EX-COMPULSORY(WS-EX-IX)
                       MOVE EXR-VOLUNTARY
                                         TO WS-EX-VOLUNTARY(WS-EX-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXCESS-FILE
           .
       1150-EXIT.
           EXIT.

       2000-APPLY-EVENT.
           MOVE EVT-ACTION       TO DTL-ACTION
           MOVE EVT-CLAIM-NUM    TO DTL-CLAIM-NUM
           MOVE EVT-SUPPLIER-ID  TO DTL-SUPPLIER-ID
           MOVE EVT-SUPPLIER-REF TO DTL-SUPPLIER-REF
           MOVE SPACES           TO DTL-CATEGORY
           MOVE ZEROS            TO DTL-AMOUNT
           MOVE EVT-CLAIM-NUM    TO WS-CLAIM-NUM
           MOVE EVT-SUPPLIER-ID  TO WS-SUPPLIER-ID
           MOVE EVT-SUPPLIER-REF TO WS-SUPPLIER-REF
           EVALUATE TRUE
              WHEN EVT-RECORD-INVOICE
                 MOVE EVT-CATEGORY TO DTL-CATEGORY
                 MOVE EVT-AMOUNT   TO DTL-AMOUNT
                 PERFORM 2100-RECORD-INVOICE
                    THRU 2100-EXIT
              WHEN EVT-APPROVE
                 MOVE 'A' TO WS-NEW-STATUS
                 PERFORM 2500-CHANGE-INVOICE-STATUS
                    THRU 2500-EXIT
              WHEN EVT-DECLINE
                 MOVE 'D' TO WS-NEW-STATUS
                 PERFORM 2500-CHANGE-INVOICE-STATUS
                    THRU 2500-EXIT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'BAD ACTION CODE' TO DTL-RESULT
           END-EVALUATE
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A new invoice: the claim must be on file and not closed, the *
      * supplier live, and the supplier's reference not already      *
      * used - a resubmitted invoice is the commonest way to pay     *
      * twice.                                                        *
      *----------------------------------------------------------------*
       2100-RECORD-INVOICE.
           IF NOT EVT-INDEMNITY AND NOT EVT-EXPENSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'BAD CATEGORY' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF EVT-AMOUNT = ZEROS OR EVT-INVOICE-DATE = ZEROS
              OR EVT-SUPPLIER-REF = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'BAD INVOICE FIELDS' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT C.VALUE, C.PAID, C.EXCESS,
                      COALESCE(C.STATUS, '  '), P.POLICYTYPE,
                      P.COMPULSORYEXCESS, P.VOLUNTARYEXCESS
                 INTO :WS-CLAIM-VALUE, :WS-CLAIM-PAID,
                      :WS-CLAIM-EXCESS :WS-CLAIM-EXCESS-IND,
                      :WS-CLAIM-STATUS, :WS-POLICY-TYPE,
                      :WS-POL-COMPULSORY :WS-POL-COMPULSORY-IND,
                      :WS-POL-VOLUNTARY :WS-POL-VOLUNTARY-IND
                 FROM CLAIM C, POLICY P
                WHERE C.CLAIMNUMBER  = :WS-CLAIM-NUM
                  AND C.POLICYNUMBER = P.POLICYNUMBER
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'CLAIM NOT FOUND' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CLAIM SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-CLAIM-STATUS = 'CL'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'CLAIM CLOSED' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF

           MOVE SPACES TO WS-SUPPLIER-STATUS
           EXEC SQL
               SELECT STATUS
                 INTO :WS-SUPPLIER-STATUS
                 FROM SUPPLIER
                WHERE SUPPLIERID = :WS-SUPPLIER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SUPPLIER-STATUS NOT = 'A'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'SUPPLIER NOT LIVE' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MATCH-COUNT
                 FROM CLAIMINV
                WHERE SUPPLIERID  = :WS-SUPPLIER-ID
                  AND SUPPLIERREF = :WS-SUPPLIER-REF
           END-EXEC
           IF WS-MATCH-COUNT > 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'DUPLICATE INVOICE' TO DTL-RESULT
              GO TO 2100-EXIT
           END-IF

           IF EVT-INDEMNITY
              PERFORM 2200-CHECK-CLAIM-HEADROOM
                 THRU 2200-EXIT
              IF EVT-AMOUNT > WS-HEADROOM
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE 'OVER CLAIM VALUE' TO DTL-RESULT
                 GO TO 2100-EXIT
              END-IF
           END-IF

           PERFORM 2300-INSERT-INVOICE
              THRU 2300-EXIT
           ADD 1 TO WS-RECORDED-COUNT
           ADD EVT-AMOUNT TO WS-RECORDED-TOTAL
           MOVE 'INVOICE RECORDED' TO DTL-RESULT
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * What the claim can still bear: its value less what is paid,  *
      * the excess and indemnity invoices already in the pipeline    *
      * but not yet paid (paid ones are inside PAID). Before the     *
      * first payment records the excess, the full policy excess     *
      * counts, as CLMSETL will take it.                             *
      *----------------------------------------------------------------*
       2200-CHECK-CLAIM-HEADROOM.
           IF WS-CLAIM-EXCESS-IND < 0
              PERFORM 2250-WORK-OUT-EXCESS
                 THRU 2250-EXIT
           END-IF
           MOVE 0 TO WS-COMMITTED
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
                 INTO :WS-COMMITTED
                 FROM CLAIMINV
                WHERE CLAIMNUMBER = :WS-CLAIM-NUM
                  AND CATEGORY    = 'I'
                  AND STATUS IN ('R', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INVOICE SUM:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           COMPUTE WS-HEADROOM = WS-CLAIM-VALUE - WS-CLAIM-PAID
                               - WS-CLAIM-EXCESS - WS-COMMITTED
           .
       2200-EXIT.
           EXIT.

      * The policy's own excess where it carries one, the type
      * default where it does not - compulsory and voluntary each on
      * their own, as CLMSETL works it out.
       2250-WORK-OUT-EXCESS.
           MOVE "N" TO WS-EXCESS-FOUND
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EXCESS-TABLE-COUNT
              IF WS-EX-TYPE(WS-EX-IX) = WS-POLICY-TYPE
                 MOVE "Y" TO WS-EXCESS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-POL-COMPULSORY-IND < 0
              MOVE 0 TO WS-POL-COMPULSORY
              IF WS-EXCESS-FOUND = "Y"
                 MOVE WS-EX-COMPULSORY(WS-EX-IX) TO WS-POL-COMPULSORY
              END-IF
           END-IF
           IF WS-POL-VOLUNTARY-IND < 0
              MOVE 0 TO WS-POL-VOLUNTARY
              IF WS-EXCESS-FOUND = "Y"
                 MOVE WS-EX-VOLUNTARY(WS-EX-IX) TO WS-POL-VOLUNTARY
              END-IF
           END-IF
           COMPUTE WS-CLAIM-EXCESS = WS-POL-COMPULSORY
                                   + WS-POL-VOLUNTARY
           .
       2250-EXIT.
           EXIT.

       2300-INSERT-INVOICE.
           MOVE 0 TO WS-MAX-INVOICE-NUM
           EXEC SQL
               SELECT COALESCE(MAX(INVOICENUMBER), 0)
                 INTO :WS-MAX-INVOICE-NUM
                 FROM CLAIMINV
           END-EXEC
           COMPUTE WS-INVOICE-NUM = WS-MAX-INVOICE-NUM + 1
           MOVE EVT-AMOUNT   TO WS-INVOICE-AMOUNT
           MOVE EVT-CATEGORY TO WS-INVOICE-CATEGORY
           MOVE SPACES TO WS-INVOICE-DATE
           STRING EVT-INVOICE-DATE (1:4) '-'
                  EVT-INVOICE-DATE (5:2) '-'
                  EVT-INVOICE-DATE (7:2)
                  DELIMITED BY SIZE
             INTO WS-INVOICE-DATE
           END-STRING

           EXEC SQL
               INSERT INTO CLAIMINV
               (INVOICENUMBER
               ,CLAIMNUMBER
               ,SUPPLIERID
               ,SUPPLIERREF
               ,INVOICEDATE
               ,AMOUNT
               ,CATEGORY
               ,STATUS)
               VALUES (
                     :WS-INVOICE-NUM
                    ,:WS-CLAIM-NUM
                    ,:WS-SUPPLIER-ID
                    ,:WS-SUPPLIER-REF
                    ,:WS-INVOICE-DATE
                    ,:WS-INVOICE-AMOUNT
                    ,:WS-INVOICE-CATEGORY
                    ,'R')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INSERT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Approval takes a received invoice to A, ready for the next   *
      * settlement run; a decline takes a received or approved one   *
      * to D and out of the claim's committed indemnity. A paid      *
      * invoice is past both.                                         *
      *----------------------------------------------------------------*
       2500-CHANGE-INVOICE-STATUS.
           EXEC SQL
               SELECT INVOICENUMBER, CLAIMNUMBER, AMOUNT,
                      CATEGORY, STATUS
                 INTO :WS-INVOICE-NUM, :WS-INVOICE-CLAIM,
                      :WS-INVOICE-AMOUNT, :WS-INVOICE-CATEGORY,
                      :WS-INVOICE-STATUS
                 FROM CLAIMINV
                WHERE SUPPLIERID  = :WS-SUPPLIER-ID
                  AND SUPPLIERREF = :WS-SUPPLIER-REF
           END-EXEC
           IF SQLCODE = 100
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'INVOICE NOT FOUND' TO DTL-RESULT
              GO TO 2500-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON INVOICE SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-INVOICE-CATEGORY TO DTL-CATEGORY
           MOVE WS-INVOICE-AMOUNT   TO DTL-AMOUNT
           IF WS-INVOICE-CLAIM NOT = WS-CLAIM-NUM
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOT ON THIS CLAIM' TO DTL-RESULT
              GO TO 2500-EXIT
           END-IF
           IF WS-INVOICE-STATUS NOT = 'R'
              AND NOT (WS-NEW-STATUS = 'D' AND WS-INVOICE-STATUS = 'A')
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'INVOICE NOT OPEN' TO DTL-RESULT
              GO TO 2500-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIMINV
                  SET STATUS = :WS-NEW-STATUS
                WHERE INVOICENUMBER = :WS-INVOICE-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-NEW-STATUS = 'A'
              ADD 1 TO WS-APPROVED-COUNT
              MOVE 'INVOICE APPROVED' TO DTL-RESULT
           ELSE
              ADD 1 TO WS-DECLINED-COUNT
              MOVE 'INVOICE DECLINED' TO DTL-RESULT
           END-IF
           .
       2500-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-RECORDED-COUNT TO SML-RECORDED
           MOVE WS-APPROVED-COUNT TO SML-APPROVED
           MOVE WS-DECLINED-COUNT TO SML-DECLINED
           MOVE WS-REJECT-COUNT   TO SML-REJECTS
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORDED-TOTAL TO SVL-RECORDED
           MOVE SUMMARY-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE EVENT-FILE.
           CLOSE INVOICE-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
