      ******************************************************************
      *                                                                *
      *     Credit Reference Agency Rejection Loader                   *
      *                                                                *
      *   Loads the account records the credit reference agency      *
      *   bounced back from a CRAEXTR transmission. CRAREJ.DAT        *
      *   carries one rejection per line:                             *
      *                                                                *
      *     customer(10) sp reason(30)                                *
      *                                                                *
      *   Each rejection goes onto the correction list CRACORR.DAT    *
      *   with the customer's name and the run date, for the desk to  *
      *   put the customer's details right, and onto CRAREJ.RPT.      *
      *   The account is marked for resend on the CRASTATE.DAT        *
      *   history, so next month's extract sends it again even if it  *
      *   has since settled - a rejected settlement would otherwise   *
      *   never reach the agency. A written-off account stays written *
      *   off: it is sent every month regardless. Rejections for      *
      *   customers not on CUSTOMER.DAT are reported and end the run  *
      *   RC 8.                                                       *
      *                                                                *
      *   CRAREJ.DAT comes through INBGATE first, inside a control    *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRAREJLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECTION-FILE
               ASSIGN TO "CRAREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTION-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL STATE-FILE
               ASSIGN TO "CRASTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT OPTIONAL CORRECTION-FILE
               ASSIGN TO "CRACORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT LOADER-REPORT
               ASSIGN TO "CRAREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECTION-FILE.
       01  REJECTION-RECORD.
           05 REJ-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 REJ-REASON               PIC X(30).
      * The control header and trailer INBGATE proved the file by.
       01  REJ-CONTROL-RECORD.
           05 REJ-CONTROL-TYPE         PIC X(3).
              88 REJ-CONTROL-HEADER       VALUE 'HDR'.
              88 REJ-CONTROL-TRAILER      VALUE 'TRL'.
           05 REJ-CONTROL-SENDER       PIC X(8).
           05 REJ-CONTROL-CREATED      PIC X(8).
           05 REJ-CONTROL-SEQUENCE     PIC X(6).

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

      * Same indexed KSDS layout as customer-records.cob's
      * CUSTOMER-FILE.
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

      * Same layout CRAEXTR keeps.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05 STA-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 STA-ACCOUNT-STATUS       PIC X(1).
           05 FILLER                   PIC X.
           05 STA-ACCOUNT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 STA-PERIOD               PIC 9(6).

      * The desk's list of customer details to put right.
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05 COR-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 COR-NAME                 PIC X(30).
           05 FILLER                   PIC X.
           05 COR-REASON               PIC X(30).
           05 FILLER                   PIC X.
           05 COR-DATE                 PIC 9(8).

       FD  LOADER-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-REJECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-CUSTOMER-STATUS          PIC XX VALUE SPACES.
       01  WS-STATE-STATUS             PIC XX VALUE SPACES.
       01  WS-CORRECTION-STATUS        PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'CRAREJ'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The reporting history, loaded whole and rewritten with the
      * rejected accounts marked R for resend.
       01  WS-HST-COUNT                PIC 9(4) VALUE 0.
       01  WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HS-IX.
              10 WS-HS-CUST-ID         PIC 9(10).
              10 WS-HS-STATUS          PIC X(1).
              10 WS-HS-TYPE            PIC X(1).
              10 WS-HS-PERIOD          PIC 9(6).
       01  WS-HST-FOUND                PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-REJECTS-READ          PIC 9(5) VALUE 0.
           05 WS-CORRECT-COUNT         PIC 9(5) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.

       01  DETAIL-LINE.
           05 DTL-CUST-ID              PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REASON               PIC X(30).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(24).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(11) VALUE 'REJECTED:  '.
           05 SML-REJECTS              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  CORRECT: '.
           05 SML-CORRECT              PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNMATCHED:'.
           05 SML-UNMATCHED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-REJECTION-STATUS NOT = "00"
              READ REJECTION-FILE
                 AT END MOVE "10" TO WS-REJECTION-STATUS
                 NOT AT END
                    IF NOT REJ-CONTROL-TRAILER
                       ADD 1 TO WS-REJECTS-READ
                       PERFORM 2000-TAKE-ONE-REJECTION
                          THRU 2000-EXIT
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-STATE
              THRU 7000-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not     *
      * the wall clock. No date file, or an empty one, falls back    *
      * to the system clock.                                         *
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
           OPEN INPUT REJECTION-FILE
           IF WS-REJECTION-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                  WS-REJECTION-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-CUSTOMER-STATUS
              MOVE 'NO CUSTOMER MASTER - FILE NOT LOADED'
                TO WS-GATE-REFUSAL
              MOVE 'N' TO WS-GATE-PASSED
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           OPEN EXTEND CORRECTION-FILE
           PERFORM 1100-LOAD-STATE
              THRU 1100-EXIT
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
           READ REJECTION-FILE
              AT END MOVE "10" TO WS-REJECTION-STATUS
           END-READ
           IF WS-REJECTION-STATUS NOT = "00" OR NOT REJ-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE REJ-CONTROL-SENDER TO WS-GATE-SENDER
           IF REJ-CONTROL-SEQUENCE IS NUMERIC
              MOVE REJ-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'CRAREJLD: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1100-LOAD-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = "00"
              PERFORM UNTIL WS-STATE-STATUS NOT = "00"
                 READ STATE-FILE
                    AT END MOVE "10" TO WS-STATE-STATUS
                    NOT AT END
                       IF WS-HST-COUNT < 5000
                          ADD 1 TO WS-HST-COUNT
                          SET WS-HS-IX TO WS-HST-COUNT
                          MOVE STA-CUST-ID
                            TO WS-HS-CUST-ID(WS-HS-IX)
                          MOVE STA-ACCOUNT-STATUS
                            TO WS-HS-STATUS(WS-HS-IX)
                          MOVE STA-ACCOUNT-TYPE
                            TO WS-HS-TYPE(WS-HS-IX)
                          MOVE STA-PERIOD
                            TO WS-HS-PERIOD(WS-HS-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE STATE-FILE
           .
       1100-EXIT.
           EXIT.

       2000-TAKE-ONE-REJECTION.
           MOVE REJ-CUST-ID TO DTL-CUST-ID
           MOVE REJ-REASON  TO DTL-REASON
           MOVE REJ-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 ADD 1 TO WS-UNMATCHED-COUNT
                 MOVE 'NOT ON CUSTOMER MASTER' TO DTL-RESULT
                 MOVE DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 GO TO 2000-EXIT
           END-READ

           MOVE SPACES      TO CORRECTION-RECORD
           MOVE REJ-CUST-ID TO COR-CUST-ID
           MOVE CUST-NAME   TO COR-NAME
           MOVE REJ-REASON  TO COR-REASON
           MOVE WS-RUN-DATE TO COR-DATE
           WRITE CORRECTION-RECORD
           ADD 1 TO WS-CORRECT-COUNT

           MOVE "N" TO WS-HST-FOUND
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              IF WS-HS-CUST-ID(WS-HS-IX) = REJ-CUST-ID
                 MOVE "Y" TO WS-HST-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-HST-FOUND = "N"
              IF WS-HST-COUNT < 5000
                 ADD 1 TO WS-HST-COUNT
                 SET WS-HS-IX TO WS-HST-COUNT
                 MOVE REJ-CUST-ID TO WS-HS-CUST-ID(WS-HS-IX)
                 MOVE 'D'         TO WS-HS-TYPE(WS-HS-IX)
                 MOVE ZEROS       TO WS-HS-PERIOD(WS-HS-IX)
                 MOVE 'R'         TO WS-HS-STATUS(WS-HS-IX)
              END-IF
           ELSE
              IF WS-HS-STATUS(WS-HS-IX) NOT = 'W'
                 MOVE 'R' TO WS-HS-STATUS(WS-HS-IX)
              END-IF
           END-IF
           MOVE 'ON CORRECTION LIST' TO DTL-RESULT
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2000-EXIT.
           EXIT.

       7000-REWRITE-STATE.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
                   UNTIL WS-HS-IX > WS-HST-COUNT
              MOVE SPACES TO STATE-RECORD
              MOVE WS-HS-CUST-ID(WS-HS-IX) TO STA-CUST-ID
              MOVE WS-HS-STATUS(WS-HS-IX)  TO STA-ACCOUNT-STATUS
              MOVE WS-HS-TYPE(WS-HS-IX)    TO STA-ACCOUNT-TYPE
              MOVE WS-HS-PERIOD(WS-HS-IX)  TO STA-PERIOD
              WRITE STATE-RECORD
           END-PERFORM
           CLOSE STATE-FILE
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-REJECTS-READ    TO SML-REJECTS
           MOVE WS-CORRECT-COUNT   TO SML-CORRECT
           MOVE WS-UNMATCHED-COUNT TO SML-UNMATCHED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE REJECTION-FILE.
           CLOSE LOADER-REPORT.
           IF WS-GATE-PASSED = 'Y'
              CLOSE CUSTOMER-FILE
              CLOSE CORRECTION-FILE
              PERFORM 9100-MARK-FILE-LOADED
                 THRU 9100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-GATE-REFUSED = 'Y'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-UNMATCHED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CORRECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
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
           MOVE WS-REJECTS-READ  TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           MOVE WS-RUN-DATE      TO IRG-DATE
           MOVE 'CRAREJLD'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
