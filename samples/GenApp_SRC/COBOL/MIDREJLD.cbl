      *   until the database accepts it. Rejections for policies      *
      *   not on the snapshot are reported and end the run RC 8.      *
      *                                                                *
      *   MIDREJ.DAT comes through INBGATE first, inside a control    *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDREJLD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTION-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL STATE-FILE
               ASSIGN TO "MIDSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 REJ-POLICY-NUM           PIC 9(10).
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

      * Same layout MIDEXTR keeps.
       FD  STATE-FILE.
           05 STA-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X.
           05 STA-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 STA-DRIVER-COUNT         PIC 9(2).
           05 FILLER                   PIC X.
           05 STA-DRIVER-STAMP         PIC X(26).

       FD  LOADER-REPORT.
       01  REPORT-LINE                 PIC X(80).
       01  WS-REJECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-STATE-STATUS             PIC XX VALUE SPACES.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'MIDREJ'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The snapshot, loaded whole; rejected entries drop at the
      * rewrite so the next extract re-sends them.
       01  WS-STA-COUNT                PIC 9(4) VALUE 0.
       01  WS-STA-TABLE.
           05 WS-STA-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-ST-IX.
              10 WS-ST-LINE            PIC X(66).
              10 WS-ST-POLICY          PIC 9(10).
              10 WS-ST-KEEP            PIC X(1).
       01  WS-STA-FOUND                PIC X VALUE "N".
              READ REJECTION-FILE
                 AT END MOVE "10" TO WS-REJECTION-STATUS
                 NOT AT END
                    IF NOT REJ-CONTROL-TRAILER
                       ADD 1 TO WS-REJECTS-READ
                       PERFORM 2000-REOPEN-ONE-POLICY
                          THRU 2000-EXIT
                    END-IF
              END-READ
           END-PERFORM

              GOBACK
           END-IF
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
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
           DISPLAY 'MIDREJLD: ' WS-GATE-REFUSAL
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
       9000-END-PARA.
           CLOSE REJECTION-FILE.
           CLOSE LOADER-REPORT.
           IF WS-GATE-PASSED = 'Y'
              PERFORM 9100-MARK-FILE-LOADED
                 THRU 9100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-GATE-REFUSED = 'Y'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-UNMATCHED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REOPENED-COUNT > 0
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
           MOVE WS-REJECTS-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'MIDREJLD'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
