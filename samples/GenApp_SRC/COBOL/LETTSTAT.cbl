      *   with no matching dispatch is reported and ends the run      *
      *   RC 8.                                                       *
      *                                                                *
      *   DLVRSTAT.DAT comes through INBGATE first, inside a control  *
      *   header and trailer. A file INBGATE has not accepted, or one *
      *   already loaded, is refused untouched (RC 12); a clean run   *
      *   marks the file loaded on INBREG.DAT.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTSTAT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL DISPATCH-REGISTER
               ASSIGN TO "DISPATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 STS-STATUS               PIC X(5).
              88 STS-DELIVERED            VALUE 'DLVRD'.
              88 STS-BOUNCED              VALUE 'BOUNC'.
      * The control header and trailer INBGATE proved the file by.
       01  STS-CONTROL-RECORD.
           05 STS-CONTROL-TYPE         PIC X(3).
              88 STS-CONTROL-HEADER       VALUE 'HDR'.
              88 STS-CONTROL-TRAILER      VALUE 'TRL'.
           05 STS-CONTROL-SENDER       PIC X(8).
           05 STS-CONTROL-CREATED      PIC X(8).
           05 STS-CONTROL-SEQUENCE     PIC X(6).

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

      * Same layout LETTDISP writes.
       FD  DISPATCH-REGISTER.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-POSTONLY-STATUS          PIC XX VALUE SPACES.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'DLVRSTAT'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * The dispatch register, loaded once for matching.
       01  WS-DSP-COUNT                PIC 9(4) VALUE 0.
       01  WS-DSP-TABLE.
              GOBACK
           END-IF
           OPEN OUTPUT LOADER-REPORT
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           OPEN EXTEND CORRESPONDENCE-FILE
           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file must be one INBGATE has proved complete and new: the  *
      * sender and sequence on its control header accepted on         *
      * INBREG.DAT and not yet loaded. Anything else is refused       *
      * before a record of it is applied.                             *
      *----------------------------------------------------------------*
       1050-CHECK-INBOUND-GATE.
           READ STATUS-FILE
              AT END MOVE "10" TO WS-STATUS-STATUS
           END-READ
           IF WS-STATUS-STATUS NOT = "00" OR NOT STS-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE STS-CONTROL-SENDER TO WS-GATE-SENDER
           IF STS-CONTROL-SEQUENCE IS NUMERIC
              MOVE STS-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'LETTSTAT: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1100-LOAD-REGISTER.
           OPEN INPUT DISPATCH-REGISTER
           IF WS-REGISTER-STATUS = "00"
           EXIT.

       2000-APPLY-ONE-STATUS.
           IF STS-CONTROL-TRAILER
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-STATUSES-READ
           MOVE STS-CHANNEL      TO DTL-CHANNEL
           MOVE STS-CUSTOMER-NUM TO DTL-CUSTOMER
           CLOSE STATUS-FILE.
           CLOSE CORRESPONDENCE-FILE.
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
              WHEN WS-BOUNCED-COUNT > 0
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
           MOVE WS-STATUSES-READ TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'LETTSTAT'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
