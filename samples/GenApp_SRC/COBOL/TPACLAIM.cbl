      *   (10), claim date yyyy-mm-dd (10), claim value (9), cause    *
      *   text (80).                                                  *
      *                                                                *
      *   TPAFILE comes through INBGATE first, the control header and *
      *   trailer padded to the record length. A file INBGATE has not *
      *   accepted, or one already loaded, is refused untouched (RC   *
      *   12); a completed run marks the file loaded on INBREG.DAT.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPACLAIM.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJECT.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT01-FILE
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORDS ARE IN-REC IN-CONTROL-RECORD.
       01 IN-REC                            PIC X(109).
      * The control header and trailer INBGATE proved the file by.
       01 IN-CONTROL-RECORD.
          05 IN-CONTROL-TYPE                PIC X(3).
             88 IN-CONTROL-HEADER              VALUE 'HDR'.
             88 IN-CONTROL-TRAILER             VALUE 'TRL'.
          05 IN-CONTROL-SENDER              PIC X(8).
          05 IN-CONTROL-CREATED             PIC X(8).
          05 IN-CONTROL-SEQUENCE            PIC X(6).
          05 FILLER                         PIC X(84).

       FD  REJECT-FILE
           RECORDING MODE IS F
          05 REJ-REASON                     PIC X(20).
          05 REJ-IN-REC                     PIC X(109).

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

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-REJECT                      PIC X(02) VALUE SPACES.
             88 REJ-OK                                VALUE '00'.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'TPAFILE'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-EOF-INP                     PIC X(01) VALUE ' '.
            88 END-OF-INP                             VALUE 'Y'.
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-INP
              IF NOT IN-CONTROL-TRAILER
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 2000-MAIN-PARA
                    THRU 2000-EXIT
              END-IF
              PERFORM 1500-READ-INPUT
                 THRU 1500-EXIT
           END-PERFORM
              DISPLAY 'INVALID FILE STATUS ON OPEN REJECT:' FS-REJECT
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
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
           READ INPUT01-FILE
              AT END MOVE "10" TO FS-INPUT01
           END-READ
           IF FS-INPUT01 NOT = "00" OR NOT IN-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE IN-CONTROL-SENDER TO WS-GATE-SENDER
           IF IN-CONTROL-SEQUENCE IS NUMERIC
              MOVE IN-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'TPACLAIM: ' WS-GATE-REFUSAL
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ INPUT01-FILE INTO WS-IN-REC

           CLOSE INPUT01-FILE
           CLOSE REJECT-FILE
           IF WS-GATE-PASSED = 'Y'
              PERFORM 9200-MARK-FILE-LOADED
                 THRU 9200-EXIT
           END-IF
           PERFORM 9100-SET-RETURN-CODE
              THRU 9100-EXIT
           GOBACK

       9100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-GATE-REFUSED = 'Y'
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT = ZEROS
                   MOVE 0 TO RETURN-CODE
               WHEN WS-REJECT-COUNT >= WS-READ-COUNT
           .
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is loaded: a LOAD line on the register stops it ever *
      * being loaded again.                                           *
      *----------------------------------------------------------------*
       9200-MARK-FILE-LOADED.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES           TO INBOUND-REGISTER-RECORD
           MOVE WS-GATE-FEED     TO IRG-FEED
           MOVE 'LOAD'           TO IRG-ACTION
           MOVE WS-GATE-SENDER   TO IRG-SENDER
           MOVE WS-GATE-CREATED  TO IRG-CREATED
           MOVE WS-GATE-SEQUENCE TO IRG-SEQUENCE
           MOVE WS-READ-COUNT TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'TPACLAIM'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9200-EXIT.
           EXIT.
