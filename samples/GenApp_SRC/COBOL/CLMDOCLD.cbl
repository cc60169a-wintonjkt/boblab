      ******************************************************************
      *                                                                *
      *          Scanned Claim Document Index Loader                  *
      *                                                                *
      *   Loads the index file the post room's scanning system sends  *
      *   each night, so a document the assessor asked for counts as  *
      *   received the day it is scanned - nobody keys it.            *
      *   SCANIDX.DAT carries one scanned document per line:          *
      *                                                                *
      *     claim(10) sp policy(10) sp document type(8) sp            *
      *     scan date yyyymmdd(8) sp image reference(30)              *
      *     claim or policy may be zero, not both                     *
      *                                                                *
      *   A scan names its claim, or only the policy - then the claim *
      *   is the one on that policy with the requirement open, else   *
      *   the latest claim on it. The scanner's document type is      *
      *   turned into the requirement type CLMREQTK tracks through    *
      *   SCANMAP.DAT (optional), one line per scan type:             *
      *     scan type(8) sp requirement type(8)                       *
      *   a type not on the map is taken as it stands.                *
      *                                                                *
      *   A scan that meets an outstanding requirement on CLMREQS.DAT *
      *   marks it received on the scan date, so CLMSETL's            *
      *   requirements gate opens on the next settlement run. Every   *
      *   scan matched to a claim goes on the document register       *
      *   DOCREG.DAT against that claim:                              *
      *     RCVD  met an outstanding requirement                      *
      *     DUPL  the requirement was already received                *
      *     NREQ  nothing of that type was asked for on the claim     *
      *                                                                *
      *   Scans matching no claim, and NREQ scans, are listed on      *
      *   SCANEXC.RPT for the claims team; CLMDOCLD.RPT lists every   *
      *   scan and its result. The store and the register are written *
      *   only once the whole file has been matched, so a run stopped *
      *   by a database error can simply be run again.                *
      *                                                                *
      *   SCANIDX.DAT comes through INBGATE first. A file INBGATE has *
      *   not accepted, or one already loaded, is refused untouched   *
      *   (RC 12); a completed run marks the file loaded on           *
      *   INBREG.DAT. RC 8 on a database error, RC 4 when anything is *
      *   on the exceptions list.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMDOCLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-INDEX-FILE
               ASSIGN TO "SCANIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

      *    Inbound files INBGATE has accepted, and the loads of them.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBREG-STATUS.

           SELECT OPTIONAL TYPE-MAP-FILE
               ASSIGN TO "SCANMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

      *    Outstanding requirements the CLMREQTK run tracks.
           SELECT OPTIONAL REQUIREMENT-STORE
               ASSIGN TO "CLMREQS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL DOCUMENT-REGISTER
               ASSIGN TO "DOCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCREG-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "SCANEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOADER-REPORT
               ASSIGN TO "CLMDOCLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-INDEX-FILE.
       01  SCAN-RECORD.
           05 SCN-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 SCN-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 SCN-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X.
           05 SCN-SCAN-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 SCN-IMAGE-REF            PIC X(30).
      * The control header and trailer INBGATE proved the file by.
       01  SCN-CONTROL-RECORD.
           05 SCN-CONTROL-TYPE         PIC X(3).
              88 SCN-CONTROL-HEADER       VALUE 'HDR'.
              88 SCN-CONTROL-TRAILER      VALUE 'TRL'.
           05 SCN-CONTROL-SENDER       PIC X(8).
           05 SCN-CONTROL-CREATED      PIC X(8).
           05 SCN-CONTROL-SEQUENCE     PIC X(6).

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

       FD  TYPE-MAP-FILE.
       01  TYPE-MAP-RECORD.
           05 MAP-SCAN-TYPE            PIC X(8).
           05 FILLER                   PIC X.
           05 MAP-REQ-TYPE             PIC X(8).

      * Same layout the CLMREQTK run writes.
       FD  REQUIREMENT-STORE.
       01  REQUIREMENT-RECORD.
           05 REQ-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 REQ-TYPE                 PIC X(8).
           05 FILLER                   PIC X.
           05 REQ-REQUESTED            PIC 9(8).
           05 FILLER                   PIC X.
           05 REQ-RECEIVED             PIC 9(8).
           05 FILLER                   PIC X.
           05 REQ-CHASED               PIC 9(8).

       FD  DOCUMENT-REGISTER.
       01  DOCUMENT-REGISTER-RECORD.
           05 DRG-CLAIM-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 DRG-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 DRG-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X.
           05 DRG-REQ-TYPE             PIC X(8).
           05 FILLER                   PIC X.
           05 DRG-SCAN-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 DRG-IMAGE-REF            PIC X(30).
           05 FILLER                   PIC X.
           05 DRG-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 DRG-LOADED               PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE              PIC X(100).

       FD  LOADER-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-SCAN-STATUS              PIC XX VALUE SPACES.
       01  WS-MAP-STATUS               PIC XX VALUE SPACES.
       01  WS-STORE-STATUS             PIC XX VALUE SPACES.
       01  WS-DOCREG-STATUS            PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * The file's control header, checked against the register
      * before anything is loaded from it.
       01  WS-INBREG-STATUS            PIC XX VALUE SPACES.
       01  WS-INBOUND-GATE.
           05 WS-GATE-FEED             PIC X(9) VALUE 'SCANIDX'.
           05 WS-GATE-SENDER           PIC X(8) VALUE SPACES.
           05 WS-GATE-CREATED          PIC 9(8) VALUE ZEROS.
           05 WS-GATE-SEQUENCE         PIC 9(6) VALUE ZEROS.
           05 WS-GATE-ACCEPTED         PIC X VALUE 'N'.
           05 WS-GATE-LOADED           PIC X VALUE 'N'.
           05 WS-GATE-PASSED           PIC X VALUE 'N'.
           05 WS-GATE-REFUSED          PIC X VALUE 'N'.
           05 WS-GATE-REFUSAL          PIC X(40) VALUE SPACES.

      * Scanner document type to requirement type.
       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-MP-IX.
              10 WS-MP-SCAN-TYPE       PIC X(8).
              10 WS-MP-REQ-TYPE        PIC X(8).

      * The requirement store, loaded whole and rewritten whole.
       01  WS-REQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-RQ-IX.
              10 WS-RQ-CLAIM           PIC 9(10).
              10 WS-RQ-TYPE            PIC X(8).
              10 WS-RQ-REQUESTED       PIC 9(8).
              10 WS-RQ-RECEIVED        PIC 9(8).
              10 WS-RQ-CHASED          PIC 9(8).
       01  WS-REQ-FOUND                PIC X VALUE "N".

      * Register entries of this file, added to DOCREG.DAT at the end.
       01  WS-DOC-COUNT                PIC 9(4) VALUE 0.
       01  WS-DOC-TABLE.
           05 WS-DOC-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-DC-IX.
              10 WS-DC-CLAIM           PIC 9(10).
              10 WS-DC-POLICY          PIC 9(10).
              10 WS-DC-DOC-TYPE        PIC X(8).
              10 WS-DC-REQ-TYPE        PIC X(8).
              10 WS-DC-SCAN-DATE       PIC 9(8).
              10 WS-DC-IMAGE-REF       PIC X(30).
              10 WS-DC-STATUS          PIC X(4).

      * The claims the scan could belong to, latest first.
       01  WS-CAND-COUNT               PIC 9(2) VALUE 0.
       01  WS-CAND-TABLE.
           05 WS-CAND-CLAIM OCCURS 20 TIMES
                                   INDEXED BY WS-CD-IX
                                       PIC 9(10).

      * The scan in hand.
       01  WS-SCAN-CLAIM               PIC 9(10) VALUE 0.
       01  WS-SCAN-POLICY              PIC 9(10) VALUE 0.
       01  WS-REQ-TYPE-WANTED          PIC X(8)  VALUE SPACES.
       01  WS-MATCHED-CLAIM            PIC 9(10) VALUE 0.
       01  WS-MATCHED-POLICY           PIC 9(10) VALUE 0.
       01  WS-SCAN-RESULT              PIC X(4)  VALUE SPACES.
       01  WS-EXCEPTION-REASON         PIC X(26) VALUE SPACES.
       01  WS-DATE-TEST-RESULT         PIC S9(4) COMP VALUE 0.

      * Host variables for the claim lookups.
       01  WS-HV-CLAIM                 PIC S9(9) USAGE COMP.
       01  WS-HV-POLICY                PIC S9(9) USAGE COMP.

       01  WS-COUNTS.
           05 WS-SCANS-READ            PIC 9(5) VALUE 0.
           05 WS-RECEIVED-COUNT        PIC 9(5) VALUE 0.
           05 WS-DUPLICATE-COUNT       PIC 9(5) VALUE 0.
           05 WS-NOT-ASKED-COUNT       PIC 9(5) VALUE 0.
           05 WS-UNMATCHED-COUNT       PIC 9(5) VALUE 0.

       01  DETAIL-LINE.
           05 DTL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-IMAGE-REF            PIC X(30).
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-RESULT               PIC X(26).
       01  EXCEPTION-DETAIL-LINE.
           05 EXL-CLAIM-NUM            PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EXL-POLICY-NUM           PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 EXL-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EXL-SCAN-DATE            PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EXL-IMAGE-REF            PIC X(30).
           05 FILLER                   PIC X     VALUE SPACE.
           05 EXL-REASON               PIC X(26).
       01  EXCEPTION-HEADER-LINE.
           05 FILLER                   PIC X(40) VALUE
              '     CLAIM     POLICY DOCTYPE  SCANNED  '.
           05 FILLER                   PIC X(40) VALUE
              'IMAGE REFERENCE                REASON   '.
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(7)  VALUE 'SCANS: '.
           05 SML-SCANS                PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  RECEIVED:'.
           05 SML-RECEIVED             PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  DUPLICATE:'.
           05 SML-DUPLICATE            PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  NOT ASKED:'.
           05 SML-NOT-ASKED            PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  UNMATCHED:'.
           05 SML-UNMATCHED            PIC ZZZZ9.

           EXEC SQL
               DECLARE POLICY-CLAIM-CURSOR CURSOR FOR
               SELECT CLAIMNUMBER
                 FROM CLAIM
                WHERE POLICYNUMBER = :WS-HV-POLICY
                ORDER BY CLAIMDATE DESC, CLAIMNUMBER DESC
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
              READ SCAN-INDEX-FILE
                 AT END MOVE "10" TO WS-SCAN-STATUS
                 NOT AT END
                    IF NOT SCN-CONTROL-TRAILER
                       ADD 1 TO WS-SCANS-READ
                       PERFORM 2000-REGISTER-ONE-SCAN
                          THRU 2000-EXIT
                    END-IF
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-STORE
              THRU 7000-EXIT
           PERFORM 7500-ADD-TO-REGISTER
              THRU 7500-EXIT
           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

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
           OPEN INPUT SCAN-INDEX-FILE
           IF WS-SCAN-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                  WS-SCAN-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT LOADER-REPORT
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE EXCEPTION-HEADER-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM 1050-CHECK-INBOUND-GATE
              THRU 1050-EXIT
           PERFORM 1100-LOAD-TYPE-MAP
              THRU 1100-EXIT
           PERFORM 1200-LOAD-STORE
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
           READ SCAN-INDEX-FILE
              AT END MOVE "10" TO WS-SCAN-STATUS
           END-READ
           IF WS-SCAN-STATUS NOT = "00" OR NOT SCN-CONTROL-HEADER
              MOVE 'NO CONTROL HEADER - FILE NOT GATED'
                TO WS-GATE-REFUSAL
              PERFORM 1090-REFUSE-FILE
                 THRU 1090-EXIT
           END-IF
           MOVE SCN-CONTROL-SENDER TO WS-GATE-SENDER
           IF SCN-CONTROL-SEQUENCE IS NUMERIC
              MOVE SCN-CONTROL-SEQUENCE TO WS-GATE-SEQUENCE
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
           DISPLAY 'CLMDOCLD: ' WS-GATE-REFUSAL
           MOVE WS-GATE-REFUSAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-GATE-REFUSED
           PERFORM 9000-END-PARA
           .
       1090-EXIT.
           EXIT.

       1100-LOAD-TYPE-MAP.
           OPEN INPUT TYPE-MAP-FILE
           IF WS-MAP-STATUS = "00"
              PERFORM UNTIL WS-MAP-STATUS NOT = "00"
                 READ TYPE-MAP-FILE
                    AT END MOVE "10" TO WS-MAP-STATUS
                    NOT AT END
                       IF MAP-SCAN-TYPE NOT = SPACES
                          AND WS-MAP-COUNT < 100
                          ADD 1 TO WS-MAP-COUNT
                          SET WS-MP-IX TO WS-MAP-COUNT
                          MOVE MAP-SCAN-TYPE
                            TO WS-MP-SCAN-TYPE(WS-MP-IX)
                          MOVE MAP-REQ-TYPE
                            TO WS-MP-REQ-TYPE(WS-MP-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE TYPE-MAP-FILE
           .
       1100-EXIT.
           EXIT.

       1200-LOAD-STORE.
           OPEN INPUT REQUIREMENT-STORE
           IF WS-STORE-STATUS = "00"
              PERFORM UNTIL WS-STORE-STATUS NOT = "00"
                 READ REQUIREMENT-STORE
                    AT END MOVE "10" TO WS-STORE-STATUS
                    NOT AT END
                       IF WS-REQ-COUNT < 2000
                          ADD 1 TO WS-REQ-COUNT
                          SET WS-RQ-IX TO WS-REQ-COUNT
                          MOVE REQ-CLAIM-NUM
                            TO WS-RQ-CLAIM(WS-RQ-IX)
                          MOVE REQ-TYPE
                            TO WS-RQ-TYPE(WS-RQ-IX)
                          MOVE REQ-REQUESTED
                            TO WS-RQ-REQUESTED(WS-RQ-IX)
                          MOVE REQ-RECEIVED
                            TO WS-RQ-RECEIVED(WS-RQ-IX)
                          MOVE REQ-CHASED
                            TO WS-RQ-CHASED(WS-RQ-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REQUIREMENT-STORE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One scan: find its claim, then the requirement it answers.    *
      * A scan with no claim to go against is only listed; one that   *
      * answers nothing asked for is registered and listed.           *
      *----------------------------------------------------------------*
       2000-REGISTER-ONE-SCAN.
           MOVE SPACES TO WS-SCAN-RESULT
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE ZEROS  TO WS-MATCHED-CLAIM
           MOVE ZEROS  TO WS-MATCHED-POLICY
           MOVE ZEROS  TO WS-SCAN-CLAIM
           MOVE ZEROS  TO WS-SCAN-POLICY
           IF SCN-CLAIM-NUM IS NUMERIC
              MOVE SCN-CLAIM-NUM TO WS-SCAN-CLAIM
           END-IF
           IF SCN-POLICY-NUM IS NUMERIC
              MOVE SCN-POLICY-NUM TO WS-SCAN-POLICY
           END-IF

           IF SCN-SCAN-DATE IS NOT NUMERIC
              MOVE 'INVALID SCAN DATE' TO WS-EXCEPTION-REASON
              GO TO 2000-UNMATCHED
           END-IF
           MOVE FUNCTION TEST-DATE-YYYYMMDD (SCN-SCAN-DATE)
              TO WS-DATE-TEST-RESULT
           IF WS-DATE-TEST-RESULT NOT = 0
              MOVE 'INVALID SCAN DATE' TO WS-EXCEPTION-REASON
              GO TO 2000-UNMATCHED
           END-IF
           IF WS-DOC-COUNT NOT < 5000
              MOVE 'REGISTER FULL - RESEND' TO WS-EXCEPTION-REASON
              GO TO 2000-UNMATCHED
           END-IF

           PERFORM 2100-FIND-CLAIMS
              THRU 2100-EXIT
           IF WS-CAND-COUNT = 0
              GO TO 2000-UNMATCHED
           END-IF

           PERFORM 2050-MAP-DOCUMENT-TYPE
              THRU 2050-EXIT
           PERFORM 2300-MATCH-REQUIREMENT
              THRU 2300-EXIT
           PERFORM 2400-HOLD-REGISTER-ENTRY
              THRU 2400-EXIT

           EVALUATE WS-SCAN-RESULT
              WHEN 'RCVD'
                 ADD 1 TO WS-RECEIVED-COUNT
                 MOVE 'REQUIREMENT RECEIVED' TO DTL-RESULT
              WHEN 'DUPL'
                 ADD 1 TO WS-DUPLICATE-COUNT
                 MOVE 'ALREADY RECEIVED' TO DTL-RESULT
              WHEN OTHER
                 ADD 1 TO WS-NOT-ASKED-COUNT
                 MOVE 'NOT ASKED FOR ON CLAIM' TO WS-EXCEPTION-REASON
                 MOVE WS-EXCEPTION-REASON TO DTL-RESULT
                 PERFORM 2900-LIST-EXCEPTION
                    THRU 2900-EXIT
           END-EVALUATE
           MOVE WS-MATCHED-CLAIM TO DTL-CLAIM-NUM
           PERFORM 2950-PRINT-DETAIL
              THRU 2950-EXIT
           GO TO 2000-EXIT
           .
       2000-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE WS-EXCEPTION-REASON TO DTL-RESULT
           MOVE WS-SCAN-CLAIM TO DTL-CLAIM-NUM
           PERFORM 2900-LIST-EXCEPTION
              THRU 2900-EXIT
           PERFORM 2950-PRINT-DETAIL
              THRU 2950-EXIT
           .
       2000-EXIT.
           EXIT.

       2050-MAP-DOCUMENT-TYPE.
           MOVE SCN-DOC-TYPE TO WS-REQ-TYPE-WANTED
           PERFORM VARYING WS-MP-IX FROM 1 BY 1
                   UNTIL WS-MP-IX > WS-MAP-COUNT
              IF WS-MP-SCAN-TYPE(WS-MP-IX) = SCN-DOC-TYPE
                 MOVE WS-MP-REQ-TYPE(WS-MP-IX) TO WS-REQ-TYPE-WANTED
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A claim number on the scan must be on CLAIM, and on the       *
      * policy if one is given too. A policy number alone brings      *
      * every claim on the policy, latest first.                      *
      *----------------------------------------------------------------*
       2100-FIND-CLAIMS.
           MOVE 0 TO WS-CAND-COUNT
           EVALUATE TRUE
              WHEN WS-SCAN-CLAIM > 0
                 MOVE WS-SCAN-CLAIM TO WS-HV-CLAIM
                 EXEC SQL
                     SELECT POLICYNUMBER
                       INTO :WS-HV-POLICY
                       FROM CLAIM
                      WHERE CLAIMNUMBER = :WS-HV-CLAIM
                 END-EXEC
                 IF SQLCODE = 100
                    MOVE 'CLAIM NOT ON FILE' TO WS-EXCEPTION-REASON
                    GO TO 2100-EXIT
                 END-IF
                 IF SQLCODE NOT = 0
                    DISPLAY 'INVALID SQLCODE ON CLAIM SELECT:' SQLCODE
                    MOVE 'Y' TO WS-SQL-ERROR-FLAG
                    PERFORM 9000-END-PARA
                 END-IF
                 IF WS-SCAN-POLICY > 0
                    AND WS-SCAN-POLICY NOT = WS-HV-POLICY
                    MOVE 'CLAIM NOT ON THAT POLICY'
                      TO WS-EXCEPTION-REASON
                    GO TO 2100-EXIT
                 END-IF
                 MOVE WS-HV-POLICY TO WS-MATCHED-POLICY
                 MOVE 1 TO WS-CAND-COUNT
                 MOVE WS-SCAN-CLAIM TO WS-CAND-CLAIM(1)
              WHEN WS-SCAN-POLICY > 0
                 MOVE WS-SCAN-POLICY TO WS-HV-POLICY
                 MOVE WS-SCAN-POLICY TO WS-MATCHED-POLICY
                 PERFORM 2200-LIST-POLICY-CLAIMS
                    THRU 2200-EXIT
                 IF WS-CAND-COUNT = 0
                    MOVE 'NO CLAIM ON POLICY' TO WS-EXCEPTION-REASON
                 END-IF
              WHEN OTHER
                 MOVE 'NO CLAIM OR POLICY NUMBER' TO WS-EXCEPTION-REASON
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

       2200-LIST-POLICY-CLAIMS.
           EXEC SQL
               OPEN POLICY-CLAIM-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-CAND-COUNT NOT < 20
              EXEC SQL
                  FETCH POLICY-CLAIM-CURSOR
                  INTO :WS-HV-CLAIM
              END-EXEC
              IF SQLCODE = 100
                 EXIT PERFORM
              END-IF
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
              ADD 1 TO WS-CAND-COUNT
              MOVE WS-HV-CLAIM TO WS-CAND-CLAIM(WS-CAND-COUNT)
           END-PERFORM
           EXEC SQL
               CLOSE POLICY-CLAIM-CURSOR
           END-EXEC
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The first candidate claim with the requirement still open     *
      * takes the scan and is marked received on the scan date.      *
      * Failing that, a claim where it was already received; failing  *
      * that, the scan was not asked for and goes against the latest  *
      * claim.                                                        *
      *----------------------------------------------------------------*
       2300-MATCH-REQUIREMENT.
           MOVE 'N' TO WS-REQ-FOUND
           PERFORM 2310-FIND-OPEN-REQUIREMENT
              THRU 2310-EXIT
              VARYING WS-CD-IX FROM 1 BY 1
              UNTIL WS-CD-IX > WS-CAND-COUNT
                 OR WS-REQ-FOUND = 'Y'
           IF WS-REQ-FOUND = 'Y'
              MOVE 'RCVD' TO WS-SCAN-RESULT
              GO TO 2300-EXIT
           END-IF
           PERFORM 2320-FIND-ANY-REQUIREMENT
              THRU 2320-EXIT
              VARYING WS-CD-IX FROM 1 BY 1
              UNTIL WS-CD-IX > WS-CAND-COUNT
                 OR WS-REQ-FOUND = 'Y'
           IF WS-REQ-FOUND = 'Y'
              MOVE 'DUPL' TO WS-SCAN-RESULT
              GO TO 2300-EXIT
           END-IF
           MOVE 'NREQ' TO WS-SCAN-RESULT
           MOVE WS-CAND-CLAIM(1) TO WS-MATCHED-CLAIM
           .
       2300-EXIT.
           EXIT.

       2310-FIND-OPEN-REQUIREMENT.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
              IF WS-RQ-CLAIM(WS-RQ-IX) = WS-CAND-CLAIM(WS-CD-IX)
                 AND WS-RQ-TYPE(WS-RQ-IX) = WS-REQ-TYPE-WANTED
                 AND WS-RQ-RECEIVED(WS-RQ-IX) = ZEROS
                 MOVE 'Y' TO WS-REQ-FOUND
                 MOVE SCN-SCAN-DATE TO WS-RQ-RECEIVED(WS-RQ-IX)
                 MOVE WS-CAND-CLAIM(WS-CD-IX) TO WS-MATCHED-CLAIM
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       2310-EXIT.
           EXIT.

       2320-FIND-ANY-REQUIREMENT.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
              IF WS-RQ-CLAIM(WS-RQ-IX) = WS-CAND-CLAIM(WS-CD-IX)
                 AND WS-RQ-TYPE(WS-RQ-IX) = WS-REQ-TYPE-WANTED
                 MOVE 'Y' TO WS-REQ-FOUND
                 MOVE WS-CAND-CLAIM(WS-CD-IX) TO WS-MATCHED-CLAIM
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       2320-EXIT.
           EXIT.

       2400-HOLD-REGISTER-ENTRY.
           ADD 1 TO WS-DOC-COUNT
           SET WS-DC-IX TO WS-DOC-COUNT
           MOVE WS-MATCHED-CLAIM   TO WS-DC-CLAIM(WS-DC-IX)
           MOVE WS-MATCHED-POLICY  TO WS-DC-POLICY(WS-DC-IX)
           MOVE SCN-DOC-TYPE       TO WS-DC-DOC-TYPE(WS-DC-IX)
           MOVE WS-REQ-TYPE-WANTED TO WS-DC-REQ-TYPE(WS-DC-IX)
           MOVE SCN-SCAN-DATE      TO WS-DC-SCAN-DATE(WS-DC-IX)
           MOVE SCN-IMAGE-REF      TO WS-DC-IMAGE-REF(WS-DC-IX)
           MOVE WS-SCAN-RESULT     TO WS-DC-STATUS(WS-DC-IX)
           .
       2400-EXIT.
           EXIT.

       2900-LIST-EXCEPTION.
           IF WS-MATCHED-CLAIM > 0
              MOVE WS-MATCHED-CLAIM TO EXL-CLAIM-NUM
           ELSE
              MOVE WS-SCAN-CLAIM    TO EXL-CLAIM-NUM
           END-IF
           IF WS-SCAN-POLICY > 0
              MOVE WS-SCAN-POLICY    TO EXL-POLICY-NUM
           ELSE
              MOVE WS-MATCHED-POLICY TO EXL-POLICY-NUM
           END-IF
           MOVE SCN-DOC-TYPE        TO EXL-DOC-TYPE
           MOVE SCN-SCAN-DATE       TO EXL-SCAN-DATE
           MOVE SCN-IMAGE-REF       TO EXL-IMAGE-REF
           MOVE WS-EXCEPTION-REASON TO EXL-REASON
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           .
       2900-EXIT.
           EXIT.

       2950-PRINT-DETAIL.
           MOVE SCN-DOC-TYPE  TO DTL-DOC-TYPE
           MOVE SCN-IMAGE-REF TO DTL-IMAGE-REF
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2950-EXIT.
           EXIT.

       7000-REWRITE-STORE.
           IF WS-RECEIVED-COUNT = 0
              GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT REQUIREMENT-STORE
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQ-COUNT
              MOVE SPACES TO REQUIREMENT-RECORD
              MOVE WS-RQ-CLAIM(WS-RQ-IX)     TO REQ-CLAIM-NUM
              MOVE WS-RQ-TYPE(WS-RQ-IX)      TO REQ-TYPE
              MOVE WS-RQ-REQUESTED(WS-RQ-IX) TO REQ-REQUESTED
              MOVE WS-RQ-RECEIVED(WS-RQ-IX)  TO REQ-RECEIVED
              MOVE WS-RQ-CHASED(WS-RQ-IX)    TO REQ-CHASED
              WRITE REQUIREMENT-RECORD
           END-PERFORM
           CLOSE REQUIREMENT-STORE
           .
       7000-EXIT.
           EXIT.

       7500-ADD-TO-REGISTER.
           OPEN EXTEND DOCUMENT-REGISTER
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DOC-COUNT
              MOVE SPACES TO DOCUMENT-REGISTER-RECORD
              MOVE WS-DC-CLAIM(WS-DC-IX)     TO DRG-CLAIM-NUM
              MOVE WS-DC-POLICY(WS-DC-IX)    TO DRG-POLICY-NUM
              MOVE WS-DC-DOC-TYPE(WS-DC-IX)  TO DRG-DOC-TYPE
              MOVE WS-DC-REQ-TYPE(WS-DC-IX)  TO DRG-REQ-TYPE
              MOVE WS-DC-SCAN-DATE(WS-DC-IX) TO DRG-SCAN-DATE
              MOVE WS-DC-IMAGE-REF(WS-DC-IX) TO DRG-IMAGE-REF
              MOVE WS-DC-STATUS(WS-DC-IX)    TO DRG-STATUS
              MOVE WS-RUN-DATE               TO DRG-LOADED
              WRITE DOCUMENT-REGISTER-RECORD
           END-PERFORM
           CLOSE DOCUMENT-REGISTER
           .
       7500-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-SCANS-READ      TO SML-SCANS
           MOVE WS-RECEIVED-COUNT  TO SML-RECEIVED
           MOVE WS-DUPLICATE-COUNT TO SML-DUPLICATE
           MOVE WS-NOT-ASKED-COUNT TO SML-NOT-ASKED
           MOVE WS-UNMATCHED-COUNT TO SML-UNMATCHED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE SCAN-INDEX-FILE.
           CLOSE EXCEPTION-REPORT.
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
              WHEN WS-UNMATCHED-COUNT > 0 OR WS-NOT-ASKED-COUNT > 0
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
           MOVE WS-SCANS-READ    TO IRG-RECORDS
           MOVE ZEROS            TO IRG-HASH-TOTAL
           MOVE ZEROS            TO IRG-CONTENT-HASH
           ACCEPT IRG-DATE FROM DATE YYYYMMDD
           MOVE 'CLMDOCLD'       TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       9100-EXIT.
           EXIT.
