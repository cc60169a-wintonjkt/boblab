      ******************************************************************
      *                                                                *
      *       Catastrophe Excess-of-Loss Recovery Run                  *
      *                                                                *
      *   Claims the catastrophe XL programme per event. For every    *
      *   CATEVENT with coded claims, in event date order, the        *
      *   event's incurred loss (CLAIM.VALUE) is netted of what the   *
      *   proportional treaty will recover on each claim - the        *
      *   TREATY.DAT retention and cession applied the way REINSREC   *
      *   applies them to payments - and the net loss is run up the   *
      *   layers of CATXL.DAT:                                        *
      *                                                                *
      *     layer(2) sp retention(11) sp limit(11) sp                 *
      *     reinstatements(1) sp reinstatement %(3.2) sp              *
      *     layer premium(9.2)                                        *
      *                                                                *
      *   A layer pays the net loss above its retention up to its     *
      *   limit, and over the programme year no more than limit *    *
      *   (1 + reinstatements). Cover used while reinstatements      *
      *   remain is reinstated at the reinstatement % of the layer    *
      *   premium, pro rata to the limit - the reinstatement premium  *
      *   due to the reinsurer.                                       *
      *                                                                *
      *   Events develop, so every run recomputes each event from     *
      *   the beginning and raises only the increase over what has    *
      *   already been claimed. Recoveries are raised as OPEN items   *
      *   on the receivable register CATXLRBL.DAT - the RECOVRBL.DAT  *
      *   discipline, aged by the queue-health run - and cleared     *
      *   RECD by the reinsurer's remittances on CATXLRCT.DAT (event, *
      *   layer, amount, date). CATXLCLM.DAT is the delimited claim  *
      *   to the reinsurer: event, layer, net event loss, loss to     *
      *   layer, recovery claimed, reinstatement premium due, date.   *
      *                                                                *
      *   An event whose recoverable has fallen below what was        *
      *   already claimed is reported OVER-RECOVERED for the          *
      *   reinsurance team; that and open items end the run RC 4,    *
      *   an unmatched remittance RC 8.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATXLREC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-FILE
               ASSIGN TO "TREATY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREATY-STATUS.

           SELECT LAYER-FILE
               ASSIGN TO "CATXL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYER-STATUS.

           SELECT OPTIONAL REMITTANCE-FILE
               ASSIGN TO "CATXLRCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.

           SELECT OPTIONAL RECEIVABLE-REGISTER
               ASSIGN TO "CATXLRBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RECOVERY-CLAIM-FILE
               ASSIGN TO "CATXLCLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECOVERY-REPORT
               ASSIGN TO "CATXLREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same treaty parameters REINSREC recovers under.
       FD  TREATY-FILE.
       01  TREATY-RECORD.
           05 TRT-POLICY-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 TRT-RETENTION            PIC 9(9).
           05 FILLER                   PIC X.
           05 TRT-CESSION-PCT          PIC 9(3)V99.
      *    Ceding commission, read by REINSSOA only.
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(5).

      * One line per layer of the catastrophe programme.
       FD  LAYER-FILE.
       01  LAYER-RECORD.
           05 LYR-LAYER                PIC 9(2).
           05 FILLER                   PIC X.
           05 LYR-RETENTION            PIC 9(11).
           05 FILLER                   PIC X.
           05 LYR-LIMIT                PIC 9(11).
           05 FILLER                   PIC X.
           05 LYR-REINSTATEMENTS       PIC 9(1).
           05 FILLER                   PIC X.
           05 LYR-REINST-PCT           PIC 9(3)V99.
           05 FILLER                   PIC X.
           05 LYR-PREMIUM              PIC 9(9)V99.

      * Reinsurer remittance: event, layer, amount, value date.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RMT-EVENTCODE            PIC X(8).
           05 FILLER                   PIC X.
           05 RMT-LAYER                PIC 9(2).
           05 FILLER                   PIC X.
           05 RMT-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RMT-DATE                 PIC 9(8).

      * One line per recovery raised, rewritten whole each run.
       FD  RECEIVABLE-REGISTER.
       01  RECEIVABLE-RECORD.
           05 RBL-EVENTCODE            PIC X(8).
           05 FILLER                   PIC X.
           05 RBL-LAYER                PIC 9(2).
           05 FILLER                   PIC X.
           05 RBL-AMOUNT               PIC 9(9)V99.
           05 FILLER                   PIC X.
           05 RBL-RAISED-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 RBL-STATUS               PIC X(4).
           05 FILLER                   PIC X.
           05 RBL-REINST-PREMIUM       PIC 9(9)V99.

       FD  RECOVERY-CLAIM-FILE.
       01  CLAIM-FILE-RECORD           PIC X(100).

       FD  RECOVERY-REPORT.
       01  REPORT-LINE                 PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-TREATY-STATUS            PIC XX VALUE SPACES.
       01  WS-LAYER-STATUS             PIC XX VALUE SPACES.
       01  WS-REMITTANCE-STATUS        PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

      * Host variables for the event-claim cursor and lookups.
       01  WS-EVENTCODE                PIC X(8).
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-CLAIM-VALUE              PIC S9(9) USAGE COMP.
       01  WS-CLAIM-VALUE-IND          PIC S9(4) USAGE COMP.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-PRODUCT-VALUE            PIC S9(9) USAGE COMP.
       01  WS-FIRE-PREMIUM             PIC S9(9) USAGE COMP.
       01  WS-CRIME-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-FLOOD-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-WEATHER-PREMIUM          PIC S9(9) USAGE COMP.

      * Per-type proportional treaty terms, loaded once.
       01  WS-TREATY-TABLE-COUNT       PIC 9(2) VALUE 0.
       01  WS-TREATY-TABLE.
           05 WS-TREATY-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-TR-IX.
              10 WS-TR-TYPE            PIC X(1).
              10 WS-TR-RETENTION       PIC 9(9).
              10 WS-TR-CESSION-PCT     PIC 9(3)V99.
       01  WS-RETENTION                PIC 9(9)  VALUE 0.
       01  WS-CESSION-PCT              PIC 9(3)V99 VALUE 0.
       01  WS-TREATY-FOUND             PIC X VALUE "N".
       01  WS-CEDED-AMOUNT             PIC 9(11) VALUE 0.
       01  WS-PROP-RECOVERY            PIC 9(11)V99 VALUE 0.

      * The catastrophe layers, loaded once, with the cover each
      * has given so far this run.
       01  WS-LAYER-COUNT              PIC 9(2) VALUE 0.
       01  WS-LAYER-TABLE.
           05 WS-LAYER-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-LY-IX.
              10 WS-LY-LAYER           PIC 9(2).
              10 WS-LY-RETENTION       PIC 9(11).
              10 WS-LY-LIMIT           PIC 9(11).
              10 WS-LY-REINSTATEMENTS  PIC 9(1).
              10 WS-LY-REINST-PCT      PIC 9(3)V99.
              10 WS-LY-PREMIUM         PIC 9(9)V99.
              10 WS-LY-USED            PIC 9(13)V99.

      * The event being accumulated.
       01  WS-CURRENT-EVENT            PIC X(8) VALUE SPACES.
       01  WS-EVENT-GROSS              PIC 9(13)V99 VALUE 0.
       01  WS-EVENT-PROP               PIC 9(13)V99 VALUE 0.
       01  WS-EVENT-NET                PIC S9(13)V99 VALUE 0.

      * One layer's working figures for the event.
       01  WS-TO-LAYER                 PIC S9(13)V99 VALUE 0.
       01  WS-CAPACITY                 PIC S9(13)V99 VALUE 0.
       01  WS-REINST-CAPACITY          PIC S9(13)V99 VALUE 0.
       01  WS-RECOVERABLE              PIC S9(13)V99 VALUE 0.
       01  WS-REINSTATED               PIC S9(13)V99 VALUE 0.
       01  WS-REINST-PREMIUM           PIC S9(11)V99 VALUE 0.
       01  WS-CLAIMED-TO-DATE          PIC S9(13)V99 VALUE 0.
       01  WS-PREMIUM-TO-DATE          PIC S9(11)V99 VALUE 0.
       01  WS-RECOVERY-DUE             PIC S9(13)V99 VALUE 0.
       01  WS-PREMIUM-DUE              PIC S9(11)V99 VALUE 0.

      * The receivable register, loaded whole and rewritten whole.
       01  WS-RBL-COUNT                PIC 9(4) VALUE 0.
       01  WS-RBL-TABLE.
           05 WS-RBL-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-RB-IX.
              10 WS-RB-EVENTCODE       PIC X(8).
              10 WS-RB-LAYER           PIC 9(2).
              10 WS-RB-AMOUNT          PIC 9(9)V99.
              10 WS-RB-RAISED          PIC 9(8).
              10 WS-RB-STATUS          PIC X(4).
              10 WS-RB-REINST-PREMIUM  PIC 9(9)V99.
       01  WS-RBL-FOUND                PIC X VALUE "N".

       01  WS-COUNTS.
           05 WS-EVENTS-READ           PIC 9(5) VALUE 0.
           05 WS-CLAIMS-READ           PIC 9(7) VALUE 0.
           05 WS-RECOVERIES-RAISED     PIC 9(5) VALUE 0.
           05 WS-OVER-RECOVERED        PIC 9(5) VALUE 0.
           05 WS-REMITTANCES-MATCHED   PIC 9(5) VALUE 0.
           05 WS-REMITTANCES-UNMATCHED PIC 9(5) VALUE 0.
           05 WS-OPEN-RECEIVABLES      PIC 9(5) VALUE 0.
       01  WS-RAISED-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-PREMIUM-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-OPEN-TOTAL               PIC 9(11)V99 VALUE 0.

      * Display fields for the claim file.
       01  WS-EXT-LAYER                PIC Z9.
       01  WS-EXT-NET                  PIC Z(12)9.99.
       01  WS-EXT-TO-LAYER             PIC Z(12)9.99.
       01  WS-EXT-RECOVERY             PIC Z(12)9.99.
       01  WS-EXT-PREMIUM              PIC Z(10)9.99.

       01  REPORT-HEADER-LINE.
           05 FILLER                   PIC X(40) VALUE
              'EVENT    LY    NET EVENT LOSS     TO LAY'.
           05 FILLER                   PIC X(40) VALUE
              'ER    CLAIMED NOW   REINST PREM DISPOSIT'.
           05 FILLER                   PIC X(3)  VALUE 'ION'.
       01  RECOVERY-DETAIL-LINE.
           05 RDL-EVENTCODE            PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-LAYER                PIC Z9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-NET                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-TO-LAYER             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-RECOVERY             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-PREMIUM              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RDL-DISPOSITION          PIC X(18).
       01  OPEN-ITEM-LINE.
           05 OIL-EVENTCODE            PIC X(8).
           05 FILLER                   PIC X(7)  VALUE ' LAYER '.
           05 OIL-LAYER                PIC Z9.
           05 FILLER                   PIC X(8)  VALUE ' RAISED '.
           05 OIL-RAISED               PIC 9(8).
           05 FILLER                   PIC X(8)  VALUE ' AMOUNT '.
           05 OIL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6)  VALUE ' OPEN '.
       01  RECOVERY-SUMMARY-LINE.
           05 FILLER                   PIC X(8)  VALUE 'EVENTS: '.
           05 RSL-EVENTS               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  RAISED: '.
           05 RSL-RAISED               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(15) VALUE
              '  REINST PREM: '.
           05 RSL-PREMIUM              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(8)  VALUE '  OPEN: '.
           05 RSL-OPEN-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Every claim coded to an event, events in date order so the
      * programme's cover is used up the way the losses fell.
           EXEC SQL
               DECLARE EVENT-CLAIM-CURSOR CURSOR FOR
               SELECT C.EVENTCODE, C.CLAIMNUMBER, C.POLICYNUMBER,
                      C.VALUE, P.POLICYTYPE
                 FROM CLAIM C, CATEVENT E, POLICY P
                WHERE C.EVENTCODE    = E.EVENTCODE
                  AND C.POLICYNUMBER = P.POLICYNUMBER
                  AND C.EVENTCODE > ' '
                ORDER BY E.STARTDATE, C.EVENTCODE, C.CLAIMNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM 2000-PROCESS-EVENTS
              THRU 2000-EXIT
           PERFORM 4000-APPLY-REMITTANCES
              THRU 4000-EXIT
           PERFORM 7000-REWRITE-REGISTER
              THRU 7000-EXIT
           PERFORM 8000-REPORT-OPEN-ITEMS
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
           OPEN OUTPUT RECOVERY-CLAIM-FILE
           OPEN OUTPUT RECOVERY-REPORT
           PERFORM 1100-LOAD-TREATY-TERMS
              THRU 1100-EXIT
           PERFORM 1150-LOAD-LAYERS
              THRU 1150-EXIT
           PERFORM 1200-LOAD-REGISTER
              THRU 1200-EXIT
           MOVE REPORT-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Without the proportional terms the net loss cannot be worked  *
      * out, and without the layers there is nothing to claim under - *
      * either file missing is a hard stop.                           *
      *----------------------------------------------------------------*
       1100-LOAD-TREATY-TERMS.
           OPEN INPUT TREATY-FILE
           IF WS-TREATY-STATUS NOT = "00"
              DISPLAY '1100-LOAD-TREATY-TERMS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-TREATY-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-TREATY-STATUS NOT = "00"
              READ TREATY-FILE
                 AT END MOVE "10" TO WS-TREATY-STATUS
                 NOT AT END
                    IF WS-TREATY-TABLE-COUNT < 10
                       ADD 1 TO WS-TREATY-TABLE-COUNT
                       SET WS-TR-IX TO WS-TREATY-TABLE-COUNT
                       MOVE TRT-POLICY-TYPE
                         TO WS-TR-TYPE(WS-TR-IX)
                       MOVE TRT-RETENTION
                         TO WS-TR-RETENTION(WS-TR-IX)
                       MOVE TRT-CESSION-PCT
                         TO WS-TR-CESSION-PCT(WS-TR-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TREATY-FILE
           .
       1100-EXIT.
           EXIT.

       1150-LOAD-LAYERS.
           OPEN INPUT LAYER-FILE
           IF WS-LAYER-STATUS NOT = "00"
              DISPLAY '1150-LOAD-LAYERS:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-LAYER-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM UNTIL WS-LAYER-STATUS NOT = "00"
              READ LAYER-FILE
                 AT END MOVE "10" TO WS-LAYER-STATUS
                 NOT AT END
                    IF WS-LAYER-COUNT < 10
                       AND LYR-LIMIT > 0
                       ADD 1 TO WS-LAYER-COUNT
                       SET WS-LY-IX TO WS-LAYER-COUNT
                       MOVE LYR-LAYER
                         TO WS-LY-LAYER(WS-LY-IX)
                       MOVE LYR-RETENTION
                         TO WS-LY-RETENTION(WS-LY-IX)
                       MOVE LYR-LIMIT
                         TO WS-LY-LIMIT(WS-LY-IX)
                       MOVE LYR-REINSTATEMENTS
                         TO WS-LY-REINSTATEMENTS(WS-LY-IX)
                       MOVE LYR-REINST-PCT
                         TO WS-LY-REINST-PCT(WS-LY-IX)
                       MOVE LYR-PREMIUM
                         TO WS-LY-PREMIUM(WS-LY-IX)
                       MOVE 0 TO WS-LY-USED(WS-LY-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LAYER-FILE
           .
       1150-EXIT.
           EXIT.

       1200-LOAD-REGISTER.
           OPEN INPUT RECEIVABLE-REGISTER
           IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
                 READ RECEIVABLE-REGISTER
                    AT END MOVE "10" TO WS-REGISTER-STATUS
                    NOT AT END
                       IF WS-RBL-COUNT < 1000
                          ADD 1 TO WS-RBL-COUNT
                          SET WS-RB-IX TO WS-RBL-COUNT
                          MOVE RBL-EVENTCODE
                            TO WS-RB-EVENTCODE(WS-RB-IX)
                          MOVE RBL-LAYER
                            TO WS-RB-LAYER(WS-RB-IX)
                          MOVE RBL-AMOUNT
                            TO WS-RB-AMOUNT(WS-RB-IX)
                          MOVE RBL-RAISED-DATE
                            TO WS-RB-RAISED(WS-RB-IX)
                          MOVE RBL-STATUS
                            TO WS-RB-STATUS(WS-RB-IX)
                          MOVE RBL-REINST-PREMIUM
                            TO WS-RB-REINST-PREMIUM(WS-RB-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RECEIVABLE-REGISTER
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Claims arrive grouped by event; each change of event code     *
      * closes the one before and runs it up the layers.              *
      *----------------------------------------------------------------*
       2000-PROCESS-EVENTS.
           EXEC SQL
               OPEN EVENT-CLAIM-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2100-FETCH-NEXT-CLAIM
              THRU 2100-EXIT
           PERFORM UNTIL END-OF-CURSOR
              IF WS-EVENTCODE NOT = WS-CURRENT-EVENT
                 IF WS-CURRENT-EVENT NOT = SPACES
                    PERFORM 3000-APPLY-LAYERS
                       THRU 3000-EXIT
                 END-IF
                 MOVE WS-EVENTCODE TO WS-CURRENT-EVENT
                 MOVE 0 TO WS-EVENT-GROSS WS-EVENT-PROP
                 ADD 1 TO WS-EVENTS-READ
              END-IF
              PERFORM 2200-ADD-CLAIM
                 THRU 2200-EXIT
              PERFORM 2100-FETCH-NEXT-CLAIM
                 THRU 2100-EXIT
           END-PERFORM
           IF WS-CURRENT-EVENT NOT = SPACES
              PERFORM 3000-APPLY-LAYERS
                 THRU 3000-EXIT
           END-IF

           EXEC SQL
               CLOSE EVENT-CLAIM-CURSOR
           END-EXEC
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH EVENT-CLAIM-CURSOR
               INTO :WS-EVENTCODE, :WS-CLAIM-NUM, :WS-POLICY-NUM,
                    :WS-CLAIM-VALUE :WS-CLAIM-VALUE-IND,
                    :WS-POLICY-TYPE
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The claim's incurred goes into the event gross; the share the *
      * proportional treaty bears - ceded layer over sum at risk, as  *
      * in REINSREC - comes off it, the cat XL protecting the net.    *
      *----------------------------------------------------------------*
       2200-ADD-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           IF WS-CLAIM-VALUE-IND < 0
              OR WS-CLAIM-VALUE NOT > 0
              GO TO 2200-EXIT
           END-IF
           ADD WS-CLAIM-VALUE TO WS-EVENT-GROSS

           PERFORM 2300-FIND-TREATY-TERMS
              THRU 2300-EXIT
           IF WS-TREATY-FOUND = "N"
              GO TO 2200-EXIT
           END-IF
           MOVE 0 TO WS-PRODUCT-VALUE
           PERFORM 2400-LOOKUP-PRODUCT-VALUE
              THRU 2400-EXIT
           IF WS-PRODUCT-VALUE <= WS-RETENTION
              GO TO 2200-EXIT
           END-IF
           COMPUTE WS-CEDED-AMOUNT ROUNDED =
               (WS-PRODUCT-VALUE - WS-RETENTION)
               * WS-CESSION-PCT / 100
           COMPUTE WS-PROP-RECOVERY ROUNDED =
               WS-CLAIM-VALUE * WS-CEDED-AMOUNT / WS-PRODUCT-VALUE
           ADD WS-PROP-RECOVERY TO WS-EVENT-PROP
           .
       2200-EXIT.
           EXIT.

       2300-FIND-TREATY-TERMS.
           MOVE "N" TO WS-TREATY-FOUND
           PERFORM VARYING WS-TR-IX FROM 1 BY 1
                   UNTIL WS-TR-IX > WS-TREATY-TABLE-COUNT
              IF WS-TR-TYPE(WS-TR-IX) = WS-POLICY-TYPE
                 MOVE "Y" TO WS-TREATY-FOUND
                 MOVE WS-TR-RETENTION(WS-TR-IX)   TO WS-RETENTION
                 MOVE WS-TR-CESSION-PCT(WS-TR-IX) TO WS-CESSION-PCT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A policy's sum at risk lives in a different table depending   *
      * on POLICYTYPE, same rules as REINSREC and REINSBRD.           *
      *----------------------------------------------------------------*
       2400-LOOKUP-PRODUCT-VALUE.
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
                     SELECT SUMASSURED
                       INTO :WS-PRODUCT-VALUE
                       FROM ENDOWMENT
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN 'H'
                 EXEC SQL
                     SELECT VALUE
                       INTO :WS-PRODUCT-VALUE
                       FROM HOUSE
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN 'M'
                 EXEC SQL
                     SELECT VALUE
                       INTO :WS-PRODUCT-VALUE
                       FROM MOTOR
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN 'C'
                 EXEC SQL
                     SELECT FIREPREMIUM, CRIMEPREMIUM,
                            FLOODPREMIUM, WEATHERPREMIUM
                       INTO :WS-FIRE-PREMIUM, :WS-CRIME-PREMIUM,
                            :WS-FLOOD-PREMIUM, :WS-WEATHER-PREMIUM
                       FROM COMMERCIAL
                      WHERE POLICYNUMBER = :WS-POLICY-NUM
                 END-EXEC
                 IF SQLCODE = 0
                    COMPUTE WS-PRODUCT-VALUE =
                          WS-FIRE-PREMIUM + WS-CRIME-PREMIUM
                        + WS-FLOOD-PREMIUM + WS-WEATHER-PREMIUM
                 ELSE
                    MOVE 0 TO WS-PRODUCT-VALUE
                 END-IF

              WHEN OTHER
                 MOVE 0 TO WS-PRODUCT-VALUE
           END-EVALUATE
           .
       2400-EXIT.
           EXIT.

       3000-APPLY-LAYERS.
           COMPUTE WS-EVENT-NET = WS-EVENT-GROSS - WS-EVENT-PROP
           PERFORM VARYING WS-LY-IX FROM 1 BY 1
                   UNTIL WS-LY-IX > WS-LAYER-COUNT
              PERFORM 3100-APPLY-ONE-LAYER
                 THRU 3100-EXIT
           END-PERFORM
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The layer pays the net above its retention, up to its limit,  *
      * out of what is left of limit * (1 + reinstatements) for the   *
      * year. The part paid while reinstatements remain is bought     *
      * back at the reinstatement % of the layer premium, pro rata    *
      * to the limit. Only the increase over what is already on the   *
      * register for this event and layer is claimed now.             *
      *----------------------------------------------------------------*
       3100-APPLY-ONE-LAYER.
           COMPUTE WS-TO-LAYER = WS-EVENT-NET
                               - WS-LY-RETENTION(WS-LY-IX)
           IF WS-TO-LAYER < 0
              MOVE 0 TO WS-TO-LAYER
           END-IF
           IF WS-TO-LAYER > WS-LY-LIMIT(WS-LY-IX)
              MOVE WS-LY-LIMIT(WS-LY-IX) TO WS-TO-LAYER
           END-IF

           COMPUTE WS-CAPACITY = WS-LY-LIMIT(WS-LY-IX)
                               * (WS-LY-REINSTATEMENTS(WS-LY-IX) + 1)
                               - WS-LY-USED(WS-LY-IX)
           IF WS-CAPACITY < 0
              MOVE 0 TO WS-CAPACITY
           END-IF
           MOVE WS-TO-LAYER TO WS-RECOVERABLE
           IF WS-RECOVERABLE > WS-CAPACITY
              MOVE WS-CAPACITY TO WS-RECOVERABLE
           END-IF

           COMPUTE WS-REINST-CAPACITY = WS-LY-LIMIT(WS-LY-IX)
                               * WS-LY-REINSTATEMENTS(WS-LY-IX)
                               - WS-LY-USED(WS-LY-IX)
           IF WS-REINST-CAPACITY < 0
              MOVE 0 TO WS-REINST-CAPACITY
           END-IF
           MOVE WS-RECOVERABLE TO WS-REINSTATED
           IF WS-REINSTATED > WS-REINST-CAPACITY
              MOVE WS-REINST-CAPACITY TO WS-REINSTATED
           END-IF
           COMPUTE WS-REINST-PREMIUM ROUNDED =
               WS-REINSTATED * WS-LY-PREMIUM(WS-LY-IX)
               * WS-LY-REINST-PCT(WS-LY-IX)
               / (WS-LY-LIMIT(WS-LY-IX) * 100)
           ADD WS-RECOVERABLE TO WS-LY-USED(WS-LY-IX)

           MOVE 0 TO WS-CLAIMED-TO-DATE WS-PREMIUM-TO-DATE
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RBL-COUNT
              IF WS-RB-EVENTCODE(WS-RB-IX) = WS-CURRENT-EVENT
                 AND WS-RB-LAYER(WS-RB-IX) = WS-LY-LAYER(WS-LY-IX)
                 ADD WS-RB-AMOUNT(WS-RB-IX) TO WS-CLAIMED-TO-DATE
                 ADD WS-RB-REINST-PREMIUM(WS-RB-IX)
                  TO WS-PREMIUM-TO-DATE
              END-IF
           END-PERFORM
           COMPUTE WS-RECOVERY-DUE = WS-RECOVERABLE
                                   - WS-CLAIMED-TO-DATE
           COMPUTE WS-PREMIUM-DUE = WS-REINST-PREMIUM
                                  - WS-PREMIUM-TO-DATE

           MOVE WS-CURRENT-EVENT      TO RDL-EVENTCODE
           MOVE WS-LY-LAYER(WS-LY-IX) TO RDL-LAYER
           MOVE WS-EVENT-NET          TO RDL-NET
           MOVE WS-TO-LAYER           TO RDL-TO-LAYER
           MOVE WS-RECOVERY-DUE       TO RDL-RECOVERY
           MOVE WS-PREMIUM-DUE        TO RDL-PREMIUM
           EVALUATE TRUE
              WHEN WS-RECOVERY-DUE > 0
                 PERFORM 3200-RAISE-RECOVERY
                    THRU 3200-EXIT
                 MOVE 'RECOVERY RAISED   ' TO RDL-DISPOSITION
              WHEN WS-RECOVERY-DUE < 0
                 ADD 1 TO WS-OVER-RECOVERED
                 MOVE 'OVER-RECOVERED    ' TO RDL-DISPOSITION
              WHEN OTHER
                 GO TO 3100-EXIT
           END-EVALUATE
           MOVE RECOVERY-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       3100-EXIT.
           EXIT.

       3200-RAISE-RECOVERY.
           IF WS-PREMIUM-DUE < 0
              MOVE 0 TO WS-PREMIUM-DUE
           END-IF
           ADD 1 TO WS-RECOVERIES-RAISED
           ADD WS-RECOVERY-DUE TO WS-RAISED-TOTAL
           ADD WS-PREMIUM-DUE  TO WS-PREMIUM-TOTAL
           IF WS-RBL-COUNT < 1000
              ADD 1 TO WS-RBL-COUNT
              SET WS-RB-IX TO WS-RBL-COUNT
              MOVE WS-CURRENT-EVENT TO WS-RB-EVENTCODE(WS-RB-IX)
              MOVE WS-LY-LAYER(WS-LY-IX)
                TO WS-RB-LAYER(WS-RB-IX)
              MOVE WS-RECOVERY-DUE  TO WS-RB-AMOUNT(WS-RB-IX)
              MOVE WS-RUN-DATE      TO WS-RB-RAISED(WS-RB-IX)
              MOVE 'OPEN'           TO WS-RB-STATUS(WS-RB-IX)
              MOVE WS-PREMIUM-DUE
                TO WS-RB-REINST-PREMIUM(WS-RB-IX)
           END-IF

           MOVE WS-LY-LAYER(WS-LY-IX) TO WS-EXT-LAYER
           MOVE WS-EVENT-NET          TO WS-EXT-NET
           MOVE WS-TO-LAYER           TO WS-EXT-TO-LAYER
           MOVE WS-RECOVERY-DUE       TO WS-EXT-RECOVERY
           MOVE WS-PREMIUM-DUE        TO WS-EXT-PREMIUM
           MOVE SPACES TO CLAIM-FILE-RECORD
           STRING WS-CURRENT-EVENT                DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-LAYER)     DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-NET)       DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-TO-LAYER)  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-RECOVERY)  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-PREMIUM)   DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-RUN-DATE                     DELIMITED BY SIZE
              INTO CLAIM-FILE-RECORD
           END-STRING
           WRITE CLAIM-FILE-RECORD
           .
       3200-EXIT.
           EXIT.

       4000-APPLY-REMITTANCES.
           OPEN INPUT REMITTANCE-FILE
           IF WS-REMITTANCE-STATUS NOT = "00"
              CLOSE REMITTANCE-FILE
              GO TO 4000-EXIT
           END-IF
           PERFORM UNTIL WS-REMITTANCE-STATUS NOT = "00"
              READ REMITTANCE-FILE
                 AT END MOVE "10" TO WS-REMITTANCE-STATUS
                 NOT AT END
                    PERFORM 4100-MATCH-ONE-REMITTANCE
                       THRU 4100-EXIT
              END-READ
           END-PERFORM
           CLOSE REMITTANCE-FILE
           .
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-REMITTANCE.
           MOVE "N" TO WS-RBL-FOUND
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RBL-COUNT
              IF WS-RB-EVENTCODE(WS-RB-IX) = RMT-EVENTCODE
                 AND WS-RB-LAYER(WS-RB-IX) = RMT-LAYER
                 AND WS-RB-STATUS(WS-RB-IX) = 'OPEN'
                 MOVE "Y" TO WS-RBL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE RMT-EVENTCODE TO RDL-EVENTCODE
           MOVE RMT-LAYER     TO RDL-LAYER
           MOVE ZEROS         TO RDL-NET RDL-TO-LAYER RDL-PREMIUM
           MOVE RMT-AMOUNT    TO RDL-RECOVERY
           IF WS-RBL-FOUND = "Y"
              ADD 1 TO WS-REMITTANCES-MATCHED
              MOVE 'RECD' TO WS-RB-STATUS(WS-RB-IX)
              MOVE 'REMITTANCE MATCHED' TO RDL-DISPOSITION
           ELSE
              ADD 1 TO WS-REMITTANCES-UNMATCHED
              MOVE 'REMIT NOT MATCHED ' TO RDL-DISPOSITION
           END-IF
           MOVE RECOVERY-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       4100-EXIT.
           EXIT.

       7000-REWRITE-REGISTER.
           OPEN OUTPUT RECEIVABLE-REGISTER
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RBL-COUNT
              MOVE SPACES TO RECEIVABLE-RECORD
              MOVE WS-RB-EVENTCODE(WS-RB-IX) TO RBL-EVENTCODE
              MOVE WS-RB-LAYER(WS-RB-IX)     TO RBL-LAYER
              MOVE WS-RB-AMOUNT(WS-RB-IX)    TO RBL-AMOUNT
              MOVE WS-RB-RAISED(WS-RB-IX)    TO RBL-RAISED-DATE
              MOVE WS-RB-STATUS(WS-RB-IX)    TO RBL-STATUS
              MOVE WS-RB-REINST-PREMIUM(WS-RB-IX)
                TO RBL-REINST-PREMIUM
              WRITE RECEIVABLE-RECORD
           END-PERFORM
           CLOSE RECEIVABLE-REGISTER
           .
       7000-EXIT.
           EXIT.

       8000-REPORT-OPEN-ITEMS.
           PERFORM VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RBL-COUNT
              IF WS-RB-STATUS(WS-RB-IX) = 'OPEN'
                 ADD 1 TO WS-OPEN-RECEIVABLES
                 ADD WS-RB-AMOUNT(WS-RB-IX) TO WS-OPEN-TOTAL
                 MOVE WS-RB-EVENTCODE(WS-RB-IX) TO OIL-EVENTCODE
                 MOVE WS-RB-LAYER(WS-RB-IX)     TO OIL-LAYER
                 MOVE WS-RB-RAISED(WS-RB-IX)    TO OIL-RAISED
                 MOVE WS-RB-AMOUNT(WS-RB-IX)    TO OIL-AMOUNT
                 MOVE OPEN-ITEM-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM

           MOVE WS-EVENTS-READ   TO RSL-EVENTS
           MOVE WS-RAISED-TOTAL  TO RSL-RAISED
           MOVE WS-PREMIUM-TOTAL TO RSL-PREMIUM
           MOVE WS-OPEN-TOTAL    TO RSL-OPEN-TOTAL
           MOVE RECOVERY-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE RECOVERY-CLAIM-FILE.
           CLOSE RECOVERY-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REMITTANCES-UNMATCHED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVER-RECOVERED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN WS-OPEN-RECEIVABLES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
