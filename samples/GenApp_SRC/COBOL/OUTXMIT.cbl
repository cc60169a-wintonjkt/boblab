      ******************************************************************
      *                                                                *
      *              Outbound Transmission Register                    *
      *                                                                *
      *   Every file we send outside is registered here when it is    *
      *   created, a copy of it is kept, and a resend is made from    *
      *   that copy - so when a counterparty says they never got a    *
      *   file we can say exactly what went, when and with what       *
      *   totals, and send the same file again without running its    *
      *   writer a second time (a regenerated payment file carries a  *
      *   new sequence number and would be paid twice).               *
      *                                                                *
      *   The feeds, each registered by a job step straight after     *
      *   the program that writes it:                                 *
      *     BANKPAY   bank payments       BANKPAY.DAT   PAYBANK       *
      *     DDCOLL    direct debits       DDCOLL.DAT    DDCOLL        *
      *     MIDEXTR   motor database      MIDEXTR.DAT   MIDEXTR       *
      *     BORDEREX  reinsurer bordereau BORDEREX.DAT  REINSBRD      *
      *     BROK1-5   broker bordereaux   BROK1-5.EXT   BROKBORD      *
      *     GLEXTR    ledger interchange  GLEXTR.DAT    GLPOST        *
      *     EMAILGW   email gateway       EMAILGW.DAT   LETTDISP      *
      *     SMSGW     text gateway        SMSGW.DAT     LETTDISP      *
      *     CRAEXTR   credit ref. agency  CRAEXTR.DAT   CRAEXTR       *
      *     BROKACPT  broker acceptances  BROKACPT.DAT  BROKNBLD      *
      *     BROKNREJ  broker NB rejects   BROKNREJ.DAT  BROKNBLD      *
      *                                                                *
      *   PARM is an action and its operand:                          *
      *     REG feed       register the feed's file as created: a     *
      *                    transmission number, the record count,     *
      *                    the amount total (the feed's money field   *
      *                    over its detail records; zero where the    *
      *                    feed carries none) and a content hash,     *
      *                    with every record copied to OUTARC.DAT.    *
      *                    A file already registered is not taken     *
      *                    again (RC 4); a file with the same count   *
      *                    and amount total as one of the feed's      *
      *                    created the same day is registered but     *
      *                    flagged as a possible regeneration (RC 8). *
      *     RESEND number  write the kept copy of that transmission   *
      *                    back over the feed's file, proved against  *
      *                    the registered count, total and hash, and  *
      *                    register it as a resend. Refused (RC 8)    *
      *                    while the feed's file holds anything not   *
      *                    yet confirmed collected.                   *
      *     COLL number    the counterparty has confirmed collection  *
      *     REPORT days    the daily list of transmissions created    *
      *                    or resent and not confirmed collected, and *
      *                    of feed files on disk that were never      *
      *                    registered (RC 4 when there are any). The  *
      *                    copies of collected transmissions older    *
      *                    than the retention days (default 90) are   *
      *                    dropped: OUTARC.DAT is copied to           *
      *                    OUTARC.NEW without them, and OUTARC.NEW    *
      *                    replaces OUTARC.DAT in the job step that   *
      *                    follows - so REPORT is the day's last      *
      *                    OUTXMIT step. A copy never confirmed       *
      *                    collected is kept however old it is.       *
      *                                                                *
      *   The register OUTREG.DAT is appended to, never rewritten:    *
      *   CRTD and RSND lines take the next transmission number;      *
      *   COLL and PURG lines carry the number they refer to.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTXMIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-FILE
               ASSIGN TO "BANKPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL COLLECTION-FILE
               ASSIGN TO "DDCOLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL MID-FILE
               ASSIGN TO "MIDEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL BORDEREAU-FILE
               ASSIGN TO "BORDEREX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL BROK-FILE-1 ASSIGN TO "BROK1.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT OPTIONAL BROK-FILE-2 ASSIGN TO "BROK2.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT OPTIONAL BROK-FILE-3 ASSIGN TO "BROK3.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT OPTIONAL BROK-FILE-4 ASSIGN TO "BROK4.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT OPTIONAL BROK-FILE-5 ASSIGN TO "BROK5.EXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL GL-FILE
               ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL EMAIL-FILE
               ASSIGN TO "EMAILGW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL SMS-FILE
               ASSIGN TO "SMSGW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL CRA-FILE
               ASSIGN TO "CRAEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL ACCEPTANCE-FILE
               ASSIGN TO "BROKACPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT OPTIONAL NB-REJECT-FILE
               ASSIGN TO "BROKNREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

      *    Every outbound file created, resent, collected or purged.
           SELECT OPTIONAL OUTBOUND-REGISTER
               ASSIGN TO "OUTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    The kept copy of every file registered.
           SELECT OPTIONAL OUTBOUND-ARCHIVE
               ASSIGN TO "OUTARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-KEPT
               ASSIGN TO "OUTARC.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEPT-STATUS.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT TRANSMISSION-REPORT
               ASSIGN TO "OUTXMIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       01  BANK-RECORD                 PIC X(80).

       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD           PIC X(60).

       FD  MID-FILE.
       01  MID-RECORD                  PIC X(60).

       FD  BORDEREAU-FILE.
       01  BORDEREAU-RECORD            PIC X(100).

       FD  BROK-FILE-1.
       01  BROK-RECORD-1               PIC X(80).
       FD  BROK-FILE-2.
       01  BROK-RECORD-2               PIC X(80).
       FD  BROK-FILE-3.
       01  BROK-RECORD-3               PIC X(80).
       FD  BROK-FILE-4.
       01  BROK-RECORD-4               PIC X(80).
       FD  BROK-FILE-5.
       01  BROK-RECORD-5               PIC X(80).

       FD  GL-FILE.
       01  GL-RECORD                   PIC X(60).

       FD  EMAIL-FILE.
       01  EMAIL-LINE                  PIC X(110).

       FD  SMS-FILE.
       01  SMS-LINE                    PIC X(80).

       FD  CRA-FILE.
       01  CRA-RECORD                  PIC X(120).

       FD  ACCEPTANCE-FILE.
       01  ACCEPTANCE-RECORD           PIC X(80).

       FD  NB-REJECT-FILE.
       01  NB-REJECT-RECORD            PIC X(120).

       FD  OUTBOUND-REGISTER.
       01  OUTBOUND-REGISTER-RECORD.
           05 ORG-XMIT-ID              PIC 9(6).
           05 FILLER                   PIC X.
           05 ORG-FEED                 PIC X(9).
           05 FILLER                   PIC X.
           05 ORG-ACTION               PIC X(4).
              88 ORG-CREATED              VALUE 'CRTD'.
              88 ORG-RESENT               VALUE 'RSND'.
              88 ORG-COLLECTED            VALUE 'COLL'.
              88 ORG-PURGED               VALUE 'PURG'.
           05 FILLER                   PIC X.
           05 ORG-ORIGINAL-ID          PIC 9(6).
           05 FILLER                   PIC X.
           05 ORG-RECORDS              PIC 9(7).
           05 FILLER                   PIC X.
           05 ORG-AMOUNT-TOTAL         PIC 9(13)V99.
           05 FILLER                   PIC X.
           05 ORG-CONTENT-HASH         PIC 9(9).
           05 FILLER                   PIC X.
           05 ORG-DATE                 PIC 9(8).
           05 FILLER                   PIC X.
           05 ORG-PROGRAM              PIC X(8).

      * One line per record of a registered file: the transmission
      * it belongs to, its line number and the record as sent.
       FD  OUTBOUND-ARCHIVE.
       01  ARCHIVE-RECORD.
           05 OAR-XMIT-ID              PIC 9(6).
           05 FILLER                   PIC X.
           05 OAR-LINE                 PIC 9(7).
           05 FILLER                   PIC X.
           05 OAR-DATA                 PIC X(120).

       FD  ARCHIVE-KEPT.
       01  KEPT-RECORD                 PIC X(135).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       FD  TRANSMISSION-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-OUTBOUND-STATUS          PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE SPACES.
       01  WS-KEPT-STATUS              PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-OPERAND                  PIC X(9) VALUE SPACES.
       01  WS-FEED                     PIC X(9) VALUE SPACES.
       01  WS-XMIT-ID                  PIC 9(6) VALUE ZEROS.
       01  WS-RETENTION-DAYS           PIC 9(4) VALUE 90.
       01  WS-RETAIN-FROM              PIC 9(8) VALUE ZEROS.

      * The feeds: feed, its file, the program that writes it, how
      * the money field is found (F fixed columns, D the n-th comma
      * field, space none), the record tag a fixed detail starts
      * with, the tag of a line that carries no amount, the column
      * or field number, the field length and its decimal places.
       01  WS-FEED-VALUES.
           05 FILLER PIC X(42)
              VALUE 'BANKPAY  BANKPAY.DAT PAYBANK FDTL   037112'.
           05 FILLER PIC X(42)
              VALUE 'DDCOLL   DDCOLL.DAT  DDCOLL  FDTL   031092'.
           05 FILLER PIC X(42)
              VALUE 'MIDEXTR  MIDEXTR.DAT MIDEXTR        000000'.
           05 FILLER PIC X(42)
              VALUE 'BORDEREX BORDEREX.DATREINSBRDD      006000'.
           05 FILLER PIC X(42)
              VALUE 'BROK1    BROK1.EXT   BROKBORDD      005000'.
           05 FILLER PIC X(42)
              VALUE 'BROK2    BROK2.EXT   BROKBORDD      005000'.
           05 FILLER PIC X(42)
              VALUE 'BROK3    BROK3.EXT   BROKBORDD      005000'.
           05 FILLER PIC X(42)
              VALUE 'BROK4    BROK4.EXT   BROKBORDD      005000'.
           05 FILLER PIC X(42)
              VALUE 'BROK5    BROK5.EXT   BROKBORDD      005000'.
           05 FILLER PIC X(42)
              VALUE 'GLEXTR   GLEXTR.DAT  GLPOST  D   CTL004000'.
           05 FILLER PIC X(42)
              VALUE 'EMAILGW  EMAILGW.DAT LETTDISP       000000'.
           05 FILLER PIC X(42)
              VALUE 'SMSGW    SMSGW.DAT   LETTDISP       000000'.
           05 FILLER PIC X(42)
              VALUE 'CRAEXTR  CRAEXTR.DAT CRAEXTR FACC   103092'.
           05 FILLER PIC X(42)
              VALUE 'BROKACPT BROKACPT.DATBROKNBLD       000000'.
           05 FILLER PIC X(42)
              VALUE 'BROKNREJ BROKNREJ.DATBROKNBLD       000000'.
       01  WS-FEED-TABLE REDEFINES WS-FEED-VALUES.
           05 WS-FEED-ENTRY OCCURS 15 TIMES
                                   INDEXED BY WS-FD-IX.
              10 WS-FD-FEED            PIC X(9).
              10 WS-FD-FILE            PIC X(12).
              10 WS-FD-WRITER          PIC X(8).
              10 WS-FD-AMT-FORM        PIC X(1).
                 88 WS-FD-FIXED-AMOUNT    VALUE 'F'.
                 88 WS-FD-FIELD-AMOUNT    VALUE 'D'.
              10 WS-FD-DETAIL-TAG      PIC X(3).
              10 WS-FD-SKIP-TAG        PIC X(3).
              10 WS-FD-AMT-POSITION    PIC 9(3).
              10 WS-FD-AMT-LENGTH      PIC 9(2).
              10 WS-FD-AMT-DECIMALS    PIC 9(1).
       01  WS-FEED-FOUND               PIC X VALUE 'N'.

      * One outbound record, whichever file it belongs to.
       01  WS-OUT-RECORD               PIC X(120) VALUE SPACES.
       01  WS-OUT-TAG REDEFINES WS-OUT-RECORD.
           05 WS-OUT-TAG-3             PIC X(3).
           05 FILLER                   PIC X(117).

       01  WS-SWITCHES.
           05 WS-EOF-OUTBOUND          PIC X(01) VALUE 'N'.
             88 END-OF-OUTBOUND                   VALUE 'Y'.
           05 WS-EOF-ARCHIVE           PIC X(01) VALUE 'N'.
             88 END-OF-ARCHIVE                    VALUE 'Y'.
           05 WS-FILE-OPEN             PIC X(01) VALUE 'N'.
           05 WS-FILE-PRESENT          PIC X(01) VALUE 'N'.
           05 WS-KEEP-COPY             PIC X(01) VALUE 'N'.
           05 WS-DELIVERED             PIC X(01) VALUE 'N'.
           05 WS-RESULT                PIC X(01) VALUE 'D'.
             88 ACTION-DONE                       VALUE 'D'.
             88 ACTION-NOTHING                    VALUE 'N'.
             88 ACTION-FLAGGED                    VALUE 'F'.
             88 ACTION-REFUSED                    VALUE 'R'.
       01  WS-RESULT-REASON            PIC X(50) VALUE SPACES.

      * What a pass over a file or a kept copy adds up to.
       01  WS-CONTROL-VALUES.
           05 WS-RECORD-COUNT          PIC 9(7) VALUE ZEROS.
           05 WS-AMOUNT-TOTAL          PIC 9(13)V99 VALUE ZEROS.
           05 WS-CONTENT-HASH          PIC S9(18) COMP VALUE 0.

       01  WS-AMOUNT-TEXT              PIC X(11) VALUE ZEROS.
       01  WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-TEXT
                                       PIC 9(11).
       01  WS-AMOUNT                   PIC 9(11)V99 VALUE ZEROS.
       01  WS-CHAR-IX                  PIC S9(4) COMP VALUE 0.
       01  WS-DLM-FIELDS.
           05 WS-DLM-FIELD OCCURS 8 TIMES
                                   INDEXED BY WS-DL-IX
                                       PIC X(20).

      * The register: every transmission created or resent, with
      * what has happened to it since.
       01  WS-NEXT-XMIT-ID             PIC 9(6) VALUE ZEROS.
       01  WS-XMIT-COUNT               PIC 9(5) VALUE 0.
       01  WS-XMIT-TABLE.
           05 WS-XMIT-ENTRY OCCURS 20000 TIMES
                                   INDEXED BY WS-XM-IX WS-XM-IX2.
              10 WS-XM-ID              PIC 9(6).
              10 WS-XM-FEED            PIC X(9).
              10 WS-XM-ACTION          PIC X(4).
              10 WS-XM-ORIGINAL-ID     PIC 9(6).
              10 WS-XM-RECORDS         PIC 9(7).
              10 WS-XM-AMOUNT-TOTAL    PIC 9(13)V99.
              10 WS-XM-CONTENT-HASH    PIC 9(9).
              10 WS-XM-DATE            PIC 9(8).
              10 WS-XM-COLLECTED       PIC X(1).
              10 WS-XM-PURGED          PIC X(1).
              10 WS-XM-EXPIRED         PIC X(1).
       01  WS-FIND-ID                  PIC 9(6) VALUE ZEROS.
       01  WS-XMIT-FOUND               PIC X VALUE 'N'.
       01  WS-MATCH-ID                 PIC 9(6) VALUE ZEROS.

       01  WS-COUNTS.
           05 WS-OUTSTANDING-COUNT     PIC 9(5) VALUE 0.
           05 WS-UNREGISTERED-COUNT    PIC 9(5) VALUE 0.
           05 WS-PURGED-COUNT          PIC 9(5) VALUE 0.
           05 WS-KEPT-LINES            PIC 9(9) VALUE 0.
           05 WS-DROPPED-LINES         PIC 9(9) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(7) COMP VALUE 0.

       01  HEADING-LINE.
           05 FILLER                   PIC X(23)
                                    VALUE 'OUTBOUND TRANSMISSIONS '.
           05 HDL-ACTION               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 HDL-OPERAND              PIC X(9).
           05 FILLER                   PIC X(12) VALUE '  RUN DATE: '.
           05 HDL-RUN-DATE             PIC 9(8).
       01  XMIT-HEADING-LINE.
           05 FILLER                   PIC X(40) VALUE
              'XMIT   FEED      ACTN ORIG   CREATED   A'.
           05 FILLER                   PIC X(40) VALUE
              'GE   RECORDS     AMOUNT TOTAL CONTENT   '.
       01  XMIT-LINE.
           05 XML-ID                   PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-FEED                 PIC X(9).
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-ACTION               PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-ORIGINAL-ID          PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-DATE                 PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-AGE                  PIC ZZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-RECORDS              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-AMOUNT-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 XML-CONTENT-HASH         PIC 9(9).
       01  UNREGISTERED-LINE.
           05 FILLER                   PIC X(26)
                                    VALUE 'NOT REGISTERED: FEED FILE '.
           05 URL-FILE                 PIC X(13).
           05 FILLER                   PIC X(9) VALUE 'RECORDS: '.
           05 URL-RECORDS              PIC Z,ZZZ,ZZ9.
       01  SUMMARY-LINE.
           05 SML-CAPTION              PIC X(32).
           05 SML-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01  RESULT-LINE.
           05 FILLER                   PIC X(8) VALUE 'RESULT: '.
           05 RSL-RESULT               PIC X(20).
           05 RSL-REASON               PIC X(50).

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1100-LOAD-REGISTER
              THRU 1100-EXIT

           EVALUATE WS-ACTION
              WHEN 'REG'
                 PERFORM 2000-REGISTER-FILE
                    THRU 2000-EXIT
              WHEN 'RESEND'
                 PERFORM 3000-RESEND-FILE
                    THRU 3000-EXIT
              WHEN 'COLL'
                 PERFORM 4000-CONFIRM-COLLECTED
                    THRU 4000-EXIT
              WHEN 'REPORT'
                 PERFORM 5000-OUTSTANDING-REPORT
                    THRU 5000-EXIT
                 PERFORM 6000-PURGE-EXPIRED-COPIES
                    THRU 6000-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN ACTION - CHECK PARM' TO WS-RESULT-REASON
                 SET ACTION-REFUSED TO TRUE
           END-EVALUATE

           PERFORM 8000-PRINT-RESULT
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
           OPEN OUTPUT TRANSMISSION-REPORT
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-OPERAND
           MOVE FUNCTION UPPER-CASE (WS-ACTION)  TO WS-ACTION
           MOVE FUNCTION UPPER-CASE (WS-OPERAND) TO WS-OPERAND
           MOVE WS-ACTION   TO HDL-ACTION
           MOVE WS-OPERAND  TO HDL-OPERAND
           MOVE WS-RUN-DATE TO HDL-RUN-DATE
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE WS-ACTION
              WHEN 'REG'
                 MOVE WS-OPERAND TO WS-FEED
              WHEN 'RESEND'
              WHEN 'COLL'
                 IF WS-OPERAND = SPACES
                    MOVE ZEROS TO WS-XMIT-ID
                 ELSE
                    MOVE FUNCTION NUMVAL (WS-OPERAND) TO WS-XMIT-ID
                 END-IF
              WHEN 'REPORT'
                 IF WS-OPERAND NOT = SPACES
                    MOVE FUNCTION NUMVAL (WS-OPERAND)
                      TO WS-RETENTION-DAYS
                 END-IF
           END-EVALUATE
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every transmission created or resent, marked with what later  *
      * lines say about it, and the next transmission number.         *
      *----------------------------------------------------------------*
       1100-LOAD-REGISTER.
           OPEN INPUT OUTBOUND-REGISTER
           IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
                 READ OUTBOUND-REGISTER
                    AT END MOVE "10" TO WS-REGISTER-STATUS
                    NOT AT END
                       PERFORM 1150-NOTE-REGISTER-LINE
                          THRU 1150-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE OUTBOUND-REGISTER
           ADD 1 TO WS-NEXT-XMIT-ID
           .
       1100-EXIT.
           EXIT.

       1150-NOTE-REGISTER-LINE.
           IF ORG-XMIT-ID > WS-NEXT-XMIT-ID
              MOVE ORG-XMIT-ID TO WS-NEXT-XMIT-ID
           END-IF

           IF ORG-CREATED OR ORG-RESENT
              IF WS-XMIT-COUNT < 20000
                 ADD 1 TO WS-XMIT-COUNT
                 SET WS-XM-IX TO WS-XMIT-COUNT
                 MOVE ORG-XMIT-ID      TO WS-XM-ID(WS-XM-IX)
                 MOVE ORG-FEED         TO WS-XM-FEED(WS-XM-IX)
                 MOVE ORG-ACTION       TO WS-XM-ACTION(WS-XM-IX)
                 MOVE ORG-ORIGINAL-ID  TO WS-XM-ORIGINAL-ID(WS-XM-IX)
                 MOVE ORG-RECORDS      TO WS-XM-RECORDS(WS-XM-IX)
                 MOVE ORG-AMOUNT-TOTAL TO WS-XM-AMOUNT-TOTAL(WS-XM-IX)
                 MOVE ORG-CONTENT-HASH TO WS-XM-CONTENT-HASH(WS-XM-IX)
                 MOVE ORG-DATE         TO WS-XM-DATE(WS-XM-IX)
                 MOVE 'N'              TO WS-XM-COLLECTED(WS-XM-IX)
                 MOVE 'N'              TO WS-XM-PURGED(WS-XM-IX)
                 MOVE 'N'              TO WS-XM-EXPIRED(WS-XM-IX)
              ELSE
                 DISPLAY 'OUTXMIT: REGISTER TABLE FULL AT 20000'
              END-IF
              GO TO 1150-EXIT
           END-IF

           MOVE ORG-XMIT-ID TO WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           IF WS-XMIT-FOUND = 'Y'
              IF ORG-COLLECTED
                 MOVE 'Y' TO WS-XM-COLLECTED(WS-XM-IX)
              END-IF
              IF ORG-PURGED
                 MOVE 'Y' TO WS-XM-PURGED(WS-XM-IX)
              END-IF
           END-IF
           .
       1150-EXIT.
           EXIT.

       1180-FIND-TRANSMISSION.
           MOVE 'N' TO WS-XMIT-FOUND
           PERFORM VARYING WS-XM-IX FROM 1 BY 1
                   UNTIL WS-XM-IX > WS-XMIT-COUNT
              IF WS-XM-ID(WS-XM-IX) = WS-FIND-ID
                 MOVE 'Y' TO WS-XMIT-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1180-EXIT.
           EXIT.

       1190-FIND-FEED.
           MOVE 'N' TO WS-FEED-FOUND
           PERFORM VARYING WS-FD-IX FROM 1 BY 1
                   UNTIL WS-FD-IX > 15
              IF WS-FD-FEED(WS-FD-IX) = WS-FEED
                 MOVE 'Y' TO WS-FEED-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       1190-EXIT.
           EXIT.

       1200-OPEN-OUTBOUND-INPUT.
           MOVE 'N' TO WS-EOF-OUTBOUND
           EVALUATE WS-FEED
              WHEN 'BANKPAY'   OPEN INPUT BANK-FILE
              WHEN 'DDCOLL'    OPEN INPUT COLLECTION-FILE
              WHEN 'MIDEXTR'   OPEN INPUT MID-FILE
              WHEN 'BORDEREX'  OPEN INPUT BORDEREAU-FILE
              WHEN 'BROK1'     OPEN INPUT BROK-FILE-1
              WHEN 'BROK2'     OPEN INPUT BROK-FILE-2
              WHEN 'BROK3'     OPEN INPUT BROK-FILE-3
              WHEN 'BROK4'     OPEN INPUT BROK-FILE-4
              WHEN 'BROK5'     OPEN INPUT BROK-FILE-5
              WHEN 'GLEXTR'    OPEN INPUT GL-FILE
              WHEN 'EMAILGW'   OPEN INPUT EMAIL-FILE
              WHEN 'SMSGW'     OPEN INPUT SMS-FILE
              WHEN 'CRAEXTR'   OPEN INPUT CRA-FILE
              WHEN 'BROKACPT'  OPEN INPUT ACCEPTANCE-FILE
              WHEN 'BROKNREJ'  OPEN INPUT NB-REJECT-FILE
           END-EVALUATE
      *    An optional file that is not there opens with 05 and
      *    reads as empty.
           EVALUATE WS-OUTBOUND-STATUS
              WHEN "00"
                 MOVE 'Y' TO WS-FILE-OPEN
                 MOVE 'Y' TO WS-FILE-PRESENT
              WHEN "05"
                 MOVE 'Y' TO WS-FILE-OPEN
                 MOVE 'N' TO WS-FILE-PRESENT
                 SET END-OF-OUTBOUND TO TRUE
              WHEN OTHER
                 DISPLAY '1200-OPEN-OUTBOUND-INPUT:'
                 DISPLAY 'INVALID FILE STATUS ON OPEN:'
                         WS-OUTBOUND-STATUS
                 MOVE 'N' TO WS-FILE-OPEN
                 MOVE 'N' TO WS-FILE-PRESENT
                 SET END-OF-OUTBOUND TO TRUE
           END-EVALUATE
           .
       1200-EXIT.
           EXIT.

       1300-OPEN-OUTBOUND-OUTPUT.
           EVALUATE WS-FEED
              WHEN 'BANKPAY'   OPEN OUTPUT BANK-FILE
              WHEN 'DDCOLL'    OPEN OUTPUT COLLECTION-FILE
              WHEN 'MIDEXTR'   OPEN OUTPUT MID-FILE
              WHEN 'BORDEREX'  OPEN OUTPUT BORDEREAU-FILE
              WHEN 'BROK1'     OPEN OUTPUT BROK-FILE-1
              WHEN 'BROK2'     OPEN OUTPUT BROK-FILE-2
              WHEN 'BROK3'     OPEN OUTPUT BROK-FILE-3
              WHEN 'BROK4'     OPEN OUTPUT BROK-FILE-4
              WHEN 'BROK5'     OPEN OUTPUT BROK-FILE-5
              WHEN 'GLEXTR'    OPEN OUTPUT GL-FILE
              WHEN 'EMAILGW'   OPEN OUTPUT EMAIL-FILE
              WHEN 'SMSGW'     OPEN OUTPUT SMS-FILE
              WHEN 'CRAEXTR'   OPEN OUTPUT CRA-FILE
              WHEN 'BROKACPT'  OPEN OUTPUT ACCEPTANCE-FILE
              WHEN 'BROKNREJ'  OPEN OUTPUT NB-REJECT-FILE
           END-EVALUATE
           IF WS-OUTBOUND-STATUS = "00"
              MOVE 'Y' TO WS-FILE-OPEN
           ELSE
              DISPLAY '1300-OPEN-OUTBOUND-OUTPUT:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-OUTBOUND-STATUS
              MOVE 'N' TO WS-FILE-OPEN
           END-IF
           .
       1300-EXIT.
           EXIT.

       1500-READ-OUTBOUND.
           MOVE SPACES TO WS-OUT-RECORD
           EVALUATE WS-FEED
              WHEN 'BANKPAY'
                 READ BANK-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'DDCOLL'
                 READ COLLECTION-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'MIDEXTR'
                 READ MID-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BORDEREX'
                 READ BORDEREAU-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROK1'
                 READ BROK-FILE-1 INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROK2'
                 READ BROK-FILE-2 INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROK3'
                 READ BROK-FILE-3 INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROK4'
                 READ BROK-FILE-4 INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROK5'
                 READ BROK-FILE-5 INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'GLEXTR'
                 READ GL-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'EMAILGW'
                 READ EMAIL-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'SMSGW'
                 READ SMS-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'CRAEXTR'
                 READ CRA-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROKACPT'
                 READ ACCEPTANCE-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
              WHEN 'BROKNREJ'
                 READ NB-REJECT-FILE INTO WS-OUT-RECORD
                    AT END SET END-OF-OUTBOUND TO TRUE
                 END-READ
           END-EVALUATE
           .
       1500-EXIT.
           EXIT.

       1600-WRITE-OUTBOUND.
           EVALUATE WS-FEED
              WHEN 'BANKPAY'
                 WRITE BANK-RECORD FROM WS-OUT-RECORD
              WHEN 'DDCOLL'
                 WRITE COLLECTION-RECORD FROM WS-OUT-RECORD
              WHEN 'MIDEXTR'
                 WRITE MID-RECORD FROM WS-OUT-RECORD
              WHEN 'BORDEREX'
                 WRITE BORDEREAU-RECORD FROM WS-OUT-RECORD
              WHEN 'BROK1'
                 WRITE BROK-RECORD-1 FROM WS-OUT-RECORD
              WHEN 'BROK2'
                 WRITE BROK-RECORD-2 FROM WS-OUT-RECORD
              WHEN 'BROK3'
                 WRITE BROK-RECORD-3 FROM WS-OUT-RECORD
              WHEN 'BROK4'
                 WRITE BROK-RECORD-4 FROM WS-OUT-RECORD
              WHEN 'BROK5'
                 WRITE BROK-RECORD-5 FROM WS-OUT-RECORD
              WHEN 'GLEXTR'
                 WRITE GL-RECORD FROM WS-OUT-RECORD
              WHEN 'EMAILGW'
                 WRITE EMAIL-LINE FROM WS-OUT-RECORD
              WHEN 'SMSGW'
                 WRITE SMS-LINE FROM WS-OUT-RECORD
              WHEN 'CRAEXTR'
                 WRITE CRA-RECORD FROM WS-OUT-RECORD
              WHEN 'BROKACPT'
                 WRITE ACCEPTANCE-RECORD FROM WS-OUT-RECORD
              WHEN 'BROKNREJ'
                 WRITE NB-REJECT-RECORD FROM WS-OUT-RECORD
           END-EVALUATE
           .
       1600-EXIT.
           EXIT.

       1700-CLOSE-OUTBOUND.
           IF WS-FILE-OPEN = 'Y'
              EVALUATE WS-FEED
                 WHEN 'BANKPAY'   CLOSE BANK-FILE
                 WHEN 'DDCOLL'    CLOSE COLLECTION-FILE
                 WHEN 'MIDEXTR'   CLOSE MID-FILE
                 WHEN 'BORDEREX'  CLOSE BORDEREAU-FILE
                 WHEN 'BROK1'     CLOSE BROK-FILE-1
                 WHEN 'BROK2'     CLOSE BROK-FILE-2
                 WHEN 'BROK3'     CLOSE BROK-FILE-3
                 WHEN 'BROK4'     CLOSE BROK-FILE-4
                 WHEN 'BROK5'     CLOSE BROK-FILE-5
                 WHEN 'GLEXTR'    CLOSE GL-FILE
                 WHEN 'EMAILGW'   CLOSE EMAIL-FILE
                 WHEN 'SMSGW'     CLOSE SMS-FILE
                 WHEN 'CRAEXTR'   CLOSE CRA-FILE
                 WHEN 'BROKACPT'  CLOSE ACCEPTANCE-FILE
                 WHEN 'BROKNREJ'  CLOSE NB-REJECT-FILE
              END-EVALUATE
              MOVE 'N' TO WS-FILE-OPEN
           END-IF
           .
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass over the feed's file as it stands on disk: record    *
      * count, amount total and content hash, with each record        *
      * copied to the archive under the next transmission number      *
      * when WS-KEEP-COPY is set.                                     *
      *----------------------------------------------------------------*
       1800-MEASURE-FEED-FILE.
           INITIALIZE WS-CONTROL-VALUES
           PERFORM 1200-OPEN-OUTBOUND-INPUT
              THRU 1200-EXIT
           IF WS-KEEP-COPY = 'Y'
              OPEN EXTEND OUTBOUND-ARCHIVE
           END-IF
           PERFORM UNTIL END-OF-OUTBOUND
              PERFORM 1500-READ-OUTBOUND
                 THRU 1500-EXIT
              IF NOT END-OF-OUTBOUND
                 PERFORM 1850-MEASURE-RECORD
                    THRU 1850-EXIT
                 IF WS-KEEP-COPY = 'Y'
                    MOVE SPACES          TO ARCHIVE-RECORD
                    MOVE WS-NEXT-XMIT-ID TO OAR-XMIT-ID
                    MOVE WS-RECORD-COUNT TO OAR-LINE
                    MOVE WS-OUT-RECORD   TO OAR-DATA
                    WRITE ARCHIVE-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-KEEP-COPY = 'Y'
              CLOSE OUTBOUND-ARCHIVE
           END-IF
           PERFORM 1700-CLOSE-OUTBOUND
              THRU 1700-EXIT
           .
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Count the record, add its money field to the amount total     *
      * and roll every byte of it into the content hash - the same    *
      * hash INBGATE keeps for inbound files.                         *
      *----------------------------------------------------------------*
       1850-MEASURE-RECORD.
           ADD 1 TO WS-RECORD-COUNT

           IF WS-FD-SKIP-TAG(WS-FD-IX) NOT = SPACES
              AND WS-OUT-TAG-3 = WS-FD-SKIP-TAG(WS-FD-IX)
              GO TO 1850-HASH
           END-IF

           EVALUATE TRUE
              WHEN WS-FD-FIXED-AMOUNT(WS-FD-IX)
                 IF WS-OUT-TAG-3 = WS-FD-DETAIL-TAG(WS-FD-IX)
                    MOVE ZEROS TO WS-AMOUNT-TEXT
                    MOVE WS-OUT-RECORD(WS-FD-AMT-POSITION(WS-FD-IX):
                                       WS-FD-AMT-LENGTH(WS-FD-IX))
                      TO WS-AMOUNT-TEXT(12 - WS-FD-AMT-LENGTH(WS-FD-IX):
                                        WS-FD-AMT-LENGTH(WS-FD-IX))
                    IF WS-AMOUNT-TEXT IS NUMERIC
                       IF WS-FD-AMT-DECIMALS(WS-FD-IX) = 2
                          COMPUTE WS-AMOUNT = WS-AMOUNT-DIGITS / 100
                       ELSE
                          MOVE WS-AMOUNT-DIGITS TO WS-AMOUNT
                       END-IF
                       ADD WS-AMOUNT TO WS-AMOUNT-TOTAL
                    END-IF
                 END-IF
              WHEN WS-FD-FIELD-AMOUNT(WS-FD-IX)
                 MOVE SPACES TO WS-DLM-FIELDS
                 UNSTRING WS-OUT-RECORD DELIMITED BY ','
                     INTO WS-DLM-FIELD(1) WS-DLM-FIELD(2)
                          WS-DLM-FIELD(3) WS-DLM-FIELD(4)
                          WS-DLM-FIELD(5) WS-DLM-FIELD(6)
                          WS-DLM-FIELD(7) WS-DLM-FIELD(8)
                 SET WS-DL-IX TO WS-FD-AMT-POSITION(WS-FD-IX)
                 IF WS-DLM-FIELD(WS-DL-IX) NOT = SPACES
                    MOVE FUNCTION NUMVAL (WS-DLM-FIELD(WS-DL-IX))
                      TO WS-AMOUNT
                    ADD WS-AMOUNT TO WS-AMOUNT-TOTAL
                 END-IF
           END-EVALUATE
           .
       1850-HASH.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > 120
              COMPUTE WS-CONTENT-HASH = FUNCTION MOD (
                  WS-CONTENT-HASH * 31
                  + FUNCTION ORD (WS-OUT-RECORD(WS-CHAR-IX:1)),
                  999999937)
           END-PERFORM
           .
       1850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The latest created or resent transmission of the feed with    *
      * the content just measured, if any.                            *
      *----------------------------------------------------------------*
       1900-MATCH-CONTENT.
           MOVE 'N' TO WS-XMIT-FOUND
           MOVE ZEROS TO WS-MATCH-ID
           PERFORM VARYING WS-XM-IX2 FROM 1 BY 1
                   UNTIL WS-XM-IX2 > WS-XMIT-COUNT
              IF WS-XM-FEED(WS-XM-IX2) = WS-FEED
                 AND WS-XM-CONTENT-HASH(WS-XM-IX2) = WS-CONTENT-HASH
                 AND WS-XM-RECORDS(WS-XM-IX2) = WS-RECORD-COUNT
                 MOVE 'Y' TO WS-XMIT-FOUND
                 SET WS-XM-IX TO WS-XM-IX2
                 MOVE WS-XM-ID(WS-XM-IX2) TO WS-MATCH-ID
              END-IF
           END-PERFORM
           .
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REG feed: the file its writer has just produced goes on the   *
      * register as created, with a kept copy.                        *
      *----------------------------------------------------------------*
       2000-REGISTER-FILE.
           PERFORM 1190-FIND-FEED
              THRU 1190-EXIT
           IF WS-FEED-FOUND = 'N'
              MOVE 'UNKNOWN FEED - CHECK PARM' TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 2000-EXIT
           END-IF

      *    First pass only measures, so that a file already on the
      *    register - rerun of this step, or a resend still sitting
      *    on disk - is not taken and copied a second time.
           MOVE 'N' TO WS-KEEP-COPY
           PERFORM 1800-MEASURE-FEED-FILE
              THRU 1800-EXIT
           IF WS-FILE-PRESENT = 'N'
              MOVE 'NO FILE TO REGISTER' TO WS-RESULT-REASON
              SET ACTION-NOTHING TO TRUE
              GO TO 2000-EXIT
           END-IF
           PERFORM 1900-MATCH-CONTENT
              THRU 1900-EXIT
           IF WS-XMIT-FOUND = 'Y'
              MOVE 'ALREADY REGISTERED AS TRANSMISSION '
                TO WS-RESULT-REASON
              MOVE WS-MATCH-ID TO WS-RESULT-REASON(36:6)
              SET ACTION-NOTHING TO TRUE
              GO TO 2000-EXIT
           END-IF

           MOVE 'Y' TO WS-KEEP-COPY
           PERFORM 1800-MEASURE-FEED-FILE
              THRU 1800-EXIT

           OPEN EXTEND OUTBOUND-REGISTER
           MOVE SPACES             TO OUTBOUND-REGISTER-RECORD
           MOVE WS-NEXT-XMIT-ID    TO ORG-XMIT-ID
           MOVE WS-FEED            TO ORG-FEED
           MOVE 'CRTD'             TO ORG-ACTION
           MOVE WS-NEXT-XMIT-ID    TO ORG-ORIGINAL-ID
           MOVE WS-RECORD-COUNT    TO ORG-RECORDS
           MOVE WS-AMOUNT-TOTAL    TO ORG-AMOUNT-TOTAL
           MOVE WS-CONTENT-HASH    TO ORG-CONTENT-HASH
           MOVE WS-RUN-DATE        TO ORG-DATE
           MOVE WS-FD-WRITER(WS-FD-IX) TO ORG-PROGRAM
           WRITE OUTBOUND-REGISTER-RECORD
           CLOSE OUTBOUND-REGISTER
           PERFORM 7000-PRINT-REGISTER-LINE
              THRU 7000-EXIT

      *    A second money file today with the same count and total
      *    is most likely its writer run again for a "lost" file.
      *    It stays registered - it exists - but is flagged so it is
      *    held back and the original resent instead.
           IF WS-AMOUNT-TOTAL > 0
              PERFORM VARYING WS-XM-IX FROM 1 BY 1
                      UNTIL WS-XM-IX > WS-XMIT-COUNT
                 IF WS-XM-FEED(WS-XM-IX) = WS-FEED
                    AND WS-XM-ACTION(WS-XM-IX) = 'CRTD'
                    AND WS-XM-DATE(WS-XM-IX) = WS-RUN-DATE
                    AND WS-XM-RECORDS(WS-XM-IX) = WS-RECORD-COUNT
                    AND WS-XM-AMOUNT-TOTAL(WS-XM-IX) = WS-AMOUNT-TOTAL
                    MOVE 'SAME COUNT AND TOTAL AS TRANSMISSION '
                      TO WS-RESULT-REASON
                    MOVE WS-XM-ID(WS-XM-IX) TO WS-RESULT-REASON(38:6)
                    SET ACTION-FLAGGED TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RESEND number: the kept copy of a transmission goes back out  *
      * byte for byte. The copy is proved against the register        *
      * before the feed's file is touched, and the feed's file may    *
      * only be replaced once what it holds has been collected.       *
      *----------------------------------------------------------------*
       3000-RESEND-FILE.
           MOVE WS-XMIT-ID TO WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           IF WS-XMIT-FOUND = 'N'
              MOVE 'TRANSMISSION NOT ON REGISTER' TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF
      *    A resend of a resend is a resend of the original.
           MOVE WS-XM-ORIGINAL-ID(WS-XM-IX) TO WS-XMIT-ID WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           IF WS-XMIT-FOUND = 'N'
              MOVE 'ORIGINAL TRANSMISSION NOT ON REGISTER'
                TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-XM-PURGED(WS-XM-IX) = 'Y'
              MOVE 'COPY PURGED - RETENTION PERIOD EXPIRED'
                TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF
           MOVE WS-XM-FEED(WS-XM-IX) TO WS-FEED
           PERFORM 1190-FIND-FEED
              THRU 1190-EXIT
           IF WS-FEED-FOUND = 'N'
              MOVE 'FEED NO LONGER KNOWN' TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF

           MOVE 'N' TO WS-KEEP-COPY
           PERFORM 1800-MEASURE-FEED-FILE
              THRU 1800-EXIT
           IF WS-RECORD-COUNT > 0
              PERFORM 1900-MATCH-CONTENT
                 THRU 1900-EXIT
              IF WS-XMIT-FOUND = 'N'
                 MOVE 'FEED FILE HOLDS AN UNREGISTERED FILE'
                   TO WS-RESULT-REASON
                 SET ACTION-REFUSED TO TRUE
                 GO TO 3000-EXIT
              END-IF
      *       The same transmission still waiting on disk may be
      *       put out again; anything else must be collected first.
              IF WS-XM-COLLECTED(WS-XM-IX) NOT = 'Y'
                 AND WS-XM-ORIGINAL-ID(WS-XM-IX) NOT = WS-XMIT-ID
                 MOVE 'FEED FILE NOT COLLECTED - TRANSMISSION '
                   TO WS-RESULT-REASON
                 MOVE WS-MATCH-ID TO WS-RESULT-REASON(40:6)
                 SET ACTION-REFUSED TO TRUE
                 GO TO 3000-EXIT
              END-IF
           END-IF

           MOVE WS-XMIT-ID TO WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           MOVE 'N' TO WS-KEEP-COPY
           PERFORM 3100-COPY-FROM-ARCHIVE
              THRU 3100-EXIT
           IF WS-RECORD-COUNT NOT = WS-XM-RECORDS(WS-XM-IX)
              OR WS-AMOUNT-TOTAL NOT = WS-XM-AMOUNT-TOTAL(WS-XM-IX)
              OR WS-CONTENT-HASH NOT = WS-XM-CONTENT-HASH(WS-XM-IX)
              MOVE 'KEPT COPY DISAGREES WITH REGISTER'
                TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF

           MOVE 'Y' TO WS-KEEP-COPY
           PERFORM 3100-COPY-FROM-ARCHIVE
              THRU 3100-EXIT
           IF WS-FILE-OPEN = 'N'
              MOVE 'FEED FILE COULD NOT BE WRITTEN' TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 3000-EXIT
           END-IF
           PERFORM 1700-CLOSE-OUTBOUND
              THRU 1700-EXIT

           OPEN EXTEND OUTBOUND-REGISTER
           MOVE SPACES             TO OUTBOUND-REGISTER-RECORD
           MOVE WS-NEXT-XMIT-ID    TO ORG-XMIT-ID
           MOVE WS-FEED            TO ORG-FEED
           MOVE 'RSND'             TO ORG-ACTION
           MOVE WS-XMIT-ID         TO ORG-ORIGINAL-ID
           MOVE WS-RECORD-COUNT    TO ORG-RECORDS
           MOVE WS-AMOUNT-TOTAL    TO ORG-AMOUNT-TOTAL
           MOVE WS-CONTENT-HASH    TO ORG-CONTENT-HASH
           MOVE WS-RUN-DATE        TO ORG-DATE
           MOVE 'OUTXMIT'          TO ORG-PROGRAM
           WRITE OUTBOUND-REGISTER-RECORD
           CLOSE OUTBOUND-REGISTER
           PERFORM 7000-PRINT-REGISTER-LINE
              THRU 7000-EXIT
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass over the transmission's kept copy, measured the way  *
      * the original was; written over the feed's file when           *
      * WS-KEEP-COPY is set.                                          *
      *----------------------------------------------------------------*
       3100-COPY-FROM-ARCHIVE.
           INITIALIZE WS-CONTROL-VALUES
           IF WS-KEEP-COPY = 'Y'
              PERFORM 1300-OPEN-OUTBOUND-OUTPUT
                 THRU 1300-EXIT
              IF WS-FILE-OPEN = 'N'
                 GO TO 3100-EXIT
              END-IF
           END-IF
           MOVE 'N' TO WS-EOF-ARCHIVE
           OPEN INPUT OUTBOUND-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = "00"
              SET END-OF-ARCHIVE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE
              READ OUTBOUND-ARCHIVE
                 AT END SET END-OF-ARCHIVE TO TRUE
                 NOT AT END
                    IF OAR-XMIT-ID = WS-XMIT-ID
                       MOVE OAR-DATA TO WS-OUT-RECORD
                       PERFORM 1850-MEASURE-RECORD
                          THRU 1850-EXIT
                       IF WS-KEEP-COPY = 'Y'
                          PERFORM 1600-WRITE-OUTBOUND
                             THRU 1600-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OUTBOUND-ARCHIVE
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COLL number: the counterparty has confirmed they collected    *
      * that transmission.                                            *
      *----------------------------------------------------------------*
       4000-CONFIRM-COLLECTED.
           MOVE WS-XMIT-ID TO WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           IF WS-XMIT-FOUND = 'N'
              MOVE 'TRANSMISSION NOT ON REGISTER' TO WS-RESULT-REASON
              SET ACTION-REFUSED TO TRUE
              GO TO 4000-EXIT
           END-IF
           IF WS-XM-COLLECTED(WS-XM-IX) = 'Y'
              MOVE 'ALREADY CONFIRMED COLLECTED' TO WS-RESULT-REASON
              SET ACTION-NOTHING TO TRUE
              GO TO 4000-EXIT
           END-IF

           OPEN EXTEND OUTBOUND-REGISTER
           MOVE SPACES                   TO OUTBOUND-REGISTER-RECORD
           MOVE WS-XMIT-ID               TO ORG-XMIT-ID
           MOVE WS-XM-FEED(WS-XM-IX)     TO ORG-FEED
           MOVE 'COLL'                   TO ORG-ACTION
           MOVE WS-XM-ORIGINAL-ID(WS-XM-IX) TO ORG-ORIGINAL-ID
           MOVE WS-XM-RECORDS(WS-XM-IX)  TO ORG-RECORDS
           MOVE WS-XM-AMOUNT-TOTAL(WS-XM-IX) TO ORG-AMOUNT-TOTAL
           MOVE WS-XM-CONTENT-HASH(WS-XM-IX) TO ORG-CONTENT-HASH
           MOVE WS-RUN-DATE              TO ORG-DATE
           MOVE 'OUTXMIT'                TO ORG-PROGRAM
           WRITE OUTBOUND-REGISTER-RECORD
           CLOSE OUTBOUND-REGISTER
           PERFORM 7000-PRINT-REGISTER-LINE
              THRU 7000-EXIT
           .
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REPORT: every transmission still waiting for collection, and  *
      * any feed file on disk the register has never seen.            *
      *----------------------------------------------------------------*
       5000-OUTSTANDING-REPORT.
           MOVE XMIT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-XM-IX FROM 1 BY 1
                   UNTIL WS-XM-IX > WS-XMIT-COUNT
              MOVE WS-XM-COLLECTED(WS-XM-IX) TO WS-DELIVERED
              IF WS-DELIVERED NOT = 'Y'
                 PERFORM 5100-CHECK-DELIVERED-LATER
                    THRU 5100-EXIT
              END-IF
              IF WS-DELIVERED NOT = 'Y'
                 ADD 1 TO WS-OUTSTANDING-COUNT
                 PERFORM 7100-FORMAT-TABLE-LINE
                    THRU 7100-EXIT
                 MOVE XMIT-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-KEEP-COPY
           PERFORM VARYING WS-FD-IX FROM 1 BY 1
                   UNTIL WS-FD-IX > 15
              MOVE WS-FD-FEED(WS-FD-IX) TO WS-FEED
              PERFORM 1800-MEASURE-FEED-FILE
                 THRU 1800-EXIT
              IF WS-RECORD-COUNT > 0
                 PERFORM 1900-MATCH-CONTENT
                    THRU 1900-EXIT
                 IF WS-XMIT-FOUND = 'N'
                    ADD 1 TO WS-UNREGISTERED-COUNT
                    MOVE WS-FD-FILE(WS-FD-IX) TO URL-FILE
                    MOVE WS-RECORD-COUNT      TO URL-RECORDS
                    MOVE UNREGISTERED-LINE    TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NOT CONFIRMED COLLECTED'   TO SML-CAPTION
           MOVE WS-OUTSTANDING-COUNT        TO SML-COUNT
           MOVE SUMMARY-LINE                TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FEED FILES NOT REGISTERED' TO SML-CAPTION
           MOVE WS-UNREGISTERED-COUNT       TO SML-COUNT
           MOVE SUMMARY-LINE                TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OUTSTANDING-COUNT > 0 OR WS-UNREGISTERED-COUNT > 0
              MOVE 'NOT ALL FILES ACCOUNTED FOR' TO WS-RESULT-REASON
              SET ACTION-FLAGGED TO TRUE
           END-IF
           .
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A transmission is delivered once it, or a later resend of the *
      * same original, has been confirmed collected.                  *
      *----------------------------------------------------------------*
       5100-CHECK-DELIVERED-LATER.
           PERFORM VARYING WS-XM-IX2 FROM 1 BY 1
                   UNTIL WS-XM-IX2 > WS-XMIT-COUNT
              IF WS-XM-ORIGINAL-ID(WS-XM-IX2)
                      = WS-XM-ORIGINAL-ID(WS-XM-IX)
                 AND WS-XM-ID(WS-XM-IX2) > WS-XM-ID(WS-XM-IX)
                 AND WS-XM-COLLECTED(WS-XM-IX2) = 'Y'
                 MOVE 'Y' TO WS-DELIVERED
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Kept copies past the retention period are dropped - only for  *
      * originals that were collected, directly or through a resend.  *
      * OUTARC.DAT is copied to OUTARC.NEW without them and a PURG    *
      * line goes on the register for each.                           *
      *----------------------------------------------------------------*
       6000-PURGE-EXPIRED-COPIES.
           COMPUTE WS-RETAIN-FROM = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-RETENTION-DAYS)

           PERFORM VARYING WS-XM-IX FROM 1 BY 1
                   UNTIL WS-XM-IX > WS-XMIT-COUNT
              IF WS-XM-ACTION(WS-XM-IX) = 'CRTD'
                 AND WS-XM-PURGED(WS-XM-IX) NOT = 'Y'
                 AND WS-XM-DATE(WS-XM-IX) < WS-RETAIN-FROM
                 PERFORM 6100-CHECK-COLLECTED
                    THRU 6100-EXIT
              END-IF
           END-PERFORM

           OPEN OUTPUT ARCHIVE-KEPT
           MOVE 'N' TO WS-EOF-ARCHIVE
           OPEN INPUT OUTBOUND-ARCHIVE
           IF WS-ARCHIVE-STATUS NOT = "00"
              SET END-OF-ARCHIVE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE
              READ OUTBOUND-ARCHIVE
                 AT END SET END-OF-ARCHIVE TO TRUE
                 NOT AT END
                    PERFORM 6200-KEEP-OR-DROP
                       THRU 6200-EXIT
              END-READ
           END-PERFORM
           CLOSE OUTBOUND-ARCHIVE
           CLOSE ARCHIVE-KEPT

           IF WS-PURGED-COUNT > 0
              OPEN EXTEND OUTBOUND-REGISTER
              PERFORM VARYING WS-XM-IX FROM 1 BY 1
                      UNTIL WS-XM-IX > WS-XMIT-COUNT
                 IF WS-XM-EXPIRED(WS-XM-IX) = 'Y'
                    MOVE SPACES TO OUTBOUND-REGISTER-RECORD
                    MOVE WS-XM-ID(WS-XM-IX)   TO ORG-XMIT-ID
                    MOVE WS-XM-FEED(WS-XM-IX) TO ORG-FEED
                    MOVE 'PURG'               TO ORG-ACTION
                    MOVE WS-XM-ID(WS-XM-IX)   TO ORG-ORIGINAL-ID
                    MOVE WS-XM-RECORDS(WS-XM-IX) TO ORG-RECORDS
                    MOVE WS-XM-AMOUNT-TOTAL(WS-XM-IX)
                      TO ORG-AMOUNT-TOTAL
                    MOVE WS-XM-CONTENT-HASH(WS-XM-IX)
                      TO ORG-CONTENT-HASH
                    MOVE WS-RUN-DATE          TO ORG-DATE
                    MOVE 'OUTXMIT'            TO ORG-PROGRAM
                    WRITE OUTBOUND-REGISTER-RECORD
                 END-IF
              END-PERFORM
              CLOSE OUTBOUND-REGISTER
           END-IF

           MOVE 'COPIES PURGED'        TO SML-CAPTION
           MOVE WS-PURGED-COUNT        TO SML-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ARCHIVE LINES KEPT'   TO SML-CAPTION
           MOVE WS-KEPT-LINES          TO SML-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ARCHIVE LINES DROPPED' TO SML-CAPTION
           MOVE WS-DROPPED-LINES       TO SML-COUNT
           MOVE SUMMARY-LINE           TO REPORT-LINE
           WRITE REPORT-LINE
           .
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An original counts as collected when it, or any resend of it, *
      * has been confirmed.                                           *
      *----------------------------------------------------------------*
       6100-CHECK-COLLECTED.
           PERFORM VARYING WS-XM-IX2 FROM 1 BY 1
                   UNTIL WS-XM-IX2 > WS-XMIT-COUNT
              IF WS-XM-ORIGINAL-ID(WS-XM-IX2) = WS-XM-ID(WS-XM-IX)
                 AND WS-XM-COLLECTED(WS-XM-IX2) = 'Y'
                 MOVE 'Y' TO WS-XM-EXPIRED(WS-XM-IX)
                 ADD 1 TO WS-PURGED-COUNT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .
       6100-EXIT.
           EXIT.

       6200-KEEP-OR-DROP.
           MOVE OAR-XMIT-ID TO WS-FIND-ID
           PERFORM 1180-FIND-TRANSMISSION
              THRU 1180-EXIT
           IF WS-XMIT-FOUND = 'Y'
              IF WS-XM-EXPIRED(WS-XM-IX) = 'Y'
                 OR WS-XM-PURGED(WS-XM-IX) = 'Y'
                 ADD 1 TO WS-DROPPED-LINES
                 GO TO 6200-EXIT
              END-IF
           END-IF
           MOVE ARCHIVE-RECORD TO KEPT-RECORD
           WRITE KEPT-RECORD
           ADD 1 TO WS-KEPT-LINES
           .
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The register line just written, on the report.                *
      *----------------------------------------------------------------*
       7000-PRINT-REGISTER-LINE.
           MOVE XMIT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ORG-XMIT-ID       TO XML-ID
           MOVE ORG-FEED          TO XML-FEED
           MOVE ORG-ACTION        TO XML-ACTION
           MOVE ORG-ORIGINAL-ID   TO XML-ORIGINAL-ID
           MOVE ORG-DATE          TO XML-DATE
           MOVE 0                 TO XML-AGE
           MOVE ORG-RECORDS       TO XML-RECORDS
           MOVE ORG-AMOUNT-TOTAL  TO XML-AMOUNT-TOTAL
           MOVE ORG-CONTENT-HASH  TO XML-CONTENT-HASH
           MOVE XMIT-LINE         TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'OUTXMIT ' ORG-ACTION ' ' ORG-FEED
                   ' TRANSMISSION ' ORG-XMIT-ID
           .
       7000-EXIT.
           EXIT.

       7100-FORMAT-TABLE-LINE.
           MOVE WS-XM-ID(WS-XM-IX)           TO XML-ID
           MOVE WS-XM-FEED(WS-XM-IX)         TO XML-FEED
           MOVE WS-XM-ACTION(WS-XM-IX)       TO XML-ACTION
           MOVE WS-XM-ORIGINAL-ID(WS-XM-IX)  TO XML-ORIGINAL-ID
           MOVE WS-XM-DATE(WS-XM-IX)         TO XML-DATE
           MOVE 0 TO WS-AGE-DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-XM-DATE(WS-XM-IX)) = 0
              COMPUTE WS-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE (WS-XM-DATE(WS-XM-IX))
           END-IF
           IF WS-AGE-DAYS < 0
              MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS                  TO XML-AGE
           MOVE WS-XM-RECORDS(WS-XM-IX)      TO XML-RECORDS
           MOVE WS-XM-AMOUNT-TOTAL(WS-XM-IX) TO XML-AMOUNT-TOTAL
           MOVE WS-XM-CONTENT-HASH(WS-XM-IX) TO XML-CONTENT-HASH
           .
       7100-EXIT.
           EXIT.

       8000-PRINT-RESULT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
              WHEN ACTION-DONE
                 MOVE 'DONE'              TO RSL-RESULT
              WHEN ACTION-NOTHING
                 MOVE 'NOTHING DONE - '   TO RSL-RESULT
              WHEN ACTION-FLAGGED
                 MOVE 'DONE - CHECK - '   TO RSL-RESULT
              WHEN ACTION-REFUSED
                 MOVE 'REFUSED - '        TO RSL-RESULT
           END-EVALUATE
           MOVE WS-RESULT-REASON TO RSL-REASON
           MOVE RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'OUTXMIT ' WS-ACTION ' ' RESULT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE TRANSMISSION-REPORT
           EVALUATE TRUE
              WHEN ACTION-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN ACTION-FLAGGED AND WS-ACTION = 'REG'
                 MOVE 8 TO RETURN-CODE
              WHEN ACTION-FLAGGED
                 MOVE 4 TO RETURN-CODE
              WHEN ACTION-NOTHING
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
       9000-EXIT.
           EXIT.
