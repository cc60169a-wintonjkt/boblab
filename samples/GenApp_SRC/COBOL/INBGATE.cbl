      ******************************************************************
      *                                                                *
      *              Inbound File Control Gate                         *
      *                                                                *
      *   Every file we take in from outside is proved complete and   *
      *   new here before its loader may touch it. The sender wraps   *
      *   each file in a control header and trailer:                  *
      *                                                                *
      *     HDR sender(8) created yyyymmdd(8) sequence(6)             *
      *     TRL record-count(7) hash-total 9(13)V99                   *
      *                                                                *
      *   (fixed columns, no separators, first and last record). The  *
      *   hash total is the sum of the amount field of every detail   *
      *   record; a feed that carries no amount sends zero.           *
      *                                                                *
      *   PARM is the feed, one of:                                   *
      *     BANKRCPT  bank receipts        BANKRCPT.DAT               *
      *     TPAFILE   TPA bulk claims      TPAFILE                    *
      *     DDRET     direct debit returns DDRET.DAT                  *
      *     PAYACK    payment acks         PAYACK.DAT                 *
      *     AGENCYRSP collections agency   AGENCYRSP.DAT              *
      *     MIDREJ    motor database rejs  MIDREJ.DAT                 *
      *     DLVRSTAT  letter delivery      DLVRSTAT.DAT               *
      *     CRAREJ    credit ref. rejects  CRAREJ.DAT                 *
      *     CARDSETL  card settlements     CARDSETL.DAT               *
      *     CARDCHBK  card chargebacks     CARDCHBK.DAT               *
      *     BROKNB    broker new business  BROKNB.DAT                 *
      *     SCANIDX   scanned claim docs   SCANIDX.DAT                *
      *                                                                *
      *   A file is rejected (RC 8) when the header or trailer is     *
      *   missing or out of place - a truncated file has no trailer   *
      *   - when the trailer count or hash total disagrees with the   *
      *   records, when the sender is not the one the feed comes      *
      *   from, when the creation date is not a date or is after the  *
      *   business date, when the sequence number is not above the    *
      *   last one accepted for the feed, or when the same detail     *
      *   records (content hash) have been accepted before under      *
      *   another sequence number. A gap in the sequence is accepted  *
      *   with a warning (RC 4) - the missing file is chased.         *
      *                                                                *
      *   Every file accepted goes on the register INBREG.DAT as an   *
      *   ACPT line. Each loader reads its file's header, refuses to  *
      *   run (RC 12) unless that sender and sequence is on the       *
      *   register as accepted and not yet loaded, and appends a      *
      *   LOAD line when it has finished - so a file is loaded once.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBGATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE
               ASSIGN TO "BANKRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT TPA-FILE ASSIGN TO TPAFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "DDRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT ACKNOWLEDGMENT-FILE
               ASSIGN TO "PAYACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT RESPONSE-FILE
               ASSIGN TO "AGENCYRSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT REJECTION-FILE
               ASSIGN TO "MIDREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT STATUS-FILE
               ASSIGN TO "DLVRSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT CRA-REJECTION-FILE
               ASSIGN TO "CRAREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN TO "CARDSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT CHARGEBACK-FILE
               ASSIGN TO "CARDCHBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SUBMISSION-FILE
               ASSIGN TO "BROKNB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SCAN-INDEX-FILE
               ASSIGN TO "SCANIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

      *    Every inbound file accepted, and every load of one.
           SELECT OPTIONAL INBOUND-REGISTER
               ASSIGN TO "INBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Central business date the whole suite runs to.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

           SELECT GATE-REPORT
               ASSIGN TO "INBGATE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD              PIC X(120).

      * Same fixed layout TPACLAIM reads.
       FD  TPA-FILE
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           DATA RECORD IS TPA-RECORD.
       01  TPA-RECORD                  PIC X(109).

       FD  RETURN-FILE.
       01  RETURN-RECORD               PIC X(120).

       FD  ACKNOWLEDGMENT-FILE.
       01  ACK-RECORD                  PIC X(120).

       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD             PIC X(120).

       FD  REJECTION-FILE.
       01  REJECTION-RECORD            PIC X(120).

       FD  STATUS-FILE.
       01  STATUS-RECORD               PIC X(120).

       FD  CRA-REJECTION-FILE.
       01  CRA-REJECTION-RECORD        PIC X(120).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD           PIC X(120).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD           PIC X(120).

       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD           PIC X(120).

       FD  SCAN-INDEX-FILE.
       01  SCAN-INDEX-RECORD           PIC X(120).

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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       FD  GATE-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-INBOUND-STATUS           PIC XX VALUE SPACES.
       01  WS-REGISTER-STATUS          PIC XX VALUE SPACES.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01  WS-FEED                     PIC X(9) VALUE SPACES.

      * The feeds the gate knows: feed, the sender it comes from,
      * where the amount field sits in a detail record (offset,
      * length, decimal places - zero offset for a feed with no
      * amount) and the detail record length the content hash runs
      * over.
       01  WS-FEED-VALUES.
           05 FILLER PIC X(26) VALUE 'BANKRCPT BANK    011092043'.
           05 FILLER PIC X(26) VALUE 'TPAFILE  TPA     021090109'.
           05 FILLER PIC X(26) VALUE 'DDRET    BANK    000000034'.
           05 FILLER PIC X(26) VALUE 'PAYACK   BANK    000000038'.
           05 FILLER PIC X(26) VALUE 'AGENCYRSPAGENCY  016092033'.
           05 FILLER PIC X(26) VALUE 'MIDREJ   MID     000000041'.
           05 FILLER PIC X(26) VALUE 'DLVRSTAT MAILHSE 000000030'.
           05 FILLER PIC X(26) VALUE 'CRAREJ   CRA     000000041'.
           05 FILLER PIC X(26) VALUE 'CARDSETL ACQUIRER040092065'.
           05 FILLER PIC X(26) VALUE 'CARDCHBK ACQUIRER018092065'.
           05 FILLER PIC X(26) VALUE 'BROKNB   BROKER  109060117'.
           05 FILLER PIC X(26) VALUE 'SCANIDX  POSTROOM000000070'.
       01  WS-FEED-TABLE REDEFINES WS-FEED-VALUES.
           05 WS-FEED-ENTRY OCCURS 12 TIMES
                                   INDEXED BY WS-FD-IX.
              10 WS-FD-FEED            PIC X(9).
              10 WS-FD-SENDER          PIC X(8).
              10 WS-FD-AMT-OFFSET      PIC 9(3).
              10 WS-FD-AMT-LENGTH      PIC 9(2).
              10 WS-FD-AMT-DECIMALS    PIC 9(1).
              10 WS-FD-RECORD-LENGTH   PIC 9(3).
       01  WS-FEED-FOUND               PIC X VALUE 'N'.

      * One inbound record, whichever file it came from, with the
      * control header and trailer views over it.
       01  WS-INB-RECORD               PIC X(120) VALUE SPACES.
       01  WS-INB-HEADER REDEFINES WS-INB-RECORD.
           05 WS-HDR-TYPE              PIC X(3).
              88 WS-HEADER-RECORD         VALUE 'HDR'.
              88 WS-TRAILER-RECORD        VALUE 'TRL'.
           05 WS-HDR-SENDER            PIC X(8).
           05 WS-HDR-CREATED           PIC X(8).
           05 WS-HDR-CREATED-N REDEFINES WS-HDR-CREATED
                                       PIC 9(8).
           05 WS-HDR-SEQUENCE          PIC X(6).
           05 WS-HDR-SEQUENCE-N REDEFINES WS-HDR-SEQUENCE
                                       PIC 9(6).
           05 FILLER                   PIC X(95).
       01  WS-INB-TRAILER REDEFINES WS-INB-RECORD.
           05 FILLER                   PIC X(3).
           05 WS-TRL-RECORDS           PIC X(7).
           05 WS-TRL-RECORDS-N REDEFINES WS-TRL-RECORDS
                                       PIC 9(7).
           05 WS-TRL-HASH              PIC X(15).
           05 WS-TRL-HASH-N REDEFINES WS-TRL-HASH
                                       PIC 9(13)V99.
           05 FILLER                   PIC X(95).

       01  WS-SWITCHES.
           05 WS-EOF-INBOUND           PIC X(01) VALUE 'N'.
             88 END-OF-INBOUND                    VALUE 'Y'.
           05 WS-HEADER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN          PIC X(01) VALUE 'N'.
           05 WS-FILE-OPEN             PIC X(01) VALUE 'N'.
           05 WS-RESULT                PIC X(01) VALUE 'A'.
             88 FILE-ACCEPTED                     VALUE 'A'.
             88 FILE-REJECTED                     VALUE 'R'.
           05 WS-GAP-WARNING           PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

      * What the header and trailer claim, and what the records add
      * up to.
       01  WS-CONTROL-VALUES.
           05 WS-SENDER                PIC X(8) VALUE SPACES.
           05 WS-CREATED               PIC 9(8) VALUE ZEROS.
           05 WS-SEQUENCE              PIC 9(6) VALUE ZEROS.
           05 WS-CLAIMED-RECORDS       PIC 9(7) VALUE ZEROS.
           05 WS-CLAIMED-HASH          PIC 9(13)V99 VALUE ZEROS.
           05 WS-RECORD-COUNT          PIC 9(7) VALUE ZEROS.
           05 WS-HASH-TOTAL            PIC 9(13)V99 VALUE ZEROS.
           05 WS-CONTENT-HASH          PIC S9(18) COMP VALUE 0.

       01  WS-AMOUNT-TEXT              PIC X(9) VALUE ZEROS.
       01  WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-TEXT
                                       PIC 9(9).
       01  WS-AMOUNT                   PIC 9(9)V99 VALUE ZEROS.
       01  WS-CHAR-IX                  PIC S9(4) COMP VALUE 0.
       01  WS-DATE-TEST-RESULT         PIC S9(4) COMP VALUE 0.

      * What the register already holds for this feed.
       01  WS-LAST-SEQUENCE            PIC 9(6) VALUE ZEROS.
       01  WS-MISSING-FILES            PIC 9(6) VALUE ZEROS.
       01  WS-HASH-COUNT               PIC 9(4) VALUE 0.
       01  WS-HASH-TABLE.
           05 WS-HASH-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY WS-HS-IX.
              10 WS-HS-CONTENT-HASH    PIC 9(9).
              10 WS-HS-SEQUENCE        PIC 9(6).

       01  HEADING-LINE.
           05 FILLER                   PIC X(19)
                                        VALUE 'INBOUND FILE GATE  '.
           05 HDL-FEED                 PIC X(9).
           05 FILLER                   PIC X(12) VALUE '  RUN DATE: '.
           05 HDL-RUN-DATE             PIC 9(8).
       01  CONTROL-LINE.
           05 CTL-CAPTION              PIC X(20).
           05 CTL-HEADER-VALUE         PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CTL-COUNTED-VALUE        PIC X(20).
       01  CTL-EDIT-COUNT              PIC Z,ZZZ,ZZ9.
       01  CTL-EDIT-HASH               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  CTL-EDIT-CONTENT            PIC 9(9).
       01  RESULT-LINE.
           05 FILLER                   PIC X(8) VALUE 'RESULT: '.
           05 RSL-RESULT               PIC X(11).
           05 RSL-REASON               PIC X(40).
       01  WARNING-LINE.
           05 FILLER                   PIC X(30)
                           VALUE 'WARNING: SEQUENCE GAP - LAST '.
           05 WRN-LAST                 PIC 9(6).
           05 FILLER                   PIC X(10) VALUE ', MISSING '.
           05 WRN-MISSING              PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           IF FILE-ACCEPTED
              PERFORM 1100-LOAD-REGISTER
                 THRU 1100-EXIT
              PERFORM 1200-OPEN-INBOUND
                 THRU 1200-EXIT
           END-IF

           PERFORM UNTIL END-OF-INBOUND OR FILE-REJECTED
              PERFORM 1500-READ-INBOUND
                 THRU 1500-EXIT
              IF NOT END-OF-INBOUND
                 PERFORM 2000-TAKE-RECORD
                    THRU 2000-EXIT
              END-IF
           END-PERFORM

           IF FILE-ACCEPTED
              PERFORM 3000-CHECK-CONTROLS
                 THRU 3000-EXIT
           END-IF
           IF FILE-ACCEPTED
              PERFORM 4000-CHECK-DUPLICATE
                 THRU 4000-EXIT
           END-IF
           IF FILE-ACCEPTED
              PERFORM 5000-REGISTER-FILE
                 THRU 5000-EXIT
           END-IF

           PERFORM 8000-PRINT-REPORT
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
           OPEN OUTPUT GATE-REPORT
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-FEED
           MOVE FUNCTION UPPER-CASE (WS-FEED) TO WS-FEED
           MOVE WS-FEED     TO HDL-FEED
           MOVE WS-RUN-DATE TO HDL-RUN-DATE

           MOVE 'N' TO WS-FEED-FOUND
           PERFORM VARYING WS-FD-IX FROM 1 BY 1
                   UNTIL WS-FD-IX > 12
              IF WS-FD-FEED(WS-FD-IX) = WS-FEED
                 MOVE 'Y' TO WS-FEED-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-FEED-FOUND = 'N'
              MOVE 'UNKNOWN FEED - CHECK PARM' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The last sequence accepted for the feed, and the content      *
      * hash of every file accepted for it.                           *
      *----------------------------------------------------------------*
       1100-LOAD-REGISTER.
           OPEN INPUT INBOUND-REGISTER
           IF WS-REGISTER-STATUS = "00"
              PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
                 READ INBOUND-REGISTER
                    AT END MOVE "10" TO WS-REGISTER-STATUS
                    NOT AT END
                       IF IRG-FEED = WS-FEED AND IRG-ACCEPTED
                          PERFORM 1150-NOTE-ACCEPTED-FILE
                             THRU 1150-EXIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INBOUND-REGISTER
           .
       1100-EXIT.
           EXIT.

       1150-NOTE-ACCEPTED-FILE.
           IF IRG-SEQUENCE > WS-LAST-SEQUENCE
              MOVE IRG-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF
      *    An empty file hashes to zero every time; only files that
      *    carried records can be told apart by content.
           IF IRG-RECORDS > 0 AND WS-HASH-COUNT < 5000
              ADD 1 TO WS-HASH-COUNT
              SET WS-HS-IX TO WS-HASH-COUNT
              MOVE IRG-CONTENT-HASH TO WS-HS-CONTENT-HASH(WS-HS-IX)
              MOVE IRG-SEQUENCE     TO WS-HS-SEQUENCE(WS-HS-IX)
           END-IF
           .
       1150-EXIT.
           EXIT.

       1200-OPEN-INBOUND.
           EVALUATE WS-FEED
              WHEN 'BANKRCPT'  OPEN INPUT RECEIPT-FILE
              WHEN 'TPAFILE'   OPEN INPUT TPA-FILE
              WHEN 'DDRET'     OPEN INPUT RETURN-FILE
              WHEN 'PAYACK'    OPEN INPUT ACKNOWLEDGMENT-FILE
              WHEN 'AGENCYRSP' OPEN INPUT RESPONSE-FILE
              WHEN 'MIDREJ'    OPEN INPUT REJECTION-FILE
              WHEN 'DLVRSTAT'  OPEN INPUT STATUS-FILE
              WHEN 'CRAREJ'    OPEN INPUT CRA-REJECTION-FILE
              WHEN 'CARDSETL'  OPEN INPUT SETTLEMENT-FILE
              WHEN 'CARDCHBK'  OPEN INPUT CHARGEBACK-FILE
              WHEN 'BROKNB'    OPEN INPUT SUBMISSION-FILE
              WHEN 'SCANIDX'   OPEN INPUT SCAN-INDEX-FILE
           END-EVALUATE
           IF WS-INBOUND-STATUS NOT = "00"
              DISPLAY '1200-OPEN-INBOUND:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:' WS-INBOUND-STATUS
              MOVE 'FILE NOT PRESENT OR UNREADABLE'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
           ELSE
              MOVE 'Y' TO WS-FILE-OPEN
           END-IF
           .
       1200-EXIT.
           EXIT.

       1500-READ-INBOUND.
           MOVE SPACES TO WS-INB-RECORD
           EVALUATE WS-FEED
              WHEN 'BANKRCPT'
                 READ RECEIPT-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'TPAFILE'
                 READ TPA-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'DDRET'
                 READ RETURN-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'PAYACK'
                 READ ACKNOWLEDGMENT-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'AGENCYRSP'
                 READ RESPONSE-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'MIDREJ'
                 READ REJECTION-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'DLVRSTAT'
                 READ STATUS-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'CRAREJ'
                 READ CRA-REJECTION-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'CARDSETL'
                 READ SETTLEMENT-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'CARDCHBK'
                 READ CHARGEBACK-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'BROKNB'
                 READ SUBMISSION-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
              WHEN 'SCANIDX'
                 READ SCAN-INDEX-FILE INTO WS-INB-RECORD
                    AT END SET END-OF-INBOUND TO TRUE
                 END-READ
           END-EVALUATE

           IF NOT END-OF-INBOUND AND WS-INBOUND-STATUS NOT = "00"
              DISPLAY 'INVALID FILE STATUS ON READ:' WS-INBOUND-STATUS
              MOVE 'FILE UNREADABLE' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
           END-IF
           .
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Header first, trailer last, detail records in between. The    *
      * first record out of place rejects the file.                   *
      *----------------------------------------------------------------*
       2000-TAKE-RECORD.
           IF WS-HEADER-SEEN = 'N'
              IF NOT WS-HEADER-RECORD
                 MOVE 'NO CONTROL HEADER' TO WS-REJECT-REASON
                 SET FILE-REJECTED TO TRUE
                 GO TO 2000-EXIT
              END-IF
              MOVE 'Y' TO WS-HEADER-SEEN
              MOVE WS-HDR-SENDER TO WS-SENDER
              IF WS-HDR-CREATED IS NUMERIC
                 MOVE WS-HDR-CREATED-N TO WS-CREATED
              END-IF
              IF WS-HDR-SEQUENCE IS NUMERIC
                 MOVE WS-HDR-SEQUENCE-N TO WS-SEQUENCE
              END-IF
              GO TO 2000-EXIT
           END-IF

           IF WS-TRAILER-SEEN = 'Y'
              MOVE 'RECORDS AFTER THE TRAILER' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 2000-EXIT
           END-IF

           IF WS-HEADER-RECORD
              MOVE 'SECOND CONTROL HEADER' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 2000-EXIT
           END-IF

           IF WS-TRAILER-RECORD
              MOVE 'Y' TO WS-TRAILER-SEEN
              IF WS-TRL-RECORDS IS NUMERIC
                 AND WS-TRL-HASH IS NUMERIC
                 MOVE WS-TRL-RECORDS-N TO WS-CLAIMED-RECORDS
                 MOVE WS-TRL-HASH-N    TO WS-CLAIMED-HASH
              ELSE
                 MOVE 'CONTROL TRAILER NOT NUMERIC'
                   TO WS-REJECT-REASON
                 SET FILE-REJECTED TO TRUE
              END-IF
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-TAKE-DETAIL
              THRU 2100-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Count the record, add its amount to the hash total and roll   *
      * every byte of it into the content hash.                       *
      *----------------------------------------------------------------*
       2100-TAKE-DETAIL.
           ADD 1 TO WS-RECORD-COUNT

           IF WS-FD-AMT-OFFSET(WS-FD-IX) > 0
              MOVE ZEROS TO WS-AMOUNT-TEXT
              MOVE WS-INB-RECORD(WS-FD-AMT-OFFSET(WS-FD-IX):
                                 WS-FD-AMT-LENGTH(WS-FD-IX))
                TO WS-AMOUNT-TEXT(10 - WS-FD-AMT-LENGTH(WS-FD-IX):
                                  WS-FD-AMT-LENGTH(WS-FD-IX))
              IF WS-AMOUNT-TEXT IS NUMERIC
                 IF WS-FD-AMT-DECIMALS(WS-FD-IX) = 2
                    COMPUTE WS-AMOUNT = WS-AMOUNT-DIGITS / 100
                 ELSE
                    MOVE WS-AMOUNT-DIGITS TO WS-AMOUNT
                 END-IF
                 ADD WS-AMOUNT TO WS-HASH-TOTAL
              END-IF
           END-IF

           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > WS-FD-RECORD-LENGTH(WS-FD-IX)
              COMPUTE WS-CONTENT-HASH = FUNCTION MOD (
                  WS-CONTENT-HASH * 31
                  + FUNCTION ORD (WS-INB-RECORD(WS-CHAR-IX:1)),
                  999999937)
           END-PERFORM
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The file is complete and from who it should be from.          *
      *----------------------------------------------------------------*
       3000-CHECK-CONTROLS.
           IF WS-HEADER-SEEN = 'N'
              MOVE 'EMPTY FILE - NO CONTROL HEADER' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-TRAILER-SEEN = 'N'
              MOVE 'NO CONTROL TRAILER - FILE TRUNCATED'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-CLAIMED-RECORDS NOT = WS-RECORD-COUNT
              MOVE 'RECORD COUNT DISAGREES WITH TRAILER'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-CLAIMED-HASH NOT = WS-HASH-TOTAL
              MOVE 'HASH TOTAL DISAGREES WITH TRAILER'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-SENDER NOT = WS-FD-SENDER(WS-FD-IX)
              MOVE 'SENDER IS NOT THE FEED SENDER' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF

           MOVE 1 TO WS-DATE-TEST-RESULT
           IF WS-CREATED > ZEROS
              MOVE FUNCTION TEST-DATE-YYYYMMDD (WS-CREATED)
                TO WS-DATE-TEST-RESULT
           END-IF
           IF WS-DATE-TEST-RESULT NOT = 0
              MOVE 'CREATION DATE NOT A DATE' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-CREATED > WS-RUN-DATE
              MOVE 'CREATION DATE AFTER BUSINESS DATE'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 3000-EXIT
           END-IF
           IF WS-SEQUENCE = ZEROS
              MOVE 'SEQUENCE NUMBER MISSING' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
           END-IF
           .
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Not a file already taken in: the sequence must move on from   *
      * the last one accepted, and the detail records must not be a   *
      * file already accepted under another number.                   *
      *----------------------------------------------------------------*
       4000-CHECK-DUPLICATE.
           IF WS-SEQUENCE = WS-LAST-SEQUENCE
              MOVE 'SEQUENCE ALREADY LOADED' TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 4000-EXIT
           END-IF
           IF WS-SEQUENCE < WS-LAST-SEQUENCE
              MOVE 'SEQUENCE BEHIND LAST ONE LOADED'
                TO WS-REJECT-REASON
              SET FILE-REJECTED TO TRUE
              GO TO 4000-EXIT
           END-IF

           IF WS-RECORD-COUNT > 0
              PERFORM VARYING WS-HS-IX FROM 1 BY 1
                      UNTIL WS-HS-IX > WS-HASH-COUNT
                 IF WS-HS-CONTENT-HASH(WS-HS-IX) = WS-CONTENT-HASH
                    MOVE 'CONTENT ALREADY LOADED AS SEQ '
                      TO WS-REJECT-REASON
                    MOVE WS-HS-SEQUENCE(WS-HS-IX)
                      TO WS-REJECT-REASON(31:6)
                    SET FILE-REJECTED TO TRUE
                    GO TO 4000-EXIT
                 END-IF
              END-PERFORM
           END-IF

           IF WS-LAST-SEQUENCE > ZEROS
              AND WS-SEQUENCE > WS-LAST-SEQUENCE + 1
              MOVE 'Y' TO WS-GAP-WARNING
              COMPUTE WS-MISSING-FILES =
                  WS-SEQUENCE - WS-LAST-SEQUENCE - 1
           END-IF
           .
       4000-EXIT.
           EXIT.

       5000-REGISTER-FILE.
           OPEN EXTEND INBOUND-REGISTER
           MOVE SPACES             TO INBOUND-REGISTER-RECORD
           MOVE WS-FEED            TO IRG-FEED
           MOVE 'ACPT'             TO IRG-ACTION
           MOVE WS-SENDER          TO IRG-SENDER
           MOVE WS-CREATED         TO IRG-CREATED
           MOVE WS-SEQUENCE        TO IRG-SEQUENCE
           MOVE WS-RECORD-COUNT    TO IRG-RECORDS
           MOVE WS-HASH-TOTAL      TO IRG-HASH-TOTAL
           MOVE WS-CONTENT-HASH    TO IRG-CONTENT-HASH
           MOVE WS-RUN-DATE        TO IRG-DATE
           MOVE 'INBGATE'          TO IRG-PROGRAM
           WRITE INBOUND-REGISTER-RECORD
           CLOSE INBOUND-REGISTER
           .
       5000-EXIT.
           EXIT.

       8000-PRINT-REPORT.
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES          TO CONTROL-LINE
           MOVE 'SENDER'        TO CTL-CAPTION
           MOVE WS-SENDER       TO CTL-HEADER-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES          TO CONTROL-LINE
           MOVE 'CREATED'       TO CTL-CAPTION
           MOVE WS-CREATED      TO CTL-HEADER-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES          TO CONTROL-LINE
           MOVE 'SEQUENCE'      TO CTL-CAPTION
           MOVE WS-SEQUENCE     TO CTL-HEADER-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES          TO CONTROL-LINE
           MOVE 'RECORDS'       TO CTL-CAPTION
           MOVE WS-CLAIMED-RECORDS TO CTL-EDIT-COUNT
           MOVE CTL-EDIT-COUNT  TO CTL-HEADER-VALUE
           MOVE WS-RECORD-COUNT TO CTL-EDIT-COUNT
           MOVE CTL-EDIT-COUNT  TO CTL-COUNTED-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES          TO CONTROL-LINE
           MOVE 'HASH TOTAL'    TO CTL-CAPTION
           MOVE WS-CLAIMED-HASH TO CTL-EDIT-HASH
           MOVE CTL-EDIT-HASH   TO CTL-HEADER-VALUE
           MOVE WS-HASH-TOTAL   TO CTL-EDIT-HASH
           MOVE CTL-EDIT-HASH   TO CTL-COUNTED-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES          TO CONTROL-LINE
           MOVE 'CONTENT HASH'  TO CTL-CAPTION
           MOVE WS-CONTENT-HASH TO CTL-EDIT-CONTENT
           MOVE CTL-EDIT-CONTENT TO CTL-COUNTED-VALUE
           MOVE CONTROL-LINE    TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-GAP-WARNING = 'Y'
              MOVE WS-LAST-SEQUENCE TO WRN-LAST
              MOVE WS-MISSING-FILES TO WRN-MISSING
              MOVE WARNING-LINE     TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF FILE-ACCEPTED
              MOVE 'ACCEPTED'       TO RSL-RESULT
              MOVE SPACES           TO RSL-REASON
           ELSE
              MOVE 'REJECTED - '    TO RSL-RESULT
              MOVE WS-REJECT-REASON TO RSL-REASON
           END-IF
           MOVE RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'INBGATE ' WS-FEED ' ' RESULT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           IF WS-FILE-OPEN = 'Y'
              EVALUATE WS-FEED
                 WHEN 'BANKRCPT'  CLOSE RECEIPT-FILE
                 WHEN 'TPAFILE'   CLOSE TPA-FILE
                 WHEN 'DDRET'     CLOSE RETURN-FILE
                 WHEN 'PAYACK'    CLOSE ACKNOWLEDGMENT-FILE
                 WHEN 'AGENCYRSP' CLOSE RESPONSE-FILE
                 WHEN 'MIDREJ'    CLOSE REJECTION-FILE
                 WHEN 'DLVRSTAT'  CLOSE STATUS-FILE
                 WHEN 'CRAREJ'    CLOSE CRA-REJECTION-FILE
                 WHEN 'CARDSETL'  CLOSE SETTLEMENT-FILE
                 WHEN 'CARDCHBK'  CLOSE CHARGEBACK-FILE
                 WHEN 'BROKNB'    CLOSE SUBMISSION-FILE
                 WHEN 'SCANIDX'   CLOSE SCAN-INDEX-FILE
              END-EVALUATE
           END-IF
           CLOSE GATE-REPORT
           EVALUATE TRUE
              WHEN FILE-REJECTED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-GAP-WARNING = 'Y'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .
       9000-EXIT.
           EXIT.
