      ******************************************************************
      *                                                                *
      *            Produced-Document Archive                           *
      *                                                                *
      *   The one place a produced document is kept. Every program    *
      *   that prints customer documents - LETTGEN, POLSCHED,         *
      *   CUSTSTMT, SARPACK - CALLs this with DOCARCH-PARMS as it     *
      *   writes, so the archive holds the copy exactly as it went    *
      *   out, not one rebuilt later from the data as it then stands: *
      *                                                                *
      *     O  open a document: a DOCARCHIVE row keyed by customer,   *
      *        policy (zero when none), document type and production  *
      *        date, with the producer and the channel it went by;    *
      *        the number allocated comes back in DAR-DOCUMENT-ID     *
      *     L  DAR-LINE-TEXT added as the next DOCLINE of the open    *
      *        document                                               *
      *     C  close the open document, recording its line count      *
      *                                                                *
      *   Document numbers come from the CNTRLNUM row DOCUMENT under  *
      *   its row lock, falling back to highest-on-file plus one.     *
      *   The production date is the business date on BUSIDATE.DAT,   *
      *   read on the first call of the run.                          *
      *                                                                *
      *   DAR-RETURN is 00, or 08 on a database error or a call out   *
      *   of order; the caller stops rather than send a document      *
      *   that is not on the archive. DOCRPRT reprints from here.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCARCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-DATE-LOADED              PIC X  VALUE 'N'.
       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.

       01  WS-ISO-SOURCE               PIC 9(8) VALUE ZEROS.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-SOURCE.
           05 WS-ISO-YYYY              PIC X(4).
           05 WS-ISO-MM                PIC X(2).
           05 WS-ISO-DD                PIC X(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.

      * The document being written, kept between calls.
       01  WS-DOC-OPEN                 PIC X  VALUE 'N'.
       01  WS-HV-DOCUMENT-ID           PIC S9(9) USAGE COMP VALUE 0.
       01  WS-HV-LINE-NUM              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-HV-CUSTOMER-NUM          PIC S9(9) USAGE COMP.
       01  WS-HV-POLICY-NUM            PIC S9(9) USAGE COMP.
       01  WS-HV-DOC-TYPE              PIC X(8).
       01  WS-HV-PRODUCER              PIC X(8).
       01  WS-HV-CHANNEL               PIC X(5).
       01  WS-HV-LINE-TEXT             PIC X(120).
       01  WS-HV-MAX-ID                PIC S9(9) USAGE COMP.
       01  WS-HV-MAX-ID-IND            PIC S9(4) USAGE COMP.

       LINKAGE SECTION.
      * Same layout every caller declares.
       01  DOCARCH-PARMS.
           05 DAR-FUNCTION             PIC X(1).
              88 DAR-OPEN-DOCUMENT               VALUE 'O'.
              88 DAR-ADD-LINE                    VALUE 'L'.
              88 DAR-CLOSE-DOCUMENT              VALUE 'C'.
           05 DAR-CUSTOMER-NUM         PIC 9(10).
           05 DAR-POLICY-NUM           PIC 9(10).
           05 DAR-DOC-TYPE             PIC X(8).
           05 DAR-PRODUCER             PIC X(8).
           05 DAR-CHANNEL              PIC X(5).
           05 DAR-LINE-TEXT            PIC X(120).
           05 DAR-DOCUMENT-ID          PIC 9(9).
           05 DAR-RETURN               PIC 9(2).

       PROCEDURE DIVISION USING DOCARCH-PARMS.
       0001-MAIN.
           IF WS-DATE-LOADED = 'N'
              PERFORM 0050-GET-BUSINESS-DATE
                 THRU 0050-EXIT
           END-IF
           MOVE 0 TO DAR-RETURN

           EVALUATE TRUE
              WHEN DAR-OPEN-DOCUMENT
                 PERFORM 1000-OPEN-DOCUMENT
                    THRU 1000-EXIT
              WHEN DAR-ADD-LINE
                 PERFORM 2000-ADD-LINE
                    THRU 2000-EXIT
              WHEN DAR-CLOSE-DOCUMENT
                 PERFORM 3000-CLOSE-DOCUMENT
                    THRU 3000-EXIT
              WHEN OTHER
                 MOVE 8 TO DAR-RETURN
           END-EVALUATE
           .
       0001-MAIN-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * The suite runs to the business date in BUSIDATE.DAT, not     *
      * the wall clock. No date file, or an empty one, falls back    *
      * to the system clock.                                         *
      *----------------------------------------------------------------*
       0050-GET-BUSINESS-DATE.
           MOVE 'Y' TO WS-DATE-LOADED
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
           MOVE WS-RUN-DATE TO WS-ISO-SOURCE
           PERFORM 1100-MAKE-ISO-DATE
              THRU 1100-EXIT
           .
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A document left open by the caller is closed first, so its   *
      * line count is not lost.                                      *
      *----------------------------------------------------------------*
       1000-OPEN-DOCUMENT.
           IF WS-DOC-OPEN = 'Y'
              PERFORM 3000-CLOSE-DOCUMENT
                 THRU 3000-EXIT
              IF DAR-RETURN NOT = 0
                 GO TO 1000-EXIT
              END-IF
           END-IF
           PERFORM 1200-ALLOCATE-DOCUMENT-ID
              THRU 1200-EXIT

           MOVE DAR-CUSTOMER-NUM TO WS-HV-CUSTOMER-NUM
           MOVE DAR-POLICY-NUM   TO WS-HV-POLICY-NUM
           MOVE DAR-DOC-TYPE     TO WS-HV-DOC-TYPE
           MOVE DAR-PRODUCER     TO WS-HV-PRODUCER
           MOVE DAR-CHANNEL      TO WS-HV-CHANNEL
           EXEC SQL
               INSERT INTO DOCARCHIVE
               (DOCUMENTID
               ,CUSTOMERNUMBER
               ,POLICYNUMBER
               ,DOCTYPE
               ,PRODUCEDDATE
               ,PRODUCER
               ,CHANNEL
               ,LINECOUNT
               ,REPRINTS)
               VALUES (
                     :WS-HV-DOCUMENT-ID
                    ,:WS-HV-CUSTOMER-NUM
                    ,:WS-HV-POLICY-NUM
                    ,:WS-HV-DOC-TYPE
                    ,DATE(:WS-ISO-DATE)
                    ,:WS-HV-PRODUCER
                    ,:WS-HV-CHANNEL
                    ,0
                    ,0)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'DOCARCH: INVALID SQLCODE ON DOCARCHIVE INSERT:'
                      SQLCODE
              MOVE 8 TO DAR-RETURN
              GO TO 1000-EXIT
           END-IF
           MOVE 'Y' TO WS-DOC-OPEN
           MOVE 0   TO WS-HV-LINE-NUM
           MOVE WS-HV-DOCUMENT-ID TO DAR-DOCUMENT-ID
           .
       1000-EXIT.
           EXIT.

       1100-MAKE-ISO-DATE.
           MOVE SPACES TO WS-ISO-DATE
           STRING WS-ISO-YYYY '-' WS-ISO-MM '-' WS-ISO-DD
              DELIMITED BY SIZE INTO WS-ISO-DATE
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Same allocation COMMBIND takes for policy numbers: the       *
      * UPDATE holds the CNTRLNUM row lock before the read.          *
      *----------------------------------------------------------------*
       1200-ALLOCATE-DOCUMENT-ID.
           EXEC SQL
               UPDATE CNTRLNUM
                  SET NEXTNUM = NEXTNUM + 1
                WHERE ENTITY = 'DOCUMENT'
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT NEXTNUM
                    INTO :WS-HV-DOCUMENT-ID
                    FROM CNTRLNUM
                   WHERE ENTITY = 'DOCUMENT'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-HV-MAX-ID
              EXEC SQL
                  SELECT MAX(DOCUMENTID)
                    INTO :WS-HV-MAX-ID :WS-HV-MAX-ID-IND
                    FROM DOCARCHIVE
              END-EXEC
              IF WS-HV-MAX-ID-IND < 0
                 MOVE 0 TO WS-HV-MAX-ID
              END-IF
              COMPUTE WS-HV-DOCUMENT-ID = WS-HV-MAX-ID + 1
           END-IF
           .
       1200-EXIT.
           EXIT.

       2000-ADD-LINE.
           IF WS-DOC-OPEN NOT = 'Y'
              DISPLAY 'DOCARCH: LINE WITH NO DOCUMENT OPEN'
              MOVE 8 TO DAR-RETURN
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-HV-LINE-NUM
           MOVE DAR-LINE-TEXT TO WS-HV-LINE-TEXT
           EXEC SQL
               INSERT INTO DOCLINE
               (DOCUMENTID
               ,LINENUMBER
               ,LINETEXT)
               VALUES (
                     :WS-HV-DOCUMENT-ID
                    ,:WS-HV-LINE-NUM
                    ,:WS-HV-LINE-TEXT)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'DOCARCH: INVALID SQLCODE ON DOCLINE INSERT:'
                      SQLCODE
              MOVE 8 TO DAR-RETURN
           END-IF
           .
       2000-EXIT.
           EXIT.

       3000-CLOSE-DOCUMENT.
           IF WS-DOC-OPEN NOT = 'Y'
              GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-DOC-OPEN
           EXEC SQL
               UPDATE DOCARCHIVE
                  SET LINECOUNT = :WS-HV-LINE-NUM
                WHERE DOCUMENTID = :WS-HV-DOCUMENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'DOCARCH: INVALID SQLCODE ON DOCARCHIVE UPDATE:'
                      SQLCODE
              MOVE 8 TO DAR-RETURN
           END-IF
           .
       3000-EXIT.
           EXIT.
