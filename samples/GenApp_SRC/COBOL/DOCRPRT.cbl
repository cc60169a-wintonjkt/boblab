      ******************************************************************
      *                                                                *
      *            Archived Document Reprint Run                       *
      *                                                                *
      *   Reprints documents from the produced-document archive       *
      *   DOCARCH keeps, so a lost letter, schedule, statement or     *
      *   disclosure pack is reproduced exactly as it went out rather *
      *   than rebuilt from today's data. Requests are queued on      *
      *   REPRREQ.DAT by the servicing desk, one line each:           *
      *                                                                *
      *     customer number 9(10), policy number 9(10) (zero for a    *
      *     customer-level document), document type X(8) and the      *
      *     production date yyyymmdd (zero for the latest produced)   *
      *                                                                *
      *   Each copy is marked DUPLICATE with the document number and  *
      *   date produced, and routed by the customer's contact         *
      *   preference as it stands now, on the same rules LETTGEN      *
      *   applies: bounced email goes by post, a gone-away customer   *
      *   gets no post and nothing goes to a customer who has died.   *
      *   Copies are added to the end of LETTERS.PRT, so this run     *
      *   sits after LETTGEN and before LETTDISP, which dispatches    *
      *   them with the day's letters. An archived line wider than    *
      *   the letter print is carried onto a continuation line.       *
      *                                                                *
      *   Every reprint is logged on the CONTACT history and counted  *
      *   on its DOCARCHIVE row. DOCRPRT.RPT lists each request;      *
      *   a document not on the archive, or a suppressed reprint,     *
      *   ends the run RC 4.                                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCRPRT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPRINT-REQUEST-FILE
               ASSIGN TO "REPRREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "LETTERS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-REPORT
               ASSIGN TO "DOCRPRT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POST-FALLBACK-FILE
               ASSIGN TO "POSTONLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTONLY-STATUS.

           SELECT OPTIONAL GONEAWAY-FILE
               ASSIGN TO "GONEAWAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONEAWAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPRINT-REQUEST-FILE.
       01  REPRINT-REQUEST-RECORD.
           05 RPQ-CUSTOMER-NUM         PIC 9(10).
           05 FILLER                   PIC X.
           05 RPQ-POLICY-NUM           PIC 9(10).
           05 FILLER                   PIC X.
           05 RPQ-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X.
           05 RPQ-PRODUCED-DATE        PIC 9(8).

      * Same layout LETTGEN writes and LETTDISP reads.
       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  RUN-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  POST-FALLBACK-FILE.
       01  POST-FALLBACK-RECORD.
           05 PFB-CUSTOMER-NUM         PIC 9(10).

       FD  GONEAWAY-FILE.
       01  GONEAWAY-RECORD.
           05 GAW-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 GAW-FLAG-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-REQUEST-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF                      PIC X  VALUE 'N'.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                VALUE 'Y'.

      * Host variables for the archive and customer lookups.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-DOC-TYPE                 PIC X(8).
       01  WS-DOCUMENT-ID              PIC S9(9) USAGE COMP.
       01  WS-DOCUMENT-ID-IND          PIC S9(4) USAGE COMP.
       01  WS-PRODUCED-DATE            PIC X(10).
       01  WS-LINE-TEXT                PIC X(120).
       01  WS-LINE-TEXT-IND            PIC S9(4) USAGE COMP.
       01  WS-CONTACT-PREF             PIC X(1).
       01  WS-CONTACT-PREF-IND         PIC S9(4) USAGE COMP.
       01  WS-DATE-OF-DEATH            PIC X(10).
       01  WS-DATE-OF-DEATH-IND        PIC S9(4) USAGE COMP.
       01  WS-CHANNEL                  PIC X(5).
       01  WS-EOF-LINES                PIC X  VALUE 'N'.

       01  WS-ISO-SOURCE               PIC 9(8) VALUE ZEROS.
       01  WS-ISO-SPLIT REDEFINES WS-ISO-SOURCE.
           05 WS-ISO-YYYY              PIC X(4).
           05 WS-ISO-MM                PIC X(2).
           05 WS-ISO-DD                PIC X(2).
       01  WS-ISO-DATE                 PIC X(10) VALUE SPACES.

      * Customers whose email has bounced, per the delivery-status
      * loader LETTSTAT: reprints route by post like their letters.
       01  WS-POSTONLY-STATUS          PIC XX VALUE SPACES.
       01  WS-POSTONLY-COUNT           PIC 9(3) VALUE 0.
       01  WS-POSTONLY-TABLE.
           05 WS-POSTONLY-ID OCCURS 500 TIMES
                                   INDEXED BY WS-PO-IX
                                   PIC 9(10).
       01  WS-POSTONLY-MATCH           PIC X VALUE 'N'.

      * Gone-away customers, loaded from the optional register.
       01  WS-GONEAWAY-STATUS          PIC XX VALUE SPACES.
       01  WS-GONEAWAY-COUNT           PIC 9(3) VALUE 0.
       01  WS-GONEAWAY-TABLE.
           05 WS-GONEAWAY-ID OCCURS 500 TIMES
                                   INDEXED BY WS-GW-IX
                                   PIC 9(10).
       01  WS-GONEAWAY-MATCH           PIC X VALUE 'N'.

      * Same layout LETTGEN heads every letter with.
       01  ROUTE-LINE.
           05 FILLER                   PIC X(7) VALUE 'ROUTE: '.
           05 RTL-CHANNEL              PIC X(5).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RTL-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X    VALUE SPACE.
           05 RTL-LETTER-TYPE          PIC X(8).

       01  DUPLICATE-LINE              PIC X(17) VALUE
              '*** DUPLICATE ***'.
       01  REPRINT-LINE.
           05 FILLER                   PIC X(20)
                                        VALUE 'REPRINT OF DOCUMENT '.
           05 RPL-DOCUMENT-ID          PIC Z(8)9.
           05 FILLER                   PIC X(10) VALUE ' PRODUCED '.
           05 RPL-PRODUCED-DATE        PIC X(10).

       01  WS-COUNTS.
           05 WS-REQUESTS-READ         PIC 9(5) VALUE 0.
           05 WS-REPRINTS-WRITTEN      PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.

       01  RESULT-LINE.
           05 RSL-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-POLICY               PIC 9(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-DOC-TYPE             PIC X(8).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-DOCUMENT-ID          PIC Z(8)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-CHANNEL              PIC X(5).
           05 FILLER                   PIC X     VALUE SPACE.
           05 RSL-RESULT               PIC X(25).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(16)
                                        VALUE 'REQUESTS READ:  '.
           05 SML-READ                 PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  REPRINTS: '.
           05 SML-REPRINTS             PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  REJECTED: '.
           05 SML-REJECTED             PIC ZZZZ9.

           EXEC SQL
               DECLARE REPRINT-LINE-CURSOR CURSOR FOR
               SELECT LINETEXT
                 FROM DOCLINE
                WHERE DOCUMENTID = :WS-DOCUMENT-ID
                ORDER BY LINENUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-EOF = 'Y'
              READ REPRINT-REQUEST-FILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-REQUESTS-READ
                    PERFORM 2000-REPRINT-ONE-DOCUMENT
                       THRU 2000-EXIT
              END-READ
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * No request file means nothing queued today, not an error.     *
      *----------------------------------------------------------------*
       1000-INITIALIZATION.
           OPEN INPUT REPRINT-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF
           END-IF
           OPEN EXTEND LETTER-FILE
           OPEN OUTPUT RUN-REPORT
           PERFORM 1200-LOAD-POST-FALLBACK
              THRU 1200-EXIT
           PERFORM 1300-LOAD-GONEAWAY
              THRU 1300-EXIT
           .
       1000-EXIT.
           EXIT.

       1200-LOAD-POST-FALLBACK.
           OPEN INPUT POST-FALLBACK-FILE
           IF WS-POSTONLY-STATUS = "00"
              PERFORM UNTIL WS-POSTONLY-STATUS NOT = "00"
                 READ POST-FALLBACK-FILE
                    AT END MOVE "10" TO WS-POSTONLY-STATUS
                    NOT AT END
                       IF WS-POSTONLY-COUNT < 500
                          ADD 1 TO WS-POSTONLY-COUNT
                          SET WS-PO-IX TO WS-POSTONLY-COUNT
                          MOVE PFB-CUSTOMER-NUM
                            TO WS-POSTONLY-ID(WS-PO-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE POST-FALLBACK-FILE
           .
       1200-EXIT.
           EXIT.

       1300-LOAD-GONEAWAY.
           OPEN INPUT GONEAWAY-FILE
           IF WS-GONEAWAY-STATUS = "00"
              PERFORM UNTIL WS-GONEAWAY-STATUS NOT = "00"
                 READ GONEAWAY-FILE
                    AT END MOVE "10" TO WS-GONEAWAY-STATUS
                    NOT AT END
                       IF WS-GONEAWAY-COUNT < 500
                          ADD 1 TO WS-GONEAWAY-COUNT
                          SET WS-GW-IX TO WS-GONEAWAY-COUNT
                          MOVE GAW-CUST-ID
                            TO WS-GONEAWAY-ID(WS-GW-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GONEAWAY-FILE
           .
       1300-EXIT.
           EXIT.

       2000-REPRINT-ONE-DOCUMENT.
           MOVE RPQ-CUSTOMER-NUM TO RSL-CUSTOMER
           MOVE RPQ-POLICY-NUM   TO RSL-POLICY
           MOVE RPQ-DOC-TYPE     TO RSL-DOC-TYPE
           MOVE 0                TO RSL-DOCUMENT-ID
           MOVE SPACES           TO RSL-CHANNEL

           PERFORM 2100-FIND-DOCUMENT
              THRU 2100-EXIT
           IF WS-DOCUMENT-ID-IND < 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOT ON ARCHIVE' TO RSL-RESULT
              PERFORM 2900-WRITE-RESULT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE WS-DOCUMENT-ID TO RSL-DOCUMENT-ID

           PERFORM 2200-READ-CUSTOMER
              THRU 2200-EXIT
           IF SQLCODE NOT = 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'CUSTOMER NOT FOUND' TO RSL-RESULT
              PERFORM 2900-WRITE-RESULT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

      * Nothing is reprinted for a customer who has died.
           IF WS-DATE-OF-DEATH-IND >= 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'DECEASED - SUPPRESSED' TO RSL-RESULT
              PERFORM 2900-WRITE-RESULT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2300-PICK-CHANNEL
              THRU 2300-EXIT
           MOVE RTL-CHANNEL TO RSL-CHANNEL
           IF WS-GONEAWAY-MATCH = 'Y'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'GONE AWAY - SUPPRESSED' TO RSL-RESULT
              PERFORM 2900-WRITE-RESULT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2400-WRITE-REPRINT
              THRU 2400-EXIT
           PERFORM 2800-LOG-REPRINT
              THRU 2800-EXIT

           ADD 1 TO WS-REPRINTS-WRITTEN
           MOVE 'REPRINTED' TO RSL-RESULT
           PERFORM 2900-WRITE-RESULT-LINE
              THRU 2900-EXIT
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The latest document on the archive for the key, or the       *
      * latest produced on the date asked for.                       *
      *----------------------------------------------------------------*
       2100-FIND-DOCUMENT.
           MOVE RPQ-CUSTOMER-NUM TO WS-CUSTOMER-NUM
           MOVE RPQ-POLICY-NUM   TO WS-POLICY-NUM
           MOVE RPQ-DOC-TYPE     TO WS-DOC-TYPE
           IF RPQ-PRODUCED-DATE = ZEROS
              EXEC SQL
                  SELECT MAX(DOCUMENTID)
                    INTO :WS-DOCUMENT-ID :WS-DOCUMENT-ID-IND
                    FROM DOCARCHIVE
                   WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                     AND POLICYNUMBER   = :WS-POLICY-NUM
                     AND DOCTYPE        = :WS-DOC-TYPE
              END-EXEC
           ELSE
              MOVE RPQ-PRODUCED-DATE TO WS-ISO-SOURCE
              MOVE SPACES TO WS-ISO-DATE
              STRING WS-ISO-YYYY '-' WS-ISO-MM '-' WS-ISO-DD
                 DELIMITED BY SIZE INTO WS-ISO-DATE
              EXEC SQL
                  SELECT MAX(DOCUMENTID)
                    INTO :WS-DOCUMENT-ID :WS-DOCUMENT-ID-IND
                    FROM DOCARCHIVE
                   WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                     AND POLICYNUMBER   = :WS-POLICY-NUM
                     AND DOCTYPE        = :WS-DOC-TYPE
                     AND PRODUCEDDATE   = DATE(:WS-ISO-DATE)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON DOCARCHIVE SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-DOCUMENT-ID-IND < 0
              GO TO 2100-EXIT
           END-IF

           EXEC SQL
               SELECT CHAR(PRODUCEDDATE, ISO)
                 INTO :WS-PRODUCED-DATE
                 FROM DOCARCHIVE
                WHERE DOCUMENTID = :WS-DOCUMENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON DOCARCHIVE SELECT:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-READ-CUSTOMER.
           EXEC SQL
               SELECT CONTACTPREF, CHAR(DATEOFDEATH, ISO)
                 INTO :WS-CONTACT-PREF :WS-CONTACT-PREF-IND,
                      :WS-DATE-OF-DEATH :WS-DATE-OF-DEATH-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The channel LETTGEN would pick today: a customer on the       *
      * bounced-email fallback list goes by post, otherwise the       *
      * stored preference, nothing on file meaning post. A post copy *
      * to a gone-away customer is flagged for suppression.           *
      *----------------------------------------------------------------*
       2300-PICK-CHANNEL.
           MOVE 'N' TO WS-POSTONLY-MATCH
           PERFORM VARYING WS-PO-IX FROM 1 BY 1
                   UNTIL WS-PO-IX > WS-POSTONLY-COUNT
              IF WS-POSTONLY-ID(WS-PO-IX) = RPQ-CUSTOMER-NUM
                 MOVE 'Y' TO WS-POSTONLY-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-POSTONLY-MATCH = 'Y'
              MOVE 'POST ' TO RTL-CHANNEL
           ELSE
           IF WS-CONTACT-PREF-IND >= 0 AND WS-CONTACT-PREF = 'E'
              MOVE 'EMAIL' TO RTL-CHANNEL
           ELSE
           IF WS-CONTACT-PREF-IND >= 0 AND WS-CONTACT-PREF = 'S'
              MOVE 'SMS  ' TO RTL-CHANNEL
           ELSE
              MOVE 'POST ' TO RTL-CHANNEL
           END-IF
           END-IF
           END-IF

           MOVE 'N' TO WS-GONEAWAY-MATCH
           IF RTL-CHANNEL = 'POST '
              PERFORM VARYING WS-GW-IX FROM 1 BY 1
                      UNTIL WS-GW-IX > WS-GONEAWAY-COUNT
                 IF WS-GONEAWAY-ID(WS-GW-IX) = RPQ-CUSTOMER-NUM
                    MOVE 'Y' TO WS-GONEAWAY-MATCH
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ROUTE line, duplicate marking, the archived lines in order,   *
      * and LETTGEN's page separator - so LETTDISP handles the copy   *
      * like any other letter.                                        *
      *----------------------------------------------------------------*
       2400-WRITE-REPRINT.
           MOVE RPQ-CUSTOMER-NUM TO RTL-CUSTOMER
           MOVE RPQ-DOC-TYPE     TO RTL-LETTER-TYPE
           MOVE ROUTE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE DUPLICATE-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-DOCUMENT-ID   TO RPL-DOCUMENT-ID
           MOVE WS-PRODUCED-DATE TO RPL-PRODUCED-DATE
           MOVE REPRINT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           EXEC SQL
               OPEN REPRINT-LINE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-LINES
           PERFORM 2450-COPY-ONE-LINE
              THRU 2450-EXIT
              UNTIL WS-EOF-LINES = 'Y'
           EXEC SQL
               CLOSE REPRINT-LINE-CURSOR
           END-EXEC

           MOVE ALL '-' TO LETTER-LINE
           WRITE LETTER-LINE
           .
       2400-EXIT.
           EXIT.

       2450-COPY-ONE-LINE.
           EXEC SQL
               FETCH REPRINT-LINE-CURSOR
               INTO :WS-LINE-TEXT :WS-LINE-TEXT-IND
           END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-LINES
              GO TO 2450-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON FETCH:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-LINE-TEXT-IND < 0
              MOVE SPACES TO WS-LINE-TEXT
           END-IF
           MOVE WS-LINE-TEXT(1:80) TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-LINE-TEXT(81:40) NOT = SPACES
              MOVE SPACES TO LETTER-LINE
              MOVE WS-LINE-TEXT(81:40) TO LETTER-LINE(5:40)
              WRITE LETTER-LINE
           END-IF
           .
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The reprint is a contact like any letter, and the archive     *
      * row keeps count of how often its document has been reissued. *
      *----------------------------------------------------------------*
       2800-LOG-REPRINT.
           MOVE RTL-CHANNEL TO WS-CHANNEL
           EXEC SQL
               INSERT INTO CONTACT
               (CUSTOMERNUMBER
               ,CONTACTDATE
               ,CHANNEL
               ,EVENTTYPE
               ,ORIGIN)
               VALUES (
                     :WS-CUSTOMER-NUM
                    ,CURRENT DATE
                    ,:WS-CHANNEL
                    ,:WS-DOC-TYPE
                    ,'DOCRPRT ')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON CONTACT INSERT:' SQLCODE
           END-IF

           EXEC SQL
               UPDATE DOCARCHIVE
                  SET REPRINTS    = REPRINTS + 1,
                      LASTREPRINT = CURRENT DATE
                WHERE DOCUMENTID = :WS-DOCUMENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON DOCARCHIVE UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2800-EXIT.
           EXIT.

       2900-WRITE-RESULT-LINE.
           MOVE RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-REQUESTS-READ    TO SML-READ
           MOVE WS-REPRINTS-WRITTEN TO SML-REPRINTS
           MOVE WS-REJECT-COUNT     TO SML-REJECTED
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE REPRINT-REQUEST-FILE.
           CLOSE LETTER-FILE.
           CLOSE RUN-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
