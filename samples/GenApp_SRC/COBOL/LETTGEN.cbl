      *     END:           closes it                                  *
      *     anything else  a letter line; substitution variables      *
      *                    &FNAME &LNAME &HNAME &HNUM &PCODE          *
      *                    &PNUM &EDATE &SUMAS &OLDSI &NEWSI are      *
      *                    replaced per request (&SUMAS: an           *
      *                    endowment's current sum assured; &OLDSI    *
      *                    and &NEWSI: the old and new cover on the   *
      *                    policy's latest endorsement)               *
      *                                                                *
      *   A template headed TYPE:name with a category code in         *
      *   columns 15-16 is that letter's alternative wording for      *
      *   customers whose vulnerable-customer marker carries the      *
      *   category; a marked customer with no alternative held for    *
      *   the category gets the standard template.                    *
      *                                                                *
      *   Nothing is produced for a customer whose death has been     *
      *   recorded by BEREAVE; the request is reported as             *
      *   suppressed, whichever program queued it.                    *
      *                                                                *
      *   A template line starting &STMT is replaced by the           *
      *   customer's account statement lines from STMTBODY.DAT, as    *
      *   laid out by the month-end ACCOUNT-STATEMENT run.            *
      *                                                                *
      *   Each letter is headed by a ROUTE line taken from the        *
      *   customer's stored contact preference - post, email or text  *
      *   Requests whose template or customer cannot be found go to   *
      *   the report as rejects and the run ends RC 4.                *
      *                                                                *
      *   Every letter body is kept on the produced-document archive  *
      *   through DOCARCH as it is written - the ROUTE line and page  *
      *   separator are print-room furniture and are not kept - so    *
      *   DOCRPRT can reprint the exact copy later.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTGEN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GONEAWAY-STATUS.

      *    Account statement bodies, one printed line per record,
      *    for the STMT requests the statement run queued.
           SELECT OPTIONAL STATEMENT-BODY-FILE
               ASSIGN TO "STMTBODY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTBODY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
           05 FILLER                   PIC X.
           05 GAW-FLAG-DATE            PIC 9(8).

       FD  STATEMENT-BODY-FILE.
       01  STATEMENT-BODY-RECORD.
           05 SBD-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 SBD-TEXT                 PIC X(70).

       FD  RUN-REPORT.
       01  REPORT-LINE                 PIC X(80).

       01  WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 20 TIMES.
              10 WS-TY-NAME            PIC X(8).
              10 WS-TY-CATEGORY        PIC X(2).
              10 WS-TY-FIRST-LINE      PIC 9(4).
              10 WS-TY-LINE-COUNT      PIC 9(3).
       01  WS-POOL-COUNT               PIC 9(4) VALUE 0.
       01  WS-POSTCODE                 PIC X(8).
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-SUMASSURED               PIC S9(9) USAGE COMP.
       01  WS-SUMASSURED-IND           PIC S9(4) USAGE COMP.
       01  WS-SUMASSURED-TEXT          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SUMASSURED-VALUE         PIC X(11) VALUE SPACES.
       01  WS-OLD-COVER                PIC S9(9) USAGE COMP.
       01  WS-OLD-COVER-IND            PIC S9(4) USAGE COMP.
       01  WS-NEW-COVER                PIC S9(9) USAGE COMP.
       01  WS-NEW-COVER-IND            PIC S9(4) USAGE COMP.
       01  WS-COVER-TEXT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-OLD-COVER-VALUE          PIC X(11) VALUE SPACES.
       01  WS-NEW-COVER-VALUE          PIC X(11) VALUE SPACES.
       01  WS-POLICY-PRESENT           PIC X VALUE 'N'.
       01  WS-MARKETING-OPTOUT         PIC X(1).
       01  WS-MARKETING-OPTOUT-IND     PIC S9(4) USAGE COMP.
       01  WS-CONTACT-PREF             PIC X(1).
       01  WS-CONTACT-PREF-IND         PIC S9(4) USAGE COMP.
       01  WS-VULN-CATEGORY            PIC X(2).
       01  WS-VULN-CATEGORY-IND        PIC S9(4) USAGE COMP.
       01  WS-ALT-MATCH-IX             PIC 9(2) VALUE 0.
       01  WS-DATE-OF-DEATH            PIC X(10).
       01  WS-DATE-OF-DEATH-IND        PIC S9(4) USAGE COMP.

      * The ROUTE line heads every letter; the customer number and
      * letter type on it are what the LETTDISP channel splitter
           05 FILLER                   PIC X    VALUE SPACE.
           05 RTL-LETTER-TYPE          PIC X(8).

      * Same layout DOCARCH takes.
       01  DOCARCH-PARMS.
           05 DAR-FUNCTION             PIC X(1).
           05 DAR-CUSTOMER-NUM         PIC 9(10).
           05 DAR-POLICY-NUM           PIC 9(10).
           05 DAR-DOC-TYPE             PIC X(8).
           05 DAR-PRODUCER             PIC X(8).
           05 DAR-CHANNEL              PIC X(5).
           05 DAR-LINE-TEXT            PIC X(120).
           05 DAR-DOCUMENT-ID          PIC 9(9).
           05 DAR-RETURN               PIC 9(2).

      * Customers whose email has bounced, per the delivery-status
      * loader LETTSTAT: their letters route by post whatever the
      * stored preference says, until the address is corrected.
       01  WS-GONEAWAY-MATCH           PIC X VALUE 'N'.
       01  WS-CONTACT-EVENT            PIC X(8) VALUE SPACES.

      * Statement bodies, loaded once: a customer directory pointing
      * into a shared pool of statement lines.
       01  WS-STMTBODY-STATUS          PIC XX VALUE SPACES.
       01  WS-STMT-CUST-COUNT          PIC 9(4) VALUE 0.
       01  WS-STMT-CUST-TABLE.
           05 WS-SC-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-SC-IX.
              10 WS-SC-CUST-ID         PIC 9(10).
              10 WS-SC-FIRST-LINE      PIC 9(5).
              10 WS-SC-LINE-COUNT      PIC 9(4).
       01  WS-STMT-LINE-COUNT          PIC 9(5) VALUE 0.
       01  WS-STMT-LINE-POOL.
           05 WS-STMT-LINE OCCURS 20000 TIMES
                                   INDEXED BY WS-SL-IX
                                   PIC X(70).
       01  WS-STMT-MATCH               PIC X VALUE 'N'.

      * Substitution work area: the line being built and the token
      * and value of the variable currently being replaced.
       01  WS-WORK-LINE                PIC X(80) VALUE SPACES.
              THRU 1200-EXIT
           PERFORM 1300-LOAD-GONEAWAY
              THRU 1300-EXIT
           PERFORM 1400-LOAD-STATEMENTS
              THRU 1400-EXIT
           .
       1000-EXIT.
           EXIT.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The statement run writes each customer's lines together, so  *
      * a new customer number starts a new directory entry.           *
      *----------------------------------------------------------------*
       1400-LOAD-STATEMENTS.
           OPEN INPUT STATEMENT-BODY-FILE
           IF WS-STMTBODY-STATUS = "00"
              PERFORM UNTIL WS-STMTBODY-STATUS NOT = "00"
                 READ STATEMENT-BODY-FILE
                    AT END MOVE "10" TO WS-STMTBODY-STATUS
                    NOT AT END
                       PERFORM 1450-STORE-STATEMENT-LINE
                          THRU 1450-EXIT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE STATEMENT-BODY-FILE
           .
       1400-EXIT.
           EXIT.

       1450-STORE-STATEMENT-LINE.
           IF WS-STMT-LINE-COUNT >= 20000
              GO TO 1450-EXIT
           END-IF
           IF WS-STMT-CUST-COUNT = 0
              OR WS-SC-CUST-ID(WS-STMT-CUST-COUNT) NOT = SBD-CUST-ID
              IF WS-STMT-CUST-COUNT >= 2000
                 GO TO 1450-EXIT
              END-IF
              ADD 1 TO WS-STMT-CUST-COUNT
              SET WS-SC-IX TO WS-STMT-CUST-COUNT
              MOVE SBD-CUST-ID TO WS-SC-CUST-ID(WS-SC-IX)
              COMPUTE WS-SC-FIRST-LINE(WS-SC-IX) =
                  WS-STMT-LINE-COUNT + 1
              MOVE 0 TO WS-SC-LINE-COUNT(WS-SC-IX)
           END-IF
           ADD 1 TO WS-STMT-LINE-COUNT
           MOVE SBD-TEXT TO WS-STMT-LINE(WS-STMT-LINE-COUNT)
           ADD 1 TO WS-SC-LINE-COUNT(WS-STMT-CUST-COUNT)
           .
       1450-EXIT.
           EXIT.

       1200-LOAD-POST-FALLBACK.
           OPEN INPUT POST-FALLBACK-FILE
           IF WS-POSTONLY-STATUS = "00"
                    ADD 1 TO WS-TYPE-COUNT
                    MOVE TEMPLATE-RECORD(6:8)
                      TO WS-TY-NAME(WS-TYPE-COUNT)
                    MOVE TEMPLATE-RECORD(15:2)
                      TO WS-TY-CATEGORY(WS-TYPE-COUNT)
                    COMPUTE WS-TY-FIRST-LINE(WS-TYPE-COUNT) =
                        WS-POOL-COUNT + 1
                    MOVE 0 TO WS-TY-LINE-COUNT(WS-TYPE-COUNT)
           PERFORM VARYING WS-TY-IX FROM 1 BY 1
                   UNTIL WS-TY-IX > WS-TYPE-COUNT
              IF WS-TY-NAME(WS-TY-IX) = CRQ-LETTER-TYPE
                 AND WS-TY-CATEGORY(WS-TY-IX) = SPACES
                 MOVE WS-TY-IX TO WS-MATCH-IX
                 EXIT PERFORM
              END-IF
              GO TO 2000-EXIT
           END-IF

      * No letter of any kind goes to a customer who has died.
           IF WS-DATE-OF-DEATH-IND >= 0
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'DECEASED - SUPPRESSED' TO RSL-RESULT
              PERFORM 2900-WRITE-RESULT-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

      * Marketing letter types (MKT*) honour the customer's opt-out;
      * service letters such as renewals and reminders always go.
           IF CRQ-LETTER-TYPE(1:3) = 'MKT'
              GO TO 2000-EXIT
           END-IF

      * A customer marked vulnerable gets the letter's alternative
      * wording for the marker's category, where one is held.
           MOVE 0 TO WS-ALT-MATCH-IX
           IF WS-VULN-CATEGORY-IND >= 0
              AND WS-VULN-CATEGORY NOT = SPACES
              PERFORM VARYING WS-TY-IX FROM 1 BY 1
                      UNTIL WS-TY-IX > WS-TYPE-COUNT
                 IF WS-TY-NAME(WS-TY-IX) = CRQ-LETTER-TYPE
                    AND WS-TY-CATEGORY(WS-TY-IX) = WS-VULN-CATEGORY
                    MOVE WS-TY-IX TO WS-ALT-MATCH-IX
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ALT-MATCH-IX > 0
              MOVE WS-ALT-MATCH-IX TO WS-MATCH-IX
           END-IF

           PERFORM 2200-READ-POLICY
              THRU 2200-EXIT

           MOVE ROUTE-LINE TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE 'O'              TO DAR-FUNCTION
           MOVE CRQ-CUSTOMER-NUM TO DAR-CUSTOMER-NUM
           MOVE CRQ-POLICY-NUM   TO DAR-POLICY-NUM
           MOVE CRQ-LETTER-TYPE  TO DAR-DOC-TYPE
           MOVE 'LETTGEN '       TO DAR-PRODUCER
           MOVE RTL-CHANNEL      TO DAR-CHANNEL
           PERFORM 2700-CALL-ARCHIVE
              THRU 2700-EXIT

           MOVE WS-TY-FIRST-LINE(WS-MATCH-IX) TO WS-LINE-IX
           PERFORM 2500-EMIT-LETTER-LINE
              THRU 2500-EXIT
                                + WS-TY-LINE-COUNT(WS-MATCH-IX)

      * Page separator between letters for the print spool.
           MOVE 'C' TO DAR-FUNCTION
           PERFORM 2700-CALL-ARCHIVE
              THRU 2700-EXIT
           MOVE ALL '-' TO LETTER-LINE
           WRITE LETTER-LINE

           ADD 1 TO WS-LETTERS-WRITTEN
           PERFORM 2800-LOG-CONTACT
              THRU 2800-EXIT
           IF WS-ALT-MATCH-IX > 0
              MOVE 'PRODUCED - ALTERNATIVE' TO RSL-RESULT
           ELSE
              MOVE 'PRODUCED' TO RSL-RESULT
           END-IF
           PERFORM 2900-WRITE-RESULT-LINE
              THRU 2900-EXIT
           .
           MOVE CRQ-CUSTOMER-NUM TO WS-CUSTOMER-NUM
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, HOUSENAME, HOUSENUMBER,
                      POSTCODE, MARKETINGOPTOUT, CONTACTPREF,
                      VULNCATEGORY, CHAR(DATEOFDEATH, ISO)
                 INTO :WS-FIRST-NAME, :WS-LAST-NAME, :WS-HOUSE-NAME,
                      :WS-HOUSE-NUM, :WS-POSTCODE,
                      :WS-MARKETING-OPTOUT :WS-MARKETING-OPTOUT-IND,
                      :WS-CONTACT-PREF :WS-CONTACT-PREF-IND,
                      :WS-VULN-CATEGORY :WS-VULN-CATEGORY-IND,
                      :WS-DATE-OF-DEATH :WS-DATE-OF-DEATH-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC

       2200-READ-POLICY.
           MOVE 'N' TO WS-POLICY-PRESENT
           MOVE SPACES TO WS-EXPIRY-DATE WS-SUMASSURED-VALUE
                          WS-OLD-COVER-VALUE WS-NEW-COVER-VALUE
           IF CRQ-POLICY-NUM = ZEROS
              GO TO 2200-EXIT
           END-IF
           IF SQLCODE = 0
              MOVE 'Y' TO WS-POLICY-PRESENT
           END-IF
      * Only an endowment has a sum assured to quote; anything else
      * leaves &SUMAS blank.
           EXEC SQL
               SELECT SUMASSURED
                 INTO :WS-SUMASSURED :WS-SUMASSURED-IND
                 FROM ENDOWMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE = 0 AND WS-SUMASSURED-IND >= 0
              MOVE WS-SUMASSURED TO WS-SUMASSURED-TEXT
              MOVE FUNCTION TRIM(WS-SUMASSURED-TEXT)
                TO WS-SUMASSURED-VALUE
           END-IF
      * The cover before and after the policy's latest endorsement -
      * an index-linked house quotes its old and new sum insured.
      * No endorsement, or more than one that day, leaves both blank.
           EXEC SQL
               SELECT OLDCOVER, NEWCOVER
                 INTO :WS-OLD-COVER :WS-OLD-COVER-IND,
                      :WS-NEW-COVER :WS-NEW-COVER-IND
                 FROM ENDORSEMENT
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                  AND ENDORSEDATE =
                      (SELECT MAX(ENDORSEDATE) FROM ENDORSEMENT
                        WHERE POLICYNUMBER = :WS-POLICY-NUM)
           END-EXEC
           IF SQLCODE = 0
              IF WS-OLD-COVER-IND >= 0
                 MOVE WS-OLD-COVER TO WS-COVER-TEXT
                 MOVE FUNCTION TRIM(WS-COVER-TEXT)
                   TO WS-OLD-COVER-VALUE
              END-IF
              IF WS-NEW-COVER-IND >= 0
                 MOVE WS-NEW-COVER TO WS-COVER-TEXT
                 MOVE FUNCTION TRIM(WS-COVER-TEXT)
                   TO WS-NEW-COVER-VALUE
              END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.
      * One template line with every substitution variable replaced.  *
      *----------------------------------------------------------------*
       2500-EMIT-LETTER-LINE.
           IF WS-POOL-LINE(WS-LINE-IX)(1:5) = '&STMT'
              PERFORM 2550-EMIT-STATEMENT-BODY
                 THRU 2550-EXIT
              GO TO 2500-EXIT
           END-IF
           MOVE WS-POOL-LINE(WS-LINE-IX) TO WS-WORK-LINE

           MOVE '&FNAME' TO WS-TOKEN
           MOVE '&EDATE' TO WS-TOKEN
           MOVE 6 TO WS-TOKEN-LEN
           MOVE WS-EXPIRY-DATE TO WS-VALUE
           PERFORM 2600-REPLACE-TOKEN
              THRU 2600-EXIT
           MOVE '&SUMAS' TO WS-TOKEN
           MOVE 6 TO WS-TOKEN-LEN
           MOVE WS-SUMASSURED-VALUE TO WS-VALUE
           PERFORM 2600-REPLACE-TOKEN
              THRU 2600-EXIT
           MOVE '&OLDSI' TO WS-TOKEN
           MOVE 6 TO WS-TOKEN-LEN
           MOVE WS-OLD-COVER-VALUE TO WS-VALUE
           PERFORM 2600-REPLACE-TOKEN
              THRU 2600-EXIT
           MOVE '&NEWSI' TO WS-TOKEN
           MOVE 6 TO WS-TOKEN-LEN
           MOVE WS-NEW-COVER-VALUE TO WS-VALUE
           PERFORM 2600-REPLACE-TOKEN
              THRU 2600-EXIT

           MOVE WS-WORK-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM 2650-ARCHIVE-LINE
              THRU 2650-EXIT
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The customer's statement lines in place of the &STMT line,    *
      * printed as laid out; no statement on file prints nothing.     *
      *----------------------------------------------------------------*
       2550-EMIT-STATEMENT-BODY.
           MOVE 'N' TO WS-STMT-MATCH
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
                   UNTIL WS-SC-IX > WS-STMT-CUST-COUNT
              IF WS-SC-CUST-ID(WS-SC-IX) = CRQ-CUSTOMER-NUM
                 MOVE 'Y' TO WS-STMT-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-STMT-MATCH = 'N'
              GO TO 2550-EXIT
           END-IF
           PERFORM VARYING WS-SL-IX
                   FROM WS-SC-FIRST-LINE(WS-SC-IX) BY 1
                   UNTIL WS-SL-IX >= WS-SC-FIRST-LINE(WS-SC-IX)
                                   + WS-SC-LINE-COUNT(WS-SC-IX)
              MOVE SPACES TO LETTER-LINE
              MOVE WS-STMT-LINE(WS-SL-IX) TO LETTER-LINE
              WRITE LETTER-LINE
              PERFORM 2650-ARCHIVE-LINE
                 THRU 2650-EXIT
           END-PERFORM
           .
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Replace every occurrence of WS-TOKEN (first WS-TOKEN-LEN      *
      * bytes) in WS-WORK-LINE with the trimmed WS-VALUE, bounded so  *
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The letter line just written, onto the archived copy.         *
      *----------------------------------------------------------------*
       2650-ARCHIVE-LINE.
           MOVE 'L'         TO DAR-FUNCTION
           MOVE LETTER-LINE TO DAR-LINE-TEXT
           PERFORM 2700-CALL-ARCHIVE
              THRU 2700-EXIT
           .
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A letter that cannot be archived is not sent out unarchived;  *
      * the run stops as on any other database error.                 *
      *----------------------------------------------------------------*
       2700-CALL-ARCHIVE.
           CALL 'DOCARCH' USING DOCARCH-PARMS
           IF DAR-RETURN >= 8
              DISPLAY 'DOCUMENT ARCHIVE FAILED FOR CUSTOMER '
                      CRQ-CUSTOMER-NUM
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2700-EXIT.
           EXIT.

       2900-WRITE-RESULT-LINE.
           MOVE RESULT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
