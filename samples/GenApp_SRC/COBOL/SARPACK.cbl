      *     DB2 CUSTOMER and CUSTOMER_SECURE (the stored password     *
      *     is disclosed only as present/absent - a SAR is not a      *
      *     credential leak), every POLICY with its product detail,   *
      *     CLAIM and QUOTE rows, the service desk's NOTES on the     *
      *     customer, their policies and claims, the CUSTOMER.DAT     *
      *     record, the CUSTJRNL.DAT movements, AUDIT.DAT entries     *
      *     naming the customer, and USAGE.DAT inquiry log lines.     *
      *                                                                *
      *   The pack closes with a completeness checklist naming each   *
      *   store searched and how many items it yielded, so the        *
      *   disclosure can be certified complete.                       *
      *                                                                *
      *   The pack is kept line for line on the produced-document     *
      *   archive through DOCARCH as document type SARPACK, so the    *
      *   disclosure actually sent can be reproduced by DOCRPRT.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARPACK.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           05 UL-MODE                  PIC X(6).
           05 FILLER                   PIC X.
           05 UL-CUSTOMER              PIC 9(10).
      *    Blank on records logged before the user was carried.
           05 FILLER                   PIC X.
           05 UL-USERID                PIC X(8).

       FD  PACK-FILE.
       01  PACK-LINE                   PIC X(120).
       01  WS-SUBJECT-NUM              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-SUBJECT-KEY              PIC 9(10) VALUE ZEROS.

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

      * Host variables for the DB2 reads.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-QUOTE-DATE               PIC X(10).
       01  WS-QUOTE-STATUS             PIC X(1).
       01  WS-QUOTE-STATUS-IND        PIC S9(4) USAGE COMP.
       01  WS-NOTE-NUM                 PIC S9(9) USAGE COMP.
       01  WS-NOTE-CREATED             PIC X(16).
       01  WS-NOTE-POLICY              PIC S9(9) USAGE COMP.
       01  WS-NOTE-POLICY-IND          PIC S9(4) USAGE COMP.
       01  WS-NOTE-CLAIM               PIC S9(9) USAGE COMP.
       01  WS-NOTE-CLAIM-IND           PIC S9(4) USAGE COMP.
       01  WS-NOTE-OPERATOR            PIC X(8).
       01  WS-NOTE-OPERATOR-IND        PIC S9(4) USAGE COMP.
       01  WS-NOTE-TEXT                PIC X(150).
       01  WS-NOTE-TEXT-IND            PIC S9(4) USAGE COMP.
       01  WS-NOTE-FOLLOWUP            PIC X(10).
       01  WS-NOTE-FOLLOWUP-IND        PIC S9(4) USAGE COMP.
       01  WS-NOTE-TEAM                PIC X(4).
       01  WS-NOTE-TEAM-IND            PIC S9(4) USAGE COMP.
       01  WS-NOTE-USER                PIC X(8).
       01  WS-NOTE-USER-IND            PIC S9(4) USAGE COMP.
       01  WS-NOTE-DONE                PIC X(10).
       01  WS-NOTE-DONE-IND            PIC S9(4) USAGE COMP.

      * Completeness tallies per store.
       01  WS-CHECKLIST.
           05 WS-CHK-POLICIES          PIC 9(5) VALUE 0.
           05 WS-CHK-CLAIMS            PIC 9(5) VALUE 0.
           05 WS-CHK-QUOTES            PIC 9(5) VALUE 0.
           05 WS-CHK-NOTES             PIC 9(5) VALUE 0.
           05 WS-CHK-KSDS              PIC 9(5) VALUE 0.
           05 WS-CHK-JOURNAL           PIC 9(5) VALUE 0.
           05 WS-CHK-AUDIT             PIC 9(5) VALUE 0.
                ORDER BY QUOTENUMBER
           END-EXEC.

           EXEC SQL
               DECLARE SAR-NOTE-CURSOR CURSOR FOR
               SELECT NOTENUMBER, SUBSTR(CHAR(CREATED), 1, 16),
                      POLICYNUMBER, CLAIMNUMBER, OPERATORID,
                      NOTETEXT, CHAR(FOLLOWUPDATE, ISO),
                      FOLLOWUPTEAM, FOLLOWUPUSER,
                      CHAR(FOLLOWUPDONE, ISO)
                 FROM NOTES
                WHERE CUSTOMERNUMBER = :WS-SUBJECT-NUM
                ORDER BY CREATED, NOTENUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

              THRU 3500-EXIT
           PERFORM 4000-DISCLOSE-QUOTES
              THRU 4000-EXIT
           PERFORM 4200-DISCLOSE-NOTES
              THRU 4200-EXIT
           PERFORM 4500-DISCLOSE-KSDS-RECORD
              THRU 4500-EXIT
           PERFORM 5000-DISCLOSE-JOURNAL

           PERFORM 8000-PRINT-CHECKLIST
              THRU 8000-EXIT
           MOVE 'C' TO DAR-FUNCTION
           PERFORM 7300-CALL-ARCHIVE
              THRU 7300-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           MOVE WS-SUBJECT-NUM TO WS-SUBJECT-KEY

           OPEN OUTPUT PACK-FILE
           MOVE 'O'            TO DAR-FUNCTION
           MOVE WS-SUBJECT-KEY TO DAR-CUSTOMER-NUM
           MOVE 0              TO DAR-POLICY-NUM
           MOVE 'SARPACK '     TO DAR-DOC-TYPE
           MOVE 'SARPACK '     TO DAR-PRODUCER
           MOVE 'POST '        TO DAR-CHANNEL
           PERFORM 7300-CALL-ARCHIVE
              THRU 7300-EXIT
           MOVE 'SUBJECT ACCESS DISCLOSURE PACK' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION
              THRU 7000-EXIT
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every note written about the customer, in full: who wrote it  *
      * and when, what it is against, the text and any follow-up.     *
      *----------------------------------------------------------------*
       4200-DISCLOSE-NOTES.
           MOVE 'SERVICE NOTES' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION
              THRU 7000-EXIT
           EXEC SQL
               OPEN SAR-NOTE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM UNTIL END-OF-CURSOR
              EXEC SQL
                  FETCH SAR-NOTE-CURSOR
                  INTO :WS-NOTE-NUM, :WS-NOTE-CREATED,
                       :WS-NOTE-POLICY :WS-NOTE-POLICY-IND,
                       :WS-NOTE-CLAIM :WS-NOTE-CLAIM-IND,
                       :WS-NOTE-OPERATOR :WS-NOTE-OPERATOR-IND,
                       :WS-NOTE-TEXT :WS-NOTE-TEXT-IND,
                       :WS-NOTE-FOLLOWUP :WS-NOTE-FOLLOWUP-IND,
                       :WS-NOTE-TEAM :WS-NOTE-TEAM-IND,
                       :WS-NOTE-USER :WS-NOTE-USER-IND,
                       :WS-NOTE-DONE :WS-NOTE-DONE-IND
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    SET END-OF-CURSOR TO TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'Y' TO WS-SQL-ERROR-FLAG
                    PERFORM 9000-END-PARA
                 WHEN OTHER
                    ADD 1 TO WS-CHK-NOTES
                    PERFORM 4210-WRITE-NOTE
                       THRU 4210-EXIT
              END-EVALUATE
           END-PERFORM
           EXEC SQL
               CLOSE SAR-NOTE-CURSOR
           END-EXEC
           .
       4200-EXIT.
           EXIT.

       4210-WRITE-NOTE.
           IF WS-NOTE-OPERATOR-IND < 0
              MOVE SPACES TO WS-NOTE-OPERATOR
           END-IF
           IF WS-NOTE-TEXT-IND < 0
              MOVE SPACES TO WS-NOTE-TEXT
           END-IF
           MOVE 'NOTE:           ' TO DET-LABEL
           MOVE WS-NOTE-NUM TO WS-DISPLAY-NUM
           MOVE SPACES TO DET-VALUE
           STRING WS-DISPLAY-NUM   DELIMITED BY SIZE
                  ' WRITTEN '      DELIMITED BY SIZE
                  WS-NOTE-CREATED  DELIMITED BY SIZE
                  ' BY '           DELIMITED BY SIZE
                  WS-NOTE-OPERATOR DELIMITED BY SIZE
              INTO DET-VALUE
           END-STRING
           PERFORM 7100-WRITE-DETAIL
              THRU 7100-EXIT
           IF WS-NOTE-CLAIM-IND >= 0
              MOVE 'ON CLAIM:       ' TO DET-LABEL
              MOVE WS-NOTE-CLAIM TO WS-DISPLAY-NUM
              MOVE WS-DISPLAY-NUM TO DET-VALUE
              PERFORM 7100-WRITE-DETAIL
                 THRU 7100-EXIT
           ELSE
              IF WS-NOTE-POLICY-IND >= 0
                 MOVE 'ON POLICY:      ' TO DET-LABEL
                 MOVE WS-NOTE-POLICY TO WS-DISPLAY-NUM
                 MOVE WS-DISPLAY-NUM TO DET-VALUE
                 PERFORM 7100-WRITE-DETAIL
                    THRU 7100-EXIT
              END-IF
           END-IF
           MOVE 'TEXT:           ' TO DET-LABEL
           MOVE WS-NOTE-TEXT(1:100) TO DET-VALUE
           PERFORM 7100-WRITE-DETAIL
              THRU 7100-EXIT
           IF WS-NOTE-TEXT(101:50) NOT = SPACES
              MOVE SPACES TO DET-LABEL
              MOVE WS-NOTE-TEXT(101:50) TO DET-VALUE
              PERFORM 7100-WRITE-DETAIL
                 THRU 7100-EXIT
           END-IF
           IF WS-NOTE-FOLLOWUP-IND >= 0
              IF WS-NOTE-TEAM-IND < 0
                 MOVE SPACES TO WS-NOTE-TEAM
              END-IF
              IF WS-NOTE-USER-IND < 0
                 MOVE SPACES TO WS-NOTE-USER
              END-IF
              IF WS-NOTE-DONE-IND < 0
                 MOVE 'OPEN' TO WS-NOTE-DONE
              END-IF
              MOVE 'FOLLOW-UP:      ' TO DET-LABEL
              MOVE SPACES TO DET-VALUE
              STRING WS-NOTE-FOLLOWUP DELIMITED BY SIZE
                     ' TEAM '         DELIMITED BY SIZE
                     WS-NOTE-TEAM     DELIMITED BY SIZE
                     ' ASSIGNEE '     DELIMITED BY SIZE
                     WS-NOTE-USER     DELIMITED BY SIZE
                     ' DONE '         DELIMITED BY SIZE
                     WS-NOTE-DONE     DELIMITED BY SIZE
                 INTO DET-VALUE
              END-STRING
              PERFORM 7100-WRITE-DETAIL
                 THRU 7100-EXIT
           END-IF
           .
       4210-EXIT.
           EXIT.

       4500-DISCLOSE-KSDS-RECORD.
           MOVE 'CUSTOMER.DAT RECORD' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION

       7000-WRITE-SECTION.
           MOVE SPACES TO PACK-LINE
           PERFORM 7200-WRITE-PACK-LINE
              THRU 7200-EXIT
           MOVE SECTION-LINE TO PACK-LINE
           PERFORM 7200-WRITE-PACK-LINE
              THRU 7200-EXIT
           .
       7000-EXIT.
           EXIT.
       7100-WRITE-DETAIL.
           MOVE SPACES TO PACK-LINE
           MOVE DETAIL-LINE TO PACK-LINE
           PERFORM 7200-WRITE-PACK-LINE
              THRU 7200-EXIT
           .
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every pack line goes to the print file and the archived copy. *
      *----------------------------------------------------------------*
       7200-WRITE-PACK-LINE.
           WRITE PACK-LINE
           MOVE 'L'       TO DAR-FUNCTION
           MOVE PACK-LINE TO DAR-LINE-TEXT
           PERFORM 7300-CALL-ARCHIVE
              THRU 7300-EXIT
           .
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A disclosure that cannot be archived stops the run as any     *
      * other database error does.                                    *
      *----------------------------------------------------------------*
       7300-CALL-ARCHIVE.
           CALL 'DOCARCH' USING DOCARCH-PARMS
           IF DAR-RETURN >= 8
              DISPLAY 'DOCUMENT ARCHIVE FAILED FOR CUSTOMER '
                      WS-SUBJECT-KEY
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       7300-EXIT.
           EXIT.

       8000-PRINT-CHECKLIST.
           MOVE 'COMPLETENESS CHECKLIST' TO SEC-TITLE
           PERFORM 7000-WRITE-SECTION
              THRU 8100-EXIT
           MOVE 'DB2 QUOTE           ' TO CHK-STORE
           MOVE WS-CHK-QUOTES TO CHK-COUNT
           PERFORM 8100-WRITE-CHECKLIST-LINE
              THRU 8100-EXIT
           MOVE 'DB2 NOTES           ' TO CHK-STORE
           MOVE WS-CHK-NOTES TO CHK-COUNT
           PERFORM 8100-WRITE-CHECKLIST-LINE
              THRU 8100-EXIT
           MOVE 'CUSTOMER.DAT        ' TO CHK-STORE
       8100-WRITE-CHECKLIST-LINE.
           MOVE SPACES TO PACK-LINE
           MOVE CHECKLIST-LINE TO PACK-LINE
           PERFORM 7200-WRITE-PACK-LINE
              THRU 7200-EXIT
           .
       8100-EXIT.
           EXIT.
