      ******************************************************************
      *                                                                *
      *              Morning Follow-Up Diary Worklist                  *
      *                                                                *
      *   Lists, team by team, every note whose follow-up falls due   *
      *   on or before the business date and has not been marked      *
      *   done - the diary items entered against customers, policies  *
      *   and claims on the servicing screens through LGMNOT01. Each  *
      *   item shows its due date, days overdue (zero is due today),  *
      *   the assignee, the customer and policy or claim, who wrote   *
      *   the note and the start of its text; oldest first within a   *
      *   team, with the team's count of items and overdue items.     *
      *   The team marks each one done on the SSNOTE screen.          *
      *                                                                *
      *   Runs each morning to the business date in BUSIDATE.DAT.     *
      *   Any item overdue sets RC 4. Report to NOTEDIAR.RPT.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEDIAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARY-REPORT
               ASSIGN TO "NOTEDIAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to. Absent,
      *    the system clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARY-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
      * The business date in DB2's ISO form, for the cursor.
       01  WS-RUN-ISO.
           05 WS-ISO-YYYY              PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-ISO-MM                PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-ISO-DD                PIC 9(2).

      * Host variables for the diary cursor fetch
       01  WS-FOLLOWUPTEAM             PIC X(4).
       01  WS-FOLLOWUPTEAM-IND         PIC S9(4) USAGE COMP.
       01  WS-NOTE-NUM                 PIC S9(9) USAGE COMP.
       01  WS-FOLLOWUPDATE             PIC X(10).
       01  WS-DAYS-OVERDUE             PIC S9(9) USAGE COMP.
       01  WS-FOLLOWUPUSER             PIC X(8).
       01  WS-FOLLOWUPUSER-IND         PIC S9(4) USAGE COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-POLICY-IND               PIC S9(4) USAGE COMP.
       01  WS-CLAIM-NUM                PIC S9(9) USAGE COMP.
       01  WS-CLAIM-IND                PIC S9(4) USAGE COMP.
       01  WS-OPERATORID               PIC X(8).
       01  WS-OPERATORID-IND           PIC S9(4) USAGE COMP.
       01  WS-NOTETEXT                 PIC X(150).
       01  WS-NOTETEXT-IND             PIC S9(4) USAGE COMP.

      * Team control break.
       01  WS-CURRENT-TEAM             PIC X(4)  VALUE HIGH-VALUES.
       01  WS-TEAM-ITEMS               PIC 9(7)  VALUE 0.
       01  WS-TEAM-OVERDUE             PIC 9(7)  VALUE 0.

       01  WS-ITEM-COUNT               PIC 9(7)  VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(7)  VALUE 0.

       01  HEADING-LINE-1.
           05 FILLER                   PIC X(40)
                      VALUE 'FOLLOW-UP DIARY - ITEMS DUE OR OVERDUE '.
           05 FILLER                   PIC X(3)  VALUE 'AT '.
           05 HDL-RUN-DATE             PIC X(10).
       01  TEAM-HEADING-LINE.
           05 FILLER                   PIC X(6)  VALUE 'TEAM: '.
           05 THL-TEAM                 PIC X(4).
       01  HEADING-LINE-2.
           05 FILLER                   PIC X(12) VALUE 'NOTE'.
           05 FILLER                   PIC X(12) VALUE 'DUE'.
           05 FILLER                   PIC X(7)  VALUE 'OVERDUE'.
           05 FILLER                   PIC X(10) VALUE 'ASSIGNEE'.
           05 FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(16) VALUE 'ON'.
           05 FILLER                   PIC X(10) VALUE 'WRITTEN BY'.
           05 FILLER                   PIC X(4)  VALUE 'NOTE'.

       01  DETAIL-LINE.
           05 DTL-NOTE                 PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-DUE-DATE             PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-DAYS-OVERDUE         PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-ASSIGNEE             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-CUSTOMER             PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-REF.
              10 DTL-REF-TYPE          PIC X(4).
              10 DTL-REF-NUM           PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-TEXT                 PIC X(50).

       01  TEAM-TOTAL-LINE.
           05 FILLER                   PIC X(5)  VALUE 'TEAM '.
           05 TTL-TEAM                 PIC X(4).
           05 FILLER                   PIC X(8)  VALUE ' ITEMS: '.
           05 TTL-ITEMS                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  OVERDUE: '.
           05 TTL-OVERDUE              PIC ZZZ,ZZ9.

       01  SUMMARY-LINE.
           05 FILLER                   PIC X(17)
                                        VALUE 'DIARY ITEMS DUE: '.
           05 SML-ITEMS                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  OVERDUE: '.
           05 SML-OVERDUE              PIC ZZZ,ZZ9.

           EXEC SQL
               DECLARE DIARY-CURSOR CURSOR FOR
               SELECT FOLLOWUPTEAM, NOTENUMBER,
                      CHAR(FOLLOWUPDATE, ISO),
                      DAYS(DATE(:WS-RUN-ISO)) - DAYS(FOLLOWUPDATE),
                      FOLLOWUPUSER, CUSTOMERNUMBER,
                      POLICYNUMBER, CLAIMNUMBER,
                      OPERATORID, NOTETEXT
                 FROM NOTES
                WHERE FOLLOWUPDATE <= DATE(:WS-RUN-ISO)
                  AND FOLLOWUPDONE IS NULL
                ORDER BY FOLLOWUPTEAM, FOLLOWUPDATE, NOTENUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-ITEM
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-REPORT-ITEM
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-ITEM
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
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
           MOVE WS-RUN-YYYY TO WS-ISO-YYYY
           MOVE WS-RUN-MM   TO WS-ISO-MM
           MOVE WS-RUN-DD   TO WS-ISO-DD
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT DIARY-REPORT
           MOVE WS-RUN-ISO TO HDL-RUN-DATE
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN DIARY-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       1000-EXIT.
           EXIT.

       1500-FETCH-NEXT-ITEM.

           EXEC SQL
               FETCH DIARY-CURSOR
               INTO :WS-FOLLOWUPTEAM :WS-FOLLOWUPTEAM-IND,
                    :WS-NOTE-NUM, :WS-FOLLOWUPDATE,
                    :WS-DAYS-OVERDUE,
                    :WS-FOLLOWUPUSER :WS-FOLLOWUPUSER-IND,
                    :WS-CUSTOMER-NUM,
                    :WS-POLICY-NUM :WS-POLICY-IND,
                    :WS-CLAIM-NUM :WS-CLAIM-IND,
                    :WS-OPERATORID :WS-OPERATORID-IND,
                    :WS-NOTETEXT :WS-NOTETEXT-IND
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
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Each team starts on its own heading and closes with its own   *
      * totals. An item on a claim shows the claim, one on a policy   *
      * the policy; one on the customer alone shows neither.          *
      *----------------------------------------------------------------*
       2000-REPORT-ITEM.
           IF WS-FOLLOWUPTEAM-IND < 0
              MOVE SPACES TO WS-FOLLOWUPTEAM
           END-IF
           IF WS-FOLLOWUPTEAM NOT = WS-CURRENT-TEAM
              PERFORM 2100-TEAM-BREAK
                 THRU 2100-EXIT
           END-IF

           IF WS-FOLLOWUPUSER-IND < 0
              MOVE SPACES TO WS-FOLLOWUPUSER
           END-IF
           IF WS-OPERATORID-IND < 0
              MOVE SPACES TO WS-OPERATORID
           END-IF
           IF WS-NOTETEXT-IND < 0
              MOVE SPACES TO WS-NOTETEXT
           END-IF
           MOVE WS-NOTE-NUM       TO DTL-NOTE
           MOVE WS-FOLLOWUPDATE   TO DTL-DUE-DATE
           MOVE WS-DAYS-OVERDUE   TO DTL-DAYS-OVERDUE
           MOVE WS-FOLLOWUPUSER   TO DTL-ASSIGNEE
           MOVE WS-CUSTOMER-NUM   TO DTL-CUSTOMER
           EVALUATE TRUE
              WHEN WS-CLAIM-IND >= 0
                 MOVE 'CLM '        TO DTL-REF-TYPE
                 MOVE WS-CLAIM-NUM  TO DTL-REF-NUM
              WHEN WS-POLICY-IND >= 0
                 MOVE 'POL '        TO DTL-REF-TYPE
                 MOVE WS-POLICY-NUM TO DTL-REF-NUM
              WHEN OTHER
                 MOVE SPACES        TO DTL-REF
           END-EVALUATE
           MOVE WS-OPERATORID     TO DTL-OPERATOR
           MOVE WS-NOTETEXT(1:50) TO DTL-TEXT
           MOVE DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-TEAM-ITEMS
           ADD 1 TO WS-ITEM-COUNT
           IF WS-DAYS-OVERDUE > 0
              ADD 1 TO WS-TEAM-OVERDUE
              ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-TEAM-BREAK.
           IF WS-CURRENT-TEAM NOT = HIGH-VALUES
              PERFORM 2200-TEAM-TOTAL
                 THRU 2200-EXIT
           END-IF
           MOVE WS-FOLLOWUPTEAM TO WS-CURRENT-TEAM
           MOVE 0 TO WS-TEAM-ITEMS
           MOVE 0 TO WS-TEAM-OVERDUE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-TEAM TO THL-TEAM
           MOVE TEAM-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2100-EXIT.
           EXIT.

       2200-TEAM-TOTAL.
           MOVE WS-CURRENT-TEAM TO TTL-TEAM
           MOVE WS-TEAM-ITEMS   TO TTL-ITEMS
           MOVE WS-TEAM-OVERDUE TO TTL-OVERDUE
           MOVE TEAM-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2200-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           IF WS-CURRENT-TEAM NOT = HIGH-VALUES
              PERFORM 2200-TEAM-TOTAL
                 THRU 2200-EXIT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ITEM-COUNT    TO SML-ITEMS
           MOVE WS-OVERDUE-COUNT TO SML-OVERDUE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE DIARY-CURSOR
           END-EXEC.
           CLOSE DIARY-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVERDUE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
