      ******************************************************************
      *                                                                *
      *              Bereavement Notification Run                      *
      *                                                                *
      *   One transaction when a family tells us a policyholder has   *
      *   died, so no step is left to a clerk to remember. Each line  *
      *   of BEREAVE.DAT carries the customer, the date of death and  *
      *   who told us, and every store is put right in one pass:      *
      *                                                                *
      *     CUSTOMER      date of death, notifier and relationship,   *
      *                   and the date we were told, recorded -       *
      *                   LETTGEN then produces nothing for them,     *
      *                   POLRENEW invites none of their policies     *
      *                   and INSTPLAN takes no new plan request      *
      *     DDMAND.DAT    the active debit mandate cancelled, so      *
      *                   DDCOLL collects nothing more                *
      *     DECEASED.DAT  the customer added to the register the      *
      *                   CUSTOMER.DAT batch reads - COLLECTIONS-     *
      *                   CYCLE sends no reminder and escalates       *
      *                   nothing, LATE-FEE charges no fee            *
      *     INSTALLMENT   scheduled installments on their policies    *
      *                   frozen ('F'), so PREMBILL bills none        *
      *     ENDOWMENT     every endowment on their life flagged for   *
      *                   a death claim (DEATHCLAIM 'Y' and the date  *
      *                   of death) - their own with no other life    *
      *                   named, and any policy naming them as the    *
      *                   LIFEASSURED, which claims must confirm      *
      *                   where someone else holds it                 *
      *                                                                *
      *   BEREAVE.RPT shows, for each notification, every store and   *
      *   what was done to it. A store that could not be updated is   *
      *   reported as such and the run ends RC 4; running the same    *
      *   notification again completes what was missed and leaves     *
      *   the rest as it stands. A customer not on file is rejected   *
      *   with nothing touched.                                       *
      *                                                                *
      *   Each endowment flagged has its version before the flag      *
      *   saved through POLVERS first; a policy whose version cannot  *
      *   be saved is left unflagged and listed.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEREAVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-FILE
               ASSIGN TO "BEREAVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFICATION-STATUS.

      *    Direct-debit mandate store DD-MANDATE keeps, loaded whole
      *    and rewritten whole the same way.
           SELECT OPTIONAL MANDATE-FILE
               ASSIGN TO "DDMAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

      *    Deceased-customer register the CUSTOMER.DAT batch reads.
           SELECT OPTIONAL DECEASED-FILE
               ASSIGN TO "DECEASED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECEASED-STATUS.

           SELECT BEREAVE-REPORT
               ASSIGN TO "BEREAVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Central business date the whole suite runs to. Absent,
      *    the system clock applies.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per death notified: customer, date of death, the
      * person who told us and their relationship to the customer.
       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           05 BRV-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 BRV-DEATH-DATE           PIC 9(8).
           05 BRV-DEATH-PARTS REDEFINES BRV-DEATH-DATE.
              10 BRV-DEATH-YYYY        PIC 9(4).
              10 BRV-DEATH-MM          PIC 9(2).
              10 BRV-DEATH-DD          PIC 9(2).
           05 FILLER                   PIC X.
           05 BRV-NOTIFIER             PIC X(30).
           05 FILLER                   PIC X.
           05 BRV-RELATIONSHIP         PIC X(12).

      * Same layout DD-MANDATE keeps.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
           05 MND-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 MND-SORT-CODE            PIC 9(6).
           05 FILLER                   PIC X.
           05 MND-ACCOUNT              PIC 9(8).
           05 FILLER                   PIC X.
           05 MND-STATUS               PIC X(1).
           05 FILLER                   PIC X.
           05 MND-SIGNUP-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 MND-CANCEL-DATE          PIC 9(8).

      * Customer, date of death and the business date it was
      * notified.
       FD  DECEASED-FILE.
       01  DECEASED-RECORD.
           05 DCD-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X.
           05 DCD-DEATH-DATE           PIC 9(8).
           05 FILLER                   PIC X.
           05 DCD-NOTIFIED-DATE        PIC 9(8).

       FD  BEREAVE-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-NOTIFICATION-STATUS      PIC XX VALUE SPACES.
       01  WS-MANDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-DECEASED-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF                      PIC X  VALUE 'N'.
       01  WS-SQL-ERROR-FLAG           PIC X(01) VALUE 'N'.
           88 SQL-ERROR-OCCURRED                  VALUE 'Y'.
       01  WS-EOF-CURSOR               PIC X(01) VALUE 'N'.
           88 END-OF-CURSOR                       VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8) VALUE ZEROS.
       01  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).
           05 WS-RUN-DD                PIC 9(2).
      * Business date and date of death in DB2's ISO form.
       01  WS-RUN-ISO.
           05 WS-RUN-ISO-YYYY          PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RUN-ISO-MM            PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RUN-ISO-DD            PIC 9(2).
       01  WS-DEATH-ISO.
           05 WS-DEATH-ISO-YYYY        PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-DEATH-ISO-MM          PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-DEATH-ISO-DD          PIC 9(2).

      * The mandate store, loaded whole and rewritten whole. A store
      * larger than the table is left untouched rather than cut.
       01  WS-MND-COUNT                PIC 9(4) VALUE ZEROS.
       01  WS-MND-TABLE.
           05 WS-MND-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-MD-IX.
              10 WS-MD-CUST            PIC 9(10).
              10 WS-MD-SORT            PIC 9(6).
              10 WS-MD-ACCOUNT         PIC 9(8).
              10 WS-MD-STATUS          PIC X(1).
              10 WS-MD-SIGNUP          PIC 9(8).
              10 WS-MD-CANCEL          PIC 9(8).
       01  WS-MND-OVERFLOW             PIC X VALUE 'N'.
       01  WS-MND-CHANGED              PIC X VALUE 'N'.
       01  WS-MND-FOUND                PIC X VALUE 'N'.

      * Customers already on the deceased register.
       01  WS-DCD-COUNT                PIC 9(4) VALUE ZEROS.
       01  WS-DCD-TABLE.
           05 WS-DCD-ID OCCURS 2000 TIMES
                                   INDEXED BY WS-DC-IX
                                   PIC 9(10).
       01  WS-DCD-FOUND                PIC X VALUE 'N'.

      * Host variables
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-DATE-OF-DEATH            PIC X(10).
       01  WS-DATE-OF-DEATH-IND        PIC S9(4) USAGE COMP.
       01  WS-NOTIFIER                 PIC X(30).
       01  WS-RELATIONSHIP             PIC X(12).
       01  WS-LIFE-NAME                PIC X(31).
       01  WS-LIFE-WORK                PIC X(31).
       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP.
       01  WS-HOLDER-NUM               PIC S9(9) USAGE COMP.
       01  WS-ROWS                     PIC S9(9) USAGE COMP.

       01  WS-NOTIFICATION-OK          PIC X VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-FLAGGED-COUNT            PIC 9(3) VALUE 0.

       01  WS-COUNTS.
           05 WS-READ-COUNT            PIC 9(5) VALUE 0.
           05 WS-PROCESSED-COUNT       PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
           05 WS-NOT-UPDATED-COUNT     PIC 9(5) VALUE 0.

       01  HEADING-LINE.
           05 FILLER                   PIC X(40)
                      VALUE 'BEREAVEMENT NOTIFICATIONS PROCESSED AT '.
           05 HDL-RUN-DATE             PIC X(10).

      * One line naming the notification, then one per store.
       01  NOTIFICATION-LINE.
           05 FILLER                   PIC X(9)  VALUE 'CUSTOMER '.
           05 NTL-CUST-ID              PIC 9(10).
           05 FILLER                   PIC X(7)  VALUE '  DIED '.
           05 NTL-DEATH-DATE           PIC X(10).
           05 FILLER                   PIC X(12) VALUE '  NOTIFIER '.
           05 NTL-NOTIFIER             PIC X(30).
       01  STORE-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 STL-STORE                PIC X(14).
           05 STL-RESULT               PIC X(60).
       01  WS-RESULT-TEXT              PIC X(60) VALUE SPACES.
       01  WS-ROWS-TEXT                PIC ZZZ9.
       01  WS-POLICY-TEXT              PIC Z(9)9.
       01  WS-HOLDER-TEXT              PIC Z(9)9.
       01  WS-SQLCODE-TEXT             PIC -(5)9.

       01  SUMMARY-LINE.
           05 FILLER                   PIC X(15)
                                        VALUE 'NOTIFICATIONS: '.
           05 SML-READ                 PIC ZZZZ9.
           05 FILLER                   PIC X(13) VALUE '  PROCESSED: '.
           05 SML-PROCESSED            PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE '  REJECTED: '.
           05 SML-REJECTED             PIC ZZZZ9.
           05 FILLER                   PIC X(15)
                                        VALUE '  NOT UPDATED: '.
           05 SML-NOT-UPDATED          PIC ZZZZ9.

      * Endowments on the deceased's life not yet flagged: their own
      * with no other life named, and any naming them as the life.
           EXEC SQL
               DECLARE LIFE-CURSOR CURSOR FOR
               SELECT E.POLICYNUMBER, P.CUSTOMERNUMBER
                 FROM ENDOWMENT E, POLICY P
                WHERE E.POLICYNUMBER = P.POLICYNUMBER
                  AND E.DEATHCLAIM IS NULL
                  AND (UPPER(E.LIFEASSURED) = :WS-LIFE-NAME
                       OR (P.CUSTOMERNUMBER = :WS-CUSTOMER-NUM
                           AND (E.LIFEASSURED IS NULL
                                OR E.LIFEASSURED = ' ')))
                ORDER BY E.POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT

           PERFORM UNTIL WS-EOF = 'Y'
              READ NOTIFICATION-FILE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 2000-PROCESS-NOTIFICATION
                       THRU 2000-EXIT
              END-READ
           END-PERFORM

           PERFORM 7000-REWRITE-MANDATES
              THRU 7000-EXIT
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
           MOVE WS-RUN-YYYY TO WS-RUN-ISO-YYYY
           MOVE WS-RUN-MM   TO WS-RUN-ISO-MM
           MOVE WS-RUN-DD   TO WS-RUN-ISO-DD
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN INPUT NOTIFICATION-FILE
           IF WS-NOTIFICATION-STATUS NOT = "00"
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN:'
                      WS-NOTIFICATION-STATUS
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 1100-LOAD-MANDATES
              THRU 1100-EXIT
           PERFORM 1200-LOAD-DECEASED
              THRU 1200-EXIT
           OPEN EXTEND DECEASED-FILE
           OPEN OUTPUT BEREAVE-REPORT
           MOVE WS-RUN-ISO TO HDL-RUN-DATE
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       1000-EXIT.
           EXIT.

       1100-LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS = "00"
              PERFORM UNTIL WS-MANDATE-STATUS NOT = "00"
                 READ MANDATE-FILE
                    AT END MOVE "10" TO WS-MANDATE-STATUS
                    NOT AT END
                       IF WS-MND-COUNT < 2000
                          ADD 1 TO WS-MND-COUNT
                          SET WS-MD-IX TO WS-MND-COUNT
                          MOVE MND-CUST-ID     TO WS-MD-CUST(WS-MD-IX)
                          MOVE MND-SORT-CODE   TO WS-MD-SORT(WS-MD-IX)
                          MOVE MND-ACCOUNT
                            TO WS-MD-ACCOUNT(WS-MD-IX)
                          MOVE MND-STATUS
                            TO WS-MD-STATUS(WS-MD-IX)
                          MOVE MND-SIGNUP-DATE
                            TO WS-MD-SIGNUP(WS-MD-IX)
                          MOVE MND-CANCEL-DATE
                            TO WS-MD-CANCEL(WS-MD-IX)
                       ELSE
                          MOVE 'Y' TO WS-MND-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MANDATE-FILE
           .
       1100-EXIT.
           EXIT.

       1200-LOAD-DECEASED.
           OPEN INPUT DECEASED-FILE
           IF WS-DECEASED-STATUS = "00"
              PERFORM UNTIL WS-DECEASED-STATUS NOT = "00"
                 READ DECEASED-FILE
                    AT END MOVE "10" TO WS-DECEASED-STATUS
                    NOT AT END
                       IF WS-DCD-COUNT < 2000
                          ADD 1 TO WS-DCD-COUNT
                          SET WS-DC-IX TO WS-DCD-COUNT
                          MOVE DCD-CUST-ID TO WS-DCD-ID(WS-DC-IX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DECEASED-FILE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Edit the notification, then work through every store. Only    *
      * a notification that fails its edit, or names a customer not   *
      * on file, stops short; any other store that cannot be updated  *
      * is reported and the rest still go ahead.                      *
      *----------------------------------------------------------------*
       2000-PROCESS-NOTIFICATION.
           PERFORM 2050-EDIT-NOTIFICATION
              THRU 2050-EXIT

           MOVE BRV-CUST-ID    TO NTL-CUST-ID
           MOVE BRV-NOTIFIER   TO NTL-NOTIFIER
           IF WS-NOTIFICATION-OK = 'Y'
              MOVE WS-DEATH-ISO TO NTL-DEATH-DATE
           ELSE
              MOVE BRV-DEATH-DATE TO NTL-DEATH-DATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NOTIFICATION-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NOTIFICATION-OK NOT = 'Y'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'NOTIFICATION' TO STL-STORE
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-RECORD-ON-CUSTOMER
              THRU 2100-EXIT
           IF WS-NOTIFICATION-OK NOT = 'Y'
              ADD 1 TO WS-REJECT-COUNT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-CANCEL-MANDATE
              THRU 2200-EXIT
           PERFORM 2300-REGISTER-DECEASED
              THRU 2300-EXIT
           PERFORM 2400-FREEZE-INSTALLMENTS
              THRU 2400-EXIT
           PERFORM 2500-FLAG-ENDOWMENTS
              THRU 2500-EXIT
           ADD 1 TO WS-PROCESSED-COUNT
           .
       2000-EXIT.
           EXIT.

       2050-EDIT-NOTIFICATION.
           MOVE 'Y' TO WS-NOTIFICATION-OK
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN BRV-CUST-ID NOT NUMERIC OR BRV-CUST-ID = ZEROS
                 MOVE 'NO CUSTOMER NUMBER' TO WS-REJECT-REASON
              WHEN BRV-DEATH-DATE NOT NUMERIC
                 MOVE 'DATE OF DEATH NOT VALID' TO WS-REJECT-REASON
              WHEN BRV-DEATH-MM < 1 OR BRV-DEATH-MM > 12
                OR BRV-DEATH-DD < 1 OR BRV-DEATH-DD > 31
                OR BRV-DEATH-YYYY < 1900
                 MOVE 'DATE OF DEATH NOT VALID' TO WS-REJECT-REASON
              WHEN BRV-DEATH-DATE > WS-RUN-DATE
                 MOVE 'DATE OF DEATH IN THE FUTURE'
                   TO WS-REJECT-REASON
              WHEN BRV-NOTIFIER = SPACES
                 MOVE 'NOTIFIER NOT GIVEN' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'N' TO WS-NOTIFICATION-OK
              GO TO 2050-EXIT
           END-IF
           MOVE BRV-DEATH-YYYY TO WS-DEATH-ISO-YYYY
           MOVE BRV-DEATH-MM   TO WS-DEATH-ISO-MM
           MOVE BRV-DEATH-DD   TO WS-DEATH-ISO-DD
           .
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The customer row carries the date of death and who told us.   *
      * A death already recorded is left as first notified; the       *
      * other stores are still worked so a re-run completes them.     *
      *----------------------------------------------------------------*
       2100-RECORD-ON-CUSTOMER.
           MOVE 'CUSTOMER' TO STL-STORE
           MOVE BRV-CUST-ID TO WS-CUSTOMER-NUM
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, CHAR(DATEOFDEATH, ISO)
                 INTO :WS-FIRST-NAME, :WS-LAST-NAME,
                      :WS-DATE-OF-DEATH :WS-DATE-OF-DEATH-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO WS-NOTIFICATION-OK
                 MOVE 'REJECTED - NOT ON FILE, NOTHING UPDATED'
                   TO WS-RESULT-TEXT
                 PERFORM 2900-WRITE-STORE-LINE
                    THRU 2900-EXIT
                 GO TO 2100-EXIT
              WHEN OTHER
                 MOVE 'N' TO WS-NOTIFICATION-OK
                 MOVE SQLCODE TO WS-SQLCODE-TEXT
                 STRING 'REJECTED - NOT READ, SQLCODE '
                        DELIMITED BY SIZE
                        WS-SQLCODE-TEXT DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
                 END-STRING
                 PERFORM 2900-WRITE-STORE-LINE
                    THRU 2900-EXIT
                 GO TO 2100-EXIT
           END-EVALUATE

      *    The name the LIFEASSURED column would carry, upper case.
           MOVE SPACES TO WS-LIFE-WORK
           STRING FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
             INTO WS-LIFE-WORK
           END-STRING
           MOVE FUNCTION UPPER-CASE (WS-LIFE-WORK) TO WS-LIFE-NAME

           IF WS-DATE-OF-DEATH-IND >= 0
              STRING 'ALREADY RECORDED - DIED ' DELIMITED BY SIZE
                     WS-DATE-OF-DEATH DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2100-EXIT
           END-IF

           MOVE BRV-NOTIFIER     TO WS-NOTIFIER
           MOVE BRV-RELATIONSHIP TO WS-RELATIONSHIP
           EXEC SQL
               UPDATE CUSTOMER
                  SET DATEOFDEATH      = :WS-DEATH-ISO,
                      DEATHNOTIFIER    = :WS-NOTIFIER,
                      DEATHNOTIFIERREL = :WS-RELATIONSHIP,
                      DEATHNOTIFIED    = :WS-RUN-ISO
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF SQLCODE = 0
              MOVE 'DATE OF DEATH AND NOTIFIER RECORDED'
                TO WS-RESULT-TEXT
           ELSE
              PERFORM 2950-NOT-UPDATED
                 THRU 2950-EXIT
           END-IF
           PERFORM 2900-WRITE-STORE-LINE
              THRU 2900-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-CANCEL-MANDATE.
           MOVE 'DDMAND.DAT' TO STL-STORE
           IF WS-MND-OVERFLOW = 'Y'
              ADD 1 TO WS-NOT-UPDATED-COUNT
              MOVE 'NOT UPDATED - STORE TOO LARGE, CANCEL BY HAND'
                TO WS-RESULT-TEXT
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-MND-FOUND
           PERFORM VARYING WS-MD-IX FROM 1 BY 1
                   UNTIL WS-MD-IX > WS-MND-COUNT
              IF WS-MD-CUST(WS-MD-IX) = BRV-CUST-ID
                 AND WS-MD-STATUS(WS-MD-IX) = 'A'
                 MOVE 'Y' TO WS-MND-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-MND-FOUND = 'Y'
              MOVE 'C'         TO WS-MD-STATUS(WS-MD-IX)
              MOVE WS-RUN-DATE TO WS-MD-CANCEL(WS-MD-IX)
              MOVE 'Y'         TO WS-MND-CHANGED
              MOVE 'MANDATE CANCELLED' TO WS-RESULT-TEXT
           ELSE
              MOVE 'NO ACTIVE MANDATE' TO WS-RESULT-TEXT
           END-IF
           PERFORM 2900-WRITE-STORE-LINE
              THRU 2900-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-REGISTER-DECEASED.
           MOVE 'DECEASED.DAT' TO STL-STORE
           MOVE 'N' TO WS-DCD-FOUND
           PERFORM VARYING WS-DC-IX FROM 1 BY 1
                   UNTIL WS-DC-IX > WS-DCD-COUNT
              IF WS-DCD-ID(WS-DC-IX) = BRV-CUST-ID
                 MOVE 'Y' TO WS-DCD-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-DCD-FOUND = 'Y'
              MOVE 'ALREADY ON THE REGISTER' TO WS-RESULT-TEXT
           ELSE
              MOVE SPACES         TO DECEASED-RECORD
              MOVE BRV-CUST-ID    TO DCD-CUST-ID
              MOVE BRV-DEATH-DATE TO DCD-DEATH-DATE
              MOVE WS-RUN-DATE    TO DCD-NOTIFIED-DATE
              WRITE DECEASED-RECORD
              IF WS-DCD-COUNT < 2000
                 ADD 1 TO WS-DCD-COUNT
                 SET WS-DC-IX TO WS-DCD-COUNT
                 MOVE BRV-CUST-ID TO WS-DCD-ID(WS-DC-IX)
              END-IF
              MOVE 'ADDED - COLLECTIONS AND FEES STOPPED'
                TO WS-RESULT-TEXT
           END-IF
           PERFORM 2900-WRITE-STORE-LINE
              THRU 2900-EXIT
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Scheduled installments on any of the customer's policies are  *
      * frozen; billed and paid ones are history and stay as they     *
      * are.                                                          *
      *----------------------------------------------------------------*
       2400-FREEZE-INSTALLMENTS.
           MOVE 'INSTALLMENT' TO STL-STORE
           MOVE 0 TO WS-ROWS
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROWS
                 FROM INSTALLMENT
                WHERE STATUS = 'S'
                  AND POLICYNUMBER IN
                      (SELECT POLICYNUMBER
                         FROM POLICY
                        WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM)
           END-EXEC
           EXEC SQL
               UPDATE INSTALLMENT
                  SET STATUS = 'F'
                WHERE STATUS = 'S'
                  AND POLICYNUMBER IN
                      (SELECT POLICYNUMBER
                         FROM POLICY
                        WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-ROWS TO WS-ROWS-TEXT
                 STRING WS-ROWS-TEXT DELIMITED BY SIZE
                        ' SCHEDULED INSTALLMENTS FROZEN'
                        DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
                 END-STRING
              WHEN 100
                 MOVE 'NO SCHEDULED INSTALLMENTS' TO WS-RESULT-TEXT
              WHEN OTHER
                 PERFORM 2950-NOT-UPDATED
                    THRU 2950-EXIT
           END-EVALUATE
           PERFORM 2900-WRITE-STORE-LINE
              THRU 2900-EXIT
           .
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One line per endowment flagged. One held by someone else was  *
      * matched on the name alone, so claims confirm the life first.  *
      *----------------------------------------------------------------*
       2500-FLAG-ENDOWMENTS.
           MOVE 'ENDOWMENT' TO STL-STORE
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE 'N' TO WS-EOF-CURSOR
           EXEC SQL
               OPEN LIFE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 2950-NOT-UPDATED
                 THRU 2950-EXIT
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2500-EXIT
           END-IF

           PERFORM UNTIL END-OF-CURSOR
              EXEC SQL
                  FETCH LIFE-CURSOR
                  INTO :WS-POLICY-NUM, :WS-HOLDER-NUM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 2550-FLAG-ONE-ENDOWMENT
                       THRU 2550-EXIT
                 WHEN 100
                    SET END-OF-CURSOR TO TRUE
                 WHEN OTHER
                    PERFORM 2950-NOT-UPDATED
                       THRU 2950-EXIT
                    PERFORM 2900-WRITE-STORE-LINE
                       THRU 2900-EXIT
                    SET END-OF-CURSOR TO TRUE
              END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE LIFE-CURSOR
           END-EXEC
           IF WS-FLAGGED-COUNT = 0
              MOVE 'NO UNFLAGGED ENDOWMENT ON THIS LIFE'
                TO WS-RESULT-TEXT
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
           END-IF
           .
       2500-EXIT.
           EXIT.

       2550-FLAG-ONE-ENDOWMENT.
           MOVE WS-POLICY-NUM TO WS-POLICY-TEXT
           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'BEREAVE'     TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              ADD 1 TO WS-NOT-UPDATED-COUNT
              STRING WS-POLICY-TEXT DELIMITED BY SIZE
                     ' NOT FLAGGED - VERSION NOT SAVED'
                       DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2550-EXIT
           END-IF
           EXEC SQL
               UPDATE ENDOWMENT
                  SET DEATHCLAIM     = 'Y',
                      DEATHCLAIMDATE = :WS-DEATH-ISO
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-NOT-UPDATED-COUNT
              MOVE SQLCODE TO WS-SQLCODE-TEXT
              STRING WS-POLICY-TEXT DELIMITED BY SIZE
                     ' NOT FLAGGED - SQLCODE ' DELIMITED BY SIZE
                     WS-SQLCODE-TEXT DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
              PERFORM 2900-WRITE-STORE-LINE
                 THRU 2900-EXIT
              GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           IF WS-HOLDER-NUM = WS-CUSTOMER-NUM
              STRING WS-POLICY-TEXT DELIMITED BY SIZE
                     ' FLAGGED FOR DEATH CLAIM' DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
           ELSE
              MOVE WS-HOLDER-NUM TO WS-HOLDER-TEXT
              STRING WS-POLICY-TEXT DELIMITED BY SIZE
                     ' FLAGGED - HELD BY ' DELIMITED BY SIZE
                     WS-HOLDER-TEXT DELIMITED BY SIZE
                     ', CONFIRM LIFE' DELIMITED BY SIZE
                INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           PERFORM 2900-WRITE-STORE-LINE
              THRU 2900-EXIT
           .
       2550-EXIT.
           EXIT.

       2900-WRITE-STORE-LINE.
           MOVE WS-RESULT-TEXT TO STL-RESULT
           MOVE STORE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-RESULT-TEXT
           .
       2900-EXIT.
           EXIT.

       2950-NOT-UPDATED.
           ADD 1 TO WS-NOT-UPDATED-COUNT
           MOVE SQLCODE TO WS-SQLCODE-TEXT
           MOVE SPACES TO WS-RESULT-TEXT
           STRING 'NOT UPDATED - SQLCODE ' DELIMITED BY SIZE
                  WS-SQLCODE-TEXT DELIMITED BY SIZE
             INTO WS-RESULT-TEXT
           END-STRING
           .
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The mandate store goes back whole, only if a mandate changed. *
      *----------------------------------------------------------------*
       7000-REWRITE-MANDATES.
           IF WS-MND-CHANGED NOT = 'Y'
              GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT MANDATE-FILE
           PERFORM VARYING WS-MD-IX FROM 1 BY 1
                   UNTIL WS-MD-IX > WS-MND-COUNT
              MOVE SPACES                 TO MANDATE-RECORD
              MOVE WS-MD-CUST(WS-MD-IX)    TO MND-CUST-ID
              MOVE WS-MD-SORT(WS-MD-IX)    TO MND-SORT-CODE
              MOVE WS-MD-ACCOUNT(WS-MD-IX) TO MND-ACCOUNT
              MOVE WS-MD-STATUS(WS-MD-IX)  TO MND-STATUS
              MOVE WS-MD-SIGNUP(WS-MD-IX)  TO MND-SIGNUP-DATE
              MOVE WS-MD-CANCEL(WS-MD-IX)  TO MND-CANCEL-DATE
              WRITE MANDATE-RECORD
           END-PERFORM
           CLOSE MANDATE-FILE
           .
       7000-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-READ-COUNT        TO SML-READ
           MOVE WS-PROCESSED-COUNT   TO SML-PROCESSED
           MOVE WS-REJECT-COUNT      TO SML-REJECTED
           MOVE WS-NOT-UPDATED-COUNT TO SML-NOT-UPDATED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.
           CLOSE NOTIFICATION-FILE.
           CLOSE DECEASED-FILE.
           CLOSE BEREAVE-REPORT.
           EVALUATE TRUE
              WHEN SQL-ERROR-OCCURRED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECT-COUNT > 0
                OR WS-NOT-UPDATED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK
           .
       9000-EXIT.
           EXIT.
