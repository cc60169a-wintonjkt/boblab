      ******************************************************************
      *                                                                *
      *          Commercial Application Binding Run                    *
      *                                                                *
      *   Turns every COMMERCIAL application COMMSCOR (or an          *
      *   underwriter) has approved - STATUS 1 - into a live         *
      *   policy, so the risk is billed by PREMBILL, scheduled by     *
      *   POLSCHED and claimable through LGACLM01:                    *
      *                                                                *
      *     POLICY row      type 'C', number allocated from the      *
      *                     CNTRLNUM control table under the same    *
      *                     row lock LGNUM01 takes, issue date from  *
      *                     STARTDATE, expiry from RENEWALDATE,      *
      *                     PAYMENT the four peril premiums summed   *
      *     COMMERCIAL row  re-keyed to the new policy number - the  *
      *                     product detail every per-product report  *
      *                     joins on - with the application number   *
      *                     kept in APPLICATIONNUM and STATUS 3      *
      *                     (bound)                                   *
      *                                                                *
      *   The applicant's customer number is carried in the first    *
      *   ten characters of COMMERCIAL.CUSTOMER, as the commercial   *
      *   capture keys it; it must be on the CUSTOMER table.         *
      *   An application whose number already appears as the        *
      *   APPLICATIONNUM of a bound row is refused, so no            *
      *   application can ever be bound twice.                       *
      *                                                                *
      *   Applications that cannot bind (no customer, no dates)      *
      *   stay at STATUS 1 and are reported; RC 4 when any exist.    *
      *   Output COMMBIND.RPT.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMBIND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BINDING-REPORT
               ASSIGN TO "COMMBIND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BINDING-REPORT.
       01  REPORT-LINE                 PIC X(90).

       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-CURSOR-STATUS.
           05 WS-EOF-CURSOR            PIC X(01) VALUE 'N'.
             88 END-OF-CURSOR                     VALUE 'Y'.
           05 WS-SQL-ERROR-FLAG        PIC X(01) VALUE 'N'.
             88 SQL-ERROR-OCCURRED                VALUE 'Y'.

      * Host variables for the approved-application cursor
       01  WS-APPLICATION-NUM          PIC S9(9) USAGE COMP.
       01  WS-START-DATE               PIC X(10).
       01  WS-START-DATE-IND           PIC S9(4) USAGE COMP.
       01  WS-RENEWAL-DATE             PIC X(10).
       01  WS-RENEWAL-DATE-IND         PIC S9(4) USAGE COMP.
       01  WS-APPLICANT                PIC X(255).
       01  WS-APPLICANT-IND            PIC S9(4) USAGE COMP.
       01  WS-FIRE-PREMIUM             PIC S9(9) USAGE COMP.
       01  WS-FIRE-PREMIUM-IND         PIC S9(4) USAGE COMP.
       01  WS-CRIME-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-CRIME-PREMIUM-IND        PIC S9(4) USAGE COMP.
       01  WS-FLOOD-PREMIUM            PIC S9(9) USAGE COMP.
       01  WS-FLOOD-PREMIUM-IND        PIC S9(4) USAGE COMP.
       01  WS-WEATHER-PREMIUM          PIC S9(9) USAGE COMP.
       01  WS-WEATHER-PREMIUM-IND      PIC S9(4) USAGE COMP.

      * The applicant's customer number, taken from the leading
      * characters of COMMERCIAL.CUSTOMER.
       01  WS-APPLICANT-KEY            PIC X(10).
       01  WS-APPLICANT-NUM REDEFINES WS-APPLICANT-KEY
                                       PIC 9(10).
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-CUSTOMER-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01  WS-BOUND-COUNT              PIC S9(9) USAGE COMP VALUE 0.

       01  WS-POLICY-NUM               PIC S9(9) USAGE COMP VALUE 0.
       01  WS-TOTAL-PREMIUM            PIC S9(9) USAGE COMP VALUE 0.
       01  WS-BIND-OK                  PIC X(01) VALUE 'N'.

       01  WS-COUNTS.
           05 WS-APPROVED-READ         PIC 9(5) VALUE 0.
           05 WS-BOUND-TOTAL           PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-PREMIUM-BOUND            PIC S9(11) USAGE COMP-3 VALUE 0.

       01  BIND-HEADER-LINE.
           05 FILLER                   PIC X(33) VALUE
               'APPLICATN     POLICY   CUSTOMER '.
           05 FILLER                   PIC X(47) VALUE
               'START      RENEWAL          PREMIUM RESULT'.
       01  BIND-DETAIL-LINE.
           05 BDL-APPLICATION          PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-POLICY               PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-CUSTOMER             PIC Z(9)9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-START                PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-RENEWAL              PIC X(10).
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-PREMIUM              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 BDL-RESULT               PIC X(22).
       01  BIND-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'APPROVED: '.
           05 BSL-APPROVED             PIC ZZZZ9.
           05 FILLER                   PIC X(9)  VALUE '  BOUND: '.
           05 BSL-BOUND                PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  REJECTS: '.
           05 BSL-REJECTS              PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE '  PREMIUM: '.
           05 BSL-PREMIUM              PIC ZZZ,ZZZ,ZZZ,ZZ9.

           EXEC SQL
               DECLARE APPROVED-CURSOR CURSOR FOR
               SELECT POLICYNUMBER,
                      CHAR(STARTDATE, ISO), CHAR(RENEWALDATE, ISO),
                      CUSTOMER,
                      FIREPREMIUM, CRIMEPREMIUM,
                      FLOODPREMIUM, WEATHERPREMIUM
                 FROM COMMERCIAL
                WHERE STATUS = 1
                ORDER BY POLICYNUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-FETCH-NEXT-APPROVED
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-CURSOR
              PERFORM 2000-BIND-APPLICATION
                 THRU 2000-EXIT
              PERFORM 1500-FETCH-NEXT-APPROVED
                 THRU 1500-EXIT
           END-PERFORM

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT
           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.
           OPEN OUTPUT BINDING-REPORT
           MOVE BIND-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EXEC SQL
               OPEN APPROVED-CURSOR
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

       1500-FETCH-NEXT-APPROVED.

           EXEC SQL
               FETCH APPROVED-CURSOR
               INTO :WS-APPLICATION-NUM,
                    :WS-START-DATE :WS-START-DATE-IND,
                    :WS-RENEWAL-DATE :WS-RENEWAL-DATE-IND,
                    :WS-APPLICANT :WS-APPLICANT-IND,
                    :WS-FIRE-PREMIUM :WS-FIRE-PREMIUM-IND,
                    :WS-CRIME-PREMIUM :WS-CRIME-PREMIUM-IND,
                    :WS-FLOOD-PREMIUM :WS-FLOOD-PREMIUM-IND,
                    :WS-WEATHER-PREMIUM :WS-WEATHER-PREMIUM-IND
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

       2000-BIND-APPLICATION.
           ADD 1 TO WS-APPROVED-READ
           MOVE 'N' TO WS-BIND-OK
           MOVE 0 TO WS-POLICY-NUM
           MOVE 0 TO WS-CUSTOMER-NUM

           PERFORM 2100-SUM-PREMIUM
              THRU 2100-EXIT

           MOVE WS-APPLICATION-NUM TO BDL-APPLICATION
           MOVE ZEROS              TO BDL-POLICY
           MOVE ZEROS              TO BDL-CUSTOMER
           MOVE WS-TOTAL-PREMIUM   TO BDL-PREMIUM
           IF WS-START-DATE-IND < 0
              MOVE SPACES TO WS-START-DATE
           END-IF
           IF WS-RENEWAL-DATE-IND < 0
              MOVE SPACES TO WS-RENEWAL-DATE
           END-IF
           MOVE WS-START-DATE      TO BDL-START
           MOVE WS-RENEWAL-DATE    TO BDL-RENEWAL

           IF WS-START-DATE = SPACES OR WS-RENEWAL-DATE = SPACES
              MOVE 'NO START/RENEWAL DATE ' TO BDL-RESULT
              PERFORM 2900-REJECT-APPLICATION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-CHECK-APPLICANT
              THRU 2200-EXIT
           IF WS-CUSTOMER-NUM = 0
              MOVE 'CUSTOMER NOT ON FILE  ' TO BDL-RESULT
              PERFORM 2900-REJECT-APPLICATION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE WS-CUSTOMER-NUM TO BDL-CUSTOMER

      *    Already the application behind a bound row - a second
      *    policy would double the cover and the premium.
           MOVE 0 TO WS-BOUND-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BOUND-COUNT
                 FROM COMMERCIAL
                WHERE APPLICATIONNUM = :WS-APPLICATION-NUM
           END-EXEC
           IF WS-BOUND-COUNT > 0
              MOVE 'ALREADY BOUND         ' TO BDL-RESULT
              PERFORM 2900-REJECT-APPLICATION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 3000-ALLOCATE-POLICY-NUM
              THRU 3000-EXIT
           PERFORM 3100-INSERT-POLICY
              THRU 3100-EXIT
           IF WS-BIND-OK = 'N'
              MOVE 'POLICY INSERT FAILED  ' TO BDL-RESULT
              PERFORM 2900-REJECT-APPLICATION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           PERFORM 3200-REKEY-APPLICATION
              THRU 3200-EXIT
           IF WS-BIND-OK = 'N'
              MOVE 'APPLICATION NOT LINKED' TO BDL-RESULT
              PERFORM 2900-REJECT-APPLICATION
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-BOUND-TOTAL
           ADD WS-TOTAL-PREMIUM TO WS-PREMIUM-BOUND
           MOVE WS-POLICY-NUM TO BDL-POLICY
           MOVE 'BOUND                 ' TO BDL-RESULT
           MOVE BIND-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The annual premium is the four peril premiums summed - the   *
      * same figure LOSSRPT and EXPOSRPT already price commercial    *
      * business by.                                                  *
      *----------------------------------------------------------------*
       2100-SUM-PREMIUM.
           MOVE 0 TO WS-TOTAL-PREMIUM
           IF WS-FIRE-PREMIUM-IND >= 0
              ADD WS-FIRE-PREMIUM TO WS-TOTAL-PREMIUM
           END-IF
           IF WS-CRIME-PREMIUM-IND >= 0
              ADD WS-CRIME-PREMIUM TO WS-TOTAL-PREMIUM
           END-IF
           IF WS-FLOOD-PREMIUM-IND >= 0
              ADD WS-FLOOD-PREMIUM TO WS-TOTAL-PREMIUM
           END-IF
           IF WS-WEATHER-PREMIUM-IND >= 0
              ADD WS-WEATHER-PREMIUM TO WS-TOTAL-PREMIUM
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-CHECK-APPLICANT.
           MOVE 0 TO WS-CUSTOMER-NUM
           IF WS-APPLICANT-IND < 0
              GO TO 2200-EXIT
           END-IF
           MOVE WS-APPLICANT(1:10) TO WS-APPLICANT-KEY
           INSPECT WS-APPLICANT-KEY REPLACING LEADING SPACE BY '0'
           IF WS-APPLICANT-KEY NOT NUMERIC
              GO TO 2200-EXIT
           END-IF
           IF WS-APPLICANT-NUM = 0 OR WS-APPLICANT-NUM > 999999999
              GO TO 2200-EXIT
           END-IF
           MOVE WS-APPLICANT-NUM TO WS-CUSTOMER-NUM
           MOVE 0 TO WS-CUSTOMER-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUSTOMER-COUNT
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM
           END-EXEC
           IF WS-CUSTOMER-COUNT = 0
              MOVE 0 TO WS-CUSTOMER-NUM
           END-IF
           .
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Same allocation LGNUM01 serves the online adds: the UPDATE    *
      * takes the CNTRLNUM row lock before the read, so a policy add  *
      * running alongside this batch cannot be handed the same        *
      * number. No control row falls back to highest-on-file plus     *
      * one, as LGAPOL01 does when the number server cannot answer.   *
      *----------------------------------------------------------------*
       3000-ALLOCATE-POLICY-NUM.
           EXEC SQL
               UPDATE CNTRLNUM
                  SET NEXTNUM = NEXTNUM + 1
                WHERE ENTITY = 'POLICY  '
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                  SELECT NEXTNUM
                    INTO :WS-POLICY-NUM
                    FROM CNTRLNUM
                   WHERE ENTITY = 'POLICY  '
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-POLICY-NUM
              EXEC SQL
                  SELECT MAX(POLICYNUMBER)
                    INTO :WS-POLICY-NUM
                    FROM POLICY
              END-EXEC
              ADD 1 TO WS-POLICY-NUM
           END-IF
           .
       3000-EXIT.
           EXIT.

       3100-INSERT-POLICY.
           EXEC SQL
               INSERT INTO POLICY
               (POLICYNUMBER
               ,CUSTOMERNUMBER
               ,ISSUEDATE
               ,EXPIRYDATE
               ,POLICYTYPE
               ,LASTCHANGED
               ,BROKERID
               ,BROKERSREFERENCE
               ,PAYMENT
               ,COMMISSION)
               VALUES (
                     :WS-POLICY-NUM
                    ,:WS-CUSTOMER-NUM
                    ,:WS-START-DATE
                    ,:WS-RENEWAL-DATE
                    ,'C'
                    ,CURRENT TIMESTAMP
                    ,0
                    ,' '
                    ,:WS-TOTAL-PREMIUM
                    ,0)
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-BIND-OK
           ELSE
              DISPLAY 'INVALID SQLCODE ON INSERT:' SQLCODE
           END-IF
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The application row becomes the policy's product detail: it  *
      * takes the policy number every per-product join uses and      *
      * remembers the application it came from. A failure here       *
      * removes the policy row again, so no policy exists without    *
      * its detail.                                                   *
      *----------------------------------------------------------------*
       3200-REKEY-APPLICATION.
           EXEC SQL
               UPDATE COMMERCIAL
                  SET POLICYNUMBER   = :WS-POLICY-NUM,
                      APPLICATIONNUM = :WS-APPLICATION-NUM,
                      STATUS         = 3
                WHERE POLICYNUMBER = :WS-APPLICATION-NUM
                  AND STATUS       = 1
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'N' TO WS-BIND-OK
              EXEC SQL
                  DELETE FROM POLICY
                   WHERE POLICYNUMBER = :WS-POLICY-NUM
              END-EXEC
           END-IF
           .
       3200-EXIT.
           EXIT.

       2900-REJECT-APPLICATION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE BIND-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2900-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE WS-APPROVED-READ TO BSL-APPROVED
           MOVE WS-BOUND-TOTAL   TO BSL-BOUND
           MOVE WS-REJECT-COUNT  TO BSL-REJECTS
           MOVE WS-PREMIUM-BOUND TO BSL-PREMIUM
           MOVE BIND-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           EXEC SQL
               CLOSE APPROVED-CURSOR
           END-EXEC.
           CLOSE BINDING-REPORT.
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
