      *   for the type - ENDOWMENT fund, term and sum assured,        *
      *   HOUSE property description, MOTOR vehicle details - the     *
      *   same fields the SOAIPE1/SOAIPH1/SOAIPM1 service layouts     *
      *   carry - and for COMMERCIAL the premises and each peril      *
      *   taken with its premium.                                     *
      *                                                                *
      *   Output SCHEDPCK.PRT sits alongside LETTGEN's LETTERS.PRT    *
      *   in the print room; POLSCHED.RPT registers one line per      *
      *   pack. A policy whose customer or product row cannot be      *
      *   read is reported and the run ends RC 4.                     *
      *                                                                *
      *   Every special-condition clause attached to the policy       *
      *   (POLCLAUSE, through CLAUSATT) prints in full after the      *
      *   product detail, its wording taken from the CLAUSELIB        *
      *   library, so the policyholder is shown to have been told. A  *
      *   policy issued earlier that had a clause attached today -    *
      *   at endorsement, on an underwriting release or from a        *
      *   survey - gets a revised schedule the same way. A clause     *
      *   whose wording is no longer on the library prints as such    *
      *   and the pack is reported, RC 4.                             *
      *                                                                *
      *   Every pack printed - a rejected pack as far as it got - is  *
      *   kept line for line on the produced-document archive through *
      *   DOCARCH as document type SCHEDULE, for DOCRPRT reprints.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLSCHED.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-BROKERID-IND             PIC S9(4) USAGE COMP.
      * 'N' issued today, 'R' a revised schedule for new clauses.
       01  WS-SCHEDULE-KIND            PIC X(01).

      * Host variables for the customer row.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-M-REGNUMBER              PIC X(7).
       01  WS-M-COLOUR                 PIC X(8).
       01  WS-M-CC                     PIC S9(4) USAGE COMP.
       01  WS-C-ADDRESS                PIC X(255).
       01  WS-C-ZIPCODE                PIC X(8).
       01  WS-C-PROPERTY-TYPE          PIC X(255).
       01  WS-C-PERIL                  PIC S9(4) USAGE COMP.
       01  WS-C-PERIL-IND              PIC S9(4) USAGE COMP.
       01  WS-C-PREMIUM                PIC S9(9) USAGE COMP.
       01  WS-C-PREMIUM-IND            PIC S9(4) USAGE COMP.
       01  WS-C-FIRE-PERIL             PIC S9(4) USAGE COMP.
       01  WS-C-FIRE-PERIL-IND         PIC S9(4) USAGE COMP.
       01  WS-C-FIRE-PREMIUM           PIC S9(9) USAGE COMP.
       01  WS-C-FIRE-PREMIUM-IND       PIC S9(4) USAGE COMP.
       01  WS-C-CRIME-PERIL            PIC S9(4) USAGE COMP.
       01  WS-C-CRIME-PERIL-IND        PIC S9(4) USAGE COMP.
       01  WS-C-CRIME-PREMIUM          PIC S9(9) USAGE COMP.
       01  WS-C-CRIME-PREMIUM-IND      PIC S9(4) USAGE COMP.
       01  WS-C-FLOOD-PERIL            PIC S9(4) USAGE COMP.
       01  WS-C-FLOOD-PERIL-IND        PIC S9(4) USAGE COMP.
       01  WS-C-FLOOD-PREMIUM          PIC S9(9) USAGE COMP.
       01  WS-C-FLOOD-PREMIUM-IND      PIC S9(4) USAGE COMP.
       01  WS-C-WEATHER-PERIL          PIC S9(4) USAGE COMP.
       01  WS-C-WEATHER-PERIL-IND      PIC S9(4) USAGE COMP.
       01  WS-C-WEATHER-PREMIUM        PIC S9(9) USAGE COMP.
       01  WS-C-WEATHER-PREMIUM-IND    PIC S9(4) USAGE COMP.

      * Host variables for the attached-clause cursor.
       01  WS-CL-CLAUSECODE            PIC X(8).
       01  WS-CL-LINENUMBER            PIC S9(4) USAGE COMP.
       01  WS-CL-LINENUMBER-IND        PIC S9(4) USAGE COMP.
       01  WS-CL-CLAUSETEXT            PIC X(70).
       01  WS-CL-CLAUSETEXT-IND        PIC S9(4) USAGE COMP.
       01  WS-CL-PREV-CODE             PIC X(8).
       01  WS-CL-EOF                   PIC X VALUE "N".
       01  WS-CLAUSE-COUNT             PIC 9(3) VALUE 0.
       01  WS-WORDING-MISSING          PIC X VALUE "N".

       01  WS-PRODUCT-OK               PIC X VALUE "N".

              'CHECK THE DETAILS AND ADVISE US OF ANY CORRECTION.'.
       01  PACK-TITLE-LINE             PIC X(20) VALUE
              'POLICY SCHEDULE'.
       01  PACK-REVISED-TITLE-LINE     PIC X(24) VALUE
              'REVISED POLICY SCHEDULE'.
       01  PACK-POLICY-LINE.
           05 FILLER                   PIC X(16)
                                        VALUE 'POLICY NUMBER: '.
           05 PKD-LABEL                PIC X(16).
           05 PKD-VALUE                PIC X(40).
       01  WS-DETAIL-NUMERIC           PIC ZZZ,ZZZ,ZZ9.
       01  PACK-CLAUSES-TITLE-LINE     PIC X(40) VALUE
              'SPECIAL CONDITIONS AND CLAUSES'.
       01  PACK-CLAUSES-INTRO-LINE     PIC X(60) VALUE
              'THE FOLLOWING CLAUSES FORM PART OF YOUR POLICY.'.
       01  PACK-CLAUSE-HEAD-LINE.
           05 FILLER                   PIC X(7)  VALUE 'CLAUSE '.
           05 PCH-CLAUSE-CODE          PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 PCH-TITLE                PIC X(60).
       01  PACK-CLAUSE-TEXT-LINE.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 PCT-TEXT                 PIC X(70).

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

       01  REGISTER-DETAIL-LINE.
           05 RGL-POLICY-NUM           PIC Z(9)9.
               DECLARE ISSUED-TODAY-CURSOR CURSOR FOR
               SELECT POLICYNUMBER, CUSTOMERNUMBER, POLICYTYPE,
                      CHAR(ISSUEDATE, ISO), CHAR(EXPIRYDATE, ISO),
                      PAYMENT, BROKERID,
                      CASE WHEN ISSUEDATE = CURRENT DATE
                           THEN 'N' ELSE 'R' END
                 FROM POLICY
                WHERE ISSUEDATE = CURRENT DATE
                   OR POLICYNUMBER IN
                      (SELECT POLICYNUMBER
                         FROM POLCLAUSE
                        WHERE ATTACHDATE = CURRENT DATE)
                ORDER BY POLICYNUMBER
           END-EXEC.

      * A clause with no wording left on the library still comes
      * back, with null line and text.
           EXEC SQL
               DECLARE CLAUSE-CURSOR CURSOR FOR
               SELECT P.CLAUSECODE, L.LINENUMBER, L.CLAUSETEXT
                 FROM POLCLAUSE P
                 LEFT OUTER JOIN CLAUSELIB L
                   ON L.CLAUSECODE = P.CLAUSECODE
                WHERE P.POLICYNUMBER = :WS-POLICY-NUM
                ORDER BY P.CLAUSECODE, L.LINENUMBER
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

                    :WS-POLICY-TYPE, :WS-ISSUE-DATE,
                    :WS-EXPIRY-DATE :WS-EXPIRY-DATE-IND,
                    :WS-PAYMENT :WS-PAYMENT-IND,
                    :WS-BROKERID :WS-BROKERID-IND,
                    :WS-SCHEDULE-KIND
           END-EXEC.
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
              GO TO 2000-EXIT
           END-IF

           MOVE 'O'             TO DAR-FUNCTION
           MOVE WS-CUSTOMER-NUM TO DAR-CUSTOMER-NUM
           MOVE WS-POLICY-NUM   TO DAR-POLICY-NUM
           MOVE 'SCHEDULE'      TO DAR-DOC-TYPE
           MOVE 'POLSCHED'      TO DAR-PRODUCER
           MOVE 'POST '         TO DAR-CHANNEL
           PERFORM 5960-CALL-ARCHIVE THRU 5960-EXIT

           PERFORM 3000-PRINT-COVERING-LETTER
              THRU 3000-EXIT
           PERFORM 4000-PRINT-SCHEDULE-HEAD
              THRU 4000-EXIT
           PERFORM 5000-PRINT-PRODUCT-DETAIL
              THRU 5000-EXIT
           PERFORM 5500-PRINT-CLAUSES
              THRU 5500-EXIT
           MOVE 'C' TO DAR-FUNCTION
           PERFORM 5960-CALL-ARCHIVE THRU 5960-EXIT
           IF WS-PRODUCT-OK = "N"
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'PRODUCT ROW MISSING     ' TO RGL-RESULT
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF
           IF WS-WORDING-MISSING = "Y"
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'CLAUSE WORDING MISSING  ' TO RGL-RESULT
              PERFORM 2900-WRITE-REGISTER-LINE
                 THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-PACKS-PRINTED
           IF WS-SCHEDULE-KIND = 'R'
              MOVE 'REVISED PACK PRINTED    ' TO RGL-RESULT
           ELSE
              MOVE 'PACK PRINTED            ' TO RGL-RESULT
           END-IF
           PERFORM 2900-WRITE-REGISTER-LINE
              THRU 2900-EXIT
           .

       3000-PRINT-COVERING-LETTER.
           MOVE PACK-SEPARATOR-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE WS-FIRST-NAME   TO PAL-FIRST-NAME
           MOVE WS-LAST-NAME    TO PAL-LAST-NAME
           MOVE PACK-ADDRESS-LINE-1 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE WS-HOUSE-NAME   TO PAL-HOUSE-NAME
           MOVE WS-HOUSE-NUMBER TO PAL-HOUSE-NUMBER
           MOVE PACK-ADDRESS-LINE-2 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE WS-POSTCODE TO PAL-POSTCODE
           MOVE PACK-ADDRESS-LINE-3 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE SPACES TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE PACK-COVER-LINE-1 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE PACK-COVER-LINE-2 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE PACK-COVER-LINE-3 TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE SPACES TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           .
       3000-EXIT.
           EXIT.

       4000-PRINT-SCHEDULE-HEAD.
           IF WS-SCHEDULE-KIND = 'R'
              MOVE PACK-REVISED-TITLE-LINE TO SCHEDULE-LINE
           ELSE
              MOVE PACK-TITLE-LINE TO SCHEDULE-LINE
           END-IF
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE WS-POLICY-NUM TO PPL-POLICY-NUM
           MOVE PACK-POLICY-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           EVALUATE WS-POLICY-TYPE
              WHEN 'E' MOVE 'ENDOWMENT   ' TO PTL-TYPE-NAME
              WHEN 'H' MOVE 'HOUSE       ' TO PTL-TYPE-NAME
              WHEN OTHER MOVE 'OTHER       ' TO PTL-TYPE-NAME
           END-EVALUATE
           MOVE PACK-TYPE-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           MOVE WS-ISSUE-DATE TO PDL-ISSUE-DATE
           IF WS-EXPIRY-DATE-IND < 0
              MOVE SPACES TO PDL-EXPIRY-DATE
              MOVE WS-EXPIRY-DATE TO PDL-EXPIRY-DATE
           END-IF
           MOVE PACK-DATES-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           IF WS-PAYMENT-IND >= 0
              MOVE WS-PAYMENT TO PRL-PAYMENT
              MOVE PACK-PREMIUM-LINE TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           END-IF
           .
       4000-EXIT.
              WHEN 'M'
                 PERFORM 5300-MOTOR-DETAIL
                    THRU 5300-EXIT
              WHEN 'C'
                 PERFORM 5400-COMMERCIAL-DETAIL
                    THRU 5400-EXIT
              WHEN OTHER
                 MOVE "Y" TO WS-PRODUCT-OK
           END-EVALUATE
           .
       5300-EXIT.
           EXIT.

       5400-COMMERCIAL-DETAIL.
           EXEC SQL
               SELECT ADDRESS, ZIPCODE, PROPERTYTYPE,
                      FIREPERIL, FIREPREMIUM,
                      CRIMEPERIL, CRIMEPREMIUM,
                      FLOODPERIL, FLOODPREMIUM,
                      WEATHERPERIL, WEATHERPREMIUM
                 INTO :WS-C-ADDRESS, :WS-C-ZIPCODE,
                      :WS-C-PROPERTY-TYPE,
                      :WS-C-FIRE-PERIL :WS-C-FIRE-PERIL-IND,
                      :WS-C-FIRE-PREMIUM :WS-C-FIRE-PREMIUM-IND,
                      :WS-C-CRIME-PERIL :WS-C-CRIME-PERIL-IND,
                      :WS-C-CRIME-PREMIUM :WS-C-CRIME-PREMIUM-IND,
                      :WS-C-FLOOD-PERIL :WS-C-FLOOD-PERIL-IND,
                      :WS-C-FLOOD-PREMIUM :WS-C-FLOOD-PREMIUM-IND,
                      :WS-C-WEATHER-PERIL :WS-C-WEATHER-PERIL-IND,
                      :WS-C-WEATHER-PREMIUM :WS-C-WEATHER-PREMIUM-IND
                 FROM COMMERCIAL
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 5400-EXIT
           END-IF
           MOVE "Y" TO WS-PRODUCT-OK
           MOVE 'PREMISES:      ' TO PKD-LABEL
           MOVE WS-C-ADDRESS(1:40) TO PKD-VALUE
           PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
           MOVE 'ZIP CODE:      ' TO PKD-LABEL
           MOVE WS-C-ZIPCODE      TO PKD-VALUE
           PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
           MOVE 'PROPERTY TYPE: ' TO PKD-LABEL
           MOVE WS-C-PROPERTY-TYPE(1:40) TO PKD-VALUE
           PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
           MOVE WS-C-FIRE-PERIL       TO WS-C-PERIL
           MOVE WS-C-FIRE-PERIL-IND   TO WS-C-PERIL-IND
           MOVE WS-C-FIRE-PREMIUM     TO WS-C-PREMIUM
           MOVE WS-C-FIRE-PREMIUM-IND TO WS-C-PREMIUM-IND
           MOVE 'FIRE PREMIUM:  ' TO PKD-LABEL
           PERFORM 5450-PERIL-LINE THRU 5450-EXIT
           MOVE WS-C-CRIME-PERIL       TO WS-C-PERIL
           MOVE WS-C-CRIME-PERIL-IND   TO WS-C-PERIL-IND
           MOVE WS-C-CRIME-PREMIUM     TO WS-C-PREMIUM
           MOVE WS-C-CRIME-PREMIUM-IND TO WS-C-PREMIUM-IND
           MOVE 'CRIME PREMIUM: ' TO PKD-LABEL
           PERFORM 5450-PERIL-LINE THRU 5450-EXIT
           MOVE WS-C-FLOOD-PERIL       TO WS-C-PERIL
           MOVE WS-C-FLOOD-PERIL-IND   TO WS-C-PERIL-IND
           MOVE WS-C-FLOOD-PREMIUM     TO WS-C-PREMIUM
           MOVE WS-C-FLOOD-PREMIUM-IND TO WS-C-PREMIUM-IND
           MOVE 'FLOOD PREMIUM: ' TO PKD-LABEL
           PERFORM 5450-PERIL-LINE THRU 5450-EXIT
           MOVE WS-C-WEATHER-PERIL       TO WS-C-PERIL
           MOVE WS-C-WEATHER-PERIL-IND   TO WS-C-PERIL-IND
           MOVE WS-C-WEATHER-PREMIUM     TO WS-C-PREMIUM
           MOVE WS-C-WEATHER-PREMIUM-IND TO WS-C-PREMIUM-IND
           MOVE 'WEATHER PREM:  ' TO PKD-LABEL
           PERFORM 5450-PERIL-LINE THRU 5450-EXIT
           .
       5400-EXIT.
           EXIT.

      * A peril not taken prints nothing.
       5450-PERIL-LINE.
           IF WS-C-PERIL-IND < 0 OR WS-C-PERIL NOT > 0
              GO TO 5450-EXIT
           END-IF
           MOVE 0 TO WS-DETAIL-NUMERIC
           IF WS-C-PREMIUM-IND >= 0
              MOVE WS-C-PREMIUM TO WS-DETAIL-NUMERIC
           END-IF
           MOVE WS-DETAIL-NUMERIC TO PKD-VALUE
           PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
           .
       5450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every clause attached to the policy, in clause-code order:    *
      * a heading line with the code and its title (library line 00)  *
      * and the wording lines beneath it in full.                     *
      *----------------------------------------------------------------*
       5500-PRINT-CLAUSES.
           MOVE "N"    TO WS-WORDING-MISSING
           MOVE "N"    TO WS-CL-EOF
           MOVE SPACES TO WS-CL-PREV-CODE
           MOVE 0      TO WS-CLAUSE-COUNT
           EXEC SQL
               OPEN CLAUSE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '5500-PRINT-CLAUSES:'
              DISPLAY 'INVALID SQLCODE ON OPEN CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 5510-FETCH-CLAUSE-LINE
              THRU 5510-EXIT
           PERFORM UNTIL WS-CL-EOF = "Y"
              PERFORM 5520-PRINT-CLAUSE-LINE
                 THRU 5520-EXIT
              PERFORM 5510-FETCH-CLAUSE-LINE
                 THRU 5510-EXIT
           END-PERFORM
           EXEC SQL
               CLOSE CLAUSE-CURSOR
           END-EXEC
           .
       5500-EXIT.
           EXIT.

       5510-FETCH-CLAUSE-LINE.
           EXEC SQL
               FETCH CLAUSE-CURSOR
               INTO :WS-CL-CLAUSECODE,
                    :WS-CL-LINENUMBER :WS-CL-LINENUMBER-IND,
                    :WS-CL-CLAUSETEXT :WS-CL-CLAUSETEXT-IND
           END-EXEC
           IF SQLCODE = 100
              MOVE "Y" TO WS-CL-EOF
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'INVALID SQLCODE ON CLAUSE FETCH:' SQLCODE
                 MOVE 'Y' TO WS-SQL-ERROR-FLAG
                 PERFORM 9000-END-PARA
              END-IF
           END-IF
           .
       5510-EXIT.
           EXIT.

       5520-PRINT-CLAUSE-LINE.
           IF WS-CLAUSE-COUNT = 0
              MOVE SPACES TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
              MOVE PACK-CLAUSES-TITLE-LINE TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
              MOVE PACK-CLAUSES-INTRO-LINE TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           END-IF
           IF WS-CL-CLAUSETEXT-IND < 0
              MOVE SPACES TO WS-CL-CLAUSETEXT
           END-IF

           IF WS-CL-CLAUSECODE NOT = WS-CL-PREV-CODE
              ADD 1 TO WS-CLAUSE-COUNT
              MOVE WS-CL-CLAUSECODE TO WS-CL-PREV-CODE
              MOVE SPACES TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
              MOVE WS-CL-CLAUSECODE TO PCH-CLAUSE-CODE
              MOVE SPACES           TO PCH-TITLE
              IF WS-CL-LINENUMBER-IND < 0
                 MOVE "Y" TO WS-WORDING-MISSING
                 MOVE 'WORDING NOT ON THE CLAUSE LIBRARY' TO PCH-TITLE
              ELSE
                 IF WS-CL-LINENUMBER = 0
                    MOVE WS-CL-CLAUSETEXT TO PCH-TITLE
                 END-IF
              END-IF
              MOVE PACK-CLAUSE-HEAD-LINE TO SCHEDULE-LINE
              PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           END-IF

           IF WS-CL-LINENUMBER-IND < 0 OR WS-CL-LINENUMBER = 0
              GO TO 5520-EXIT
           END-IF
           MOVE WS-CL-CLAUSETEXT TO PCT-TEXT
           MOVE PACK-CLAUSE-TEXT-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           .
       5520-EXIT.
           EXIT.

       5900-WRITE-DETAIL.
           MOVE PACK-DETAIL-LINE TO SCHEDULE-LINE
           PERFORM 5950-WRITE-PACK-LINE THRU 5950-EXIT
           .
       5900-EXIT.
           EXIT.

      * Every pack line goes to the print file and the archived copy.
       5950-WRITE-PACK-LINE.
           WRITE SCHEDULE-LINE
           MOVE 'L'           TO DAR-FUNCTION
           MOVE SCHEDULE-LINE TO DAR-LINE-TEXT
           PERFORM 5960-CALL-ARCHIVE THRU 5960-EXIT
           .
       5950-EXIT.
           EXIT.

      * A pack that cannot be archived stops the run as any other
      * database error does.
       5960-CALL-ARCHIVE.
           CALL 'DOCARCH' USING DOCARCH-PARMS
           IF DAR-RETURN >= 8
              DISPLAY 'DOCUMENT ARCHIVE FAILED FOR POLICY '
                      RGL-POLICY-NUM
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       5960-EXIT.
           EXIT.

       2900-WRITE-REGISTER-LINE.
           MOVE REGISTER-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
