      ******************************************************************
      *                                                                *
      *            Policy Version Save                                 *
      *                                                                *
      *   The one place a policy's before-image is kept. Every        *
      *   program that changes or removes a POLICY row or its         *
      *   ENDOWMENT, HOUSE or MOTOR detail CALLs this first, in the   *
      *   same unit of work, with POLVERS-PARMS:                      *
      *                                                                *
      *     PVS-CHANGE-TYPE  U  the row is about to be changed        *
      *                      D  the row is about to be deleted        *
      *     PVS-POLICY-NUM   the policy                               *
      *     PVS-SOURCE       the program making the change            *
      *                                                                *
      *   The POLICY row goes to POLVERSION and the product row to    *
      *   ENDOWVERSION, HOUSEVERSION or MOTORVERSION under the next   *
      *   VERSIONNUMBER for the policy (returned in PVS-VERSION-NUM). *
      *   Each version was in force from its EFFECTIVEDATE - the date *
      *   the previous version was superseded, or the issue date for  *
      *   the first - up to, not including, its SUPERSEDEDDATE, the   *
      *   date of the change. A change takes effect from the day it   *
      *   is made, so a version both made and superseded on the one   *
      *   day was never in force on any date. LGIPVR01 answers "what  *
      *   was the policy on this date" from these rows.               *
      *                                                                *
      *   PVS-RETURN is 00 saved, 04 there is no POLICY row to save   *
      *   (nothing written - the caller's own change will find the    *
      *   row missing too), 08 a database error or an unknown change  *
      *   type. A caller rolls back its change on 08, as the history  *
      *   must never miss a version.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLVERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-HV-POLICY-NUM            PIC S9(9) USAGE COMP.
       01  WS-HV-VERSION-NUM           PIC S9(9) USAGE COMP.
       01  WS-HV-LAST-SUPERSEDED       PIC X(10).
       01  WS-HV-LAST-SUPERSEDED-IND   PIC S9(4) USAGE COMP.
       01  WS-HV-EFFECTIVE-DATE        PIC X(10).
       01  WS-HV-ISSUE-DATE            PIC X(10).
       01  WS-HV-POLICY-TYPE           PIC X(1).
       01  WS-HV-CHANGE-TYPE           PIC X(1).
       01  WS-HV-SOURCE                PIC X(8).

       LINKAGE SECTION.
      * Same layout every caller declares.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
              88 PVS-CHANGED                     VALUE 'U'.
              88 PVS-DELETED                     VALUE 'D'.
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       PROCEDURE DIVISION USING POLVERS-PARMS.
       0001-MAIN.
           MOVE 0 TO PVS-RETURN
           MOVE 0 TO PVS-VERSION-NUM
           IF NOT PVS-CHANGED AND NOT PVS-DELETED
              MOVE 8 TO PVS-RETURN
              GO TO 0001-MAIN-EXIT
           END-IF
           MOVE PVS-POLICY-NUM  TO WS-HV-POLICY-NUM
           MOVE PVS-CHANGE-TYPE TO WS-HV-CHANGE-TYPE
           MOVE PVS-SOURCE      TO WS-HV-SOURCE

           PERFORM 1000-FIND-EFFECTIVE-DATE
              THRU 1000-EXIT
           IF PVS-RETURN NOT = 0
              GO TO 0001-MAIN-EXIT
           END-IF

           PERFORM 2000-SAVE-POLICY-ROW
              THRU 2000-EXIT
           IF PVS-RETURN NOT = 0
              GO TO 0001-MAIN-EXIT
           END-IF

           PERFORM 3000-SAVE-DETAIL-ROW
              THRU 3000-EXIT
           IF PVS-RETURN = 0
              MOVE WS-HV-VERSION-NUM TO PVS-VERSION-NUM
           END-IF
           .
       0001-MAIN-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * The row being replaced came into force when the version      *
      * before it was superseded; with no version yet, on the issue  *
      * date - or today, for a row with no issue date or one issued  *
      * ahead of time.                                               *
      *----------------------------------------------------------------*
       1000-FIND-EFFECTIVE-DATE.
           EXEC SQL
               SELECT POLICYTYPE,
                      CHAR(CASE WHEN ISSUEDATE IS NULL
                                  OR ISSUEDATE > CURRENT DATE
                                THEN CURRENT DATE
                                ELSE ISSUEDATE END, ISO)
                 INTO :WS-HV-POLICY-TYPE,
                      :WS-HV-ISSUE-DATE
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE = 100
              MOVE 4 TO PVS-RETURN
              GO TO 1000-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'POLVERS: INVALID SQLCODE ON POLICY SELECT:'
                      SQLCODE
              MOVE 8 TO PVS-RETURN
              GO TO 1000-EXIT
           END-IF

           MOVE 0 TO WS-HV-VERSION-NUM
           EXEC SQL
               SELECT COALESCE(MAX(VERSIONNUMBER), 0),
                      CHAR(MAX(SUPERSEDEDDATE), ISO)
                 INTO :WS-HV-VERSION-NUM,
                      :WS-HV-LAST-SUPERSEDED
                      :WS-HV-LAST-SUPERSEDED-IND
                 FROM POLVERSION
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLVERS: INVALID SQLCODE ON POLVERSION SELECT:'
                      SQLCODE
              MOVE 8 TO PVS-RETURN
              GO TO 1000-EXIT
           END-IF
           ADD 1 TO WS-HV-VERSION-NUM

           IF WS-HV-LAST-SUPERSEDED-IND < 0
              MOVE WS-HV-ISSUE-DATE      TO WS-HV-EFFECTIVE-DATE
           ELSE
              MOVE WS-HV-LAST-SUPERSEDED TO WS-HV-EFFECTIVE-DATE
           END-IF
           .
       1000-EXIT.
           EXIT.

       2000-SAVE-POLICY-ROW.
           EXEC SQL
               INSERT INTO POLVERSION
               (POLICYNUMBER
               ,VERSIONNUMBER
               ,EFFECTIVEDATE
               ,SUPERSEDEDDATE
               ,CHANGETYPE
               ,SOURCE
               ,SAVEDAT
               ,CUSTOMERNUMBER
               ,ISSUEDATE
               ,EXPIRYDATE
               ,POLICYTYPE
               ,LASTCHANGED
               ,BROKERID
               ,BROKERSREFERENCE
               ,PAYMENT
               ,COMMISSION
               ,COMPULSORYEXCESS
               ,VOLUNTARYEXCESS)
               SELECT POLICYNUMBER
                     ,:WS-HV-VERSION-NUM
                     ,DATE(:WS-HV-EFFECTIVE-DATE)
                     ,CURRENT DATE
                     ,:WS-HV-CHANGE-TYPE
                     ,:WS-HV-SOURCE
                     ,CURRENT TIMESTAMP
                     ,CUSTOMERNUMBER
                     ,ISSUEDATE
                     ,EXPIRYDATE
                     ,POLICYTYPE
                     ,LASTCHANGED
                     ,BROKERID
                     ,BROKERSREFERENCE
                     ,PAYMENT
                     ,COMMISSION
                     ,COMPULSORYEXCESS
                     ,VOLUNTARYEXCESS
                 FROM POLICY
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'POLVERS: INVALID SQLCODE ON POLVERSION INSERT:'
                      SQLCODE
              MOVE 8 TO PVS-RETURN
           END-IF
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The product row is saved alongside under the same version    *
      * number. A policy whose detail row is missing, or a product   *
      * kept elsewhere, has nothing to save here (+100).             *
      *----------------------------------------------------------------*
       3000-SAVE-DETAIL-ROW.
           EVALUATE WS-HV-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
                     INSERT INTO ENDOWVERSION
                     (POLICYNUMBER, VERSIONNUMBER, EQUITIES,
                      WITHPROFITS, MANAGEDFUND, FUNDNAME, TERM,
                      SUMASSURED, LIFEASSURED, PAIDUP, PAIDUPDATE,
                      DEATHCLAIM, DEATHCLAIMDATE)
                     SELECT POLICYNUMBER, :WS-HV-VERSION-NUM,
                            EQUITIES, WITHPROFITS, MANAGEDFUND,
                            FUNDNAME, TERM, SUMASSURED, LIFEASSURED,
                            PAIDUP, PAIDUPDATE, DEATHCLAIM,
                            DEATHCLAIMDATE
                       FROM ENDOWMENT
                      WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                 END-EXEC
              WHEN 'H'
                 EXEC SQL
                     INSERT INTO HOUSEVERSION
                     (POLICYNUMBER, VERSIONNUMBER, PROPERTYTYPE,
                      BEDROOMS, VALUE, HOUSENAME, HOUSENUMBER,
                      POSTCODE)
                     SELECT POLICYNUMBER, :WS-HV-VERSION-NUM,
                            PROPERTYTYPE, BEDROOMS, VALUE, HOUSENAME,
                            HOUSENUMBER, POSTCODE
                       FROM HOUSE
                      WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                 END-EXEC
              WHEN 'M'
                 EXEC SQL
                     INSERT INTO MOTORVERSION
                     (POLICYNUMBER, VERSIONNUMBER, MAKE, MODEL, VALUE,
                      REGNUMBER, COLOUR, CC, YEAROFMANUFACTURE,
                      PREMIUM, ACCIDENTS)
                     SELECT POLICYNUMBER, :WS-HV-VERSION-NUM,
                            MAKE, MODEL, VALUE, REGNUMBER, COLOUR, CC,
                            YEAROFMANUFACTURE, PREMIUM, ACCIDENTS
                       FROM MOTOR
                      WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                 END-EXEC
              WHEN OTHER
                 GO TO 3000-EXIT
           END-EVALUATE
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'POLVERS: INVALID SQLCODE ON DETAIL INSERT:'
                      SQLCODE
              MOVE 8 TO PVS-RETURN
           END-IF
           .
       3000-EXIT.
           EXIT.
