      ******************************************************************
      *                                                                *
      *                    Inquire Policy As At A Date                 *
      *                                                                *
      *   Returns a policy as it stood on a given date: the POLICY    *
      *   row and its ENDOWMENT, HOUSE or MOTOR detail from the       *
      *   version in force that day, as POLVERS saved it before the   *
      *   change that superseded it - or the live rows, when nothing  *
      *   has changed the policy since that date. Claims use it to    *
      *   see the cover on the date of loss; LGACLM01 LINKs here to   *
      *   check a new claim against it.                               *
      *                                                                *
      *   Caller sets CA-POLICY-NUM and CA-AS-AT-DATE (YYYY-MM-DD);   *
      *   everything else is returned. CA-VERSION-NUM is zero for     *
      *   the live rows, with CA-SUPERSEDED-DATE and CA-SOURCE blank; *
      *   otherwise CA-SOURCE is the program whose change superseded  *
      *   the version. The detail comes back through the view named   *
      *   by CA-POLICY-TYPE. '86' = no version of the policy was in   *
      *   force that day - not yet issued, or already cancelled,      *
      *   lapsed or surrendered; '90' = the date is not valid.        *
      *   Whether the day fell inside the version's issue and expiry  *
      *   dates is left to the caller, who has both.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIPVR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGIPVR01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +195.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Which version was in force, and when the live rows took over
       01  WS-VERSION-NUM              PIC S9(9) USAGE COMP.
       01  WS-EFFECTIVE-DATE           PIC X(10).
       01  WS-SUPERSEDED-DATE          PIC X(10).
       01  WS-LAST-SUPERSEDED          PIC X(10).
       01  WS-LAST-SUPERSEDED-IND      PIC S9(4) USAGE COMP.
       01  WS-SOURCE                   PIC X(8).

      * Host variables for the policy row
       01  WS-CUSTOMER-NUM             PIC S9(9) USAGE COMP.
       01  WS-ISSUE-DATE               PIC X(10).
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-BROKERID                 PIC S9(9) USAGE COMP.
       01  WS-BROKERID-IND             PIC S9(4) USAGE COMP.
       01  WS-BROKERSREF               PIC X(10).
       01  WS-BROKERSREF-IND           PIC S9(4) USAGE COMP.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.

      * Host variables for the per-product detail rows
       01  WS-E-EQUITIES               PIC X(1).
       01  WS-E-WITHPROFITS            PIC X(1).
       01  WS-E-MANAGEDFUND            PIC X(1).
       01  WS-E-FUNDNAME               PIC X(10).
       01  WS-E-TERM                   PIC S9(4) USAGE COMP.
       01  WS-E-SUMASSURED             PIC S9(9) USAGE COMP.
       01  WS-E-LIFEASSURED            PIC X(31).

       01  WS-H-PROPERTYTYPE           PIC X(15).
       01  WS-H-BEDROOMS               PIC S9(4) USAGE COMP.
       01  WS-H-VALUE                  PIC S9(9) USAGE COMP.
       01  WS-H-HOUSENAME              PIC X(20).
       01  WS-H-HOUSENUMBER            PIC X(4).
       01  WS-H-POSTCODE               PIC X(8).

       01  WS-M-MAKE                   PIC X(15).
       01  WS-M-MODEL                  PIC X(15).
       01  WS-M-VALUE                  PIC S9(9) USAGE COMP.
       01  WS-M-REGNUMBER              PIC X(7).
       01  WS-M-COLOUR                 PIC X(8).
       01  WS-M-CC                     PIC S9(4) USAGE COMP.
       01  WS-M-MANUFACTURE-DATE       PIC X(10).
       01  WS-M-PREMIUM                PIC S9(9) USAGE COMP.
       01  WS-M-ACCIDENTS              PIC S9(9) USAGE COMP.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-POLICY-NUM            PIC 9(10).
           03 CA-AS-AT-DATE            PIC X(10).
           03 CA-VERSION-NUM           PIC 9(9).
           03 CA-EFFECTIVE-DATE        PIC X(10).
           03 CA-SUPERSEDED-DATE       PIC X(10).
           03 CA-SOURCE                PIC X(8).
           03 CA-CUSTOMER-NUM          PIC 9(10).
           03 CA-ISSUE-DATE            PIC X(10).
           03 CA-EXPIRY-DATE           PIC X(10).
           03 CA-POLICY-TYPE           PIC X(1).
           03 CA-BROKERID              PIC 9(10).
           03 CA-BROKERSREF            PIC X(10).
           03 CA-PAYMENT               PIC 9(6).
           03 CA-DETAIL                PIC X(79).
           03 CA-E-DETAIL REDEFINES CA-DETAIL.
              05 CA-E-WITH-PROFITS     PIC X.
              05 CA-E-EQUITIES         PIC X.
              05 CA-E-MANAGED-FUND     PIC X.
              05 CA-E-FUND-NAME        PIC X(10).
              05 CA-E-TERM             PIC 99.
              05 CA-E-SUM-ASSURED      PIC 9(6).
              05 CA-E-LIFE-ASSURED     PIC X(31).
              05 FILLER                PIC X(27).
           03 CA-H-DETAIL REDEFINES CA-DETAIL.
              05 CA-H-PROPERTY-TYPE    PIC X(15).
              05 CA-H-BEDROOMS         PIC 9(3).
              05 CA-H-VALUE            PIC 9(8).
              05 CA-H-HOUSE-NAME       PIC X(20).
              05 CA-H-HOUSE-NUMBER     PIC X(4).
              05 CA-H-POSTCODE         PIC X(8).
              05 FILLER                PIC X(21).
           03 CA-M-DETAIL REDEFINES CA-DETAIL.
              05 CA-M-MAKE             PIC X(15).
              05 CA-M-MODEL            PIC X(15).
              05 CA-M-VALUE            PIC 9(8).
              05 CA-M-REGNUMBER        PIC X(7).
              05 CA-M-COLOUR           PIC X(8).
              05 CA-M-CC               PIC 9(4).
              05 CA-M-MANUFACTURE-DATE PIC X(10).
              05 CA-M-PREMIUM          PIC 9(6).
              05 CA-M-ACCIDENTS        PIC 9(6).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           IF EIBCALEN IS EQUAL TO ZERO
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE '00' TO CA-RETURN-CODE.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ZEROS  TO CA-VERSION-NUM CA-CUSTOMER-NUM
                          CA-BROKERID CA-PAYMENT.
           MOVE SPACES TO CA-EFFECTIVE-DATE CA-SUPERSEDED-DATE
                          CA-SOURCE CA-ISSUE-DATE CA-EXPIRY-DATE
                          CA-POLICY-TYPE CA-BROKERSREF CA-DETAIL.

           PERFORM CHECK-AS-AT-DATE.
           IF CA-RETURN-CODE > 0
             EXEC CICS RETURN END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      * A saved version covering the date answers it; failing that,   *
      * the live rows do, from the day the last version was           *
      * superseded.                                                    *
      *----------------------------------------------------------------*
           PERFORM FIND-VERSION-IN-FORCE.
           IF CA-RETURN-CODE > 0
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-VERSION-NUM > 0
              PERFORM READ-VERSION-ROW
           ELSE
              PERFORM READ-LIVE-ROW THRU READ-LIVE-ROW-EXIT
           END-IF.
           IF CA-RETURN-CODE > 0
             EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE WS-POLICY-TYPE TO CA-POLICY-TYPE.
           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 PERFORM READ-ENDOWMENT-DETAIL
              WHEN 'H'
                 PERFORM READ-HOUSE-DETAIL
              WHEN 'M'
                 PERFORM READ-MOTOR-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-AS-AT-DATE.
           IF CA-AS-AT-DATE(1:4) NOT NUMERIC
              OR CA-AS-AT-DATE(5:1) NOT = '-'
              OR CA-AS-AT-DATE(6:2) NOT NUMERIC
              OR CA-AS-AT-DATE(8:1) NOT = '-'
              OR CA-AS-AT-DATE(9:2) NOT NUMERIC
               MOVE '90' TO CA-RETURN-CODE
           END-IF.
       CHECK-AS-AT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Versions made and superseded on the one day cover no date, so *
      * at most one version spans any day; the highest number is      *
      * taken all the same.                                            *
      *----------------------------------------------------------------*
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO WS-VERSION-NUM.
           EXEC SQL
               SELECT COALESCE(MAX(VERSIONNUMBER), 0),
                      CHAR(MAX(SUPERSEDEDDATE), ISO)
                 INTO :WS-VERSION-NUM,
                      :WS-LAST-SUPERSEDED :WS-LAST-SUPERSEDED-IND
                 FROM POLVERSION
                WHERE POLICYNUMBER   =  :CA-POLICY-NUM
                  AND EFFECTIVEDATE  <= DATE(:CA-AS-AT-DATE)
                  AND SUPERSEDEDDATE >  DATE(:CA-AS-AT-DATE)
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '86' TO CA-RETURN-CODE
           END-EVALUATE.
       FIND-VERSION-IN-FORCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-VERSION-ROW.
           EXEC SQL
               SELECT CHAR(EFFECTIVEDATE, ISO),
                      CHAR(SUPERSEDEDDATE, ISO), SOURCE,
                      CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                      POLICYTYPE,
                      BROKERID, BROKERSREFERENCE, PAYMENT
                 INTO :WS-EFFECTIVE-DATE,
                      :WS-SUPERSEDED-DATE, :WS-SOURCE,
                      :WS-CUSTOMER-NUM, :WS-ISSUE-DATE,
                      :WS-EXPIRY-DATE, :WS-POLICY-TYPE,
                      :WS-BROKERID :WS-BROKERID-IND,
                      :WS-BROKERSREF :WS-BROKERSREF-IND,
                      :WS-PAYMENT :WS-PAYMENT-IND
                 FROM POLVERSION
                WHERE POLICYNUMBER  = :CA-POLICY-NUM
                  AND VERSIONNUMBER = :WS-VERSION-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '86' TO CA-RETURN-CODE
           ELSE
               MOVE WS-VERSION-NUM     TO CA-VERSION-NUM
               MOVE WS-SUPERSEDED-DATE TO CA-SUPERSEDED-DATE
               MOVE WS-SOURCE          TO CA-SOURCE
               PERFORM RETURN-POLICY-FIELDS
           END-IF.
       READ-VERSION-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The live rows took over when the last version was superseded, *
      * or at issue for a policy never changed. A date before that -  *
      * or any date, once the policy has been deleted - had no        *
      * version in force.                                              *
      *----------------------------------------------------------------*
       READ-LIVE-ROW.
           EXEC SQL
               SELECT CHAR(MAX(SUPERSEDEDDATE), ISO)
                 INTO :WS-LAST-SUPERSEDED :WS-LAST-SUPERSEDED-IND
                 FROM POLVERSION
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '86' TO CA-RETURN-CODE
               GO TO READ-LIVE-ROW-EXIT
           END-IF.

           EXEC SQL
               SELECT CUSTOMERNUMBER, ISSUEDATE, EXPIRYDATE,
                      POLICYTYPE,
                      BROKERID, BROKERSREFERENCE, PAYMENT
                 INTO :WS-CUSTOMER-NUM, :WS-ISSUE-DATE,
                      :WS-EXPIRY-DATE, :WS-POLICY-TYPE,
                      :WS-BROKERID :WS-BROKERID-IND,
                      :WS-BROKERSREF :WS-BROKERSREF-IND,
                      :WS-PAYMENT :WS-PAYMENT-IND
                 FROM POLICY
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '86' TO CA-RETURN-CODE
               GO TO READ-LIVE-ROW-EXIT
           END-IF.

           IF WS-LAST-SUPERSEDED-IND < 0
               MOVE WS-ISSUE-DATE      TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-LAST-SUPERSEDED TO WS-EFFECTIVE-DATE
           END-IF.
           IF CA-AS-AT-DATE < WS-EFFECTIVE-DATE
               MOVE '86' TO CA-RETURN-CODE
           ELSE
               PERFORM RETURN-POLICY-FIELDS
           END-IF.
       READ-LIVE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       RETURN-POLICY-FIELDS.
           MOVE WS-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE.
           MOVE WS-CUSTOMER-NUM   TO CA-CUSTOMER-NUM.
           MOVE WS-ISSUE-DATE     TO CA-ISSUE-DATE.
           MOVE WS-EXPIRY-DATE    TO CA-EXPIRY-DATE.
           IF WS-BROKERID-IND >= 0
              MOVE WS-BROKERID TO CA-BROKERID
           END-IF.
           IF WS-BROKERSREF-IND >= 0
              MOVE WS-BROKERSREF TO CA-BROKERSREF
           END-IF.
           IF WS-PAYMENT-IND >= 0
              MOVE WS-PAYMENT TO CA-PAYMENT
           END-IF.
       RETURN-POLICY-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-ENDOWMENT-DETAIL.
           IF WS-VERSION-NUM > 0
              EXEC SQL
                  SELECT EQUITIES, WITHPROFITS, MANAGEDFUND,
                         FUNDNAME, TERM, SUMASSURED, LIFEASSURED
                    INTO :WS-E-EQUITIES, :WS-E-WITHPROFITS,
                         :WS-E-MANAGEDFUND, :WS-E-FUNDNAME,
                         :WS-E-TERM, :WS-E-SUMASSURED,
                         :WS-E-LIFEASSURED
                    FROM ENDOWVERSION
                   WHERE POLICYNUMBER  = :CA-POLICY-NUM
                     AND VERSIONNUMBER = :WS-VERSION-NUM
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT EQUITIES, WITHPROFITS, MANAGEDFUND,
                         FUNDNAME, TERM, SUMASSURED, LIFEASSURED
                    INTO :WS-E-EQUITIES, :WS-E-WITHPROFITS,
                         :WS-E-MANAGEDFUND, :WS-E-FUNDNAME,
                         :WS-E-TERM, :WS-E-SUMASSURED,
                         :WS-E-LIFEASSURED
                    FROM ENDOWMENT
                   WHERE POLICYNUMBER = :CA-POLICY-NUM
              END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-E-EQUITIES    TO CA-E-EQUITIES
               MOVE WS-E-WITHPROFITS TO CA-E-WITH-PROFITS
               MOVE WS-E-MANAGEDFUND TO CA-E-MANAGED-FUND
               MOVE WS-E-FUNDNAME    TO CA-E-FUND-NAME
               MOVE WS-E-TERM        TO CA-E-TERM
               MOVE WS-E-SUMASSURED  TO CA-E-SUM-ASSURED
               MOVE WS-E-LIFEASSURED TO CA-E-LIFE-ASSURED
           END-IF.
       READ-ENDOWMENT-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-HOUSE-DETAIL.
           IF WS-VERSION-NUM > 0
              EXEC SQL
                  SELECT PROPERTYTYPE, BEDROOMS, VALUE,
                         HOUSENAME, HOUSENUMBER, POSTCODE
                    INTO :WS-H-PROPERTYTYPE, :WS-H-BEDROOMS,
                         :WS-H-VALUE, :WS-H-HOUSENAME,
                         :WS-H-HOUSENUMBER, :WS-H-POSTCODE
                    FROM HOUSEVERSION
                   WHERE POLICYNUMBER  = :CA-POLICY-NUM
                     AND VERSIONNUMBER = :WS-VERSION-NUM
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT PROPERTYTYPE, BEDROOMS, VALUE,
                         HOUSENAME, HOUSENUMBER, POSTCODE
                    INTO :WS-H-PROPERTYTYPE, :WS-H-BEDROOMS,
                         :WS-H-VALUE, :WS-H-HOUSENAME,
                         :WS-H-HOUSENUMBER, :WS-H-POSTCODE
                    FROM HOUSE
                   WHERE POLICYNUMBER = :CA-POLICY-NUM
              END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-H-PROPERTYTYPE TO CA-H-PROPERTY-TYPE
               MOVE WS-H-BEDROOMS     TO CA-H-BEDROOMS
               MOVE WS-H-VALUE        TO CA-H-VALUE
               MOVE WS-H-HOUSENAME    TO CA-H-HOUSE-NAME
               MOVE WS-H-HOUSENUMBER  TO CA-H-HOUSE-NUMBER
               MOVE WS-H-POSTCODE     TO CA-H-POSTCODE
           END-IF.
       READ-HOUSE-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-MOTOR-DETAIL.
           IF WS-VERSION-NUM > 0
              EXEC SQL
                  SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR,
                         CC, YEAROFMANUFACTURE, PREMIUM, ACCIDENTS
                    INTO :WS-M-MAKE, :WS-M-MODEL, :WS-M-VALUE,
                         :WS-M-REGNUMBER, :WS-M-COLOUR, :WS-M-CC,
                         :WS-M-MANUFACTURE-DATE, :WS-M-PREMIUM,
                         :WS-M-ACCIDENTS
                    FROM MOTORVERSION
                   WHERE POLICYNUMBER  = :CA-POLICY-NUM
                     AND VERSIONNUMBER = :WS-VERSION-NUM
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT MAKE, MODEL, VALUE, REGNUMBER, COLOUR,
                         CC, YEAROFMANUFACTURE, PREMIUM, ACCIDENTS
                    INTO :WS-M-MAKE, :WS-M-MODEL, :WS-M-VALUE,
                         :WS-M-REGNUMBER, :WS-M-COLOUR, :WS-M-CC,
                         :WS-M-MANUFACTURE-DATE, :WS-M-PREMIUM,
                         :WS-M-ACCIDENTS
                    FROM MOTOR
                   WHERE POLICYNUMBER = :CA-POLICY-NUM
              END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE WS-M-MAKE             TO CA-M-MAKE
               MOVE WS-M-MODEL            TO CA-M-MODEL
               MOVE WS-M-VALUE            TO CA-M-VALUE
               MOVE WS-M-REGNUMBER        TO CA-M-REGNUMBER
               MOVE WS-M-COLOUR           TO CA-M-COLOUR
               MOVE WS-M-CC               TO CA-M-CC
               MOVE WS-M-MANUFACTURE-DATE TO CA-M-MANUFACTURE-DATE
               MOVE WS-M-PREMIUM          TO CA-M-PREMIUM
               MOVE WS-M-ACCIDENTS        TO CA-M-ACCIDENTS
           END-IF.
       READ-MOTOR-DETAIL-EXIT.
           EXIT.
