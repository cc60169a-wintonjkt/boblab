      ******************************************************************
      *                                                                *
      *            Policy Clause Attach                                *
      *                                                                *
      *   The one place a clause from the CLAUSELIB wording library   *
      *   is attached to a policy. Everything that can impose a       *
      *   special condition - the policy add LGAPOL01, the            *
      *   endorsement LGEPOL01, the underwriting decisions UWWORK and *
      *   the survey results SURVSCHD - CALLs this with               *
      *   CLAUSATT-PARMS:                                             *
      *                                                                *
      *     K  check only: is CAT-CLAUSE-CODE on the library          *
      *     A  attach CAT-CLAUSE-CODE to CAT-POLICY-NUM, dated today  *
      *        and recording CAT-SOURCE, the program attaching it     *
      *                                                                *
      *   CAT-RETURN is 00 done, 04 the clause is already attached to *
      *   the policy (nothing written), 06 the code is not on the     *
      *   library, 08 a database error or an unknown function. Codes  *
      *   are matched upper case. POLSCHED prints the wording of      *
      *   every clause attached on the policy's schedule, and the     *
      *   claim screen lists the codes.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAUSATT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-HV-POLICY-NUM            PIC S9(9) USAGE COMP.
       01  WS-HV-CLAUSECODE            PIC X(8).
       01  WS-HV-SOURCE                PIC X(8).
       01  WS-HV-ROW-COUNT             PIC S9(9) USAGE COMP.

       LINKAGE SECTION.
      * Same layout every caller declares.
       01  CLAUSATT-PARMS.
           05 CAT-FUNCTION             PIC X(1).
              88 CAT-CHECK-CLAUSE                VALUE 'K'.
              88 CAT-ATTACH-CLAUSE               VALUE 'A'.
           05 CAT-POLICY-NUM           PIC 9(10).
           05 CAT-CLAUSE-CODE          PIC X(8).
           05 CAT-SOURCE               PIC X(8).
           05 CAT-RETURN               PIC 9(2).

       PROCEDURE DIVISION USING CLAUSATT-PARMS.
       0001-MAIN.
           MOVE 0 TO CAT-RETURN
           MOVE FUNCTION UPPER-CASE (CAT-CLAUSE-CODE)
             TO WS-HV-CLAUSECODE

           EVALUATE TRUE
              WHEN CAT-CHECK-CLAUSE
                 PERFORM 1000-CHECK-LIBRARY
                    THRU 1000-EXIT
              WHEN CAT-ATTACH-CLAUSE
                 PERFORM 1000-CHECK-LIBRARY
                    THRU 1000-EXIT
                 IF CAT-RETURN = 0
                    PERFORM 2000-ATTACH-CLAUSE
                       THRU 2000-EXIT
                 END-IF
              WHEN OTHER
                 MOVE 8 TO CAT-RETURN
           END-EVALUATE
           .
       0001-MAIN-EXIT.
           GOBACK.

      *----------------------------------------------------------------*
      * A clause is on the library while it has any wording row -    *
      * the title alone is enough.                                   *
      *----------------------------------------------------------------*
       1000-CHECK-LIBRARY.
           IF WS-HV-CLAUSECODE = SPACES
              MOVE 6 TO CAT-RETURN
              GO TO 1000-EXIT
           END-IF
           MOVE 0 TO WS-HV-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HV-ROW-COUNT
                 FROM CLAUSELIB
                WHERE CLAUSECODE = :WS-HV-CLAUSECODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLAUSATT: INVALID SQLCODE ON CLAUSELIB SELECT:'
                      SQLCODE
              MOVE 8 TO CAT-RETURN
              GO TO 1000-EXIT
           END-IF
           IF WS-HV-ROW-COUNT = 0
              MOVE 6 TO CAT-RETURN
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A clause is attached to a policy once; attaching it again -  *
      * a survey confirming a warranty the underwriter already       *
      * imposed - leaves the first attachment and its date standing. *
      *----------------------------------------------------------------*
       2000-ATTACH-CLAUSE.
           MOVE CAT-POLICY-NUM TO WS-HV-POLICY-NUM
           MOVE CAT-SOURCE     TO WS-HV-SOURCE
           MOVE 0 TO WS-HV-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HV-ROW-COUNT
                 FROM POLCLAUSE
                WHERE POLICYNUMBER = :WS-HV-POLICY-NUM
                  AND CLAUSECODE   = :WS-HV-CLAUSECODE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLAUSATT: INVALID SQLCODE ON POLCLAUSE SELECT:'
                      SQLCODE
              MOVE 8 TO CAT-RETURN
              GO TO 2000-EXIT
           END-IF
           IF WS-HV-ROW-COUNT > 0
              MOVE 4 TO CAT-RETURN
              GO TO 2000-EXIT
           END-IF

           EXEC SQL
               INSERT INTO POLCLAUSE
               (POLICYNUMBER
               ,CLAUSECODE
               ,ATTACHDATE
               ,SOURCE)
               VALUES (
                     :WS-HV-POLICY-NUM
                    ,:WS-HV-CLAUSECODE
                    ,CURRENT DATE
                    ,:WS-HV-SOURCE)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLAUSATT: INVALID SQLCODE ON POLCLAUSE INSERT:'
                      SQLCODE
              MOVE 8 TO CAT-RETURN
           END-IF
           .
       2000-EXIT.
           EXIT.
