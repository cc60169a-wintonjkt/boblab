      *   signed. '86' policy/detail not found, '96' policy already   *
      *   expired, '90' bad new cover, '87' DB2 failure.              *
      *                                                                *
      *   A motor value change is checked against the vehicle         *
      *   reference first (LGVVEH01): '97' the vehicle on file fails  *
      *   the reference, '91' the new value is outside the valuation  *
      *   guide and is referred - neither is applied.                 *
      *                                                                *
      *   A caller supplying the longer commarea may name up to four  *
      *   special-condition clauses from the CLAUSELIB wording        *
      *   library in CA-CLAUSES; they are attached to the policy      *
      *   through CLAUSATT with the endorsement, and POLSCHED issues  *
      *   the revised schedule with their wording. A zero new cover   *
      *   with clauses named attaches the clauses alone, with no      *
      *   cover or premium change. '90' also covers a clause code     *
      *   not on the library.                                         *
      *                                                                *
      *   The policy as it stood before the endorsement is saved      *
      *   through POLVERS ahead of the first update, in the same      *
      *   unit of work; a failure there is '87' with nothing changed. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGEPOL01.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +69.
      *    The length that includes the clause codes.
           03 WS-CLAUSE-CA-LEN         PIC S9(4) COMP VALUE +101.

       01  WS-POLICY-TYPE              PIC X(1)  VALUE SPACE.
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP VALUE 0.
       01  WS-OLD-COVER                PIC S9(9) USAGE COMP VALUE 0.
       01  WS-NEW-COVER                PIC S9(9) USAGE COMP VALUE 0.
       01  WS-ADJUSTMENT               PIC S9(9) USAGE COMP VALUE 0.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-CLAUSE-IX                PIC S9(4) COMP VALUE +0.
       01  WS-CLAUSES-SUPPLIED         PIC X     VALUE 'N'.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

      * Same layout CLAUSATT takes.
       01  CLAUSATT-PARMS.
           05 CAT-FUNCTION             PIC X(1).
           05 CAT-POLICY-NUM           PIC 9(10).
           05 CAT-CLAUSE-CODE          PIC X(8).
           05 CAT-SOURCE               PIC X(8).
           05 CAT-RETURN               PIC 9(2).

      * The vehicle on file, for the reference check.
       01  WS-MAKE                     PIC X(15).
       01  WS-MODEL                    PIC X(15).
       01  WS-CC                       PIC S9(4) USAGE COMP VALUE 0.
       01  WS-CC-IND                   PIC S9(4) USAGE COMP VALUE 0.
       01  WS-MANUFACTURE-YEAR         PIC S9(4) USAGE COMP VALUE 0.
       01  WS-YEAR-IND                 PIC S9(4) USAGE COMP VALUE 0.

      * Commarea handed to the vehicle reference check, LGVVEH01's
      * layout.
       01  VEHICLE-CHECK-AREA.
           03 VC-RETURN-CODE           PIC 9(2).
           03 VC-MAKE                  PIC X(15).
           03 VC-MODEL                 PIC X(15).
           03 VC-CC                    PIC 9(4).
           03 VC-YEAR                  PIC 9(4).
           03 VC-VALUE                 PIC 9(8).
           03 VC-REASON                PIC X(30).

           COPY DECLARE.

           03 CA-DESCRIPTION           PIC X(40).
           03 CA-PREMIUM-ADJUST        PIC S9(8) SIGN LEADING
                                                 SEPARATE.
      *    Clauses to attach - a trailing optional field, so the
      *    69-byte commareas older callers pass remain valid.
           03 CA-CLAUSES.
              05 CA-CLAUSE-CODE        PIC X(8) OCCURS 4 TIMES.

      ******************************************************************
      *    P R O C E D U R E S
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM CHECK-CLAUSE-CODES THRU CHECK-CLAUSE-CODES-EXIT.
           IF CA-RETURN-CODE > 0
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

           IF CA-NEW-COVER = ZEROS AND WS-CLAUSES-SUPPLIED = 'N'
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF.

      *    A clause-only endorsement moves no cover and no premium.
           IF CA-NEW-COVER = ZEROS
             MOVE 0 TO CA-PREMIUM-ADJUST
           ELSE
             PERFORM READ-OLD-COVER
             IF CA-RETURN-CODE > 0
               PERFORM WRITE-AUDIT-TRAIL
               EXEC CICS RETURN END-EXEC
             END-IF
             IF WS-POLICY-TYPE = 'M'
               PERFORM CHECK-VEHICLE-REFERENCE
               IF CA-RETURN-CODE > 0
                 PERFORM WRITE-AUDIT-TRAIL
                 EXEC CICS RETURN END-EXEC
               END-IF
             END-IF
             PERFORM APPLY-ENDORSEMENT THRU APPLY-ENDORSEMENT-EXIT
           END-IF.

           IF CA-RETURN-CODE = 0 AND WS-CLAUSES-SUPPLIED = 'Y'
             PERFORM ATTACH-CLAUSES THRU ATTACH-CLAUSES-EXIT
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every clause named has to be on the CLAUSELIB wording library *
      * before anything is applied.                                    *
      *----------------------------------------------------------------*
       CHECK-CLAUSE-CODES.
           MOVE 'N' TO WS-CLAUSES-SUPPLIED.
           IF WS-CALEN < WS-CLAUSE-CA-LEN
               GO TO CHECK-CLAUSE-CODES-EXIT
           END-IF.
           PERFORM CHECK-ONE-CLAUSE THRU CHECK-ONE-CLAUSE-EXIT
               VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > 4
                  OR CA-RETURN-CODE > 0.
       CHECK-CLAUSE-CODES-EXIT.
           EXIT.

       CHECK-ONE-CLAUSE.
           IF CA-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              OR CA-CLAUSE-CODE(WS-CLAUSE-IX) = LOW-VALUES
               GO TO CHECK-ONE-CLAUSE-EXIT
           END-IF.
           MOVE 'Y' TO WS-CLAUSES-SUPPLIED.
           MOVE 'K' TO CAT-FUNCTION.
           MOVE CA-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE.
           CALL 'CLAUSATT' USING CLAUSATT-PARMS.
           EVALUATE CAT-RETURN
              WHEN 0
                 CONTINUE
              WHEN 6
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-ONE-CLAUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The clauses go on with the endorsement or not at all: a       *
      * failure rolls the task's unit of work back, cover and all.    *
      *----------------------------------------------------------------*
       ATTACH-CLAUSES.
           PERFORM ATTACH-ONE-CLAUSE THRU ATTACH-ONE-CLAUSE-EXIT
               VARYING WS-CLAUSE-IX FROM 1 BY 1
               UNTIL WS-CLAUSE-IX > 4
                  OR CA-RETURN-CODE > 0.
           IF CA-RETURN-CODE > 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       ATTACH-CLAUSES-EXIT.
           EXIT.

       ATTACH-ONE-CLAUSE.
           IF CA-CLAUSE-CODE(WS-CLAUSE-IX) = SPACES
              OR CA-CLAUSE-CODE(WS-CLAUSE-IX) = LOW-VALUES
               GO TO ATTACH-ONE-CLAUSE-EXIT
           END-IF.
           MOVE 'A'           TO CAT-FUNCTION.
           MOVE CA-POLICY-NUM TO CAT-POLICY-NUM.
           MOVE CA-CLAUSE-CODE(WS-CLAUSE-IX) TO CAT-CLAUSE-CODE.
           MOVE 'LGEPOL01'    TO CAT-SOURCE.
           CALL 'CLAUSATT' USING CLAUSATT-PARMS.
      *    A clause already on the policy stays as first attached.
           IF CAT-RETURN NOT = 0 AND CAT-RETURN NOT = 4
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       ATTACH-ONE-CLAUSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The policy's type, payment and the days remaining to expiry - *
      * an already-expired policy cannot be endorsed.                  *
       READ-OLD-COVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The motor vehicle on file, with the new value, goes through   *
      * the vehicle reference check; a rejection or a referral stops  *
      * the endorsement with LGVVEH01's return code.                   *
      *----------------------------------------------------------------*
       CHECK-VEHICLE-REFERENCE.
           EXEC SQL
               SELECT MAKE, MODEL, CC, YEAR(YEAROFMANUFACTURE)
                 INTO :WS-MAKE, :WS-MODEL,
                      :WS-CC :WS-CC-IND,
                      :WS-MANUFACTURE-YEAR :WS-YEAR-IND
                 FROM MOTOR
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '86' TO CA-RETURN-CODE
               GO TO CHECK-VEHICLE-REFERENCE-EXIT
           END-IF.
           IF WS-CC-IND < 0
               MOVE 0 TO WS-CC
           END-IF.
           IF WS-YEAR-IND < 0
               MOVE 0 TO WS-MANUFACTURE-YEAR
           END-IF.

           MOVE ZEROS               TO VC-RETURN-CODE.
           MOVE WS-MAKE             TO VC-MAKE.
           MOVE WS-MODEL            TO VC-MODEL.
           MOVE WS-CC               TO VC-CC.
           MOVE WS-MANUFACTURE-YEAR TO VC-YEAR.
           MOVE CA-NEW-COVER        TO VC-VALUE.
           MOVE SPACES              TO VC-REASON.
           EXEC CICS LINK PROGRAM('LGVVEH01')
                     COMMAREA(VEHICLE-CHECK-AREA)
                     LENGTH(LENGTH OF VEHICLE-CHECK-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-VEHICLE-REFERENCE-EXIT
           END-IF.
           IF VC-RETURN-CODE NOT = '00'
               MOVE VC-RETURN-CODE TO CA-RETURN-CODE
           END-IF.
       CHECK-VEHICLE-REFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pro-rata premium for the cover movement over the unexpired    *
      * days, then the cover, the policy payment and the endorsement  *
      * record - any DB2 failure after the version is saved rolls the *
      * task's unit of work back.                                      *
      *----------------------------------------------------------------*
       APPLY-ENDORSEMENT.
               * (WS-NEW-COVER - WS-OLD-COVER) / WS-OLD-COVER
               * WS-DAYS-LEFT / 365.

           MOVE 'U'           TO PVS-CHANGE-TYPE.
           MOVE CA-POLICY-NUM TO PVS-POLICY-NUM.
           MOVE 'LGEPOL01'    TO PVS-SOURCE.
           CALL 'POLVERS' USING POLVERS-PARMS.
           IF PVS-RETURN NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO APPLY-ENDORSEMENT-EXIT
           END-IF.

           EVALUATE WS-POLICY-TYPE
              WHEN 'E'
                 EXEC SQL
           END-EVALUATE.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO APPLY-ENDORSEMENT-EXIT
           END-IF.

