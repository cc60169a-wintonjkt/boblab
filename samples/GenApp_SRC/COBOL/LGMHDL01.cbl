      ******************************************************************
      *                                                                *
      *                 Maintain Claim Handler Master                  *
      *                                                                *
      *   Add, update or terminate a claims handler on the HANDLER    *
      *   master table: the handler's team, the policy type that      *
      *   team works, the team leader referrals go to, and the        *
      *   handler's personal payment and reserve authority limits.    *
      *   LGACLM01 allocates new claims round-robin across the        *
      *   active handlers for the claim's policy type; LGUCLM01 and   *
      *   CLMSETL refer anything above a handler's authority to the   *
      *   team leader.                                                *
      *                                                                *
      *   CA-FUNCTION: 'A' add, 'U' update, 'T' terminate (handler    *
      *   kept on file with STATUS 'T' so claim history still joins,  *
      *   but no new claims are allocated). A team leader of zero     *
      *   makes the handler their own leader.                         *
      *   Return codes: '86' unknown handler, '88' already on file,   *
      *   '87' DB2 failure, '89' team leader not a live handler,      *
      *   '90' bad function/fields.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMHDL01.
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
                                        VALUE 'LGMHDL01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +76.

       01  WS-HANDLER-COUNT            PIC S9(9) COMP VALUE +0.
       01  WS-LEADER-COUNT             PIC S9(9) COMP VALUE +0.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every handler-master change, via the same      *
      * LGSTSQ helper the business transactions use.                   *
      *----------------------------------------------------------------*
       77  AUDIT-QUEUE                 PIC X(8)  VALUE 'LGAUDIT'.

       01  AUDIT-RECORD.
           03 AUD-DATE                  PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TIME                  PIC X(6).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TRANSID               PIC X(4).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TERMID                PIC X(4).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-FUNCTION              PIC X(1).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-HANDLERID             PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
             88 CA-FUNCTION-ADD                  VALUE 'A'.
             88 CA-FUNCTION-UPDATE               VALUE 'U'.
             88 CA-FUNCTION-TERMINATE            VALUE 'T'.
           03 CA-HANDLERID             PIC 9(10).
           03 CA-HANDLER-NAME          PIC X(30).
           03 CA-TEAM-CODE             PIC X(4).
           03 CA-POLICY-TYPE           PIC X(1).
           03 CA-TEAM-LEADER           PIC 9(10).
           03 CA-PAY-AUTHORITY         PIC 9(9).
           03 CA-RESERVE-AUTHORITY     PIC 9(9).

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
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-HANDLERID = ZEROS
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN CA-FUNCTION-ADD
                 PERFORM VALIDATE-HANDLER-FIELDS
                 IF CA-RETURN-CODE = 0
                    PERFORM ADD-HANDLER
                 END-IF
              WHEN CA-FUNCTION-UPDATE
                 PERFORM VALIDATE-HANDLER-FIELDS
                 IF CA-RETURN-CODE = 0
                    PERFORM UPDATE-HANDLER
                 END-IF
              WHEN CA-FUNCTION-TERMINATE
                 PERFORM TERMINATE-HANDLER
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every handler works a policy type - it is how allocation      *
      * finds the team - and a named leader has to be a live handler. *
      *----------------------------------------------------------------*
       VALIDATE-HANDLER-FIELDS.
           IF CA-POLICY-TYPE = SPACES OR CA-TEAM-CODE = SPACES
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-HANDLER-FIELDS-EXIT
           END-IF.
           IF CA-PAY-AUTHORITY NOT NUMERIC
              OR CA-RESERVE-AUTHORITY NOT NUMERIC
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-HANDLER-FIELDS-EXIT
           END-IF.
           IF CA-TEAM-LEADER = ZEROS
               MOVE CA-HANDLERID TO CA-TEAM-LEADER
           END-IF.
           IF CA-TEAM-LEADER = CA-HANDLERID
               GO TO VALIDATE-HANDLER-FIELDS-EXIT
           END-IF.
           MOVE 0 TO WS-LEADER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-LEADER-COUNT
                 FROM HANDLER
                WHERE HANDLERID = :CA-TEAM-LEADER
                  AND STATUS    = 'A'
           END-EXEC.
           IF WS-LEADER-COUNT = 0
               MOVE '89' TO CA-RETURN-CODE
           END-IF.
       VALIDATE-HANDLER-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       ADD-HANDLER.
           MOVE 0 TO WS-HANDLER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HANDLER-COUNT
                 FROM HANDLER
                WHERE HANDLERID = :CA-HANDLERID
           END-EXEC.
           IF WS-HANDLER-COUNT > 0
               MOVE '88' TO CA-RETURN-CODE
           ELSE
               EXEC SQL
                   INSERT INTO HANDLER
                   (HANDLERID
                   ,HANDLERNAME
                   ,TEAMCODE
                   ,POLICYTYPE
                   ,TEAMLEADER
                   ,PAYAUTHORITY
                   ,RESERVEAUTHORITY
                   ,STATUS)
                   VALUES (
                         :CA-HANDLERID
                        ,:CA-HANDLER-NAME
                        ,:CA-TEAM-CODE
                        ,:CA-POLICY-TYPE
                        ,:CA-TEAM-LEADER
                        ,:CA-PAY-AUTHORITY
                        ,:CA-RESERVE-AUTHORITY
                        ,'A')
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE '87' TO CA-RETURN-CODE
               END-IF
           END-IF.
       ADD-HANDLER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       UPDATE-HANDLER.
           EXEC SQL
               UPDATE HANDLER
                  SET HANDLERNAME      = :CA-HANDLER-NAME,
                      TEAMCODE         = :CA-TEAM-CODE,
                      POLICYTYPE       = :CA-POLICY-TYPE,
                      TEAMLEADER       = :CA-TEAM-LEADER,
                      PAYAUTHORITY     = :CA-PAY-AUTHORITY,
                      RESERVEAUTHORITY = :CA-RESERVE-AUTHORITY
                WHERE HANDLERID = :CA-HANDLERID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       UPDATE-HANDLER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Termination keeps the row so the caseload and claim history   *
      * still join; allocation only ever picks 'A' handlers. Claims   *
      * still held are moved with LGRCLM01.                           *
      *----------------------------------------------------------------*
       TERMINATE-HANDLER.
           EXEC SQL
               UPDATE HANDLER
                  SET STATUS = 'T'
                WHERE HANDLERID = :CA-HANDLERID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       TERMINATE-HANDLER-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per handler-master change to the       *
      * LGAUDIT TSQ via the LGSTSQ helper.                             *
      *================================================================*
       WRITE-AUDIT-TRAIL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE        TO AUD-DATE
           MOVE WS-TIME        TO AUD-TIME
           MOVE WS-TRANSID     TO AUD-TRANSID
           MOVE WS-TERMID      TO AUD-TERMID
           MOVE CA-FUNCTION    TO AUD-FUNCTION
           MOVE CA-HANDLERID   TO AUD-HANDLERID
           MOVE CA-RETURN-CODE TO AUD-RETURN-CODE
      * Serialised against LGAOFF01, which drains LGAUDIT to the
      * permanent store - an audit record written mid-drain would
      * otherwise be lost with the offloader's DELETEQ.
           EXEC CICS ENQ RESOURCE(AUDIT-QUEUE)
                         LENGTH(LENGTH OF AUDIT-QUEUE)
           END-EXEC.
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(AUDIT-RECORD)
                     LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
           EXEC CICS DEQ RESOURCE(AUDIT-QUEUE)
                         LENGTH(LENGTH OF AUDIT-QUEUE)
           END-EXEC.
       WRITE-AUDIT-TRAIL-EXIT.
           EXIT.
