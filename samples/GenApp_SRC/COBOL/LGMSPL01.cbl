      ******************************************************************
      *                                                                *
      *              Maintain Policy Commission Split                  *
      *                                                                *
      *   Records the brokers who share a policy's commission - the   *
      *   broker who introduced the business and the broker who       *
      *   services it - on the COMMSPLIT table, up to three brokers   *
      *   per policy with their percentage shares. A policy with no   *
      *   split rows pays all its commission to POLICY.BROKERID, as   *
      *   before; a policy with a split pays it by the shares, and    *
      *   BROKSTMT, BROKSETL, BROKBORD, BROKXFER, POLCANCL and        *
      *   POLLAPSE all read the split the same way.                   *
      *                                                                *
      *   CA-FUNCTION: 'S' set (replaces the whole split), 'I'        *
      *   inquire, 'D' delete (the policy reverts to paying           *
      *   POLICY.BROKERID alone). Every broker must be live on the    *
      *   BROKER master, appear once, carry a role of 'I'             *
      *   (introducing) or 'S' (servicing) and a share above zero,    *
      *   and the shares must total exactly 100.                      *
      *   Return codes: '81' policy not on file, '82' shares do not   *
      *   total 100, '83' broker not live on the BROKER master, '84'  *
      *   no split on file, '87' DB2 failure, '90' bad function or    *
      *   fields.                                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMSPL01.
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
                                        VALUE 'LGMSPL01------WS'.
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
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +62.

       01  WS-POLICY-COUNT             PIC S9(9) COMP VALUE +0.
       01  WS-BROKER-COUNT             PIC S9(9) COMP VALUE +0.
       01  WS-SPLIT-IX                 PIC S9(4) COMP VALUE +0.
       01  WS-OTHER-IX                 PIC S9(4) COMP VALUE +0.
       01  WS-SHARE-TOTAL              PIC 9(5)V99 VALUE 0.

      * Host variables for one split row.
       01  WS-SEQNO                    PIC S9(4) COMP.
       01  WS-BROKERID                 PIC S9(9) COMP.
       01  WS-ROLE                     PIC X(1).
       01  WS-SHAREPCT                 PIC S9(3)V99 COMP-3.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every split change, via the same LGSTSQ helper *
      * the business transactions use.                                 *
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
           03 AUD-POLICY-NUM            PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

           EXEC SQL
               DECLARE SPLIT-CURSOR CURSOR FOR
               SELECT SEQNO, BROKERID, ROLE, SHAREPCT
                 FROM COMMSPLIT
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                ORDER BY SEQNO
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
             88 CA-FUNCTION-SET                  VALUE 'S'.
             88 CA-FUNCTION-INQUIRE              VALUE 'I'.
             88 CA-FUNCTION-DELETE               VALUE 'D'.
           03 CA-POLICY-NUM            PIC 9(10).
           03 CA-SPLIT-COUNT           PIC 9(1).
           03 CA-SPLIT-ENTRY           OCCURS 3 TIMES.
              05 CA-SPL-BROKERID       PIC 9(10).
              05 CA-SPL-ROLE           PIC X(1).
                88 CA-SPL-INTRODUCING            VALUE 'I'.
                88 CA-SPL-SERVICING              VALUE 'S'.
              05 CA-SPL-SHARE          PIC 9(3)V99.

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

           IF CA-POLICY-NUM = ZEROS
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN CA-FUNCTION-SET
                 PERFORM SET-SPLIT THRU SET-SPLIT-EXIT
              WHEN CA-FUNCTION-INQUIRE
                 PERFORM INQUIRE-SPLIT THRU INQUIRE-SPLIT-EXIT
              WHEN CA-FUNCTION-DELETE
                 PERFORM DELETE-SPLIT THRU DELETE-SPLIT-EXIT
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The new split replaces whatever the policy had, inside one     *
      * unit of work: a failed insert rolls the delete back too, so   *
      * a policy is never left with a partial split.                   *
      *----------------------------------------------------------------*
       SET-SPLIT.
           PERFORM VALIDATE-SPLIT THRU VALIDATE-SPLIT-EXIT.
           IF CA-RETURN-CODE NOT = '00'
               GO TO SET-SPLIT-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM COMMSPLIT
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '87' TO CA-RETURN-CODE
               GO TO SET-SPLIT-EXIT
           END-IF.

           PERFORM INSERT-SPLIT-ROW THRU INSERT-SPLIT-ROW-EXIT
               VARYING WS-SPLIT-IX FROM 1 BY 1
               UNTIL WS-SPLIT-IX > CA-SPLIT-COUNT
                  OR CA-RETURN-CODE NOT = '00'.
           IF CA-RETURN-CODE NOT = '00'
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       SET-SPLIT-EXIT.
           EXIT.

       INSERT-SPLIT-ROW.
           MOVE WS-SPLIT-IX                   TO WS-SEQNO.
           MOVE CA-SPL-BROKERID(WS-SPLIT-IX)  TO WS-BROKERID.
           MOVE CA-SPL-ROLE(WS-SPLIT-IX)      TO WS-ROLE.
           MOVE CA-SPL-SHARE(WS-SPLIT-IX)     TO WS-SHAREPCT.
           EXEC SQL
               INSERT INTO COMMSPLIT
               (POLICYNUMBER
               ,SEQNO
               ,BROKERID
               ,ROLE
               ,SHAREPCT)
               VALUES (
                     :CA-POLICY-NUM
                    ,:WS-SEQNO
                    ,:WS-BROKERID
                    ,:WS-ROLE
                    ,:WS-SHAREPCT)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       INSERT-SPLIT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Policy on file, one to three distinct live brokers, each with *
      * a role and a share, and the shares adding to exactly 100.     *
      *----------------------------------------------------------------*
       VALIDATE-SPLIT.
           IF CA-SPLIT-COUNT < 1 OR CA-SPLIT-COUNT > 3
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-EXIT
           END-IF.

           MOVE 0 TO WS-POLICY-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-POLICY-COUNT
                 FROM POLICY
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-EXIT
           END-IF.
           IF WS-POLICY-COUNT = 0
               MOVE '81' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-EXIT
           END-IF.

           MOVE 0 TO WS-SHARE-TOTAL.
           PERFORM VALIDATE-SPLIT-ENTRY
              THRU VALIDATE-SPLIT-ENTRY-EXIT
               VARYING WS-SPLIT-IX FROM 1 BY 1
               UNTIL WS-SPLIT-IX > CA-SPLIT-COUNT
                  OR CA-RETURN-CODE NOT = '00'.
           IF CA-RETURN-CODE NOT = '00'
               GO TO VALIDATE-SPLIT-EXIT
           END-IF.

           IF WS-SHARE-TOTAL NOT = 100
               MOVE '82' TO CA-RETURN-CODE
           END-IF.
       VALIDATE-SPLIT-EXIT.
           EXIT.

       VALIDATE-SPLIT-ENTRY.
           IF CA-SPL-BROKERID(WS-SPLIT-IX) = ZEROS
              OR CA-SPL-SHARE(WS-SPLIT-IX) = ZEROS
              OR NOT (CA-SPL-INTRODUCING(WS-SPLIT-IX)
                   OR CA-SPL-SERVICING(WS-SPLIT-IX))
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-ENTRY-EXIT
           END-IF.

           PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
                   UNTIL WS-OTHER-IX >= WS-SPLIT-IX
               IF CA-SPL-BROKERID(WS-OTHER-IX) =
                  CA-SPL-BROKERID(WS-SPLIT-IX)
                   MOVE '90' TO CA-RETURN-CODE
               END-IF
           END-PERFORM.
           IF CA-RETURN-CODE NOT = '00'
               GO TO VALIDATE-SPLIT-ENTRY-EXIT
           END-IF.

           MOVE CA-SPL-BROKERID(WS-SPLIT-IX) TO WS-BROKERID.
           MOVE 0 TO WS-BROKER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BROKER-COUNT
                 FROM BROKER
                WHERE BROKERID = :WS-BROKERID
                  AND STATUS <> 'T'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-ENTRY-EXIT
           END-IF.
           IF WS-BROKER-COUNT = 0
               MOVE '83' TO CA-RETURN-CODE
               GO TO VALIDATE-SPLIT-ENTRY-EXIT
           END-IF.

           ADD CA-SPL-SHARE(WS-SPLIT-IX) TO WS-SHARE-TOTAL.
       VALIDATE-SPLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       INQUIRE-SPLIT.
           MOVE 0 TO CA-SPLIT-COUNT.
           EXEC SQL
               OPEN SPLIT-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO INQUIRE-SPLIT-EXIT
           END-IF.

           PERFORM FETCH-SPLIT-ROW THRU FETCH-SPLIT-ROW-EXIT
               UNTIL SQLCODE NOT = 0
                  OR CA-SPLIT-COUNT = 3.

           IF SQLCODE < 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
           EXEC SQL
               CLOSE SPLIT-CURSOR
           END-EXEC.
           IF CA-RETURN-CODE = '00' AND CA-SPLIT-COUNT = 0
               MOVE '84' TO CA-RETURN-CODE
           END-IF.
       INQUIRE-SPLIT-EXIT.
           EXIT.

       FETCH-SPLIT-ROW.
           EXEC SQL
               FETCH SPLIT-CURSOR
               INTO :WS-SEQNO, :WS-BROKERID, :WS-ROLE, :WS-SHAREPCT
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CA-SPLIT-COUNT
               MOVE CA-SPLIT-COUNT TO WS-SPLIT-IX
               MOVE WS-BROKERID  TO CA-SPL-BROKERID(WS-SPLIT-IX)
               MOVE WS-ROLE      TO CA-SPL-ROLE(WS-SPLIT-IX)
               MOVE WS-SHAREPCT  TO CA-SPL-SHARE(WS-SPLIT-IX)
           END-IF.
       FETCH-SPLIT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       DELETE-SPLIT.
           EXEC SQL
               DELETE FROM COMMSPLIT
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '84' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       DELETE-SPLIT-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per split change to the LGAUDIT TSQ    *
      * via the LGSTSQ helper.                                         *
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
           MOVE CA-POLICY-NUM  TO AUD-POLICY-NUM
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
