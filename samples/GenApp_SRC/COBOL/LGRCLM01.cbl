      ******************************************************************
      *                                                                *
      *                 Reassign Claim Handler                         *
      *                                                                *
      *   Moves a claim from one handler to another - cover for      *
      *   absence, a handler leaving, or a claim that needs a more    *
      *   senior hand. LGACLM01 allocates each new claim round-robin; *
      *   this transaction overrides that allocation.                 *
      *                                                                *
      *   The receiving handler must be live ('A') on the HANDLER     *
      *   master. A closed claim has nobody left to work it and is    *
      *   not reassigned. The previous handler travels on the audit   *
      *   record so the move can be traced.                           *
      *                                                                *
      *   Return codes: '86' claim not found, '89' handler not live   *
      *   on the master, '95' claim closed, '90' no handler given,    *
      *   '87' DB2 failure.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRCLM01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGRCLM01------WS'.
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
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +22.

       01  WS-CURRENT-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CURRENT-STATUS-IND       PIC S9(4) USAGE COMP VALUE 0.
       01  WS-OLD-HANDLER              PIC S9(9) USAGE COMP VALUE 0.
       01  WS-OLD-HANDLER-IND          PIC S9(4) USAGE COMP VALUE 0.
       01  WS-HANDLER-COUNT            PIC S9(9) COMP VALUE +0.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every reassignment, via the same LGSTSQ        *
      * helper the business transactions use.                          *
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
           03 AUD-CLAIM-NUM             PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-OLD-HANDLER           PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-NEW-HANDLER           PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).


      *----------------------------------------------------------------*
      * Outbound change event, one per committed transaction, onto    *
      * the LGEVENT TSQ in the LGMSGA01 pipe-delimited message style  *
      * - entity, key, action, timestamp - so the warehouse and the   *
      * portal consume a stream instead of re-reading the book.       *
      *----------------------------------------------------------------*
       77  EVENT-QUEUE                 PIC X(8)  VALUE 'LGEVENT'.

       01  CHANGE-EVENT-RECORD.
           03 EVT-ENTITY                PIC X(8).
           03 FILLER                    PIC X    VALUE '|'.
           03 EVT-KEY                   PIC 9(10).
           03 FILLER                    PIC X    VALUE '|'.
           03 EVT-ACTION                PIC X(6).
           03 FILLER                    PIC X    VALUE '|'.
           03 EVT-DATE                  PIC X(8).
           03 FILLER                    PIC X    VALUE '|'.
           03 EVT-TIME                  PIC X(6).
       01  WS-EVT-ABSTIME              PIC S9(15) COMP-3 VALUE +0.
       01  WS-EVT-RESP                 PIC S9(8) COMP VALUE +0.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-CLAIM-NUM             PIC 9(10).
           03 CA-NEW-HANDLER           PIC 9(10).

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

           IF CA-NEW-HANDLER NOT NUMERIC OR CA-NEW-HANDLER = ZEROS
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM READ-CURRENT-CLAIM.
           IF CA-RETURN-CODE > 0
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM CHECK-NEW-HANDLER.
           IF CA-RETURN-CODE > 0
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM APPLY-REASSIGNMENT.

           IF CA-RETURN-CODE = '00'
             PERFORM EMIT-CHANGE-EVENT
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-CURRENT-CLAIM.
           MOVE SPACES TO WS-CURRENT-STATUS.
           MOVE 0 TO WS-OLD-HANDLER.
           EXEC SQL
               SELECT STATUS, HANDLERID
                 INTO :WS-CURRENT-STATUS :WS-CURRENT-STATUS-IND,
                      :WS-OLD-HANDLER :WS-OLD-HANDLER-IND
                 FROM CLAIM
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '86' TO CA-RETURN-CODE
               GO TO READ-CURRENT-CLAIM-EXIT
           END-IF.
           IF WS-OLD-HANDLER-IND < 0
               MOVE 0 TO WS-OLD-HANDLER
           END-IF.
           IF WS-CURRENT-STATUS-IND >= 0 AND WS-CURRENT-STATUS = 'CL'
               MOVE '95' TO CA-RETURN-CODE
           END-IF.
       READ-CURRENT-CLAIM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-NEW-HANDLER.
           MOVE 0 TO WS-HANDLER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-HANDLER-COUNT
                 FROM HANDLER
                WHERE HANDLERID = :CA-NEW-HANDLER
                  AND STATUS    = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           ELSE
               IF WS-HANDLER-COUNT = 0
                   MOVE '89' TO CA-RETURN-CODE
               END-IF
           END-IF.
       CHECK-NEW-HANDLER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       APPLY-REASSIGNMENT.
           EXEC SQL
               UPDATE CLAIM
                  SET HANDLERID = :CA-NEW-HANDLER
                WHERE CLAIMNUMBER = :CA-CLAIM-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       APPLY-REASSIGNMENT-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per reassignment to the LGAUDIT TSQ    *
      * via the LGSTSQ helper.                                         *
      *================================================================*
       WRITE-AUDIT-TRAIL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE           TO AUD-DATE
           MOVE WS-TIME           TO AUD-TIME
           MOVE WS-TRANSID        TO AUD-TRANSID
           MOVE WS-TERMID         TO AUD-TERMID
           MOVE CA-CLAIM-NUM      TO AUD-CLAIM-NUM
           MOVE WS-OLD-HANDLER    TO AUD-OLD-HANDLER
           MOVE CA-NEW-HANDLER    TO AUD-NEW-HANDLER
           MOVE CA-RETURN-CODE    TO AUD-RETURN-CODE
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

      *================================================================*
      * Emit the change event for a committed transaction. A WRITEQ   *
      * failure is not a business failure - the stream consumer       *
      * reconciles from the nightly extract - so the response is      *
      * taken and released.                                            *
      *================================================================*
       EMIT-CHANGE-EVENT.
           EXEC CICS ASKTIME ABSTIME(WS-EVT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-EVT-ABSTIME)
                     YYYYMMDD(EVT-DATE)
                     TIME(EVT-TIME)
           END-EXEC
           MOVE 'CLAIM   ' TO EVT-ENTITY
           MOVE CA-CLAIM-NUM TO EVT-KEY
           MOVE 'UPDATE' TO EVT-ACTION
           EXEC CICS WRITEQ TS
                     QUEUE(EVENT-QUEUE)
                     FROM(CHANGE-EVENT-RECORD)
                     LENGTH(LENGTH OF CHANGE-EVENT-RECORD)
                     RESP(WS-EVT-RESP)
           END-EXEC.
       EMIT-CHANGE-EVENT-EXIT.
           EXIT.
