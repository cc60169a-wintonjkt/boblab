      ******************************************************************
      *                                                                *
      *              Customer Notes and Follow-Up Diary                *
      *                                                                *
      *   Free-text, date-stamped notes against a customer, a policy  *
      *   or a claim, with the signed-on operator recorded on each.   *
      *   A note may carry a follow-up date and the team (and,        *
      *   optionally, the person) to do it; NOTEDIAR lists the ones   *
      *   due or overdue each morning. LGMENU01 drives it from the    *
      *   SSNOTE screen, reached by PF4 from SSCUST, SSPOL and SSCLM. *
      *                                                                *
      *   CA-ENTITY-TYPE 'C' customer, 'P' policy, 'K' claim, with    *
      *   its number in CA-ENTITY-NUM. Every note is filed against    *
      *   its customer as well, so the customer's page shows all the  *
      *   notes on the customer, their policies and their claims;     *
      *   a policy's page shows the notes on its claims too.          *
      *                                                                *
      *   CA-FUNCTION: 'A' add a note, 'B' browse, 'D' mark a note's  *
      *   follow-up done. Every function returns a page of up to      *
      *   four notes, newest first; CA-PAGE asks for the page wanted  *
      *   (an add always returns the first) and CA-MORE says whether  *
      *   another follows. A follow-up needs a team and a date no     *
      *   earlier than today. Adds and follow-ups done are audited.   *
      *                                                                *
      *   Return codes: '86' customer/policy/claim (or, for 'D', an   *
      *   open follow-up) not on file, '87' DB2 failure, '90' bad     *
      *   function/fields, '98' short commarea.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMNOT01.
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
                                        VALUE 'LGMNOT01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-ISO                PIC X(10) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-FUNCTION-RC              PIC 9(2)  VALUE ZEROS.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +1146.

       01  WS-PAGE-SIZE                PIC S9(4) COMP VALUE +4.
       01  WS-SKIP-COUNT               PIC S9(8) COMP VALUE +0.
       01  WS-ROWS-SKIPPED             PIC S9(8) COMP VALUE +0.
       01  WS-ROW-IX                   PIC S9(4) COMP VALUE +0.
       01  WS-END-OF-CURSOR            PIC X     VALUE 'N'.
         88 END-OF-CURSOR                        VALUE 'Y'.

      * Host variables for the NOTES columns.
       01  WS-ENTITY-TYPE              PIC X(1).
       01  WS-ENTITY-NUM               PIC S9(9) COMP.
       01  WS-NOTE-NUM                 PIC S9(9) COMP.
       01  WS-MAX-NOTE-NUM             PIC S9(9) COMP.
       01  WS-CUSTOMER-NUM             PIC S9(9) COMP.
       01  WS-POLICY-NUM               PIC S9(9) COMP.
       01  WS-POLICY-IND               PIC S9(4) COMP.
       01  WS-CLAIM-NUM                PIC S9(9) COMP.
       01  WS-CLAIM-IND                PIC S9(4) COMP.
       01  WS-CREATED                  PIC X(16).
       01  WS-OPERATORID               PIC X(8).
       01  WS-OPERATORID-IND           PIC S9(4) COMP.
       01  WS-NOTETEXT                 PIC X(150).
       01  WS-NOTETEXT-IND             PIC S9(4) COMP.
       01  WS-FOLLOWUPDATE             PIC X(10).
       01  WS-FOLLOWUPDATE-IND         PIC S9(4) COMP.
       01  WS-FOLLOWUPTEAM             PIC X(4).
       01  WS-FOLLOWUPTEAM-IND         PIC S9(4) COMP.
       01  WS-FOLLOWUPUSER             PIC X(8).
       01  WS-FOLLOWUPUSER-IND         PIC S9(4) COMP.
       01  WS-FOLLOWUPDONE             PIC X(10).
       01  WS-FOLLOWUPDONE-IND         PIC S9(4) COMP.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Number-server commarea: note numbers come from LGNUM01 like
      * policy and claim numbers, MAX()+1 being only the fallback.
       01  NUMBER-SERVER-AREA.
           03 NS-RETURN-CODE           PIC 9(2).
           03 NS-ENTITY                PIC X(8).
           03 NS-BLOCK-SIZE            PIC 9(4).
           03 NS-FIRST-NUM             PIC 9(10).
           03 NS-LAST-NUM              PIC 9(10).

      *----------------------------------------------------------------*
      * Audit trail of every note added and follow-up done, via the   *
      * same LGSTSQ helper the business transactions use.              *
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
           03 AUD-ENTITY-TYPE           PIC X(1).
           03 AUD-ENTITY-NUM            PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-NOTE-NUM              PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-OPERATORID            PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

      * Newest first; a customer's notes take in everything filed
      * against the customer, a policy's take in its claims' notes.
           EXEC SQL
               DECLARE NOTE-CURSOR CURSOR FOR
               SELECT NOTENUMBER, POLICYNUMBER, CLAIMNUMBER,
                      SUBSTR(CHAR(CREATED), 1, 16),
                      OPERATORID, NOTETEXT,
                      CHAR(FOLLOWUPDATE, ISO),
                      FOLLOWUPTEAM, FOLLOWUPUSER,
                      CHAR(FOLLOWUPDONE, ISO)
                 FROM NOTES
                WHERE (:WS-ENTITY-TYPE = 'C'
                       AND CUSTOMERNUMBER = :WS-ENTITY-NUM)
                   OR (:WS-ENTITY-TYPE = 'P'
                       AND POLICYNUMBER   = :WS-ENTITY-NUM)
                   OR (:WS-ENTITY-TYPE = 'K'
                       AND CLAIMNUMBER    = :WS-ENTITY-NUM)
                ORDER BY CREATED DESC, NOTENUMBER DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
             88 CA-FUNCTION-ADD                  VALUE 'A'.
             88 CA-FUNCTION-BROWSE               VALUE 'B'.
             88 CA-FUNCTION-DONE                 VALUE 'D'.
           03 CA-ENTITY-TYPE           PIC X(1).
             88 CA-ENTITY-CUSTOMER               VALUE 'C'.
             88 CA-ENTITY-POLICY                 VALUE 'P'.
             88 CA-ENTITY-CLAIM                  VALUE 'K'.
           03 CA-ENTITY-NUM            PIC 9(10).
           03 CA-NOTE-NUM              PIC 9(10).
           03 CA-NEW-TEXT              PIC X(150).
           03 CA-NEW-FOLLOWUP-DATE     PIC X(10).
           03 CA-NEW-FOLLOWUP-TEAM     PIC X(4).
           03 CA-NEW-FOLLOWUP-USER     PIC X(8).
           03 CA-PAGE                  PIC 9(3).
           03 CA-MORE                  PIC X(1).
           03 CA-NOTE-COUNT            PIC 9(2).
           03 CA-NOTE                  OCCURS 4 TIMES.
              05 CA-NOTE-NUMBER        PIC 9(10).
              05 CA-NOTE-CREATED       PIC X(16).
              05 CA-NOTE-OPERATOR      PIC X(8).
              05 CA-NOTE-POLICY        PIC 9(10).
              05 CA-NOTE-CLAIM         PIC 9(10).
              05 CA-NOTE-TEXT          PIC X(150).
              05 CA-NOTE-FOLLOWUP-DATE PIC X(10).
              05 CA-NOTE-FOLLOWUP-TEAM PIC X(4).
              05 CA-NOTE-FOLLOWUP-USER PIC X(8).
              05 CA-NOTE-FOLLOWUP-DONE PIC X(10).

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

           MOVE 'N'    TO CA-MORE.
           MOVE ZEROS  TO CA-NOTE-COUNT.
           PERFORM CLEAR-NOTE
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-PAGE-SIZE.
           EXEC CICS ASSIGN USERID(WS-OPERATORID)
           END-EXEC.

           IF (NOT CA-ENTITY-CUSTOMER AND NOT CA-ENTITY-POLICY
                                      AND NOT CA-ENTITY-CLAIM)
              OR CA-ENTITY-NUM NOT NUMERIC
              OR CA-ENTITY-NUM = ZEROS
             MOVE '90' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-ENTITY-TYPE TO WS-ENTITY-TYPE.
           MOVE CA-ENTITY-NUM  TO WS-ENTITY-NUM.

           PERFORM RESOLVE-ENTITY THRU RESOLVE-ENTITY-EXIT.
           IF CA-RETURN-CODE NOT = '00'
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN CA-FUNCTION-ADD
                 PERFORM ADD-NOTE THRU ADD-NOTE-EXIT
                 PERFORM WRITE-AUDIT-TRAIL
              WHEN CA-FUNCTION-DONE
                 PERFORM FOLLOWUP-DONE THRU FOLLOWUP-DONE-EXIT
                 PERFORM WRITE-AUDIT-TRAIL
              WHEN CA-FUNCTION-BROWSE
                 CONTINUE
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

      * The page comes back whether or not the add or follow-up went
      * through, so the screen can be shown again with the error.
           MOVE CA-RETURN-CODE TO WS-FUNCTION-RC.
           MOVE '00' TO CA-RETURN-CODE.
           PERFORM BROWSE-NOTES THRU BROWSE-NOTES-EXIT.
           IF CA-RETURN-CODE = '00'
             MOVE WS-FUNCTION-RC TO CA-RETURN-CODE
           END-IF.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CLEAR-NOTE.
           MOVE SPACES TO CA-NOTE(WS-ROW-IX).
           MOVE ZEROS  TO CA-NOTE-NUMBER(WS-ROW-IX).
           MOVE ZEROS  TO CA-NOTE-POLICY(WS-ROW-IX).
           MOVE ZEROS  TO CA-NOTE-CLAIM(WS-ROW-IX).
       CLEAR-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The customer, policy or claim must be on file. Its customer   *
      * (and, for a claim, its policy) is what a new note is filed    *
      * under alongside it.                                            *
      *----------------------------------------------------------------*
       RESOLVE-ENTITY.
           MOVE -1 TO WS-POLICY-IND.
           MOVE -1 TO WS-CLAIM-IND.
           MOVE ZEROS TO WS-POLICY-NUM.
           MOVE ZEROS TO WS-CLAIM-NUM.
           EVALUATE TRUE
              WHEN CA-ENTITY-CUSTOMER
                 EXEC SQL
                     SELECT CUSTOMERNUMBER
                       INTO :WS-CUSTOMER-NUM
                       FROM CUSTOMER
                      WHERE CUSTOMERNUMBER = :WS-ENTITY-NUM
                 END-EXEC
              WHEN CA-ENTITY-POLICY
                 EXEC SQL
                     SELECT CUSTOMERNUMBER, POLICYNUMBER
                       INTO :WS-CUSTOMER-NUM, :WS-POLICY-NUM
                       FROM POLICY
                      WHERE POLICYNUMBER = :WS-ENTITY-NUM
                 END-EXEC
                 MOVE 0 TO WS-POLICY-IND
              WHEN CA-ENTITY-CLAIM
                 EXEC SQL
                     SELECT P.CUSTOMERNUMBER, P.POLICYNUMBER,
                            C.CLAIMNUMBER
                       INTO :WS-CUSTOMER-NUM, :WS-POLICY-NUM,
                            :WS-CLAIM-NUM
                       FROM CLAIM C, POLICY P
                      WHERE C.CLAIMNUMBER  = :WS-ENTITY-NUM
                        AND P.POLICYNUMBER = C.POLICYNUMBER
                 END-EXEC
                 MOVE 0 TO WS-POLICY-IND
                 MOVE 0 TO WS-CLAIM-IND
           END-EVALUATE.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       RESOLVE-ENTITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A note must say something. A follow-up needs its date, no     *
      * earlier than today, and the team to do it; an assignee or     *
      * team without a date is a keying error.                         *
      *----------------------------------------------------------------*
       ADD-NOTE.
           IF CA-NEW-TEXT = SPACES OR CA-NEW-TEXT = LOW-VALUES
               MOVE '90' TO CA-RETURN-CODE
               GO TO ADD-NOTE-EXIT
           END-IF.
           MOVE CA-NEW-TEXT TO WS-NOTETEXT.
           INSPECT WS-NOTETEXT REPLACING ALL LOW-VALUES BY SPACES.
           MOVE CA-NEW-FOLLOWUP-DATE TO WS-FOLLOWUPDATE.
           MOVE CA-NEW-FOLLOWUP-TEAM TO WS-FOLLOWUPTEAM.
           MOVE CA-NEW-FOLLOWUP-USER TO WS-FOLLOWUPUSER.
           INSPECT WS-FOLLOWUPDATE REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-FOLLOWUPTEAM REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-FOLLOWUPUSER REPLACING ALL LOW-VALUES BY SPACES.
           MOVE -1 TO WS-FOLLOWUPDATE-IND.
           MOVE -1 TO WS-FOLLOWUPTEAM-IND.
           MOVE -1 TO WS-FOLLOWUPUSER-IND.

           IF WS-FOLLOWUPDATE = SPACES
               IF WS-FOLLOWUPTEAM NOT = SPACES
                  OR WS-FOLLOWUPUSER NOT = SPACES
                   MOVE '90' TO CA-RETURN-CODE
                   GO TO ADD-NOTE-EXIT
               END-IF
           ELSE
               PERFORM GET-TODAY THRU GET-TODAY-EXIT
               IF WS-FOLLOWUPTEAM = SPACES
                  OR WS-FOLLOWUPDATE < WS-TODAY-ISO
                   MOVE '90' TO CA-RETURN-CODE
                   GO TO ADD-NOTE-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-FOLLOWUPTEAM)
                 TO WS-FOLLOWUPTEAM
               MOVE FUNCTION UPPER-CASE(WS-FOLLOWUPUSER)
                 TO WS-FOLLOWUPUSER
               MOVE 0 TO WS-FOLLOWUPDATE-IND
               MOVE 0 TO WS-FOLLOWUPTEAM-IND
               IF WS-FOLLOWUPUSER NOT = SPACES
                   MOVE 0 TO WS-FOLLOWUPUSER-IND
               END-IF
           END-IF.

      * Ask the number server first; MAX()+1 is only the fallback.
           MOVE ZEROS      TO NS-RETURN-CODE.
           MOVE 'NOTE    ' TO NS-ENTITY.
           MOVE 1          TO NS-BLOCK-SIZE.
           EXEC CICS LINK PROGRAM('LGNUM01')
                     COMMAREA(NUMBER-SERVER-AREA)
                     LENGTH(LENGTH OF NUMBER-SERVER-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND NS-RETURN-CODE = '00'
               MOVE NS-FIRST-NUM TO WS-NOTE-NUM
           ELSE
               MOVE 0 TO WS-MAX-NOTE-NUM
               EXEC SQL
                   SELECT COALESCE(MAX(NOTENUMBER), 0)
                     INTO :WS-MAX-NOTE-NUM
                     FROM NOTES
               END-EXEC
               COMPUTE WS-NOTE-NUM = WS-MAX-NOTE-NUM + 1
           END-IF.
           MOVE WS-NOTE-NUM TO CA-NOTE-NUM.

           EXEC SQL
               INSERT INTO NOTES
               (NOTENUMBER
               ,CUSTOMERNUMBER
               ,POLICYNUMBER
               ,CLAIMNUMBER
               ,CREATED
               ,OPERATORID
               ,NOTETEXT
               ,FOLLOWUPDATE
               ,FOLLOWUPTEAM
               ,FOLLOWUPUSER)
               VALUES (
                     :WS-NOTE-NUM
                    ,:WS-CUSTOMER-NUM
                    ,:WS-POLICY-NUM :WS-POLICY-IND
                    ,:WS-CLAIM-NUM :WS-CLAIM-IND
                    ,CURRENT TIMESTAMP
                    ,:WS-OPERATORID
                    ,:WS-NOTETEXT
                    ,:WS-FOLLOWUPDATE :WS-FOLLOWUPDATE-IND
                    ,:WS-FOLLOWUPTEAM :WS-FOLLOWUPTEAM-IND
                    ,:WS-FOLLOWUPUSER :WS-FOLLOWUPUSER-IND)
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
           MOVE 1 TO CA-PAGE.
       ADD-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Only a note with a follow-up still open can be marked done.   *
      *----------------------------------------------------------------*
       FOLLOWUP-DONE.
           IF CA-NOTE-NUM NOT NUMERIC OR CA-NOTE-NUM = ZEROS
               MOVE '90' TO CA-RETURN-CODE
               GO TO FOLLOWUP-DONE-EXIT
           END-IF.
           MOVE CA-NOTE-NUM TO WS-NOTE-NUM.
           EXEC SQL
               UPDATE NOTES
                  SET FOLLOWUPDONE = CURRENT DATE
                WHERE NOTENUMBER   = :WS-NOTE-NUM
                  AND FOLLOWUPDATE IS NOT NULL
                  AND FOLLOWUPDONE IS NULL
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
       FOLLOWUP-DONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The page asked for, fetched the same way LGSRCH01 pages its   *
      * search: the notes before the page are counted past, and one   *
      * left over after a full page says there is another.             *
      *----------------------------------------------------------------*
       BROWSE-NOTES.
           IF CA-PAGE NOT NUMERIC OR CA-PAGE = ZEROS
             MOVE 1 TO CA-PAGE
           END-IF.
           COMPUTE WS-SKIP-COUNT = (CA-PAGE - 1) * WS-PAGE-SIZE.

           EXEC SQL
               OPEN NOTE-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO BROWSE-NOTES-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE ZEROS TO WS-ROWS-SKIPPED.
           PERFORM FETCH-NOTE THRU FETCH-NOTE-EXIT.
           PERFORM FETCH-NOTE THRU FETCH-NOTE-EXIT
               UNTIL END-OF-CURSOR
                  OR WS-ROWS-SKIPPED > WS-SKIP-COUNT.
           PERFORM TAKE-NOTE THRU TAKE-NOTE-EXIT
               UNTIL END-OF-CURSOR
                  OR CA-NOTE-COUNT = WS-PAGE-SIZE.
           IF NOT END-OF-CURSOR
               MOVE 'Y' TO CA-MORE
           END-IF.

           EXEC SQL
               CLOSE NOTE-CURSOR
           END-EXEC.
       BROWSE-NOTES-EXIT.
           EXIT.

       FETCH-NOTE.
           EXEC SQL
               FETCH NOTE-CURSOR
               INTO :WS-NOTE-NUM,
                    :WS-POLICY-NUM :WS-POLICY-IND,
                    :WS-CLAIM-NUM :WS-CLAIM-IND,
                    :WS-CREATED,
                    :WS-OPERATORID :WS-OPERATORID-IND,
                    :WS-NOTETEXT :WS-NOTETEXT-IND,
                    :WS-FOLLOWUPDATE :WS-FOLLOWUPDATE-IND,
                    :WS-FOLLOWUPTEAM :WS-FOLLOWUPTEAM-IND,
                    :WS-FOLLOWUPUSER :WS-FOLLOWUPUSER-IND,
                    :WS-FOLLOWUPDONE :WS-FOLLOWUPDONE-IND
           END-EXEC.
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   MOVE '87' TO CA-RETURN-CODE
               END-IF
               MOVE 'Y' TO WS-END-OF-CURSOR
               GO TO FETCH-NOTE-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-SKIPPED.
       FETCH-NOTE-EXIT.
           EXIT.

       TAKE-NOTE.
           PERFORM ADD-PAGE-NOTE THRU ADD-PAGE-NOTE-EXIT.
           PERFORM FETCH-NOTE THRU FETCH-NOTE-EXIT.
       TAKE-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       ADD-PAGE-NOTE.
           ADD 1 TO CA-NOTE-COUNT.
           MOVE CA-NOTE-COUNT TO WS-ROW-IX.
           MOVE WS-NOTE-NUM   TO CA-NOTE-NUMBER(WS-ROW-IX).
           MOVE WS-CREATED    TO CA-NOTE-CREATED(WS-ROW-IX).
           IF WS-POLICY-IND >= 0
               MOVE WS-POLICY-NUM TO CA-NOTE-POLICY(WS-ROW-IX)
           END-IF.
           IF WS-CLAIM-IND >= 0
               MOVE WS-CLAIM-NUM TO CA-NOTE-CLAIM(WS-ROW-IX)
           END-IF.
           IF WS-OPERATORID-IND >= 0
               MOVE WS-OPERATORID TO CA-NOTE-OPERATOR(WS-ROW-IX)
           END-IF.
           IF WS-NOTETEXT-IND >= 0
               MOVE WS-NOTETEXT TO CA-NOTE-TEXT(WS-ROW-IX)
           END-IF.
           IF WS-FOLLOWUPDATE-IND >= 0
               MOVE WS-FOLLOWUPDATE
                 TO CA-NOTE-FOLLOWUP-DATE(WS-ROW-IX)
           END-IF.
           IF WS-FOLLOWUPTEAM-IND >= 0
               MOVE WS-FOLLOWUPTEAM
                 TO CA-NOTE-FOLLOWUP-TEAM(WS-ROW-IX)
           END-IF.
           IF WS-FOLLOWUPUSER-IND >= 0
               MOVE WS-FOLLOWUPUSER
                 TO CA-NOTE-FOLLOWUP-USER(WS-ROW-IX)
           END-IF.
           IF WS-FOLLOWUPDONE-IND >= 0
               MOVE WS-FOLLOWUPDONE
                 TO CA-NOTE-FOLLOWUP-DONE(WS-ROW-IX)
           END-IF.
       ADD-PAGE-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today in DB2's ISO form, for the follow-up date comparison.   *
      *----------------------------------------------------------------*
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY-ISO)
                     DATESEP('-')
           END-EXEC.
       GET-TODAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A date DB2 cannot read is a keying error, not a database      *
      * failure.                                                       *
      *----------------------------------------------------------------*
       CHECK-UPDATE-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN -180
              WHEN -181
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-UPDATE-SQLCODE-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per note added or follow-up done to    *
      * the LGAUDIT TSQ via the LGSTSQ helper.                         *
      *================================================================*
       WRITE-AUDIT-TRAIL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE          TO AUD-DATE
           MOVE WS-TIME          TO AUD-TIME
           MOVE WS-TRANSID       TO AUD-TRANSID
           MOVE WS-TERMID        TO AUD-TERMID
           MOVE CA-FUNCTION      TO AUD-FUNCTION
           MOVE CA-ENTITY-TYPE   TO AUD-ENTITY-TYPE
           MOVE CA-ENTITY-NUM    TO AUD-ENTITY-NUM
           MOVE ZEROS            TO AUD-NOTE-NUM
           IF CA-NOTE-NUM NUMERIC
               MOVE CA-NOTE-NUM  TO AUD-NOTE-NUM
           END-IF
           MOVE WS-OPERATORID    TO AUD-OPERATORID
           MOVE CA-RETURN-CODE   TO AUD-RETURN-CODE
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
