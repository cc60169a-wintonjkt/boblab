      ******************************************************************
      *                                                                *
      *              Customer / Motor Registration Search              *
      *                                                                *
      *   Finds customers for the service desk when the caller does   *
      *   not know their customer or policy number. CA-SEARCH-TYPE    *
      *   'N' searches by surname, narrowed by first name, date of    *
      *   birth and postcode where given; 'R' finds the motor         *
      *   policies carrying a registration number. Names, postcode    *
      *   and registration match whole, whatever the case keyed.      *
      *                                                                *
      *   A page of up to ten rows comes back - customer, name,       *
      *   address, number of policies held and, for a registration    *
      *   search, the policy - in surname order. CA-PAGE asks for     *
      *   the page wanted; CA-MORE says whether another follows.      *
      *   LGMENU01 drives it from the SSSRCH screen.                  *
      *                                                                *
      *   Every customer shown is logged to LGUSAGE, mode SEARCH,     *
      *   with the signed-on user, the same as LGICVS01's inquiries,  *
      *   so USAGRPT can show who looked up whom.                     *
      *                                                                *
      *   Return codes: '86' nothing found, '87' DB2 failure, '90'    *
      *   bad search type or missing surname / registration, '98'     *
      *   short commarea.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSRCH01.
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
                                        VALUE 'LGSRCH01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +914.

       01  WS-PAGE-SIZE                PIC S9(4) COMP VALUE +10.
       01  WS-SKIP-COUNT               PIC S9(8) COMP VALUE +0.
       01  WS-ROWS-SKIPPED             PIC S9(8) COMP VALUE +0.
       01  WS-ROW-IX                   PIC S9(4) COMP VALUE +0.
       01  WS-END-OF-CURSOR            PIC X     VALUE 'N'.
         88 END-OF-CURSOR                        VALUE 'Y'.

      * Search criteria, folded to upper case for the match.
       01  WS-SRCH-LAST-NAME           PIC X(20).
       01  WS-SRCH-FIRST-NAME          PIC X(10).
       01  WS-SRCH-POSTCODE            PIC X(8).
       01  WS-SRCH-REGNUMBER           PIC X(7).
       01  WS-SRCH-DOB                 PIC X(10).
       01  WS-SRCH-DOB-GIVEN           PIC X(1).

      * Host variables for the search cursors.
       01  WS-CUSTOMER-NUM             PIC S9(9) COMP.
       01  WS-POLICY-NUM               PIC S9(9) COMP.
       01  WS-FIRST-NAME               PIC X(10).
       01  WS-LAST-NAME                PIC X(20).
       01  WS-HOUSE-NAME               PIC X(20).
       01  WS-HOUSE-NUM                PIC X(4).
       01  WS-POSTCODE                 PIC X(8).
       01  WS-POLICY-COUNT             PIC S9(9) COMP.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Usage logging: one record per customer a search shows, in
      * LGICVS01's layout.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-LOG-TIME                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-DATE                 PIC X(10) VALUE SPACES.
       01  WS-USERID                   PIC X(8)  VALUE SPACES.
       77  USAGE-QUEUE                 PIC X(8)  VALUE 'LGUSAGE'.
       01  USAGE-LOG-RECORD.
           03 ULOG-DATE                PIC X(8).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ULOG-TIME                PIC X(6).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ULOG-MODE                PIC X(6).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ULOG-CUSTOMER            PIC 9(10).
           03 FILLER                   PIC X     VALUE SPACE.
           03 ULOG-USERID              PIC X(8).

           EXEC SQL
               DECLARE NAME-CURSOR CURSOR FOR
               SELECT C.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME,
                      C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                      (SELECT COUNT(*) FROM POLICY P
                        WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER)
                 FROM CUSTOMER C
                WHERE UPPER(C.LASTNAME) = :WS-SRCH-LAST-NAME
                  AND (:WS-SRCH-FIRST-NAME = ' '
                       OR UPPER(C.FIRSTNAME) = :WS-SRCH-FIRST-NAME)
                  AND (:WS-SRCH-POSTCODE = ' '
                       OR UPPER(C.POSTCODE) = :WS-SRCH-POSTCODE)
                  AND (:WS-SRCH-DOB-GIVEN = 'N'
                       OR C.DATEOFBIRTH = DATE(:WS-SRCH-DOB))
                ORDER BY C.LASTNAME, C.FIRSTNAME, C.CUSTOMERNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE REG-CURSOR CURSOR FOR
               SELECT C.CUSTOMERNUMBER, M.POLICYNUMBER,
                      C.FIRSTNAME, C.LASTNAME,
                      C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE,
                      (SELECT COUNT(*) FROM POLICY Q
                        WHERE Q.CUSTOMERNUMBER = C.CUSTOMERNUMBER)
                 FROM MOTOR M, POLICY P, CUSTOMER C
                WHERE UPPER(M.REGNUMBER) = :WS-SRCH-REGNUMBER
                  AND P.POLICYNUMBER     = M.POLICYNUMBER
                  AND C.CUSTOMERNUMBER   = P.CUSTOMERNUMBER
                ORDER BY C.LASTNAME, C.FIRSTNAME, M.POLICYNUMBER
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-SEARCH-TYPE           PIC X(1).
             88 CA-SEARCH-BY-NAME                VALUE 'N'.
             88 CA-SEARCH-BY-REG                 VALUE 'R'.
           03 CA-LAST-NAME             PIC X(20).
           03 CA-FIRST-NAME            PIC X(10).
           03 CA-DOB                   PIC X(10).
           03 CA-POSTCODE              PIC X(8).
           03 CA-REGNUMBER             PIC X(7).
           03 CA-PAGE                  PIC 9(3).
           03 CA-MORE                  PIC X(1).
           03 CA-ROW-COUNT             PIC 9(2).
           03 CA-ROW                   OCCURS 10 TIMES.
              05 CA-ROW-CUSTOMER       PIC 9(10).
              05 CA-ROW-POLICY         PIC 9(10).
              05 CA-ROW-FIRST-NAME     PIC X(10).
              05 CA-ROW-LAST-NAME      PIC X(20).
              05 CA-ROW-HOUSE-NUM      PIC X(4).
              05 CA-ROW-HOUSE-NAME     PIC X(20).
              05 CA-ROW-POSTCODE       PIC X(8).
              05 CA-ROW-POLICY-COUNT   PIC 9(3).

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
           MOVE ZEROS  TO CA-ROW-COUNT.
           PERFORM CLEAR-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-PAGE-SIZE.
           IF CA-PAGE NOT NUMERIC OR CA-PAGE = ZEROS
             MOVE 1 TO CA-PAGE
           END-IF.
           COMPUTE WS-SKIP-COUNT = (CA-PAGE - 1) * WS-PAGE-SIZE.

           EVALUATE TRUE
              WHEN CA-SEARCH-BY-NAME
                 PERFORM SEARCH-BY-NAME THRU SEARCH-BY-NAME-EXIT
              WHEN CA-SEARCH-BY-REG
                 PERFORM SEARCH-BY-REG THRU SEARCH-BY-REG-EXIT
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

           IF CA-RETURN-CODE = '00' AND CA-ROW-COUNT = ZEROS
             MOVE '86' TO CA-RETURN-CODE
           END-IF.
           IF CA-RETURN-CODE = '00'
             PERFORM WRITE-USAGE-LOG THRU WRITE-USAGE-LOG-EXIT
           END-IF.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CLEAR-ROW.
           MOVE SPACES TO CA-ROW(WS-ROW-IX).
           MOVE ZEROS  TO CA-ROW-CUSTOMER(WS-ROW-IX).
           MOVE ZEROS  TO CA-ROW-POLICY(WS-ROW-IX).
           MOVE ZEROS  TO CA-ROW-POLICY-COUNT(WS-ROW-IX).
       CLEAR-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Surname is required - a search on first name or postcode      *
      * alone would list half the book. The optional criteria narrow  *
      * it; a date of birth DB2 cannot read is a keying error.        *
      *----------------------------------------------------------------*
       SEARCH-BY-NAME.
           IF CA-LAST-NAME = SPACES OR CA-LAST-NAME = LOW-VALUES
               MOVE '90' TO CA-RETURN-CODE
               GO TO SEARCH-BY-NAME-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(CA-LAST-NAME) TO WS-SRCH-LAST-NAME.
           MOVE SPACES TO WS-SRCH-FIRST-NAME.
           IF CA-FIRST-NAME NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(CA-FIRST-NAME)
                 TO WS-SRCH-FIRST-NAME
           END-IF.
           MOVE SPACES TO WS-SRCH-POSTCODE.
           IF CA-POSTCODE NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(CA-POSTCODE)
                 TO WS-SRCH-POSTCODE
           END-IF.
           IF CA-DOB = SPACES OR CA-DOB = LOW-VALUES
               MOVE 'N'          TO WS-SRCH-DOB-GIVEN
               MOVE '0001-01-01' TO WS-SRCH-DOB
           ELSE
               MOVE 'Y'          TO WS-SRCH-DOB-GIVEN
               MOVE CA-DOB       TO WS-SRCH-DOB
           END-IF.

           EXEC SQL
               OPEN NAME-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM CHECK-CURSOR-SQLCODE
                  THRU CHECK-CURSOR-SQLCODE-EXIT
               GO TO SEARCH-BY-NAME-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE ZEROS TO WS-ROWS-SKIPPED.
           PERFORM FETCH-NAME-ROW THRU FETCH-NAME-ROW-EXIT.
           PERFORM FETCH-NAME-ROW THRU FETCH-NAME-ROW-EXIT
               UNTIL END-OF-CURSOR
                  OR WS-ROWS-SKIPPED > WS-SKIP-COUNT.
           PERFORM TAKE-NAME-ROW THRU TAKE-NAME-ROW-EXIT
               UNTIL END-OF-CURSOR
                  OR CA-ROW-COUNT = WS-PAGE-SIZE.
           IF NOT END-OF-CURSOR
               MOVE 'Y' TO CA-MORE
           END-IF.

           EXEC SQL
               CLOSE NAME-CURSOR
           END-EXEC.
       SEARCH-BY-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One row fetched ahead: the rows before the page wanted are    *
      * counted past, and the row left over after a full page is      *
      * what says there is another page.                               *
      *----------------------------------------------------------------*
       FETCH-NAME-ROW.
           EXEC SQL
               FETCH NAME-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-FIRST-NAME, :WS-LAST-NAME,
                    :WS-HOUSE-NAME, :WS-HOUSE-NUM, :WS-POSTCODE,
                    :WS-POLICY-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM CHECK-CURSOR-SQLCODE
                  THRU CHECK-CURSOR-SQLCODE-EXIT
               MOVE 'Y' TO WS-END-OF-CURSOR
               GO TO FETCH-NAME-ROW-EXIT
           END-IF.
           MOVE ZEROS TO WS-POLICY-NUM.
           ADD 1 TO WS-ROWS-SKIPPED.
       FETCH-NAME-ROW-EXIT.
           EXIT.

       TAKE-NAME-ROW.
           PERFORM ADD-PAGE-ROW THRU ADD-PAGE-ROW-EXIT.
           PERFORM FETCH-NAME-ROW THRU FETCH-NAME-ROW-EXIT.
       TAKE-NAME-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A registration can sit on more than one motor policy - a      *
      * lapsed one and its replacement, or a change of keeper - so    *
      * every policy carrying it is listed.                            *
      *----------------------------------------------------------------*
       SEARCH-BY-REG.
           IF CA-REGNUMBER = SPACES OR CA-REGNUMBER = LOW-VALUES
               MOVE '90' TO CA-RETURN-CODE
               GO TO SEARCH-BY-REG-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE(CA-REGNUMBER) TO WS-SRCH-REGNUMBER.

           EXEC SQL
               OPEN REG-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM CHECK-CURSOR-SQLCODE
                  THRU CHECK-CURSOR-SQLCODE-EXIT
               GO TO SEARCH-BY-REG-EXIT
           END-IF.

           MOVE 'N' TO WS-END-OF-CURSOR.
           MOVE ZEROS TO WS-ROWS-SKIPPED.
           PERFORM FETCH-REG-ROW THRU FETCH-REG-ROW-EXIT.
           PERFORM FETCH-REG-ROW THRU FETCH-REG-ROW-EXIT
               UNTIL END-OF-CURSOR
                  OR WS-ROWS-SKIPPED > WS-SKIP-COUNT.
           PERFORM TAKE-REG-ROW THRU TAKE-REG-ROW-EXIT
               UNTIL END-OF-CURSOR
                  OR CA-ROW-COUNT = WS-PAGE-SIZE.
           IF NOT END-OF-CURSOR
               MOVE 'Y' TO CA-MORE
           END-IF.

           EXEC SQL
               CLOSE REG-CURSOR
           END-EXEC.
       SEARCH-BY-REG-EXIT.
           EXIT.

       FETCH-REG-ROW.
           EXEC SQL
               FETCH REG-CURSOR
               INTO :WS-CUSTOMER-NUM, :WS-POLICY-NUM,
                    :WS-FIRST-NAME, :WS-LAST-NAME,
                    :WS-HOUSE-NAME, :WS-HOUSE-NUM, :WS-POSTCODE,
                    :WS-POLICY-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM CHECK-CURSOR-SQLCODE
                  THRU CHECK-CURSOR-SQLCODE-EXIT
               MOVE 'Y' TO WS-END-OF-CURSOR
               GO TO FETCH-REG-ROW-EXIT
           END-IF.
           ADD 1 TO WS-ROWS-SKIPPED.
       FETCH-REG-ROW-EXIT.
           EXIT.

       TAKE-REG-ROW.
           PERFORM ADD-PAGE-ROW THRU ADD-PAGE-ROW-EXIT.
           PERFORM FETCH-REG-ROW THRU FETCH-REG-ROW-EXIT.
       TAKE-REG-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       ADD-PAGE-ROW.
           ADD 1 TO CA-ROW-COUNT.
           MOVE CA-ROW-COUNT    TO WS-ROW-IX.
           MOVE WS-CUSTOMER-NUM TO CA-ROW-CUSTOMER(WS-ROW-IX).
           MOVE WS-POLICY-NUM   TO CA-ROW-POLICY(WS-ROW-IX).
           MOVE WS-FIRST-NAME   TO CA-ROW-FIRST-NAME(WS-ROW-IX).
           MOVE WS-LAST-NAME    TO CA-ROW-LAST-NAME(WS-ROW-IX).
           MOVE WS-HOUSE-NUM    TO CA-ROW-HOUSE-NUM(WS-ROW-IX).
           MOVE WS-HOUSE-NAME   TO CA-ROW-HOUSE-NAME(WS-ROW-IX).
           MOVE WS-POSTCODE     TO CA-ROW-POSTCODE(WS-ROW-IX).
           IF WS-POLICY-COUNT > 999
               MOVE 999 TO CA-ROW-POLICY-COUNT(WS-ROW-IX)
           ELSE
               MOVE WS-POLICY-COUNT TO CA-ROW-POLICY-COUNT(WS-ROW-IX)
           END-IF.
       ADD-PAGE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 100 is the end of the list. A date of birth DB2 cannot read   *
      * is a keying error, not a database failure.                     *
      *----------------------------------------------------------------*
       CHECK-CURSOR-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
              WHEN 100
                 CONTINUE
              WHEN -180
              WHEN -181
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-CURSOR-SQLCODE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Usage log: one record per customer shown, on TSQ LGUSAGE,     *
      * with the user who searched.                                    *
      *----------------------------------------------------------------*
       WRITE-USAGE-LOG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-LOG-DATE)
                     TIME(WS-LOG-TIME)
           END-EXEC
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE WS-LOG-DATE TO ULOG-DATE
           MOVE WS-LOG-TIME TO ULOG-TIME
           MOVE 'SEARCH'    TO ULOG-MODE
           MOVE WS-USERID   TO ULOG-USERID
      * Serialised against LGAOFF01, which drains this queue - a log
      * record written mid-drain would otherwise be lost with the
      * offloader's DELETEQ.
           EXEC CICS ENQ RESOURCE(USAGE-QUEUE)
                         LENGTH(LENGTH OF USAGE-QUEUE)
           END-EXEC
           PERFORM WRITE-USAGE-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > CA-ROW-COUNT
           EXEC CICS DEQ RESOURCE(USAGE-QUEUE)
                         LENGTH(LENGTH OF USAGE-QUEUE)
           END-EXEC.
       WRITE-USAGE-LOG-EXIT.
           EXIT.

       WRITE-USAGE-ROW.
           MOVE CA-ROW-CUSTOMER(WS-ROW-IX) TO ULOG-CUSTOMER.
           EXEC CICS WRITEQ TS QUEUE('LGUSAGE')
                     FROM(USAGE-LOG-RECORD)
                     LENGTH(LENGTH OF USAGE-LOG-RECORD)
           END-EXEC.
       WRITE-USAGE-ROW-EXIT.
           EXIT.
