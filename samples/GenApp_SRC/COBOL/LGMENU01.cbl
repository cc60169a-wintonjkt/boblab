      *   (LGACUS01, LGUCUS01, LGDCUS01, LGICUS01), policy add and    *
      *   inquiry (LGAPOL01, LGIPOL01), and claim register, inquiry   *
      *   and status update (LGACLM01, LGUCLM01), on the SSMAP        *
      *   mapset. A driver action keyed on the policy screen goes to  *
      *   LGMDRV01 instead, for the named drivers and convictions on  *
      *   a motor policy, and a vulnerability action keyed on the     *
      *   customer screen goes to LGMVUL01 for the customer's         *
      *   vulnerable-customer marker.                                 *
      *                                                                *
      *   The claim screen shows the special-condition clause codes   *
      *   attached to the claim's policy, as LGUCLM01 returns them,   *
      *   after a register, a status update or an inquiry.            *
      *                                                                *
      *   A policy inquiry shows the date the policy's premium is     *
      *   paid to and what it owes, from LGIPOL01.                    *
      *                                                                *
      *   Option 9 searches by surname or motor registration through  *
      *   LGSRCH01 on the SSSRCH screen, a page of ten at a time      *
      *   (PF7/PF8); a row selected with S goes straight into the     *
      *   customer inquiry, or the policy inquiry for a registration. *
      *                                                                *
      *   PF4 on the customer, policy or claim screen opens the notes *
      *   and follow-up diary of the customer, policy or claim keyed, *
      *   through LGMNOT01 on the SSNOTE screen, four notes at a time *
      *   (PF7/PF8). Enter adds the note keyed, with its follow-up    *
      *   date, team and assignee; D against a note marks its         *
      *   follow-up done.                                             *
      *                                                                *
      *   The CA-RETURN-CODE each program sets is mapped to a          *
      *   field-level message: '81' fraud check, '82' postcode,       *
      *   '83' duplicate customer, '85' not a motor policy, '86' not  *
      *   found, '88' conviction on file, '89' broker, '92' not       *
      *   entitled, '96' no room, '98' commarea length.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 CA-EVENT-CODE            PIC X(8).

      * Commarea handed to the claim status update, LGUCLM01's
      * layout including the optional reserve revision, acting
      * handler and the clause codes returned.
       01  WS-CLAIM-STATUS-AREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-CLAIM-NUM             PIC 9(10).
           03 CA-NEW-STATUS            PIC X(2).
           03 CA-STATUS-REASON         PIC X(40).
           03 CA-NEW-VALUE             PIC 9(9).
           03 CA-ACTING-HANDLER        PIC 9(10).
           03 CA-CLAUSE-COUNT          PIC 9(2).
           03 CA-CLAUSE-CODE           PIC X(8) OCCURS 6 TIMES.

      * The clause codes as painted on the claim screen.
       01  WS-CLAUSE-LIST              PIC X(60) VALUE SPACES.
       01  WS-CLAUSE-PTR               PIC S9(4) COMP VALUE +1.
       01  WS-CLAUSE-IX                PIC S9(4) COMP VALUE +0.
       01  WS-CLAUSE-MORE              PIC Z9.

      * What the policy owes, as painted on the policy screen.
       01  WS-OWED-DISPLAY             PIC Z,ZZZ,ZZ9.99.

      * Commarea handed to the named-driver maintenance, LGMDRV01's
      * layout.
       01  WS-DRIVER-AREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
           03 CA-POLICY-NUM            PIC 9(10).
           03 CA-DRIVER-NUM            PIC 9(2).
           03 CA-DRV-FIRST-NAME        PIC X(10).
           03 CA-DRV-LAST-NAME         PIC X(20).
           03 CA-DRV-DOB               PIC X(10).
           03 CA-DRV-LICENCE-DATE      PIC X(10).
           03 CA-DRV-RELATIONSHIP      PIC X(1).
           03 CA-CONVICTION-COUNT      PIC 9(1).
           03 CA-CONVICTION            OCCURS 5 TIMES.
              05 CA-CNV-OFFENCE        PIC X(6).
              05 CA-CNV-DATE           PIC X(10).
              05 CA-CNV-POINTS         PIC 9(2).

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-MESSAGE                  PIC X(60) VALUE SPACES.
       01  WS-RC                       PIC X(2)  VALUE SPACES.

      * Commarea handed to the vulnerable-customer marker
      * maintenance, LGMVUL01's layout.
       01  WS-MARKER-AREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
           03 CA-CUSTOMER-NUM          PIC 9(10).
           03 CA-VULN-CATEGORY         PIC X(2).
           03 CA-VULN-REVIEW-DATE      PIC X(10).
           03 CA-VULN-SET-DATE         PIC X(10).

      * Commarea handed to the customer search, LGSRCH01's layout.
       01  WS-SEARCH-AREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-SEARCH-TYPE           PIC X(1).
           03 CA-SRCH-LAST-NAME        PIC X(20).
           03 CA-SRCH-FIRST-NAME       PIC X(10).
           03 CA-SRCH-DOB              PIC X(10).
           03 CA-SRCH-POSTCODE         PIC X(8).
           03 CA-SRCH-REGNUMBER        PIC X(7).
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

      * One result row as the search screen shows it.
       01  WS-SEARCH-LINE.
           03 SRL-CUSTOMER             PIC 9(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SRL-NAME                 PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SRL-ADDRESS              PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SRL-POSTCODE             PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SRL-POLICIES             PIC ZZ9.
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 SRL-POLICY               PIC X(10).

      * Commarea handed to the notes and diary, LGMNOT01's layout.
       01  WS-NOTE-AREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
           03 CA-ENTITY-TYPE           PIC X(1).
           03 CA-ENTITY-NUM            PIC 9(10).
           03 CA-NOTE-NUM              PIC 9(10).
           03 CA-NEW-TEXT              PIC X(150).
           03 CA-NEW-FOLLOWUP-DATE     PIC X(10).
           03 CA-NEW-FOLLOWUP-TEAM     PIC X(4).
           03 CA-NEW-FOLLOWUP-USER     PIC X(8).
           03 CA-NOTE-PAGE             PIC 9(3).
           03 CA-NOTE-MORE             PIC X(1).
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

      * The heading line of one note as the notes screen shows it;
      * the text follows on two lines of its own.
       01  WS-NOTE-LINE.
           03 NTL-CREATED              PIC X(16).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-OPERATOR             PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-REF.
              05 NTL-REF-TYPE          PIC X(4).
              05 NTL-REF-NUM           PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-FOLLOWUP             PIC X(10).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-DONE                 PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-TEAM                 PIC X(4).
           03 FILLER                   PIC X(1)  VALUE SPACE.
           03 NTL-USER                 PIC X(8).

       01  WS-NOTE-FUNCTION            PIC X(1)  VALUE SPACE.
       01  WS-NOTE-KEY                 PIC X(10) VALUE SPACES.
       01  WS-FROM-PHASE               PIC X(2)  VALUE SPACES.

       01  WS-ROW-IX                   PIC S9(4) COMP VALUE +0.
       01  WS-SELECTED-ROW             PIC S9(4) COMP VALUE +0.

      * Conversation state carried between tasks; the search keeps
      * its page and the keys of the rows on screen, the notes the
      * customer, policy or claim they are for, the page and the
      * numbers of the notes on screen.
       01  WS-COMM-STATE.
           03 COMM-PHASE               PIC X(2).
              88 PHASE-MENU               VALUE 'MN'.
              88 PHASE-CUSTOMER           VALUE 'CU'.
              88 PHASE-POLICY             VALUE 'PO'.
              88 PHASE-CLAIM              VALUE 'CL'.
              88 PHASE-SEARCH             VALUE 'SR'.
              88 PHASE-NOTES              VALUE 'NT'.
           03 COMM-ACTION              PIC X(1).
           03 COMM-SEARCH.
              05 COMM-SRCH-PAGE        PIC 9(3).
              05 COMM-SRCH-MORE        PIC X(1).
              05 COMM-SRCH-ROW-COUNT   PIC 9(2).
              05 COMM-SRCH-KEY         OCCURS 10 TIMES.
                 07 COMM-SRCH-CUSTOMER PIC 9(10).
                 07 COMM-SRCH-POLICY   PIC 9(10).
           03 COMM-NOTES.
              05 COMM-NOTE-TYPE        PIC X(1).
              05 COMM-NOTE-ENTITY      PIC 9(10).
              05 COMM-NOTE-PAGE        PIC 9(3).
              05 COMM-NOTE-MORE        PIC X(1).
              05 COMM-NOTE-COUNT       PIC 9(2).
              05 COMM-NOTE-KEY         OCCURS 4 TIMES
                                       PIC 9(10).

      ******************************************************************
      *    L I N K A G E     S E C T I O N
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 LK-COMM-STATE            PIC X(266).

      ******************************************************************
      *    P R O C E D U R E S
           MOVE EIBTASKN TO WS-TASKNUM.

      * First time in: put the menu up and wait.
           IF EIBCALEN < LENGTH OF WS-COMM-STATE
              MOVE 'MN' TO COMM-PHASE
              MOVE SPACE TO COMM-ACTION
              PERFORM SEND-MENU-MAP
                 PERFORM HANDLE-POLICY-SCREEN
              WHEN PHASE-CLAIM
                 PERFORM HANDLE-CLAIM-SCREEN
              WHEN PHASE-SEARCH
                 PERFORM HANDLE-SEARCH-SCREEN
              WHEN PHASE-NOTES
                 PERFORM HANDLE-NOTES-SCREEN
              WHEN OTHER
                 MOVE 'MN' TO COMM-PHASE
                 PERFORM SEND-MENU-MAP
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-MENU-MAP-EXIT.
           EXIT.
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-CUSTOMER-MAP-EXIT.
           EXIT.
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-POLICY-MAP-EXIT.
           EXIT.
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-CLAIM-MAP-EXIT.
           EXIT.

       SEND-SEARCH-MAP.
           MOVE WS-MESSAGE TO SRMSGO.
           EXEC CICS SEND MAP('SSSRCH') MAPSET('SSMAP')
                     FROM(SSSRCHO)
                     ERASE FREEKB
           END-EXEC.
      *    Returning the working-storage state directly: on first
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-SEARCH-MAP-EXIT.
           EXIT.

       SEND-NOTES-MAP.
           MOVE WS-MESSAGE TO NTMSGO.
           EXEC CICS SEND MAP('SSNOTE') MAPSET('SSMAP')
                     FROM(SSNOTEO)
                     ERASE FREEKB
           END-EXEC.
      *    Returning the working-storage state directly: on first
      *    entry EIBCALEN is zero and DFHCOMMAREA is not addressable.
           EXEC CICS RETURN TRANSID(MENU-TRANSID)
                     COMMAREA(WS-COMM-STATE)
                     LENGTH(LENGTH OF WS-COMM-STATE)
           END-EXEC.
       SEND-NOTES-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       HANDLE-MENU-CHOICE.
           EXEC CICS RECEIVE MAP('SSMENU') MAPSET('SSMAP')
                 MOVE LOW-VALUES TO SSCLMI
                 MOVE SPACES TO WS-MESSAGE
                 PERFORM SEND-CLAIM-MAP
              WHEN '9'
                 MOVE 'SR' TO COMM-PHASE
                 MOVE MOPTI TO COMM-ACTION
                 MOVE 1 TO COMM-SRCH-PAGE
                 MOVE 'N' TO COMM-SRCH-MORE
                 MOVE ZEROS TO COMM-SRCH-ROW-COUNT
                 MOVE LOW-VALUES TO SSSRCHI
                 MOVE SPACES TO WS-MESSAGE
                 PERFORM SEND-SEARCH-MAP
              WHEN OTHER
                 MOVE 'SELECT AN OPTION 1-9' TO WS-MESSAGE
                 PERFORM SEND-MENU-MAP
           END-EVALUATE.
       HANDLE-MENU-CHOICE-EXIT.
              PERFORM SEND-CUSTOMER-MAP
           END-IF.

           IF EIBAID = DFHPF4
              MOVE 'C'    TO COMM-NOTE-TYPE
              MOVE CCNUMI TO WS-NOTE-KEY
              PERFORM OPEN-NOTES
           END-IF.

           IF CVACTI NOT = SPACES AND CVACTI NOT = LOW-VALUES
              PERFORM HANDLE-MARKER-ACTION
           END-IF.

           MOVE SPACES TO WS-CUSTOMER-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-CUSTOMER-AREA.
           IF CCNUMI NOT = SPACES AND CCNUMI NOT = LOW-VALUES

      * An inquiry paints the customer back onto the screen.
           IF COMM-ACTION = '4' AND WS-RC = '00'
              PERFORM PAINT-CUSTOMER-DETAILS
           END-IF.
           IF COMM-ACTION = '1' AND WS-RC = '00'
              MOVE CA-CUSTOMER-NUM OF WS-CUSTOMER-AREA TO CCNUMO
       HANDLE-CUSTOMER-SCREEN-EXIT.
           EXIT.

       PAINT-CUSTOMER-DETAILS.
           MOVE CA-CUSTOMER-NUM OF WS-CUSTOMER-AREA TO CCNUMO.
           MOVE CA-FIRST-NAME    TO CFNAMEO.
           MOVE CA-LAST-NAME     TO CLNAMEO.
           MOVE CA-DOB           TO CDOBO.
           MOVE CA-HOUSE-NAME    TO CHNAMEO.
           MOVE CA-HOUSE-NUM     TO CHNUMO.
           MOVE CA-POSTCODE      TO CPCODEO.
           MOVE CA-PHONE-MOBILE  TO CMOBO.
           MOVE CA-PHONE-HOME    TO CHOMEO.
           MOVE CA-EMAIL-ADDRESS(1:40) TO CEMAILO.
           MOVE CA-VULN-CATEGORY OF WS-CUSTOMER-AREA TO CVCATO.
           MOVE CA-VULN-REVIEW-DATE OF WS-CUSTOMER-AREA TO CVREVO.
       PAINT-CUSTOMER-DETAILS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A vulnerability action on the customer screen maintains the   *
      * marker of the customer keyed: category and review date for a  *
      * set or change. Set and inquire paint the marker back with the *
      * date it was first recorded.                                    *
      *----------------------------------------------------------------*
       HANDLE-MARKER-ACTION.
           MOVE SPACES TO WS-MARKER-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-MARKER-AREA.
           MOVE ZEROS  TO CA-CUSTOMER-NUM OF WS-MARKER-AREA.
           MOVE CVACTI TO CA-FUNCTION OF WS-MARKER-AREA.
           IF CCNUMI NOT = SPACES AND CCNUMI NOT = LOW-VALUES
              MOVE FUNCTION NUMVAL(CCNUMI)
                TO CA-CUSTOMER-NUM OF WS-MARKER-AREA
           END-IF.
           MOVE CVCATI TO CA-VULN-CATEGORY OF WS-MARKER-AREA.
           MOVE CVREVI TO CA-VULN-REVIEW-DATE OF WS-MARKER-AREA.

           EXEC CICS LINK PROGRAM('LGMVUL01')
                     COMMAREA(WS-MARKER-AREA)
                     LENGTH(LENGTH OF WS-MARKER-AREA)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE CA-RETURN-CODE OF WS-MARKER-AREA TO WS-RC.
           PERFORM MAP-RETURN-CODE.

           IF WS-RC = '00'
              MOVE CA-VULN-CATEGORY OF WS-MARKER-AREA TO CVCATO
              MOVE CA-VULN-REVIEW-DATE OF WS-MARKER-AREA TO CVREVO
              MOVE CA-VULN-SET-DATE OF WS-MARKER-AREA TO CVSETO
           END-IF.
           PERFORM SEND-CUSTOMER-MAP.
       HANDLE-MARKER-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       HANDLE-POLICY-SCREEN.
           EXEC CICS RECEIVE MAP('SSPOL') MAPSET('SSMAP')
              PERFORM SEND-POLICY-MAP
           END-IF.

           IF EIBAID = DFHPF4
              MOVE 'P'    TO COMM-NOTE-TYPE
              MOVE PPNUMI TO WS-NOTE-KEY
              PERFORM OPEN-NOTES
           END-IF.

           IF PDACTI NOT = SPACES AND PDACTI NOT = LOW-VALUES
              PERFORM HANDLE-DRIVER-ACTION
           END-IF.

           MOVE SPACES TO WS-POLICY-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-POLICY-AREA.
           IF PPNUMI NOT = SPACES AND PPNUMI NOT = LOW-VALUES
           PERFORM MAP-RETURN-CODE.

           IF WS-RC = '00'
              PERFORM PAINT-POLICY-DETAILS
           END-IF.
           PERFORM SEND-POLICY-MAP.
       HANDLE-POLICY-SCREEN-EXIT.
           EXIT.

       PAINT-POLICY-DETAILS.
           MOVE CA-POLICY-NUM OF WS-POLICY-AREA TO PPNUMO.
           MOVE CA-CUSTOMER-NUM OF WS-POLICY-AREA TO PCNUMO.
           MOVE CA-ISSUE-DATE    TO PISSUEO.
           MOVE CA-EXPIRY-DATE   TO PEXPIRYO.
           MOVE CA-BROKERID      TO PBROKERO.
           MOVE CA-BROKERSREF    TO PBREFO.
           MOVE CA-PAYMENT       TO PPAYO.
      *    The receivable position comes back from the inquiry only.
           MOVE SPACES           TO PPAIDTOO POWEDO.
           IF CA-OWED-AMOUNT IS NUMERIC
              MOVE CA-PAID-TO-DATE TO PPAIDTOO
              MOVE CA-OWED-AMOUNT  TO WS-OWED-DISPLAY
              MOVE WS-OWED-DISPLAY TO POWEDO
           END-IF.
       PAINT-POLICY-DETAILS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A driver action on the policy screen maintains the named      *
      * drivers of the policy keyed: the driver fields for add and    *
      * update, the first conviction row for a conviction to add or   *
      * remove. An inquiry paints the driver and the latest five      *
      * convictions back; an add shows the driver number given.       *
      *----------------------------------------------------------------*
       HANDLE-DRIVER-ACTION.
           MOVE SPACES TO WS-DRIVER-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-DRIVER-AREA.
           MOVE ZEROS  TO CA-POLICY-NUM OF WS-DRIVER-AREA.
           MOVE ZEROS  TO CA-DRIVER-NUM.
           MOVE ZEROS  TO CA-CONVICTION-COUNT.
           MOVE PDACTI TO CA-FUNCTION OF WS-DRIVER-AREA.
           IF PPNUMI NOT = SPACES AND PPNUMI NOT = LOW-VALUES
              MOVE FUNCTION NUMVAL(PPNUMI)
                TO CA-POLICY-NUM OF WS-DRIVER-AREA
           END-IF.
           IF PDNUMI NOT = SPACES AND PDNUMI NOT = LOW-VALUES
              MOVE FUNCTION NUMVAL(PDNUMI) TO CA-DRIVER-NUM
           END-IF.
           MOVE PDFNAMEI TO CA-DRV-FIRST-NAME.
           MOVE PDLNAMEI TO CA-DRV-LAST-NAME.
           MOVE PDDOBI   TO CA-DRV-DOB.
           MOVE PDLICI   TO CA-DRV-LICENCE-DATE.
           MOVE PDRELI   TO CA-DRV-RELATIONSHIP.
           MOVE PCOFF1I  TO CA-CNV-OFFENCE(1).
           MOVE PCDAT1I  TO CA-CNV-DATE(1).
           IF PCPTS1I NOT = SPACES AND PCPTS1I NOT = LOW-VALUES
              MOVE FUNCTION NUMVAL(PCPTS1I) TO CA-CNV-POINTS(1)
           END-IF.

           EXEC CICS LINK PROGRAM('LGMDRV01')
                     COMMAREA(WS-DRIVER-AREA)
                     LENGTH(LENGTH OF WS-DRIVER-AREA)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE CA-RETURN-CODE OF WS-DRIVER-AREA TO WS-RC.
           PERFORM MAP-RETURN-CODE.

           IF WS-RC = '00'
              MOVE CA-DRIVER-NUM TO PDNUMO
           END-IF.
           IF CA-FUNCTION OF WS-DRIVER-AREA = 'I' AND WS-RC = '00'
              MOVE CA-DRV-FIRST-NAME   TO PDFNAMEO
              MOVE CA-DRV-LAST-NAME    TO PDLNAMEO
              MOVE CA-DRV-DOB          TO PDDOBO
              MOVE CA-DRV-LICENCE-DATE TO PDLICO
              MOVE CA-DRV-RELATIONSHIP TO PDRELO
              MOVE CA-CNV-OFFENCE(1)   TO PCOFF1O
              MOVE CA-CNV-DATE(1)      TO PCDAT1O
              MOVE CA-CNV-POINTS(1)    TO PCPTS1O
              MOVE CA-CNV-OFFENCE(2)   TO PCOFF2O
              MOVE CA-CNV-DATE(2)      TO PCDAT2O
              MOVE CA-CNV-POINTS(2)    TO PCPTS2O
              MOVE CA-CNV-OFFENCE(3)   TO PCOFF3O
              MOVE CA-CNV-DATE(3)      TO PCDAT3O
              MOVE CA-CNV-POINTS(3)    TO PCPTS3O
              MOVE CA-CNV-OFFENCE(4)   TO PCOFF4O
              MOVE CA-CNV-DATE(4)      TO PCDAT4O
              MOVE CA-CNV-POINTS(4)    TO PCPTS4O
              MOVE CA-CNV-OFFENCE(5)   TO PCOFF5O
              MOVE CA-CNV-DATE(5)      TO PCDAT5O
              MOVE CA-CNV-POINTS(5)    TO PCPTS5O
           END-IF.
           PERFORM SEND-POLICY-MAP.
       HANDLE-DRIVER-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Register keys LGACLM01's intake; status update and inquiry    *
      * go through LGUCLM01 - a blank new status echoes the current   *
              PERFORM SEND-CLAIM-MAP
           END-IF.

           IF EIBAID = DFHPF4
              MOVE 'K'     TO COMM-NOTE-TYPE
              MOVE SCLNUMI TO WS-NOTE-KEY
              PERFORM OPEN-NOTES
           END-IF.

           IF COMM-ACTION = '7'
              MOVE SPACES TO WS-CLAIM-AREA
              MOVE ZEROS  TO CA-RETURN-CODE OF WS-CLAIM-AREA
              PERFORM MAP-RETURN-CODE
              IF WS-RC = '00'
                 MOVE CA-CLAIM-NUM OF WS-CLAIM-AREA TO SCLNUMO
                 PERFORM INQUIRE-CLAIM-CLAUSES
              END-IF
           ELSE
              MOVE SPACES TO WS-CLAIM-STATUS-AREA
              MOVE ZEROS  TO CA-RETURN-CODE OF WS-CLAIM-STATUS-AREA
              MOVE ZEROS  TO CA-NEW-VALUE OF WS-CLAIM-STATUS-AREA
              MOVE ZEROS  TO CA-ACTING-HANDLER OF WS-CLAIM-STATUS-AREA
              MOVE ZEROS  TO CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA
              IF SCLNUMI NOT = SPACES AND SCLNUMI NOT = LOW-VALUES
                 MOVE FUNCTION NUMVAL(SCLNUMI)
                   TO CA-CLAIM-NUM OF WS-CLAIM-STATUS-AREA
              IF WS-RC = '00'
                 MOVE CA-NEW-STATUS OF WS-CLAIM-STATUS-AREA
                   TO SCSTATO
                 PERFORM PAINT-CLAIM-CLAUSES
              END-IF
           END-IF.
           PERFORM SEND-CLAIM-MAP.
       HANDLE-CLAIM-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A claim just registered is inquired on straight away for the  *
      * clauses on its policy; the registration message stands.       *
      *----------------------------------------------------------------*
       INQUIRE-CLAIM-CLAUSES.
           MOVE SPACES TO WS-CLAIM-STATUS-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-CLAIM-STATUS-AREA.
           MOVE ZEROS  TO CA-NEW-VALUE OF WS-CLAIM-STATUS-AREA.
           MOVE ZEROS  TO CA-ACTING-HANDLER OF WS-CLAIM-STATUS-AREA.
           MOVE ZEROS  TO CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA.
           MOVE CA-CLAIM-NUM OF WS-CLAIM-AREA
             TO CA-CLAIM-NUM OF WS-CLAIM-STATUS-AREA.
           EXEC CICS LINK PROGRAM('LGUCLM01')
                     COMMAREA(WS-CLAIM-STATUS-AREA)
                     LENGTH(LENGTH OF WS-CLAIM-STATUS-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND CA-RETURN-CODE OF WS-CLAIM-STATUS-AREA = '00'
              MOVE CA-NEW-STATUS OF WS-CLAIM-STATUS-AREA TO SCSTATO
              PERFORM PAINT-CLAIM-CLAUSES
           END-IF.
       INQUIRE-CLAIM-CLAUSES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Up to six codes side by side; a policy with more shows how     *
      * many more there are.                                           *
      *----------------------------------------------------------------*
       PAINT-CLAIM-CLAUSES.
           MOVE SPACES TO WS-CLAUSE-LIST.
           MOVE 1 TO WS-CLAUSE-PTR.
           IF CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA = 0
              MOVE 'NONE' TO WS-CLAUSE-LIST
           END-IF.
           PERFORM VARYING WS-CLAUSE-IX FROM 1 BY 1
                   UNTIL WS-CLAUSE-IX > 6
                      OR WS-CLAUSE-IX >
                         CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA
              STRING CA-CLAUSE-CODE OF WS-CLAIM-STATUS-AREA
                        (WS-CLAUSE-IX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                INTO WS-CLAUSE-LIST
                WITH POINTER WS-CLAUSE-PTR
              END-STRING
           END-PERFORM.
           IF CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA > 6
              COMPUTE WS-CLAUSE-MORE =
                 CA-CLAUSE-COUNT OF WS-CLAIM-STATUS-AREA - 6
              STRING '+' WS-CLAUSE-MORE ' MORE' DELIMITED BY SIZE
                INTO WS-CLAUSE-LIST
                WITH POINTER WS-CLAUSE-PTR
              END-STRING
           END-IF.
           MOVE WS-CLAUSE-LIST TO SCCLSO.
       PAINT-CLAIM-CLAUSES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Enter searches from page one, or - with a row marked - goes   *
      * into that row's inquiry. PF7/PF8 page back and forward. The   *
      * rows are not sent back by the terminal, so every screen       *
      * shown is a fresh search on the criteria keyed.                *
      *----------------------------------------------------------------*
       HANDLE-SEARCH-SCREEN.
           EXEC CICS RECEIVE MAP('SSSRCH') MAPSET('SSMAP')
                     INTO(SSSRCHI)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PRESS PF3 FOR THE MENU' TO WS-MESSAGE
              PERFORM SEND-SEARCH-MAP
           END-IF.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF7
                 IF COMM-SRCH-PAGE > 1
                    SUBTRACT 1 FROM COMM-SRCH-PAGE
                    PERFORM RUN-SEARCH
                 ELSE
                    PERFORM RUN-SEARCH
                    MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
                 END-IF
              WHEN EIBAID = DFHPF8
                 IF COMM-SRCH-MORE = 'Y'
                    ADD 1 TO COMM-SRCH-PAGE
                    PERFORM RUN-SEARCH
                 ELSE
                    PERFORM RUN-SEARCH
                    MOVE 'NO MORE MATCHES' TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 MOVE ZEROS TO WS-SELECTED-ROW
                 PERFORM FIND-SELECTED-ROW
                     VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > COMM-SRCH-ROW-COUNT
                        OR WS-SELECTED-ROW > 0
                 IF WS-SELECTED-ROW > 0
                    PERFORM SELECT-SEARCH-ROW
                 END-IF
                 MOVE 1 TO COMM-SRCH-PAGE
                 PERFORM RUN-SEARCH
           END-EVALUATE.
           PERFORM SEND-SEARCH-MAP.
       HANDLE-SEARCH-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A registration keyed searches motor policies; otherwise it is *
      * a surname search with whatever else was keyed to narrow it.   *
      *----------------------------------------------------------------*
       RUN-SEARCH.
           MOVE SPACES TO WS-SEARCH-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-SEARCH-AREA.
           MOVE ZEROS  TO CA-ROW-COUNT.
           IF SRREGI NOT = SPACES AND SRREGI NOT = LOW-VALUES
              MOVE 'R' TO CA-SEARCH-TYPE
           ELSE
              MOVE 'N' TO CA-SEARCH-TYPE
           END-IF.
           MOVE SRLNAMEI TO CA-SRCH-LAST-NAME.
           MOVE SRFNAMEI TO CA-SRCH-FIRST-NAME.
           MOVE SRDOBI   TO CA-SRCH-DOB.
           MOVE SRPCODEI TO CA-SRCH-POSTCODE.
           MOVE SRREGI   TO CA-SRCH-REGNUMBER.
           MOVE COMM-SRCH-PAGE TO CA-PAGE.

           EXEC CICS LINK PROGRAM('LGSRCH01')
                     COMMAREA(WS-SEARCH-AREA)
                     LENGTH(LENGTH OF WS-SEARCH-AREA)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE CA-RETURN-CODE OF WS-SEARCH-AREA TO WS-RC.
           PERFORM MAP-RETURN-CODE.

           MOVE 'N'   TO COMM-SRCH-MORE.
           MOVE ZEROS TO COMM-SRCH-ROW-COUNT.
           PERFORM CLEAR-SEARCH-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > 10.
           MOVE COMM-SRCH-PAGE TO SRPAGEO.
           IF WS-RC = '00'
              MOVE CA-MORE      TO COMM-SRCH-MORE
              MOVE CA-ROW-COUNT TO COMM-SRCH-ROW-COUNT
              PERFORM SHOW-SEARCH-ROW
                  VARYING WS-ROW-IX FROM 1 BY 1
                  UNTIL WS-ROW-IX > COMM-SRCH-ROW-COUNT
              IF COMM-SRCH-MORE = 'Y'
                 MOVE 'S TO SELECT - PF8 FOR MORE MATCHES'
                   TO WS-MESSAGE
              ELSE
                 MOVE 'S TO SELECT - NO MORE MATCHES' TO WS-MESSAGE
              END-IF
           END-IF.
       RUN-SEARCH-EXIT.
           EXIT.

       CLEAR-SEARCH-ROW.
           MOVE SPACES TO SRSELO(WS-ROW-IX).
           MOVE SPACES TO SRLINO(WS-ROW-IX).
           MOVE ZEROS  TO COMM-SRCH-CUSTOMER(WS-ROW-IX).
           MOVE ZEROS  TO COMM-SRCH-POLICY(WS-ROW-IX).
       CLEAR-SEARCH-ROW-EXIT.
           EXIT.

       SHOW-SEARCH-ROW.
           MOVE CA-ROW-CUSTOMER(WS-ROW-IX)
             TO COMM-SRCH-CUSTOMER(WS-ROW-IX).
           MOVE CA-ROW-POLICY(WS-ROW-IX)
             TO COMM-SRCH-POLICY(WS-ROW-IX).
           MOVE CA-ROW-CUSTOMER(WS-ROW-IX) TO SRL-CUSTOMER.
           MOVE SPACES TO SRL-NAME.
           STRING CA-ROW-FIRST-NAME(WS-ROW-IX) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  CA-ROW-LAST-NAME(WS-ROW-IX)  DELIMITED BY SIZE
             INTO SRL-NAME.
           MOVE SPACES TO SRL-ADDRESS.
           STRING CA-ROW-HOUSE-NUM(WS-ROW-IX)  DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  CA-ROW-HOUSE-NAME(WS-ROW-IX) DELIMITED BY SIZE
             INTO SRL-ADDRESS.
           MOVE CA-ROW-POSTCODE(WS-ROW-IX) TO SRL-POSTCODE.
           MOVE CA-ROW-POLICY-COUNT(WS-ROW-IX) TO SRL-POLICIES.
           IF CA-ROW-POLICY(WS-ROW-IX) = ZEROS
              MOVE SPACES TO SRL-POLICY
           ELSE
              MOVE CA-ROW-POLICY(WS-ROW-IX) TO SRL-POLICY
           END-IF.
           MOVE WS-SEARCH-LINE TO SRLINO(WS-ROW-IX).
       SHOW-SEARCH-ROW-EXIT.
           EXIT.

       FIND-SELECTED-ROW.
           IF SRSELI(WS-ROW-IX) NOT = SPACES
              AND SRSELI(WS-ROW-IX) NOT = LOW-VALUES
              MOVE WS-ROW-IX TO WS-SELECTED-ROW
           END-IF.
       FIND-SELECTED-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A row found by registration carries its policy and goes to    *
      * the policy inquiry; a name match goes to the customer         *
      * inquiry. Either way the screen continues as that inquiry.     *
      *----------------------------------------------------------------*
       SELECT-SEARCH-ROW.
           IF COMM-SRCH-POLICY(WS-SELECTED-ROW) NOT = ZEROS
              MOVE 'PO' TO COMM-PHASE
              MOVE '6'  TO COMM-ACTION
              MOVE LOW-VALUES TO SSPOLI
              MOVE SPACES TO WS-POLICY-AREA
              MOVE ZEROS  TO CA-RETURN-CODE OF WS-POLICY-AREA
              MOVE ZEROS  TO CA-CUSTOMER-NUM OF WS-POLICY-AREA
              MOVE COMM-SRCH-POLICY(WS-SELECTED-ROW)
                TO CA-POLICY-NUM OF WS-POLICY-AREA
              MOVE '01IPOL' TO CA-REQUEST-ID OF WS-POLICY-AREA
              EXEC CICS LINK PROGRAM('LGIPOL01')
                        COMMAREA(WS-POLICY-AREA)
                        LENGTH(LENGTH OF WS-POLICY-AREA)
                        RESP(WS-RESP)
              END-EXEC
              MOVE CA-RETURN-CODE OF WS-POLICY-AREA TO WS-RC
              PERFORM MAP-RETURN-CODE
              IF WS-RC = '00'
                 PERFORM PAINT-POLICY-DETAILS
              END-IF
              PERFORM SEND-POLICY-MAP
           END-IF.

           MOVE 'CU' TO COMM-PHASE.
           MOVE '4'  TO COMM-ACTION.
           MOVE LOW-VALUES TO SSCUSTI.
           MOVE SPACES TO WS-CUSTOMER-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-CUSTOMER-AREA.
           MOVE COMM-SRCH-CUSTOMER(WS-SELECTED-ROW)
             TO CA-CUSTOMER-NUM OF WS-CUSTOMER-AREA.
           MOVE '01ICUS' TO CA-REQUEST-ID OF WS-CUSTOMER-AREA.
           EXEC CICS LINK PROGRAM('LGICUS01')
                     COMMAREA(WS-CUSTOMER-AREA)
                     LENGTH(LENGTH OF WS-CUSTOMER-AREA)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE CA-RETURN-CODE OF WS-CUSTOMER-AREA TO WS-RC.
           PERFORM MAP-RETURN-CODE.
           IF WS-RC = '00'
              PERFORM PAINT-CUSTOMER-DETAILS
           END-IF.
           PERFORM SEND-CUSTOMER-MAP.
       SELECT-SEARCH-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PF4 from the customer, policy or claim screen: the notes of   *
      * the number keyed there, newest first. No number keyed, or one *
      * not on file, stays on the screen it came from.                 *
      *----------------------------------------------------------------*
       OPEN-NOTES.
           MOVE COMM-PHASE TO WS-FROM-PHASE.
           IF WS-NOTE-KEY = SPACES OR WS-NOTE-KEY = LOW-VALUES
              MOVE 'KEY THE NUMBER, THEN PF4 FOR ITS NOTES'
                TO WS-MESSAGE
              PERFORM RESEND-FROM-SCREEN
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NOTE-KEY) TO COMM-NOTE-ENTITY.
           MOVE 'NT' TO COMM-PHASE.
           MOVE 1    TO COMM-NOTE-PAGE.
           MOVE 'N'  TO COMM-NOTE-MORE.
           MOVE ZEROS TO COMM-NOTE-COUNT.
           MOVE LOW-VALUES TO SSNOTEI.
           MOVE 'B'  TO WS-NOTE-FUNCTION.
           PERFORM RUN-NOTES.
           IF WS-RC = '86' OR WS-RC = '90'
              MOVE WS-FROM-PHASE TO COMM-PHASE
              PERFORM RESEND-FROM-SCREEN
           END-IF.
           PERFORM SEND-NOTES-MAP.
       OPEN-NOTES-EXIT.
           EXIT.

      *    The screen PF4 was pressed on goes back as it came in.
       RESEND-FROM-SCREEN.
           EVALUATE WS-FROM-PHASE
              WHEN 'CU'
                 MOVE 'CU' TO COMM-PHASE
                 PERFORM SEND-CUSTOMER-MAP
              WHEN 'PO'
                 MOVE 'PO' TO COMM-PHASE
                 PERFORM SEND-POLICY-MAP
              WHEN OTHER
                 MOVE 'CL' TO COMM-PHASE
                 PERFORM SEND-CLAIM-MAP
           END-EVALUATE.
       RESEND-FROM-SCREEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * D against a note marks its follow-up done; otherwise Enter    *
      * adds the note keyed, if any, and shows the first page again.  *
      * PF7/PF8 page back and forward through older notes.            *
      *----------------------------------------------------------------*
       HANDLE-NOTES-SCREEN.
           EXEC CICS RECEIVE MAP('SSNOTE') MAPSET('SSMAP')
                     INTO(SSNOTEI)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PRESS PF3 FOR THE MENU' TO WS-MESSAGE
              PERFORM SEND-NOTES-MAP
           END-IF.

           MOVE 'B' TO WS-NOTE-FUNCTION.
           EVALUATE TRUE
              WHEN EIBAID = DFHPF7
                 IF COMM-NOTE-PAGE > 1
                    SUBTRACT 1 FROM COMM-NOTE-PAGE
                    PERFORM RUN-NOTES
                 ELSE
                    PERFORM RUN-NOTES
                    MOVE 'ALREADY AT THE NEWEST NOTES' TO WS-MESSAGE
                 END-IF
              WHEN EIBAID = DFHPF8
                 IF COMM-NOTE-MORE = 'Y'
                    ADD 1 TO COMM-NOTE-PAGE
                    PERFORM RUN-NOTES
                 ELSE
                    PERFORM RUN-NOTES
                    MOVE 'NO OLDER NOTES' TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 MOVE ZEROS TO WS-SELECTED-ROW
                 PERFORM FIND-SELECTED-NOTE
                     VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > COMM-NOTE-COUNT
                        OR WS-SELECTED-ROW > 0
                 IF WS-SELECTED-ROW > 0
                    MOVE 'D' TO WS-NOTE-FUNCTION
                 ELSE
                    IF (NTNEWAI NOT = SPACES
                        AND NTNEWAI NOT = LOW-VALUES)
                       OR (NTNEWBI NOT = SPACES
                           AND NTNEWBI NOT = LOW-VALUES)
                       MOVE 'A' TO WS-NOTE-FUNCTION
                    END-IF
                 END-IF
                 PERFORM RUN-NOTES
           END-EVALUATE.
           PERFORM SEND-NOTES-MAP.
       HANDLE-NOTES-SCREEN-EXIT.
           EXIT.

       FIND-SELECTED-NOTE.
           IF NTSELI(WS-ROW-IX) NOT = SPACES
              AND NTSELI(WS-ROW-IX) NOT = LOW-VALUES
              MOVE WS-ROW-IX TO WS-SELECTED-ROW
           END-IF.
       FIND-SELECTED-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Every call brings back the page to show, whether or not the   *
      * add or follow-up went through; a note added is cleared from   *
      * the entry lines so it cannot be keyed twice.                   *
      *----------------------------------------------------------------*
       RUN-NOTES.
           MOVE SPACES TO WS-NOTE-AREA.
           MOVE ZEROS  TO CA-RETURN-CODE OF WS-NOTE-AREA.
           MOVE ZEROS  TO CA-NOTE-NUM.
           MOVE ZEROS  TO CA-NOTE-COUNT.
           MOVE WS-NOTE-FUNCTION TO CA-FUNCTION OF WS-NOTE-AREA.
           MOVE COMM-NOTE-TYPE   TO CA-ENTITY-TYPE.
           MOVE COMM-NOTE-ENTITY TO CA-ENTITY-NUM.
           MOVE COMM-NOTE-PAGE   TO CA-NOTE-PAGE.
           IF WS-NOTE-FUNCTION = 'D'
              MOVE COMM-NOTE-KEY(WS-SELECTED-ROW) TO CA-NOTE-NUM
           END-IF.
           IF WS-NOTE-FUNCTION = 'A'
              MOVE NTNEWAI TO CA-NEW-TEXT(1:75)
              MOVE NTNEWBI TO CA-NEW-TEXT(76:75)
              MOVE NTFUDATI TO CA-NEW-FOLLOWUP-DATE
              MOVE NTFUTEMI TO CA-NEW-FOLLOWUP-TEAM
              MOVE NTFUUSRI TO CA-NEW-FOLLOWUP-USER
           END-IF.

           EXEC CICS LINK PROGRAM('LGMNOT01')
                     COMMAREA(WS-NOTE-AREA)
                     LENGTH(LENGTH OF WS-NOTE-AREA)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE CA-RETURN-CODE OF WS-NOTE-AREA TO WS-RC.
           PERFORM MAP-RETURN-CODE.

           EVALUATE COMM-NOTE-TYPE
              WHEN 'C'
                 MOVE 'CUSTOMER' TO NTTYPEO
              WHEN 'P'
                 MOVE 'POLICY'   TO NTTYPEO
              WHEN OTHER
                 MOVE 'CLAIM'    TO NTTYPEO
           END-EVALUATE.
           MOVE COMM-NOTE-ENTITY TO NTKEYO.
           MOVE 'N'   TO COMM-NOTE-MORE.
           MOVE ZEROS TO COMM-NOTE-COUNT.
           PERFORM CLEAR-NOTE-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > 4.
           IF CA-NOTE-PAGE NUMERIC AND CA-NOTE-PAGE > ZEROS
              MOVE CA-NOTE-PAGE TO COMM-NOTE-PAGE
           END-IF.
           MOVE COMM-NOTE-PAGE TO NTPAGEO.
           IF CA-NOTE-COUNT NUMERIC
              MOVE CA-NOTE-MORE  TO COMM-NOTE-MORE
              MOVE CA-NOTE-COUNT TO COMM-NOTE-COUNT
              PERFORM SHOW-NOTE-ROW
                  VARYING WS-ROW-IX FROM 1 BY 1
                  UNTIL WS-ROW-IX > COMM-NOTE-COUNT
           END-IF.

           IF WS-RC = '00'
              EVALUATE TRUE
                 WHEN WS-NOTE-FUNCTION = 'A'
                    MOVE 'NOTE ADDED' TO WS-MESSAGE
                    MOVE SPACES TO NTNEWAO
                    MOVE SPACES TO NTNEWBO
                    MOVE SPACES TO NTFUDATO
                    MOVE SPACES TO NTFUTEMO
                    MOVE SPACES TO NTFUUSRO
                 WHEN WS-NOTE-FUNCTION = 'D'
                    MOVE 'FOLLOW-UP MARKED DONE' TO WS-MESSAGE
                 WHEN COMM-NOTE-COUNT = ZEROS
                    MOVE 'NO NOTES YET - KEY ONE BELOW' TO WS-MESSAGE
                 WHEN COMM-NOTE-MORE = 'Y'
                    MOVE 'PF8 FOR OLDER NOTES' TO WS-MESSAGE
                 WHEN OTHER
                    MOVE 'NO OLDER NOTES' TO WS-MESSAGE
              END-EVALUATE
           END-IF.
       RUN-NOTES-EXIT.
           EXIT.

       CLEAR-NOTE-ROW.
           MOVE SPACES TO NTSELO(WS-ROW-IX).
           MOVE SPACES TO NTHDRO(WS-ROW-IX).
           MOVE SPACES TO NTTXAO(WS-ROW-IX).
           MOVE SPACES TO NTTXBO(WS-ROW-IX).
           MOVE ZEROS  TO COMM-NOTE-KEY(WS-ROW-IX).
       CLEAR-NOTE-ROW-EXIT.
           EXIT.

      *    A note on the customer alone says so; one on a policy or a
      *    claim shows which.
       SHOW-NOTE-ROW.
           MOVE CA-NOTE-NUMBER(WS-ROW-IX) TO COMM-NOTE-KEY(WS-ROW-IX).
           MOVE CA-NOTE-CREATED(WS-ROW-IX)  TO NTL-CREATED.
           MOVE CA-NOTE-OPERATOR(WS-ROW-IX) TO NTL-OPERATOR.
           EVALUATE TRUE
              WHEN CA-NOTE-CLAIM(WS-ROW-IX) NOT = ZEROS
                 MOVE 'CLM ' TO NTL-REF-TYPE
                 MOVE CA-NOTE-CLAIM(WS-ROW-IX) TO NTL-REF-NUM
              WHEN CA-NOTE-POLICY(WS-ROW-IX) NOT = ZEROS
                 MOVE 'POL ' TO NTL-REF-TYPE
                 MOVE CA-NOTE-POLICY(WS-ROW-IX) TO NTL-REF-NUM
              WHEN OTHER
                 MOVE 'CUSTOMER' TO NTL-REF
           END-EVALUATE.
           MOVE CA-NOTE-FOLLOWUP-DATE(WS-ROW-IX) TO NTL-FOLLOWUP.
           IF CA-NOTE-FOLLOWUP-DONE(WS-ROW-IX) = SPACES
              MOVE SPACES TO NTL-DONE
           ELSE
              MOVE 'DONE' TO NTL-DONE
           END-IF.
           MOVE CA-NOTE-FOLLOWUP-TEAM(WS-ROW-IX) TO NTL-TEAM.
           MOVE CA-NOTE-FOLLOWUP-USER(WS-ROW-IX) TO NTL-USER.
           MOVE WS-NOTE-LINE TO NTHDRO(WS-ROW-IX).
           MOVE CA-NOTE-TEXT(WS-ROW-IX)(1:75)  TO NTTXAO(WS-ROW-IX).
           MOVE CA-NOTE-TEXT(WS-ROW-IX)(76:75) TO NTTXBO(WS-ROW-IX).
       SHOW-NOTE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The return codes the commarea programs already set, turned    *
      * into messages a service-desk operator can act on.             *
                   TO WS-MESSAGE
              WHEN '84'
                 MOVE 'CUSTOMER NOT ON THE VSAM FILE' TO WS-MESSAGE
              WHEN '85'
                 MOVE 'NOT A MOTOR POLICY' TO WS-MESSAGE
              WHEN '86'
                 EVALUATE TRUE
                    WHEN PHASE-SEARCH
                       MOVE 'NO CUSTOMERS MATCH THE SEARCH'
                         TO WS-MESSAGE
                    WHEN PHASE-NOTES AND WS-NOTE-FUNCTION = 'D'
                       MOVE 'NO OPEN FOLLOW-UP ON THAT NOTE'
                         TO WS-MESSAGE
                    WHEN OTHER
                       MOVE 'NOT FOUND' TO WS-MESSAGE
                 END-EVALUATE
              WHEN '87'
                 MOVE 'DATABASE REJECTED THE REQUEST - SUSPENSED'
                   TO WS-MESSAGE
              WHEN '88'
                 MOVE 'CONVICTION ALREADY ON FILE' TO WS-MESSAGE
              WHEN '89'
                 MOVE 'BROKER UNKNOWN OR TERMINATED' TO WS-MESSAGE
      *       '90' from the driver or marker maintenance, the search or
      *       the notes is a missing or bad field; from the claims it is
      *       the missing reason or a claim date that is not a date.
              WHEN '90'
                 EVALUATE TRUE
                    WHEN PHASE-POLICY
                       MOVE 'DRIVER ACTION OR DETAILS NOT VALID'
                         TO WS-MESSAGE
                    WHEN PHASE-CUSTOMER
                       MOVE 'MARKER ACTION OR DETAILS NOT VALID'
                         TO WS-MESSAGE
                    WHEN PHASE-SEARCH
                       MOVE 'NEED SURNAME OR REG; DOB AS YYYY-MM-DD'
                         TO WS-MESSAGE
                    WHEN PHASE-NOTES
                       MOVE 'NEED TEXT; A FOLLOW-UP NEEDS TEAM AND DATE'
                         TO WS-MESSAGE
                    WHEN OTHER
                       MOVE 'NEED A REASON; CLAIM DATE AS YYYY-MM-DD'
                         TO WS-MESSAGE
                 END-EVALUATE
              WHEN '91'
                 MOVE 'REFERRED TO UNDERWRITING' TO WS-MESSAGE
              WHEN '93'
                 MOVE 'EVENT CODE NOT RECOGNISED' TO WS-MESSAGE
              WHEN '95'
                 MOVE 'STATUS CHANGE NOT PERMITTED' TO WS-MESSAGE
              WHEN '96'
                 MOVE 'NO ROOM FOR ANOTHER DRIVER OR CONVICTION'
                   TO WS-MESSAGE
      *       '97' from the claims intake is a claim dated when the
      *       policy, as it stood that day, gave no cover.
              WHEN '97'
                 IF PHASE-CLAIM
                    MOVE 'POLICY NOT IN FORCE ON THE CLAIM DATE'
                      TO WS-MESSAGE
                 ELSE
                    MOVE SPACES TO WS-MESSAGE
                    STRING 'RETURN CODE ' WS-RC DELIMITED BY SIZE
                       INTO WS-MESSAGE
                 END-IF
      *       '92' means referred-for-repeat-claims from the claims
      *       intake and not-entitled everywhere else.
              WHEN '92'
