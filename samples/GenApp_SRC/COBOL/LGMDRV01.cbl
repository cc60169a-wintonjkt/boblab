      ******************************************************************
      *                                                                *
      *              Maintain Motor Named Drivers                      *
      *                                                                *
      *   Records who drives the car on a motor policy - up to five   *
      *   named drivers on MOTORDRIVER (name, date of birth, licence  *
      *   date, relationship to the policyholder) and up to five      *
      *   convictions per driver on CONVICTION (offence code, date,   *
      *   penalty points). MOTRRATE loads the youngest driver, the    *
      *   least licence experience and the live convictions; MIDEXTR  *
      *   sends the drivers to the motor insurance database.          *
      *                                                                *
      *   CA-FUNCTION: 'A' add driver (the next driver number is      *
      *   returned), 'U' update driver, 'D' delete driver and the     *
      *   driver's convictions, 'I' inquire driver and convictions,   *
      *   'C' add the conviction in the first conviction slot, 'R'    *
      *   remove that conviction. Relationship: 'P' policyholder,     *
      *   'S' spouse or partner, 'C' child, 'O' other.                *
      *   Return codes: '85' not a motor policy, '86' driver or       *
      *   conviction not on file, '87' DB2 failure, '88' conviction   *
      *   already on file, '90' bad function/fields, '96' no room     *
      *   for another driver or conviction, '98' short commarea.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMDRV01.
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
                                        VALUE 'LGMDRV01------WS'.
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
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +157.

       01  WS-MAX-DRIVERS              PIC S9(4) COMP VALUE +5.
       01  WS-MAX-CONVICTIONS          PIC S9(4) COMP VALUE +5.
       01  WS-MOTOR-COUNT              PIC S9(9) COMP VALUE +0.
       01  WS-DRIVER-COUNT             PIC S9(9) COMP VALUE +0.
       01  WS-CONVICTION-COUNT         PIC S9(9) COMP VALUE +0.
       01  WS-CNV-IX                   PIC S9(4) COMP VALUE +0.

      * Host variables for one driver / conviction row.
       01  WS-DRIVERNUM                PIC S9(4) COMP.
       01  WS-OFFENCECODE              PIC X(6).
       01  WS-CONVICTIONDATE           PIC X(10).
       01  WS-POINTS                   PIC S9(4) COMP.
       01  WS-POINTS-IND               PIC S9(4) COMP.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every driver change, via the same LGSTSQ       *
      * helper the business transactions use.                         *
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
           03 AUD-DRIVER-NUM            PIC 9(2).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

           EXEC SQL
               DECLARE CONVICTION-CURSOR CURSOR FOR
               SELECT OFFENCECODE, CHAR(CONVICTIONDATE, ISO), POINTS
                 FROM CONVICTION
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
                ORDER BY CONVICTIONDATE DESC
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
             88 CA-FUNCTION-ADD                  VALUE 'A'.
             88 CA-FUNCTION-UPDATE               VALUE 'U'.
             88 CA-FUNCTION-DELETE               VALUE 'D'.
             88 CA-FUNCTION-INQUIRE              VALUE 'I'.
             88 CA-FUNCTION-CONVICTION           VALUE 'C'.
             88 CA-FUNCTION-REMOVE               VALUE 'R'.
           03 CA-POLICY-NUM            PIC 9(10).
           03 CA-DRIVER-NUM            PIC 9(2).
           03 CA-DRV-FIRST-NAME        PIC X(10).
           03 CA-DRV-LAST-NAME         PIC X(20).
           03 CA-DRV-DOB               PIC X(10).
           03 CA-DRV-LICENCE-DATE      PIC X(10).
           03 CA-DRV-RELATIONSHIP      PIC X(1).
             88 CA-DRV-RELATIONSHIP-OK           VALUE 'P' 'S'
                                                       'C' 'O'.
           03 CA-CONVICTION-COUNT      PIC 9(1).
           03 CA-CONVICTION            OCCURS 5 TIMES.
              05 CA-CNV-OFFENCE        PIC X(6).
              05 CA-CNV-DATE           PIC X(10).
              05 CA-CNV-POINTS         PIC 9(2).

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

      * Every function but add works on a driver already numbered.
           IF CA-DRIVER-NUM = ZEROS AND NOT CA-FUNCTION-ADD
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-DRIVER-NUM TO WS-DRIVERNUM.

           EVALUATE TRUE
              WHEN CA-FUNCTION-ADD
                 PERFORM ADD-DRIVER THRU ADD-DRIVER-EXIT
              WHEN CA-FUNCTION-UPDATE
                 PERFORM UPDATE-DRIVER THRU UPDATE-DRIVER-EXIT
              WHEN CA-FUNCTION-DELETE
                 PERFORM DELETE-DRIVER THRU DELETE-DRIVER-EXIT
              WHEN CA-FUNCTION-INQUIRE
                 PERFORM INQUIRE-DRIVER THRU INQUIRE-DRIVER-EXIT
              WHEN CA-FUNCTION-CONVICTION
                 PERFORM ADD-CONVICTION THRU ADD-CONVICTION-EXIT
              WHEN CA-FUNCTION-REMOVE
                 PERFORM REMOVE-CONVICTION
                    THRU REMOVE-CONVICTION-EXIT
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A new driver takes the next number on the policy; numbers are *
      * not reused while a higher one is on file.                      *
      *----------------------------------------------------------------*
       ADD-DRIVER.
           PERFORM VALIDATE-DRIVER THRU VALIDATE-DRIVER-EXIT.
           IF CA-RETURN-CODE NOT = '00'
               GO TO ADD-DRIVER-EXIT
           END-IF.

           MOVE 0 TO WS-MOTOR-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MOTOR-COUNT
                 FROM MOTOR
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO ADD-DRIVER-EXIT
           END-IF.
           IF WS-MOTOR-COUNT = 0
               MOVE '85' TO CA-RETURN-CODE
               GO TO ADD-DRIVER-EXIT
           END-IF.

           MOVE 0 TO WS-DRIVER-COUNT WS-DRIVERNUM.
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(DRIVERNUM), 0)
                 INTO :WS-DRIVER-COUNT, :WS-DRIVERNUM
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO ADD-DRIVER-EXIT
           END-IF.
           IF WS-DRIVER-COUNT >= WS-MAX-DRIVERS
              OR WS-DRIVERNUM >= 99
               MOVE '96' TO CA-RETURN-CODE
               GO TO ADD-DRIVER-EXIT
           END-IF.
           ADD 1 TO WS-DRIVERNUM.

           EXEC SQL
               INSERT INTO MOTORDRIVER
               (POLICYNUMBER
               ,DRIVERNUM
               ,FIRSTNAME
               ,LASTNAME
               ,DATEOFBIRTH
               ,LICENCEDATE
               ,RELATIONSHIP
               ,LASTCHANGED)
               VALUES (
                     :CA-POLICY-NUM
                    ,:WS-DRIVERNUM
                    ,:CA-DRV-FIRST-NAME
                    ,:CA-DRV-LAST-NAME
                    ,:CA-DRV-DOB
                    ,:CA-DRV-LICENCE-DATE
                    ,:CA-DRV-RELATIONSHIP
                    ,CURRENT TIMESTAMP)
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
           IF CA-RETURN-CODE = '00'
               MOVE WS-DRIVERNUM TO CA-DRIVER-NUM
           END-IF.
       ADD-DRIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       UPDATE-DRIVER.
           PERFORM VALIDATE-DRIVER THRU VALIDATE-DRIVER-EXIT.
           IF CA-RETURN-CODE NOT = '00'
               GO TO UPDATE-DRIVER-EXIT
           END-IF.

           EXEC SQL
               UPDATE MOTORDRIVER
                  SET FIRSTNAME    = :CA-DRV-FIRST-NAME,
                      LASTNAME     = :CA-DRV-LAST-NAME,
                      DATEOFBIRTH  = :CA-DRV-DOB,
                      LICENCEDATE  = :CA-DRV-LICENCE-DATE,
                      RELATIONSHIP = :CA-DRV-RELATIONSHIP,
                      LASTCHANGED  = CURRENT TIMESTAMP
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
       UPDATE-DRIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A name, both dates, a licence no older than the driver and a  *
      * known relationship.                                            *
      *----------------------------------------------------------------*
       VALIDATE-DRIVER.
           IF CA-DRV-LAST-NAME = SPACES
              OR CA-DRV-DOB = SPACES
              OR CA-DRV-LICENCE-DATE = SPACES
              OR NOT CA-DRV-RELATIONSHIP-OK
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-DRIVER-EXIT
           END-IF.
           IF CA-DRV-LICENCE-DATE < CA-DRV-DOB
               MOVE '90' TO CA-RETURN-CODE
           END-IF.
       VALIDATE-DRIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The driver and the driver's convictions go together; a        *
      * failure on either rolls both back.                             *
      *----------------------------------------------------------------*
       DELETE-DRIVER.
           EXEC SQL
               DELETE FROM MOTORDRIVER
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
                 GO TO DELETE-DRIVER-EXIT
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
                 GO TO DELETE-DRIVER-EXIT
           END-EVALUATE.

           EXEC SQL
               DELETE FROM CONVICTION
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE '87' TO CA-RETURN-CODE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.
       DELETE-DRIVER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The driver's details and the latest five convictions.          *
      *----------------------------------------------------------------*
       INQUIRE-DRIVER.
           MOVE 0 TO CA-CONVICTION-COUNT.
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME,
                      CHAR(DATEOFBIRTH, ISO), CHAR(LICENCEDATE, ISO),
                      RELATIONSHIP
                 INTO :CA-DRV-FIRST-NAME, :CA-DRV-LAST-NAME,
                      :CA-DRV-DOB, :CA-DRV-LICENCE-DATE,
                      :CA-DRV-RELATIONSHIP
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
                 GO TO INQUIRE-DRIVER-EXIT
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
                 GO TO INQUIRE-DRIVER-EXIT
           END-EVALUATE.

           EXEC SQL
               OPEN CONVICTION-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO INQUIRE-DRIVER-EXIT
           END-IF.

           PERFORM FETCH-CONVICTION-ROW THRU FETCH-CONVICTION-ROW-EXIT
               UNTIL SQLCODE NOT = 0
                  OR CA-CONVICTION-COUNT = 5.

           IF SQLCODE < 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
           EXEC SQL
               CLOSE CONVICTION-CURSOR
           END-EXEC.
       INQUIRE-DRIVER-EXIT.
           EXIT.

       FETCH-CONVICTION-ROW.
           EXEC SQL
               FETCH CONVICTION-CURSOR
               INTO :WS-OFFENCECODE, :WS-CONVICTIONDATE,
                    :WS-POINTS :WS-POINTS-IND
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO CA-CONVICTION-COUNT
               MOVE CA-CONVICTION-COUNT TO WS-CNV-IX
               IF WS-POINTS-IND < 0
                   MOVE 0 TO WS-POINTS
               END-IF
               MOVE WS-OFFENCECODE    TO CA-CNV-OFFENCE(WS-CNV-IX)
               MOVE WS-CONVICTIONDATE TO CA-CNV-DATE(WS-CNV-IX)
               MOVE WS-POINTS         TO CA-CNV-POINTS(WS-CNV-IX)
           END-IF.
       FETCH-CONVICTION-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The conviction keyed in the first slot: the driver must be on *
      * file, with room for it, and the same offence on the same date *
      * is not recorded twice. Points run nought to twelve.            *
      *----------------------------------------------------------------*
       ADD-CONVICTION.
           IF CA-CNV-OFFENCE(1) = SPACES
              OR CA-CNV-DATE(1) = SPACES
              OR CA-CNV-POINTS(1) NOT NUMERIC
              OR CA-CNV-POINTS(1) > 12
               MOVE '90' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.
           MOVE CA-CNV-OFFENCE(1) TO WS-OFFENCECODE.
           MOVE CA-CNV-DATE(1)    TO WS-CONVICTIONDATE.
           MOVE CA-CNV-POINTS(1)  TO WS-POINTS.

           MOVE 0 TO WS-DRIVER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DRIVER-COUNT
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.
           IF WS-DRIVER-COUNT = 0
               MOVE '86' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.

           MOVE 0 TO WS-CONVICTION-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CONVICTION-COUNT
                 FROM CONVICTION
                WHERE POLICYNUMBER = :CA-POLICY-NUM
                  AND DRIVERNUM    = :WS-DRIVERNUM
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.
           IF WS-CONVICTION-COUNT >= WS-MAX-CONVICTIONS
               MOVE '96' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.

           MOVE 0 TO WS-CONVICTION-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CONVICTION-COUNT
                 FROM CONVICTION
                WHERE POLICYNUMBER   = :CA-POLICY-NUM
                  AND DRIVERNUM      = :WS-DRIVERNUM
                  AND OFFENCECODE    = :WS-OFFENCECODE
                  AND CONVICTIONDATE = :WS-CONVICTIONDATE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM CHECK-UPDATE-SQLCODE
                  THRU CHECK-UPDATE-SQLCODE-EXIT
               GO TO ADD-CONVICTION-EXIT
           END-IF.
           IF WS-CONVICTION-COUNT > 0
               MOVE '88' TO CA-RETURN-CODE
               GO TO ADD-CONVICTION-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO CONVICTION
               (POLICYNUMBER
               ,DRIVERNUM
               ,OFFENCECODE
               ,CONVICTIONDATE
               ,POINTS)
               VALUES (
                     :CA-POLICY-NUM
                    ,:WS-DRIVERNUM
                    ,:WS-OFFENCECODE
                    ,:WS-CONVICTIONDATE
                    ,:WS-POINTS)
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
       ADD-CONVICTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       REMOVE-CONVICTION.
           IF CA-CNV-OFFENCE(1) = SPACES
              OR CA-CNV-DATE(1) = SPACES
               MOVE '90' TO CA-RETURN-CODE
               GO TO REMOVE-CONVICTION-EXIT
           END-IF.
           MOVE CA-CNV-OFFENCE(1) TO WS-OFFENCECODE.
           MOVE CA-CNV-DATE(1)    TO WS-CONVICTIONDATE.

           EXEC SQL
               DELETE FROM CONVICTION
                WHERE POLICYNUMBER   = :CA-POLICY-NUM
                  AND DRIVERNUM      = :WS-DRIVERNUM
                  AND OFFENCECODE    = :WS-OFFENCECODE
                  AND CONVICTIONDATE = :WS-CONVICTIONDATE
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
       REMOVE-CONVICTION-EXIT.
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
      * Write one audit record per driver change to the LGAUDIT TSQ   *
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
           MOVE CA-DRIVER-NUM  TO AUD-DRIVER-NUM
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
