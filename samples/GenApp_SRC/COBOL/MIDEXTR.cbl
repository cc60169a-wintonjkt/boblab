      *   record with the sequence number (continued from the         *
      *   MIDMANIF.DAT transmission manifest, same discipline as      *
      *   the bank interface), fixed detail records and a TRL         *
      *   count. Each NEW or CHG record is followed by one DRV        *
      *   record per named driver on the policy; a change to the      *
      *   named drivers alone also makes the policy a CHG. The        *
      *   snapshot is rewritten to the transmitted position;          *
      *   MIDREJLD re-opens rejected records by dropping them from    *
      *   the snapshot so the next run re-sends them.                 *
      *                                                                *
      *   MIDEXTR.DAT is registered and kept by the OUTXMIT REG       *
      *   step that follows, and resent from that copy.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 STA-ISSUE-DATE           PIC 9(8).
           05 FILLER                   PIC X.
           05 STA-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X.
           05 STA-DRIVER-COUNT         PIC 9(2).
           05 FILLER                   PIC X.
           05 STA-DRIVER-STAMP         PIC X(26).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD              PIC X(60).
       01  WS-ISSUE-NUM                PIC 9(8) VALUE 0.
       01  WS-EXPIRY-NUM               PIC 9(8) VALUE 0.

      * Host variables for the named drivers: how many, and when the
      * latest of them last changed.
       01  WS-DRIVER-COUNT             PIC S9(4) USAGE COMP.
       01  WS-DRIVER-COUNT-NUM         PIC 9(2) VALUE 0.
       01  WS-DRIVER-STAMP             PIC X(26).
       01  WS-DRIVERNUM                PIC S9(4) USAGE COMP.
       01  WS-DRV-FIRSTNAME            PIC X(10).
       01  WS-DRV-LASTNAME             PIC X(20).
       01  WS-DRV-DOB                  PIC X(10).
       01  WS-DRV-DOB-IND              PIC S9(4) USAGE COMP.
       01  WS-DRV-RELATIONSHIP         PIC X(1).
       01  WS-DRV-DOB-NUM              PIC 9(8) VALUE 0.

      * The snapshot, loaded whole; entries matched against the
      * current book are flagged so the leftovers become CAN
      * records.
              10 WS-ST-REG             PIC X(7).
              10 WS-ST-ISSUE           PIC 9(8).
              10 WS-ST-EXPIRY          PIC 9(8).
              10 WS-ST-DRV-COUNT       PIC 9(2).
              10 WS-ST-DRV-STAMP       PIC X(26).
              10 WS-ST-SEEN            PIC X(1).
       01  WS-STA-FOUND                PIC X VALUE "N".

           05 MDR-ISSUE-DATE           PIC 9(8).
           05 MDR-EXPIRY-DATE          PIC 9(8).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01  MID-DRIVER-RECORD.
           05 FILLER                   PIC X(3)  VALUE 'DRV'.
           05 MDD-POLICY-NUM           PIC 9(10).
           05 MDD-DRIVER-NUM           PIC 9(2).
           05 MDD-LAST-NAME            PIC X(20).
           05 MDD-FIRST-NAME           PIC X(10).
           05 MDD-DOB                  PIC 9(8).
           05 MDD-RELATIONSHIP         PIC X(1).
           05 FILLER                   PIC X(6)  VALUE SPACES.
       01  MID-TRAILER-RECORD.
           05 FILLER                   PIC X(3)  VALUE 'TRL'.
           05 MTR-SEQUENCE             PIC 9(6).
           05 WS-NEW-COUNT             PIC 9(7) VALUE 0.
           05 WS-CHG-COUNT             PIC 9(7) VALUE 0.
           05 WS-CAN-COUNT             PIC 9(7) VALUE 0.
           05 WS-DRV-COUNT             PIC 9(7) VALUE 0.
           05 WS-SENT-COUNT            PIC 9(7) VALUE 0.

       01  SUMMARY-LINE.
           05 SML-CHG                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE '  CAN: '.
           05 SML-CAN                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE '  DRV: '.
           05 SML-DRV                  PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE '  SEQUENCE: '.
           05 SML-SEQUENCE             PIC 9(6).

                ORDER BY P.POLICYNUMBER
           END-EXEC.

           EXEC SQL
               DECLARE DRIVER-CURSOR CURSOR FOR
               SELECT DRIVERNUM, FIRSTNAME, LASTNAME,
                      CHAR(DATEOFBIRTH, ISO), RELATIONSHIP
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :WS-POLICY-NUM
                ORDER BY DRIVERNUM
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.

                            TO WS-ST-ISSUE(WS-ST-IX)
                          MOVE STA-EXPIRY-DATE
                            TO WS-ST-EXPIRY(WS-ST-IX)
      *                   A snapshot written before the named drivers
      *                   were carried reads as no drivers.
                          IF STA-DRIVER-COUNT IS NUMERIC
                             MOVE STA-DRIVER-COUNT
                               TO WS-ST-DRV-COUNT(WS-ST-IX)
                          ELSE
                             MOVE 0 TO WS-ST-DRV-COUNT(WS-ST-IX)
                          END-IF
                          MOVE STA-DRIVER-STAMP
                            TO WS-ST-DRV-STAMP(WS-ST-IX)
                          MOVE "N" TO WS-ST-SEEN(WS-ST-IX)
                       END-IF
                 END-READ
              END-STRING
           END-IF

           PERFORM 2300-READ-DRIVER-STAMP
              THRU 2300-EXIT

           MOVE "N" TO WS-STA-FOUND
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-STA-COUNT
              MOVE 'NEW' TO MDR-ACTION
              PERFORM 2500-WRITE-DETAIL
                 THRU 2500-EXIT
              PERFORM 2700-WRITE-DRIVERS
                 THRU 2700-EXIT
              PERFORM 2600-ADD-STATE-ENTRY
                 THRU 2600-EXIT
           ELSE
              IF WS-ST-REG(WS-ST-IX) NOT = WS-REGNUMBER
                 OR WS-ST-ISSUE(WS-ST-IX) NOT = WS-ISSUE-NUM
                 OR WS-ST-EXPIRY(WS-ST-IX) NOT = WS-EXPIRY-NUM
                 OR WS-ST-DRV-COUNT(WS-ST-IX) NOT = WS-DRIVER-COUNT-NUM
                 OR WS-ST-DRV-STAMP(WS-ST-IX) NOT = WS-DRIVER-STAMP
                 ADD 1 TO WS-CHG-COUNT
                 MOVE 'CHG' TO MDR-ACTION
                 PERFORM 2500-WRITE-DETAIL
                    THRU 2500-EXIT
                 PERFORM 2700-WRITE-DRIVERS
                    THRU 2700-EXIT
                 MOVE WS-REGNUMBER  TO WS-ST-REG(WS-ST-IX)
                 MOVE WS-ISSUE-NUM  TO WS-ST-ISSUE(WS-ST-IX)
                 MOVE WS-EXPIRY-NUM TO WS-ST-EXPIRY(WS-ST-IX)
                 MOVE WS-DRIVER-COUNT-NUM
                   TO WS-ST-DRV-COUNT(WS-ST-IX)
                 MOVE WS-DRIVER-STAMP TO WS-ST-DRV-STAMP(WS-ST-IX)
              END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.

      * The named drivers are part of what the database was told:
      * the count and the latest change stamp pick up an add, an
      * amendment or a removal.
       2300-READ-DRIVER-STAMP.
           EXEC SQL
               SELECT COUNT(*), COALESCE(CHAR(MAX(LASTCHANGED)), ' ')
                 INTO :WS-DRIVER-COUNT, :WS-DRIVER-STAMP
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2300-READ-DRIVER-STAMP:'
              DISPLAY 'INVALID SQLCODE ON SELECT DRIVERS:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE WS-DRIVER-COUNT TO WS-DRIVER-COUNT-NUM
           .
       2300-EXIT.
           EXIT.

       2500-WRITE-DETAIL.
           MOVE WS-POLICY-NUM TO MDR-POLICY-NUM
           MOVE WS-REGNUMBER  TO MDR-REGNUMBER
              MOVE WS-REGNUMBER  TO WS-ST-REG(WS-ST-IX)
              MOVE WS-ISSUE-NUM  TO WS-ST-ISSUE(WS-ST-IX)
              MOVE WS-EXPIRY-NUM TO WS-ST-EXPIRY(WS-ST-IX)
              MOVE WS-DRIVER-COUNT-NUM TO WS-ST-DRV-COUNT(WS-ST-IX)
              MOVE WS-DRIVER-STAMP     TO WS-ST-DRV-STAMP(WS-ST-IX)
              MOVE "Y" TO WS-ST-SEEN(WS-ST-IX)
           END-IF
           .
       2600-EXIT.
           EXIT.

      * Every named driver goes with the policy record, so the
      * database always holds the full list as it now stands.
       2700-WRITE-DRIVERS.
           IF WS-DRIVER-COUNT = 0
              GO TO 2700-EXIT
           END-IF
           EXEC SQL
               OPEN DRIVER-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2700-WRITE-DRIVERS:'
              DISPLAY 'INVALID SQLCODE ON OPEN DRIVER CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 2750-WRITE-ONE-DRIVER
              THRU 2750-EXIT
              UNTIL SQLCODE NOT = 0
           IF SQLCODE NOT = 100
              DISPLAY '2700-WRITE-DRIVERS:'
              DISPLAY 'INVALID SQLCODE ON FETCH DRIVER:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               CLOSE DRIVER-CURSOR
           END-EXEC
           .
       2700-EXIT.
           EXIT.

       2750-WRITE-ONE-DRIVER.
           EXEC SQL
               FETCH DRIVER-CURSOR
               INTO :WS-DRIVERNUM, :WS-DRV-FIRSTNAME, :WS-DRV-LASTNAME,
                    :WS-DRV-DOB :WS-DRV-DOB-IND, :WS-DRV-RELATIONSHIP
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 2750-EXIT
           END-IF
           MOVE ZEROS TO WS-DRV-DOB-NUM
           IF WS-DRV-DOB-IND >= 0
              STRING WS-DRV-DOB (1:4) DELIMITED BY SIZE
                     WS-DRV-DOB (6:2) DELIMITED BY SIZE
                     WS-DRV-DOB (9:2) DELIMITED BY SIZE
                  INTO WS-DRV-DOB-NUM
              END-STRING
           END-IF
           MOVE WS-POLICY-NUM       TO MDD-POLICY-NUM
           MOVE WS-DRIVERNUM        TO MDD-DRIVER-NUM
           MOVE WS-DRV-LASTNAME     TO MDD-LAST-NAME
           MOVE WS-DRV-FIRSTNAME    TO MDD-FIRST-NAME
           MOVE WS-DRV-DOB-NUM      TO MDD-DOB
           MOVE WS-DRV-RELATIONSHIP TO MDD-RELATIONSHIP
           MOVE MID-DRIVER-RECORD TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-DRV-COUNT
           ADD 1 TO WS-SENT-COUNT
           .
       2750-EXIT.
           EXIT.

      * A snapshot entry the book no longer has was lapsed or
      * cancelled since the last transmission.
       3000-CANCEL-LEFTOVERS.
                 MOVE WS-ST-REG(WS-ST-IX)    TO STA-REGNUMBER
                 MOVE WS-ST-ISSUE(WS-ST-IX)  TO STA-ISSUE-DATE
                 MOVE WS-ST-EXPIRY(WS-ST-IX) TO STA-EXPIRY-DATE
                 MOVE WS-ST-DRV-COUNT(WS-ST-IX) TO STA-DRIVER-COUNT
                 MOVE WS-ST-DRV-STAMP(WS-ST-IX) TO STA-DRIVER-STAMP
                 WRITE STATE-RECORD
              END-IF
           END-PERFORM
           MOVE WS-NEW-COUNT TO SML-NEW
           MOVE WS-CHG-COUNT TO SML-CHG
           MOVE WS-CAN-COUNT TO SML-CAN
           MOVE WS-DRV-COUNT TO SML-DRV
           MOVE WS-SEQUENCE  TO SML-SEQUENCE
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
