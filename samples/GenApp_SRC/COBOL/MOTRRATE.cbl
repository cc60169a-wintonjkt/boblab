      *     'C' cc-band        low high  base premium amount          *
      *     'A' vehicle-age    low high  factor as a percentage       *
      *     'X' accident-count low high  loading as a percentage      *
      *     'D' youngest named driver's age  low high  percentage     *
      *     'L' least years licensed         low high  percentage     *
      *     'P' live conviction points       low high  percentage     *
      *     'O' offence code (cols 3-8)      loading as a percentage  *
      *   New premium = cc base * age% / 100 * accident% / 100, then  *
      *   times each named-driver factor / 100. Convictions are live  *
      *   for five years; of the live offences only the heaviest 'O'  *
      *   loading applies. A policy with no named drivers, or a       *
      *   figure no band covers, takes a neutral 100%.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
              88 RTE-CC-BAND              VALUE 'C'.
              88 RTE-AGE-BAND             VALUE 'A'.
              88 RTE-ACCIDENT-BAND        VALUE 'X'.
              88 RTE-DRIVER-AGE-BAND      VALUE 'D'.
              88 RTE-LICENCE-BAND         VALUE 'L'.
              88 RTE-POINTS-BAND          VALUE 'P'.
              88 RTE-OFFENCE-RULE         VALUE 'O'.
           05 FILLER                   PIC X.
           05 RTE-LOW                  PIC 9(5).
           05 FILLER                   PIC X.
           05 RTE-HIGH                 PIC 9(5).
           05 FILLER                   PIC X.
           05 RTE-AMOUNT               PIC 9(5)V99.
      * An offence rule carries the offence code over the low/high
      * band columns; the loading stays in the amount column.
       01  RATE-OFFENCE-RECORD.
           05 FILLER                   PIC X(2).
           05 RTO-OFFENCE              PIC X(6).
           05 FILLER                   PIC X(6).
           05 RTO-PCT                  PIC 9(5)V99.

       FD  RERATE-REPORT.
       01  REPORT-LINE                 PIC X(90).
       01  WS-ACCIDENTS                PIC S9(9) USAGE COMP.
       01  WS-ACCIDENTS-IND            PIC S9(4) USAGE COMP.

      * Host variables for the named drivers and convictions
       01  WS-DRIVER-COUNT             PIC S9(9) USAGE COMP.
       01  WS-YOUNGEST-AGE             PIC S9(9) USAGE COMP.
       01  WS-LEAST-LICENCE            PIC S9(9) USAGE COMP.
       01  WS-LIVE-POINTS              PIC S9(9) USAGE COMP.
       01  WS-OFFENCECODE              PIC X(6).
       01  WS-TODAY-ISO                PIC X(10).

      * The three rating tables, loaded once from RATE-FILE.
       01  WS-RATE-TABLES.
           05 WS-CC-COUNT              PIC 9(2) VALUE 0.
              10 WS-ACC-LOW            PIC 9(5).
              10 WS-ACC-HIGH           PIC 9(5).
              10 WS-ACC-PCT            PIC 9(5)V99.
           05 WS-DAG-COUNT             PIC 9(2) VALUE 0.
           05 WS-DAG-TABLE OCCURS 20 TIMES INDEXED BY WS-DAG-IX.
              10 WS-DAG-LOW            PIC 9(5).
              10 WS-DAG-HIGH           PIC 9(5).
              10 WS-DAG-PCT            PIC 9(5)V99.
           05 WS-LIC-COUNT             PIC 9(2) VALUE 0.
           05 WS-LIC-TABLE OCCURS 20 TIMES INDEXED BY WS-LIC-IX.
              10 WS-LIC-LOW            PIC 9(5).
              10 WS-LIC-HIGH           PIC 9(5).
              10 WS-LIC-PCT            PIC 9(5)V99.
           05 WS-PTS-COUNT             PIC 9(2) VALUE 0.
           05 WS-PTS-TABLE OCCURS 20 TIMES INDEXED BY WS-PTS-IX.
              10 WS-PTS-LOW            PIC 9(5).
              10 WS-PTS-HIGH           PIC 9(5).
              10 WS-PTS-PCT            PIC 9(5)V99.
           05 WS-OFF-COUNT             PIC 9(2) VALUE 0.
           05 WS-OFF-TABLE OCCURS 50 TIMES INDEXED BY WS-OFF-IX.
              10 WS-OFF-CODE           PIC X(6).
              10 WS-OFF-PCT            PIC 9(5)V99.

       01  WS-TODAY-DATE               PIC 9(8) VALUE ZEROS.
       01  FILLER REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY            PIC 9(4).
           05 WS-TODAY-MM              PIC 9(2).
           05 WS-TODAY-DD              PIC 9(2).
       01  WS-VEHICLE-AGE              PIC S9(5) USAGE COMP VALUE 0.
       01  WS-MANUFACTURE-YYYY         PIC 9(4) VALUE 0.

       01  WS-BASE-RATE                PIC 9(5)V99 VALUE 0.
       01  WS-AGE-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-ACC-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-DAG-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-LIC-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-PTS-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-OFF-FACTOR               PIC 9(5)V99 VALUE 100.
       01  WS-NEW-PREMIUM              PIC 9(7)    VALUE 0.
       01  WS-RATE-FOUND               PIC X VALUE "N".

                ORDER BY POLICYNUMBER
           END-EXEC.

      * The offences still live on the policy's named drivers.
           EXEC SQL
               DECLARE OFFENCE-CURSOR CURSOR FOR
               SELECT DISTINCT OFFENCECODE
                 FROM CONVICTION
                WHERE POLICYNUMBER   = :WS-POLICY-NUM
                  AND CONVICTIONDATE > DATE(:WS-TODAY-ISO) - 5 YEARS
           END-EXEC.

       PROCEDURE DIVISION.
       0001-MAIN.


       1000-INITIALIZATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE INTO WS-TODAY-ISO
           PERFORM 1100-LOAD-RATE-FILE
              THRU 1100-EXIT

                    MOVE RTE-HIGH   TO WS-ACC-HIGH(WS-ACC-IX)
                    MOVE RTE-AMOUNT TO WS-ACC-PCT(WS-ACC-IX)
                 END-IF
              WHEN RTE-DRIVER-AGE-BAND
                 IF WS-DAG-COUNT < 20
                    ADD 1 TO WS-DAG-COUNT
                    SET WS-DAG-IX TO WS-DAG-COUNT
                    MOVE RTE-LOW    TO WS-DAG-LOW(WS-DAG-IX)
                    MOVE RTE-HIGH   TO WS-DAG-HIGH(WS-DAG-IX)
                    MOVE RTE-AMOUNT TO WS-DAG-PCT(WS-DAG-IX)
                 END-IF
              WHEN RTE-LICENCE-BAND
                 IF WS-LIC-COUNT < 20
                    ADD 1 TO WS-LIC-COUNT
                    SET WS-LIC-IX TO WS-LIC-COUNT
                    MOVE RTE-LOW    TO WS-LIC-LOW(WS-LIC-IX)
                    MOVE RTE-HIGH   TO WS-LIC-HIGH(WS-LIC-IX)
                    MOVE RTE-AMOUNT TO WS-LIC-PCT(WS-LIC-IX)
                 END-IF
              WHEN RTE-POINTS-BAND
                 IF WS-PTS-COUNT < 20
                    ADD 1 TO WS-PTS-COUNT
                    SET WS-PTS-IX TO WS-PTS-COUNT
                    MOVE RTE-LOW    TO WS-PTS-LOW(WS-PTS-IX)
                    MOVE RTE-HIGH   TO WS-PTS-HIGH(WS-PTS-IX)
                    MOVE RTE-AMOUNT TO WS-PTS-PCT(WS-PTS-IX)
                 END-IF
              WHEN RTE-OFFENCE-RULE
                 IF WS-OFF-COUNT < 50
                    ADD 1 TO WS-OFF-COUNT
                    SET WS-OFF-IX TO WS-OFF-COUNT
                    MOVE RTO-OFFENCE TO WS-OFF-CODE(WS-OFF-IX)
                    MOVE RTO-PCT     TO WS-OFF-PCT(WS-OFF-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-LOOKUP-DRIVER-FACTORS
              THRU 2200-EXIT

           COMPUTE WS-NEW-PREMIUM ROUNDED =
               WS-BASE-RATE * WS-AGE-FACTOR / 100
                            * WS-ACC-FACTOR / 100
                            * WS-DAG-FACTOR / 100
                            * WS-LIC-FACTOR / 100
                            * WS-PTS-FACTOR / 100
                            * WS-OFF-FACTOR / 100

           ADD 1 TO WS-RATED-COUNT
           IF WS-PREMIUM-IND < 0
           MOVE WS-NEW-PREMIUM TO RDL-NEW-PREMIUM
           COMPUTE RDL-CHANGE = WS-NEW-PREMIUM - WS-PREMIUM
           MOVE SPACES         TO RDL-NOTE
           IF WS-DAG-FACTOR NOT = 100 OR WS-LIC-FACTOR NOT = 100
              OR WS-PTS-FACTOR NOT = 100 OR WS-OFF-FACTOR NOT = 100
              MOVE 'DRIVER LOAD' TO RDL-NOTE
           END-IF
           MOVE RERATE-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The named drivers price the policy on its riskiest driver:    *
      * the youngest age, the fewest whole years licensed, the live   *
      * points across all drivers and the heaviest live offence.      *
      * No named drivers on file leaves every factor at 100%.         *
      *----------------------------------------------------------------*
       2200-LOOKUP-DRIVER-FACTORS.
           MOVE 100 TO WS-DAG-FACTOR
           MOVE 100 TO WS-LIC-FACTOR
           MOVE 100 TO WS-PTS-FACTOR
           MOVE 100 TO WS-OFF-FACTOR

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(YEAR(DATE(:WS-TODAY-ISO)
                                        - DATEOFBIRTH)), 0),
                      COALESCE(MIN(YEAR(DATE(:WS-TODAY-ISO)
                                        - LICENCEDATE)), 0)
                 INTO :WS-DRIVER-COUNT, :WS-YOUNGEST-AGE,
                      :WS-LEAST-LICENCE
                 FROM MOTORDRIVER
                WHERE POLICYNUMBER = :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2200-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON SELECT DRIVERS:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           IF WS-DRIVER-COUNT = 0
              GO TO 2200-EXIT
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(POINTS), 0)
                 INTO :WS-LIVE-POINTS
                 FROM CONVICTION
                WHERE POLICYNUMBER   = :WS-POLICY-NUM
                  AND CONVICTIONDATE > DATE(:WS-TODAY-ISO) - 5 YEARS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2200-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON SELECT POINTS:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF

           PERFORM VARYING WS-DAG-IX FROM 1 BY 1
                   UNTIL WS-DAG-IX > WS-DAG-COUNT
              IF WS-YOUNGEST-AGE >= WS-DAG-LOW(WS-DAG-IX)
                 AND WS-YOUNGEST-AGE <= WS-DAG-HIGH(WS-DAG-IX)
                 MOVE WS-DAG-PCT(WS-DAG-IX) TO WS-DAG-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-LIC-IX FROM 1 BY 1
                   UNTIL WS-LIC-IX > WS-LIC-COUNT
              IF WS-LEAST-LICENCE >= WS-LIC-LOW(WS-LIC-IX)
                 AND WS-LEAST-LICENCE <= WS-LIC-HIGH(WS-LIC-IX)
                 MOVE WS-LIC-PCT(WS-LIC-IX) TO WS-LIC-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           PERFORM VARYING WS-PTS-IX FROM 1 BY 1
                   UNTIL WS-PTS-IX > WS-PTS-COUNT
              IF WS-LIVE-POINTS >= WS-PTS-LOW(WS-PTS-IX)
                 AND WS-LIVE-POINTS <= WS-PTS-HIGH(WS-PTS-IX)
                 MOVE WS-PTS-PCT(WS-PTS-IX) TO WS-PTS-FACTOR
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-OFF-COUNT = 0
              GO TO 2200-EXIT
           END-IF
           EXEC SQL
               OPEN OFFENCE-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY '2200-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON OPEN OFFENCE CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 2250-FETCH-OFFENCE
              THRU 2250-EXIT
              UNTIL SQLCODE NOT = 0
           IF SQLCODE NOT = 100
              DISPLAY '2200-LOOKUP-DRIVER-FACTORS:'
              DISPLAY 'INVALID SQLCODE ON FETCH OFFENCE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               CLOSE OFFENCE-CURSOR
           END-EXEC
           .
       2200-EXIT.
           EXIT.

      * Each live offence is looked up; the heaviest loading stands.
       2250-FETCH-OFFENCE.
           EXEC SQL
               FETCH OFFENCE-CURSOR
               INTO :WS-OFFENCECODE
           END-EXEC
           IF SQLCODE NOT = 0
              GO TO 2250-EXIT
           END-IF
           SET WS-OFF-IX TO 1
           SEARCH WS-OFF-TABLE
              AT END
                 CONTINUE
              WHEN WS-OFF-IX > WS-OFF-COUNT
                 CONTINUE
              WHEN WS-OFF-CODE(WS-OFF-IX) = WS-OFFENCECODE
                 IF WS-OFF-PCT(WS-OFF-IX) > WS-OFF-FACTOR
                    MOVE WS-OFF-PCT(WS-OFF-IX) TO WS-OFF-FACTOR
                 END-IF
           END-SEARCH
           .
       2250-EXIT.
           EXIT.

       2800-REPORT-UNRATEABLE.
           ADD 1 TO WS-UNRATEABLE-COUNT
           MOVE WS-POLICY-NUM TO RDL-POLICY-NUM
