      *   spike flag for capacity planning and for spotting someone   *
      *   trawling the customer file.                                 *
      *                                                                *
      *   Searches LGSRCH01 logs (mode SEARCH) are counted with the   *
      *   inquiries. Every lookup on the selected date(s) is also     *
      *   listed to USAGLKUP.RPT - date, time, user, mode, customer - *
      *   so privacy can see who looked up whom.                      *
      *                                                                *
      *   PARM: report date (MMDDYYYY, as stamped on the log).        *
      *   Blank reports every date on file. A history line per run    *
      *   is appended to USAGE.HIST, and the newest prior entry is    *
               ASSIGN TO "USAGRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOOKUP-REPORT
               ASSIGN TO "USAGLKUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    One line per run so volume trend survives between runs,
      *    same convention as CUSTOMER-RECORDS' BALANCE.HIST.
           SELECT OPTIONAL USAGE-HISTORY
           05 UL-MODE                  PIC X(6).
           05 FILLER                   PIC X.
           05 UL-CUSTOMER              PIC 9(10).
      *    Blank on records logged before the user was carried.
           05 FILLER                   PIC X.
           05 UL-USERID                PIC X(8).

       FD  USAGE-REPORT.
       01  REPORT-LINE                 PIC X(80).

       FD  LOOKUP-REPORT.
       01  LOOKUP-LINE                 PIC X(80).

       FD  USAGE-HISTORY.
       01  HISTORY-RECORD.
           05 HIST-RUN-DATE            PIC 9(8).
           05 WS-RANDOM-COUNT          PIC 9(7) VALUE 0.
           05 WS-DIRECT-COUNT          PIC 9(7) VALUE 0.
           05 WS-BROWSE-COUNT          PIC 9(7) VALUE 0.
           05 WS-SEARCH-COUNT          PIC 9(7) VALUE 0.

      * Inquiries per hour of day 00-23 (subscript = hour + 1).
       01  WS-HOUR-TABLE.
           05 MSL-DIRECT               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  BROWSE: '.
           05 MSL-BROWSE               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  SEARCH: '.
           05 MSL-SEARCH               PIC ZZZ,ZZ9.
       01  HOUR-DETAIL-LINE.
           05 FILLER                   PIC X(5)  VALUE 'HOUR '.
           05 HDL-HOUR                 PIC 9(2).
           05 SPL-PRIOR                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(9)  VALUE ' TODAY = '.
           05 SPL-TODAY                PIC ZZZ,ZZ9.
       01  LOOKUP-HEADER-LINE.
           05 FILLER                   PIC X(22)
                                        VALUE 'CUSTOMER LOOKUPS      '.
           05 LHL-DATE                 PIC X(8).
       01  LOOKUP-COLUMN-LINE.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(8)  VALUE 'TIME'.
           05 FILLER                   PIC X(10) VALUE 'USER'.
           05 FILLER                   PIC X(8)  VALUE 'MODE'.
           05 FILLER                   PIC X(8)  VALUE 'CUSTOMER'.
       01  LOOKUP-DETAIL-LINE.
           05 LDL-DATE                 PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 LDL-TIME                 PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 LDL-USERID               PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 LDL-MODE                 PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 LDL-CUSTOMER             PIC 9(10).
       01  SUMMARY-LINE.
           05 FILLER                   PIC X(19)
                                        VALUE 'INQUIRIES REPORTED:'.
              PERFORM 9000-END-PARA
           END-IF
           OPEN OUTPUT USAGE-REPORT
           OPEN OUTPUT LOOKUP-REPORT
           MOVE WS-REPORT-DATE TO LHL-DATE
           IF WS-REPORT-DATE = SPACES
              MOVE 'ALL     ' TO LHL-DATE
           END-IF
           MOVE LOOKUP-HEADER-LINE TO LOOKUP-LINE
           WRITE LOOKUP-LINE
           MOVE LOOKUP-COLUMN-LINE TO LOOKUP-LINE
           WRITE LOOKUP-LINE

           PERFORM 1200-LOAD-PRIOR-HISTORY
              THRU 1200-EXIT
                 ADD 1 TO WS-DIRECT-COUNT
              WHEN 'BROWSE'
                 ADD 1 TO WS-BROWSE-COUNT
              WHEN 'SEARCH'
                 ADD 1 TO WS-SEARCH-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2200-TALLY-CUSTOMER
              THRU 2200-EXIT

           MOVE UL-DATE     TO LDL-DATE
           MOVE UL-TIME     TO LDL-TIME
           MOVE UL-USERID   TO LDL-USERID
           MOVE UL-MODE     TO LDL-MODE
           MOVE UL-CUSTOMER TO LDL-CUSTOMER
           MOVE LOOKUP-DETAIL-LINE TO LOOKUP-LINE
           WRITE LOOKUP-LINE
           .
       2000-EXIT.
           EXIT.
           MOVE WS-RANDOM-COUNT TO MSL-RANDOM
           MOVE WS-DIRECT-COUNT TO MSL-DIRECT
           MOVE WS-BROWSE-COUNT TO MSL-BROWSE
           MOVE WS-SEARCH-COUNT TO MSL-SEARCH
           MOVE MODE-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

       9000-END-PARA.
           CLOSE USAGE-LOG-FILE.
           CLOSE USAGE-REPORT.
           CLOSE LOOKUP-REPORT.
           IF WS-SPIKE-FLAG = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
