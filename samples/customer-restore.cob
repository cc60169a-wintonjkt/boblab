               ASSIGN TO "CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Accounting periods finance has closed. Nothing is dated
      *    into a closed month; it posts to the first open one.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "ACCTPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      *    Field-level journal CUSTOMER-MAINTENANCE keeps; a
      *    restored customer is journaled there as ADDED with each
      *    field, so FORWARD-RECOVERY can rebuild the record.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *    The business date the movement fell on when it was
      *    posted forward out of a closed period; zero otherwise.
           05  JRN-ORIG-DATE      PIC 9(8).

      * One line per month closed by PERIOD-CLOSE.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05  PER-MONTH          PIC 9(6).
           05  PER-STATUS         PIC X(4).
           05  PER-CLOSED-ON      PIC 9(8).

      * Same layout CUSTOMER-MAINTENANCE writes: one line per field
      * changed, with what it held before and after.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           05  CHG-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  CHG-CUST-ID        PIC 9(10).
           05  FILLER             PIC X.
           05  CHG-FIELD-NAME     PIC X(14).
           05  FILLER             PIC X.
           05  CHG-OLD-VALUE      PIC X(50).
           05  FILLER             PIC X.
           05  CHG-NEW-VALUE      PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS  PIC XX VALUE SPACES.
       01  WS-ARCHIVE-STATUS   PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS    PIC XX VALUE SPACES.

       01  WS-CMD-LINE         PIC X(40) VALUE SPACES.
       01  WS-TARGET-TEXT      PIC X(10) VALUE SPACES.
       01  WS-TARGET-ID        PIC 9(10) VALUE ZEROS.
       01  WS-TODAY-DATE       PIC 9(8)  VALUE ZEROS.

      * Date movements are posted under: the business date, or the
      * first day of the first open month when the business date
      * falls in a closed one - the business date is then kept on
      * the line as the original date.
       01  WS-POSTING-DATE     PIC 9(8)  VALUE ZEROS.
       01  WS-POSTING-MONTH REDEFINES WS-POSTING-DATE.
           05  WS-POSTING-YYYYMM PIC 9(6).
           05  WS-POSTING-DD   PIC 9(2).
       01  WS-POSTING-SPLIT REDEFINES WS-POSTING-DATE.
           05  WS-POSTING-YYYY PIC 9(4).
           05  WS-POSTING-MM   PIC 9(2).
           05  FILLER          PIC 9(2).
       01  WS-ORIGINAL-DATE    PIC 9(8)  VALUE ZEROS.
       01  WS-CLOSED-COUNT     PIC 9(3)  VALUE ZEROS.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
       01  WS-CLOSED-IX        PIC 9(3)  VALUE ZEROS.
       01  WS-PERIOD-CLOSED    PIC X     VALUE "N".

      * Fields of the archive line being parsed; the field count
      * distinguishes a full-format line (10 fields) from one written
      * before the address fields were archived (5 fields).
           END-IF.
           CLOSE RESTORE-REPORT.
           CLOSE BALANCE-JOURNAL.
           CLOSE CHANGE-JOURNAL.
           STOP RUN.

       GET-RUN-OPTIONS.
           END-IF.
           MOVE FUNCTION NUMVAL (WS-TARGET-TEXT) TO WS-TARGET-ID.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM SET-POSTING-DATE.

      * A business date inside a closed month posts to the first day
      * of the first month finance has not closed.
       SET-POSTING-DATE.
           MOVE WS-TODAY-DATE TO WS-POSTING-DATE.
           MOVE ZEROS         TO WS-ORIGINAL-DATE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                   READ PERIOD-FILE
                       AT END MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           IF PER-STATUS = "CLSD"
                              AND WS-CLOSED-COUNT < 240
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PER-MONTH
                                 TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIOD-FILE.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM UNTIL WS-PERIOD-CLOSED = "N"
               MOVE WS-TODAY-DATE TO WS-ORIGINAL-DATE
               IF WS-POSTING-MM = 12
                   ADD 1 TO WS-POSTING-YYYY
                   MOVE 1 TO WS-POSTING-MM
               ELSE
                   ADD 1 TO WS-POSTING-MM
               END-IF
               MOVE 1 TO WS-POSTING-DD
               PERFORM CHECK-POSTING-PERIOD
           END-PERFORM.
           IF WS-ORIGINAL-DATE NOT = ZEROS
               DISPLAY "CUSTOMER-RESTORE: PERIOD CLOSED -"
                   " POSTING AS " WS-POSTING-DATE
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED.
           PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
                   UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH (WS-CLOSED-IX) = WS-POSTING-YYYYMM
                   MOVE "Y" TO WS-PERIOD-CLOSED
               END-IF
           END-PERFORM.

      * The whole archive is read through; the newest matching line
      * (the last one on file) is the one kept for the restore.
       OPEN-REPORT.
           OPEN OUTPUT RESTORE-REPORT.
           OPEN EXTEND BALANCE-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL.

       REINSERT-CUSTOMER.
           OPEN I-O CUSTOMER-FILE.
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-JOURNAL-LINE
                   PERFORM JOURNAL-RESTORED-FIELDS
                   MOVE WS-TARGET-ID TO RSL-ID
                   IF WS-SV-FORMAT = "O"
                       MOVE "RESTORED - ADDRESS FIELDS BLANK"
           END-WRITE.
           CLOSE CUSTOMER-FILE.

      * The fields journal as changed from an empty record; the
      * balance is on the CUSTJRNL.DAT line.
       JOURNAL-RESTORED-FIELDS.
           MOVE SPACES        TO CHANGE-JOURNAL-RECORD.
           MOVE WS-TODAY-DATE TO CHG-DATE.
           MOVE CUST-ID       TO CHG-CUST-ID.
           MOVE "ADDED"       TO CHG-FIELD-NAME.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "NAME"        TO CHG-FIELD-NAME.
           MOVE CUST-NAME     TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "ADDRESS"     TO CHG-FIELD-NAME.
           MOVE CUST-ADDRESS  TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "CITY"        TO CHG-FIELD-NAME.
           MOVE CUST-CITY     TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "STATE"       TO CHG-FIELD-NAME.
           MOVE CUST-STATE    TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "ZIP"         TO CHG-FIELD-NAME.
           MOVE CUST-ZIP      TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "CURRENCY"    TO CHG-FIELD-NAME.
           MOVE CUST-CURRENCY TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.
           MOVE "STATUS"      TO CHG-FIELD-NAME.
           MOVE CUST-STATUS   TO CHG-NEW-VALUE.
           WRITE CHANGE-JOURNAL-RECORD.

      * The restore re-establishes the archived balance from nothing;
      * the journal line keeps BALANCE-VERIFY's derivation in step.
       WRITE-JOURNAL-LINE.
           MOVE WS-POSTING-DATE TO JRN-DATE.
           MOVE "REST "       TO JRN-SOURCE.
           MOVE CUST-ID       TO JRN-CUST-ID.
           MOVE "REST"        TO JRN-REASON.
           END-IF.
           MOVE ZEROS        TO JRN-OLD-BALANCE.
           MOVE CUST-BALANCE TO JRN-NEW-BALANCE.
           MOVE WS-ORIGINAL-DATE TO JRN-ORIG-DATE.
           WRITE JOURNAL-RECORD.

       WRITE-RESULT-LINE.
