               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKCFG-STATUS.

      *    Field-level journal CUSTOMER-MAINTENANCE keeps; each
      *    record taken off file is journaled there as DELETED, so
      *    FORWARD-RECOVERY removes it too.
           SELECT CHANGE-JOURNAL
               ASSIGN TO "MAINT.JRN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05  FILLER             PIC X.
           05  LCF-WAIT-SECONDS   PIC 9(3).

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
       01  WS-BUSIDATE-STATUS  PIC XX    VALUE SPACES.
       01  WS-EOF               PIC X  VALUE "N".
           OPEN I-O CUSTOMER-FILE.
           OPEN OUTPUT CUSTOMER-ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-REPORT.
           OPEN EXTEND CHANGE-JOURNAL.

       PROCESS-RECORDS.
           READ CUSTOMER-FILE NEXT RECORD
                   ADD CUST-BALANCE TO WS-ARCHIVED-BALANCE
                   MOVE "ARCHIVED" TO DTL-RESULT
                   PERFORM WRITE-DETAIL-LINE
                   MOVE SPACES        TO CHANGE-JOURNAL-RECORD
                   MOVE WS-TODAY-DATE TO CHG-DATE
                   MOVE CUST-ID       TO CHG-CUST-ID
                   MOVE "DELETED"     TO CHG-FIELD-NAME
                   MOVE CUST-NAME     TO CHG-OLD-VALUE
                   WRITE CHANGE-JOURNAL-RECORD
           END-DELETE.

       WRITE-ARCHIVE-RECORD.
           CLOSE CUSTOMER-FILE.
           CLOSE CUSTOMER-ARCHIVE-FILE.
           CLOSE ARCHIVE-REPORT.
           CLOSE CHANGE-JOURNAL.

       SET-RETURN-CODE.
           IF WS-ARCHIVED-COUNT > 0
