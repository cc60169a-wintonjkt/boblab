      *                         stays as a tombstone so POLICY and    *
      *                         CLAIM financials still join to it     *
      *     DB2 CUSTOMER_SECURE row deleted (credentials)             *
      *     DB2 NOTES           every service note on the customer,   *
      *                         their policies and claims deleted     *
      *     CUSTOMER.DAT        name/address anonymised, balance and  *
      *                         status kept for the financials        *
      *     KSDSCUST            record deleted, so the online random  *
       01  WS-TARGET-TEXT          PIC X(10) VALUE SPACES.
       01  WS-TARGET-CUSTOMER      PIC 9(10) VALUE ZEROS.
       01  WS-TARGET-HOST          PIC S9(9) USAGE COMP VALUE 0.
       01  WS-NOTE-COUNT           PIC S9(9) USAGE COMP VALUE 0.

      * The leading comma-delimited field of an archive/extract line.
       01  WS-LINE-CUST-TEXT       PIC X(10) VALUE SPACES.
           05 WS-DB2-SECURE-DONE    PIC X(20) VALUE "NOT FOUND".
           05 WS-KSDS-DONE          PIC X(20) VALUE "NOT FOUND".
           05 WS-KSDSCUST-DONE      PIC X(20) VALUE "NOT FOUND".
           05 WS-NOTES-DELETED      PIC 9(5)  VALUE ZEROS.
           05 WS-ARCHIVE-REDACTED   PIC 9(5)  VALUE ZEROS.
           05 WS-EXTRACT-REDACTED   PIC 9(5)  VALUE ZEROS.
           05 WS-CHGJRN-REDACTED    PIC 9(5)  VALUE ZEROS.
              THRU 2000-EXIT
           PERFORM 3000-DELETE-DB2-SECURE
              THRU 3000-EXIT
           PERFORM 3200-DELETE-DB2-NOTES
              THRU 3200-EXIT
           PERFORM 4000-ANONYMISE-KSDS
              THRU 4000-EXIT
           PERFORM 4500-DELETE-KSDSCUST
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Service notes are free text about the customer and carry no   *
      * financials, so they go outright. Every note is filed against  *
      * its customer, whatever policy or claim it is also on.         *
      *----------------------------------------------------------------*
       3200-DELETE-DB2-NOTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NOTE-COUNT
                 FROM NOTES
                WHERE CUSTOMERNUMBER = :WS-TARGET-HOST
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON NOTES COUNT:' SQLCODE
              MOVE "Y" TO WS-ERROR-FLAG
              GO TO 3200-EXIT
           END-IF
           EXEC SQL
               DELETE FROM NOTES
                WHERE CUSTOMERNUMBER = :WS-TARGET-HOST
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-NOTE-COUNT TO WS-NOTES-DELETED
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID SQLCODE ON NOTES DELETE:' SQLCODE
                 MOVE "Y" TO WS-ERROR-FLAG
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The keyed file keeps the record (balance and status are       *
      * financial facts) with the personal fields blanked.            *
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE 'DB2 NOTES           ' TO CDL-STORE
           MOVE SPACES TO CDL-RESULT
           STRING 'NOTES DELETED: ' DELIMITED BY SIZE
                  WS-NOTES-DELETED DELIMITED BY SIZE
              INTO CDL-RESULT
           END-STRING
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE 'CUSTOMER.DAT        ' TO CDL-STORE
           MOVE WS-KSDS-DONE           TO CDL-RESULT
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-LINE
