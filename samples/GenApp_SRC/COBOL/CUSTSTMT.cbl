      *   extract line per policy, carrying the owning customer's      *
      *   mailing details on every line, to CUSTSTMT.RPT.               *
      *                                                                *
      *   Each customer's lines are kept as one document, type        *
      *   CUSTSTMT, on the produced-document archive through DOCARCH, *
      *   for DOCRPRT reprints.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-ISSUE-DATE                PIC X(10).
       01  WS-EXPIRY-DATE              PIC X(10).
       01  WS-PREV-CUSTOMER-NUM        PIC S9(9) USAGE COMP VALUE 0.

      * Same layout DOCARCH takes.
       01  DOCARCH-PARMS.
           05 DAR-FUNCTION             PIC X(1).
           05 DAR-CUSTOMER-NUM         PIC 9(10).
           05 DAR-POLICY-NUM           PIC 9(10).
           05 DAR-DOC-TYPE             PIC X(8).
           05 DAR-PRODUCER             PIC X(8).
           05 DAR-CHANNEL              PIC X(5).
           05 DAR-LINE-TEXT            PIC X(120).
           05 DAR-DOCUMENT-ID          PIC 9(9).
           05 DAR-RETURN               PIC 9(2).

       01  EXTRACT-DETAIL-LINE.
           05 XDL-CUSTOMER-NUM         PIC Z(9)9.
              PERFORM 1500-FETCH-NEXT-LINE
                 THRU 1500-EXIT
           END-PERFORM
           MOVE 'C' TO DAR-FUNCTION
           PERFORM 2100-CALL-ARCHIVE
              THRU 2100-EXIT

           PERFORM 8000-PRINT-SUMMARY
              THRU 8000-EXIT

       2000-WRITE-EXTRACT.

      * A new customer starts a new archived statement.
           IF WS-CUSTOMER-NUM NOT = WS-PREV-CUSTOMER-NUM
              MOVE WS-CUSTOMER-NUM TO WS-PREV-CUSTOMER-NUM
              MOVE 'O'             TO DAR-FUNCTION
              MOVE WS-CUSTOMER-NUM TO DAR-CUSTOMER-NUM
              MOVE 0               TO DAR-POLICY-NUM
              MOVE 'CUSTSTMT'      TO DAR-DOC-TYPE
              MOVE 'CUSTSTMT'      TO DAR-PRODUCER
              MOVE 'POST '         TO DAR-CHANNEL
              PERFORM 2100-CALL-ARCHIVE
                 THRU 2100-EXIT
           END-IF

           MOVE WS-CUSTOMER-NUM  TO XDL-CUSTOMER-NUM
           MOVE WS-FIRST-NAME    TO XDL-FIRST-NAME
           MOVE WS-LAST-NAME     TO XDL-LAST-NAME
           MOVE WS-EXPIRY-DATE   TO XDL-EXPIRY-DATE
           MOVE EXTRACT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'L'         TO DAR-FUNCTION
           MOVE REPORT-LINE TO DAR-LINE-TEXT
           PERFORM 2100-CALL-ARCHIVE
              THRU 2100-EXIT
           ADD 1 TO WS-EXTRACT-COUNT
           .
       2000-EXIT.
           EXIT.

       2100-CALL-ARCHIVE.

           CALL 'DOCARCH' USING DOCARCH-PARMS
           IF DAR-RETURN >= 8
              DISPLAY 'DOCUMENT ARCHIVE FAILED FOR CUSTOMER '
                      XDL-CUSTOMER-NUM
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       2100-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.

           MOVE WS-EXTRACT-COUNT TO SUMMARY-EXTRACT-COUNT
