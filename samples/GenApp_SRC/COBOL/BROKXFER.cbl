      *   settled-to-date position on BROKPAID.DAT moves with the     *
      *   book to the successor's line, so the next BROKSETL run      *
      *   does not re-pay commission the transferred book has         *
      *   already had settled. The off-book commission and clawbacks  *
      *   kept on the same line go with it, so any clawback debt the  *
      *   ceding broker ran up is recovered from the successor's      *
      *   settlements rather than lost with the line.                 *
      *                                                                *
      *   The book includes the ceding broker's shares in commission  *
      *   splits on COMMSPLIT: the transfer report shows the ceding   *
      *   broker's share of each policy's commission, and the split   *
      *   rows pass to the successor - merged into the successor's    *
      *   own share where both brokers are already in the same split. *
      *                                                                *
      *   Each policy reassigned has its version before the transfer  *
      *   saved through POLVERS first.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 POS-BROKER-ID            PIC 9(9).
           05 FILLER                   PIC X.
           05 POS-SETTLED              PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-OFF-BOOK             PIC 9(11)V99.
           05 FILLER                   PIC X.
           05 POS-CLAWBACK             PIC 9(11)V99.

       WORKING-STORAGE SECTION.

                                   INDEXED BY WS-PS-IX.
              10 WS-PS-BROKER          PIC 9(9).
              10 WS-PS-SETTLED         PIC 9(11)V99.
              10 WS-PS-OFF-BOOK        PIC 9(11)V99.
              10 WS-PS-CLAWBACK        PIC 9(11)V99.
       01  WS-CEDED-SETTLED            PIC 9(11)V99 VALUE 0.
       01  WS-CEDED-OFF-BOOK           PIC 9(11)V99 VALUE 0.
       01  WS-CEDED-CLAWBACK           PIC 9(11)V99 VALUE 0.
       01  WS-POS-FOUND                PIC X VALUE "N".

      * Host variables for the book cursor.
       01  WS-POLICY-TYPE              PIC X(01).
       01  WS-PAYMENT                  PIC S9(9) USAGE COMP.
       01  WS-PAYMENT-IND              PIC S9(4) USAGE COMP.
       01  WS-COMMISSION               PIC S9(9)V99 USAGE COMP-3.
       01  WS-COMMISSION-IND           PIC S9(4) USAGE COMP.

      * Same layout POLVERS takes.
       01  POLVERS-PARMS.
           05 PVS-CHANGE-TYPE          PIC X(1).
           05 PVS-POLICY-NUM           PIC 9(10).
           05 PVS-SOURCE               PIC X(8).
           05 PVS-VERSION-NUM          PIC 9(9).
           05 PVS-RETURN               PIC 9(2).

       01  WS-COUNTS.
           05 WS-TRANSFER-COUNT        PIC 9(7) VALUE 0.
       01  WS-PREMIUM-TOTAL            PIC 9(13) VALUE 0.
       01  WS-COMMISSION-TOTAL         PIC 9(11)V99 VALUE 0.

       01  TRANSFER-HEADER-LINE.
           05 FILLER                   PIC X(15) VALUE
           05 FILLER                   PIC X(10) VALUE ' PREMIUM  '.
           05 TDL-PAYMENT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  COMMISSION '.
           05 TDL-COMMISSION           PIC ZZ,ZZ9.99.
       01  TRANSFER-SUMMARY-LINE.
           05 FILLER                   PIC X(13) VALUE 'TRANSFERRED: '.
           05 TSL-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE '  PREMIUM: '.
           05 TSL-PREMIUM              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE '  COMMISSION: '.
           05 TSL-COMMISSION           PIC ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               DECLARE BOOK-CURSOR CURSOR FOR
               SELECT P.POLICYNUMBER, P.POLICYTYPE, P.PAYMENT,
                      DECIMAL(P.COMMISSION, 11, 2)
                        * COALESCE(S.SHAREPCT, 100) / 100
                 FROM POLICY P
                 LEFT OUTER JOIN COMMSPLIT S
                   ON S.POLICYNUMBER = P.POLICYNUMBER
                WHERE COALESCE(S.BROKERID, P.BROKERID)
                        = :WS-CEDING-BROKER
                ORDER BY P.POLICYNUMBER
           END-EXEC.

      * The POLICY rows the reassignment will change.
           EXEC SQL
               DECLARE VERSION-CURSOR CURSOR FOR
               SELECT POLICYNUMBER
                 FROM POLICY
                WHERE BROKERID = :WS-CEDING-BROKER
           END-EXEC.

       PROCEDURE DIVISION.
           EXIT.

       3000-REASSIGN-THE-BOOK.
           PERFORM 3050-SAVE-VERSIONS
              THRU 3050-EXIT
           EXEC SQL
               UPDATE POLICY
                  SET BROKERID = :WS-RECEIVING-BROKER
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           PERFORM 3100-REASSIGN-SPLITS
              THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

       3050-SAVE-VERSIONS.
           EXEC SQL
               OPEN VERSION-CURSOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON OPEN VERSION CURSOR:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'N' TO WS-EOF-CURSOR
           PERFORM 3060-SAVE-ONE-VERSION
              THRU 3060-EXIT
              UNTIL END-OF-CURSOR
           EXEC SQL
               CLOSE VERSION-CURSOR
           END-EXEC
           .
       3050-EXIT.
           EXIT.

       3060-SAVE-ONE-VERSION.
           EXEC SQL
               FETCH VERSION-CURSOR
               INTO :WS-POLICY-NUM
           END-EXEC
           IF SQLCODE = 100
              SET END-OF-CURSOR TO TRUE
              GO TO 3060-EXIT
           END-IF
           IF SQLCODE NOT = 0
              DISPLAY 'INVALID SQLCODE ON VERSION FETCH:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           MOVE 'U'           TO PVS-CHANGE-TYPE
           MOVE WS-POLICY-NUM TO PVS-POLICY-NUM
           MOVE 'BROKXFER'    TO PVS-SOURCE
           CALL 'POLVERS' USING POLVERS-PARMS
           IF PVS-RETURN NOT = 0
              DISPLAY 'INVALID RETURN FROM POLVERS:' PVS-RETURN
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Split shares follow the book. Where the successor already     *
      * shares the policy, the ceding share is added to theirs and    *
      * the ceding row dropped, so each broker still appears once and *
      * the shares still total 100; elsewhere the row is re-keyed.    *
      *----------------------------------------------------------------*
       3100-REASSIGN-SPLITS.
           EXEC SQL
               UPDATE COMMSPLIT R
                  SET SHAREPCT = SHAREPCT +
                      (SELECT C.SHAREPCT
                         FROM COMMSPLIT C
                        WHERE C.POLICYNUMBER = R.POLICYNUMBER
                          AND C.BROKERID = :WS-CEDING-BROKER)
                WHERE R.BROKERID = :WS-RECEIVING-BROKER
                  AND EXISTS
                      (SELECT 1
                         FROM COMMSPLIT C
                        WHERE C.POLICYNUMBER = R.POLICYNUMBER
                          AND C.BROKERID = :WS-CEDING-BROKER)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               DELETE FROM COMMSPLIT C
                WHERE C.BROKERID = :WS-CEDING-BROKER
                  AND EXISTS
                      (SELECT 1
                         FROM COMMSPLIT R
                        WHERE R.POLICYNUMBER = C.POLICYNUMBER
                          AND R.BROKERID = :WS-RECEIVING-BROKER)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON DELETE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           EXEC SQL
               UPDATE COMMSPLIT
                  SET BROKERID = :WS-RECEIVING-BROKER
                WHERE BROKERID = :WS-CEDING-BROKER
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'INVALID SQLCODE ON UPDATE:' SQLCODE
              MOVE 'Y' TO WS-SQL-ERROR-FLAG
              PERFORM 9000-END-PARA
           END-IF
           .
       3100-EXIT.
           EXIT.

      * STATUS 'T' is the same terminated state LGMBRK01 sets and
      * LGAPOL01's broker validation already refuses.
       4000-TERMINATE-CEDING-BROKER.
                            TO WS-PS-BROKER(WS-PS-IX)
                          MOVE POS-SETTLED
                            TO WS-PS-SETTLED(WS-PS-IX)
                          MOVE ZEROS TO WS-PS-OFF-BOOK(WS-PS-IX)
                                        WS-PS-CLAWBACK(WS-PS-IX)
                          IF POS-OFF-BOOK NUMERIC
                             MOVE POS-OFF-BOOK
                               TO WS-PS-OFF-BOOK(WS-PS-IX)
                          END-IF
                          IF POS-CLAWBACK NUMERIC
                             MOVE POS-CLAWBACK
                               TO WS-PS-CLAWBACK(WS-PS-IX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAID-POSITION-FILE

           MOVE 0 TO WS-CEDED-SETTLED WS-CEDED-OFF-BOOK
                     WS-CEDED-CLAWBACK
           PERFORM VARYING WS-PS-IX FROM 1 BY 1
                   UNTIL WS-PS-IX > WS-POS-COUNT
              IF WS-PS-BROKER(WS-PS-IX) = WS-CEDING-BROKER
                 MOVE WS-PS-SETTLED(WS-PS-IX)  TO WS-CEDED-SETTLED
                 MOVE WS-PS-OFF-BOOK(WS-PS-IX) TO WS-CEDED-OFF-BOOK
                 MOVE WS-PS-CLAWBACK(WS-PS-IX) TO WS-CEDED-CLAWBACK
                 MOVE 0 TO WS-PS-SETTLED(WS-PS-IX)
                           WS-PS-OFF-BOOK(WS-PS-IX)
                           WS-PS-CLAWBACK(WS-PS-IX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-CEDED-SETTLED = 0 AND WS-CEDED-OFF-BOOK = 0
              AND WS-CEDED-CLAWBACK = 0
              GO TO 5000-EXIT
           END-IF

                   UNTIL WS-PS-IX > WS-POS-COUNT
              IF WS-PS-BROKER(WS-PS-IX) = WS-RECEIVING-BROKER
                 MOVE "Y" TO WS-POS-FOUND
                 ADD WS-CEDED-SETTLED  TO WS-PS-SETTLED(WS-PS-IX)
                 ADD WS-CEDED-OFF-BOOK TO WS-PS-OFF-BOOK(WS-PS-IX)
                 ADD WS-CEDED-CLAWBACK TO WS-PS-CLAWBACK(WS-PS-IX)
                 EXIT PERFORM
              END-IF
           END-PERFORM
              SET WS-PS-IX TO WS-POS-COUNT
              MOVE WS-RECEIVING-BROKER TO WS-PS-BROKER(WS-PS-IX)
              MOVE WS-CEDED-SETTLED    TO WS-PS-SETTLED(WS-PS-IX)
              MOVE WS-CEDED-OFF-BOOK   TO WS-PS-OFF-BOOK(WS-PS-IX)
              MOVE WS-CEDED-CLAWBACK   TO WS-PS-CLAWBACK(WS-PS-IX)
           END-IF

           OPEN OUTPUT PAID-POSITION-FILE
                   UNTIL WS-PS-IX > WS-POS-COUNT
      *       The ceding broker's zeroed line drops with the broker.
              IF WS-PS-BROKER(WS-PS-IX) NOT = WS-CEDING-BROKER
                 MOVE SPACES TO POSITION-RECORD
                 MOVE WS-PS-BROKER(WS-PS-IX)   TO POS-BROKER-ID
                 MOVE WS-PS-SETTLED(WS-PS-IX)  TO POS-SETTLED
                 MOVE WS-PS-OFF-BOOK(WS-PS-IX) TO POS-OFF-BOOK
                 MOVE WS-PS-CLAWBACK(WS-PS-IX) TO POS-CLAWBACK
                 WRITE POSITION-RECORD
              END-IF
           END-PERFORM
