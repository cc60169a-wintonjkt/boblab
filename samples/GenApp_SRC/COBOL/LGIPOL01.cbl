      *   in the last byte of CA-REQUEST-ID - that is what tells the  *
      *   caller which of the three views to read the detail through. *
      *                                                                *
      *   A caller whose commarea reaches the trailing receivable     *
      *   fields also gets the policy's POLRECV position back - the   *
      *   date its premium is paid to and what it owes (spaces and    *
      *   zero before any charge has been raised against it).         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGIPOL01.
      * filling a shorter area would write past the commarea.
       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +179.
      * The area up to the end of the receivable position fields.
           03 WS-RECEIVABLE-CA-LEN     PIC S9(8) COMP VALUE +219.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.

       01  WS-M-PREMIUM                PIC S9(9) USAGE COMP.
       01  WS-M-ACCIDENTS              PIC S9(9) USAGE COMP.

      * Host variables for the receivable position
       01  WS-R-PAIDTO                 PIC X(10).
       01  WS-R-PAIDTO-IND             PIC S9(4) USAGE COMP.
       01  WS-R-OWED                   PIC S9(9)V99 USAGE COMP-3.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
                 CONTINUE
           END-EVALUATE.

           IF EIBCALEN NOT LESS THAN WS-RECEIVABLE-CA-LEN
             PERFORM READ-RECEIVABLE-POSITION
           END-IF.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           END-IF.
       READ-MOTOR-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-RECEIVABLE-POSITION.
           MOVE SPACES TO CA-PAID-TO-DATE.
           MOVE ZEROS  TO CA-OWED-AMOUNT.
           EXEC SQL
               SELECT CHAR(PAIDTO, ISO), OWED
                 INTO :WS-R-PAIDTO :WS-R-PAIDTO-IND,
                      :WS-R-OWED
                 FROM POLRECV
                WHERE POLICYNUMBER = :CA-POLICY-NUM
           END-EXEC.
           IF SQLCODE = 0
               IF WS-R-PAIDTO-IND >= 0
                  MOVE WS-R-PAIDTO TO CA-PAID-TO-DATE
               END-IF
               IF WS-R-OWED > 0
                  MOVE WS-R-OWED TO CA-OWED-AMOUNT
               END-IF
           END-IF.
       READ-RECEIVABLE-POSITION-EXIT.
           EXIT.
