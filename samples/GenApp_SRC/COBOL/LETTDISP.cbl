      *   channels its ROUTE lines name, so email and text letters    *
      *   stop being printed and posted anyway:                       *
      *                                                                *
      *     POST   -> POSTOUT.PRT, unchanged and still headed by its  *
      *               ROUTE line, for the POSTSORT presort that       *
      *               trays it for the print room                     *
      *     EMAIL  -> EMAILGW.DAT, headed TO: with EMAILADDRESS       *
      *               from the CUSTOMER table                         *
      *     SMS    -> SMSGW.DAT, headed MSISDN: with PHONEMOBILE      *
      *   Letters are delimited in LETTERS.PRT by their ROUTE:        *
      *   header and the dashed separator line LETTGEN writes.        *
      *                                                                *
      *   EMAILGW.DAT and SMSGW.DAT are registered and kept by        *
      *   OUTXMIT REG steps, and resent from those copies.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTDISP.
                 ADD 1 TO WS-POST-COUNT
           END-EVALUATE

      * The presort needs the customer behind each posted letter.
           IF WS-ACTIVE-CHANNEL = 'POST '
              MOVE 'POST ' TO WRT-CHANNEL
              MOVE WS-ROUTE-LINE TO POST-LINE
              WRITE POST-LINE
           END-IF

           PERFORM 2800-REGISTER-DISPATCH
              THRU 2800-EXIT
           .
