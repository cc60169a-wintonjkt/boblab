      *
      *   (none)          advance one calendar day after the check
      *   FORCE           advance without the completeness check
      *   WORKING         advance after the check to the next
      *                   working day, rolling over the weekend
      *                   and any holiday on HOLIDAY.DAT in one step
      *   FORCE WORKING   the same without the completeness check
      *   SET yyyymmdd    set the date outright (first-time load,
      *                   or recovery under operations control)
      *
       01  WS-CMD-LINE         PIC X(40) VALUE SPACES.
       01  WS-PARM-WORD        PIC X(8)  VALUE SPACES.
       01  WS-PARM-DATE-TEXT   PIC X(10) VALUE SPACES.
       01  WS-ROLL-WORKING     PIC X     VALUE "N".

      * Same layout WORKDAY takes.
       01  WORKDAY-PARMS.
           05  WDY-FUNCTION       PIC X(1).
           05  WDY-DATE           PIC 9(8).
           05  WDY-END-DATE       PIC 9(8).
           05  WDY-DAYS           PIC S9(5).
           05  WDY-RESULT-DATE    PIC 9(8).
           05  WDY-WORKING        PIC X(1).
           05  WDY-RETURN         PIC 9(2).

      * Open START-without-END tally per program on the closing
      * date, same bookkeeping the batch programs keep at startup.
               MOVE FUNCTION UPPER-CASE (WS-PARM-WORD)
                   TO WS-PARM-WORD
           END-IF.
           IF WS-PARM-WORD = "WORKING "
               MOVE "Y" TO WS-ROLL-WORKING
           END-IF.
           IF WS-PARM-WORD = "FORCE   "
               AND FUNCTION UPPER-CASE (WS-PARM-DATE-TEXT) = "WORKING"
               MOVE "Y" TO WS-ROLL-WORKING
           END-IF.

      * Every program that wrote a START on the closing date needs
      * a matching END before the day may close behind it.
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1.
           COMPUTE WS-NEW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           IF WS-ROLL-WORKING = "Y"
               MOVE "N" TO WDY-FUNCTION
               MOVE WS-NEW-DATE TO WDY-DATE
               CALL "WORKDAY" USING WORKDAY-PARMS
               IF WDY-RETURN < 8
                   MOVE WDY-RESULT-DATE TO WS-NEW-DATE
               END-IF
           END-IF.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
