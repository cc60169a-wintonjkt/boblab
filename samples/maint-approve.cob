      * MAINTENANCE parked them; this step applies the checker's
      * decisions from MAINTCHK.DAT:
      *
      *   sequence(6) sp A/R sp checker-id(20) sp terminal(4)
      *
      * The terminal is for the segregation-of-duties run (SODRPT),
      * which reads the day's decisions against MAINTPND.DAT and so
      * runs ahead of this step.
      *
      * Approved items go to MAINTREL.DAT, which the next
      * maintenance run applies with both identities journaled.
               88  CHK-REJECT        VALUE "R".
           05  FILLER             PIC X.
           05  CHK-CHECKER        PIC X(20).
           05  FILLER             PIC X.
           05  CHK-TERMID         PIC X(4).

      * Same layout CUSTOMER-MAINTENANCE parks.
       FD  PENDING-FILE.
