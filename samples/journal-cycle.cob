           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-ORIG-DATE      PIC 9(8).
           05  JRN-POLICY-NUM     PIC 9(10).

       FD  JOURNAL-ARCHIVE.
       01  ARCHIVE-RECORD         PIC X(80).
