           05  JRN-AMOUNT         PIC 9(7)V99.
           05  JRN-OLD-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  JRN-NEW-BALANCE    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * Original date and policy the line is for - not needed
      * here.
           05  FILLER             PIC X(8).
           05  FILLER             PIC X(10).

      * One tax rate per line: policy type and the rate percent,
      * the same file the billing run assesses from.
