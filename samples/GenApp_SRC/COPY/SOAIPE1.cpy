           03 CA-E-TERM                PIC 99.
           03 CA-E-SUM-ASSURED         PIC 9(6).
           03 CA-E-LIFE-ASSURED        PIC X(31).
      *       Special-condition clauses to attach on add, from the
      *       CLAUSELIB wording library - blank when none
           03 CA-E-CLAUSES.
              05 CA-E-CLAUSE-CODE      PIC X(8) OCCURS 6 TIMES.
      *       Receivable position returned by the policy inquiry -
      *       the date premium is paid to and what the policy owes
           03 CA-PAID-TO-DATE          PIC X(10).
           03 CA-OWED-AMOUNT           PIC 9(7)V99.
           03 CA-E-PADDING-DATA        PIC X(29933).
      *    Reduce size to below 32K for WSIM support
