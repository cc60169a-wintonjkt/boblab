      *   already on file for add, '87' DB2 failure, '98' short       *
      *   commarea.                                                   *
      *                                                                *
      *   Add and update stamp LASTCHANGED, so the investigations     *
      *   scoring run (CLMSIU) can flag bank details switched just    *
      *   before a claim is settled.                                  *
      *                                                                *
      *   Each audit record is tagged MPAY and carries the sort code, *
      *   account and signed-on operator, so the audit store holds    *
      *   the payee maintenance history the segregation-of-duties     *
      *   run (SODRPT) reads.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMPAY01.
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TERMID                PIC X(4).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-ENTRY-TYPE            PIC X(4) VALUE 'MPAY'.
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-CUSTOMER-NUM          PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-FUNCTION              PIC X(1).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-SORT-CODE             PIC X(6).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-ACCOUNT-NUMBER        PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-OPERATORID            PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

      ******************************************************************
           EXEC SQL
               INSERT INTO PAYEE
               (CUSTOMERNUMBER, SORTCODE, ACCOUNTNUMBER,
                ACCOUNTNAME, STATUS, LASTCHANGED)
               VALUES (:CA-CUSTOMER-NUM, :CA-SORT-CODE,
                       :CA-ACCOUNT-NUMBER, :CA-ACCOUNT-NAME, 'A',
                       CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
                  SET SORTCODE      = :CA-SORT-CODE,
                      ACCOUNTNUMBER = :CA-ACCOUNT-NUMBER,
                      ACCOUNTNAME   = :CA-ACCOUNT-NAME,
                      STATUS        = 'A',
                      LASTCHANGED   = CURRENT DATE
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC.
           EVALUATE SQLCODE
           MOVE WS-TERMID       TO AUD-TERMID
           MOVE CA-CUSTOMER-NUM TO AUD-CUSTOMER-NUM
           MOVE CA-FUNCTION     TO AUD-FUNCTION
           MOVE SPACES          TO AUD-SORT-CODE AUD-ACCOUNT-NUMBER
           IF EIBCALEN NOT < WS-REQUIRED-CA-LEN
              MOVE CA-SORT-CODE      TO AUD-SORT-CODE
              MOVE CA-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER
           END-IF
           MOVE WS-ENT-USERID   TO AUD-OPERATORID
           MOVE CA-RETURN-CODE  TO AUD-RETURN-CODE
      * Serialised against LGAOFF01, which drains LGAUDIT to the
      * permanent store.
