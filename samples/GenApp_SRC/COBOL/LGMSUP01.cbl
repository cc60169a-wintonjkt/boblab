      ******************************************************************
      *                                                                *
      *            Claims Supplier Master Maintenance                  *
      *                                                                *
      *   Maintains the SUPPLIER master the invoice intake CLMINVIN   *
      *   validates against and the settlement run pays from -        *
      *   repairers, whose invoices are indemnity and come off what   *
      *   is left to pay the customer, and loss adjusters, whose      *
      *   fees are claim expenses. Commarea:                          *
      *                                                                *
      *     return code, function A add / U update / D delete,        *
      *     supplier id, name, type R repairer / A adjuster, sort     *
      *     code, account number, account name                        *
      *                                                                *
      *   Bank details are money-moving data, so the same KSDSENTL    *
      *   MPAY entitlement and account check digit as payee           *
      *   maintenance (LGMPAY01) apply - '92' not entitled, '90' bad  *
      *   type or check digit. '86' no supplier on file for update/   *
      *   delete, '83' already on file for add, '87' DB2 failure,     *
      *   '98' short commarea.                                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMSUP01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGMSUP01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +88.

      *----------------------------------------------------------------*
      * Entitlement check, same KSDSENTL convention payee maintenance *
      * uses: the operator's record must list the MPAY action code.   *
      *----------------------------------------------------------------*
       01  WS-ENTITLEMENT-FIELDS.
           03 WS-ENT-USERID            PIC X(8)  VALUE SPACES.
           03 WS-ENT-KEY-LEN           PIC S9(4) COMP VALUE +8.
           03 WS-ENT-REC-LEN           PIC S9(4) COMP VALUE +24.
           03 WS-ENT-IX                PIC 9(2)  VALUE 0.
           03 WS-ENT-ALLOWED           PIC X     VALUE 'N'.
       01  ENTITLEMENT-RECORD.
           03 ENT-USERID               PIC X(8).
           03 ENT-ACTION               PIC X(4) OCCURS 4 TIMES.

       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  WS-SUPPLIER-COUNT           PIC S9(9) COMP VALUE +0.

      * Modulus check-digit work fields for the account number.
       01  WS-ACCT-DIGITS.
           05 WS-ACCT-DIGIT OCCURS 8 TIMES PIC 9(1).
       01  WS-DIGIT-IX                 PIC 9(1)  VALUE 0.
       01  WS-DIGIT-SUM                PIC 9(4)  VALUE 0.
       01  WS-CHECK-DIGIT              PIC 9(1)  VALUE 0.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every supplier maintenance attempt, via the    *
      * same LGSTSQ helper the business transactions use.              *
      *----------------------------------------------------------------*
       77  AUDIT-QUEUE                 PIC X(8)  VALUE 'LGAUDIT'.

       01  AUDIT-RECORD.
           03 AUD-DATE                  PIC X(8).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TIME                  PIC X(6).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TRANSID               PIC X(4).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-TERMID                PIC X(4).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-SUPPLIER-ID           PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-FUNCTION              PIC X(1).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
              88 CA-FUNCTION-ADD          VALUE 'A'.
              88 CA-FUNCTION-UPDATE       VALUE 'U'.
              88 CA-FUNCTION-DELETE       VALUE 'D'.
           03 CA-SUPPLIER-ID           PIC 9(10).
           03 CA-SUPPLIER-NAME         PIC X(30).
           03 CA-SUPPLIER-TYPE         PIC X(1).
              88 CA-SUPPLIER-REPAIRER     VALUE 'R'.
              88 CA-SUPPLIER-ADJUSTER     VALUE 'A'.
           03 CA-SORT-CODE             PIC X(6).
           03 CA-ACCOUNT-NUMBER        PIC X(8).
           03 CA-ACCOUNT-NAME          PIC X(30).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           IF EIBCALEN IS EQUAL TO ZERO
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF

           MOVE '00' TO CA-RETURN-CODE.
           MOVE EIBCALEN TO WS-CALEN.

           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE '98' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

      *----------------------------------------------------------------*
      * Only an entitled operator may touch bank details              *
      *----------------------------------------------------------------*
           PERFORM CHECK-ENTITLEMENT.
           IF WS-ENT-ALLOWED NOT = 'Y'
             MOVE '92' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE TRUE
              WHEN CA-FUNCTION-ADD
                 PERFORM ADD-SUPPLIER
              WHEN CA-FUNCTION-UPDATE
                 PERFORM UPDATE-SUPPLIER
              WHEN CA-FUNCTION-DELETE
                 PERFORM DELETE-SUPPLIER
              WHEN OTHER
                 MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENT-ALLOWED.
           EXEC CICS ASSIGN USERID(WS-ENT-USERID)
                RESP(WS-RESP)
           END-EXEC.
           EXEC CICS READ FILE('KSDSENTL')
                     INTO(ENTITLEMENT-RECORD)
                     LENGTH(WS-ENT-REC-LEN)
                     RIDFLD(WS-ENT-USERID)
                     KEYLENGTH(WS-ENT-KEY-LEN)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                      UNTIL WS-ENT-IX > 4
                 IF ENT-ACTION(WS-ENT-IX) = 'MPAY'
                    MOVE 'Y' TO WS-ENT-ALLOWED
                 END-IF
              END-PERFORM
           END-IF.
       CHECK-ENTITLEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A supplier is a repairer or an adjuster - the type decides    *
      * nothing on its own, but the claims desk reads it - and its    *
      * account carries the same weighted modulus ten check digit     *
      * as a payee's.                                                  *
      *----------------------------------------------------------------*
       VALIDATE-SUPPLIER-FIELDS.
           IF NOT CA-SUPPLIER-REPAIRER AND NOT CA-SUPPLIER-ADJUSTER
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-SUPPLIER-FIELDS-EXIT
           END-IF.
           IF CA-SUPPLIER-NAME = SPACES
              OR CA-SORT-CODE NOT NUMERIC
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-SUPPLIER-FIELDS-EXIT
           END-IF.
           IF CA-ACCOUNT-NUMBER NOT NUMERIC
               MOVE '90' TO CA-RETURN-CODE
               GO TO VALIDATE-SUPPLIER-FIELDS-EXIT
           END-IF.
           MOVE CA-ACCOUNT-NUMBER TO WS-ACCT-DIGITS.
           MOVE ZEROS TO WS-DIGIT-SUM.
           PERFORM VARYING WS-DIGIT-IX FROM 1 BY 1
                   UNTIL WS-DIGIT-IX > 7
               COMPUTE WS-DIGIT-SUM = WS-DIGIT-SUM
                   + WS-ACCT-DIGIT (WS-DIGIT-IX)
                   * (9 - WS-DIGIT-IX)
           END-PERFORM.
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD (WS-DIGIT-SUM, 10).
           IF WS-CHECK-DIGIT NOT = WS-ACCT-DIGIT (8)
               MOVE '90' TO CA-RETURN-CODE
           END-IF.
       VALIDATE-SUPPLIER-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       ADD-SUPPLIER.
           PERFORM VALIDATE-SUPPLIER-FIELDS.
           IF CA-RETURN-CODE > 0
               GO TO ADD-SUPPLIER-EXIT
           END-IF.
           MOVE 0 TO WS-SUPPLIER-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SUPPLIER-COUNT
                 FROM SUPPLIER
                WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC.
           IF SQLCODE = 0 AND WS-SUPPLIER-COUNT > 0
               MOVE '83' TO CA-RETURN-CODE
               GO TO ADD-SUPPLIER-EXIT
           END-IF.
           EXEC SQL
               INSERT INTO SUPPLIER
               (SUPPLIERID, SUPPLIERNAME, SUPPLIERTYPE, SORTCODE,
                ACCOUNTNUMBER, ACCOUNTNAME, STATUS)
               VALUES (:CA-SUPPLIER-ID, :CA-SUPPLIER-NAME,
                       :CA-SUPPLIER-TYPE, :CA-SORT-CODE,
                       :CA-ACCOUNT-NUMBER, :CA-ACCOUNT-NAME, 'A')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
           END-IF.
       ADD-SUPPLIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       UPDATE-SUPPLIER.
           PERFORM VALIDATE-SUPPLIER-FIELDS.
           IF CA-RETURN-CODE > 0
               GO TO UPDATE-SUPPLIER-EXIT
           END-IF.
           EXEC SQL
               UPDATE SUPPLIER
                  SET SUPPLIERNAME  = :CA-SUPPLIER-NAME,
                      SUPPLIERTYPE  = :CA-SUPPLIER-TYPE,
                      SORTCODE      = :CA-SORT-CODE,
                      ACCOUNTNUMBER = :CA-ACCOUNT-NUMBER,
                      ACCOUNTNAME   = :CA-ACCOUNT-NAME,
                      STATUS        = 'A'
                WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       UPDATE-SUPPLIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Delete marks the supplier inactive rather than removing the   *
      * row - new invoices are refused and approved ones are held by  *
      * the settlement run, while the invoice history still joins.    *
      *----------------------------------------------------------------*
       DELETE-SUPPLIER.
           EXEC SQL
               UPDATE SUPPLIER
                  SET STATUS = 'I'
                WHERE SUPPLIERID = :CA-SUPPLIER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       DELETE-SUPPLIER-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per maintenance attempt to the LGAUDIT *
      * TSQ via the LGSTSQ helper.                                     *
      *================================================================*
       WRITE-AUDIT-TRAIL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE         TO AUD-DATE
           MOVE WS-TIME         TO AUD-TIME
           MOVE WS-TRANSID      TO AUD-TRANSID
           MOVE WS-TERMID       TO AUD-TERMID
           MOVE CA-SUPPLIER-ID  TO AUD-SUPPLIER-ID
           MOVE CA-FUNCTION     TO AUD-FUNCTION
           MOVE CA-RETURN-CODE  TO AUD-RETURN-CODE
      * Serialised against LGAOFF01, which drains LGAUDIT to the
      * permanent store.
           EXEC CICS ENQ RESOURCE(AUDIT-QUEUE)
                         LENGTH(LENGTH OF AUDIT-QUEUE)
           END-EXEC.
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(AUDIT-RECORD)
                     LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.
           EXEC CICS DEQ RESOURCE(AUDIT-QUEUE)
                         LENGTH(LENGTH OF AUDIT-QUEUE)
           END-EXEC.
       WRITE-AUDIT-TRAIL-EXIT.
           EXIT.
