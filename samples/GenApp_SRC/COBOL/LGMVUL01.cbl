      ******************************************************************
      *                                                                *
      *              Maintain Vulnerable-Customer Marker               *
      *                                                                *
      *   Records that a customer is in vulnerable circumstances -    *
      *   a category and the date the marker is next to be reviewed   *
      *   - on the CUSTOMER row. LGICUS01 returns it to the servicing *
      *   screens, LETTGEN picks the category's alternative template  *
      *   where one is held, and VULNEXTR lists marked customers each *
      *   night for COLLECTIONS-CYCLE and LATE-FEE, which send them   *
      *   to the specialist worklist instead of dunning or charging   *
      *   them. VULNRVW reports markers past their review date.       *
      *                                                                *
      *   CA-FUNCTION: 'S' set or change the marker, 'R' remove it,   *
      *   'I' inquire. Categories: 'BR' bereaved, 'IL' serious        *
      *   illness, 'MH' mental health, 'CP' reduced capacity, 'FD'    *
      *   financial difficulty, 'OT' other. The review date must be   *
      *   after today; the date first marked is kept through changes  *
      *   and returned.                                               *
      *   Return codes: '86' customer (or, for remove, marker) not    *
      *   on file, '87' DB2 failure, '90' bad function/fields, '98'   *
      *   short commarea.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGMVUL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGMVUL01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      * Variables for time/date processing
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-ISO                PIC X(10) VALUE SPACES.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +35.

      * Host variables for the marker columns.
       01  WS-CUSTOMER-COUNT           PIC S9(9) COMP VALUE +0.
       01  WS-VULNCATEGORY             PIC X(2).
       01  WS-VULNCATEGORY-IND         PIC S9(4) COMP.
       01  WS-VULNREVIEWDATE           PIC X(10).
       01  WS-VULNREVIEWDATE-IND       PIC S9(4) COMP.
       01  WS-VULNSETDATE              PIC X(10).
       01  WS-VULNSETDATE-IND          PIC S9(4) COMP.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      * Audit trail of every marker change, via the same LGSTSQ       *
      * helper the business transactions use.                         *
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
           03 AUD-FUNCTION              PIC X(1).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-CUSTOMER-NUM          PIC 9(10).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-CATEGORY              PIC X(2).
           03 FILLER                    PIC X    VALUE SPACE.
           03 AUD-RETURN-CODE           PIC X(2).

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-FUNCTION              PIC X(1).
             88 CA-FUNCTION-SET                  VALUE 'S'.
             88 CA-FUNCTION-REMOVE               VALUE 'R'.
             88 CA-FUNCTION-INQUIRE              VALUE 'I'.
           03 CA-CUSTOMER-NUM          PIC 9(10).
           03 CA-VULN-CATEGORY         PIC X(2).
             88 CA-VULN-CATEGORY-OK              VALUE 'BR' 'IL'
                                                       'MH' 'CP'
                                                       'FD' 'OT'.
           03 CA-VULN-REVIEW-DATE      PIC X(10).
           03 CA-VULN-SET-DATE         PIC X(10).

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

           IF CA-CUSTOMER-NUM = ZEROS
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-AUDIT-TRAIL
             EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN CA-FUNCTION-SET
                 PERFORM SET-MARKER THRU SET-MARKER-EXIT
              WHEN CA-FUNCTION-REMOVE
                 PERFORM REMOVE-MARKER THRU REMOVE-MARKER-EXIT
              WHEN CA-FUNCTION-INQUIRE
                 PERFORM INQUIRE-MARKER THRU INQUIRE-MARKER-EXIT
              WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A known category and a review date still to come. Marking a   *
      * customer for the first time stamps today as the set date; a   *
      * change of category or review date keeps the original one.     *
      *----------------------------------------------------------------*
       SET-MARKER.
           IF NOT CA-VULN-CATEGORY-OK
              OR CA-VULN-REVIEW-DATE = SPACES
               MOVE '90' TO CA-RETURN-CODE
               GO TO SET-MARKER-EXIT
           END-IF.
           PERFORM GET-TODAY THRU GET-TODAY-EXIT.
           IF CA-VULN-REVIEW-DATE NOT > WS-TODAY-ISO
               MOVE '90' TO CA-RETURN-CODE
               GO TO SET-MARKER-EXIT
           END-IF.

           EXEC SQL
               UPDATE CUSTOMER
                  SET VULNCATEGORY   = :CA-VULN-CATEGORY,
                      VULNREVIEWDATE = :CA-VULN-REVIEW-DATE,
                      VULNSETDATE    = COALESCE(VULNSETDATE,
                                                CURRENT DATE)
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
           IF CA-RETURN-CODE = '00'
               PERFORM INQUIRE-MARKER THRU INQUIRE-MARKER-EXIT
           END-IF.
       SET-MARKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Clearing all three columns; a customer with no marker to      *
      * remove is reported as not on file.                             *
      *----------------------------------------------------------------*
       REMOVE-MARKER.
           EXEC SQL
               UPDATE CUSTOMER
                  SET VULNCATEGORY   = NULL,
                      VULNREVIEWDATE = NULL,
                      VULNSETDATE    = NULL
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
                  AND VULNCATEGORY IS NOT NULL
           END-EXEC.
           PERFORM CHECK-UPDATE-SQLCODE THRU CHECK-UPDATE-SQLCODE-EXIT.
           IF CA-RETURN-CODE = '00'
               MOVE SPACES TO CA-VULN-CATEGORY
               MOVE SPACES TO CA-VULN-REVIEW-DATE
               MOVE SPACES TO CA-VULN-SET-DATE
           END-IF.
       REMOVE-MARKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An unmarked customer comes back '00' with the marker fields   *
      * blank.                                                         *
      *----------------------------------------------------------------*
       INQUIRE-MARKER.
           EXEC SQL
               SELECT VULNCATEGORY,
                      CHAR(VULNREVIEWDATE, ISO),
                      CHAR(VULNSETDATE, ISO)
                 INTO :WS-VULNCATEGORY :WS-VULNCATEGORY-IND,
                      :WS-VULNREVIEWDATE :WS-VULNREVIEWDATE-IND,
                      :WS-VULNSETDATE :WS-VULNSETDATE-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
                 GO TO INQUIRE-MARKER-EXIT
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
                 GO TO INQUIRE-MARKER-EXIT
           END-EVALUATE.

           MOVE SPACES TO CA-VULN-CATEGORY.
           MOVE SPACES TO CA-VULN-REVIEW-DATE.
           MOVE SPACES TO CA-VULN-SET-DATE.
           IF WS-VULNCATEGORY-IND >= 0
               MOVE WS-VULNCATEGORY TO CA-VULN-CATEGORY
           END-IF.
           IF WS-VULNREVIEWDATE-IND >= 0
               MOVE WS-VULNREVIEWDATE TO CA-VULN-REVIEW-DATE
           END-IF.
           IF WS-VULNSETDATE-IND >= 0
               MOVE WS-VULNSETDATE TO CA-VULN-SET-DATE
           END-IF.
       INQUIRE-MARKER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today in DB2's ISO form, for the review date comparison.      *
      *----------------------------------------------------------------*
       GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY-ISO)
                     DATESEP('-')
           END-EXEC.
       GET-TODAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A date DB2 cannot read is a keying error, not a database      *
      * failure.                                                       *
      *----------------------------------------------------------------*
       CHECK-UPDATE-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '86' TO CA-RETURN-CODE
              WHEN -180
              WHEN -181
                 MOVE '90' TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
           END-EVALUATE.
       CHECK-UPDATE-SQLCODE-EXIT.
           EXIT.

      *================================================================*
      * Write one audit record per marker change to the LGAUDIT TSQ   *
      * via the LGSTSQ helper.                                         *
      *================================================================*
       WRITE-AUDIT-TRAIL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE          TO AUD-DATE
           MOVE WS-TIME          TO AUD-TIME
           MOVE WS-TRANSID       TO AUD-TRANSID
           MOVE WS-TERMID        TO AUD-TERMID
           MOVE CA-FUNCTION      TO AUD-FUNCTION
           MOVE CA-CUSTOMER-NUM  TO AUD-CUSTOMER-NUM
           MOVE CA-VULN-CATEGORY TO AUD-CATEGORY
           MOVE CA-RETURN-CODE   TO AUD-RETURN-CODE
      * Serialised against LGAOFF01, which drains LGAUDIT to the
      * permanent store - an audit record written mid-drain would
      * otherwise be lost with the offloader's DELETEQ.
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
