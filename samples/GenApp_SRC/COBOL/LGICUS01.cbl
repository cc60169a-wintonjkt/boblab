      *   and this transaction is what turns its answer into a        *
      *   customer.                                                   *
      *                                                                *
      *   A caller whose commarea reaches the trailing vulnerable-    *
      *   customer fields also gets the marker's category and review  *
      *   date back (spaces when the customer is not marked), so the  *
      *   desk sees it before talking to the customer.                *
      *                                                                *
      *   Caller sets CA-CUSTOMER-NUM; '86' = no such customer.       *
      *                                                                *
      ******************************************************************
      * needed for an inquiry.
       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +233.
      * The area up to the end of the vulnerable-customer fields.
           03 WS-MARKER-CA-LEN         PIC S9(8) COMP VALUE +30247.

       01  WS-POLICY-COUNT             PIC S9(9) COMP VALUE +0.

       01  WS-PHONE-MOBILE-IND         PIC S9(4) USAGE COMP.
       01  WS-EMAIL                    PIC X(100).
       01  WS-EMAIL-IND                PIC S9(4) USAGE COMP.
       01  WS-VULN-CATEGORY            PIC X(2).
       01  WS-VULN-CATEGORY-IND        PIC S9(4) USAGE COMP.
       01  WS-VULN-REVIEW-DATE         PIC X(10).
       01  WS-VULN-REVIEW-DATE-IND     PIC S9(4) USAGE COMP.

      ******************************************************************
      *    L I N K A G E     S E C T I O N

           PERFORM COUNT-POLICIES.

           IF EIBCALEN NOT LESS THAN WS-MARKER-CA-LEN
             PERFORM READ-VULNERABILITY-MARKER
           END-IF.

           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           END-IF.
       COUNT-POLICIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       READ-VULNERABILITY-MARKER.
           MOVE SPACES TO CA-VULN-CATEGORY.
           MOVE SPACES TO CA-VULN-REVIEW-DATE.
           EXEC SQL
               SELECT VULNCATEGORY, CHAR(VULNREVIEWDATE, ISO)
                 INTO :WS-VULN-CATEGORY :WS-VULN-CATEGORY-IND,
                      :WS-VULN-REVIEW-DATE :WS-VULN-REVIEW-DATE-IND
                 FROM CUSTOMER
                WHERE CUSTOMERNUMBER = :CA-CUSTOMER-NUM
           END-EXEC.
           IF SQLCODE = 0
               IF WS-VULN-CATEGORY-IND >= 0
                  MOVE WS-VULN-CATEGORY TO CA-VULN-CATEGORY
               END-IF
               IF WS-VULN-REVIEW-DATE-IND >= 0
                  MOVE WS-VULN-REVIEW-DATE TO CA-VULN-REVIEW-DATE
               END-IF
           END-IF.
       READ-VULNERABILITY-MARKER-EXIT.
           EXIT.
