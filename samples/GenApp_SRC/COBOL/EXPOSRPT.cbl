      *                                                                *
      *              Cross-Product Exposure Report                     *
      *                                                                *
      *   Reads the night's policy book POLBOOK.DAT, unloaded and     *
      *   proven by POLEXTR, and for each policy takes the sum at     *
      *   risk POLEXTR derived from whichever product matches its     *
      *   POLICYTYPE (Endowment/House/Motor/Commercial), accumulating  *
      *   total exposure and policy count per customer. Prints one     *
      *   line per customer, in customer order, to EXPOSRPT.RPT.      *
      *   A book that is missing, unproven, incomplete or not for     *
      *   today is refused, RC 12.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "EXPOSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POLICY-BOOK
               ASSIGN TO "POLBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "BUSIDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSIDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT.
       01  REPORT-LINE                 PIC X(80).

      * Same layout POLEXTR writes.
       FD  POLICY-BOOK.
       01  BOOK-RECORD.
           05 BK-RECORD-TYPE           PIC X(3).
             88 BK-HEADER                         VALUE 'HDR'.
             88 BK-POLICY                         VALUE 'POL'.
             88 BK-TRAILER                        VALUE 'TRL'.
           05 FILLER                   PIC X.
           05 BK-POLICY-NUM            PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-CUSTOMER-NUM          PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-POLICY-TYPE           PIC X(1).
           05 FILLER                   PIC X.
           05 BK-ISSUE-DATE            PIC X(10).
           05 FILLER                   PIC X.
           05 BK-EXPIRY-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-LAST-CHANGED          PIC X(26).
           05 FILLER                   PIC X.
           05 BK-BROKER-ID             PIC 9(10).
           05 FILLER                   PIC X.
           05 BK-BROKERS-REF           PIC X(10).
           05 FILLER                   PIC X.
           05 BK-PAYMENT               PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-COMMISSION            PIC 9(5).
           05 FILLER                   PIC X.
           05 BK-COMPULSORY-EXCESS     PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-VOLUNTARY-EXCESS      PIC 9(9).
           05 FILLER                   PIC X.
           05 BK-SUM-AT-RISK           PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-WRITTEN-PREMIUM       PIC 9(11).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-FOUND         PIC X(1).
           05 FILLER                   PIC X.
           05 BK-PRODUCT-DETAIL        PIC X(120).
           05 FILLER                   PIC X(19).
       01  BOOK-HEADER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKH-BOOK-DATE            PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-DATE         PIC 9(8).
           05 FILLER                   PIC X.
           05 BKH-CREATED-TIME         PIC 9(6).
           05 FILLER                   PIC X(272).
       01  BOOK-TRAILER-RECORD.
           05 FILLER                   PIC X(3).
           05 FILLER                   PIC X.
           05 BKT-POLICIES             PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-ENDOWMENT            PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-HOUSE                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-MOTOR                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-COMMERCIAL           PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-OTHER                PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-SUM-AT-RISK          PIC 9(15).
           05 FILLER                   PIC X.
           05 BKT-DB2-POLICIES         PIC 9(9).
           05 FILLER                   PIC X.
           05 BKT-STATUS               PIC X(8).
             88 BKT-PROVEN                        VALUE 'PROVEN'.
           05 FILLER                   PIC X(202).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BDT-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-BOOK-STATUS               PIC XX VALUE SPACES.
       01  WS-BUSIDATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RUN-DATE                  PIC 9(8) VALUE ZEROS.

      * Reading and proving the policy book.
       01  WS-BOOK-CONTROL.
           05 WS-EOF-BOOK              PIC X(01) VALUE 'N'.
             88 END-OF-BOOK                       VALUE 'Y'.
           05 WS-BOOK-OPEN             PIC X(01) VALUE 'N'.
           05 WS-BOOK-REFUSED          PIC X(01) VALUE 'N'.
             88 BOOK-REFUSED                      VALUE 'Y'.
           05 WS-BOOK-TRAILER-SEEN     PIC X(01) VALUE 'N'.
           05 WS-BOOK-POLICIES         PIC 9(9)  VALUE 0.
           05 WS-BOOK-TRAILER-COUNT    PIC 9(9)  VALUE 0.
           05 WS-BOOK-TRAILER-STATUS   PIC X(8)  VALUE SPACES.
           05 WS-BOOK-REFUSAL          PIC X(40) VALUE SPACES.

      * Accumulate one entry per customer, same idiom as
      * customer-records.cob's per-state accumulation table
      * (also used by BROKSTMT.cbl for per-broker accumulation).
      * The book comes in policy order, so each new customer is
      * inserted in its place to keep the report in customer order.
       01  WS-CUSTOMER-TABLE-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES

       01  WS-SEARCH-IX                 PIC 9(5).
       01  WS-FOUND-IX                  PIC 9(5).
       01  WS-INSERT-IX                 PIC 9(5).

       01  EXPOSURE-HEADER-LINE.
           05 FILLER                   PIC X(14) VALUE 'CUSTOMER NUM  '.
                                        VALUE 'CUSTOMERS ON FILE:'.
           05 ESL-CUSTOMER-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM'
           PERFORM 1000-INITIALIZATION
              THRU 1000-EXIT
           PERFORM 1500-READ-NEXT-POLICY
              THRU 1500-EXIT

           PERFORM UNTIL END-OF-BOOK
              PERFORM 2000-ACCUMULATE-EXPOSURE
                 THRU 2000-EXIT
              PERFORM 1500-READ-NEXT-POLICY
                 THRU 1500-EXIT
           END-PERFORM

       0001-MAIN-EXIT.
           EXIT.

       0050-GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSIDATE-STATUS = "00"
              READ BUSINESS-DATE-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BDT-DATE > ZEROS
                       MOVE BDT-DATE TO WS-RUN-DATE
                    END-IF
              END-READ
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
       0050-EXIT.
           EXIT.

       1000-INITIALIZATION.
           PERFORM 0050-GET-BUSINESS-DATE
              THRU 0050-EXIT
           PERFORM 1100-OPEN-FILES
              THRU 1100-EXIT
           .

           OPEN OUTPUT EXPOSURE-REPORT.

           PERFORM 1200-PROVE-POLICY-BOOK
              THRU 1200-EXIT
           PERFORM 1300-OPEN-POLICY-BOOK
              THRU 1300-EXIT
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * POLBOOK.DAT is read through once before anything is reported: *
      * it must be tonight's book, complete to its trailer, with the  *
      * policy count agreeing and the trailer proven against DB2.     *
      * Anything else is refused rather than reported from.           *
      *----------------------------------------------------------------*
       1200-PROVE-POLICY-BOOK.
           OPEN INPUT POLICY-BOOK
           IF WS-BOOK-STATUS NOT = "00"
              MOVE 'POLICY BOOK NOT AVAILABLE' TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           MOVE 'Y' TO WS-BOOK-OPEN
           READ POLICY-BOOK
              AT END MOVE "10" TO WS-BOOK-STATUS
           END-READ
           IF WS-BOOK-STATUS NOT = "00" OR NOT BK-HEADER
              MOVE 'POLICY BOOK HAS NO CONTROL HEADER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF BKH-BOOK-DATE NOT = WS-RUN-DATE
              MOVE 'POLICY BOOK IS NOT FOR TODAY' TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF

           PERFORM UNTIL WS-BOOK-STATUS NOT = "00"
              READ POLICY-BOOK
                 AT END MOVE "10" TO WS-BOOK-STATUS
                 NOT AT END
                    PERFORM 1250-COUNT-BOOK-RECORD
                       THRU 1250-EXIT
              END-READ
           END-PERFORM
           CLOSE POLICY-BOOK
           MOVE 'N' TO WS-BOOK-OPEN

           IF WS-BOOK-TRAILER-SEEN = 'N'
              MOVE 'POLICY BOOK INCOMPLETE - NO TRAILER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF WS-BOOK-POLICIES NOT = WS-BOOK-TRAILER-COUNT
              MOVE 'POLICY BOOK COUNT DISAGREES WITH TRAILER'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           IF WS-BOOK-TRAILER-STATUS NOT = 'PROVEN'
              MOVE 'POLICY BOOK NOT PROVEN AGAINST DB2'
                TO WS-BOOK-REFUSAL
              PERFORM 1290-REFUSE-BOOK
                 THRU 1290-EXIT
           END-IF
           .
       1200-EXIT.
           EXIT.

       1250-COUNT-BOOK-RECORD.
           EVALUATE TRUE
              WHEN BK-POLICY
                 ADD 1 TO WS-BOOK-POLICIES
              WHEN BK-TRAILER
                 MOVE 'Y'          TO WS-BOOK-TRAILER-SEEN
                 MOVE BKT-POLICIES TO WS-BOOK-TRAILER-COUNT
                 MOVE BKT-STATUS   TO WS-BOOK-TRAILER-STATUS
                 MOVE "10"         TO WS-BOOK-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

       1290-REFUSE-BOOK.
           DISPLAY 'EXPOSRPT: ' WS-BOOK-REFUSAL
           MOVE 'Y' TO WS-BOOK-REFUSED
           PERFORM 9000-END-PARA
           .
       1290-EXIT.
           EXIT.

      * The proven book again, from its first policy record.
       1300-OPEN-POLICY-BOOK.
           MOVE 'N' TO WS-EOF-BOOK
           OPEN INPUT POLICY-BOOK
           MOVE 'Y' TO WS-BOOK-OPEN
           READ POLICY-BOOK
              AT END SET END-OF-BOOK TO TRUE
           END-READ
           .
       1300-EXIT.
           EXIT.

       1500-READ-NEXT-POLICY.
           READ POLICY-BOOK
              AT END SET END-OF-BOOK TO TRUE
           END-READ
           IF NOT BK-POLICY
              SET END-OF-BOOK TO TRUE
           END-IF
           .
       1500-EXIT.

       2000-ACCUMULATE-EXPOSURE.

           MOVE 0 TO WS-FOUND-IX
           MOVE 0 TO WS-INSERT-IX
           PERFORM VARYING WS-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-SEARCH-IX > WS-CUSTOMER-TABLE-COUNT
              IF WS-CU-NUM (WS-SEARCH-IX) = BK-CUSTOMER-NUM
                 MOVE WS-SEARCH-IX TO WS-FOUND-IX
                 EXIT PERFORM
              END-IF
              IF WS-CU-NUM (WS-SEARCH-IX) > BK-CUSTOMER-NUM
                 MOVE WS-SEARCH-IX TO WS-INSERT-IX
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF WS-FOUND-IX = 0
              IF WS-CUSTOMER-TABLE-COUNT < 5000
                 PERFORM 2100-INSERT-CUSTOMER
                    THRU 2100-EXIT
              END-IF
           END-IF

           IF WS-FOUND-IX NOT = 0
              ADD 1 TO WS-CU-POLICY-COUNT (WS-FOUND-IX)
              ADD BK-SUM-AT-RISK TO WS-CU-EXPOSURE-TOTAL (WS-FOUND-IX)
           END-IF
           .
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A customer numbered above everyone so far goes on the end;    *
      * otherwise the entries from the insert point up move along     *
      * one to make room.                                              *
      *----------------------------------------------------------------*
       2100-INSERT-CUSTOMER.
           IF WS-INSERT-IX = 0
              COMPUTE WS-INSERT-IX = WS-CUSTOMER-TABLE-COUNT + 1
           ELSE
              PERFORM VARYING WS-SEARCH-IX
                      FROM WS-CUSTOMER-TABLE-COUNT BY -1
                      UNTIL WS-SEARCH-IX < WS-INSERT-IX
                 MOVE WS-CUST-ENTRY (WS-SEARCH-IX)
                   TO WS-CUST-ENTRY (WS-SEARCH-IX + 1)
              END-PERFORM
           END-IF
           ADD 1 TO WS-CUSTOMER-TABLE-COUNT
           MOVE WS-INSERT-IX TO WS-FOUND-IX
           MOVE BK-CUSTOMER-NUM TO WS-CU-NUM (WS-FOUND-IX)
           MOVE 0 TO WS-CU-POLICY-COUNT (WS-FOUND-IX)
           MOVE 0 TO WS-CU-EXPOSURE-TOTAL (WS-FOUND-IX)
           .
       2100-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-BOOK-OPEN = 'Y'
              CLOSE POLICY-BOOK
           END-IF.
           CLOSE EXPOSURE-REPORT.
           IF BOOK-REFUSED
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
