      ******************************************************************
      *                                                                *
      *              Vehicle Reference Check                           *
      *                                                                *
      *   Checks a motor vehicle as keyed against the industry        *
      *   vehicle reference VEHICLEREF (loaded monthly by VEHREFLD)   *
      *   before it is written to MOTOR. Every transaction that adds  *
      *   or changes a vehicle LINKs here, so the rule is held once:  *
      *                                                                *
      *     make unknown, model unknown, not built in the year of     *
      *     manufacture, or an engine size the model never had        *
      *       - '97' rejected, the vehicle is wrong                   *
      *     value outside the valuation guide for that model year     *
      *       - '91' referred, an underwriter agrees the value        *
      *                                                                *
      *   Make and model match upper case. An empty reference table   *
      *   (nothing loaded yet) passes every vehicle.                  *
      *                                                                *
      *   Commarea: return code, make, model, cc, year of             *
      *   manufacture, value; the reason is returned for the          *
      *   operator. '87' DB2 failure, '98' short commarea.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVVEH01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGVVEH01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

       01  WS-COMMAREA-LENGTHS.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +48.

      * Host variables for the reference lookups.
       01  WS-MAKE                     PIC X(15).
       01  WS-MODEL                    PIC X(15).
       01  WS-MODELYEAR                PIC S9(4) COMP.
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE +0.
       01  WS-MINCC                    PIC S9(4) COMP.
       01  WS-MAXCC                    PIC S9(4) COMP.
       01  WS-GUIDELOW                 PIC S9(9) COMP.
       01  WS-GUIDEHIGH                PIC S9(9) COMP.

           COPY DECLARE.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-RETURN-CODE           PIC 9(2).
           03 CA-MAKE                  PIC X(15).
           03 CA-MODEL                 PIC X(15).
           03 CA-CC                    PIC 9(4).
           03 CA-YEAR                  PIC 9(4).
           03 CA-VALUE                 PIC 9(8).
           03 CA-REASON                PIC X(30).

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
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO CA-REASON.
           PERFORM CHECK-VEHICLE THRU CHECK-VEHICLE-EXIT.
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Make, then model, then the model year, then the engine size   *
      * are rejections; the value against the guide is a referral.    *
      *----------------------------------------------------------------*
       CHECK-VEHICLE.
           MOVE 0 TO WS-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-VEHICLE-EXIT
           END-IF.
           IF WS-ROW-COUNT = 0
               MOVE 'NO VEHICLE REFERENCE LOADED' TO CA-REASON
               GO TO CHECK-VEHICLE-EXIT
           END-IF.

           MOVE FUNCTION UPPER-CASE (CA-MAKE)  TO WS-MAKE.
           MOVE FUNCTION UPPER-CASE (CA-MODEL) TO WS-MODEL.
           MOVE CA-YEAR TO WS-MODELYEAR.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
                WHERE MAKE = :WS-MAKE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-VEHICLE-EXIT
           END-IF.
           IF WS-ROW-COUNT = 0
               MOVE '97' TO CA-RETURN-CODE
               MOVE 'MAKE NOT ON THE REFERENCE' TO CA-REASON
               GO TO CHECK-VEHICLE-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM VEHICLEREF
                WHERE MAKE  = :WS-MAKE
                  AND MODEL = :WS-MODEL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE '87' TO CA-RETURN-CODE
               GO TO CHECK-VEHICLE-EXIT
           END-IF.
           IF WS-ROW-COUNT = 0
               MOVE '97' TO CA-RETURN-CODE
               MOVE 'MODEL NOT ON THE REFERENCE' TO CA-REASON
               GO TO CHECK-VEHICLE-EXIT
           END-IF.

           EXEC SQL
               SELECT MINCC, MAXCC, GUIDELOW, GUIDEHIGH
                 INTO :WS-MINCC, :WS-MAXCC,
                      :WS-GUIDELOW, :WS-GUIDEHIGH
                 FROM VEHICLEREF
                WHERE MAKE      = :WS-MAKE
                  AND MODEL     = :WS-MODEL
                  AND MODELYEAR = :WS-MODELYEAR
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE '97' TO CA-RETURN-CODE
                 MOVE 'MODEL NOT BUILT IN THAT YEAR' TO CA-REASON
                 GO TO CHECK-VEHICLE-EXIT
              WHEN OTHER
                 MOVE '87' TO CA-RETURN-CODE
                 GO TO CHECK-VEHICLE-EXIT
           END-EVALUATE.

           IF CA-CC < WS-MINCC OR CA-CC > WS-MAXCC
               MOVE '97' TO CA-RETURN-CODE
               MOVE 'ENGINE SIZE NOT FOR THE MODEL' TO CA-REASON
               GO TO CHECK-VEHICLE-EXIT
           END-IF.

           IF CA-VALUE < WS-GUIDELOW OR CA-VALUE > WS-GUIDEHIGH
               MOVE '91' TO CA-RETURN-CODE
               MOVE 'VALUE OUTSIDE THE GUIDE' TO CA-REASON
           END-IF.
       CHECK-VEHICLE-EXIT.
           EXIT.
