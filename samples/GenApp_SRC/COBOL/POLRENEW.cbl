      *   to POLRENEW.RPT, joined back to CUSTOMER for the mailing    *
      *   details.                                                    *
      *                                                                *
      *   A policy whose holder's death has been recorded by BEREAVE  *
      *   is not invited: no notice, no letter, no cohort line.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLRENEW.
                      C.HOUSENAME, C.HOUSENUMBER, C.POSTCODE
                 FROM POLICY P, CUSTOMER C
                WHERE P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                  AND C.DATEOFDEATH IS NULL
                  AND P.EXPIRYDATE BETWEEN CURRENT DATE
                                        AND CURRENT DATE + 30 DAYS
           END-EXEC.
