           MOVE FUNCTION NUMVAL(WS-F11) TO CA-E-TERM.
           MOVE FUNCTION NUMVAL(WS-F12) TO CA-E-SUM-ASSURED.
           MOVE WS-F13 TO CA-E-LIFE-ASSURED.
           MOVE SPACES TO CA-E-CLAUSES.
           MOVE SPACES TO CA-E-PADDING-DATA.

           EXEC CICS LINK PROGRAM('LGAPOL01')
