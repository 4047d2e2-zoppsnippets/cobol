006600
006700 FD  AUDIT-MATCH-FILE
006800     RECORDING MODE IS F.
006900 01  AUDIT-MATCH-RECORD       PIC X(116).
007000
007100 FD  DEAD-MATCH-FILE
007200     RECORDING MODE IS F.
