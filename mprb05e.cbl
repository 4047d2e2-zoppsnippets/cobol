006700
006800 FD  REJECT-FWD-FILE
006900     RECORDING MODE IS F.
007000 01  REJECT-FWD-RECORD        PIC X(172).
007100
007200 FD  DISPOSITION-FILE
007300     RECORDING MODE IS F.
