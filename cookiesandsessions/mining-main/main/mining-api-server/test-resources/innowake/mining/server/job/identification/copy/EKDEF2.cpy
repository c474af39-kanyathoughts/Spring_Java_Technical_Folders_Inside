           05  EK2-ELECTION-NUM     PIC X(6)       VALUE SPACES.        00000500
           05  EK2-ELECTION-DATE    PIC 9(8)       VALUE ZERO.          00000600
           05  EK2-ELECTION-PCT     PIC S9(3)V9(4) COMP-3 VALUE ZERO.   00000700
700203     05  FILLER               PIC X(32728)   VALUE SPACES.        00000800


