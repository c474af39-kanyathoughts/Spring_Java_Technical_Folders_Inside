700113     05  BN-BENEF-NUM         PIC X(6)       VALUE SPACES.        00000500
700113     05  BN-BENEF-NAME        PIC X(30)      VALUE SPACES.        00000600
700113     05  BN-ALLOC-PCT         PIC S9(3)V9(4) COMP-3 VALUE ZERO.   00000700
700203     05  FILLER               PIC X(32706)   VALUE SPACES.        00000800
