700062     05  PL2-PLAN-TYPE        PIC X(4)       VALUE SPACES.        00000600
700062     05  PL2-EFFECTIVE-DATE   PIC 9(8)       VALUE ZERO.          00000700
700062     05  PL2-SPONSOR-NUM      PIC X(10)      VALUE SPACES.        00000800
700203     05  FILLER               PIC X(32694)   VALUE SPACES.        00000900
