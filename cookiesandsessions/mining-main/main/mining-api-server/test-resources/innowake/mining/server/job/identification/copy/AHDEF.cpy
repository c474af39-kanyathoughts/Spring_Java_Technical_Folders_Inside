           05  AH-BANK-ACCOUNT-NUM  PIC X(17)      VALUE SPACES.        00000600
           05  AH-ADJ-DATE          PIC 9(8)       VALUE ZERO.          00000700
           05  AH-ADJ-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.     00000800
700203     05  FILLER               PIC X(32706)   VALUE SPACES.        00000900


