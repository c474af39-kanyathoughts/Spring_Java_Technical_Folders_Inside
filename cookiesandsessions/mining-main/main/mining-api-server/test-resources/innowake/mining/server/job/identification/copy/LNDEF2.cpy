700061     05  LN2-LOAN-NUM          PIC X(6)       VALUE SPACES.       00000500
700061     05  LN2-ORIG-DATE         PIC 9(8)       VALUE ZERO.         00000600
700061     05  LN2-PRINCIPAL-BALANCE PIC S9(9)V99 COMP-3 VALUE ZERO.    00000700
700203     05  FILLER               PIC X(32726)   VALUE SPACES.        00000800
