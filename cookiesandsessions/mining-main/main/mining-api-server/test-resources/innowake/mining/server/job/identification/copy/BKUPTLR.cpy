      **               either File1 or File2 - the trailer is moved in  00000400
      **               whole from whichever backup record just ended.   00000500
      ******************************************************************00000600
700203     05  TLR-PLAN-NUM         PIC X(10)      VALUE SPACES.        00000700
           05  TLR-TYPE-CODE        PIC X(4)       VALUE SPACES.        00000800
           05  TLR-REC-COUNT        PIC 9(9)       VALUE ZERO.          00000900
700203     05  FILLER               PIC X(1977)    VALUE SPACES.        00001000


