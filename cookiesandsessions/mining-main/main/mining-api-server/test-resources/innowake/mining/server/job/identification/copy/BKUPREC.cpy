      ******************************************************************00000100
      **  COPYBOOK     BKUPREC                                          00000200
      **  PURPOSE      Generic OmniPlus backup record (File1 side).     00000300
700173**               Records run to 32760 bytes (spanned TXTX and PL  00000301
700173**               records arrive reassembled from the reader).     00000302
700203**               The plan number is ten wide; backups written     00000000
700203**               six wide are converted once by BAPLNWID          00000000
700203**               (LAYOUT BKUP).                                   00000000
      ******************************************************************00000400
700203     02  BWA-PLAN-NUM        PIC X(10)   VALUE SPACES.            00000500
           02  BWA-TYPE-CODE       PIC X(4)    VALUE SPACES.            00000600
               88  BWA-TYPE-HDR-REC   VALUE 'HDR1' 'HDR '.              00000700
               88  BWA-TYPE-TLR-REC   VALUE 'TLR1' 'TLR '.              00000800
700203     02  BWA-DATA-REC        PIC X(32746) VALUE SPACES.           00000900


