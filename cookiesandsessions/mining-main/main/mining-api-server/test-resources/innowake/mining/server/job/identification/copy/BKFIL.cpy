      **               a backup file.  Parameterized by REPLACING so    00000500
      **               the same layout can describe File1 (:BKFIL:=     00000600
      **               BKFIL) and File2 (:BKFIL:=BKFIL2) independently. 00000700
700173**               SAVE-DATA and LENG carry the whole record, up to 00000701
700173**               32760 bytes; the readers reassemble spanned      00000702
700173**               records before handing them over.                00000703
700203**               KEY-GROUP starts with the ten-wide plan number   00000000
700203**               (1-10) and the participant (11-21).              00000000
      ******************************************************************00000800
           05  :BKFIL:-XXYY           PIC X(4)       VALUE SPACES.      00000900
           05  :BKFIL:-DESC           PIC X(20)      VALUE SPACES.      00001000
700173     05  :BKFIL:-LENG           PIC S9(8) BINARY VALUE ZERO.      00001100
700203     05  :BKFIL:-KEY-GROUP      PIC X(24)      VALUE SPACES.      00001200
           05  :BKFIL:-XXYY-SUB       PIC S9(4) BINARY VALUE ZERO.      00001300
           05  :BKFIL:-DUPKEYS        PIC S9(9) COMP-3 VALUE ZERO.      00001400
           05  :BKFIL:-OPER           PIC X(20)      VALUE SPACES.      00001500
               88  :BKFIL:-OPER-RUN-ZAP      VALUE 'RUN-ZAP'.           00001700
               88  :BKFIL:-OPER-RUN-RESTORE  VALUE 'RUN-RESTORE'.       00001800
           05  :BKFIL:-REC-AREA.                                        00001900
700173         10  :BKFIL:-SAVE-DATA  PIC X(32760)   VALUE SPACES.      00002000


