700129 77  WCTR-ESC-SHOWN        PIC 9(5)     VALUE ZERO.               00008800
700129 77  WMAX-ESC-SHOWN        PIC 9(5)     VALUE 100.                00008900
700151 77  SUB-ESCP              PIC S9(4) BINARY VALUE ZERO.           00008910
700191 77  WESC-PLAN-WORK        PIC X(10)    VALUE SPACES.             00008920
700129 77  WVAL1-N               PIC 9(18)    VALUE ZERO.               00009000
700129 77  WVAL2-N               PIC 9(18)    VALUE ZERO.               00009100
700129 77  WVAL-WORK             PIC X(40)    VALUE SPACES.             00009200
700151         10  WESCP-VAL2        PIC X(20) VALUE SPACES.            00014267
           SKIP2                                                        00014268
700129 01  WSCAN-AREA.                                                  00014300
700191     05  WSCAN-PLAN            PIC X(10) VALUE SPACES.            00014400
700129     05  WSCAN-XXYY            PIC X(4)  VALUE SPACES.            00014500
700129     05  WSCAN-PFX             PIC X(5)  VALUE SPACES.            00014600
700129     05  WSCAN-DENUM           PIC X(3)  VALUE SPACES.            00014700
