               88  IO-BKPI-EOF-YES VALUE 'Y'.                           00001400
               88  IO-BKPI-EOF-NO  VALUE 'N'.                           00001500
           05  IO-BKPI-FILE-STATUS     PIC XX     VALUE '00'.           00001600
700173     05  IO-BKPI-REC-LENG        PIC S9(8) BINARY VALUE ZERO.     00001700
      *                                                                 00001800
      *    OPEN/READ/CLOSE operation literals, passed by reference      00001900
      *    as the CALL parameter immediately following IO-BKPI-PARM.    00002000
