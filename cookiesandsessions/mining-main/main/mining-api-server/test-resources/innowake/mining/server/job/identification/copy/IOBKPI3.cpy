               88  IO-BKPI3-EOF-YES VALUE 'Y'.                          00001400
               88  IO-BKPI3-EOF-NO  VALUE 'N'.                          00001500
           05  IO-BKPI3-FILE-STATUS    PIC XX     VALUE '00'.           00001600
700173     05  IO-BKPI3-REC-LENG       PIC S9(8) BINARY VALUE ZERO.     00001700
      *                                                                 00001800
       01  IO-BKPI3-OPEN               PIC X(8)   VALUE 'OPEN'.         00001900
       01  IO-BKPI3-READ               PIC X(8)   VALUE 'READ'.         00002000
