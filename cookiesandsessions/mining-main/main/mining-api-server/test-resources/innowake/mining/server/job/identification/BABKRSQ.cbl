           SKIP1                                                        00005800
700068 FD  BKUPOT-FILE                                                  00005900
700068     BLOCK CONTAINS 0 RECORDS                                     00006000
700173     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00006001
700173         DEPENDING ON WBKUPOT-LENG                                00006002
700068     LABEL RECORDS ARE STANDARD.                                  00006100
           SKIP2                                                        00006200
700173 01  BKUPOT-REC               PIC X(32760).                       00006300
           SKIP2                                                        00006400
700135 FD  PRINT-FILE                                                   00006500
700135     BLOCK CONTAINS 0 RECORDS                                     00006600
700135 77  WMAX-DROP-SHOWN       PIC 9(5)     VALUE 200.                00008500
700135 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00008600
700135 77  SUB-DE                PIC S9(4) BINARY VALUE ZERO.           00008700
700173 77  WBKUPOT-LENG          PIC S9(8) BINARY VALUE ZERO.           00008701
700135 77  SUB-MISS              PIC S9(4) BINARY VALUE ZERO.           00008800
700135 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00008900
700135 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00009000
700068***************************                                       00031300
700068 B-100-COPY-REC.                                                  00031400
700068     MOVE BWA-REC  TO BKUPOT-REC.                                 00031500
700173     MOVE IO-BKPI-REC-LENG TO WBKUPOT-LENG.                       00031501
700068     WRITE BKUPOT-REC.                                            00031600
700068     IF  WBKUPOT-FS-OK                                            00031700
700068         ADD 1 TO WCTR-WRITTEN                                    00031800
           SKIP2                                                        00039500
700135 C-210-PUT-REC.                                                   00039600
700135     MOVE BWA-REC  TO BKUPOT-REC.                                 00039700
700173     MOVE IO-BKPI-REC-LENG TO WBKUPOT-LENG.                       00039701
700135     WRITE BKUPOT-REC.                                            00039800
700135     IF  WBKUPOT-FS-OK                                            00039900
700135         ADD 1 TO WCTR-WRITTEN                                    00040000
700135 C-400-CHECK-REC.                                                 00041300
700135     MOVE 'N' TO WREC-BAD-FLG.                                    00041400
700135     IF  IO-BKPI-REC-LENG < 1                                     00041500
700173         OR IO-BKPI-REC-LENG > 32760                              00041600
700135         ADD 1 TO WCTR-DROP-LEN                                   00041700
700135         SET WREC-BAD-FLG-YES TO TRUE                             00041800
700135     ELSE                                                         00041900
