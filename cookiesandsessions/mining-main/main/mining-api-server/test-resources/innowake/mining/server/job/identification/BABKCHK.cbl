700133     05  WEXP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00010500
700133     05  WEXP-ENTRY OCCURS 50 TIMES.                              00010600
700133         10  WEXP-LABEL        PIC X(8).                          00010700
700203         10  WEXP-PLAN         PIC X(10).                         00010800
700133         10  WEXP-MARKER       PIC X(11).                         00010900
700133         10  WEXP-NEEDLE       PIC X(11).                         00011000
700133         10  WEXP-NEEDLE-LEN   PIC S9(4) BINARY.                  00011100
700133     05  FILLER                PIC X(2)   VALUE SPACES.           00013500
700133     05  RPDET1-LABEL          PIC X(8)   VALUE SPACES.           00013600
700133     05  FILLER                PIC X(7)   VALUE '  plan '.        00013700
700203     05  RPDET1-PLAN           PIC X(10)  VALUE SPACES.           00013800
700133     05  FILLER                PIC X(9)   VALUE '  marker '.      00013900
700133     05  RPDET1-MARKER         PIC X(11)  VALUE SPACES.           00014000
700203     05  FILLER                PIC X(81)  VALUE SPACES.           00014100
           SKIP2                                                        00014200
700148 01  IO-O2R-PARM.                                                 00014210
700148       COPY IOOT200R REPLACING 'PROGRAM' BY 'BABKCHK'.            00014220
700133         AND EXPECT-LINE (1:8) = ' EXPECT '                       00019700
700133         ADD 1 TO WEXP-COUNT                                      00019800
700133         MOVE EXPECT-LINE (9:8)   TO WEXP-LABEL (WEXP-COUNT)      00019900
700203         MOVE EXPECT-LINE (23:10) TO WEXP-PLAN (WEXP-COUNT)       00020000
700203         MOVE EXPECT-LINE (41:11) TO WEXP-MARKER (WEXP-COUNT)     00020100
700133         MOVE 'N' TO WEXP-FOUND-FLG (WEXP-COUNT)                  00020200
700133         PERFORM A-240-SET-NEEDLE.                                00020300
           SKIP2                                                        00020400
700133     IF  WEXP-LABEL (WEXP-COUNT) = 'MISSPLAN'                     00020800
700133         MOVE WEXP-PLAN (WEXP-COUNT)                              00020900
700133             TO WEXP-NEEDLE (WEXP-COUNT)                          00021000
700133     ELSE                                                         00021200
700133         MOVE WEXP-MARKER (WEXP-COUNT)                            00021300
700203             TO WEXP-NEEDLE (WEXP-COUNT).                         00021400
700203     MOVE ZERO TO WNEEDLE-LEN                                     00021500
700203     PERFORM A-250-TRIM-CHAR                                      00021600
700203       VARYING SUB-CHR FROM 1 BY 1                                00021700
700203         UNTIL SUB-CHR > 11                                       00021800
700203     MOVE WNEEDLE-LEN                                             00021900
700203         TO WEXP-NEEDLE-LEN (WEXP-COUNT)                          00022000
700203     IF  WEXP-NEEDLE-LEN (WEXP-COUNT) < 1                         00022100
700203         MOVE 11 TO WEXP-NEEDLE-LEN (WEXP-COUNT).                 00022200
           SKIP2                                                        00022300
700133 A-250-TRIM-CHAR.                                                 00022400
700133     IF  WEXP-NEEDLE (WEXP-COUNT) (SUB-CHR:1) NOT = SPACE         00022500
