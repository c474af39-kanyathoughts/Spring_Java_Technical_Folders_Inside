700091**               within each plan, and trailer validation - run   00001100
700091**               before committing a multi-hour compare to the    00001200
700091**               wrong file, and kept with the archived backup.   00001300
700170**               The same contents go to MANOUT as fixed rows (see00001301
700170**               the MANROW copybook) for BAMANDLT to compare     00001302
700170**               against another night's manifest.                00001303
700091******************************************************************00001400
700091**  REVISIONS:                                                    00001500
700091******************************************************************00001600
700091**   . SYSOUT  - Displayed Information                            00002100
700091**   . REPORT  - Manifest: header page, plan/RecordType counts,   00002200
700091**               trailer reconciliation                           00002300
700170**   . MANOUT  - Manifest rows (MANROW), when the dd is present   00002301
700091******************************************************************00002400
700091 ENVIRONMENT DIVISION.                                            00002500
700091 CONFIGURATION SECTION.                                           00002600
700112         ASSIGN TO UT-S-TYPEREG                                   00003320
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00003330
700112         FILE STATUS WTYPEREG-FS.                                 00003340
700170     SELECT MANOUT-FILE                                           00003341
700170         ASSIGN TO UT-S-MANOUT                                    00003342
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00003343
700170         FILE STATUS WMANOUT-FS.                                  00003344
700091 DATA DIVISION.                                                   00003400
           SKIP2                                                        00003500
700091 FILE SECTION.                                                    00003600
700112     LABEL RECORDS ARE STANDARD.                                  00004250
           SKIP2                                                        00004260
700112 01  TYPEREG-LINE             PIC X(80).                          00004270
           SKIP2                                                        00004271
700170*** Machine-readable manifest rows - see the MANROW copybook.     00004272
700170 FD  MANOUT-FILE                                                  00004273
700170     BLOCK CONTAINS 0 RECORDS                                     00004274
700170     LABEL RECORDS ARE STANDARD.                                  00004275
           SKIP2                                                        00004276
700170 01  MANOUT-LINE              PIC X(80).                          00004277
700091 WORKING-STORAGE SECTION.                                         00004300
700112 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00004310
700112 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00004320
700091 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00004900
700091 77  SUB-MAN               PIC S9(4)    VALUE ZERO.               00005000
700091 77  WMAN-HIT-SUB          PIC S9(4)    VALUE ZERO.               00005100
700191 77  WPREV-PLAN            PIC X(10)    VALUE SPACES.             00005200
700170 77  WMANOUT-FS            PIC XX       VALUE '00'.               00005201
700170     88  WMANOUT-FS-OK     VALUE '00'.                            00005202
700170 77  WMANOUT-OK-FLG        PIC X        VALUE 'N'.                00005203
700170     88  WMANOUT-OK-YES    VALUE 'Y'.                             00005204
700170 77  WTLR-VERDICT          PIC X        VALUE SPACES.             00005205
           SKIP2                                                        00005300
700091 01  WPRINT-AREA.                                                 00005400
700091     05  WPRINT-FS                 PIC XX  VALUE '00'.            00005500
700091     05  WMAN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00006600
700091     05  WMAN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00006700
700091     05  WMAN-ENTRY OCCURS 5000 TIMES.                            00006800
700191         10  WMAN-PLAN         PIC X(10) VALUE SPACES.            00006900
700091         10  WMAN-XXYY         PIC X(4) VALUE SPACES.             00007000
700091         10  WMAN-CTR          PIC 9(8) VALUE ZERO.               00007100
           SKIP2                                                        00007200
700091         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00008200
           SKIP2                                                        00008300
700091 01  RPT1-LINE.                                                   00008400
700191         05   FILLER     PIC X(12) VALUE                          00008500
700091           '  Plan# '.                                            00008600
700091         05   FILLER     PIC X(06) VALUE                          00008700
700091           'Type'.                                                00008800
           SKIP2                                                        00009100
700091 01  RPDAT1-LINE.                                                 00009200
700091     05  FILLER               PIC X(1) VALUE SPACES.              00009300
700191     05  RPDAT1-PLAN          PIC X(10) VALUE SPACES.             00009400
700091     05  FILLER               PIC X(1) VALUE SPACES.              00009500
700091     05  RPDAT1-XXYY          PIC X(4) VALUE SPACES.              00009600
700091     05  FILLER               PIC X(2) VALUE SPACES.              00009700
700091 01  HDR-REC.  COPY BKUPHDR.                                      00010400
           SKIP2                                                        00010500
700091 01  TLR-REC.  COPY BKUPTLR.                                      00010600
           SKIP2                                                        00010601
700170 01  MANR-REC.  COPY MANROW.                                      00010602
           SKIP2                                                        00010700
700091 01  IO-BKPI-PARM.                                                00010800
700091       COPY IOBKPI REPLACING 'PROGRAM' BY 'BABKMAN'.              00010900
700091         DISPLAY 'BaBkMan-53 PRINT dd OPEN failed:'               00013600
700091             WPRINT-FS                                            00013700
700091         STOP RUN.                                                00013800
700170     OPEN OUTPUT MANOUT-FILE.                                     00013801
700170     IF  WMANOUT-FS-OK                                            00013802
700170         SET WMANOUT-OK-YES TO TRUE                               00013803
700170     ELSE                                                         00013804
700170         DISPLAY 'BaBkMan-105 MANOUT dd OPEN failed, no manifest '00013805
700170             'rows written:' WMANOUT-FS.                          00013806
700091     CALL 'BABKPI' USING SD-AREA                                  00013900
700091                           IO-BKPI-PARM                           00014000
700091                           IO-BKPI-OPEN                           00014100
700091            '  Records: ' HDR-REC-COUNT                           00016400
700091         DELIMITED BY SIZE INTO WPRINT-LINE.                      00016500
700091     PERFORM V-100-PRINT-LINE.                                    00016600
700170     IF  WMANOUT-OK-YES                                           00016601
700170         MOVE SPACES             TO MANR-REC                      00016602
700170         SET MANR-KIND-HDR       TO TRUE                          00016603
700170         MOVE HDR-REC-COUNT      TO MANR-CTR                      00016604
700170         MOVE HDR-DATE           TO MANR-HDR-DATE                 00016605
700170         MOVE HDR-TIME           TO MANR-HDR-TIME                 00016606
700170         MOVE HDR-SYSTEM-RELEASE TO MANR-HDR-RELEASE              00016607
700170         WRITE MANOUT-LINE FROM MANR-REC.                         00016608
700091     PERFORM N1-100-READ-BKPI.                                    00016700
           SKIP2                                                        00016800
700091 A-900-FINI-CLOSE.                                                00016900
700091     DISPLAY 'BaBkMan-444 Plans:' WCTR-PLANS                      00017400
700091       ', Data Records:' WCTR-DATA.                               00017500
700091     CLOSE PRINT-FILE.                                            00017600
700170     IF  WMANOUT-OK-YES                                           00017601
700170         CLOSE MANOUT-FILE.                                       00017602
700091     DISPLAY 'BaBkMan-998 Program Ending'.                        00017700
           SKIP2                                                        00017800
700091***************************                                       00017900
700091         PERFORM V-100-PRINT-LINE                                 00023100
700091         DISPLAY 'BaBkMan-201 Backup has no TLR trailer'          00023200
700091         MOVE 8 TO WRC-FINAL                                      00023300
700170         MOVE 'N' TO WTLR-VERDICT                                 00023301
700091     ELSE                                                         00023400
700091     IF  TLR-REC-COUNT NOT = WCTR-DATA                            00023500
700091         OR HDR-REC-COUNT NOT = WCTR-DATA                         00023600
700091         PERFORM V-100-PRINT-LINE                                 00024300
700091         DISPLAY 'BaBkMan-202 Record count mismatch'              00024400
700091         MOVE 8 TO WRC-FINAL                                      00024500
700170         MOVE 'M' TO WTLR-VERDICT                                 00024501
700091     ELSE                                                         00024600
700091         MOVE SPACES TO WPRINT-LINE                               00024700
700091         STRING ' Trailer verified, data records: ' WCTR-DATA     00024800
700091             DELIMITED BY SIZE INTO WPRINT-LINE                   00024900
700170         MOVE 'V' TO WTLR-VERDICT                                 00024901
700091         PERFORM V-100-PRINT-LINE.                                00025000
700170     IF  WMANOUT-OK-YES                                           00025001
700170         MOVE SPACES             TO MANR-REC                      00025002
700170         SET MANR-KIND-TLR       TO TRUE                          00025003
700170         MOVE WCTR-DATA          TO MANR-CTR                      00025004
700170         MOVE WTLR-VERDICT       TO MANR-TLR-FLAG                 00025005
700170         WRITE MANOUT-LINE FROM MANR-REC.                         00025006
           SKIP2                                                        00025100
700091 A-310-RPT-MAN-ROW.                                               00025200
700091     MOVE SPACES TO RPDAT1-LINE.                                  00025300
700112             TO RPDAT1-DESC.                                      00025650
700091     MOVE RPDAT1-LINE   TO WPRINT-LINE.                           00025700
700091     PERFORM V-100-PRINT-LINE.                                    00025800
700170     IF  WMANOUT-OK-YES                                           00025801
700170         MOVE SPACES              TO MANR-REC                     00025802
700170         SET MANR-KIND-CTR        TO TRUE                         00025803
700170         MOVE WMAN-PLAN (SUB-MAN) TO MANR-PLAN                    00025804
700170         MOVE WMAN-XXYY (SUB-MAN) TO MANR-XXYY                    00025805
700170         MOVE WMAN-CTR (SUB-MAN)  TO MANR-CTR                     00025806
700170         WRITE MANOUT-LINE FROM MANR-REC.                         00025807
           SKIP2                                                        00025900
700112*** Record-type registry load, same optional-dd behavior as       00025910
700112*** the compare.                                                  00025920
