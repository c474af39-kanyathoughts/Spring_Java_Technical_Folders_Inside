700152**   . BKUPI   - The backup to validate (BKUPIN): one raw         00002600
700152**               BABKPI pass for the physical sequence, then      00002610
700152**               the BABKPIS main pass                            00002620
700183**   . GENCAT  - Generation catalog, for the fingerprint check    00002621
700117**   . TYPEREG - Record-type registry (optional)                  00002700
700117******************************************************************00002800
700117**  Output                                                        00002900
700117 77  WCTR-NO-PL            PIC 9(5)     VALUE ZERO.               00007300
700117 77  WCTR-NO-PT            PIC 9(7)     VALUE ZERO.               00007400
700117 77  WCTR-FINDINGS         PIC 9(9)     VALUE ZERO.               00007500
700203 77  WPREV-KEY             PIC X(24)    VALUE LOW-VALUES.         00007600
700203 77  WCUR-PLAN             PIC X(10)    VALUE SPACES.             00007700
700117 77  WPLAN-HAS-PL-FLG      PIC X        VALUE 'N'.                00007800
700117     88  WPLAN-HAS-PL-YES  VALUE 'Y'.                             00007900
700117 77  WPLAN-REC-CTR         PIC 9(8)     VALUE ZERO.               00008000
700117 77  WTLR-FOUND-FLG        PIC X        VALUE 'N'.                00008600
700117     88  WTLR-FOUND-FLG-YES VALUE 'Y'.                            00008700
700117 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00008800
700183 77  WGFP-STOP-FLG         PIC X        VALUE 'N'.                00008801
700183     88  WGFP-STOP-YES     VALUE 'Y'.                             00008802
700117 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00008900
700117 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00009000
700117 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00009100
           SKIP2                                                        00013300
700117 01  IO-BKPI-PARM.                                                00013400
700117       COPY IOBKPI REPLACING 'PROGRAM' BY 'BABKVAL'.              00013500
           SKIP3                                                        00013501
700183 01  IO-GFP-PARM.                                                 00013502
700183       COPY IOGENFP REPLACING 'PROGRAM' BY 'BABKVAL'.             00013503
           SKIP3                                                        00013600
700117 01  DE-AREA.  COPY PRMDE.                                        00013700
           SKIP3                                                        00013800
700117     MOVE ' Fitness Findings'  TO RPTHDR-SUBTITLE.                00016700
700117     PERFORM V-150-NEWPAGE.                                       00016800
700117     PERFORM A-248-LOAD-TYPEREG.                                  00016900
700183     PERFORM A-210-PROVE-GENPRINT.                                00016901
700183     IF  WGFP-STOP-YES                                            00016902
700183         MOVE 16 TO RETURN-CODE                                   00016903
700183         STOP RUN.                                                00016904
700152     PERFORM B-600-RAW-SEQ-PASS.                                  00016910
700117     CALL 'BABKPI' USING SD-AREA                                  00017000
700117                           IO-BKPI-PARM                           00017100
700117         STOP RUN.                                                00017800
700117     PERFORM N1-100-READ-PIS.                                     00017900
           SKIP2                                                        00018000
700183*** Fitness means nothing for a backup that is not the one the    00018001
700183*** catalog says it is, so the backup is first proved against the 00018002
700183*** GENCAT entry BAGENCAT cataloged for it; a backup restored or  00018003
700183*** re-dumped over the cataloged dataset stops the gate here.     00018004
700183 A-210-PROVE-GENPRINT.                                            00018005
700183     MOVE 'BKUPIN'  TO IO-GFP-DDNAME.                             00018006
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00018007
700183                          IO-GFP-LOOKUP                           00018008
700183                          BWA-REC.                                00018009
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00018010
700183                          IO-GFP-VERIFY                           00018011
700183                          BWA-REC.                                00018012
700183     IF  IO-GFP-VERIFIED                                          00018013
700183         DISPLAY 'BaBkVal-310 Backup proved against GENCAT '      00018014
700183             'generation ' IO-GFP-CAT-DATE                        00018015
700183     ELSE IF  IO-GFP-MISMATCH                                     00018016
700183         DISPLAY 'BaBkVal-311 *** BACKUP IS NOT THE CATALOGED '   00018017
700183             'GENERATION - ' IO-GFP-REASON                        00018018
700183         DISPLAY 'BaBkVal-311 *** Path: ' IO-GFP-PATH (1:71)      00018019
700183         DISPLAY 'BaBkVal-311 *** GENCAT generation '             00018020
700183             IO-GFP-CAT-DATE ' was restored or re-dumped over, '  00018021
700183             'run terminated'                                     00018022
700183         MOVE SPACES TO WPRINT-LINE                               00018023
700183         STRING ' *** BACKUP IS NOT THE CATALOGED GENERATION - '  00018024
700183             IO-GFP-REASON                                        00018025
700183             DELIMITED BY SIZE INTO WPRINT-LINE                   00018026
700183         PERFORM V-100-PRINT-LINE                                 00018027
700183         SET WGFP-STOP-YES TO TRUE                                00018028
700183     ELSE                                                         00018029
700183         DISPLAY 'BaBkVal-312 Backup fingerprint not proved, '    00018030
700183             IO-GFP-REASON.                                       00018031
           SKIP2                                                        00018032
700117 A-900-FINI-CLOSE.                                                00018100
700117     CALL 'BABKPI' USING SD-AREA                                  00018200
700117                           IO-BKPI-PARM                           00018300
           SKIP2                                                        00026400
700117 B-120-CHECK-LENGTH.                                              00026500
700117     IF  IO-BKPI-REC-LENG < 1                                     00026600
700173         OR IO-BKPI-REC-LENG > 32760                              00026700
700117         ADD 1 TO WCTR-LENGTH-BAD                                 00026800
700117         ADD 1 TO WCTR-FINDINGS                                   00026900
700117         MOVE SPACES TO WPRINT-LINE                               00027000
700117         PERFORM V-100-PRINT-LINE.                                00028400
700117     MOVE BKFIL-KEY-GROUP TO WPREV-KEY.                           00028500
           SKIP2                                                        00028600
700201*** Participant shape: AH/EK/LN/BN/FP records belong to a         00028700
700117*** participant whose PT header must be on file ahead of them     00028800
700117*** in key order.  Flagged once per participant.                  00028900
700117 B-140-CHECK-REFER.                                               00029000
700203     IF  BKFIL-KEY-GROUP (11:11) NOT = WCUR-PART                  00029100
700203         MOVE BKFIL-KEY-GROUP (11:11) TO WCUR-PART                00029200
700117         MOVE 'N' TO WPART-HAS-PT-FLG                             00029300
700117         MOVE 'N' TO WPART-FLAGGED-FLG.                           00029400
700117     IF  BKFIL-XXYY = 'PT  '                                      00029500
700117         SET WPART-HAS-PT-YES TO TRUE.                            00029600
700201     IF  (BKFIL-XXYY = 'AH  ' OR 'EK  ' OR 'LN  ' OR 'BN  '       00029700
700201           OR 'FP  ')                                             00029700
700117         AND NOT WPART-HAS-PT-YES                                 00029800
700117         AND NOT WPART-FLAGGED-YES                                00029900
700117         SET WPART-FLAGGED-YES TO TRUE                            00030000
