700145**  AUTHOR       R. NOLAN, Sep 2026                               00000600
700145**  PURPOSE      Plan-level backup subsetter for defect           00000700
700145**               handoff.  Given SELPLAN cards (and/or one       00000800
700191**               PLANRANGE low-high card, the compare's           00000900
700145**               formats), copies just those plans' records       00001000
700145**               from BKUPIN and BKUPIN2 into the MINI1/MINI2     00001100
700145**               pair, with each side's header and trailer        00001200
700145**   . IN110   - Control File (SELPLAN/PLANRANGE cards)           00002300
700145**   . BKUPI   - Backup File1 (BKUPIN), via BABKPI                00002400
700145**   . BKUPI2  - Backup File2 (BKUPIN2), via BABKPI2              00002500
700183**   . GENCAT  - Generation catalog, for the fingerprint check    00002501
700145******************************************************************00002600
700145**  Output                                                        00002700
700145**   . SYSOUT  - Displayed Information                            00002800
           SKIP1                                                        00004800
700145 FD  MINI1-FILE                                                   00004900
700145     BLOCK CONTAINS 0 RECORDS                                     00005000
700173     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00005001
700173         DEPENDING ON WMINI1-LENG                                 00005002
700145     LABEL RECORDS ARE STANDARD.                                  00005100
           SKIP2                                                        00005200
700173 01  MINI1-REC                PIC X(32760).                       00005300
           SKIP2                                                        00005400
700145 FD  MINI2-FILE                                                   00005500
700145     BLOCK CONTAINS 0 RECORDS                                     00005600
700173     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00005601
700173         DEPENDING ON WMINI2-LENG                                 00005602
700145     LABEL RECORDS ARE STANDARD.                                  00005700
           SKIP2                                                        00005800
700173 01  MINI2-REC                PIC X(32760).                       00005900
700145 WORKING-STORAGE SECTION.                                         00006000
700145 77  SUB-SELPLAN           PIC S9(4) BINARY VALUE ZERO.           00006100
700145 77  WSEL-HIT-FLG          PIC X        VALUE 'N'.                00006200
700145 77  WCTR-SURVIVE2         PIC 9(9)     VALUE ZERO.               00006500
700145 77  WCTR-WRITTEN1         PIC 9(9)     VALUE ZERO.               00006600
700145 77  WCTR-WRITTEN2         PIC 9(9)     VALUE ZERO.               00006700
700173 77  WMINI1-LENG           PIC S9(8) BINARY VALUE ZERO.           00006701
700173 77  WMINI2-LENG           PIC S9(8) BINARY VALUE ZERO.           00006702
700145 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00006800
700183 77  WGFP-STOP-FLG         PIC X        VALUE 'N'.                00006801
700183     88  WGFP-STOP-YES     VALUE 'Y'.                             00006802
700183 77  WGFP-FILE-LABEL       PIC X(5)     VALUE SPACES.             00006803
           SKIP2                                                        00006900
700145 01  WMINI1-FS             PIC XX  VALUE '00'.                    00007000
700145     88  WMINI1-FS-OK      VALUE '00'.                            00007100
700145     05  WSELPLAN-COUNT        PIC S9(4) BINARY VALUE ZERO.       00007800
700145     05  WSELPLAN-MAX-ENTRIES  PIC S9(4) BINARY VALUE 50.         00007900
700145     05  WSELPLAN-ENTRY OCCURS 50 TIMES                           00008000
700191                               PIC X(10) VALUE SPACES.            00008100
           SKIP2                                                        00008200
700145 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00008300
700145 01  WCTL-AREA.                                                   00008400
700145     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00008500
700145         88  WCTL-CMD-SELPLAN    VALUE 'SELPLAN'.                 00008600
700145         88  WCTL-CMD-PLANRANGE  VALUE 'PLANRANGE'.               00008700
700191     05  WCTL-VAL                PIC X(24) VALUE SPACES.          00008800
700191     05  WCTL-PLANRANGE-LOW      PIC X(10) VALUE SPACES.          00008900
700191     05  WCTL-PLANRANGE-HIGH     PIC X(10) VALUE SPACES.          00009000
           SKIP2                                                        00009100
700145 01  BWA-REC.  COPY BKUPREC.                                      00009200
           SKIP2                                                        00009300
           SKIP3                                                        00010500
700145 01  IO-IN110-PARM.                                               00010600
700145       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKSUB'.             00010700
           SKIP3                                                        00010701
700183 01  IO-GFP-PARM.                                                 00010702
700183       COPY IOGENFP REPLACING 'PROGRAM' BY 'BABKSUB'.             00010703
           SKIP3                                                        00010800
700145 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00010900
           EJECT                                                        00011000
700145 A-100-BODY.                                                      00011300
700145     PERFORM A-105-INIT.                                          00011400
700145     PERFORM A-200-INIT-OPEN.                                     00011500
700183     PERFORM A-300-PROVE-GENPRINT.                                00011501
700183     IF  WGFP-STOP-YES                                            00011502
700183         MOVE 16 TO WRC-FINAL                                     00011503
700183     ELSE IF  WSELPLAN-COUNT = ZERO                               00011600
700145         AND WCTL-PLANRANGE-LOW = SPACES                          00011700
700145         DISPLAY 'BaBkSub-201 No SELPLAN or PLANRANGE '           00011800
700145             'supplied, nothing to subset'                        00011900
700145               IO-IN110-CLOSE                                     00015500
700145               CTL-REC.                                           00015600
           SKIP2                                                        00015700
700183***************************                                       00015701
700183*** Generation fingerprint: each backup is proved against the     00015702
700183*** GENCAT entry BAGENCAT cataloged for it, so a minis pair is    00015703
700183*** never cut from a backup restored or re-dumped over the        00015704
700183*** cataloged dataset.                                            00015705
700183***************************                                       00015706
700183 A-300-PROVE-GENPRINT.                                            00015707
700183     MOVE 'BKUPIN'  TO IO-GFP-DDNAME.                             00015708
700183     MOVE 'File1'   TO WGFP-FILE-LABEL.                           00015709
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00015710
700183                          IO-GFP-LOOKUP                           00015711
700183                          BWA-REC.                                00015712
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00015713
700183                          IO-GFP-VERIFY                           00015714
700183                          BWA-REC.                                00015715
700183     PERFORM A-310-REPORT-GENPRINT.                               00015716
700183     MOVE 'BKUPIN2' TO IO-GFP-DDNAME.                             00015717
700183     MOVE 'File2'   TO WGFP-FILE-LABEL.                           00015718
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00015719
700183                          IO-GFP-LOOKUP                           00015720
700183                          BWA2-REC.                               00015721
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00015722
700183                          IO-GFP-VERIFY                           00015723
700183                          BWA2-REC.                               00015724
700183     PERFORM A-310-REPORT-GENPRINT.                               00015725
           SKIP2                                                        00015726
700183 A-310-REPORT-GENPRINT.                                           00015727
700183     IF  IO-GFP-VERIFIED                                          00015728
700183         DISPLAY 'BaBkSub-310 ' WGFP-FILE-LABEL                   00015729
700183             ' proved against GENCAT generation '                 00015730
700183             IO-GFP-CAT-DATE                                      00015731
700183     ELSE IF  IO-GFP-MISMATCH                                     00015732
700183         DISPLAY 'BaBkSub-311 *** ' WGFP-FILE-LABEL               00015733
700183             ' IS NOT THE CATALOGED GENERATION - '                00015734
700183             IO-GFP-REASON                                        00015735
700183         DISPLAY 'BaBkSub-311 *** Path: ' IO-GFP-PATH (1:71)      00015736
700183         DISPLAY 'BaBkSub-311 *** GENCAT generation '             00015737
700183             IO-GFP-CAT-DATE ' was restored or re-dumped over, '  00015738
700183             'nothing subset'                                     00015739
700183         SET WGFP-STOP-YES TO TRUE                                00015740
700183     ELSE                                                         00015741
700183         DISPLAY 'BaBkSub-312 ' WGFP-FILE-LABEL                   00015742
700183             ' fingerprint not proved, ' IO-GFP-REASON.           00015743
           SKIP2                                                        00015744
700145 F-100-PROC-CTL.                                                  00015800
700145     IF  CTL-REC (1:1) = '*'                                      00015900
700145         DISPLAY 'BaBkSub-500 Comment:' CTL-REC (1:50)            00016000
700145         IF  WCTL-CMD-SELPLAN                                     00016500
700145             PERFORM F-120-ADD-SELPLAN                            00016600
700145         ELSE IF  WCTL-CMD-PLANRANGE                              00016700
700191             MOVE SPACES TO WCTL-PLANRANGE-LOW                    00016800
700191                            WCTL-PLANRANGE-HIGH                   00016801
700191             UNSTRING WCTL-VAL DELIMITED BY '-'                   00016900
700191                 INTO WCTL-PLANRANGE-LOW WCTL-PLANRANGE-HIGH      00016901
700145             DISPLAY ' Subset Plan Range: '                       00017000
700145                 WCTL-PLANRANGE-LOW ' - ' WCTL-PLANRANGE-HIGH     00017100
700145         ELSE                                                     00017200
700145 F-120-ADD-SELPLAN.                                               00017700
700145     IF  WSELPLAN-COUNT >= WSELPLAN-MAX-ENTRIES                   00017800
700145         DISPLAY 'BaBkSub-502 SELPLAN table full, ignoring:'      00017900
700191             WCTL-VAL (1:10)                                      00018000
700145     ELSE                                                         00018100
700145         ADD 1 TO WSELPLAN-COUNT                                  00018200
700191         MOVE WCTL-VAL (1:10)                                     00018300
700145             TO WSELPLAN-ENTRY (WSELPLAN-COUNT)                   00018400
700191         DISPLAY ' Subset Plan: ' WCTL-VAL (1:10).                00018500
           SKIP2                                                        00018600
700145 F-110-READ-IN110.                                                00018700
700145     CALL 'UT110IN'  USING SD-AREA                                00018800
           SKIP2                                                        00026100
700145 W-100-PUT-MINI1.                                                 00026200
700145     MOVE BWA-REC TO MINI1-REC.                                   00026300
700173     MOVE IO-BKPI-REC-LENG TO WMINI1-LENG.                        00026301
700145     WRITE MINI1-REC.                                             00026400
700145     IF  WMINI1-FS-OK                                             00026500
700145         ADD 1 TO WCTR-WRITTEN1                                   00026600
           SKIP2                                                        00033800
700145 W-200-PUT-MINI2.                                                 00033900
700145     MOVE BWA2-REC TO MINI2-REC.                                  00034000
700173     MOVE IO-BKPI2-REC-LENG TO WMINI2-LENG.                       00034001
700145     WRITE MINI2-REC.                                             00034100
700145     IF  WMINI2-FS-OK                                             00034200
700145         ADD 1 TO WCTR-WRITTEN2                                   00034300
