700043**               A-210-SETUP-BKPI/A-220-SETUP-BKPI2 already read. 00001700
700043**               Run with no control cards, CYCLE1/CYCLE2 default 00001800
700043**               to -1/0, i.e. "yesterday vs today".              00001900
700162**               The catalog's golden-baseline entry (promoted by 00001901
700162**               BAGENHLD) is exported as BKPI3 for the three-way 00001902
700162**               compare, with its identity in BKGOLDID, and a    00001903
700162**               selected generation under legal hold is noted.   00001904
700186**               An ENV card names the environment to select      00001905
700186**               from; its catalog is then taken from the ENVREG  00001906
700186**               registry through UTENVRES instead of the GENCAT  00001907
700186**               dd, and an environment that is not registered,   00001908
700186**               or has been retired, stops the step.             00001909
700043******************************************************************00002000
700043**  REVISIONS:                                                    00002100
700043******************************************************************00002200
700043**  Input                                                         00002300
700043**   . IN110   - Control File (CYCLE1/CYCLE2 cards, both          00002400
700043**               optional)                                        00002500
700186**   . ENVREG  - Environment registry, via UTENVRES (ENV card)    00002501
700043**   . GENCAT  - Backup generation catalog, oldest generation     00002600
700043**               first, one GENCAT-DATE/GENCAT-PATH pair per      00002700
700043**               available generation                             00002800
700043**   . SYSOUT  - Displayed Information                            00003100
700043**   . BKUPIN, BKUPIN2 environment variables, set to the two      00003200
700043**     selected generations' GENCAT-PATH values                  00003300
700162**   . BKPI3, BKGOLDID environment variables, set to the golden   00003201
700162**     baseline's path and to its date/promoted-by/promoted-on    00003202
700043******************************************************************00003400
700043 ENVIRONMENT DIVISION.                                            00003500
700043 CONFIGURATION SECTION.                                           00003600
700130     05  GENCAT-ALT           PIC X(71).                          00005540
700140     05  FILLER               PIC X(1).                           00005550
700140     05  GENCAT-RECS          PIC X(9).                           00005560
700162*** Legal hold and golden-baseline columns maintained by BAGENHLD.00005561
700162     05  FILLER               PIC X(1).                           00005562
700162     05  GENCAT-HOLD          PIC X(1).                           00005563
700162     05  FILLER               PIC X(1).                           00005564
700162     05  GENCAT-HOLD-REASON   PIC X(20).                          00005565
700162     05  FILLER               PIC X(1).                           00005566
700162     05  GENCAT-HOLD-UNTIL    PIC X(8).                           00005567
700162     05  FILLER               PIC X(1).                           00005568
700162     05  GENCAT-GOLDEN        PIC X(1).                           00005569
700162     05  FILLER               PIC X(1).                           00005570
700162     05  GENCAT-PROMOTED-BY   PIC X(8).                           00005571
700162     05  FILLER               PIC X(1).                           00005572
700162     05  GENCAT-PROMOTED-ON   PIC X(8).                           00005573
700183*** Content fingerprint written by BAGENCAT, proved by UTGENFP.   00005574
700183     05  FILLER               PIC X(1).                           00005575
700183     05  GENCAT-FP-HASH       PIC X(10).                          00005576
700183     05  FILLER               PIC X(1).                           00005577
700183     05  GENCAT-FP-HDR-DATE   PIC X(6).                           00005578
700183     05  FILLER               PIC X(1).                           00005579
700183     05  GENCAT-FP-HDR-TIME   PIC X(6).                           00005580
700043 WORKING-STORAGE SECTION.                                         00005600
700043 77  WQUIT-FLG             PIC X            VALUE 'N'.            00005700
700043     88  WQUIT-FLG-YES VALUE 'Y'.                                 00005800
700043         10  WGENCAT-ENTRY-PATH  PIC X(71) VALUE SPACES.          00007100
700130         10  WGENCAT-ENTRY-ALT   PIC X(71) VALUE SPACES.          00007110
700140         10  WGENCAT-ENTRY-RECS  PIC X(9)  VALUE SPACES.          00007120
700162         10  WGENCAT-ENTRY-HOLD  PIC X(1)  VALUE SPACES.          00007121
700162             88  WGENCAT-ENTRY-HOLD-YES   VALUE 'H'.              00007122
700162         10  WGENCAT-ENTRY-UNTIL PIC X(8)  VALUE SPACES.          00007123
700162         10  WGENCAT-ENTRY-GOLD  PIC X(1)  VALUE SPACES.          00007124
700162             88  WGENCAT-ENTRY-GOLD-YES   VALUE 'G'.              00007125
700162         10  WGENCAT-ENTRY-PRBY  PIC X(8)  VALUE SPACES.          00007126
700162         10  WGENCAT-ENTRY-PRON  PIC X(8)  VALUE SPACES.          00007127
           SKIP2                                                        00007120
700130*** CBL_CHECK_FILE_EXIST reply area, the BAGENCAT shape; only     00007130
700130*** the call's return code is consulted.                          00007140
700140 77  WSWING-PCT            PIC S9(9)        VALUE ZERO.           00007197
700140 77  WSWING-DELTA          PIC S9(9)        VALUE ZERO.           00007198
700140 77  WCTR-AUDIT-FINDINGS   PIC 9(5)         VALUE ZERO.           00007199
700162 77  WGOLD-SUB             PIC S9(4)        VALUE ZERO.           00007200
700162 01  WGOLD-ID.                                                    00007201
700162     05  WGOLD-ID-DATE        PIC 9(8)  VALUE ZERO.               00007202
700162     05  FILLER               PIC X(1)  VALUE SPACE.              00007203
700162     05  WGOLD-ID-PRBY        PIC X(8)  VALUE SPACES.             00007204
700162     05  FILLER               PIC X(1)  VALUE SPACE.              00007205
700162     05  WGOLD-ID-PRON        PIC X(8)  VALUE SPACES.             00007206
           SKIP2                                                        00007200
700140*** Day-serial workbench for the continuity audit - plain         00007201
700140*** year/month-offset arithmetic, so consecutive catalog dates    00007202
700043         88  WCTL-CMD-CYCLE2     VALUE 'CYCLE2'.                  00007700
700140         88  WCTL-CMD-GAPDAYS    VALUE 'GAPDAYS'.                 00007710
700140         88  WCTL-CMD-SWINGPCT   VALUE 'SWINGPCT'.                00007720
700186         88  WCTL-CMD-ENV        VALUE 'ENV'.                     00007721
700043     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00007800
700043     05  WCTL-CYCLE1             PIC S9(4) VALUE -1.              00007900
700043     05  WCTL-CYCLE2             PIC S9(4) VALUE ZERO.            00008000
700140*** The defaults ride over an ordinary weekend plus a holiday.    00008040
700140     05  WCTL-GAPDAYS            PIC 9(3)  VALUE 4.               00008050
700140     05  WCTL-SWINGPCT           PIC 9(3)  VALUE 25.              00008060
700186*** Environment named on the ENV card, blank for the GENCAT dd    00008061
700186*** as supplied.                                                  00008062
700186     05  WCTL-ENV                PIC X(8)  VALUE SPACES.          00008063
           SKIP2                                                        00008100
700043 01  IO-IN110-PARM.                                               00008200
700043       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKSEL'.             00008300
           SKIP2                                                        00008301
700186 01  IO-ENV-PARM.                                                 00008302
700186       COPY IOENVRES REPLACING 'PROGRAM' BY 'BABKSEL'.            00008303
           SKIP3                                                        00008400
700043     EJECT                                                        00008500
700043 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00008600
700043     IF  NOT WQUIT-FLG-YES                                        00009300
700043         PERFORM A-300-LOAD-GENCAT                                00009400
700140         PERFORM A-350-AUDIT-GENCAT                               00009410
700162         PERFORM A-400-SELECT-GENS                                00009411
700162         PERFORM A-440-EXPORT-GOLDEN.                             00009412
700043     PERFORM A-900-FINI-CLOSE.                                    00009600
700130*** The failover return code must survive the subprogram CALLs    00009610
700130*** in A-900, which reset RETURN-CODE.                            00009620
700043         PERFORM F-110-READ-IN110                                 00011400
700043         PERFORM F-100-PROC-CTL                                   00011500
700043           UNTIL IO-IN110-ERROR-YES.                              00011600
700186     IF  NOT WQUIT-FLG-YES                                        00011601
700186         AND WCTL-ENV NOT = SPACES                                00011602
700186         PERFORM A-210-RESOLVE-ENV.                               00011603
700043     IF  NOT WQUIT-FLG-YES                                        00011700
700043         OPEN INPUT GENCAT-FILE                                   00011800
700043         IF  NOT WGENCAT-FS-OK                                    00011900
700043                 WGENCAT-FS                                       00012100
700043             SET WQUIT-FLG-YES TO TRUE.                           00012200
           SKIP2                                                        00012300
700186*** The ENV card's environment is looked up on the registry and   00012301
700186*** its catalog replaces the GENCAT dd before the catalog is      00012302
700186*** opened.  An unknown or inactive environment is an error, not  00012303
700186*** a fallback to whatever the dd happens to hold.                00012304
700186 A-210-RESOLVE-ENV.                                               00012305
700186     MOVE WCTL-ENV TO IO-ENV-NAME.                                00012306
700186     CALL 'UTENVRES' USING IO-ENV-PARM IO-ENV-LOOKUP.             00012307
700186     IF  NOT IO-ENV-RESOLVED                                      00012308
700186         DISPLAY 'BaBkSel-307 ENV ' WCTL-ENV ' refused: '         00012309
700186             IO-ENV-REASON                                        00012310
700186         IF  WRC-FINAL < 8                                        00012311
700186             MOVE 8 TO WRC-FINAL                                  00012312
700186         END-IF                                                   00012313
700186         SET WQUIT-FLG-YES TO TRUE                                00012314
700186     ELSE                                                         00012315
700186         DISPLAY 'GENCAT' UPON ENVIRONMENT-NAME                   00012316
700186         DISPLAY IO-ENV-GENCAT UPON ENVIRONMENT-VALUE             00012317
700186         DISPLAY 'BaBkSel-308 Environment ' WCTL-ENV              00012318
700186             ' (' IO-ENV-PLATFORM ', ' IO-ENV-CODEPAGE            00012319
700186             ') catalog:' IO-ENV-GENCAT.                          00012320
           SKIP2                                                        00012321
700043 A-900-FINI-CLOSE.                                                00012400
700043     CALL 'UT110IN'  USING SD-AREA                                00012500
700043               IO-IN110-PARM                                      00012600
700140     ELSE IF  WCTL-CMD-SWINGPCT                                   00015140
700140         AND WCTL-VAL (1:3) IS NUMERIC                            00015150
700140         MOVE WCTL-VAL (1:3) TO WCTL-SWINGPCT                     00015160
700186     ELSE IF  WCTL-CMD-ENV                                        00015161
700186         MOVE WCTL-VAL (1:8) TO WCTL-ENV                          00015162
700043     ELSE                                                         00015200
700043         DISPLAY 'BaBkSel-501 Invalid Control Card:'              00015300
700043             CTL-REC (1:50).                                      00015400
700043         MOVE GENCAT-DATE TO WGENCAT-ENTRY-DATE (WGENCAT-COUNT)   00018000
700043         MOVE GENCAT-PATH TO WGENCAT-ENTRY-PATH (WGENCAT-COUNT)   00018100
700130         MOVE GENCAT-ALT  TO WGENCAT-ENTRY-ALT (WGENCAT-COUNT)    00018110
700162         MOVE GENCAT-HOLD TO WGENCAT-ENTRY-HOLD (WGENCAT-COUNT)   00018111
700162         MOVE GENCAT-HOLD-UNTIL                                   00018112
700162             TO WGENCAT-ENTRY-UNTIL (WGENCAT-COUNT)               00018113
700162         MOVE GENCAT-GOLDEN TO WGENCAT-ENTRY-GOLD (WGENCAT-COUNT) 00018114
700162         MOVE GENCAT-PROMOTED-BY                                  00018115
700162             TO WGENCAT-ENTRY-PRBY (WGENCAT-COUNT)                00018116
700162         MOVE GENCAT-PROMOTED-ON                                  00018117
700162             TO WGENCAT-ENTRY-PRON (WGENCAT-COUNT)                00018118
700140         MOVE GENCAT-RECS TO WGENCAT-ENTRY-RECS (WGENCAT-COUNT).  00018120
           SKIP2                                                        00018200
700140***************************                                       00018210
700043     DISPLAY 'BaBkSel-410 BKUPIN selected, generation date '      00022400
700043         WGENCAT-ENTRY-DATE (WTARGET-SUB1) ':'                    00022500
700043         WGENCAT-ENTRY-PATH (WTARGET-SUB1).                       00022600
700162     IF  WGENCAT-ENTRY-HOLD-YES (WTARGET-SUB1)                    00022601
700162         DISPLAY 'BaBkSel-411 BKUPIN generation is under legal '  00022602
700162             'hold until ' WGENCAT-ENTRY-UNTIL (WTARGET-SUB1).    00022603
           SKIP2                                                        00022700
700043 A-420-EXPORT-BKUPIN2.                                            00022800
700130     MOVE WGENCAT-ENTRY-PATH (WTARGET-SUB2) TO WEXIST-PATH.       00022900
700043     DISPLAY 'BaBkSel-420 BKUPIN2 selected, generation date '     00024100
700043         WGENCAT-ENTRY-DATE (WTARGET-SUB2) ':'                    00024200
700043         WGENCAT-ENTRY-PATH (WTARGET-SUB2).                       00024300
700162     IF  WGENCAT-ENTRY-HOLD-YES (WTARGET-SUB2)                    00024301
700162         DISPLAY 'BaBkSel-421 BKUPIN2 generation is under legal ' 00024302
700162             'hold until ' WGENCAT-ENTRY-UNTIL (WTARGET-SUB2).    00024303
           SKIP2                                                        00024304
700162*** The golden baseline BKPI3 reads is whichever generation       00024305
700162*** BAGENHLD last promoted; its path goes out under the BKPI3 name00024306
700162*** and its identity under BKGOLDID, so the compare reports which 00024307
700162*** certified generation it ran against.  With no golden entry    00024308
700162*** nothing is exported and BKPI3 stays as the job supplies it.   00024309
700162 A-440-EXPORT-GOLDEN.                                             00024310
700162     MOVE ZERO TO WGOLD-SUB.                                      00024311
700162     PERFORM A-445-FIND-GOLDEN                                    00024312
700162         VARYING SUB-GENCAT FROM 1 BY 1                           00024313
700162           UNTIL SUB-GENCAT > WGENCAT-COUNT.                      00024314
700162     IF  WGOLD-SUB = ZERO                                         00024315
700162         DISPLAY 'BaBkSel-440 No golden baseline promoted in '    00024316
700162             'the GENCAT catalog'                                 00024317
700162     ELSE                                                         00024318
700162         MOVE WGENCAT-ENTRY-PATH (WGOLD-SUB) TO WEXIST-PATH       00024319
700162         PERFORM A-430-CHECK-EXISTS                               00024320
700162         IF  NOT WEXIST-FLG-YES                                   00024321
700162             DISPLAY 'BaBkSel-442 *** GOLDEN BASELINE DATASET '   00024322
700162                 'MISSING: ' WGENCAT-ENTRY-PATH (WGOLD-SUB)       00024323
700162             IF  WRC-FINAL < 8                                    00024324
700162                 MOVE 8 TO WRC-FINAL                              00024325
700162             END-IF                                               00024326
700162         ELSE                                                     00024327
700162             MOVE WGENCAT-ENTRY-DATE (WGOLD-SUB) TO WGOLD-ID-DATE 00024328
700162             MOVE WGENCAT-ENTRY-PRBY (WGOLD-SUB) TO WGOLD-ID-PRBY 00024329
700162             MOVE WGENCAT-ENTRY-PRON (WGOLD-SUB) TO WGOLD-ID-PRON 00024330
700162             DISPLAY 'BKPI3' UPON ENVIRONMENT-NAME                00024331
700162             DISPLAY WGENCAT-ENTRY-PATH (WGOLD-SUB)               00024332
700162                 UPON ENVIRONMENT-VALUE                           00024333
700162             DISPLAY 'BKGOLDID' UPON ENVIRONMENT-NAME             00024334
700162             DISPLAY WGOLD-ID UPON ENVIRONMENT-VALUE              00024335
700162             DISPLAY 'BaBkSel-441 BKPI3 golden baseline, '        00024336
700162                 'generation ' WGOLD-ID-DATE ' promoted by '      00024337
700162                 WGOLD-ID-PRBY ' on ' WGOLD-ID-PRON ': '          00024338
700162                 WGENCAT-ENTRY-PATH (WGOLD-SUB).                  00024339
           SKIP2                                                        00024340
700162 A-445-FIND-GOLDEN.                                               00024341
700162     IF  WGENCAT-ENTRY-GOLD-YES (SUB-GENCAT)                      00024342
700162         MOVE SUB-GENCAT TO WGOLD-SUB.                            00024343
           SKIP2                                                        00024400
700130*** Same library-routine probe BAGENCAT's catalog hygiene uses;   00024500
700130*** a missing routine counts as present, so this check can        00024600
