700050**               catalog whose datasets no longer exist are       00001900
700050**               dropped on the way through, so the catalog       00002000
700050**               stops drifting from what is really on disk.      00002100
700162**               Generations under a legal hold (until its release00002101
700162**               date) and the golden baseline, both set by       00002102
700162**               BAGENHLD, are never dropped: a held or golden    00002103
700162**               entry whose dataset has gone is kept and reported00002104
700162**               loudly instead.  A hold whose release date has   00002105
700162**               passed lapses here and is cleared.               00002106
700183**               Each new entry also carries the backup's content 00002107
700183**               fingerprint - data-record count, content hash    00002108
700183**               (folded through UTGENFP as the file is read) and 00002109
700183**               HDR-DATE/HDR-TIME - which BABKCMP, BABKSUB,      00002110
700183**               BAWHSCMP and BABKVAL prove the dataset they open 00002111
700183**               against, so a backup restored or re-dumped over  00002112
700183**               a cataloged dataset is caught before it is used. 00002113
700203**               A generation already on the catalog (same path   00000000
700203**               and header date) that was rewritten in place,    00000000
700203**               as BAPLNWID does, has its entry refreshed with   00000000
700203**               the new fingerprint instead of a second entry.   00000000
700050******************************************************************00002200
700050**  REVISIONS:                                                    00002300
700050******************************************************************00002400
700140*** continuity audit compares consecutive counts.                 00006280
700140     05  FILLER               PIC X(1).                           00006290
700140     05  GENCATI-RECS         PIC X(9).                           00006291
700162*** Legal hold and golden-baseline columns, set by BAGENHLD;      00006292
700162*** blank on rows cataloged before the columns existed.           00006293
700162     05  FILLER               PIC X(1).                           00006294
700162     05  GENCATI-HOLD-AREA.                                       00006295
700162         10  GENCATI-HOLD         PIC X(1).                       00006296
700162             88  GENCATI-HOLD-YES   VALUE 'H'.                    00006297
700162         10  FILLER               PIC X(1).                       00006298
700162         10  GENCATI-HOLD-REASON  PIC X(20).                      00006299
700162         10  FILLER               PIC X(1).                       00006300
700162         10  GENCATI-HOLD-UNTIL   PIC X(8).                       00006301
700162         10  FILLER               PIC X(1).                       00006302
700162         10  GENCATI-GOLDEN       PIC X(1).                       00006303
700162             88  GENCATI-GOLDEN-YES VALUE 'G'.                    00006304
700162         10  FILLER               PIC X(1).                       00006305
700162         10  GENCATI-PROMOTED-BY  PIC X(8).                       00006306
700162         10  FILLER               PIC X(1).                       00006307
700162         10  GENCATI-PROMOTED-ON  PIC X(8).                       00006308
700183*** Content fingerprint of the generation, blank on rows cataloged00006309
700183*** before the columns existed; UTGENFP proves backups against it.00006310
700183     05  FILLER               PIC X(1).                           00006311
700183     05  GENCATI-FP-HASH      PIC X(10).                          00006312
700183     05  FILLER               PIC X(1).                           00006313
700183     05  GENCATI-FP-HDR-DATE  PIC X(6).                           00006314
700183     05  FILLER               PIC X(1).                           00006315
700183     05  GENCATI-FP-HDR-TIME  PIC X(6).                           00006316
           SKIP2                                                        00006300
700050 FD  GENCATO-FILE                                                 00006400
700050     BLOCK CONTAINS 0 RECORDS                                     00006500
700130     05  GENCATO-ALT          PIC X(71).                          00007120
700140     05  FILLER               PIC X(1).                           00007130
700140     05  GENCATO-RECS         PIC X(9).                           00007140
700162     05  FILLER               PIC X(1).                           00007141
700162     05  GENCATO-HOLD-AREA    PIC X(51).                          00007142
700183     05  FILLER               PIC X(1).                           00007143
700183     05  GENCATO-FP-HASH      PIC X(10).                          00007144
700183     05  FILLER               PIC X(1).                           00007145
700183     05  GENCATO-FP-HDR-DATE  PIC X(6).                           00007146
700183     05  FILLER               PIC X(1).                           00007147
700183     05  GENCATO-FP-HDR-TIME  PIC X(6).                           00007148
700050 WORKING-STORAGE SECTION.                                         00007200
700050 77  WQUIT-FLG             PIC X            VALUE 'N'.            00007300
700050     88  WQUIT-FLG-YES VALUE 'Y'.                                 00007400
700050 77  WCTR-BKPI             PIC 9(9)     VALUE ZERO.               00007900
700050 77  WCTR-KEPT             PIC 9(5)     VALUE ZERO.               00008000
700050 77  WCTR-DROPPED          PIC 9(5)     VALUE ZERO.               00008100
700162 77  WCTR-HELD             PIC 9(5)     VALUE ZERO.               00008101
700162 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00008102
700162 77  WPROTECT-FLG          PIC X            VALUE 'N'.            00008103
700162     88  WPROTECT-FLG-YES VALUE 'Y'.                              00008104
700050 77  WRECON-DATA-CTR       PIC 9(9)     VALUE ZERO.               00008200
700050 77  WNEW-DATE             PIC 9(8)     VALUE ZERO.               00008300
700050 77  WNEW-PATH             PIC X(71)    VALUE SPACES.             00008400
700130*** BKUPINA environment value; blank when none is kept.           00008470
700130 77  WNEW-ALT              PIC X(71)    VALUE SPACES.             00008480
700130 77  WNEW-ALT-LONG         PIC X(200)   VALUE SPACES.             00008490
700203 77  WRECAT-FLG          PIC X            VALUE 'N'.              00000000
700203     88  WRECAT-FLG-YES VALUE 'Y'.                                00000000
           SKIP2                                                        00008500
700050 01  WGENCATI-FS           PIC XX  VALUE '00'.                    00008600
700050     88  WGENCATI-FS-OK    VALUE '00'.                            00008700
700050       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAGENCAT'.             00012400
           SKIP3                                                        00012500
700050     EJECT                                                        00012600
700183 01  IO-GFP-PARM.                                                 00012601
700183       COPY IOGENFP REPLACING 'PROGRAM' BY 'BAGENCAT'.            00012602
           SKIP3                                                        00012603
700050 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00012700
700050     EJECT                                                        00012800
700050 PROCEDURE DIVISION.                                              00012900
           SKIP2                                                        00014500
700050 A-200-INIT-OPEN.                                                 00014600
700050     DISPLAY 'BaGenCat-998 Program Starting'.                     00014700
700162     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00014701
700050     CALL 'BABKPI' USING SD-AREA                                  00014800
700050                           IO-BKPI-PARM                           00014900
700050                           IO-BKPI-OPEN                           00015000
700050                           BWA-REC.                               00018700
700050     DISPLAY 'BaGenCat-444 Catalog Entries Kept:' WCTR-KEPT       00018800
700050       ', Dropped:' WCTR-DROPPED.                                 00018900
700162     DISPLAY 'BaGenCat-445 Held or Golden Entries Kept:'          00018901
700162         WCTR-HELD.                                               00018902
700050     DISPLAY 'BaGenCat-998 Program Ending'.                       00019000
           SKIP2                                                        00019100
700050***************************                                       00019200
700050         SET IO-BKPI-ERROR-YES TO TRUE                            00023500
700050     ELSE                                                         00023600
700050         ADD 1 TO WCTR-BKPI                                       00023700
700183         MOVE IO-BKPI-REC-LENG TO IO-GFP-REC-LENG                 00023701
700183         CALL 'UTGENFP' USING IO-GFP-PARM                         00023702
700183                              IO-GFP-ADD                          00023703
700183                              BWA-REC                             00023704
700050         IF  BWA-TYPE-TLR-REC                                     00023800
700050             MOVE BWA-REC  TO TLR-REC                             00023900
700050             SET WTLR-FOUND-FLG-YES TO TRUE.                      00024000
700050                 UNTIL NOT WGENCATI-FS-OK                         00026100
700050             CLOSE GENCATI-FILE                                   00026200
700050         END-IF                                                   00026300
700203         IF  NOT WRECAT-FLG-YES                                   00026400
700203             PERFORM C-400-WRITE-NEW-ENTRY                        00000000
700203         END-IF                                                   00000000
700050         CLOSE GENCATO-FILE.                                      00026500
           SKIP2                                                        00026600
700050 C-200-COPY-ENTRY.                                                00026700
700050     READ GENCATI-FILE                                            00026800
700050         AT END NEXT SENTENCE.                                    00026900
700050     IF  WGENCATI-FS-OK                                           00027000
700162         PERFORM C-250-CHECK-HOLD                                 00027001
700050         PERFORM C-300-CHECK-EXISTS                               00027100
700162         IF  WEXIST-FLG-YES OR WPROTECT-FLG-YES                   00027101
700162             IF  WPROTECT-FLG-YES                                 00027102
700162                 ADD 1 TO WCTR-HELD                               00027103
700162             END-IF                                               00027104
700162             IF  NOT WEXIST-FLG-YES                               00027105
700162                 DISPLAY 'BaGenCat-311 *** HELD OR GOLDEN '       00027106
700162                     'GENERATION DATASET MISSING, entry kept: '   00027107
700162                     GENCATI-PATH                                 00027108
700162                 IF  WRC-FINAL < 4                                00027109
700162                     MOVE 4 TO WRC-FINAL                          00027110
700162                 END-IF                                           00027111
700162             END-IF                                               00027112
700050             MOVE SPACES       TO GENCATO-REC                     00027250
700050             MOVE GENCATI-DATE TO GENCATO-DATE                    00027300
700050             MOVE GENCATI-PATH TO GENCATO-PATH                    00027400
700130             MOVE GENCATI-ALT  TO GENCATO-ALT                     00027450
700140             MOVE GENCATI-RECS TO GENCATO-RECS                    00027460
700162             MOVE GENCATI-HOLD-AREA TO GENCATO-HOLD-AREA          00027461
700183             MOVE GENCATI-FP-HASH     TO GENCATO-FP-HASH          00027462
700183             MOVE GENCATI-FP-HDR-DATE TO GENCATO-FP-HDR-DATE      00027463
700183             MOVE GENCATI-FP-HDR-TIME TO GENCATO-FP-HDR-TIME      00027464
700203             IF  GENCATI-PATH = WNEW-PATH                         00000000
700203             AND GENCATI-DATE = WNEW-DATE                         00000000
700203             AND NOT WRECAT-FLG-YES                               00000000
700203                 PERFORM C-260-REFRESH-PRINT                      00000000
700203             END-IF                                               00000000
700050             WRITE GENCATO-REC                                    00027500
700050             ADD 1 TO WCTR-KEPT                                   00027600
700050         ELSE                                                     00027700
700050                 GENCATI-PATH                                     00027900
700050             ADD 1 TO WCTR-DROPPED.                               00028000
           SKIP2                                                        00028100
700162*** A hold protects its entry through the release date and lapses 00028101
700162*** the day after; an open-ended hold (no release date) stands    00028102
700162*** until BAGENHLD releases it.  The golden baseline is always    00028103
700162*** protected.                                                    00028104
700162 C-250-CHECK-HOLD.                                                00028105
700162     MOVE 'N' TO WPROTECT-FLG.                                    00028106
700162     IF  GENCATI-HOLD-YES                                         00028107
700162         IF  GENCATI-HOLD-UNTIL IS NUMERIC                        00028108
700162         AND GENCATI-HOLD-UNTIL < WRUN-DATE                       00028109
700162             DISPLAY 'BaGenCat-312 Legal hold lapsed '            00028110
700162                 GENCATI-HOLD-UNTIL ': ' GENCATI-PATH             00028111
700162             MOVE SPACES TO GENCATI-HOLD GENCATI-HOLD-REASON      00028112
700162                            GENCATI-HOLD-UNTIL                    00028113
700162         ELSE                                                     00028114
700162             SET WPROTECT-FLG-YES TO TRUE                         00028115
700162         END-IF                                                   00028116
700162     END-IF.                                                      00028117
700162     IF  GENCATI-GOLDEN-YES                                       00028118
700162         SET WPROTECT-FLG-YES TO TRUE.                            00028119
           SKIP2                                                        00028120
700203*** The backup given is a generation the catalog already holds -  00000000
700203*** same dataset, same header date - rewritten in place, as       00000000
700203*** BAPLNWID does when it widens an archived generation.  Its     00000000
700203*** entry keeps its date, DR copy, hold and golden marks and      00000000
700203*** takes the new record count and fingerprint; no second entry   00000000
700203*** is added for it.                                              00000000
700203 C-260-REFRESH-PRINT.                                             00000000
700203     MOVE WRECON-DATA-CTR     TO GENCATO-RECS.                    00000000
700203     MOVE IO-GFP-GOT-HASH     TO GENCATO-FP-HASH.                 00000000
700203     MOVE IO-GFP-GOT-HDR-DATE TO GENCATO-FP-HDR-DATE.             00000000
700203     MOVE IO-GFP-GOT-HDR-TIME TO GENCATO-FP-HDR-TIME.             00000000
700203     SET WRECAT-FLG-YES TO TRUE.                                  00000000
700203     DISPLAY 'BaGenCat-412 Re-cataloged in place, generation '    00000000
700203         'date ' GENCATO-DATE ':' GENCATO-PATH.                   00000000
700203     DISPLAY 'BaGenCat-411 Fingerprint, records:' GENCATO-RECS    00000000
700203         ' hash:' GENCATO-FP-HASH ' header:' GENCATO-FP-HDR-DATE  00000000
700203         ' ' GENCATO-FP-HDR-TIME.                                 00000000
           SKIP2                                                        00000000
700050*** A catalog entry survives only if its dataset is still on      00028200
700050*** disk.  If the library routine itself is unavailable the       00028300
700050*** entry is kept - a catalog that cannot be checked must not     00028400
700130     MOVE WNEW-ALT-LONG (1:71) TO WNEW-ALT.                       00030630
700130     MOVE WNEW-ALT   TO GENCATO-ALT.                              00030640
700140     MOVE WRECON-DATA-CTR TO GENCATO-RECS.                        00030650
700183     MOVE IO-GFP-GOT-HASH     TO GENCATO-FP-HASH.                 00030651
700183     MOVE IO-GFP-GOT-HDR-DATE TO GENCATO-FP-HDR-DATE.             00030652
700183     MOVE IO-GFP-GOT-HDR-TIME TO GENCATO-FP-HDR-TIME.             00030653
700050     WRITE GENCATO-REC.                                           00030700
700050     DISPLAY 'BaGenCat-410 Cataloged, generation date '           00030800
700050         GENCATO-DATE ':' GENCATO-PATH.                           00030900
700183     DISPLAY 'BaGenCat-411 Fingerprint, records:' GENCATO-RECS    00030901
700183         ' hash:' GENCATO-FP-HASH ' header:' GENCATO-FP-HDR-DATE  00030902
700183         ' ' GENCATO-FP-HDR-TIME.                                 00030903
                                                                        00031000
