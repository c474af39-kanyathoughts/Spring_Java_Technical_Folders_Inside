#FIS*******************************************************************
#FIS***                                                               *
#FIS***                   COPYRIGHT 1993-2019                         *
#FIS***                                                               *
#FIS***      Fidelity National Information Services, Inc.             *
#FIS***      and/or its subsidiaries - All Rights Reserved            *
#FIS***      worldwide.                                               *
#FIS***                                                               *
#FIS***      This document is protected under the trade secret        *
#FIS***      and copyright laws as the property of Fidelity           *
#FIS***      National Information Services, Inc. and/or its           *
#FIS***      subsidiaries.                                            *
#FIS***                                                               *
#FIS***      Copying, reproduction or distribution should be          *
#FIS***      limited and only to employees with a "need to know"      *
#FIS***      to do their job. Any disclosure of this document to      *
#FIS***      third parties is strictly prohibited.                    *
#FIS***                                                               *
#FIS*******************************************************************
700182 IDENTIFICATION DIVISION.                                         00000100
700182 PROGRAM-ID. 'BAFORRUN'.                                          00000200
700182******************************************************************00000300
700182**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700182******************************************************************00000500
700182**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700182**  PURPOSE      Forensic re-run of a past compare.  When a       00000700
700182**               sponsor disputes a night months later, the AUDIT 00000800
700182**               trail shows what the compare said; this driver   00000900
700182**               shows that it can be said again.  Given the      00001000
700182**               AUDIT row (run date and time) it:                00001100
700182**                 . rebuilds the night's control deck from the   00001200
700182**                   row's AUDIT-CARDS and the INCLUDE members    00001300
700182**                   named here, plus HISTONLY (no live feed      00001400
700182**                   fires) and HASHTOT (the inputs are proved);  00001500
700182**                 . takes the night's generation pair from       00001600
700182**                   GENCAT - the newest generation cataloged on  00001700
700182**                   or before the run date and the one before    00001800
700182**                   it - the DR copy where a primary is gone;    00001900
700182**                 . rebuilds DISPMST and DEPOLMST as they stood  00002000
700182**                   at the run's start time (BAMSTPIT), loaded   00002100
700182**                   into scratch keyed masters;                  00002200
700182**                 . CALLs BABKCMP on all of it with every output 00002300
700182**                   dd pointed at a scratch dataset (the SCRATCH 00002400
700182**                   stem plus the dd name);                      00002500
700182**                 . reads the scratch AUDIT row back and holds it00002600
700182**                   against the archived one - cards in effect,  00002700
700182**                   the four run totals, the breach flag and the 00002800
700182**                   AUDIT-HASH1/2 content totals of both backups 00002900
700182**                   - and reads the scratch OT200 against the    00003000
700182**                   night's archived OT200 line for line.        00003100
700182**               HDR2/HDR3 rows of an OT200 header name the       00003200
700182**               datasets read and the run date on HDR1 is the    00003300
700182**               re-run's own; those are not held against the     00003400
700182**               archive.  Everything else has to agree.          00003500
700182**                                                                00003600
700182**               A trail row written without HASHTOT carries zero 00003700
700182**               hash totals and the inputs cannot be proved; the 00003800
700182**               verdict then says so.  The masters are exact only00003900
700182**               as far back as the change journal reaches        00004000
700182**               (BAMSTPIT return code 4).  Reference files the   00004100
700182**               deck names (TYPEREG, CODETBL, calendars) are read00004200
700182**               as they are today.                               00004300
700182**                                                                00004400
700182**               Return codes:                                    00004500
700182**                 0 - reproduced, inputs proved                  00004600
700182**                 4 - reproduced, but an input could not be      00004700
700182**                     proved (no hash totals on the row, masters 00004800
700182**                     from before the journal, a DR copy read)   00004900
700182**                 8 - not reproduced                             00005000
700182**                16 - nothing run: no such AUDIT row, no         00005100
700182**                     generation pair, an unusable deck or a     00005200
700182**                     master that would not rebuild              00005300
700182******************************************************************00005400
700182**  REVISIONS:                                                    00005500
700182******************************************************************00005600
700182**  Input                                                         00005700
700182**   . IN110    - Control File                                    00005800
700182**                 RUNDATE yy/mm/dd  - AUDIT-DATE of the row      00005900
700182**                 RUNTIME hh:mm:ss  - AUDIT-TIME of the row, as  00006000
700182**                                     much of it as needed to    00006100
700182**                                     tell the night's runs apart00006200
700182**                 INCLUDE member     - a card member the night's 00006300
700182**                                     deck included (up to 20)   00006400
700182**                 SCRATCH stem       - dataset name stem for the 00006500
700182**                                     re-run's outputs (required)00006600
700182**                 GENDATE ccyymmdd   - the File2 generation where00006700
700182**                                     the catalog dates do not   00006800
700182**                                     line up with the run date  00006900
700182**   . AUDIT    - The compare's AUDIT trail (read only)           00007000
700182**   . GENCAT   - Backup generation catalog, oldest first         00007100
700182**   . OT200ARC - The night's archived OT200 generation           00007200
700182**   . DISPMST, DEPOLMST, MSTJRNL - for the BAMSTPIT rebuilds     00007300
700182**   . INCLFILE - Each INCLUDE member, in turn                    00007400
700182******************************************************************00007500
700182**  Output                                                        00007600
700182**   . SYSOUT   - Displayed Information                           00007700
700182**   . REPORT   - Forensic re-run report and verdict              00007800
700182**   . stem.DECK, stem.PITCARDS, stem.PITDISP, stem.PITDEPO,      00007900
700182**     stem.RPTDISP, stem.RPTDEPO, stem.DISPMST, stem.DEPOLMST,   00008000
700182**     and stem.<dd> for every compare                            00008100
700182**     output - the re-run's scratch datasets                     00008200
700182******************************************************************00008300
700182 ENVIRONMENT DIVISION.                                            00008400
700182 CONFIGURATION SECTION.                                           00008500
700182 INPUT-OUTPUT SECTION.                                            00008600
           SKIP2                                                        00008700
700182 FILE-CONTROL.                                                    00008800
700182     SELECT PRINT-FILE                                            00008900
700182         ASSIGN TO UT-S-REPORT                                    00009000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009100
700182         FILE STATUS WPRINT-FS.                                   00009200
700182     SELECT AUDIT-FILE                                            00009300
700182         ASSIGN TO UT-S-AUDIT                                     00009400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009500
700182         FILE STATUS WAUDIT-FS.                                   00009600
700182     SELECT GENCAT-FILE                                           00009700
700182         ASSIGN TO UT-S-GENCAT                                    00009800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009900
700182         FILE STATUS WGENCAT-FS.                                  00010000
700182     SELECT INCL-FILE                                             00010100
700182         ASSIGN TO UT-S-INCLFILE                                  00010200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010300
700182         FILE STATUS WINCL-FS.                                    00010400
700182     SELECT DECK-FILE                                             00010500
700182         ASSIGN TO UT-S-FRDECK                                    00010600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010700
700182         FILE STATUS WDECK-FS.                                    00010800
700182     SELECT PITOUT-FILE                                           00010900
700182         ASSIGN TO UT-S-PITOUT                                    00011000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011100
700182         FILE STATUS WPITOUT-FS.                                  00011200
700182     SELECT FRDSP-FILE                                            00011300
700182         ASSIGN TO FRDISPM                                        00011400
700182         ORGANIZATION IS INDEXED                                  00011500
700182         ACCESS MODE IS SEQUENTIAL                                00011600
700182         RECORD KEY IS DSPM-KEY                                   00011700
700182         FILE STATUS WFRMST-FS.                                   00011800
700182     SELECT FRDPM-FILE                                            00011900
700182         ASSIGN TO FRDEPOLM                                       00012000
700182         ORGANIZATION IS INDEXED                                  00012100
700182         ACCESS MODE IS SEQUENTIAL                                00012200
700182         RECORD KEY IS DPM-KEY                                    00012300
700182         FILE STATUS WFRMST-FS.                                   00012400
700182     SELECT RAUDIT-FILE                                           00012500
700182         ASSIGN TO UT-S-FRAUDIT                                   00012600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00012700
700182         FILE STATUS WRAUDIT-FS.                                  00012800
700182     SELECT ARCOT-FILE                                            00012900
700182         ASSIGN TO UT-S-OT200ARC                                  00013000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00013100
700182         FILE STATUS WARCOT-FS.                                   00013200
700182     SELECT NEWOT-FILE                                            00013300
700182         ASSIGN TO UT-S-FROT200                                   00013400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00013500
700182         FILE STATUS WNEWOT-FS.                                   00013600
700182 DATA DIVISION.                                                   00013700
           SKIP2                                                        00013800
700182 FILE SECTION.                                                    00013900
           SKIP1                                                        00014000
700182 FD  PRINT-FILE                                                   00014100
700182     BLOCK CONTAINS 0 RECORDS                                     00014200
700182     LABEL RECORDS ARE STANDARD.                                  00014300
           SKIP2                                                        00014400
700182 01 PRINT-LINE                PIC X(133).                         00014500
           SKIP2                                                        00014600
700182*** The compare's AUDIT row, numeric edits read as text - the     00014700
700182*** archived row and the re-run's row are held against each       00014800
700182*** other as written.                                             00014900
700182 FD  AUDIT-FILE                                                   00015000
700182     BLOCK CONTAINS 0 RECORDS                                     00015100
700182     LABEL RECORDS ARE STANDARD.                                  00015200
           SKIP2                                                        00015300
700182 01  AUDIT-LINE.                                                  00015400
700182     05  AUDIT-DATE            PIC X(8).                          00015500
700182     05  FILLER                PIC X.                             00015600
700182     05  AUDIT-TIME            PIC X(11).                         00015700
700182     05  FILLER                PIC X.                             00015800
700182     05  AUDIT-CARDS           PIC X(60).                         00015900
700182     05  FILLER                PIC X.                             00016000
700182     05  AUDIT-MATCHED         PIC X(8).                          00016100
700182     05  FILLER                PIC X.                             00016200
700182     05  AUDIT-DIFFERENT       PIC X(8).                          00016300
700182     05  FILLER                PIC X.                             00016400
700182     05  AUDIT-EXTRA1          PIC X(8).                          00016500
700182     05  FILLER                PIC X.                             00016600
700182     05  AUDIT-EXTRA2          PIC X(8).                          00016700
700182     05  FILLER                PIC X.                             00016800
700182     05  AUDIT-BREACH          PIC X(3).                          00016900
700182     05  FILLER                PIC X.                             00017000
700182     05  AUDIT-HASH1           PIC X(10).                         00017100
700182     05  FILLER                PIC X.                             00017200
700182     05  AUDIT-HASH2           PIC X(10).                         00017300
700182     05  FILLER                PIC X(40).                         00017400
           SKIP2                                                        00017500
700182 FD  GENCAT-FILE                                                  00017600
700182     BLOCK CONTAINS 0 RECORDS                                     00017700
700182     LABEL RECORDS ARE STANDARD.                                  00017800
           SKIP2                                                        00017900
700182 01  GENCAT-REC.                                                  00018000
700182     05  GENCAT-DATE          PIC 9(8).                           00018100
700182     05  FILLER               PIC X(1).                           00018200
700182     05  GENCAT-PATH          PIC X(71).                          00018300
700182     05  FILLER               PIC X(1).                           00018400
700182     05  GENCAT-ALT           PIC X(71).                          00018500
700183     05  FILLER               PIC X(87).                          00018600
           SKIP2                                                        00018700
700182 FD  INCL-FILE                                                    00018800
700182     BLOCK CONTAINS 0 RECORDS                                     00018900
700182     LABEL RECORDS ARE STANDARD.                                  00019000
           SKIP2                                                        00019100
700182 01  INCL-LINE                PIC X(80).                          00019200
           SKIP2                                                        00019300
700182*** The rebuilt deck, and the BAMSTPIT cards after it - one dd,   00019400
700182*** re-pointed before each open.                                  00019500
700182 FD  DECK-FILE                                                    00019600
700182     BLOCK CONTAINS 0 RECORDS                                     00019700
700182     LABEL RECORDS ARE STANDARD.                                  00019800
           SKIP2                                                        00019900
700182 01  DECK-LINE                PIC X(80).                          00020000
           SKIP2                                                        00020100
700182 FD  PITOUT-FILE                                                  00020200
700182     BLOCK CONTAINS 0 RECORDS                                     00020300
700182     LABEL RECORDS ARE STANDARD.                                  00020400
           SKIP2                                                        00020500
700182 01  PITOUT-REC               PIC X(80).                          00020600
           SKIP2                                                        00020700
700182 FD  FRDSP-FILE                                                   00020800
700182     BLOCK CONTAINS 0 RECORDS                                     00020900
700182     LABEL RECORDS ARE STANDARD.                                  00021000
           SKIP2                                                        00021100
700182 01  FRDSP-REC. COPY DISPMST.                                     00021200
           SKIP2                                                        00021300
700182 FD  FRDPM-FILE                                                   00021400
700182     BLOCK CONTAINS 0 RECORDS                                     00021500
700182     LABEL RECORDS ARE STANDARD.                                  00021600
           SKIP2                                                        00021700
700182 01  FRDPM-REC. COPY DEPOLMST.                                    00021800
           SKIP2                                                        00021900
700182*** The re-run's own AUDIT row, the AUDIT-LINE shape.             00022000
700182 FD  RAUDIT-FILE                                                  00022100
700182     BLOCK CONTAINS 0 RECORDS                                     00022200
700182     LABEL RECORDS ARE STANDARD.                                  00022300
           SKIP2                                                        00022400
700182 01  RAUDIT-LINE              PIC X(200).                         00022500
           SKIP2                                                        00022600
700182 FD  ARCOT-FILE                                                   00022700
700182     BLOCK CONTAINS 0 RECORDS                                     00022800
700182     LABEL RECORDS ARE STANDARD.                                  00022900
           SKIP2                                                        00023000
700182 01  ARCOT-REC                PIC X(200).                         00023100
           SKIP2                                                        00023200
700182 FD  NEWOT-FILE                                                   00023300
700182     BLOCK CONTAINS 0 RECORDS                                     00023400
700182     LABEL RECORDS ARE STANDARD.                                  00023500
           SKIP2                                                        00023600
700182 01  NEWOT-REC                PIC X(200).                         00023700
           SKIP2                                                        00023800
700182 WORKING-STORAGE SECTION.                                         00023900
700182 77  SUB-CAT               PIC S9(4) BINARY VALUE ZERO.           00024000
700182 77  SUB-F1                PIC S9(4) BINARY VALUE ZERO.           00024100
700182 77  SUB-F2                PIC S9(4) BINARY VALUE ZERO.           00024200
700182 77  SUB-HDD               PIC S9(4) BINARY VALUE ZERO.           00024300
700182 77  SUB-INC               PIC S9(4) BINARY VALUE ZERO.           00024400
700182 77  SUB-TOK               PIC S9(4) BINARY VALUE ZERO.           00024500
700182 77  SUB-SDD               PIC S9(4) BINARY VALUE ZERO.           00024600
700182 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00024700
700182 77  WRC-STEP              PIC 9(4)     VALUE ZERO.               00024800
700182 77  WRC-COMPARE           PIC 9(4)     VALUE ZERO.               00024900
700182 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00025000
700182 77  WRUN-TIME             PIC 9(6)     VALUE ZERO.               00025100
700182 77  WRUNTIME-LEN          PIC S9(4) BINARY VALUE ZERO.           00025200
700182 77  WCTR-AUDIT-READ       PIC 9(7)     VALUE ZERO.               00025300
700182 77  WCTR-AUDIT-HITS       PIC 9(5)     VALUE ZERO.               00025400
700182 77  WCTR-DECK-CARDS       PIC 9(5)     VALUE ZERO.               00025500
700182 77  WCTR-PIT-ROWS         PIC 9(7)     VALUE ZERO.               00025600
700182 77  WCTR-PIT-DUPS         PIC 9(7)     VALUE ZERO.               00025700
700182 77  WCTR-OT-ARC           PIC 9(9)     VALUE ZERO.               00025800
700182 77  WCTR-OT-NEW           PIC 9(9)     VALUE ZERO.               00025900
700182 77  WCTR-OT-SAME          PIC 9(9)     VALUE ZERO.               00026000
700182 77  WCTR-OT-DIFF          PIC 9(9)     VALUE ZERO.               00026100
700182 77  WCTR-OT-ARC-ONLY      PIC 9(9)     VALUE ZERO.               00026200
700182 77  WCTR-OT-NEW-ONLY      PIC 9(9)     VALUE ZERO.               00026300
700182 77  WCTR-OT-SKIPPED       PIC 9(9)     VALUE ZERO.               00026400
700182 77  WCTR-OT-SHOWN         PIC 9(3)     VALUE ZERO.               00026500
700182 77  WOT-SHOW-MAX          PIC 9(3)     VALUE 25.                 00026600
700182 77  WCTR-CHK-FAIL         PIC 9(3)     VALUE ZERO.               00026700
700182 77  WCTR-CHK-UNPROVED     PIC 9(3)     VALUE ZERO.               00026800
700182 77  WQUIT-FLG             PIC X        VALUE 'N'.                00026900
700182     88  WQUIT-FLG-YES     VALUE 'Y'.                             00027000
700182 77  WAUDIT-HIT-FLG        PIC X        VALUE 'N'.                00027100
700182     88  WAUDIT-HIT-YES    VALUE 'Y'.                             00027200
700182 77  WRAUDIT-HIT-FLG       PIC X        VALUE 'N'.                00027300
700182     88  WRAUDIT-HIT-YES   VALUE 'Y'.                             00027400
700182 77  WPATH-OK-FLG          PIC X        VALUE 'N'.                00027500
700182     88  WPATH-OK-YES      VALUE 'Y'.                             00027600
700182 77  WDR-USED-FLG          PIC X        VALUE 'N'.                00027700
700182     88  WDR-USED-YES      VALUE 'Y'.                             00027800
700182 77  WOT200HDR-FLG         PIC X        VALUE 'N'.                00027900
700182     88  WOT200HDR-YES     VALUE 'Y'.                             00028000
700182 77  WARCOT-EOF-FLG        PIC X        VALUE 'N'.                00028100
700182     88  WARCOT-EOF-YES    VALUE 'Y'.                             00028200
700182 77  WNEWOT-EOF-FLG        PIC X        VALUE 'N'.                00028300
700182     88  WNEWOT-EOF-YES    VALUE 'Y'.                             00028400
700182 77  WPIT-EOF-FLG          PIC X        VALUE 'N'.                00028500
700182     88  WPIT-EOF-YES      VALUE 'Y'.                             00028600
700182 77  WVERDICT              PIC X(80)    VALUE SPACES.             00028700
700182 77  WPATH-WORK            PIC X(71)    VALUE SPACES.             00028800
700182 77  WPATH1                PIC X(71)    VALUE SPACES.             00028900
700182 77  WPATH2                PIC X(71)    VALUE SPACES.             00029000
700182 77  WDSN-WORK             PIC X(100)   VALUE SPACES.             00029100
700182 77  WDSN-DECK             PIC X(100)   VALUE SPACES.             00029200
700182 77  WDD-WORK              PIC X(8)     VALUE SPACES.             00029300
700182 77  WDECK-CMD             PIC X(20)    VALUE SPACES.             00029400
700182 77  WPIT-MASTER           PIC X(8)     VALUE SPACES.             00029500
700182 77  WDISP-NUM             PIC ZZZZZZZZ9 VALUE ZERO.              00029600
           SKIP2                                                        00029700
700182 01  WPRINT-AREA.                                                 00029800
700182     05  WPRINT-FS                 PIC XX  VALUE '00'.            00029900
700182         88  WPRINT-FS-OK VALUE '00'.                             00030000
700182     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00030100
700182     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00030200
700182     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00030300
700182     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00030400
700182         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00030500
700182     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00030600
           SKIP2                                                        00030700
700182 01  WAUDIT-FS             PIC XX  VALUE '00'.                    00030800
700182     88  WAUDIT-FS-OK      VALUE '00'.                            00030900
700182 01  WGENCAT-FS            PIC XX  VALUE '00'.                    00031000
700182     88  WGENCAT-FS-OK     VALUE '00'.                            00031100
700182 01  WINCL-FS              PIC XX  VALUE '00'.                    00031200
700182     88  WINCL-FS-OK       VALUE '00'.                            00031300
700182 01  WDECK-FS              PIC XX  VALUE '00'.                    00031400
700182     88  WDECK-FS-OK       VALUE '00'.                            00031500
700182 01  WPITOUT-FS            PIC XX  VALUE '00'.                    00031600
700182     88  WPITOUT-FS-OK     VALUE '00'.                            00031700
700182 01  WFRMST-FS             PIC XX  VALUE '00'.                    00031800
700182     88  WFRMST-FS-OK      VALUE '00'.                            00031900
700182 01  WRAUDIT-FS            PIC XX  VALUE '00'.                    00032000
700182     88  WRAUDIT-FS-OK     VALUE '00'.                            00032100
700182 01  WARCOT-FS             PIC XX  VALUE '00'.                    00032200
700182     88  WARCOT-FS-OK      VALUE '00'.                            00032300
700182 01  WNEWOT-FS             PIC XX  VALUE '00'.                    00032400
700182     88  WNEWOT-FS-OK      VALUE '00'.                            00032500
           SKIP2                                                        00032600
700182*** The archived row, and the re-run's row in the same shape.     00032700
700182 01  WARC-ROW                 PIC X(200)   VALUE SPACES.          00032800
700182 01  WNEW-ROW.                                                    00032900
700182     05  WNEW-DATE            PIC X(8).                           00033000
700182     05  FILLER               PIC X.                              00033100
700182     05  WNEW-TIME            PIC X(11).                          00033200
700182     05  FILLER               PIC X.                              00033300
700182     05  WNEW-CARDS           PIC X(60).                          00033400
700182     05  FILLER               PIC X.                              00033500
700182     05  WNEW-MATCHED         PIC X(8).                           00033600
700182     05  FILLER               PIC X.                              00033700
700182     05  WNEW-DIFFERENT       PIC X(8).                           00033800
700182     05  FILLER               PIC X.                              00033900
700182     05  WNEW-EXTRA1          PIC X(8).                           00034000
700182     05  FILLER               PIC X.                              00034100
700182     05  WNEW-EXTRA2          PIC X(8).                           00034200
700182     05  FILLER               PIC X.                              00034300
700182     05  WNEW-BREACH          PIC X(3).                           00034400
700182     05  FILLER               PIC X.                              00034500
700182     05  WNEW-HASH1           PIC X(10).                          00034600
700182     05  FILLER               PIC X.                              00034700
700182     05  WNEW-HASH2           PIC X(10).                          00034800
700182     05  FILLER               PIC X(56).                          00034900
700182 01  WARC-SAVE.                                                   00035000
700182     05  WARC-DATE            PIC X(8).                           00035100
700182     05  FILLER               PIC X.                              00035200
700182     05  WARC-TIME            PIC X(11).                          00035300
700182     05  FILLER               PIC X.                              00035400
700182     05  WARC-CARDS           PIC X(60).                          00035500
700182     05  FILLER               PIC X.                              00035600
700182     05  WARC-MATCHED         PIC X(8).                           00035700
700182     05  FILLER               PIC X.                              00035800
700182     05  WARC-DIFFERENT       PIC X(8).                           00035900
700182     05  FILLER               PIC X.                              00036000
700182     05  WARC-EXTRA1          PIC X(8).                           00036100
700182     05  FILLER               PIC X.                              00036200
700182     05  WARC-EXTRA2          PIC X(8).                           00036300
700182     05  FILLER               PIC X.                              00036400
700182     05  WARC-BREACH          PIC X(3).                           00036500
700182     05  FILLER               PIC X.                              00036600
700182     05  WARC-HASH1           PIC X(10).                          00036700
700182     05  FILLER               PIC X.                              00036800
700182     05  WARC-HASH2           PIC X(10).                          00036900
700182     05  FILLER               PIC X(56).                          00037000
           SKIP2                                                        00037100
700182*** AUDIT-CARDS split into its words.                             00037200
700182 01  WTOK-AREA.                                                   00037300
700182     05  WTOK-COUNT           PIC S9(4) BINARY VALUE ZERO.        00037400
700182     05  WTOK-ENTRY OCCURS 15 TIMES                               00037500
700182                              PIC X(12)    VALUE SPACES.          00037600
           SKIP2                                                        00037700
700182 01  WINC-AREA.                                                   00037800
700182     05  WINC-COUNT           PIC S9(4) BINARY VALUE ZERO.        00037900
700182     05  WINC-MAX-ENTRIES     PIC S9(4) BINARY VALUE 20.          00038000
700182     05  WINC-ENTRY OCCURS 20 TIMES                               00038100
700182                              PIC X(60)    VALUE SPACES.          00038200
           SKIP2                                                        00038300
700182 01  WCAT-AREA.                                                   00038400
700182     05  WCAT-COUNT           PIC S9(4) BINARY VALUE ZERO.        00038500
700182     05  WCAT-MAX-ENTRIES     PIC S9(4) BINARY VALUE 999.         00038600
700182     05  WCAT-ENTRY OCCURS 999 TIMES.                             00038700
700182         10  WCAT-DATE        PIC 9(8)  VALUE ZERO.               00038800
700182         10  WCAT-PATH        PIC X(71) VALUE SPACES.             00038900
700182         10  WCAT-ALT         PIC X(71) VALUE SPACES.             00039000
           SKIP2                                                        00039100
700182*** Every dd the compare may write, pointed at stem.<dd> for the  00039200
700182*** re-run so nothing of the live cycle is touched.               00039300
700182 01  WSDD-VALUES.                                                 00039400
700182     05  FILLER  PIC X(8)  VALUE 'REPORT'.                        00039500
700182     05  FILLER  PIC X(8)  VALUE 'SUMRPT'.                        00039600
700182     05  FILLER  PIC X(8)  VALUE 'DIGEST'.                        00039700
700182     05  FILLER  PIC X(8)  VALUE 'AUDIT'.                         00039800
700182     05  FILLER  PIC X(8)  VALUE 'TRACE'.                         00039900
700182     05  FILLER  PIC X(8)  VALUE 'HTMLRPT'.                       00040000
700182     05  FILLER  PIC X(8)  VALUE 'TRNDHST'.                       00040100
700182     05  FILLER  PIC X(8)  VALUE 'IFACE'.                         00040200
700182     05  FILLER  PIC X(8)  VALUE 'QUARANT'.                       00040300
700182     05  FILLER  PIC X(8)  VALUE 'PARTSTAT'.                      00040400
700182     05  FILLER  PIC X(8)  VALUE 'SALVAGE'.                       00040500
700188     05  FILLER  PIC X(8)  VALUE 'HEARTBT'.                       00040501
700189     05  FILLER  PIC X(8)  VALUE 'DELTA'.                         00040502
700190     05  FILLER  PIC X(8)  VALUE 'FRZRPT'.                        00040503
700193     05  FILLER  PIC X(8)  VALUE 'PARTRES'.                       00040504
700182     05  FILLER  PIC X(8)  VALUE 'RULEHIST'.                      00040600
700182     05  FILLER  PIC X(8)  VALUE 'PLANSLA'.                       00040700
700182     05  FILLER  PIC X(8)  VALUE 'BURST'.                         00040800
700182     05  FILLER  PIC X(8)  VALUE 'SEVFLAG'.                       00040900
700182     05  FILLER  PIC X(8)  VALUE 'CORRFD'.                        00041000
700182     05  FILLER  PIC X(8)  VALUE 'STATSOUT'.                      00041100
700182     05  FILLER  PIC X(8)  VALUE 'IDRPT'.                         00041200
700182     05  FILLER  PIC X(8)  VALUE 'NOTIFY'.                        00041300
700182     05  FILLER  PIC X(8)  VALUE 'DEXWALK'.                       00041400
700182     05  FILLER  PIC X(8)  VALUE 'CODEHIST'.                      00041500
700182     05  FILLER  PIC X(8)  VALUE 'PLANTIME'.                      00041600
700182     05  FILLER  PIC X(8)  VALUE 'BKXLAT1'.                       00041700
700182     05  FILLER  PIC X(8)  VALUE 'BKXLAT2'.                       00041800
700182     05  FILLER  PIC X(8)  VALUE 'BKXLAT3'.                       00041900
700182     05  FILLER  PIC X(8)  VALUE 'OT200'.                         00042000
700182     05  FILLER  PIC X(8)  VALUE 'EXTRA'.                         00042100
700182     05  FILLER  PIC X(8)  VALUE 'TREND'.                         00042200
700182     05  FILLER  PIC X(8)  VALUE 'TICKET'.                        00042300
700182     05  FILLER  PIC X(8)  VALUE 'CHKPT'.                         00042400
700182 01  WSDD-TABLE REDEFINES WSDD-VALUES.                            00042500
700193     05  WSDD-NAME OCCURS 34 TIMES PIC X(8).                      00042600
700193 77  WSDD-COUNT            PIC S9(4) BINARY VALUE 34.             00042700
           SKIP2                                                        00042800
700182*** CBL_CHECK_FILE_EXIST reply area, the BAGENCAT shape; only     00042900
700182*** the call's return code is consulted.                          00043000
700182 01  WEXIST-AREA.                                                 00043100
700182     05  WEXIST-PATH          PIC X(100) VALUE SPACES.            00043200
700182     05  WEXIST-DETAILS       PIC X(16)  VALUE LOW-VALUES.        00043300
700182 77  WEXIST-FLG            PIC X            VALUE 'N'.            00043400
700182     88  WEXIST-FLG-YES    VALUE 'Y'.                             00043500
           SKIP2                                                        00043600
700182 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00043700
700182 01  WCTL-AREA.                                                   00043800
700182     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00043900
700182         88  WCTL-CMD-RUNDATE    VALUE 'RUNDATE'.                 00044000
700182         88  WCTL-CMD-RUNTIME    VALUE 'RUNTIME'.                 00044100
700182         88  WCTL-CMD-INCLUDE    VALUE 'INCLUDE'.                 00044200
700182         88  WCTL-CMD-SCRATCH    VALUE 'SCRATCH'.                 00044300
700182         88  WCTL-CMD-GENDATE    VALUE 'GENDATE'.                 00044400
700182     05  WCTL-VAL                PIC X(60) VALUE SPACES.          00044500
700182     05  WCTL-RUNDATE            PIC X(8)  VALUE SPACES.          00044600
700182     05  WCTL-RUNTIME            PIC X(11) VALUE SPACES.          00044700
700182     05  WCTL-SCRATCH            PIC X(60) VALUE SPACES.          00044800
700182     05  WCTL-GENDATE            PIC 9(8)  VALUE ZERO.            00044900
700182     05  WCTL-ERRORS             PIC 9(3)  VALUE ZERO.            00045000
           SKIP2                                                        00045100
700182 01  RPTHDR-LINE.                                                 00045200
700182         05   FILLER     PIC X(02) VALUE                          00045300
700182           ' '.                                                   00045400
700182         05   FILLER     PIC X(28) VALUE                          00045500
700182           'Forensic Re-run of a Compare'.                        00045600
700182         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00045700
700182         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00045800
700182         05   FILLER     PIC X(6)  VALUE                          00045900
700182           '  Page'.                                              00046000
700182         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00046100
           SKIP2                                                        00046200
700182*** One line of the archived-against-re-run check table.          00046300
700182 01  RCHK-LINE.                                                   00046400
700182     05  FILLER               PIC X(3)  VALUE SPACES.             00046500
700182     05  RCHK-ITEM            PIC X(18) VALUE SPACES.             00046600
700182     05  RCHK-ARC             PIC X(60) VALUE SPACES.             00046700
700182     05  FILLER               PIC X     VALUE SPACE.              00046800
700182     05  RCHK-NEW             PIC X(36) VALUE SPACES.             00046900
700182     05  FILLER               PIC X     VALUE SPACE.              00047000
700182     05  RCHK-RESULT          PIC X(10) VALUE SPACES.             00047100
           SKIP2                                                        00047200
700182 01  IO-IN110-PARM.                                               00047300
700182       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAFORRUN'.            00047400
           SKIP3                                                        00047500
700182 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00047600
           EJECT                                                        00047700
700182 PROCEDURE DIVISION.                                              00047800
           SKIP2                                                        00047900
700182 A-100-BODY.                                                      00048000
700182     PERFORM A-105-INIT.                                          00048100
700182     PERFORM A-200-INIT-OPEN.                                     00048200
700182     IF  NOT WQUIT-FLG-YES                                        00048300
700182         PERFORM B-100-FIND-AUDIT.                                00048400
700182     IF  NOT WQUIT-FLG-YES                                        00048500
700182         PERFORM C-100-BUILD-DECK.                                00048600
700182     IF  NOT WQUIT-FLG-YES                                        00048700
700182         PERFORM D-100-FIND-PAIR.                                 00048800
700182     IF  NOT WQUIT-FLG-YES                                        00048900
700182         MOVE 'DISPMST' TO WPIT-MASTER                            00049000
700182         PERFORM E-100-REBUILD-MASTER.                            00049100
700182     IF  NOT WQUIT-FLG-YES                                        00049200
700182         MOVE 'DEPOLMST' TO WPIT-MASTER                           00049300
700182         PERFORM E-100-REBUILD-MASTER.                            00049400
700182     IF  NOT WQUIT-FLG-YES                                        00049500
700182         PERFORM G-100-RERUN.                                     00049600
700182     IF  NOT WQUIT-FLG-YES                                        00049700
700182         PERFORM H-100-CHECK-AUDIT                                00049800
700182         PERFORM J-100-CHECK-OT200                                00049900
700182         PERFORM K-100-VERDICT.                                   00050000
700182     PERFORM A-900-FINI-CLOSE.                                    00050100
700182     MOVE WRC-FINAL TO RETURN-CODE.                               00050200
700182     GOBACK.                                                      00050300
           SKIP2                                                        00050400
700182 A-105-INIT.                                                      00050500
700182     CALL 'BASDIN' USING SD-AREA.                                 00050600
           SKIP2                                                        00050700
700182 A-200-INIT-OPEN.                                                 00050800
700182     DISPLAY 'BaForRun-998 Program Starting'.                     00050900
700182     ACCEPT RPTHDR-DATE FROM DATE.                                00051000
700182     OPEN OUTPUT                                                  00051100
700182               PRINT-FILE.                                        00051200
700182     IF  NOT WPRINT-FS-OK                                         00051300
700182         DISPLAY 'BaForRun-53 PRINT dd OPEN failed:'              00051400
700182             WPRINT-FS                                            00051500
700182         MOVE 16 TO RETURN-CODE                                   00051600
700182         STOP RUN.                                                00051700
700182     MOVE ' Reproduction of an archived run' TO RPTHDR-SUBTITLE.  00051800
700182     PERFORM V-150-NEWPAGE.                                       00051900
700182     CALL 'UT110IN'  USING SD-AREA                                00052000
700182               IO-IN110-PARM                                      00052100
700182               IO-IN110-OPEN                                      00052200
700182               CTL-REC.                                           00052300
700182     IF  IO-IN110-ERROR = 'Y'                                     00052400
700182          OR IO-IN110-FILE-STATUS NOT = '00'                      00052500
700182         DISPLAY 'BaForRun-301 IN110 file failed to open:'        00052600
700182           IO-IN110-FILE-STATUS                                   00052700
700182         MOVE 16 TO WRC-FINAL                                     00052800
700182         SET WQUIT-FLG-YES TO TRUE                                00052900
700182     ELSE                                                         00053000
700182         PERFORM F-110-READ-IN110                                 00053100
700182         PERFORM F-100-PROC-CTL                                   00053200
700182           UNTIL IO-IN110-ERROR-YES                               00053300
700182         CALL 'UT110IN'  USING SD-AREA                            00053400
700182                   IO-IN110-PARM                                  00053500
700182                   IO-IN110-CLOSE                                 00053600
700182                   CTL-REC.                                       00053700
700182     IF  NOT WQUIT-FLG-YES                                        00053800
700182         IF  WCTL-RUNDATE = SPACES                                00053900
700182             OR WCTL-SCRATCH = SPACES                             00054000
700182             DISPLAY 'BaForRun-302 RUNDATE and SCRATCH cards '    00054100
700182                 'are required'                                   00054200
700182             ADD 1 TO WCTL-ERRORS                                 00054300
700182         END-IF                                                   00054400
700182         IF  WCTL-ERRORS > ZERO                                   00054500
700182             DISPLAY 'BaForRun-506 Control card errors, nothing ' 00054600
700182                 'run'                                            00054700
700182             MOVE 16 TO WRC-FINAL                                 00054800
700182             SET WQUIT-FLG-YES TO TRUE                            00054900
700182         END-IF                                                   00055000
700182     END-IF.                                                      00055100
           SKIP2                                                        00055200
700182 A-900-FINI-CLOSE.                                                00055300
700182     IF  WQUIT-FLG-YES                                            00055400
700182         MOVE SPACES TO WPRINT-LINE                               00055500
700182         PERFORM V-100-PRINT-LINE                                 00055600
700182         MOVE ' *** Nothing re-run - see the job log ***'         00055700
700182             TO WPRINT-LINE                                       00055800
700182         PERFORM V-100-PRINT-LINE.                                00055900
700182     CLOSE PRINT-FILE.                                            00056000
700182     DISPLAY 'BaForRun-444 Checks failed:' WCTR-CHK-FAIL          00056100
700182       ', Not provable:' WCTR-CHK-UNPROVED                        00056200
700182       ', OT200 lines differing:' WCTR-OT-DIFF.                   00056300
700182     DISPLAY 'BaForRun-445 Final Return Code:' WRC-FINAL.         00056400
700182     DISPLAY 'BaForRun-998 Program Ending'.                       00056500
           SKIP2                                                        00056600
700182***************************                                       00056700
700182*** Control card handling                                         00056800
700182***************************                                       00056900
700182 F-100-PROC-CTL.                                                  00057000
700182     IF  CTL-REC (1:1) = '*'                                      00057100
700182         DISPLAY 'BaForRun-500 Comment:' CTL-REC (1:50)           00057200
700182     ELSE                                                         00057300
700182         PERFORM F-105-CONTINUE.                                  00057400
700182     PERFORM F-110-READ-IN110.                                    00057500
           SKIP2                                                        00057600
700182 F-105-CONTINUE.                                                  00057700
700182     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00057800
700182     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00057900
700182         INTO WCTL-CMD WCTL-VAL.                                  00058000
700182     DISPLAY 'BaForRun-500 CtlCard:' CTL-REC (1:50).              00058100
700182     IF  WCTL-CMD-RUNDATE                                         00058200
700182         AND WCTL-VAL (1:2) IS NUMERIC                            00058300
700182         AND WCTL-VAL (3:1) = '/'                                 00058400
700182         AND WCTL-VAL (4:2) IS NUMERIC                            00058500
700182         AND WCTL-VAL (6:1) = '/'                                 00058600
700182         AND WCTL-VAL (7:2) IS NUMERIC                            00058700
700182         MOVE WCTL-VAL (1:8) TO WCTL-RUNDATE                      00058800
700182     ELSE IF  WCTL-CMD-RUNTIME                                    00058900
700182         AND WCTL-VAL (1:2) IS NUMERIC                            00059000
700182         MOVE WCTL-VAL (1:11) TO WCTL-RUNTIME                     00059100
700182     ELSE IF  WCTL-CMD-INCLUDE                                    00059200
700182         AND WCTL-VAL NOT = SPACES                                00059300
700182         AND WINC-COUNT < WINC-MAX-ENTRIES                        00059400
700182         ADD 1 TO WINC-COUNT                                      00059500
700182         MOVE WCTL-VAL TO WINC-ENTRY (WINC-COUNT)                 00059600
700182     ELSE IF  WCTL-CMD-SCRATCH                                    00059700
700182         AND WCTL-VAL NOT = SPACES                                00059800
700182         MOVE WCTL-VAL TO WCTL-SCRATCH                            00059900
700182     ELSE IF  WCTL-CMD-GENDATE                                    00060000
700182         AND WCTL-VAL (1:8) IS NUMERIC                            00060100
700182         MOVE WCTL-VAL (1:8) TO WCTL-GENDATE                      00060200
700182     ELSE                                                         00060300
700182         DISPLAY 'BaForRun-501 Invalid Control Card:'             00060400
700182             CTL-REC (1:50)                                       00060500
700182         ADD 1 TO WCTL-ERRORS.                                    00060600
           SKIP2                                                        00060700
700182 F-110-READ-IN110.                                                00060800
700182     CALL 'UT110IN'  USING SD-AREA                                00060900
700182               IO-IN110-PARM                                      00061000
700182               IO-IN110-READ                                      00061100
700182               CTL-REC.                                           00061200
           SKIP2                                                        00061300
700182***************************                                       00061400
700182*** The archived AUDIT row                                        00061500
700182***************************                                       00061600
700182*** The row is the one whose date is RUNDATE and whose time       00061700
700182*** starts with RUNTIME; where RUNTIME leaves two rows of the     00061800
700182*** night, the last one is taken and the count is reported.       00061900
700182 B-100-FIND-AUDIT.                                                00062000
700182     MOVE ZERO TO WRUNTIME-LEN.                                   00062100
700182     INSPECT WCTL-RUNTIME TALLYING WRUNTIME-LEN                   00062200
700182         FOR CHARACTERS BEFORE INITIAL SPACE.                     00062300
700182     OPEN INPUT AUDIT-FILE.                                       00062400
700182     IF  NOT WAUDIT-FS-OK                                         00062500
700182         DISPLAY 'BaForRun-303 AUDIT dd OPEN failed:'             00062600
700182             WAUDIT-FS                                            00062700
700182         MOVE 16 TO WRC-FINAL                                     00062800
700182         SET WQUIT-FLG-YES TO TRUE                                00062900
700182     ELSE                                                         00063000
700182         PERFORM B-110-READ-AUDIT                                 00063100
700182           WITH TEST AFTER                                        00063200
700182             UNTIL NOT WAUDIT-FS-OK                               00063300
700182         CLOSE AUDIT-FILE                                         00063400
700182         IF  NOT WAUDIT-HIT-YES                                   00063500
700182             DISPLAY 'BaForRun-304 No AUDIT row for '             00063600
700182                 WCTL-RUNDATE ' ' WCTL-RUNTIME                    00063700
700182                 ' among ' WCTR-AUDIT-READ ' rows'                00063800
700182             MOVE 16 TO WRC-FINAL                                 00063900
700182             SET WQUIT-FLG-YES TO TRUE                            00064000
700182         END-IF                                                   00064100
700182     END-IF.                                                      00064200
700182     IF  WAUDIT-HIT-YES                                           00064300
700182         PERFORM B-200-RPT-AUDIT.                                 00064400
           SKIP2                                                        00064500
700182 B-110-READ-AUDIT.                                                00064600
700182     READ AUDIT-FILE                                              00064700
700182         AT END NEXT SENTENCE.                                    00064800
700182     IF  WAUDIT-FS-OK                                             00064900
700182         ADD 1 TO WCTR-AUDIT-READ                                 00065000
700182         IF  AUDIT-DATE = WCTL-RUNDATE                            00065100
700182             IF  WRUNTIME-LEN = ZERO                              00065200
700182                 OR AUDIT-TIME (1:WRUNTIME-LEN)                   00065300
700182                    = WCTL-RUNTIME (1:WRUNTIME-LEN)               00065400
700182                 ADD 1 TO WCTR-AUDIT-HITS                         00065500
700182                 SET WAUDIT-HIT-YES TO TRUE                       00065600
700182                 MOVE AUDIT-LINE TO WARC-SAVE                     00065700
700182             END-IF                                               00065800
700182         END-IF                                                   00065900
700182     END-IF.                                                      00066000
           SKIP2                                                        00066100
700182*** The run's start, as ccyymmdd and hhmmss, for the catalog and  00066200
700182*** for the master rebuilds.                                      00066300
700182 B-200-RPT-AUDIT.                                                 00066400
700182     IF  WCTR-AUDIT-HITS > 1                                      00066500
700182         DISPLAY 'BaForRun-305 ' WCTR-AUDIT-HITS ' rows match, '  00066600
700182             'the last is taken - code more of RUNTIME'.          00066700
700182     MOVE WARC-DATE (1:2) TO WRUN-DATE (3:2).                     00066800
700182     MOVE WARC-DATE (4:2) TO WRUN-DATE (5:2).                     00066900
700182     MOVE WARC-DATE (7:2) TO WRUN-DATE (7:2).                     00067000
700182     IF  WARC-DATE (1:2) > '50'                                   00067100
700182         MOVE 19 TO WRUN-DATE (1:2)                               00067200
700182     ELSE                                                         00067300
700182         MOVE 20 TO WRUN-DATE (1:2).                              00067400
700182     MOVE ZERO TO WRUN-TIME.                                      00067500
700182     IF  WARC-TIME (1:2) IS NUMERIC                               00067600
700182         AND WARC-TIME (4:2) IS NUMERIC                           00067700
700182         AND WARC-TIME (7:2) IS NUMERIC                           00067800
700182         MOVE WARC-TIME (1:2) TO WRUN-TIME (1:2)                  00067900
700182         MOVE WARC-TIME (4:2) TO WRUN-TIME (3:2)                  00068000
700182         MOVE WARC-TIME (7:2) TO WRUN-TIME (5:2).                 00068100
700182     MOVE ' Archived AUDIT row' TO WPRINT-LINE.                   00068200
700182     PERFORM V-100-PRINT-LINE.                                    00068300
700182     STRING '   Run ' WARC-DATE ' ' WARC-TIME                     00068400
700182         '  (' WRUN-DATE ' ' WRUN-TIME ')'                        00068500
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00068600
700182     PERFORM V-100-PRINT-LINE.                                    00068700
700182     STRING '   Cards     ' WARC-CARDS                            00068800
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00068900
700182     PERFORM V-100-PRINT-LINE.                                    00069000
700182     STRING '   Matched ' WARC-MATCHED '  Different '             00069100
700182         WARC-DIFFERENT '  Extra1 ' WARC-EXTRA1 '  Extra2 '       00069200
700182         WARC-EXTRA2 '  Breach ' WARC-BREACH                      00069300
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00069400
700182     PERFORM V-100-PRINT-LINE.                                    00069500
700182     STRING '   Hash1 ' WARC-HASH1 '  Hash2 ' WARC-HASH2          00069600
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00069700
700182     PERFORM V-100-PRINT-LINE.                                    00069800
700182     PERFORM V-100-PRINT-LINE.                                    00069900
           SKIP2                                                        00070000
700182***************************                                       00070100
700182*** The rebuilt deck                                              00070200
700182***************************                                       00070300
700182*** Each word of AUDIT-CARDS is one of the compare's own cards,   00070400
700182*** except the IGN:nn/QDE:nn counts, which the INCLUDE members    00070500
700182*** have to make good - the re-run's row is held against the      00070600
700182*** archived one to prove they do.  OT200HDR is not on the row;   00070700
700182*** the archived OT200 shows whether it was coded.                00070800
700182 C-100-BUILD-DECK.                                                00070900
700182     PERFORM C-200-SCAN-INCLUDES                                  00071000
700182       VARYING SUB-INC FROM 1 BY 1                                00071100
700182         UNTIL SUB-INC > WINC-COUNT                               00071200
700182            OR WQUIT-FLG-YES.                                     00071300
700182     IF  NOT WQUIT-FLG-YES                                        00071400
700182         PERFORM C-300-PEEK-ARCHIVE.                              00071500
700182     IF  NOT WQUIT-FLG-YES                                        00071600
700182         MOVE 'DECK' TO WDD-WORK                                  00071700
700182         PERFORM R-200-SCRATCH-DSN                                00071800
700182         MOVE WDSN-WORK TO WDSN-DECK                              00071900
&MFCY          DISPLAY 'FRDECK'    UPON  ENVIRONMENT-NAME               00072000
&MFCY          DISPLAY WDSN-DECK   UPON  ENVIRONMENT-VALUE              00072100
700182         OPEN OUTPUT DECK-FILE                                    00072200
700182         IF  NOT WDECK-FS-OK                                      00072300
700182             DISPLAY 'BaForRun-306 Deck dataset OPEN failed:'     00072400
700182                 WDECK-FS ' ' WDSN-DECK (1:60)                    00072500
700182             MOVE 16 TO WRC-FINAL                                 00072600
700182             SET WQUIT-FLG-YES TO TRUE                            00072700
700182         ELSE                                                     00072800
700182             PERFORM C-110-WRITE-DECK                             00072900
700182             CLOSE DECK-FILE                                      00073000
700182         END-IF                                                   00073100
700182     END-IF.                                                      00073200
           SKIP2                                                        00073300
700182 C-110-WRITE-DECK.                                                00073400
700182     MOVE ' Rebuilt control deck' TO WPRINT-LINE.                 00073500
700182     PERFORM V-100-PRINT-LINE.                                    00073600
700182     MOVE SPACES TO DECK-LINE.                                    00073700
700182     STRING '* Forensic re-run of ' WARC-DATE ' ' WARC-TIME       00073800
700182         DELIMITED BY SIZE INTO DECK-LINE.                        00073900
700182     PERFORM C-150-PUT-CARD.                                      00074000
700182     MOVE ZERO TO WTOK-COUNT.                                     00074100
700182     UNSTRING WARC-CARDS DELIMITED BY ALL SPACE                   00074200
700182         INTO WTOK-ENTRY (1) WTOK-ENTRY (2) WTOK-ENTRY (3)        00074300
700182              WTOK-ENTRY (4) WTOK-ENTRY (5) WTOK-ENTRY (6)        00074400
700182              WTOK-ENTRY (7) WTOK-ENTRY (8) WTOK-ENTRY (9)        00074500
700182              WTOK-ENTRY (10) WTOK-ENTRY (11) WTOK-ENTRY (12)     00074600
700182              WTOK-ENTRY (13) WTOK-ENTRY (14) WTOK-ENTRY (15)     00074700
700182         TALLYING IN WTOK-COUNT.                                  00074800
700182     PERFORM C-120-TOKEN-CARD                                     00074900
700182       VARYING SUB-TOK FROM 1 BY 1                                00075000
700182         UNTIL SUB-TOK > WTOK-COUNT.                              00075100
700182     PERFORM C-130-INCLUDE-CARD                                   00075200
700182       VARYING SUB-INC FROM 1 BY 1                                00075300
700182         UNTIL SUB-INC > WINC-COUNT.                              00075400
700182     MOVE 'HISTONLY' TO DECK-LINE.                                00075500
700182     PERFORM C-150-PUT-CARD.                                      00075600
700182     MOVE 'HASHTOT' TO DECK-LINE.                                 00075700
700182     PERFORM C-150-PUT-CARD.                                      00075800
700182     IF  WOT200HDR-YES                                            00075900
700182         MOVE 'OT200HDR' TO DECK-LINE                             00076000
700182         PERFORM C-150-PUT-CARD.                                  00076100
700182     PERFORM V-100-PRINT-LINE.                                    00076200
           SKIP2                                                        00076300
700182 C-120-TOKEN-CARD.                                                00076400
700182     IF  WTOK-ENTRY (SUB-TOK) NOT = SPACES                        00076500
700182         AND WTOK-ENTRY (SUB-TOK) (1:4) NOT = 'IGN:'              00076600
700182         AND WTOK-ENTRY (SUB-TOK) (1:4) NOT = 'QDE:'              00076700
700182         MOVE WTOK-ENTRY (SUB-TOK) TO DECK-LINE                   00076800
700182         PERFORM C-150-PUT-CARD.                                  00076900
           SKIP2                                                        00077000
700182 C-130-INCLUDE-CARD.                                              00077100
700182     MOVE SPACES TO DECK-LINE.                                    00077200
700182     STRING 'INCLUDE ' WINC-ENTRY (SUB-INC)                       00077300
700182         DELIMITED BY SIZE INTO DECK-LINE.                        00077400
700182     PERFORM C-150-PUT-CARD.                                      00077500
           SKIP2                                                        00077600
700182 C-150-PUT-CARD.                                                  00077700
700182     WRITE DECK-LINE.                                             00077800
700182     ADD 1 TO WCTR-DECK-CARDS.                                    00077900
700182     STRING '   ' DECK-LINE DELIMITED BY SIZE INTO WPRINT-LINE.   00078000
700182     PERFORM V-100-PRINT-LINE.                                    00078100
700182     MOVE SPACES TO DECK-LINE.                                    00078200
           SKIP2                                                        00078300
700182*** An INCLUDE member has to be there today, and must not carry   00078400
700182*** a card that chooses its own backups - BKUPIN/BKUPIN2 are the  00078500
700182*** night's pair.                                                 00078600
700182 C-200-SCAN-INCLUDES.                                             00078700
&MFCY      DISPLAY 'INCLFILE'  UPON  ENVIRONMENT-NAME.                  00078800
&MFCY      DISPLAY WINC-ENTRY (SUB-INC) UPON ENVIRONMENT-VALUE.         00078900
700182     OPEN INPUT INCL-FILE.                                        00079000
700182     IF  NOT WINCL-FS-OK                                          00079100
700182         DISPLAY 'BaForRun-307 INCLUDE member not readable:'      00079200
700182             WINCL-FS ' ' WINC-ENTRY (SUB-INC)                    00079300
700182         MOVE 16 TO WRC-FINAL                                     00079400
700182         SET WQUIT-FLG-YES TO TRUE                                00079500
700182     ELSE                                                         00079600
700182         PERFORM C-210-READ-INCL                                  00079700
700182           WITH TEST AFTER                                        00079800
700182             UNTIL NOT WINCL-FS-OK                                00079900
700182         CLOSE INCL-FILE.                                         00080000
           SKIP2                                                        00080100
700182 C-210-READ-INCL.                                                 00080200
700182     READ INCL-FILE                                               00080300
700182         AT END NEXT SENTENCE.                                    00080400
700182     IF  WINCL-FS-OK                                              00080500
700182         AND INCL-LINE (1:1) NOT = '*'                            00080600
700182         MOVE SPACES TO WDECK-CMD                                 00080700
700182         UNSTRING INCL-LINE DELIMITED BY ALL SPACE                00080800
700182             INTO WDECK-CMD                                       00080900
700182         IF  WDECK-CMD = 'PAIRLIST'                               00081000
700182             OR WDECK-CMD = 'MATRIX'                              00081100
700182             DISPLAY 'BaForRun-308 INCLUDE member card not '      00081200
700182                 'usable for a re-run:' INCL-LINE (1:40)          00081300
700182             MOVE 16 TO WRC-FINAL                                 00081400
700182             SET WQUIT-FLG-YES TO TRUE.                           00081500
           SKIP2                                                        00081600
700182*** An archive that opens with the HDR1 control row was written   00081700
700182*** under OT200HDR.                                               00081800
700182 C-300-PEEK-ARCHIVE.                                              00081900
700182     OPEN INPUT ARCOT-FILE.                                       00082000
700182     IF  NOT WARCOT-FS-OK                                         00082100
700182         DISPLAY 'BaForRun-309 OT200ARC dd OPEN failed:'          00082200
700182             WARCOT-FS                                            00082300
700182         MOVE 16 TO WRC-FINAL                                     00082400
700182         SET WQUIT-FLG-YES TO TRUE                                00082500
700182     ELSE                                                         00082600
700182         READ ARCOT-FILE                                          00082700
700182             AT END MOVE SPACES TO ARCOT-REC                      00082800
700182         END-READ                                                 00082900
700182         IF  ARCOT-REC (1:9) = 'HDR1 RUN='                        00083000
700182             SET WOT200HDR-YES TO TRUE                            00083100
700182         END-IF                                                   00083200
700182         CLOSE ARCOT-FILE                                         00083300
700182     END-IF.                                                      00083400
           SKIP2                                                        00083500
700182***************************                                       00083600
700182*** The generation pair                                           00083700
700182***************************                                       00083800
700182 D-100-FIND-PAIR.                                                 00083900
700182     OPEN INPUT GENCAT-FILE.                                      00084000
700182     IF  NOT WGENCAT-FS-OK                                        00084100
700182         DISPLAY 'BaForRun-310 GENCAT dd OPEN failed:'            00084200
700182             WGENCAT-FS                                           00084300
700182         MOVE 16 TO WRC-FINAL                                     00084400
700182         SET WQUIT-FLG-YES TO TRUE                                00084500
700182     ELSE                                                         00084600
700182         PERFORM D-110-READ-GENCAT                                00084700
700182           WITH TEST AFTER                                        00084800
700182             UNTIL NOT WGENCAT-FS-OK                              00084900
700182                OR WCAT-COUNT >= WCAT-MAX-ENTRIES                 00085000
700182         CLOSE GENCAT-FILE                                        00085100
700182         PERFORM D-120-PICK-PAIR                                  00085200
700182     END-IF.                                                      00085300
           SKIP2                                                        00085400
700182 D-110-READ-GENCAT.                                               00085500
700182     READ GENCAT-FILE                                             00085600
700182         AT END NEXT SENTENCE.                                    00085700
700182     IF  WGENCAT-FS-OK                                            00085800
700182         AND GENCAT-DATE IS NUMERIC                               00085900
700182         ADD 1 TO WCAT-COUNT                                      00086000
700182         MOVE GENCAT-DATE TO WCAT-DATE (WCAT-COUNT)               00086100
700182         MOVE GENCAT-PATH TO WCAT-PATH (WCAT-COUNT)               00086200
700182         MOVE GENCAT-ALT  TO WCAT-ALT (WCAT-COUNT).               00086300
           SKIP2                                                        00086400
700182*** File2 is GENDATE's generation when coded, otherwise the       00086500
700182*** newest cataloged on or before the run date; File1 is the      00086600
700182*** generation cataloged before it, as CYCLE1 -1 would have.      00086700
700182 D-120-PICK-PAIR.                                                 00086800
700182     MOVE ZERO TO SUB-F2.                                         00086900
700182     PERFORM D-130-SCAN-CAT                                       00087000
700182       VARYING SUB-CAT FROM 1 BY 1                                00087100
700182         UNTIL SUB-CAT > WCAT-COUNT.                              00087200
700182     IF  SUB-F2 < 2                                               00087300
700182         DISPLAY 'BaForRun-311 No generation pair in GENCAT for ' 00087400
700182             'the run of ' WRUN-DATE                              00087500
700182         MOVE 16 TO WRC-FINAL                                     00087600
700182         SET WQUIT-FLG-YES TO TRUE                                00087700
700182     ELSE                                                         00087800
700182         COMPUTE SUB-F1 = SUB-F2 - 1                              00087900
700182         MOVE SUB-F1 TO SUB-HDD                                   00088000
700182         PERFORM D-140-PICK-PATH                                  00088100
700182         MOVE WPATH-WORK TO WPATH1                                00088200
700182         IF  WPATH-OK-YES                                         00088300
700182             MOVE SUB-F2 TO SUB-HDD                               00088400
700182             PERFORM D-140-PICK-PATH                              00088500
700182             MOVE WPATH-WORK TO WPATH2                            00088600
700182         END-IF                                                   00088700
700182         IF  NOT WPATH-OK-YES                                     00088800
700182             DISPLAY 'BaForRun-312 A generation of the pair is '  00088900
700182                 'gone, primary and DR copy alike'                00089000
700182             MOVE 16 TO WRC-FINAL                                 00089100
700182             SET WQUIT-FLG-YES TO TRUE                            00089200
700182         END-IF                                                   00089300
700182     END-IF.                                                      00089400
700182     IF  NOT WQUIT-FLG-YES                                        00089500
700182         MOVE ' Generation pair' TO WPRINT-LINE                   00089600
700182         PERFORM V-100-PRINT-LINE                                 00089700
700182         STRING '   File1 ' WCAT-DATE (SUB-F1) ' ' WPATH1         00089800
700182             DELIMITED BY SIZE INTO WPRINT-LINE                   00089900
700182         PERFORM V-100-PRINT-LINE                                 00090000
700182         STRING '   File2 ' WCAT-DATE (SUB-F2) ' ' WPATH2         00090100
700182             DELIMITED BY SIZE INTO WPRINT-LINE                   00090200
700182         PERFORM V-100-PRINT-LINE                                 00090300
700182         PERFORM V-100-PRINT-LINE.                                00090400
           SKIP2                                                        00090500
700182 D-130-SCAN-CAT.                                                  00090600
700182     IF  WCTL-GENDATE > ZERO                                      00090700
700182         IF  WCAT-DATE (SUB-CAT) = WCTL-GENDATE                   00090800
700182             MOVE SUB-CAT TO SUB-F2                               00090900
700182         END-IF                                                   00091000
700182     ELSE                                                         00091100
700182         IF  WCAT-DATE (SUB-CAT) NOT > WRUN-DATE                  00091200
700182             MOVE SUB-CAT TO SUB-F2                               00091300
700182         END-IF                                                   00091400
700182     END-IF.                                                      00091500
           SKIP2                                                        00091600
700182*** The generation at SUB-HDD: its primary dataset, or its DR     00091700
700182*** copy when the primary is gone, as BAHISTBF reads it.          00091800
700182 D-140-PICK-PATH.                                                 00091900
700182     MOVE 'N' TO WPATH-OK-FLG.                                    00092000
700182     MOVE WCAT-PATH (SUB-HDD) TO WPATH-WORK WEXIST-PATH.          00092100
700182     PERFORM R-100-CHECK-EXISTS.                                  00092200
700182     IF  WEXIST-FLG-YES                                           00092300
700182         SET WPATH-OK-YES TO TRUE                                 00092400
700182     ELSE IF  WCAT-ALT (SUB-HDD) NOT = SPACES                     00092500
700182         MOVE WCAT-ALT (SUB-HDD) TO WPATH-WORK WEXIST-PATH        00092600
700182         PERFORM R-100-CHECK-EXISTS                               00092700
700182         IF  WEXIST-FLG-YES                                       00092800
700182             SET WPATH-OK-YES TO TRUE                             00092900
700182             SET WDR-USED-YES TO TRUE                             00093000
700182             DISPLAY 'BaForRun-420 *** PRIMARY GONE - generation '00093100
700182                 WCAT-DATE (SUB-HDD) ' read from the DR copy ***' 00093200
700182         END-IF                                                   00093300
700182     END-IF.                                                      00093400
           SKIP2                                                        00093500
700182***************************                                       00093600
700182*** The masters as of the run                                     00093700
700182***************************                                       00093800
700182*** BAMSTPIT walks the live master back through the journal to    00093900
700182*** the run's start; its PITOUT is loaded into a scratch keyed    00094000
700182*** master the re-run reads in place of the live one.             00094100
700182 E-100-REBUILD-MASTER.                                            00094200
700182     MOVE 'PITCARDS' TO WDD-WORK.                                 00094300
700182     PERFORM R-200-SCRATCH-DSN.                                   00094400
&MFCY      DISPLAY 'FRDECK'    UPON  ENVIRONMENT-NAME.                  00094500
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00094600
700182     OPEN OUTPUT DECK-FILE.                                       00094700
700182     IF  NOT WDECK-FS-OK                                          00094800
700182         DISPLAY 'BaForRun-313 PITCARDS dataset OPEN failed:'     00094900
700182             WDECK-FS                                             00095000
700182         MOVE 16 TO WRC-FINAL                                     00095100
700182         SET WQUIT-FLG-YES TO TRUE                                00095200
700182     ELSE                                                         00095300
700182         MOVE SPACES TO DECK-LINE                                 00095400
700182         STRING 'MASTER ' WPIT-MASTER                             00095500
700182             DELIMITED BY SIZE INTO DECK-LINE                     00095600
700182         WRITE DECK-LINE                                          00095700
700182         MOVE SPACES TO DECK-LINE                                 00095800
700182         STRING 'ASOF ' WRUN-DATE WRUN-TIME                       00095900
700182             DELIMITED BY SIZE INTO DECK-LINE                     00096000
700182         WRITE DECK-LINE                                          00096100
700182         CLOSE DECK-FILE                                          00096200
700182         PERFORM E-110-CALL-PIT                                   00096300
700182     END-IF.                                                      00096400
700182     IF  NOT WQUIT-FLG-YES                                        00096500
700182         PERFORM E-200-LOAD-MASTER.                               00096600
           SKIP2                                                        00096700
700182 E-110-CALL-PIT.                                                  00096800
&MFCY      DISPLAY 'IN110'     UPON  ENVIRONMENT-NAME.                  00096900
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00097000
700182     IF  WPIT-MASTER = 'DISPMST'                                  00097100
700182         MOVE 'PITDISP' TO WDD-WORK                               00097200
700182     ELSE                                                         00097300
700182         MOVE 'PITDEPO' TO WDD-WORK.                              00097400
700182     PERFORM R-200-SCRATCH-DSN.                                   00097500
&MFCY      DISPLAY 'PITOUT'    UPON  ENVIRONMENT-NAME.                  00097600
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00097700
700182     IF  WPIT-MASTER = 'DISPMST'                                  00097800
700182         MOVE 'RPTDISP' TO WDD-WORK                               00097900
700182     ELSE                                                         00098000
700182         MOVE 'RPTDEPO' TO WDD-WORK.                              00098100
700182     PERFORM R-200-SCRATCH-DSN.                                   00098200
&MFCY      DISPLAY 'REPORT'    UPON  ENVIRONMENT-NAME.                  00098300
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00098400
700182     MOVE ZERO TO RETURN-CODE.                                    00098500
700182     CALL 'BAMSTPIT'                                              00098600
700182          ON EXCEPTION                                            00098700
700182            DISPLAY 'BaForRun-103 BAMSTPIT not available'         00098800
700182            MOVE 16 TO RETURN-CODE                                00098900
700182     END-CALL.                                                    00099000
700182     MOVE RETURN-CODE TO WRC-STEP.                                00099100
700182     CANCEL 'BAMSTPIT'.                                           00099200
700182     MOVE ' Master as of the run' TO WPRINT-LINE.                 00099300
700182     STRING ' ' WPIT-MASTER ' as of ' WRUN-DATE ' ' WRUN-TIME     00099400
700182         ', rebuild RC=' WRC-STEP                                 00099500
700182         DELIMITED BY SIZE INTO WPRINT-LINE (22:).                00099600
700182     PERFORM V-100-PRINT-LINE.                                    00099700
700182     IF  WRC-STEP > 4                                             00099800
700182         DISPLAY 'BaForRun-314 ' WPIT-MASTER ' would not '        00099900
700182             'rebuild, RC=' WRC-STEP                              00100000
700182         MOVE 16 TO WRC-FINAL                                     00100100
700182         SET WQUIT-FLG-YES TO TRUE                                00100200
700182     ELSE IF  WRC-STEP = 4                                        00100300
700182         ADD 1 TO WCTR-CHK-UNPROVED                               00100400
700182         MOVE '   *** The journal does not reach back to the run '00100500
700182             TO WPRINT-LINE                                       00100600
700182         STRING '- rows changed before it started may differ ***' 00100700
700182             DELIMITED BY SIZE INTO WPRINT-LINE (52:)             00100800
700182         PERFORM V-100-PRINT-LINE.                                00100900
           SKIP2                                                        00101000
700182*** The rebuilt rows arrive in key order, the order a keyed       00101100
700182*** master loads in.                                              00101200
700182 E-200-LOAD-MASTER.                                               00101300
700182     MOVE ZERO TO WCTR-PIT-ROWS WCTR-PIT-DUPS.                    00101400
700182     MOVE WPIT-MASTER TO WDD-WORK.                                00101500
700182     PERFORM R-200-SCRATCH-DSN.                                   00101600
700182     IF  WPIT-MASTER = 'DISPMST'                                  00101700
&MFCY          DISPLAY 'FRDISPM'   UPON  ENVIRONMENT-NAME               00101800
&MFCY          DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE              00101900
700182         OPEN OUTPUT FRDSP-FILE                                   00102000
700182     ELSE                                                         00102100
&MFCY          DISPLAY 'FRDEPOLM'  UPON  ENVIRONMENT-NAME               00102200
&MFCY          DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE              00102300
700182         OPEN OUTPUT FRDPM-FILE.                                  00102400
700182     OPEN INPUT PITOUT-FILE.                                      00102500
700182     IF  NOT WFRMST-FS-OK                                         00102600
700182         OR NOT WPITOUT-FS-OK                                     00102700
700182         DISPLAY 'BaForRun-315 Scratch ' WPIT-MASTER              00102800
700182             ' not loaded:' WFRMST-FS '/' WPITOUT-FS              00102900
700182         MOVE 16 TO WRC-FINAL                                     00103000
700182         SET WQUIT-FLG-YES TO TRUE                                00103100
700182     ELSE                                                         00103200
700182         MOVE 'N' TO WPIT-EOF-FLG                                 00103300
700182         PERFORM E-210-LOAD-ROW                                   00103400
700182           UNTIL WPIT-EOF-YES                                     00103500
700182         CLOSE PITOUT-FILE                                        00103600
700182     END-IF.                                                      00103700
700182     IF  WPIT-MASTER = 'DISPMST'                                  00103800
700182         CLOSE FRDSP-FILE                                         00103900
700182     ELSE                                                         00104000
700182         CLOSE FRDPM-FILE.                                        00104100
&MFCY      DISPLAY WPIT-MASTER UPON  ENVIRONMENT-NAME.                  00104200
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00104300
700182     MOVE WCTR-PIT-ROWS TO WDISP-NUM.                             00104400
700182     STRING '   Rows loaded to the scratch master: ' WDISP-NUM    00104500
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00104600
700182     PERFORM V-100-PRINT-LINE.                                    00104700
700182     IF  WCTR-PIT-DUPS > ZERO                                     00104800
700182         DISPLAY 'BaForRun-316 Rows refused by the scratch '      00104900
700182             WPIT-MASTER ':' WCTR-PIT-DUPS.                       00105000
           SKIP2                                                        00105100
700182 E-210-LOAD-ROW.                                                  00105200
700182     READ PITOUT-FILE                                             00105300
700182         AT END SET WPIT-EOF-YES TO TRUE.                         00105400
700182     IF  NOT WPIT-EOF-YES                                         00105500
700182         AND PITOUT-REC NOT = SPACES                              00105600
700182         IF  WPIT-MASTER = 'DISPMST'                              00105700
700182             WRITE FRDSP-REC FROM PITOUT-REC                      00105800
700182                 INVALID KEY ADD 1 TO WCTR-PIT-DUPS               00105900
700182                 NOT INVALID KEY ADD 1 TO WCTR-PIT-ROWS           00106000
700182             END-WRITE                                            00106100
700182         ELSE                                                     00106200
700182             WRITE FRDPM-REC FROM PITOUT-REC                      00106300
700182                 INVALID KEY ADD 1 TO WCTR-PIT-DUPS               00106400
700182                 NOT INVALID KEY ADD 1 TO WCTR-PIT-ROWS           00106500
700182             END-WRITE                                            00106600
700182         END-IF                                                   00106700
700182     END-IF.                                                      00106800
           SKIP2                                                        00106900
700182***************************                                       00107000
700182*** The re-run                                                    00107100
700182***************************                                       00107200
700182*** The compare runs as a job step would, with the night's pair,  00107300
700182*** the rebuilt deck and masters, and every output in scratch.    00107400
700182 G-100-RERUN.                                                     00107500
&MFCY      DISPLAY 'BKUPIN'    UPON  ENVIRONMENT-NAME.                  00107600
&MFCY      DISPLAY WPATH1      UPON  ENVIRONMENT-VALUE.                 00107700
&MFCY      DISPLAY 'BKUPIN2'   UPON  ENVIRONMENT-NAME.                  00107800
&MFCY      DISPLAY WPATH2      UPON  ENVIRONMENT-VALUE.                 00107900
&MFCY      DISPLAY 'IN110'     UPON  ENVIRONMENT-NAME.                  00108000
&MFCY      DISPLAY WDSN-DECK   UPON  ENVIRONMENT-VALUE.                 00108100
700182     PERFORM G-110-POINT-SCRATCH                                  00108200
700182       VARYING SUB-SDD FROM 1 BY 1                                00108300
700182         UNTIL SUB-SDD > WSDD-COUNT.                              00108400
700182     DISPLAY 'BaForRun-100 Re-running ' WARC-DATE ' '             00108500
700182         WARC-TIME ' on ' WCAT-DATE (SUB-F1) '/'                  00108600
700182         WCAT-DATE (SUB-F2).                                      00108700
700182     MOVE ZERO TO RETURN-CODE.                                    00108800
700182     CALL 'BABKCMP'                                               00108900
700182          ON EXCEPTION                                            00109000
700182            DISPLAY 'BaForRun-102 BABKCMP not available'          00109100
700182            MOVE 16 TO RETURN-CODE                                00109200
700182     END-CALL.                                                    00109300
700182     MOVE RETURN-CODE TO WRC-COMPARE.                             00109400
700182     CANCEL 'BABKCMP'.                                            00109500
700182     DISPLAY 'BaForRun-101 Re-run ended, RC=' WRC-COMPARE.        00109600
700182     MOVE ' Re-run' TO WPRINT-LINE.                               00109700
700182     PERFORM V-100-PRINT-LINE.                                    00109800
700182     STRING '   Compare return code ' WRC-COMPARE                 00109900
700182         ', outputs under ' WCTL-SCRATCH                          00110000
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00110100
700182     PERFORM V-100-PRINT-LINE.                                    00110200
700182     PERFORM V-100-PRINT-LINE.                                    00110300
700182     IF  WRC-COMPARE > 15                                         00110400
700182         DISPLAY 'BaForRun-317 The re-run did not complete'       00110500
700182         MOVE 16 TO WRC-FINAL                                     00110600
700182         SET WQUIT-FLG-YES TO TRUE.                               00110700
           SKIP2                                                        00110800
700182 G-110-POINT-SCRATCH.                                             00110900
700182     MOVE WSDD-NAME (SUB-SDD) TO WDD-WORK.                        00111000
700182     PERFORM R-200-SCRATCH-DSN.                                   00111100
&MFCY      DISPLAY WDD-WORK    UPON  ENVIRONMENT-NAME.                  00111200
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00111300
           SKIP2                                                        00111400
700182***************************                                       00111500
700182*** Archived row against the re-run's row                         00111600
700182***************************                                       00111700
700182 H-100-CHECK-AUDIT.                                               00111800
700182     MOVE 'AUDIT' TO WDD-WORK.                                    00111900
700182     PERFORM R-200-SCRATCH-DSN.                                   00112000
&MFCY      DISPLAY 'FRAUDIT'   UPON  ENVIRONMENT-NAME.                  00112100
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00112200
700182     MOVE SPACES TO WNEW-ROW.                                     00112300
700182     OPEN INPUT RAUDIT-FILE.                                      00112400
700182     IF  WRAUDIT-FS-OK                                            00112500
700182         PERFORM H-110-READ-RAUDIT                                00112600
700182           WITH TEST AFTER                                        00112700
700182             UNTIL NOT WRAUDIT-FS-OK                              00112800
700182         CLOSE RAUDIT-FILE.                                       00112900
700182     MOVE ' Archived run against the re-run' TO WPRINT-LINE.      00113000
700182     PERFORM V-100-PRINT-LINE.                                    00113100
700182     MOVE SPACES TO RCHK-LINE.                                    00113200
700182     MOVE 'Item'     TO RCHK-ITEM.                                00113300
700182     MOVE 'Archived' TO RCHK-ARC.                                 00113400
700182     MOVE 'Re-run'   TO RCHK-NEW.                                 00113500
700182     MOVE 'Result'   TO RCHK-RESULT.                              00113600
700182     MOVE RCHK-LINE  TO WPRINT-LINE.                              00113700
700182     PERFORM V-100-PRINT-LINE.                                    00113800
700182     IF  NOT WRAUDIT-HIT-YES                                      00113900
700182         ADD 1 TO WCTR-CHK-FAIL                                   00114000
700182         MOVE '   *** The re-run wrote no AUDIT row ***'          00114100
700182             TO WPRINT-LINE                                       00114200
700182         PERFORM V-100-PRINT-LINE                                 00114300
700182     ELSE                                                         00114400
700182         PERFORM H-200-CHECK-ITEMS.                               00114500
           SKIP2                                                        00114600
700182 H-110-READ-RAUDIT.                                               00114700
700182     READ RAUDIT-FILE                                             00114800
700182         AT END NEXT SENTENCE.                                    00114900
700182     IF  WRAUDIT-FS-OK                                            00115000
700182         SET WRAUDIT-HIT-YES TO TRUE                              00115100
700182         MOVE RAUDIT-LINE TO WNEW-ROW.                            00115200
           SKIP2                                                        00115300
700182 H-200-CHECK-ITEMS.                                               00115400
700182     MOVE 'Cards in effect' TO RCHK-ITEM.                         00115500
700182     MOVE WARC-CARDS TO RCHK-ARC.                                 00115600
700182     MOVE WNEW-CARDS TO RCHK-NEW.                                 00115700
700182     PERFORM H-300-CHECK-ONE.                                     00115800
700182     MOVE 'Matched' TO RCHK-ITEM.                                 00115900
700182     MOVE WARC-MATCHED TO RCHK-ARC.                               00116000
700182     MOVE WNEW-MATCHED TO RCHK-NEW.                               00116100
700182     PERFORM H-300-CHECK-ONE.                                     00116200
700182     MOVE 'Different' TO RCHK-ITEM.                               00116300
700182     MOVE WARC-DIFFERENT TO RCHK-ARC.                             00116400
700182     MOVE WNEW-DIFFERENT TO RCHK-NEW.                             00116500
700182     PERFORM H-300-CHECK-ONE.                                     00116600
700182     MOVE 'Extra on File1' TO RCHK-ITEM.                          00116700
700182     MOVE WARC-EXTRA1 TO RCHK-ARC.                                00116800
700182     MOVE WNEW-EXTRA1 TO RCHK-NEW.                                00116900
700182     PERFORM H-300-CHECK-ONE.                                     00117000
700182     MOVE 'Extra on File2' TO RCHK-ITEM.                          00117100
700182     MOVE WARC-EXTRA2 TO RCHK-ARC.                                00117200
700182     MOVE WNEW-EXTRA2 TO RCHK-NEW.                                00117300
700182     PERFORM H-300-CHECK-ONE.                                     00117400
700182     MOVE 'Threshold breach' TO RCHK-ITEM.                        00117500
700182     MOVE WARC-BREACH TO RCHK-ARC.                                00117600
700182     MOVE WNEW-BREACH TO RCHK-NEW.                                00117700
700182     PERFORM H-300-CHECK-ONE.                                     00117800
700182     MOVE 'File1 hash total' TO RCHK-ITEM.                        00117900
700182     MOVE WARC-HASH1 TO RCHK-ARC.                                 00118000
700182     MOVE WNEW-HASH1 TO RCHK-NEW.                                 00118100
700182     PERFORM H-310-CHECK-HASH.                                    00118200
700182     MOVE 'File2 hash total' TO RCHK-ITEM.                        00118300
700182     MOVE WARC-HASH2 TO RCHK-ARC.                                 00118400
700182     MOVE WNEW-HASH2 TO RCHK-NEW.                                 00118500
700182     PERFORM H-310-CHECK-HASH.                                    00118600
           SKIP2                                                        00118700
700182 H-300-CHECK-ONE.                                                 00118800
700182     IF  RCHK-ARC = RCHK-NEW                                      00118900
700182         MOVE 'SAME' TO RCHK-RESULT                               00119000
700182     ELSE                                                         00119100
700182         MOVE '*CHANGED*' TO RCHK-RESULT                          00119200
700182         ADD 1 TO WCTR-CHK-FAIL.                                  00119300
700182     PERFORM H-400-PUT-CHECK.                                     00119400
           SKIP2                                                        00119500
700182*** A zero archived total means HASHTOT was not coded that        00119600
700182*** night; the input cannot be proved, only re-read.              00119700
700182 H-310-CHECK-HASH.                                                00119800
700182     IF  RCHK-ARC = SPACES                                        00119900
700182         OR RCHK-ARC = '0000000000'                               00120000
700182         MOVE 'UNPROVED' TO RCHK-RESULT                           00120100
700182         ADD 1 TO WCTR-CHK-UNPROVED                               00120200
700182     ELSE IF  RCHK-ARC = RCHK-NEW                                 00120300
700182         MOVE 'PROVED' TO RCHK-RESULT                             00120400
700182     ELSE                                                         00120500
700182         MOVE '*CHANGED*' TO RCHK-RESULT                          00120600
700182         ADD 1 TO WCTR-CHK-FAIL.                                  00120700
700182     PERFORM H-400-PUT-CHECK.                                     00120800
           SKIP2                                                        00120900
700182 H-400-PUT-CHECK.                                                 00121000
700182     MOVE RCHK-LINE TO WPRINT-LINE.                               00121100
700182     PERFORM V-100-PRINT-LINE.                                    00121200
700182     MOVE SPACES TO RCHK-LINE.                                    00121300
           SKIP2                                                        00121400
700182***************************                                       00121500
700182*** Archived OT200 against the re-run's                           00121600
700182***************************                                       00121700
700182*** Read in step.  HDR2/HDR3 name the datasets read and are       00121800
700182*** passed on both sides; HDR1 is held from its VER= onward, the  00121900
700182*** run date before it being the re-run's own.                    00122000
700182 J-100-CHECK-OT200.                                               00122100
700182     MOVE 'OT200' TO WDD-WORK.                                    00122200
700182     PERFORM R-200-SCRATCH-DSN.                                   00122300
&MFCY      DISPLAY 'FROT200'   UPON  ENVIRONMENT-NAME.                  00122400
&MFCY      DISPLAY WDSN-WORK   UPON  ENVIRONMENT-VALUE.                 00122500
700182     OPEN INPUT ARCOT-FILE.                                       00122600
700182     OPEN INPUT NEWOT-FILE.                                       00122700
700182     IF  NOT WARCOT-FS-OK                                         00122800
700182         SET WARCOT-EOF-YES TO TRUE.                              00122900
700182     IF  NOT WNEWOT-FS-OK                                         00123000
700182         SET WNEWOT-EOF-YES TO TRUE                               00123100
700182         DISPLAY 'BaForRun-318 The re-run OT200 is not readable:' 00123200
700182             WNEWOT-FS.                                           00123300
700182     PERFORM V-100-PRINT-LINE.                                    00123400
700182     MOVE ' OT200 differences, archived (A) against re-run (R)'   00123500
700182         TO WPRINT-LINE.                                          00123600
700182     PERFORM V-100-PRINT-LINE.                                    00123700
700182     PERFORM J-110-READ-ARC.                                      00123800
700182     PERFORM J-120-READ-NEW.                                      00123900
700182     PERFORM J-200-MATCH-LINE                                     00124000
700182       UNTIL WARCOT-EOF-YES                                       00124100
700182         AND WNEWOT-EOF-YES.                                      00124200
700182     IF  WARCOT-FS-OK OR WARCOT-FS = '10'                         00124300
700182         CLOSE ARCOT-FILE.                                        00124400
700182     IF  WNEWOT-FS-OK OR WNEWOT-FS = '10'                         00124500
700182         CLOSE NEWOT-FILE.                                        00124600
700182     IF  WCTR-OT-DIFF = ZERO                                      00124700
700182         MOVE '   None' TO WPRINT-LINE                            00124800
700182         PERFORM V-100-PRINT-LINE.                                00124900
700182     PERFORM V-100-PRINT-LINE.                                    00125000
700182     MOVE WCTR-OT-ARC TO WDISP-NUM.                               00125100
700182     STRING '   Archived lines   ' WDISP-NUM                      00125200
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00125300
700182     PERFORM V-100-PRINT-LINE.                                    00125400
700182     MOVE WCTR-OT-NEW TO WDISP-NUM.                               00125500
700182     STRING '   Re-run lines     ' WDISP-NUM                      00125600
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00125700
700182     PERFORM V-100-PRINT-LINE.                                    00125800
700182     MOVE WCTR-OT-SAME TO WDISP-NUM.                              00125900
700182     STRING '   Lines the same   ' WDISP-NUM                      00126000
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00126100
700182     PERFORM V-100-PRINT-LINE.                                    00126200
700182     MOVE WCTR-OT-DIFF TO WDISP-NUM.                              00126300
700182     STRING '   Lines differing  ' WDISP-NUM                      00126400
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00126500
700182     PERFORM V-100-PRINT-LINE.                                    00126600
700182     MOVE WCTR-OT-ARC-ONLY TO WDISP-NUM.                          00126700
700182     STRING '    archive only    ' WDISP-NUM                      00126800
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00126900
700182     PERFORM V-100-PRINT-LINE.                                    00127000
700182     MOVE WCTR-OT-NEW-ONLY TO WDISP-NUM.                          00127100
700182     STRING '    re-run only     ' WDISP-NUM                      00127200
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00127300
700182     PERFORM V-100-PRINT-LINE.                                    00127400
700182     MOVE WCTR-OT-SKIPPED TO WDISP-NUM.                           00127500
700182     STRING '   Dataset-name rows passed ' WDISP-NUM              00127600
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00127700
700182     PERFORM V-100-PRINT-LINE.                                    00127800
700182     IF  WCTR-OT-DIFF > ZERO                                      00127900
700182         ADD 1 TO WCTR-CHK-FAIL.                                  00128000
           SKIP2                                                        00128100
700182 J-110-READ-ARC.                                                  00128200
700182     IF  NOT WARCOT-EOF-YES                                       00128300
700182         PERFORM J-115-READ-ARC-ROW                               00128400
700182           WITH TEST AFTER                                        00128500
700182             UNTIL WARCOT-EOF-YES                                 00128600
700182                OR (ARCOT-REC (1:5) NOT = 'HDR2 '                 00128700
700182                AND ARCOT-REC (1:5) NOT = 'HDR3 ').               00128800
           SKIP2                                                        00128900
700182 J-115-READ-ARC-ROW.                                              00129000
700182     READ ARCOT-FILE                                              00129100
700182         AT END SET WARCOT-EOF-YES TO TRUE.                       00129200
700182     IF  NOT WARCOT-EOF-YES                                       00129300
700182         ADD 1 TO WCTR-OT-ARC                                     00129400
700182         IF  ARCOT-REC (1:5) = 'HDR2 '                            00129500
700182             OR ARCOT-REC (1:5) = 'HDR3 '                         00129600
700182             ADD 1 TO WCTR-OT-SKIPPED.                            00129700
           SKIP2                                                        00129800
700182 J-120-READ-NEW.                                                  00129900
700182     IF  NOT WNEWOT-EOF-YES                                       00130000
700182         PERFORM J-125-READ-NEW-ROW                               00130100
700182           WITH TEST AFTER                                        00130200
700182             UNTIL WNEWOT-EOF-YES                                 00130300
700182                OR (NEWOT-REC (1:5) NOT = 'HDR2 '                 00130400
700182                AND NEWOT-REC (1:5) NOT = 'HDR3 ').               00130500
           SKIP2                                                        00130600
700182 J-125-READ-NEW-ROW.                                              00130700
700182     READ NEWOT-FILE                                              00130800
700182         AT END SET WNEWOT-EOF-YES TO TRUE.                       00130900
700182     IF  NOT WNEWOT-EOF-YES                                       00131000
700182         ADD 1 TO WCTR-OT-NEW.                                    00131100
           SKIP2                                                        00131200
700182 J-200-MATCH-LINE.                                                00131300
700182     IF  WARCOT-EOF-YES                                           00131400
700182         ADD 1 TO WCTR-OT-DIFF WCTR-OT-NEW-ONLY                   00131500
700182         MOVE 'R' TO WPRINT-LINE (4:1)                            00131600
700182         MOVE NEWOT-REC TO WPRINT-LINE (6:)                       00131700
700182         PERFORM J-300-SHOW-LINE                                  00131800
700182         PERFORM J-120-READ-NEW                                   00131900
700182     ELSE IF  WNEWOT-EOF-YES                                      00132000
700182         ADD 1 TO WCTR-OT-DIFF WCTR-OT-ARC-ONLY                   00132100
700182         MOVE 'A' TO WPRINT-LINE (4:1)                            00132200
700182         MOVE ARCOT-REC TO WPRINT-LINE (6:)                       00132300
700182         PERFORM J-300-SHOW-LINE                                  00132400
700182         PERFORM J-110-READ-ARC                                   00132500
700182     ELSE                                                         00132600
700182         PERFORM J-210-SAME-LINE                                  00132700
700182         PERFORM J-110-READ-ARC                                   00132800
700182         PERFORM J-120-READ-NEW.                                  00132900
           SKIP2                                                        00133000
700182 J-210-SAME-LINE.                                                 00133100
700182     IF  ARCOT-REC (1:9) = 'HDR1 RUN='                            00133200
700182         AND NEWOT-REC (1:9) = 'HDR1 RUN='                        00133300
700182         AND ARCOT-REC (18:) = NEWOT-REC (18:)                    00133400
700182         ADD 1 TO WCTR-OT-SAME                                    00133500
700182     ELSE IF  ARCOT-REC = NEWOT-REC                               00133600
700182         ADD 1 TO WCTR-OT-SAME                                    00133700
700182     ELSE                                                         00133800
700182         ADD 1 TO WCTR-OT-DIFF                                    00133900
700182         MOVE 'A' TO WPRINT-LINE (4:1)                            00134000
700182         MOVE ARCOT-REC TO WPRINT-LINE (6:)                       00134100
700182         PERFORM J-300-SHOW-LINE                                  00134200
700182         MOVE 'R' TO WPRINT-LINE (4:1)                            00134300
700182         MOVE NEWOT-REC TO WPRINT-LINE (6:)                       00134400
700182         PERFORM J-300-SHOW-LINE.                                 00134500
           SKIP2                                                        00134600
700182 J-300-SHOW-LINE.                                                 00134700
700182     IF  WCTR-OT-SHOWN < WOT-SHOW-MAX                             00134800
700182         ADD 1 TO WCTR-OT-SHOWN                                   00134900
700182         PERFORM V-100-PRINT-LINE                                 00135000
700182     ELSE                                                         00135100
700182         MOVE SPACES TO WPRINT-LINE.                              00135200
           SKIP2                                                        00135300
700182***************************                                       00135400
700182*** Verdict                                                       00135500
700182***************************                                       00135600
700182 K-100-VERDICT.                                                   00135700
700182     PERFORM V-100-PRINT-LINE.                                    00135800
700182     IF  WCTR-CHK-FAIL > ZERO                                     00135900
700182         MOVE 8 TO WRC-FINAL                                      00136000
700182         MOVE 'NOT REPRODUCED - the re-run does not say what the '00136100
700182             TO WVERDICT                                          00136200
700182         STRING 'archived run said'                               00136300
700182             DELIMITED BY SIZE INTO WVERDICT (51:)                00136400
700182     ELSE IF  WCTR-CHK-UNPROVED > ZERO                            00136500
700182         OR WDR-USED-YES                                          00136600
700182         MOVE 4 TO WRC-FINAL                                      00136700
700182         MOVE 'REPRODUCED - inputs not all provable, see above'   00136800
700182             TO WVERDICT                                          00136900
700182     ELSE                                                         00137000
700182         MOVE ZERO TO WRC-FINAL                                   00137100
700182         MOVE 'REPRODUCED - inputs proved by their hash totals'   00137200
700182             TO WVERDICT.                                         00137300
700182     STRING ' VERDICT: ' WVERDICT                                 00137400
700182         DELIMITED BY SIZE INTO WPRINT-LINE.                      00137500
700182     PERFORM V-100-PRINT-LINE.                                    00137600
700182     DISPLAY 'BaForRun-400 ' WVERDICT.                            00137700
           SKIP2                                                        00137800
700182***************************                                       00137900
700182*** Shared routines                                               00138000
700182***************************                                       00138100
700182*** Same library-routine probe BABKSEL uses; a missing routine    00138200
700182*** counts as present.                                            00138300
700182 R-100-CHECK-EXISTS.                                              00138400
700182     MOVE 'N' TO WEXIST-FLG.                                      00138500
700182     CALL 'CBL_CHECK_FILE_EXIST' USING WEXIST-PATH                00138600
700182                                       WEXIST-DETAILS             00138700
700182          ON EXCEPTION                                            00138800
700182            MOVE ZERO TO RETURN-CODE                              00138900
700182            SET WEXIST-FLG-YES TO TRUE                            00139000
700182     END-CALL.                                                    00139100
700182     IF  NOT WEXIST-FLG-YES                                       00139200
700182         IF  RETURN-CODE = ZERO                                   00139300
700182             SET WEXIST-FLG-YES TO TRUE                           00139400
700182         ELSE                                                     00139500
700182             MOVE ZERO TO RETURN-CODE.                            00139600
           SKIP2                                                        00139700
700182*** stem.<dd> for the scratch dataset named in WDD-WORK.          00139800
700182 R-200-SCRATCH-DSN.                                               00139900
700182     MOVE SPACES TO WDSN-WORK.                                    00140000
700182     STRING WCTL-SCRATCH DELIMITED BY SPACE                       00140100
700182            '.' WDD-WORK DELIMITED BY SPACE                       00140200
700182         INTO WDSN-WORK.                                          00140300
           SKIP2                                                        00140400
700182***************************                                       00140500
700182*** Print-line routines                                           00140600
700182***************************                                       00140700
700182 V-100-PRINT-LINE.                                                00140800
700182     IF  WPRINT-LINES-OVER                                        00140900
700182         PERFORM V-150-NEWPAGE.                                   00141000
700182     ADD 1 TO WPRINT-LINES.                                       00141100
700182     WRITE PRINT-LINE FROM WPRINT-LINE                            00141200
700182           AFTER ADVANCING 1 LINE.                                00141300
700182     MOVE SPACES   TO WPRINT-LINE.                                00141400
700182     ADD 1 TO WPRINT-TOT-LINES.                                   00141500
           SKIP2                                                        00141600
700182 V-150-NEWPAGE.                                                   00141700
700182     ADD 1 TO WPRINT-PAGE.                                        00141800
700182     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00141900
700182     MOVE SPACES TO PRINT-LINE.                                   00142000
700182     WRITE PRINT-LINE                                             00142100
700182       AFTER ADVANCING PAGE.                                      00142200
700182     WRITE PRINT-LINE FROM RPTHDR-LINE                            00142300
700182       AFTER ADVANCING 1 LINE.                                    00142400
700182     MOVE ZERO TO WPRINT-LINES.                                   00142500
700182     ADD 2 TO WPRINT-TOT-LINES.                                   00142600
