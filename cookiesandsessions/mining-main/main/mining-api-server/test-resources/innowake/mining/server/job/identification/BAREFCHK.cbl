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
700185 IDENTIFICATION DIVISION.                                         00000100
700185 PROGRAM-ID. 'BAREFCHK'.                                          00000200
700185******************************************************************00000300
700185**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700185******************************************************************00000500
700185**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700185**  PURPOSE      Consistency check of the suite's hand-maintained 00000700
700185**               reference files, run ahead of the compare so an  00000800
700185**               editing slip stops the schedule instead of       00000900
700185**               surfacing as strange compare results.  Each file 00001000
700185**               is checked on its own and against the others and 00001100
700185**               the latest BABKMAN manifest:                     00001200
700185**                 PLANXLT  - bad plan numbers, an old plan       00001300
700185**                            translated twice, two old plans     00001400
700185**                            translated to the same new plan,    00001500
700185**                            chained or no-op pairs, old plans   00001600
700185**                            not on the latest backup            00001700
700185**                 PLANSLA  - bad rows, duplicate plans, SLA rows 00001800
700185**                            for plans not on the latest backup  00001900
700185**                            or renumbered away by PLANXLT       00002000
700185**                 SUPPRES  - blank or duplicate participants     00002100
700185**                 CALNDR   - invalid or out-of-order dates, bad  00002200
700185**                            day types, a month with no          00002300
700185**                            month-end row or a month-end row    00002400
700185**                            that is not the month's last date,  00002500
700185**                            quarter/year-end rows in the wrong  00002600
700185**                            month, gaps past GAPDAYS days       00002700
700185**                 TYPEREG  - bad rows, duplicate type/release    00002800
700185**                            rows, a release row listed ahead of 00002900
700185**                            its generic row or with none, rows  00003000
700185**                            past the registry's 50, manifest    00003100
700185**                            types not registered                00003200
700185**                 PAIRLST  - blank or identical paths, duplicate 00003300
700185**                            pairs                               00003400
700186**                            and, for environment pairs (NAME    00003401
700186**                            vs NAME), names not registered on   00003402
700186**                            ENVREG, inactive, or the same twice 00003403
700185**                 MATRXLST - blank or duplicate paths, more than 00003500
700185**                            the eight columns MATRIX runs       00003600
700186**                            and environment pairs, as PAIRLST   00003601
700185**                 CMPDECK  - every INCLUDE member the deck names 00003700
700185**                            (through INCLFILE, as BABKCMP       00003800
700185**                            opens them): missing or empty       00003900
700185**                            members, members included twice,    00004000
700185**                            nesting past BABKCMP's two levels   00004100
700185**               Every problem is listed with its file and line.  00004200
700185**               A file whose dd is not supplied is noted and not 00004300
700185**               checked; without MANIFEST the manifest checks    00004400
700185**               are skipped.                                     00004500
700185**                                                                00004600
700185**               Return codes:                                    00004700
700185**                 0 - no problems                                00004800
700185**                 4 - warnings only, or a control card was       00004900
700185**                     rejected                                   00005000
700185**                 8 - errors - the suite driver stops here       00005100
700185******************************************************************00005200
700185**  REVISIONS:                                                    00005300
700185******************************************************************00005400
700185**  Input                                                         00005500
700185**   . IN110   - Optional Control File                            00005600
700185**                 GAPDAYS nnn - largest gap between calendar     00005700
700185**                               dates, three digits (default     00005800
700185**                               004)                             00005900
700185**   . PLANXLT, PLANSLA, SUPPRES, CALNDR, TYPEREG, PAIRLST,       00006000
700185**     MATRXLST - the reference files, each optional, in the      00006100
700185**               layouts BABKCMP reads them                       00006200
700185**   . CMPDECK - The compare's IN110 control deck (optional)      00006300
700185**   . INCLFILE - INCLUDE members, re-pointed per member          00006400
700185**   . MANIFEST - Latest BABKMAN manifest rows (MANROW)           00006500
700186**   . ENVREG  - Environment registry, for environment pairs      00006501
700185******************************************************************00006600
700185**  Output                                                        00006700
700185**   . SYSOUT  - Displayed Information                            00006800
700185**   . REPORT  - Problems by file and line, and totals            00006900
700185******************************************************************00007000
700185 ENVIRONMENT DIVISION.                                            00007100
700185 CONFIGURATION SECTION.                                           00007200
700185 INPUT-OUTPUT SECTION.                                            00007300
           SKIP2                                                        00007400
700185 FILE-CONTROL.                                                    00007500
700185     SELECT PRINT-FILE                                            00007600
700185         ASSIGN TO UT-S-REPORT                                    00007700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007800
700185         FILE STATUS WPRINT-FS.                                   00007900
700185     SELECT MANIF-FILE                                            00008000
700185         ASSIGN TO UT-S-MANIFEST                                  00008100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008200
700185         FILE STATUS WMANIF-FS.                                   00008300
700185     SELECT PLANXLAT-FILE                                         00008400
700185         ASSIGN TO UT-S-PLANXLT                                   00008500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008600
700185         FILE STATUS WPLANXLAT-FS.                                00008700
700185     SELECT PLANSLA-FILE                                          00008800
700185         ASSIGN TO UT-S-PLANSLA                                   00008900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009000
700185         FILE STATUS WPLANSLA-FS.                                 00009100
700185     SELECT SUPPR-FILE                                            00009200
700185         ASSIGN TO UT-S-SUPPRES                                   00009300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009400
700185         FILE STATUS WSUPPR-FS.                                   00009500
700185     SELECT CALNDR-FILE                                           00009600
700185         ASSIGN TO UT-S-CALNDR                                    00009700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009800
700185         FILE STATUS WCALNDR-FS.                                  00009900
700185     SELECT TYPEREG-FILE                                          00010000
700185         ASSIGN TO UT-S-TYPEREG                                   00010100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010200
700185         FILE STATUS WTYPEREG-FS.                                 00010300
700185     SELECT PAIRLIST-FILE                                         00010400
700185         ASSIGN TO UT-S-PAIRLST                                   00010500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010600
700185         FILE STATUS WPAIRLIST-FS.                                00010700
700185     SELECT MATRIX-FILE                                           00010800
700185         ASSIGN TO UT-S-MATRXLST                                  00010900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011000
700185         FILE STATUS WMATRIX-FS.                                  00011100
700185     SELECT DECK-FILE                                             00011200
700185         ASSIGN TO UT-S-CMPDECK                                   00011300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011400
700185         FILE STATUS WDECK-FS.                                    00011500
700185     SELECT INCL-FILE                                             00011600
700185         ASSIGN TO UT-S-INCLFILE                                  00011700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011800
700185         FILE STATUS WINCL-FS.                                    00011900
700185 DATA DIVISION.                                                   00012000
           SKIP2                                                        00012100
700185 FILE SECTION.                                                    00012200
           SKIP1                                                        00012300
700185 FD  PRINT-FILE                                                   00012400
700185     BLOCK CONTAINS 0 RECORDS                                     00012500
700185     LABEL RECORDS ARE STANDARD.                                  00012600
           SKIP2                                                        00012700
700185 01 PRINT-LINE                PIC X(133).                         00012800
           SKIP2                                                        00012900
700185 FD  MANIF-FILE                                                   00013000
700185     BLOCK CONTAINS 0 RECORDS                                     00013100
700185     LABEL RECORDS ARE STANDARD.                                  00013200
           SKIP2                                                        00013300
700185 01  MANIF-REC. COPY MANROW.                                      00013400
           SKIP2                                                        00013500
700185*** The reference files in the layouts BABKCMP declares for them. 00013600
700185 FD  PLANXLAT-FILE                                                00013700
700185     BLOCK CONTAINS 0 RECORDS                                     00013800
700185     LABEL RECORDS ARE STANDARD.                                  00013900
           SKIP2                                                        00014000
700185 01  PLANXLAT-LINE.                                               00014100
700191     05  XLAT-OLD-PLAN          PIC X(10).                        00014200
700185     05  FILLER                 PIC X(1).                         00014300
700191     05  XLAT-NEW-PLAN          PIC X(10).                        00014400
700191     05  FILLER                 PIC X(59).                        00014500
           SKIP2                                                        00014600
700185 FD  PLANSLA-FILE                                                 00014700
700185     BLOCK CONTAINS 0 RECORDS                                     00014800
700185     LABEL RECORDS ARE STANDARD.                                  00014900
           SKIP2                                                        00015000
700185 01  PLANSLA-LINE.                                                00015100
700191     05  SLA-PLAN-NUM           PIC X(10).                        00015200
700185     05  FILLER                 PIC X(1).                         00015300
700185     05  SLA-MAX-DIFFS          PIC X(8).                         00015400
700191     05  FILLER                 PIC X(61).                        00015500
           SKIP2                                                        00015600
700185 FD  SUPPR-FILE                                                   00015700
700185     BLOCK CONTAINS 0 RECORDS                                     00015800
700185     LABEL RECORDS ARE STANDARD.                                  00015900
           SKIP2                                                        00016000
700185 01  SUPPR-LINE.                                                  00016100
700185     05  SUPPR-PART             PIC X(11).                        00016200
700185     05  FILLER                 PIC X(69).                        00016300
           SKIP2                                                        00016400
700185 FD  CALNDR-FILE                                                  00016500
700185     BLOCK CONTAINS 0 RECORDS                                     00016600
700185     LABEL RECORDS ARE STANDARD.                                  00016700
           SKIP2                                                        00016800
700185 01  CALNDR-LINE.                                                 00016900
700185     05  CALNDR-DATE            PIC X(6).                         00017000
700185     05  CALNDR-DATE-R REDEFINES CALNDR-DATE.                     00017100
700185         10  CALNDR-YY          PIC 9(2).                         00017200
700185         10  CALNDR-MM          PIC 9(2).                         00017300
700185         10  CALNDR-DD          PIC 9(2).                         00017400
700185     05  FILLER                 PIC X(1).                         00017500
700185     05  CALNDR-DAYTYPE         PIC X(1).                         00017600
700185         88  CALNDR-DAYTYPE-OK  VALUE 'D' 'M' 'Q' 'Y' ' '.        00017700
700185         88  CALNDR-DAYTYPE-END VALUE 'M' 'Q' 'Y'.                00017800
700185     05  FILLER                 PIC X(72).                        00017900
           SKIP2                                                        00018000
700185*** Registry columns as the TYPEREG copybook describes them.      00018100
700185 FD  TYPEREG-FILE                                                 00018200
700185     BLOCK CONTAINS 0 RECORDS                                     00018300
700185     LABEL RECORDS ARE STANDARD.                                  00018400
           SKIP2                                                        00018500
700185 01  TYPEREG-LINE.                                                00018600
700185     05  TREG-XXYY              PIC X(4).                         00018700
700185     05  FILLER                 PIC X(1).                         00018800
700185     05  TREG-DESC              PIC X(20).                        00018900
700185     05  FILLER                 PIC X(1).                         00019000
700185     05  TREG-KEYLEN            PIC X(2).                         00019100
700185     05  FILLER                 PIC X(1).                         00019200
700185     05  TREG-DEMOD             PIC X(8).                         00019300
700185     05  FILLER                 PIC X(1).                         00019400
700185     05  TREG-SKIP              PIC X(1).                         00019500
700185         88  TREG-SKIP-OK       VALUE 'Y' 'N' ' '.                00019600
700185     05  FILLER                 PIC X(1).                         00019700
700185     05  TREG-RELEASE           PIC X(9).                         00019800
700185     05  FILLER                 PIC X(31).                        00019900
           SKIP2                                                        00020000
700185 FD  PAIRLIST-FILE                                                00020100
700185     BLOCK CONTAINS 0 RECORDS                                     00020200
700185     LABEL RECORDS ARE STANDARD.                                  00020300
           SKIP2                                                        00020400
700185 01  PAIRLIST-LINE.                                               00020500
700185     05  PAIR-PATH1             PIC X(100).                       00020600
700185     05  FILLER                 PIC X(1).                         00020700
700185     05  PAIR-PATH2             PIC X(100).                       00020800
           SKIP2                                                        00020900
700185 FD  MATRIX-FILE                                                  00021000
700185     BLOCK CONTAINS 0 RECORDS                                     00021100
700185     LABEL RECORDS ARE STANDARD.                                  00021200
           SKIP2                                                        00021300
700185 01  MATRIX-LINE              PIC X(100).                         00021400
           SKIP2                                                        00021500
700185 FD  DECK-FILE                                                    00021600
700185     BLOCK CONTAINS 0 RECORDS                                     00021700
700185     LABEL RECORDS ARE STANDARD.                                  00021800
           SKIP2                                                        00021900
700185 01  DECK-LINE                PIC X(80).                          00022000
           SKIP2                                                        00022100
700185 FD  INCL-FILE                                                    00022200
700185     BLOCK CONTAINS 0 RECORDS                                     00022300
700185     LABEL RECORDS ARE STANDARD.                                  00022400
           SKIP2                                                        00022500
700185 01  INCL-LINE                PIC X(80).                          00022600
700185 WORKING-STORAGE SECTION.                                         00022700
700185 77  SUB-TAB               PIC S9(4) BINARY VALUE ZERO.           00022800
700185 77  SUB-TAB2              PIC S9(4) BINARY VALUE ZERO.           00022900
700185 77  SUB-INCL1             PIC S9(4) BINARY VALUE ZERO.           00023000
700185 77  WHIT-SUB              PIC S9(4) BINARY VALUE ZERO.           00023100
700185 77  WBIN-LO               PIC S9(8) BINARY VALUE ZERO.           00023200
700185 77  WBIN-HI               PIC S9(8) BINARY VALUE ZERO.           00023300
700185 77  WBIN-MID              PIC S9(8) BINARY VALUE ZERO.           00023400
700185 77  WLINE-NO              PIC 9(6)     VALUE ZERO.               00023500
700185 77  WDECK-LINE-NO         PIC 9(6)     VALUE ZERO.               00023600
700185 77  WLINE-ED              PIC ZZZZZ9   VALUE ZERO.               00023700
700185 77  WNUM-ED               PIC ZZZ9     VALUE ZERO.               00023800
700185 77  WCTR-ERRORS           PIC 9(5)     VALUE ZERO.               00023900
700185 77  WCTR-WARNINGS         PIC 9(5)     VALUE ZERO.               00024000
700185 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00024100
700185 77  WCTR-FILES            PIC 9(3)     VALUE ZERO.               00024200
700185 77  WCTR-SKIPPED          PIC 9(3)     VALUE ZERO.               00024300
700185 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00024400
700185 77  WGAP-DAYS             PIC S9(9)    VALUE ZERO.               00024500
700185 77  WPREV-SERIAL          PIC S9(9)    VALUE ZERO.               00024600
700185 77  WPREV-DATE            PIC 9(8)     VALUE ZERO.               00024700
700185 77  WPREV-DAYTYPE         PIC X        VALUE SPACE.              00024800
700185 77  WPREV-LINE            PIC 9(6)     VALUE ZERO.               00024900
700185 77  WMONTH-DAYS           PIC 99       VALUE ZERO.               00025000
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00025100
700191 77  WPLAN-LEN             PIC S9(4)    BINARY VALUE ZERO.        00025101
700191 77  WPLAN-BAD             PIC S9(4)    BINARY VALUE ZERO.        00025102
700185 77  WXXYY-WORK            PIC X(4)     VALUE SPACES.             00025200
700185 77  WFILE-WORK            PIC X(8)     VALUE SPACES.             00025300
700185 77  WINCL-NAME            PIC X(60)    VALUE SPACES.             00025400
700185 77  WINCL-CMD-WORK        PIC X(20)    VALUE SPACES.             00025500
700185 77  WINCL-LEVEL           PIC 9        VALUE ZERO.               00025600
700185 77  WMEM-LINES            PIC 9(6)     VALUE ZERO.               00025700
700185 77  WREAD-DONE-FLG        PIC X        VALUE 'N'.                00025800
700185     88  WREAD-DONE-YES    VALUE 'Y'.                             00025900
700185 77  WFOUND-FLG            PIC X        VALUE 'N'.                00026000
700185     88  WFOUND-YES        VALUE 'Y'.                             00026100
700185 77  WMANIF-FLG            PIC X        VALUE 'N'.                00026200
700185     88  WMANIF-YES        VALUE 'Y'.                             00026300
700185 77  WCAL-FIRST-FLG        PIC X        VALUE 'Y'.                00026400
700185     88  WCAL-FIRST-YES    VALUE 'Y'.                             00026500
           SKIP2                                                        00026600
700185 01  WPRINT-AREA.                                                 00026700
700185     05  WPRINT-FS                 PIC XX  VALUE '00'.            00026800
700185         88  WPRINT-FS-OK VALUE '00'.                             00026900
700185     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00027000
700185     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00027100
700185     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00027200
700185     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00027300
700185         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00027400
700185     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00027500
           SKIP2                                                        00027600
700185 01  WMANIF-FS             PIC XX  VALUE '00'.                    00027700
700185     88  WMANIF-FS-OK      VALUE '00'.                            00027800
700185 01  WPLANXLAT-FS          PIC XX  VALUE '00'.                    00027900
700185     88  WPLANXLAT-FS-OK   VALUE '00'.                            00028000
700185 01  WPLANSLA-FS           PIC XX  VALUE '00'.                    00028100
700185     88  WPLANSLA-FS-OK    VALUE '00'.                            00028200
700185 01  WSUPPR-FS             PIC XX  VALUE '00'.                    00028300
700185     88  WSUPPR-FS-OK      VALUE '00'.                            00028400
700185 01  WCALNDR-FS            PIC XX  VALUE '00'.                    00028500
700185     88  WCALNDR-FS-OK     VALUE '00'.                            00028600
700185 01  WTYPEREG-FS           PIC XX  VALUE '00'.                    00028700
700185     88  WTYPEREG-FS-OK    VALUE '00'.                            00028800
700185 01  WPAIRLIST-FS          PIC XX  VALUE '00'.                    00028900
700185     88  WPAIRLIST-FS-OK   VALUE '00'.                            00029000
700185 01  WMATRIX-FS            PIC XX  VALUE '00'.                    00029100
700185     88  WMATRIX-FS-OK     VALUE '00'.                            00029200
700185 01  WDECK-FS              PIC XX  VALUE '00'.                    00029300
700185     88  WDECK-FS-OK       VALUE '00'.                            00029400
700185 01  WINCL-FS              PIC XX  VALUE '00'.                    00029500
700185     88  WINCL-FS-OK       VALUE '00'.                            00029600
           SKIP2                                                        00029700
700185*** Plans and RecordTypes on the latest backup, from the manifest 00029800
700185*** count rows.  The backup is in plan order, so the plan list is 00029900
700185*** ascending and searched by halves.                             00030000
700185 01  WMAN-AREA.                                                   00030100
700185     05  WMAN-PLAN-COUNT       PIC S9(8) BINARY VALUE ZERO.       00030200
700185     05  WMAN-PLAN-MAX         PIC S9(8) BINARY VALUE 20000.      00030300
700185     05  WMAN-PLAN OCCURS 20000 TIMES                             00030400
700191                               PIC X(10)    VALUE SPACES.         00030500
700185     05  WMAN-TYPE-COUNT       PIC S9(4) BINARY VALUE ZERO.       00030600
700185     05  WMAN-TYPE-MAX         PIC S9(4) BINARY VALUE 200.        00030700
700185     05  WMAN-TYPE OCCURS 200 TIMES                               00030800
700185                               PIC X(4)     VALUE SPACES.         00030900
           SKIP2                                                        00031000
700185 01  WXLAT-AREA.                                                  00031100
700185     05  WXLAT-COUNT           PIC S9(4) BINARY VALUE ZERO.       00031200
700185     05  WXLAT-MAX-ENTRIES     PIC S9(4) BINARY VALUE 2000.       00031300
700185     05  WXLAT-ENTRY OCCURS 2000 TIMES.                           00031400
700191         10  WXLAT-OLD         PIC X(10)    VALUE SPACES.         00031500
700191         10  WXLAT-NEW         PIC X(10)    VALUE SPACES.         00031600
700185         10  WXLAT-LINE        PIC 9(6)     VALUE ZERO.           00031700
           SKIP2                                                        00031800
700185 01  WSLA-AREA.                                                   00031900
700185     05  WSLA-COUNT            PIC S9(4) BINARY VALUE ZERO.       00032000
700185     05  WSLA-MAX-ENTRIES      PIC S9(4) BINARY VALUE 2000.       00032100
700185     05  WSLA-ENTRY OCCURS 2000 TIMES.                            00032200
700191         10  WSLA-PLAN         PIC X(10)    VALUE SPACES.         00032300
700185         10  WSLA-LINE         PIC 9(6)     VALUE ZERO.           00032400
           SKIP2                                                        00032500
700185 01  WSUP-AREA.                                                   00032600
700185     05  WSUP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00032700
700185     05  WSUP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00032800
700185     05  WSUP-ENTRY OCCURS 5000 TIMES.                            00032900
700185         10  WSUP-PART         PIC X(11)    VALUE SPACES.         00033000
700185         10  WSUP-LINE         PIC 9(6)     VALUE ZERO.           00033100
           SKIP2                                                        00033200
700185 01  WTREG-AREA.                                                  00033300
700185     05  WTREG-COUNT           PIC S9(4) BINARY VALUE ZERO.       00033400
700185     05  WTREG-MAX-ENTRIES     PIC S9(4) BINARY VALUE 200.        00033500
700185*** The registry the programs load holds this many rows.          00033600
700185     05  WTREG-SUITE-MAX       PIC S9(4) BINARY VALUE 50.         00033700
700185     05  WTREG-ENTRY OCCURS 200 TIMES.                            00033800
700185         10  WTREG-XXYY        PIC X(4)     VALUE SPACES.         00033900
700185         10  WTREG-RELEASE     PIC X(9)     VALUE SPACES.         00034000
700185         10  WTREG-LINE        PIC 9(6)     VALUE ZERO.           00034100
           SKIP2                                                        00034200
700185 01  WPAIR-AREA.                                                  00034300
700185     05  WPAIR-COUNT           PIC S9(4) BINARY VALUE ZERO.       00034400
700185     05  WPAIR-MAX-ENTRIES     PIC S9(4) BINARY VALUE 200.        00034500
700185     05  WPAIR-ENTRY OCCURS 200 TIMES.                            00034600
700185         10  WPAIR-PATHS       PIC X(201)   VALUE SPACES.         00034700
700185         10  WPAIR-LINE        PIC 9(6)     VALUE ZERO.           00034800
           SKIP2                                                        00034900
700185 01  WMTX-AREA.                                                   00035000
700185     05  WMTX-COUNT            PIC S9(4) BINARY VALUE ZERO.       00035100
700185     05  WMTX-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00035200
700185*** MATRIX mode runs this many candidate columns.                 00035300
700185     05  WMTX-SUITE-MAX        PIC S9(4) BINARY VALUE 8.          00035400
700185     05  WMTX-ENTRY OCCURS 50 TIMES.                              00035500
700185         10  WMTX-PATH         PIC X(100)   VALUE SPACES.         00035600
700185         10  WMTX-LINE         PIC 9(6)     VALUE ZERO.           00035700
           SKIP2                                                        00035800
700186*** Environment-form lines (NAME vs NAME), read as BABKCMP does.  00035801
700186 01  WENV-AREA.                                                   00035802
700186     05  WENV-LINE             PIC X(100)   VALUE SPACES.         00035803
700186     05  WENV-NAME1            PIC X(20)    VALUE SPACES.         00035804
700186     05  WENV-VS               PIC X(20)    VALUE SPACES.         00035805
700186     05  WENV-NAME2            PIC X(20)    VALUE SPACES.         00035806
700186     05  WENV-REST             PIC X(20)    VALUE SPACES.         00035807
700186     05  WENV-ODD-CNT          PIC S9(4) BINARY VALUE ZERO.       00035808
700186     05  WENV-FORM-FLG         PIC X        VALUE 'N'.            00035809
700186         88  WENV-FORM-YES     VALUE 'Y'.                         00035810
700186     05  WENV-NOREG-FLG        PIC X        VALUE 'N'.            00035811
700186         88  WENV-NOREG-YES    VALUE 'Y'.                         00035812
           SKIP2                                                        00035813
700185*** INCLUDE members already checked, and the first-level member   00035900
700185*** buffered while its own INCLUDE cards are followed (the one    00036000
700185*** INCLFILE reader is re-pointed for each, as in BABKCMP).       00036100
700185 01  WMEM-AREA.                                                   00036200
700185     05  WMEM-COUNT            PIC S9(4) BINARY VALUE ZERO.       00036300
700185     05  WMEM-MAX-ENTRIES      PIC S9(4) BINARY VALUE 100.        00036400
700185     05  WMEM-ENTRY OCCURS 100 TIMES                              00036500
700185                               PIC X(60)    VALUE SPACES.         00036600
700185 01  WINCL1-AREA.                                                 00036700
700185     05  WINCL1-COUNT          PIC S9(4) BINARY VALUE ZERO.       00036800
700185     05  WINCL1-MAX-ENTRIES    PIC S9(4) BINARY VALUE 500.        00036900
700185     05  WINCL1-ENTRY OCCURS 500 TIMES                            00037000
700185                               PIC X(80)    VALUE SPACES.         00037100
700185 01  WINCL1-NAME           PIC X(60)    VALUE SPACES.             00037200
           SKIP2                                                        00037300
700185*** CCYYMMDD to day serial, as BABKSEL takes it.                  00037400
700185 01  WSER-AREA.                                                   00037500
700185     05  WSER-DATE         PIC 9(8) VALUE ZERO.                   00037600
700185     05  WSER-DATE-R REDEFINES WSER-DATE.                         00037700
700185         10  WSER-YYYY     PIC 9(4).                              00037800
700185         10  WSER-MM       PIC 9(2).                              00037900
700185         10  WSER-DD       PIC 9(2).                              00038000
700185     05  WSER-Y1           PIC 9(4) VALUE ZERO.                   00038100
700185     05  WSER-QUOT         PIC 9(4) VALUE ZERO.                   00038200
700185     05  WSER-REM4         PIC 9(4) VALUE ZERO.                   00038300
700185     05  WSER-REM100       PIC 9(4) VALUE ZERO.                   00038400
700185     05  WSER-REM400       PIC 9(4) VALUE ZERO.                   00038500
700185     05  WSER-LEAP-FLG     PIC X VALUE 'N'.                       00038600
700185         88  WSER-LEAP-YES VALUE 'Y'.                             00038700
700185     05  WSER-RESULT       PIC S9(9) VALUE ZERO.                  00038800
700185 01  WMONTH-OFS-TAB.                                              00038900
700185     05  FILLER PIC X(36) VALUE                                   00039000
700185         '000031059090120151181212243273304334'.                  00039100
700185 01  WMONTH-OFS-R REDEFINES WMONTH-OFS-TAB.                       00039200
700185     05  WMONTH-OFS        PIC 9(3) OCCURS 12 TIMES.              00039300
700185 01  WCAL-DAYS-TABLE.                                             00039400
700185     05  FILLER PIC X(24) VALUE '312831303130313130313031'.       00039500
700185 01  WCAL-DAYS-R REDEFINES WCAL-DAYS-TABLE.                       00039600
700185     05  WCAL-DAYS         PIC 99       OCCURS 12 TIMES.          00039700
           SKIP2                                                        00039800
700185*** One problem: the file and line it is on, and what it is.      00039900
700185 01  WPRB-AREA.                                                   00040000
700185     05  WPRB-SEV              PIC X        VALUE SPACE.          00040100
700185         88  WPRB-SEV-ERROR    VALUE 'E'.                         00040200
700185         88  WPRB-SEV-WARNING  VALUE 'W'.                         00040300
700185     05  WPRB-TEXT             PIC X(100)   VALUE SPACES.         00040400
700185 01  WPRB-LINE.                                                   00040500
700185     05  FILLER                PIC X        VALUE SPACE.          00040600
700185     05  WPRB-FILE             PIC X(8)     VALUE SPACES.         00040700
700185     05  FILLER                PIC X        VALUE SPACE.          00040800
700185*** Line zero is a problem with the file as a whole.              00040900
700185     05  WPRB-LINE-NO          PIC ZZZZZZ   VALUE ZERO.           00041000
700185     05  FILLER                PIC X        VALUE SPACE.          00041100
700185     05  WPRB-SEV-WORD         PIC X(7)     VALUE SPACES.         00041200
700185     05  FILLER                PIC X        VALUE SPACE.          00041300
700185     05  WPRB-PRINT-TEXT       PIC X(100)   VALUE SPACES.         00041400
700185     05  FILLER                PIC X(8)     VALUE SPACES.         00041500
           SKIP2                                                        00041600
700185 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00041700
700185 01  WCTL-AREA.                                                   00041800
700185     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00041900
700185         88  WCTL-CMD-GAPDAYS    VALUE 'GAPDAYS'.                 00042000
700185     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00042100
700185     05  WCTL-GAPDAYS            PIC 9(3)  VALUE 4.               00042200
           SKIP2                                                        00042300
700185 01  RPTHDR-LINE.                                                 00042400
700185         05   FILLER     PIC X(02) VALUE                          00042500
700185           ' '.                                                   00042600
700185         05   FILLER     PIC X(28) VALUE                          00042700
700185           'OmniPlus Reference Check'.                            00042800
700185         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00042900
700185         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00043000
700185         05   FILLER     PIC X(6)  VALUE                          00043100
700185           '  Page'.                                              00043200
700185         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00043300
           SKIP2                                                        00043400
700185 01  IO-IN110-PARM.                                               00043500
700185       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAREFCHK'.            00043600
           SKIP2                                                        00043601
700186 01  IO-ENV-PARM.                                                 00043602
700186       COPY IOENVRES REPLACING 'PROGRAM' BY 'BAREFCHK'.           00043603
           SKIP3                                                        00043700
700185 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00043800
           EJECT                                                        00043900
700185 PROCEDURE DIVISION.                                              00044000
           SKIP2                                                        00044100
700185 A-100-BODY.                                                      00044200
700185     PERFORM A-105-INIT.                                          00044300
700185     PERFORM A-200-INIT-OPEN.                                     00044400
700185     PERFORM B-100-LOAD-MANIFEST.                                 00044500
700185     PERFORM C-100-CHECK-PLANXLAT.                                00044600
700185     PERFORM C-200-CHECK-PLANSLA.                                 00044700
700185     PERFORM C-300-CHECK-SUPPRES.                                 00044800
700185     PERFORM C-400-CHECK-CALNDR.                                  00044900
700185     PERFORM C-500-CHECK-TYPEREG.                                 00045000
700185     PERFORM C-600-CHECK-PAIRLIST.                                00045100
700185     PERFORM C-700-CHECK-MATRIX.                                  00045200
700185     PERFORM C-800-CHECK-INCLUDES.                                00045300
700185     IF  WCTR-ERRORS > ZERO                                       00045400
700185         MOVE 8 TO WRC-FINAL                                      00045500
700185     ELSE IF  WCTR-WARNINGS > ZERO                                00045600
700185         OR WCTR-CTL-ERRORS > ZERO                                00045700
700185         MOVE 4 TO WRC-FINAL.                                     00045800
700185     PERFORM A-900-FINI-CLOSE.                                    00045900
700185     MOVE WRC-FINAL TO RETURN-CODE.                               00046000
700185     GOBACK.                                                      00046100
           SKIP2                                                        00046200
700185 A-105-INIT.                                                      00046300
700185     CALL 'BASDIN' USING SD-AREA.                                 00046400
           SKIP2                                                        00046500
700185 A-200-INIT-OPEN.                                                 00046600
700185     DISPLAY 'BaRefChk-998 Program Starting'.                     00046700
700185     ACCEPT RPTHDR-DATE FROM DATE.                                00046800
700185     OPEN OUTPUT                                                  00046900
700185               PRINT-FILE.                                        00047000
700185     IF  NOT WPRINT-FS-OK                                         00047100
700185         DISPLAY 'BaRefChk-53 PRINT dd OPEN failed:'              00047200
700185             WPRINT-FS                                            00047300
700185         STOP RUN.                                                00047400
700185     CALL 'UT110IN'  USING SD-AREA                                00047500
700185               IO-IN110-PARM                                      00047600
700185               IO-IN110-OPEN                                      00047700
700185               CTL-REC.                                           00047800
700185     IF  IO-IN110-ERROR = 'Y'                                     00047900
700185          OR IO-IN110-FILE-STATUS NOT = '00'                      00048000
700185         DISPLAY 'BaRefChk-301 No IN110 control file, defaults '  00048100
700185             'apply:' IO-IN110-FILE-STATUS                        00048200
700185     ELSE                                                         00048300
700185         PERFORM F-110-READ-IN110                                 00048400
700185         PERFORM F-100-PROC-CTL                                   00048500
700185           UNTIL IO-IN110-ERROR-YES                               00048600
700185         CALL 'UT110IN'  USING SD-AREA                            00048700
700185               IO-IN110-PARM                                      00048800
700185               IO-IN110-CLOSE                                     00048900
700185               CTL-REC.                                           00049000
700185     MOVE SPACES TO WPRINT-TITLE1.                                00049100
700185     STRING ' File     Line Problem'                              00049200
700185         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00049300
700185     MOVE ' Reference File Problems' TO RPTHDR-SUBTITLE.          00049400
700185     PERFORM V-150-NEWPAGE.                                       00049500
           SKIP2                                                        00049600
700185 A-900-FINI-CLOSE.                                                00049700
700185     MOVE SPACES TO WPRINT-LINE.                                  00049800
700185     PERFORM V-100-PRINT-LINE.                                    00049900
700185     STRING ' Files checked: ' WCTR-FILES                         00050000
700185         '  not supplied: ' WCTR-SKIPPED                          00050100
700185         '  errors: ' WCTR-ERRORS                                 00050200
700185         '  warnings: ' WCTR-WARNINGS                             00050300
700185         DELIMITED BY SIZE INTO WPRINT-LINE.                      00050400
700185     PERFORM V-100-PRINT-LINE.                                    00050500
700185     DISPLAY 'BaRefChk-444 Files checked:' WCTR-FILES             00050600
700185       ', Not supplied:' WCTR-SKIPPED.                            00050700
700185     DISPLAY 'BaRefChk-445 Errors:' WCTR-ERRORS                   00050800
700185       ', Warnings:' WCTR-WARNINGS                                00050900
700185       ', Return code:' WRC-FINAL.                                00051000
700185     CLOSE PRINT-FILE.                                            00051100
700185     DISPLAY 'BaRefChk-998 Program Ending'.                       00051200
           SKIP2                                                        00051300
700185***************************                                       00051400
700185*** Latest backup manifest                                        00051500
700185***************************                                       00051600
700185 B-100-LOAD-MANIFEST.                                             00051700
700185     OPEN INPUT MANIF-FILE.                                       00051800
700185     IF  NOT WMANIF-FS-OK                                         00051900
700185         DISPLAY 'BaRefChk-302 No MANIFEST, checks against the '  00052000
700185             'latest backup skipped:' WMANIF-FS                   00052100
700185         MOVE 'MANIFEST' TO WFILE-WORK                            00052200
700185         PERFORM R-910-NOT-SUPPLIED                               00052300
700185     ELSE                                                         00052400
700185         SET WMANIF-YES TO TRUE                                   00052500
700185         MOVE ZERO TO WLINE-NO                                    00052600
700185         MOVE 'N' TO WREAD-DONE-FLG                               00052700
700185         PERFORM B-110-MANIFEST-ROW                               00052800
700185           UNTIL WREAD-DONE-YES                                   00052900
700185         CLOSE MANIF-FILE                                         00053000
700185         DISPLAY 'BaRefChk-303 Manifest plans:' WMAN-PLAN-COUNT   00053100
700185             ', RecordTypes:' WMAN-TYPE-COUNT.                    00053200
           SKIP2                                                        00053300
700185 B-110-MANIFEST-ROW.                                              00053400
700185     READ MANIF-FILE                                              00053500
700185         AT END                                                   00053600
700185             SET WREAD-DONE-YES TO TRUE.                          00053700
700185     IF  WREAD-DONE-YES                                           00053800
700185         OR NOT WMANIF-FS-OK                                      00053900
700185         SET WREAD-DONE-YES TO TRUE                               00054000
700185     ELSE                                                         00054100
700185         ADD 1 TO WLINE-NO                                        00054200
700185         IF  MANR-KIND-CTR                                        00054300
700185             PERFORM B-120-MANIFEST-COUNT                         00054400
700185         ELSE IF  MANR-KIND-TLR                                   00054500
700185             AND NOT MANR-TLR-VERIFIED                            00054600
700185             MOVE 'MANIFEST' TO WFILE-WORK                        00054700
700185             STRING 'Manifest is from a backup whose trailer did '00054800
700185                 'not verify - plan checks may be incomplete'     00054900
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00055000
700185             PERFORM R-900-WARNING                                00055100
700185         END-IF.                                                  00055200
           SKIP2                                                        00055300
700185 B-120-MANIFEST-COUNT.                                            00055400
700185     IF  WMAN-PLAN-COUNT = ZERO                                   00055500
700185         OR MANR-PLAN NOT = WMAN-PLAN (WMAN-PLAN-COUNT)           00055600
700185         IF  WMAN-PLAN-COUNT < WMAN-PLAN-MAX                      00055700
700185             ADD 1 TO WMAN-PLAN-COUNT                             00055800
700185             MOVE MANR-PLAN TO WMAN-PLAN (WMAN-PLAN-COUNT)        00055900
700185         END-IF                                                   00056000
700185     END-IF.                                                      00056100
700185     MOVE 'N' TO WFOUND-FLG.                                      00056200
700185     PERFORM B-130-SCAN-TYPE                                      00056300
700185       VARYING SUB-TAB FROM 1 BY 1                                00056400
700185         UNTIL SUB-TAB > WMAN-TYPE-COUNT                          00056500
700185           OR WFOUND-YES.                                         00056600
700185     IF  NOT WFOUND-YES                                           00056700
700185         AND WMAN-TYPE-COUNT < WMAN-TYPE-MAX                      00056800
700185         ADD 1 TO WMAN-TYPE-COUNT                                 00056900
700185         MOVE MANR-XXYY TO WMAN-TYPE (WMAN-TYPE-COUNT).           00057000
           SKIP2                                                        00057100
700185 B-130-SCAN-TYPE.                                                 00057200
700185     IF  WMAN-TYPE (SUB-TAB) = MANR-XXYY                          00057300
700185         SET WFOUND-YES TO TRUE.                                  00057400
           SKIP2                                                        00057500
700185***************************                                       00057600
700185*** PLANXLT - plan renumbering pairs                              00057700
700185***************************                                       00057800
700185 C-100-CHECK-PLANXLAT.                                            00057900
700185     MOVE 'PLANXLT' TO WFILE-WORK.                                00058000
700185     OPEN INPUT PLANXLAT-FILE.                                    00058100
700185     IF  NOT WPLANXLAT-FS-OK                                      00058200
700185         PERFORM R-910-NOT-SUPPLIED                               00058300
700185     ELSE                                                         00058400
700185         ADD 1 TO WCTR-FILES                                      00058500
700185         MOVE ZERO TO WLINE-NO                                    00058600
700185         MOVE 'N' TO WREAD-DONE-FLG                               00058700
700185         PERFORM C-110-PLANXLAT-ROW                               00058800
700185           UNTIL WREAD-DONE-YES                                   00058900
700185         CLOSE PLANXLAT-FILE                                      00059000
700185         PERFORM C-150-XLAT-CHAIN                                 00059100
700185           VARYING SUB-TAB FROM 1 BY 1                            00059200
700185             UNTIL SUB-TAB > WXLAT-COUNT.                         00059300
           SKIP2                                                        00059400
700185 C-110-PLANXLAT-ROW.                                              00059500
700185     READ PLANXLAT-FILE                                           00059600
700185         AT END                                                   00059700
700185             SET WREAD-DONE-YES TO TRUE.                          00059800
700185     IF  WREAD-DONE-YES                                           00059900
700185         OR NOT WPLANXLAT-FS-OK                                   00060000
700185         SET WREAD-DONE-YES TO TRUE                               00060100
700185     ELSE                                                         00060200
700185         ADD 1 TO WLINE-NO                                        00060300
700185         PERFORM C-120-PLANXLAT-EDIT.                             00060400
           SKIP2                                                        00060500
700185 C-120-PLANXLAT-EDIT.                                             00060600
700191     MOVE ZERO TO WPLAN-BAD.                                      00060700
700191     MOVE XLAT-OLD-PLAN TO WPLAN-WORK.                            00060800
700191     PERFORM R-050-PLAN-EDIT.                                     00060801
700191     MOVE XLAT-NEW-PLAN TO WPLAN-WORK.                            00060802
700191     PERFORM R-050-PLAN-EDIT.                                     00060803
700191     IF  WPLAN-BAD > ZERO                                         00060804
700191         STRING 'Plan numbers must be six to ten digits: '        00060900
700191             PLANXLAT-LINE (1:21)                                 00061000
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00061100
700185         PERFORM R-900-ERROR                                      00061200
700185     ELSE                                                         00061300
700185         IF  XLAT-OLD-PLAN = XLAT-NEW-PLAN                        00061400
700185             STRING 'Plan ' XLAT-OLD-PLAN                         00061500
700185                 ' translated to itself'                          00061600
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00061700
700185             PERFORM R-900-WARNING                                00061800
700185         END-IF                                                   00061900
700185         PERFORM C-130-XLAT-DUPES                                 00062000
700185         IF  WMANIF-YES                                           00062100
700185             MOVE XLAT-OLD-PLAN TO WPLAN-WORK                     00062200
700185             PERFORM R-100-PLAN-ON-MANIFEST                       00062300
700185             IF  NOT WFOUND-YES                                   00062400
700185                 STRING 'Old plan ' XLAT-OLD-PLAN                 00062500
700185                     ' is not on the latest backup'               00062600
700185                     DELIMITED BY SIZE INTO WPRB-TEXT             00062700
700185                 PERFORM R-900-WARNING                            00062800
700185             END-IF                                               00062900
700185         END-IF                                                   00063000
700185         IF  WXLAT-COUNT < WXLAT-MAX-ENTRIES                      00063100
700185             ADD 1 TO WXLAT-COUNT                                 00063200
700185             MOVE XLAT-OLD-PLAN TO WXLAT-OLD (WXLAT-COUNT)        00063300
700185             MOVE XLAT-NEW-PLAN TO WXLAT-NEW (WXLAT-COUNT)        00063400
700185             MOVE WLINE-NO      TO WXLAT-LINE (WXLAT-COUNT)       00063500
700185         END-IF                                                   00063600
700185     END-IF.                                                      00063700
           SKIP2                                                        00063800
700185*** An old plan twice is ambiguous; two old plans onto one new    00063900
700185*** plan merge two plans' records under one number.               00064000
700185 C-130-XLAT-DUPES.                                                00064100
700185     PERFORM C-140-XLAT-DUPE-ROW                                  00064200
700185       VARYING SUB-TAB FROM 1 BY 1                                00064300
700185         UNTIL SUB-TAB > WXLAT-COUNT.                             00064400
           SKIP2                                                        00064500
700185 C-140-XLAT-DUPE-ROW.                                             00064600
700185     MOVE WXLAT-LINE (SUB-TAB) TO WLINE-ED.                       00064700
700185     IF  WXLAT-OLD (SUB-TAB) = XLAT-OLD-PLAN                      00064800
700185         STRING 'Old plan ' XLAT-OLD-PLAN                         00064900
700185             ' translated twice, also line ' WLINE-ED             00065000
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00065100
700185         PERFORM R-900-ERROR                                      00065200
700185     ELSE IF  WXLAT-NEW (SUB-TAB) = XLAT-NEW-PLAN                 00065300
700185         STRING 'Old plans ' WXLAT-OLD (SUB-TAB) ' and '          00065400
700185             XLAT-OLD-PLAN ' both translate to ' XLAT-NEW-PLAN    00065500
700185             ', also line ' WLINE-ED                              00065600
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00065700
700185         PERFORM R-900-ERROR.                                     00065800
           SKIP2                                                        00065900
700185*** A new plan that is itself an old plan elsewhere is a chain -  00066000
700185*** the compare applies one translation, not two.                 00066100
700185 C-150-XLAT-CHAIN.                                                00066200
700185     PERFORM C-160-XLAT-CHAIN-ROW                                 00066300
700185       VARYING SUB-TAB2 FROM 1 BY 1                               00066400
700185         UNTIL SUB-TAB2 > WXLAT-COUNT.                            00066500
           SKIP2                                                        00066600
700185 C-160-XLAT-CHAIN-ROW.                                            00066700
700185     IF  WXLAT-OLD (SUB-TAB2) = WXLAT-NEW (SUB-TAB)               00066800
700185         AND SUB-TAB2 NOT = SUB-TAB                               00066900
700185         MOVE WXLAT-LINE (SUB-TAB) TO WLINE-NO                    00067000
700185         MOVE WXLAT-LINE (SUB-TAB2) TO WLINE-ED                   00067100
700185         STRING 'New plan ' WXLAT-NEW (SUB-TAB)                   00067200
700185             ' is translated again on line ' WLINE-ED             00067300
700185             ' - translations do not chain'                       00067400
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00067500
700185         PERFORM R-900-WARNING.                                   00067600
           SKIP2                                                        00067700
700185***************************                                       00067800
700185*** PLANSLA - per-plan SLA thresholds                             00067900
700185***************************                                       00068000
700185 C-200-CHECK-PLANSLA.                                             00068100
700185     MOVE 'PLANSLA' TO WFILE-WORK.                                00068200
700185     OPEN INPUT PLANSLA-FILE.                                     00068300
700185     IF  NOT WPLANSLA-FS-OK                                       00068400
700185         PERFORM R-910-NOT-SUPPLIED                               00068500
700185     ELSE                                                         00068600
700185         ADD 1 TO WCTR-FILES                                      00068700
700185         MOVE ZERO TO WLINE-NO                                    00068800
700185         MOVE 'N' TO WREAD-DONE-FLG                               00068900
700185         PERFORM C-210-PLANSLA-ROW                                00069000
700185           UNTIL WREAD-DONE-YES                                   00069100
700185         CLOSE PLANSLA-FILE.                                      00069200
           SKIP2                                                        00069300
700185 C-210-PLANSLA-ROW.                                               00069400
700185     READ PLANSLA-FILE                                            00069500
700185         AT END                                                   00069600
700185             SET WREAD-DONE-YES TO TRUE.                          00069700
700185     IF  WREAD-DONE-YES                                           00069800
700185         OR NOT WPLANSLA-FS-OK                                    00069900
700185         SET WREAD-DONE-YES TO TRUE                               00070000
700185     ELSE                                                         00070100
700185         ADD 1 TO WLINE-NO                                        00070200
700185         PERFORM C-220-PLANSLA-EDIT.                              00070300
           SKIP2                                                        00070400
700185 C-220-PLANSLA-EDIT.                                              00070500
700191     MOVE ZERO TO WPLAN-BAD.                                      00070600
700191     MOVE SLA-PLAN-NUM TO WPLAN-WORK.                             00070700
700191     PERFORM R-050-PLAN-EDIT.                                     00070701
700191     IF  WPLAN-BAD > ZERO                                         00070702
700191         OR SLA-MAX-DIFFS IS NOT NUMERIC                          00070703
700185         STRING 'Plan and maximum diffs must be numeric: '        00070800
700191             PLANSLA-LINE (1:19)                                  00070900
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00071000
700185         PERFORM R-900-ERROR                                      00071100
700185     ELSE                                                         00071200
700185         PERFORM C-230-SLA-DUPE-ROW                               00071300
700185           VARYING SUB-TAB FROM 1 BY 1                            00071400
700185             UNTIL SUB-TAB > WSLA-COUNT                           00071500
700185         PERFORM C-240-SLA-XLAT-ROW                               00071600
700185           VARYING SUB-TAB FROM 1 BY 1                            00071700
700185             UNTIL SUB-TAB > WXLAT-COUNT                          00071800
700185         IF  WMANIF-YES                                           00071900
700185             MOVE SLA-PLAN-NUM TO WPLAN-WORK                      00072000
700185             PERFORM R-100-PLAN-ON-MANIFEST                       00072100
700185             IF  NOT WFOUND-YES                                   00072200
700185                 STRING 'SLA row for plan ' SLA-PLAN-NUM          00072300
700185                     ', which is not on the latest backup'        00072400
700185                     DELIMITED BY SIZE INTO WPRB-TEXT             00072500
700185                 PERFORM R-900-WARNING                            00072600
700185             END-IF                                               00072700
700185         END-IF                                                   00072800
700185         IF  WSLA-COUNT < WSLA-MAX-ENTRIES                        00072900
700185             ADD 1 TO WSLA-COUNT                                  00073000
700185             MOVE SLA-PLAN-NUM TO WSLA-PLAN (WSLA-COUNT)          00073100
700185             MOVE WLINE-NO     TO WSLA-LINE (WSLA-COUNT)          00073200
700185         END-IF                                                   00073300
700185     END-IF.                                                      00073400
           SKIP2                                                        00073500
700185 C-230-SLA-DUPE-ROW.                                              00073600
700185     IF  WSLA-PLAN (SUB-TAB) = SLA-PLAN-NUM                       00073700
700185         MOVE WSLA-LINE (SUB-TAB) TO WLINE-ED                     00073800
700185         STRING 'Plan ' SLA-PLAN-NUM ' has a second SLA row, '    00073900
700185             'also line ' WLINE-ED                                00074000
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00074100
700185         PERFORM R-900-ERROR.                                     00074200
           SKIP2                                                        00074300
700185 C-240-SLA-XLAT-ROW.                                              00074400
700185     IF  WXLAT-OLD (SUB-TAB) = SLA-PLAN-NUM                       00074500
700185         STRING 'SLA row for plan ' SLA-PLAN-NUM                  00074600
700185             ', which PLANXLT renumbers to ' WXLAT-NEW (SUB-TAB)  00074700
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00074800
700185         PERFORM R-900-WARNING.                                   00074900
           SKIP2                                                        00075000
700185***************************                                       00075100
700185*** SUPPRES - participant suppression list                        00075200
700185***************************                                       00075300
700185 C-300-CHECK-SUPPRES.                                             00075400
700185     MOVE 'SUPPRES' TO WFILE-WORK.                                00075500
700185     OPEN INPUT SUPPR-FILE.                                       00075600
700185     IF  NOT WSUPPR-FS-OK                                         00075700
700185         PERFORM R-910-NOT-SUPPLIED                               00075800
700185     ELSE                                                         00075900
700185         ADD 1 TO WCTR-FILES                                      00076000
700185         MOVE ZERO TO WLINE-NO                                    00076100
700185         MOVE 'N' TO WREAD-DONE-FLG                               00076200
700185         PERFORM C-310-SUPPRES-ROW                                00076300
700185           UNTIL WREAD-DONE-YES                                   00076400
700185         CLOSE SUPPR-FILE.                                        00076500
           SKIP2                                                        00076600
700185 C-310-SUPPRES-ROW.                                               00076700
700185     READ SUPPR-FILE                                              00076800
700185         AT END                                                   00076900
700185             SET WREAD-DONE-YES TO TRUE.                          00077000
700185     IF  WREAD-DONE-YES                                           00077100
700185         OR NOT WSUPPR-FS-OK                                      00077200
700185         SET WREAD-DONE-YES TO TRUE                               00077300
700185     ELSE                                                         00077400
700185         ADD 1 TO WLINE-NO                                        00077500
700185         IF  SUPPR-PART = SPACES                                  00077600
700185             MOVE 'Blank participant identifier' TO WPRB-TEXT     00077700
700185             PERFORM R-900-WARNING                                00077800
700185         ELSE                                                     00077900
700185             PERFORM C-320-SUPPRES-DUPE-ROW                       00078000
700185               VARYING SUB-TAB FROM 1 BY 1                        00078100
700185                 UNTIL SUB-TAB > WSUP-COUNT                       00078200
700185             IF  WSUP-COUNT < WSUP-MAX-ENTRIES                    00078300
700185                 ADD 1 TO WSUP-COUNT                              00078400
700185                 MOVE SUPPR-PART TO WSUP-PART (WSUP-COUNT)        00078500
700185                 MOVE WLINE-NO   TO WSUP-LINE (WSUP-COUNT)        00078600
700185             END-IF                                               00078700
700185         END-IF.                                                  00078800
           SKIP2                                                        00078900
700185 C-320-SUPPRES-DUPE-ROW.                                          00079000
700185     IF  WSUP-PART (SUB-TAB) = SUPPR-PART                         00079100
700185         MOVE WSUP-LINE (SUB-TAB) TO WLINE-ED                     00079200
700185         STRING 'Participant ' SUPPR-PART ' listed twice, also '  00079300
700185             'line ' WLINE-ED                                     00079400
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00079500
700185         PERFORM R-900-WARNING.                                   00079600
           SKIP2                                                        00079700
700185***************************                                       00079800
700185*** CALNDR - business-date calendar                               00079900
700185***************************                                       00080000
700185 C-400-CHECK-CALNDR.                                              00080100
700185     MOVE 'CALNDR' TO WFILE-WORK.                                 00080200
700185     OPEN INPUT CALNDR-FILE.                                      00080300
700185     IF  NOT WCALNDR-FS-OK                                        00080400
700185         PERFORM R-910-NOT-SUPPLIED                               00080500
700185     ELSE                                                         00080600
700185         ADD 1 TO WCTR-FILES                                      00080700
700185         MOVE ZERO TO WLINE-NO                                    00080800
700185         MOVE 'Y' TO WCAL-FIRST-FLG                               00080900
700185         MOVE 'N' TO WREAD-DONE-FLG                               00081000
700185         PERFORM C-410-CALNDR-ROW                                 00081100
700185           UNTIL WREAD-DONE-YES                                   00081200
700185         CLOSE CALNDR-FILE.                                       00081300
           SKIP2                                                        00081400
700185 C-410-CALNDR-ROW.                                                00081500
700185     READ CALNDR-FILE                                             00081600
700185         AT END                                                   00081700
700185             SET WREAD-DONE-YES TO TRUE.                          00081800
700185     IF  WREAD-DONE-YES                                           00081900
700185         OR NOT WCALNDR-FS-OK                                     00082000
700185         SET WREAD-DONE-YES TO TRUE                               00082100
700185     ELSE                                                         00082200
700185         ADD 1 TO WLINE-NO                                        00082300
700185         PERFORM C-420-CALNDR-EDIT.                               00082400
           SKIP2                                                        00082500
700185*** Dates are YYMMDD, windowed at 50 into the century.            00082600
700185 C-420-CALNDR-EDIT.                                               00082700
700185     IF  CALNDR-DATE IS NOT NUMERIC                               00082800
700185         STRING 'Date is not numeric: ' CALNDR-DATE               00082900
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00083000
700185         PERFORM R-900-ERROR                                      00083100
700185     ELSE                                                         00083200
700185         IF  CALNDR-YY < 50                                       00083300
700185             COMPUTE WSER-YYYY = 2000 + CALNDR-YY                 00083400
700185         ELSE                                                     00083500
700185             COMPUTE WSER-YYYY = 1900 + CALNDR-YY                 00083600
700185         END-IF                                                   00083700
700185         MOVE CALNDR-MM TO WSER-MM                                00083800
700185         MOVE CALNDR-DD TO WSER-DD                                00083900
700185         PERFORM R-310-MONTH-DAYS                                 00084000
700185         IF  CALNDR-MM < 1 OR CALNDR-MM > 12                      00084100
700185             OR CALNDR-DD < 1 OR CALNDR-DD > WMONTH-DAYS          00084200
700185             STRING 'Not a calendar date: ' CALNDR-DATE           00084300
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00084400
700185             PERFORM R-900-ERROR                                  00084500
700185         ELSE                                                     00084600
700185             PERFORM C-430-CALNDR-DAYTYPE                         00084700
700185             PERFORM C-440-CALNDR-SEQUENCE                        00084800
700185         END-IF                                                   00084900
700185     END-IF.                                                      00085000
           SKIP2                                                        00085100
700185 C-430-CALNDR-DAYTYPE.                                            00085200
700185     IF  NOT CALNDR-DAYTYPE-OK                                    00085300
700185         STRING 'Day type ' CALNDR-DAYTYPE ' on ' CALNDR-DATE     00085400
700185             ' is not D, M, Q or Y'                               00085500
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00085600
700185         PERFORM R-900-ERROR                                      00085700
700185     ELSE IF  CALNDR-DAYTYPE = 'Q'                                00085800
700185         AND CALNDR-MM NOT = 3 AND CALNDR-MM NOT = 6              00085900
700185         AND CALNDR-MM NOT = 9 AND CALNDR-MM NOT = 12             00086000
700185         STRING 'Quarter-end row ' CALNDR-DATE                    00086100
700185             ' is not in a quarter-end month'                     00086200
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00086300
700185         PERFORM R-900-ERROR                                      00086400
700185     ELSE IF  CALNDR-DAYTYPE = 'Y'                                00086500
700185         AND CALNDR-MM NOT = 12                                   00086600
700185         STRING 'Year-end row ' CALNDR-DATE                       00086700
700185             ' is not in December'                                00086800
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00086900
700185         PERFORM R-900-ERROR.                                     00087000
           SKIP2                                                        00087100
700185*** Against the row before: in order, no month left without its   00087200
700185*** month-end row, no date after a month-end in the same month,   00087300
700185*** no gap past GAPDAYS.                                          00087400
700185 C-440-CALNDR-SEQUENCE.                                           00087500
700185     PERFORM R-300-DATE-TO-SERIAL.                                00087600
700185     IF  WCAL-FIRST-YES                                           00087700
700185         MOVE 'N' TO WCAL-FIRST-FLG                               00087800
700185     ELSE IF  WSER-DATE NOT > WPREV-DATE                          00087900
700185         MOVE WPREV-LINE TO WLINE-ED                              00088000
700185         STRING 'Date ' CALNDR-DATE ' is out of order or '        00088100
700185             'repeated, after line ' WLINE-ED                     00088200
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00088300
700185         PERFORM R-900-ERROR                                      00088400
700185     ELSE                                                         00088500
700185         IF  WSER-DATE (1:6) NOT = WPREV-DATE (1:6)               00088600
700185             AND WPREV-DAYTYPE NOT = 'M'                          00088700
700185             AND WPREV-DAYTYPE NOT = 'Q'                          00088800
700185             AND WPREV-DAYTYPE NOT = 'Y'                          00088900
700185             STRING 'Month ' WPREV-DATE (1:4) '-'                 00089000
700185                 WPREV-DATE (5:2) ' has no month-end row '        00089100
700185                 '(last date ' WPREV-DATE ')'                     00089200
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00089300
700185             PERFORM R-900-ERROR                                  00089400
700185         END-IF                                                   00089500
700185         IF  WSER-DATE (1:6) = WPREV-DATE (1:6)                   00089600
700185             AND (WPREV-DAYTYPE = 'M' OR WPREV-DAYTYPE = 'Q'      00089700
700185               OR WPREV-DAYTYPE = 'Y')                            00089800
700185             STRING 'Month-end row ' WPREV-DATE                   00089900
700185                 ' is followed by ' WSER-DATE                     00090000
700185                 ' in the same month'                             00090100
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00090200
700185             PERFORM R-900-ERROR                                  00090300
700185         END-IF                                                   00090400
700185         COMPUTE WGAP-DAYS = WSER-RESULT - WPREV-SERIAL           00090500
700185         IF  WGAP-DAYS > WCTL-GAPDAYS                             00090600
700185             MOVE WGAP-DAYS TO WNUM-ED                            00090700
700185             STRING 'Gap of ' WNUM-ED ' days after ' WPREV-DATE   00090800
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00090900
700185             PERFORM R-900-WARNING                                00091000
700185         END-IF                                                   00091100
700185     END-IF.                                                      00091200
700185     MOVE WSER-DATE      TO WPREV-DATE.                           00091300
700185     MOVE WSER-RESULT    TO WPREV-SERIAL.                         00091400
700185     MOVE CALNDR-DAYTYPE TO WPREV-DAYTYPE.                        00091500
700185     MOVE WLINE-NO       TO WPREV-LINE.                           00091600
           SKIP2                                                        00091700
700185***************************                                       00091800
700185*** TYPEREG - record-type registry                                00091900
700185***************************                                       00092000
700185 C-500-CHECK-TYPEREG.                                             00092100
700185     MOVE 'TYPEREG' TO WFILE-WORK.                                00092200
700185     OPEN INPUT TYPEREG-FILE.                                     00092300
700185     IF  NOT WTYPEREG-FS-OK                                       00092400
700185         PERFORM R-910-NOT-SUPPLIED                               00092500
700185     ELSE                                                         00092600
700185         ADD 1 TO WCTR-FILES                                      00092700
700185         MOVE ZERO TO WLINE-NO                                    00092800
700185         MOVE 'N' TO WREAD-DONE-FLG                               00092900
700185         PERFORM C-510-TYPEREG-ROW                                00093000
700185           UNTIL WREAD-DONE-YES                                   00093100
700185         CLOSE TYPEREG-FILE                                       00093200
700185         PERFORM C-540-TREG-GENERIC                               00093300
700185           VARYING SUB-TAB FROM 1 BY 1                            00093400
700185             UNTIL SUB-TAB > WTREG-COUNT                          00093500
700185         IF  WMANIF-YES                                           00093600
700185             PERFORM C-560-MAN-TYPE                               00093700
700185               VARYING SUB-TAB FROM 1 BY 1                        00093800
700185                 UNTIL SUB-TAB > WMAN-TYPE-COUNT                  00093900
700185         END-IF.                                                  00094000
           SKIP2                                                        00094100
700185 C-510-TYPEREG-ROW.                                               00094200
700185     READ TYPEREG-FILE                                            00094300
700185         AT END                                                   00094400
700185             SET WREAD-DONE-YES TO TRUE.                          00094500
700185     IF  WREAD-DONE-YES                                           00094600
700185         OR NOT WTYPEREG-FS-OK                                    00094700
700185         SET WREAD-DONE-YES TO TRUE                               00094800
700185     ELSE                                                         00094900
700185         ADD 1 TO WLINE-NO                                        00095000
700185         PERFORM C-520-TYPEREG-EDIT.                              00095100
           SKIP2                                                        00095200
700185 C-520-TYPEREG-EDIT.                                              00095300
700185     IF  TREG-XXYY = SPACES                                       00095400
700185         MOVE 'Row has no RecordType in columns 1-4' TO WPRB-TEXT 00095500
700185         PERFORM R-900-ERROR                                      00095600
700185     ELSE                                                         00095700
700185         IF  TREG-KEYLEN IS NOT NUMERIC                           00095800
700185             STRING 'Key length for ' TREG-XXYY ' is not two '    00095900
700185                 'digits in columns 27-28'                        00096000
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00096100
700185             PERFORM R-900-ERROR                                  00096200
700185         END-IF                                                   00096300
700185         IF  NOT TREG-SKIP-OK                                     00096400
700185             STRING 'Skip flag for ' TREG-XXYY ' is not Y or N'   00096500
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00096600
700185             PERFORM R-900-WARNING                                00096700
700185         END-IF                                                   00096800
700185         PERFORM C-530-TREG-DUPE-ROW                              00096900
700185           VARYING SUB-TAB FROM 1 BY 1                            00097000
700185             UNTIL SUB-TAB > WTREG-COUNT                          00097100
700185         IF  WTREG-COUNT = WTREG-SUITE-MAX                        00097200
700185             MOVE WTREG-SUITE-MAX TO WNUM-ED                      00097300
700185             STRING 'Registry past ' WNUM-ED ' rows - '           00097400
700185                 'this and later rows are not loaded'             00097500
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00097600
700185             PERFORM R-900-ERROR                                  00097700
700185         END-IF                                                   00097800
700185         IF  WTREG-COUNT < WTREG-MAX-ENTRIES                      00097900
700185             ADD 1 TO WTREG-COUNT                                 00098000
700185             MOVE TREG-XXYY    TO WTREG-XXYY (WTREG-COUNT)        00098100
700185             MOVE TREG-RELEASE TO WTREG-RELEASE (WTREG-COUNT)     00098200
700185             MOVE WLINE-NO     TO WTREG-LINE (WTREG-COUNT)        00098300
700185         END-IF                                                   00098400
700185     END-IF.                                                      00098500
           SKIP2                                                        00098600
700185 C-530-TREG-DUPE-ROW.                                             00098700
700185     IF  WTREG-XXYY (SUB-TAB) = TREG-XXYY                         00098800
700185         AND WTREG-RELEASE (SUB-TAB) = TREG-RELEASE               00098900
700185         MOVE WTREG-LINE (SUB-TAB) TO WLINE-ED                    00099000
700185         STRING 'RecordType ' TREG-XXYY ' registered twice '      00099100
700185             'for the same release, also line '                   00099200
700185             WLINE-ED                                             00099300
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00099400
700185         PERFORM R-900-ERROR.                                     00099500
           SKIP2                                                        00099600
700185*** The release-blind programs take a type's first row, so its    00099700
700185*** generic row must come first.                                  00099800
700185 C-540-TREG-GENERIC.                                              00099900
700185     IF  WTREG-RELEASE (SUB-TAB) NOT = SPACES                     00100000
700185         MOVE ZERO TO WHIT-SUB                                    00100100
700185         PERFORM C-550-TREG-FIND-GENERIC                          00100200
700185           VARYING SUB-TAB2 FROM 1 BY 1                           00100300
700185             UNTIL SUB-TAB2 > WTREG-COUNT                         00100400
700185               OR WHIT-SUB > ZERO                                 00100500
700185         MOVE WTREG-LINE (SUB-TAB) TO WLINE-NO                    00100600
700185         IF  WHIT-SUB = ZERO                                      00100700
700185             STRING 'Release row for ' WTREG-XXYY (SUB-TAB)       00100800
700185                 ' has no generic (release-blank) row'            00100900
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00101000
700185             PERFORM R-900-WARNING                                00101100
700185         ELSE IF  WHIT-SUB > SUB-TAB                              00101200
700185             MOVE WTREG-LINE (WHIT-SUB) TO WLINE-ED               00101300
700185             STRING 'Release row for ' WTREG-XXYY (SUB-TAB)       00101400
700185                 ' is listed ahead of its generic row on line '   00101500
700185                 WLINE-ED                                         00101600
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00101700
700185             PERFORM R-900-ERROR                                  00101800
700185         END-IF.                                                  00101900
           SKIP2                                                        00102000
700185 C-550-TREG-FIND-GENERIC.                                         00102100
700185     IF  WTREG-XXYY (SUB-TAB2) = WTREG-XXYY (SUB-TAB)             00102200
700185         AND WTREG-RELEASE (SUB-TAB2) = SPACES                    00102300
700185         MOVE SUB-TAB2 TO WHIT-SUB.                               00102400
           SKIP2                                                        00102500
700185 C-560-MAN-TYPE.                                                  00102600
700185     MOVE 'N' TO WFOUND-FLG.                                      00102700
700185     PERFORM C-570-SCAN-TREG                                      00102800
700185       VARYING SUB-TAB2 FROM 1 BY 1                               00102900
700185         UNTIL SUB-TAB2 > WTREG-COUNT                             00103000
700185           OR WFOUND-YES.                                         00103100
700185     IF  NOT WFOUND-YES                                           00103200
700185         MOVE ZERO TO WLINE-NO                                    00103300
700185         STRING 'RecordType ' WMAN-TYPE (SUB-TAB)                 00103400
700185             ' is on the latest backup but not registered'        00103500
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00103600
700185         PERFORM R-900-WARNING.                                   00103700
           SKIP2                                                        00103800
700185 C-570-SCAN-TREG.                                                 00103900
700185     IF  WTREG-XXYY (SUB-TAB2) = WMAN-TYPE (SUB-TAB)              00104000
700185         SET WFOUND-YES TO TRUE.                                  00104100
           SKIP2                                                        00104200
700185***************************                                       00104300
700185*** PAIRLST - multi-region driver list                            00104400
700185***************************                                       00104500
700185 C-600-CHECK-PAIRLIST.                                            00104600
700185     MOVE 'PAIRLST' TO WFILE-WORK.                                00104700
700185     OPEN INPUT PAIRLIST-FILE.                                    00104800
700185     IF  NOT WPAIRLIST-FS-OK                                      00104900
700185         PERFORM R-910-NOT-SUPPLIED                               00105000
700185     ELSE                                                         00105100
700185         ADD 1 TO WCTR-FILES                                      00105200
700185         MOVE ZERO TO WLINE-NO                                    00105300
700185         MOVE 'N' TO WREAD-DONE-FLG                               00105400
700185         PERFORM C-610-PAIRLIST-ROW                               00105500
700185           UNTIL WREAD-DONE-YES                                   00105600
700185         CLOSE PAIRLIST-FILE.                                     00105700
           SKIP2                                                        00105800
700185 C-610-PAIRLIST-ROW.                                              00105900
700185     MOVE SPACES TO PAIRLIST-LINE.                                00106000
700185     READ PAIRLIST-FILE                                           00106100
700185         AT END                                                   00106200
700185             SET WREAD-DONE-YES TO TRUE.                          00106300
700185     IF  WREAD-DONE-YES                                           00106400
700185         OR NOT WPAIRLIST-FS-OK                                   00106500
700185         SET WREAD-DONE-YES TO TRUE                               00106600
700185     ELSE                                                         00106700
700185         ADD 1 TO WLINE-NO                                        00106800
700186         MOVE PAIR-PATH1 TO WENV-LINE                             00106801
700186         PERFORM C-630-PARSE-ENV-FORM                             00106802
700186         IF  PAIR-PATH2 NOT = SPACES                              00106803
700186             MOVE 'N' TO WENV-FORM-FLG                            00106804
700186         END-IF                                                   00106805
700186         IF  NOT WENV-FORM-YES                                    00106806
700186             AND (PAIR-PATH1 = SPACES OR PAIR-PATH2 = SPACES)     00106807
700185             STRING 'Pair is missing a path - File1 in 1-100, '   00107000
700185                 'File2 in 102-201'                               00107100
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00107200
700185             PERFORM R-900-ERROR                                  00107300
700186         ELSE IF  NOT WENV-FORM-YES                               00107301
700186             AND PAIR-PATH1 = PAIR-PATH2                          00107302
700185             MOVE 'Both sides of the pair are the same dataset'   00107500
700185                 TO WPRB-TEXT                                     00107600
700185             PERFORM R-900-ERROR                                  00107700
700186         ELSE IF  WENV-FORM-YES                                   00107701
700186             AND WENV-NAME1 = WENV-NAME2                          00107702
700186             STRING 'Both sides of the pair are the same '        00107703
700186                 'environment' DELIMITED BY SIZE INTO WPRB-TEXT   00107704
700186             PERFORM R-900-ERROR                                  00107705
700185         ELSE                                                     00107800
700186             IF  WENV-FORM-YES                                    00107801
700186                 PERFORM C-640-CHECK-ENV-NAMES                    00107802
700186             END-IF                                               00107803
700185             PERFORM C-620-PAIR-DUPE-ROW                          00107900
700185               VARYING SUB-TAB FROM 1 BY 1                        00108000
700185                 UNTIL SUB-TAB > WPAIR-COUNT                      00108100
700185             IF  WPAIR-COUNT < WPAIR-MAX-ENTRIES                  00108200
700185                 ADD 1 TO WPAIR-COUNT                             00108300
700185                 MOVE PAIRLIST-LINE TO WPAIR-PATHS (WPAIR-COUNT)  00108400
700185                 MOVE WLINE-NO      TO WPAIR-LINE (WPAIR-COUNT)   00108500
700185             END-IF                                               00108600
700185         END-IF.                                                  00108700
           SKIP2                                                        00108800
700185 C-620-PAIR-DUPE-ROW.                                             00108900
700185     IF  WPAIR-PATHS (SUB-TAB) = PAIRLIST-LINE                    00109000
700185         MOVE WPAIR-LINE (SUB-TAB) TO WLINE-ED                    00109100
700185         STRING 'Pair listed twice, also line ' WLINE-ED          00109200
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00109300
700185         PERFORM R-900-WARNING.                                   00109400
           SKIP2                                                        00109500
700186*** Environment form is exactly three words, NAME vs NAME, each   00109501
700186*** name one to eight characters with nothing path-like in the    00109502
700186*** line, as BABKCMP reads it; anything else is taken as paths.   00109503
700186 C-630-PARSE-ENV-FORM.                                            00109504
700186     MOVE 'N' TO WENV-FORM-FLG.                                   00109505
700186     MOVE SPACES TO WENV-NAME1 WENV-VS WENV-NAME2 WENV-REST.      00109506
700186     UNSTRING WENV-LINE DELIMITED BY ALL SPACE                    00109507
700186         INTO WENV-NAME1 WENV-VS WENV-NAME2 WENV-REST             00109508
700186         ON OVERFLOW                                              00109509
700186             MOVE 'X' TO WENV-REST                                00109510
700186     END-UNSTRING.                                                00109511
700186     MOVE ZERO TO WENV-ODD-CNT.                                   00109512
700186     INSPECT WENV-LINE TALLYING WENV-ODD-CNT                      00109513
700186         FOR ALL '/' ALL '.' ALL '\'.                             00109514
700186     IF  (WENV-VS = 'vs' OR 'VS' OR 'Vs')                         00109515
700186         AND WENV-NAME1 NOT = SPACES                              00109516
700186         AND WENV-NAME1 (9:12) = SPACES                           00109517
700186         AND WENV-NAME2 NOT = SPACES                              00109518
700186         AND WENV-NAME2 (9:12) = SPACES                           00109519
700186         AND WENV-REST = SPACES                                   00109520
700186         AND WENV-ODD-CNT = ZERO                                  00109521
700186         SET WENV-FORM-YES TO TRUE.                               00109522
           SKIP2                                                        00109523
700186*** Both names must be registered and active on ENVREG.  Without  00109524
700186*** the registry the names are noted once and not checked.        00109525
700186 C-640-CHECK-ENV-NAMES.                                           00109526
700186     MOVE WENV-NAME1 TO IO-ENV-NAME.                              00109527
700186     PERFORM C-650-LOOKUP-ENV.                                    00109528
700186     MOVE WENV-NAME2 TO IO-ENV-NAME.                              00109529
700186     PERFORM C-650-LOOKUP-ENV.                                    00109530
           SKIP2                                                        00109531
700186 C-650-LOOKUP-ENV.                                                00109532
700186     IF  NOT WENV-NOREG-YES                                       00109533
700186         CALL 'UTENVRES' USING IO-ENV-PARM IO-ENV-LOOKUP          00109534
700186         IF  IO-ENV-NO-REGISTRY                                   00109535
700186             SET WENV-NOREG-YES TO TRUE                           00109536
700186             STRING 'ENVREG not available - environment names '   00109537
700186                 'are not checked'                                00109538
700186                 DELIMITED BY SIZE INTO WPRB-TEXT                 00109539
700186             PERFORM R-900-WARNING                                00109540
700186         ELSE IF  IO-ENV-UNKNOWN                                  00109541
700186             STRING 'Environment ' IO-ENV-NAME                    00109542
700186                 ' is not on the ENVREG registry'                 00109543
700186                 DELIMITED BY SIZE INTO WPRB-TEXT                 00109544
700186             PERFORM R-900-ERROR                                  00109545
700186         ELSE IF  IO-ENV-INACTIVE                                 00109546
700186             STRING 'Environment ' IO-ENV-NAME                    00109547
700186                 ' is inactive on the ENVREG registry'            00109548
700186                 DELIMITED BY SIZE INTO WPRB-TEXT                 00109549
700186             PERFORM R-900-ERROR.                                 00109550
           SKIP2                                                        00109551
700185***************************                                       00109600
700185*** MATRXLST - MATRIX candidate list                              00109700
700185***************************                                       00109800
700185 C-700-CHECK-MATRIX.                                              00109900
700185     MOVE 'MATRXLST' TO WFILE-WORK.                               00110000
700185     OPEN INPUT MATRIX-FILE.                                      00110100
700185     IF  NOT WMATRIX-FS-OK                                        00110200
700185         PERFORM R-910-NOT-SUPPLIED                               00110300
700185     ELSE                                                         00110400
700185         ADD 1 TO WCTR-FILES                                      00110500
700185         MOVE ZERO TO WLINE-NO                                    00110600
700185         MOVE 'N' TO WREAD-DONE-FLG                               00110700
700185         PERFORM C-710-MATRIX-ROW                                 00110800
700185           UNTIL WREAD-DONE-YES                                   00110900
700185         CLOSE MATRIX-FILE.                                       00111000
           SKIP2                                                        00111100
700185 C-710-MATRIX-ROW.                                                00111200
700185     READ MATRIX-FILE                                             00111300
700185         AT END                                                   00111400
700185             SET WREAD-DONE-YES TO TRUE.                          00111500
700185     IF  WREAD-DONE-YES                                           00111600
700185         OR NOT WMATRIX-FS-OK                                     00111700
700185         SET WREAD-DONE-YES TO TRUE                               00111800
700185     ELSE                                                         00111900
700185         ADD 1 TO WLINE-NO                                        00112000
700186         MOVE MATRIX-LINE TO WENV-LINE                            00112001
700186         PERFORM C-630-PARSE-ENV-FORM                             00112002
700185         IF  MATRIX-LINE = SPACES                                 00112100
700185             MOVE 'Blank candidate path' TO WPRB-TEXT             00112200
700185             PERFORM R-900-WARNING                                00112300
700186         ELSE IF  WENV-FORM-YES                                   00112301
700186             AND WENV-NAME1 = WENV-NAME2                          00112302
700186             MOVE 'Base and candidate are the same environment'   00112303
700186                 TO WPRB-TEXT                                     00112304
700186             PERFORM R-900-ERROR                                  00112305
700185         ELSE                                                     00112400
700186             IF  WENV-FORM-YES                                    00112401
700186                 PERFORM C-640-CHECK-ENV-NAMES                    00112402
700186             END-IF                                               00112403
700185             PERFORM C-720-MATRIX-DUPE-ROW                        00112500
700185               VARYING SUB-TAB FROM 1 BY 1                        00112600
700185                 UNTIL SUB-TAB > WMTX-COUNT                       00112700
700185             IF  WMTX-COUNT = WMTX-SUITE-MAX                      00112800
700185                 MOVE WMTX-SUITE-MAX TO WNUM-ED                   00112900
700185                 STRING 'More than ' WNUM-ED                      00113000
700185                     ' candidates - MATRIX runs the first '       00113100
700185                     WNUM-ED ' only'                              00113200
700185                     DELIMITED BY SIZE INTO WPRB-TEXT             00113300
700185                 PERFORM R-900-ERROR                              00113400
700185             END-IF                                               00113500
700185             IF  WMTX-COUNT < WMTX-MAX-ENTRIES                    00113600
700185                 ADD 1 TO WMTX-COUNT                              00113700
700185                 MOVE MATRIX-LINE TO WMTX-PATH (WMTX-COUNT)       00113800
700185                 MOVE WLINE-NO    TO WMTX-LINE (WMTX-COUNT)       00113900
700185             END-IF                                               00114000
700185         END-IF.                                                  00114100
           SKIP2                                                        00114200
700185 C-720-MATRIX-DUPE-ROW.                                           00114300
700185     IF  WMTX-PATH (SUB-TAB) = MATRIX-LINE                        00114400
700185         MOVE WMTX-LINE (SUB-TAB) TO WLINE-ED                     00114500
700185         STRING 'Candidate listed twice, also line ' WLINE-ED     00114600
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00114700
700185         PERFORM R-900-ERROR.                                     00114800
           SKIP2                                                        00114900
700185***************************                                       00115000
700185*** CMPDECK - INCLUDE members of the compare's deck               00115100
700185***************************                                       00115200
700185 C-800-CHECK-INCLUDES.                                            00115300
700185     MOVE 'CMPDECK' TO WFILE-WORK.                                00115400
700185     OPEN INPUT DECK-FILE.                                        00115500
700185     IF  NOT WDECK-FS-OK                                          00115600
700185         PERFORM R-910-NOT-SUPPLIED                               00115700
700185     ELSE                                                         00115800
700185         ADD 1 TO WCTR-FILES                                      00115900
700185         MOVE ZERO TO WLINE-NO                                    00116000
700185         MOVE 'N' TO WREAD-DONE-FLG                               00116100
700185         PERFORM C-810-DECK-ROW                                   00116200
700185           UNTIL WREAD-DONE-YES                                   00116300
700185         CLOSE DECK-FILE.                                         00116400
           SKIP2                                                        00116500
700185 C-810-DECK-ROW.                                                  00116600
700185     READ DECK-FILE                                               00116700
700185         AT END                                                   00116800
700185             SET WREAD-DONE-YES TO TRUE.                          00116900
700185     IF  WREAD-DONE-YES                                           00117000
700185         OR NOT WDECK-FS-OK                                       00117100
700185         SET WREAD-DONE-YES TO TRUE                               00117200
700185     ELSE                                                         00117300
700185         ADD 1 TO WLINE-NO                                        00117400
700185         IF  DECK-LINE (1:8) = 'INCLUDE '                         00117500
700185             MOVE 'CMPDECK' TO WFILE-WORK                         00117600
700185             MOVE DECK-LINE TO CTL-REC                            00117700
700185             MOVE 1 TO WINCL-LEVEL                                00117800
700185             MOVE WLINE-NO TO WDECK-LINE-NO                       00117900
700185             PERFORM C-820-CHECK-MEMBER                           00118000
700185             MOVE WDECK-LINE-NO TO WLINE-NO                       00118100
700185         END-IF.                                                  00118200
           SKIP2                                                        00118300
700185*** One INCLUDE card in CTL-REC, named at WINCL-LEVEL: the member 00118400
700185*** must open and hold cards; at the first level its own INCLUDE  00118500
700185*** cards are followed, past the second they are an error.        00118600
700185 C-820-CHECK-MEMBER.                                              00118700
700185     MOVE SPACES TO WINCL-CMD-WORK WINCL-NAME.                    00118800
700185     UNSTRING CTL-REC DELIMITED BY SPACE                          00118900
700185         INTO WINCL-CMD-WORK WINCL-NAME.                          00119000
700185     MOVE 'N' TO WFOUND-FLG.                                      00119100
700185     PERFORM C-830-SCAN-MEMBER                                    00119200
700185       VARYING SUB-TAB FROM 1 BY 1                                00119300
700185         UNTIL SUB-TAB > WMEM-COUNT                               00119400
700185           OR WFOUND-YES.                                         00119500
700185     IF  WINCL-NAME = SPACES                                      00119600
700185         MOVE 'INCLUDE card names no member' TO WPRB-TEXT         00119700
700185         PERFORM R-900-ERROR                                      00119800
700185     ELSE IF  WFOUND-YES                                          00119900
700185         STRING 'Member ' DELIMITED BY SIZE                       00120000
700185             WINCL-NAME DELIMITED BY SPACE                        00120100
700185             ' is included more than once'                        00120200
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00120300
700185         PERFORM R-900-WARNING                                    00120400
700185     ELSE                                                         00120500
700185         IF  WMEM-COUNT < WMEM-MAX-ENTRIES                        00120600
700185             ADD 1 TO WMEM-COUNT                                  00120700
700185             MOVE WINCL-NAME TO WMEM-ENTRY (WMEM-COUNT)           00120800
700185         END-IF                                                   00120900
700185         PERFORM C-840-READ-MEMBER                                00121000
700185     END-IF.                                                      00121100
           SKIP2                                                        00121200
700185 C-830-SCAN-MEMBER.                                               00121300
700185     IF  WMEM-ENTRY (SUB-TAB) = WINCL-NAME                        00121400
700185         SET WFOUND-YES TO TRUE.                                  00121500
           SKIP2                                                        00121600
700185 C-840-READ-MEMBER.                                               00121700
&MFCY      DISPLAY 'INCLFILE' UPON ENVIRONMENT-NAME.                    00121800
&MFCY      DISPLAY WINCL-NAME UPON ENVIRONMENT-VALUE.                   00121900
700185     MOVE '00' TO WINCL-FS.                                       00122000
700185     OPEN INPUT INCL-FILE.                                        00122100
700185     IF  NOT WINCL-FS-OK                                          00122200
700185         STRING 'INCLUDE member ' DELIMITED BY SIZE               00122300
700185             WINCL-NAME DELIMITED BY SPACE                        00122400
700185             ' will not open:' WINCL-FS                           00122500
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00122600
700185         PERFORM R-900-ERROR                                      00122700
700185     ELSE                                                         00122800
700185         MOVE ZERO TO WINCL1-COUNT                                00122900
700185         PERFORM C-850-READ-INCL                                  00123000
700185           WITH TEST AFTER                                        00123100
700185           UNTIL WINCL-FS NOT = '00'                              00123200
700185             OR WINCL1-COUNT >= WINCL1-MAX-ENTRIES                00123300
700185         CLOSE INCL-FILE                                          00123400
700185         IF  WINCL1-COUNT = ZERO                                  00123500
700185             STRING 'INCLUDE member ' DELIMITED BY SIZE           00123600
700185                 WINCL-NAME DELIMITED BY SPACE                    00123700
700185                 ' is empty'                                      00123800
700185                 DELIMITED BY SIZE INTO WPRB-TEXT                 00123900
700185             PERFORM R-900-WARNING                                00124000
700185         ELSE IF  WINCL-LEVEL = 1                                 00124100
700185             MOVE WINCL-NAME TO WINCL1-NAME                       00124200
700185             PERFORM C-860-MEMBER-CARD                            00124300
700185               VARYING SUB-INCL1 FROM 1 BY 1                      00124400
700185                 UNTIL SUB-INCL1 > WINCL1-COUNT                   00124500
700185         ELSE                                                     00124600
700185             PERFORM C-870-NESTED-CARD                            00124700
700185               VARYING SUB-INCL1 FROM 1 BY 1                      00124800
700185                 UNTIL SUB-INCL1 > WINCL1-COUNT                   00124900
700185         END-IF                                                   00125000
700185     END-IF.                                                      00125100
           SKIP2                                                        00125200
700185 C-850-READ-INCL.                                                 00125300
700185     READ INCL-FILE                                               00125400
700185         AT END                                                   00125500
700185             NEXT SENTENCE.                                       00125600
700185     IF  WINCL-FS-OK                                              00125700
700185         ADD 1 TO WINCL1-COUNT                                    00125800
700185         MOVE INCL-LINE TO WINCL1-ENTRY (WINCL1-COUNT).           00125900
           SKIP2                                                        00126000
700185*** A first-level member's cards; the buffer is taken before the  00126100
700185*** nested member is read into it, so each INCLUDE is followed    00126200
700185*** from a saved copy of the card.                                00126300
700185 C-860-MEMBER-CARD.                                               00126400
700185     IF  WINCL1-ENTRY (SUB-INCL1) (1:8) = 'INCLUDE '              00126500
700185         MOVE WINCL1-ENTRY (SUB-INCL1) TO CTL-REC                 00126600
700185         MOVE 'INCLUDE' TO WFILE-WORK                             00126700
700185         MOVE SUB-INCL1 TO WLINE-NO                               00126800
700185         MOVE 2 TO WINCL-LEVEL                                    00126900
700185         PERFORM C-880-NESTED-MEMBER                              00127000
700185         MOVE 1 TO WINCL-LEVEL.                                   00127100
           SKIP2                                                        00127200
700185 C-870-NESTED-CARD.                                               00127300
700185     IF  WINCL1-ENTRY (SUB-INCL1) (1:8) = 'INCLUDE '              00127400
700185         MOVE 'INCLUDE' TO WFILE-WORK                             00127500
700185         MOVE SUB-INCL1 TO WLINE-NO                               00127600
700185         STRING 'Member ' DELIMITED BY SIZE                       00127700
700185             WINCL-NAME DELIMITED BY SPACE                        00127800
700185             ' nests past two levels, skipped: '                  00127900
700185             WINCL1-ENTRY (SUB-INCL1) (1:40)                      00128000
700185             DELIMITED BY SIZE INTO WPRB-TEXT                     00128100
700185         PERFORM R-900-ERROR.                                     00128200
           SKIP2                                                        00128300
700185*** The second-level member is read into the same buffer, so the  00128400
700185*** first-level member is re-read afterwards to carry on.         00128500
700185 C-880-NESTED-MEMBER.                                             00128600
700185     MOVE SUB-INCL1 TO SUB-TAB2.                                  00128700
700185     PERFORM C-820-CHECK-MEMBER.                                  00128800
700185     MOVE WINCL1-NAME TO WINCL-NAME.                              00128900
&MFCY      DISPLAY 'INCLFILE' UPON ENVIRONMENT-NAME.                    00129000
&MFCY      DISPLAY WINCL-NAME UPON ENVIRONMENT-VALUE.                   00129100
700185     MOVE '00' TO WINCL-FS.                                       00129200
700185     MOVE ZERO TO WINCL1-COUNT.                                   00129300
700185     OPEN INPUT INCL-FILE.                                        00129400
700185     IF  WINCL-FS-OK                                              00129500
700185         PERFORM C-850-READ-INCL                                  00129600
700185           WITH TEST AFTER                                        00129700
700185           UNTIL WINCL-FS NOT = '00'                              00129800
700185             OR WINCL1-COUNT >= WINCL1-MAX-ENTRIES                00129900
700185         CLOSE INCL-FILE.                                         00130000
700185     MOVE SUB-TAB2 TO SUB-INCL1.                                  00130100
           SKIP2                                                        00130200
700185***************************                                       00130300
700185*** Control card handling                                         00130400
700185***************************                                       00130500
700185 F-100-PROC-CTL.                                                  00130600
700185     IF  CTL-REC (1:1) = '*'                                      00130700
700185         DISPLAY 'BaRefChk-500 Comment:' CTL-REC (1:50)           00130800
700185     ELSE                                                         00130900
700185         PERFORM F-105-CONTINUE.                                  00131000
700185     PERFORM F-110-READ-IN110.                                    00131100
           SKIP2                                                        00131200
700185 F-105-CONTINUE.                                                  00131300
700185     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00131400
700185     UNSTRING CTL-REC DELIMITED BY SPACE                          00131500
700185         INTO WCTL-CMD WCTL-VAL.                                  00131600
700185     DISPLAY 'BaRefChk-500 CtlCard:' CTL-REC (1:50).              00131700
700185     IF  WCTL-CMD-GAPDAYS                                         00131800
700185         IF  WCTL-VAL (1:3) IS NUMERIC                            00131900
700185             AND WCTL-VAL (4:1) = SPACE                           00132000
700185             MOVE WCTL-VAL (1:3) TO WCTL-GAPDAYS                  00132100
700185         ELSE                                                     00132200
700185             DISPLAY ' Invalid GAPDAYS value:' WCTL-VAL           00132300
700185             ADD 1 TO WCTR-CTL-ERRORS                             00132400
700185         END-IF                                                   00132500
700185     ELSE                                                         00132600
700185         DISPLAY 'BaRefChk-501 Invalid Control Card:'             00132700
700185             CTL-REC (1:50)                                       00132800
700185         ADD 1 TO WCTR-CTL-ERRORS.                                00132900
           SKIP2                                                        00133000
700185 F-110-READ-IN110.                                                00133100
700185     CALL 'UT110IN'  USING SD-AREA                                00133200
700185               IO-IN110-PARM                                      00133300
700185               IO-IN110-READ                                      00133400
700185               CTL-REC.                                           00133500
           SKIP2                                                        00133600
700185***************************                                       00133700
700185*** Shared routines                                               00133800
700185***************************                                       00133900
700191*** Plan numbers are six to ten digits, left-justified; WPLAN-BAD 00133901
700191*** counts the ones that are not.                                 00133902
700191 R-050-PLAN-EDIT.                                                 00133903
700191     MOVE ZERO TO WPLAN-LEN.                                      00133904
700191     INSPECT WPLAN-WORK TALLYING WPLAN-LEN                        00133905
700191         FOR CHARACTERS BEFORE INITIAL SPACE.                     00133906
700191     IF  WPLAN-LEN < 6                                            00133907
700191         ADD 1 TO WPLAN-BAD                                       00133908
700191     ELSE IF  WPLAN-WORK (1:WPLAN-LEN) IS NOT NUMERIC             00133909
700191         ADD 1 TO WPLAN-BAD                                       00133910
700191     ELSE IF  WPLAN-LEN < 10                                      00133911
700191         IF  WPLAN-WORK (WPLAN-LEN + 1:) NOT = SPACES             00133912
700191             ADD 1 TO WPLAN-BAD.                                  00133913
           SKIP2                                                        00133914
700185*** Is WPLAN-WORK on the latest backup.                           00134000
700185 R-100-PLAN-ON-MANIFEST.                                          00134100
700185     MOVE 'N' TO WFOUND-FLG.                                      00134200
700185     MOVE 1 TO WBIN-LO.                                           00134300
700185     MOVE WMAN-PLAN-COUNT TO WBIN-HI.                             00134400
700185     PERFORM R-110-HALVE                                          00134500
700185       UNTIL WBIN-LO > WBIN-HI                                    00134600
700185         OR WFOUND-YES.                                           00134700
           SKIP2                                                        00134800
700185 R-110-HALVE.                                                     00134900
700185     COMPUTE WBIN-MID = (WBIN-LO + WBIN-HI) / 2.                  00135000
700185     IF  WMAN-PLAN (WBIN-MID) = WPLAN-WORK                        00135100
700185         SET WFOUND-YES TO TRUE                                   00135200
700185     ELSE IF  WMAN-PLAN (WBIN-MID) < WPLAN-WORK                   00135300
700185         COMPUTE WBIN-LO = WBIN-MID + 1                           00135400
700185     ELSE                                                         00135500
700185         COMPUTE WBIN-HI = WBIN-MID - 1.                          00135600
           SKIP2                                                        00135700
700185*** One problem in WPRB-TEXT against WFILE-WORK line WLINE-NO.    00135800
700185 R-900-ERROR.                                                     00135900
700185     SET WPRB-SEV-ERROR TO TRUE.                                  00136000
700185     ADD 1 TO WCTR-ERRORS.                                        00136100
700185     PERFORM R-920-PRINT-PROBLEM.                                 00136200
           SKIP2                                                        00136300
700185 R-900-WARNING.                                                   00136400
700185     SET WPRB-SEV-WARNING TO TRUE.                                00136500
700185     ADD 1 TO WCTR-WARNINGS.                                      00136600
700185     PERFORM R-920-PRINT-PROBLEM.                                 00136700
           SKIP2                                                        00136800
700185 R-910-NOT-SUPPLIED.                                              00136900
700185     ADD 1 TO WCTR-SKIPPED.                                       00137000
700185     MOVE SPACES TO WPRINT-LINE.                                  00137100
700185     STRING ' ' WFILE-WORK '        not supplied - not checked'   00137200
700185         DELIMITED BY SIZE INTO WPRINT-LINE.                      00137300
700185     PERFORM V-100-PRINT-LINE.                                    00137400
           SKIP2                                                        00137500
700185 R-920-PRINT-PROBLEM.                                             00137600
700185     MOVE WFILE-WORK TO WPRB-FILE.                                00137700
700185     MOVE WLINE-NO   TO WPRB-LINE-NO.                             00137800
700185     IF  WPRB-SEV-ERROR                                           00137900
700185         MOVE 'ERROR'   TO WPRB-SEV-WORD                          00138000
700185     ELSE                                                         00138100
700185         MOVE 'WARNING' TO WPRB-SEV-WORD.                         00138200
700185     MOVE WPRB-TEXT  TO WPRB-PRINT-TEXT.                          00138300
700185     MOVE WPRB-LINE  TO WPRINT-LINE.                              00138400
700185     PERFORM V-100-PRINT-LINE.                                    00138500
700185     MOVE SPACES TO WPRB-TEXT.                                    00138600
           SKIP2                                                        00138700
700185*** CCYYMMDD to a day serial: years at 365 plus elapsed leap      00138800
700185*** days, the month's cumulative offset, the day, and one more    00138900
700185*** past February of a leap year.  Only differences matter.       00139000
700185 R-300-DATE-TO-SERIAL.                                            00139100
700185     IF  WSER-MM < 1 OR WSER-MM > 12                              00139200
700185         MOVE ZERO TO WSER-RESULT                                 00139300
700185     ELSE                                                         00139400
700185         COMPUTE WSER-Y1 = WSER-YYYY - 1                          00139500
700185         COMPUTE WSER-RESULT = WSER-YYYY * 365                    00139600
700185             + WMONTH-OFS (WSER-MM) + WSER-DD                     00139700
700185         DIVIDE WSER-Y1 BY 4 GIVING WSER-QUOT                     00139800
700185         ADD WSER-QUOT TO WSER-RESULT                             00139900
700185         DIVIDE WSER-Y1 BY 100 GIVING WSER-QUOT                   00140000
700185         SUBTRACT WSER-QUOT FROM WSER-RESULT                      00140100
700185         DIVIDE WSER-Y1 BY 400 GIVING WSER-QUOT                   00140200
700185         ADD WSER-QUOT TO WSER-RESULT                             00140300
700185         PERFORM R-320-LEAP-YEAR                                  00140400
700185         IF  WSER-LEAP-YES AND WSER-MM > 2                        00140500
700185             ADD 1 TO WSER-RESULT.                                00140600
           SKIP2                                                        00140700
700185*** Days in WSER-MM of WSER-YYYY.                                 00140800
700185 R-310-MONTH-DAYS.                                                00140900
700185     MOVE ZERO TO WMONTH-DAYS.                                    00141000
700185     IF  WSER-MM NOT < 1 AND WSER-MM NOT > 12                     00141100
700185         MOVE WCAL-DAYS (WSER-MM) TO WMONTH-DAYS                  00141200
700185         PERFORM R-320-LEAP-YEAR                                  00141300
700185         IF  WSER-MM = 2 AND WSER-LEAP-YES                        00141400
700185             MOVE 29 TO WMONTH-DAYS.                              00141500
           SKIP2                                                        00141600
700185 R-320-LEAP-YEAR.                                                 00141700
700185     MOVE 'N' TO WSER-LEAP-FLG.                                   00141800
700185     DIVIDE WSER-YYYY BY 4 GIVING WSER-QUOT                       00141900
700185         REMAINDER WSER-REM4.                                     00142000
700185     DIVIDE WSER-YYYY BY 100 GIVING WSER-QUOT                     00142100
700185         REMAINDER WSER-REM100.                                   00142200
700185     DIVIDE WSER-YYYY BY 400 GIVING WSER-QUOT                     00142300
700185         REMAINDER WSER-REM400.                                   00142400
700185     IF  WSER-REM4 = ZERO                                         00142500
700185         AND (WSER-REM100 NOT = ZERO                              00142600
700185           OR WSER-REM400 = ZERO)                                 00142700
700185         SET WSER-LEAP-YES TO TRUE.                               00142800
           SKIP2                                                        00142900
700185***************************                                       00143000
700185*** Print-line routines                                           00143100
700185***************************                                       00143200
700185 V-100-PRINT-LINE.                                                00143300
700185     IF  WPRINT-LINES-OVER                                        00143400
700185         PERFORM V-150-NEWPAGE.                                   00143500
700185     ADD 1 TO WPRINT-LINES.                                       00143600
700185     WRITE PRINT-LINE FROM WPRINT-LINE                            00143700
700185           AFTER ADVANCING 1 LINE.                                00143800
700185     MOVE SPACES   TO WPRINT-LINE.                                00143900
700185     ADD 1 TO WPRINT-TOT-LINES.                                   00144000
           SKIP2                                                        00144100
700185 V-150-NEWPAGE.                                                   00144200
700185     ADD 1 TO WPRINT-PAGE.                                        00144300
700185     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00144400
700185     MOVE SPACES TO PRINT-LINE.                                   00144500
700185     WRITE PRINT-LINE                                             00144600
700185       AFTER ADVANCING PAGE.                                      00144700
700185     WRITE PRINT-LINE FROM RPTHDR-LINE                            00144800
700185       AFTER ADVANCING 1 LINE.                                    00144900
700185     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00145000
700185       AFTER ADVANCING 1.                                         00145100
700185     MOVE ZERO TO WPRINT-LINES.                                   00145200
700185     ADD 3 TO WPRINT-TOT-LINES.                                   00145300
