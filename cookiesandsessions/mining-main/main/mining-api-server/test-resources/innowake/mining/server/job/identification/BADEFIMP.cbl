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
700159 IDENTIFICATION DIVISION.                                         00000100
700159 PROGRAM-ID. 'BADEFIMP'.                                          00000200
700159******************************************************************00000300
700159**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700159******************************************************************00000500
700159**  AUTHOR       W. WHITE, Oct 2026                               00000600
700159**  PURPOSE      Difference-to-defect impact report.  DISPMST     00000700
700159**               rows carry the defect number a disposition was   00000800
700159**               raised under; this step joins the night's OT200  00000900
700159**               extract to those rows the way the compare's      00001000
700159**               DISPFILE card does (first covering row in key    00001100
700159**               order, ALL and plan-range rows honored, DE ***   00001200
700159**               covering the whole RecordType) and reports, per  00001300
700159**               defect, the plans, RecordTypes, DEs, difference  00001400
700159**               lines and distinct participants it is covering   00001500
700159**               tonight and how many nights it has been open.    00001600
700159**               Defects are listed heaviest first, so the        00001700
700159**               fix-first question is answered by the order of   00001800
700159**               the page.  The nights-open count is carried in   00001900
700159**               the DEFHIST history, read from the prior         00002000
700159**               generation and written forward to the next.      00002100
700159**               A defect is open while any row naming it is not  00002200
700159**               RESOLVED.                                        00002300
700159******************************************************************00002400
700159**  REVISIONS:                                                    00002500
700159******************************************************************00002600
700159**  Input                                                         00002700
700159**   . DISPMST - Keyed disposition master (read sequentially)     00002800
700159**   . OT200IN - The night's OT200 extract, via UTOT200R          00002900
700159**   . DEFHIN  - Prior defect-age history (DEFHIST), optional;    00003000
700159**               absent or empty on the first night               00003100
700159******************************************************************00003200
700159**  Output                                                        00003300
700159**   . SYSOUT  - Displayed Information                            00003400
700159**   . REPORT  - Defect impact listing and run totals             00003500
700159**   . DEFHOUT - Defect-age history for the next night (DEFHIST)  00003600
700203**   . PLNWK   - Work file: the OT200 plan markers, in order      00000000
700159******************************************************************00003700
700159 ENVIRONMENT DIVISION.                                            00003800
700159 CONFIGURATION SECTION.                                           00003900
700159 INPUT-OUTPUT SECTION.                                            00004000
           SKIP2                                                        00004100
700159 FILE-CONTROL.                                                    00004200
700159     SELECT PRINT-FILE                                            00004300
700159         ASSIGN TO UT-S-REPORT                                    00004400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004500
700159         FILE STATUS WPRINT-FS.                                   00004600
700159     SELECT DISPMST-FILE                                          00004700
700159         ASSIGN TO DISPMST                                        00004800
700159         ORGANIZATION IS INDEXED                                  00004900
700159         ACCESS MODE IS SEQUENTIAL                                00005000
700159         RECORD KEY IS DSPM-KEY                                   00005100
700159         FILE STATUS WDISPMST-FS.                                 00005200
700159     SELECT DEFHIN-FILE                                           00005300
700159         ASSIGN TO UT-S-DEFHIN                                    00005400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005500
700159         FILE STATUS WDEFHIN-FS.                                  00005600
700159     SELECT DEFHOUT-FILE                                          00005700
700159         ASSIGN TO UT-S-DEFHOUT                                   00005800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005900
700159         FILE STATUS WDEFHOUT-FS.                                 00006000
700203     SELECT PLNWK-FILE                                            00000000
700203         ASSIGN TO UT-S-PLNWK                                     00000000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00000000
700203         FILE STATUS WPLNWK-FS.                                   00000000
700159 DATA DIVISION.                                                   00006100
           SKIP2                                                        00006200
700159 FILE SECTION.                                                    00006300
           SKIP1                                                        00006400
700159 FD  PRINT-FILE                                                   00006500
700159     BLOCK CONTAINS 0 RECORDS                                     00006600
700159     LABEL RECORDS ARE STANDARD.                                  00006700
           SKIP2                                                        00006800
700159 01 PRINT-LINE                PIC X(133).                         00006900
           SKIP2                                                        00007000
700159 FD  DISPMST-FILE                                                 00007100
700159     LABEL RECORDS ARE STANDARD.                                  00007200
           SKIP2                                                        00007300
700159 01  DISPMST-REC. COPY DISPMST.                                   00007400
           SKIP2                                                        00007500
700159 FD  DEFHIN-FILE                                                  00007600
700159     BLOCK CONTAINS 0 RECORDS                                     00007700
700159     LABEL RECORDS ARE STANDARD.                                  00007800
           SKIP2                                                        00007900
700159 01  DEFHIN-REC. COPY DEFHIST.                                    00008000
           SKIP2                                                        00008100
700159 FD  DEFHOUT-FILE                                                 00008200
700159     BLOCK CONTAINS 0 RECORDS                                     00008300
700159     LABEL RECORDS ARE STANDARD.                                  00008400
           SKIP2                                                        00008500
700159 01  DEFHOUT-REC              PIC X(80).                          00008600
           SKIP2                                                        00008700
700203 FD  PLNWK-FILE                                                   00000000
700203     BLOCK CONTAINS 0 RECORDS                                     00000000
700203     LABEL RECORDS ARE STANDARD.                                  00000000
           SKIP2                                                        00000000
700203 01  PLNWK-REC.                                                   00000000
700203     05  PLNWK-PLAN            PIC X(10).                         00000000
700203     05  FILLER                PIC X(70).                         00000000
           SKIP2                                                        00000000
700159 WORKING-STORAGE SECTION.                                         00008800
700159 77  WCTR-DSP-READ         PIC 9(7)     VALUE ZERO.               00008900
700159 77  WCTR-DSP-NODEF        PIC 9(7)     VALUE ZERO.               00009000
700159 77  WCTR-DIFFS            PIC 9(9)     VALUE ZERO.               00009100
700159 77  WCTR-COVERED          PIC 9(9)     VALUE ZERO.               00009200
700159 77  WCTR-NOT-DEFECT       PIC 9(9)     VALUE ZERO.               00009300
700159 77  WCTR-HIST-READ        PIC 9(7)     VALUE ZERO.               00009400
700159 77  WCTR-HIST-WRITTEN     PIC 9(7)     VALUE ZERO.               00009500
700159 77  WCTR-PRINTED          PIC 9(5)     VALUE ZERO.               00009600
700159 77  WCTR-DEFECTS          PIC 9(5)     VALUE ZERO.               00009700
700159 77  SUB-DSP               PIC S9(4) BINARY VALUE ZERO.           00009800
700203 77  WPLNWK-LOADED-FLG     PIC X     VALUE 'N'.                   00000000
700203     88  WPLNWK-LOADED-YES VALUE 'Y'.                             00000000
700159 77  SUB-DEF               PIC S9(4) BINARY VALUE ZERO.           00009900
700159 77  WDSP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00010000
700159 77  WDEF-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00010100
700159 77  WDEF-BEST-SUB         PIC S9(4) BINARY VALUE ZERO.           00010200
700159 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00010300
           SKIP2                                                        00010400
700159 01  WPRINT-AREA.                                                 00010500
700159     05  WPRINT-FS                 PIC XX  VALUE '00'.            00010600
700159         88  WPRINT-FS-OK VALUE '00'.                             00010700
700159     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00010800
700159     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00010900
700159     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00011000
700159     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00011100
700159         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00011200
700159     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00011300
           SKIP2                                                        00011400
700159 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00011500
700159     88  WDISPMST-FS-OK    VALUE '00'.                            00011600
700159 01  WDEFHIN-FS            PIC XX  VALUE '00'.                    00011700
700159     88  WDEFHIN-FS-OK     VALUE '00'.                            00011800
700159     88  WDEFHIN-FS-NOFILE VALUE '35'.                            00011900
700159 01  WDEFHOUT-FS           PIC XX  VALUE '00'.                    00012000
700159     88  WDEFHOUT-FS-OK    VALUE '00'.                            00012100
700203 01  WPLNWK-FS             PIC XX  VALUE '00'.                    00000000
700203     88  WPLNWK-FS-OK      VALUE '00'.                            00000000
700159 01  WO2R-REC              PIC X(200) VALUE SPACES.               00012200
           SKIP2                                                        00012300
700159*** Context carried down the extract, as BAOTEXPL carries it:     00012400
700169*** RecordType from the <RECORD header, participant from the first00012500
700169*** key echo of the record.  The plan is only known at the PLN1   00012600
700169*** marker that follows the plan's record sections.               00012601
700159 01  WCUR-AREA.                                                   00012700
700191     05  WCUR-PLAN             PIC X(10) VALUE SPACES.            00012800
700159     05  WCUR-XXYY             PIC X(4)  VALUE SPACES.            00012900
700159     05  WCUR-PART             PIC X(11) VALUE SPACES.            00013000
700159     05  WCUR-RUN-DATE         PIC X(8)  VALUE SPACES.            00013100
           SKIP2                                                        00013101
700203*** The difference line in hand, with the plan of the PLN1 marker 00000000
700203*** that follows it in the extract.                               00000000
700169 01  WCHG-AREA.                                                   00013112
700191     05  WCHG-PLAN             PIC X(10) VALUE SPACES.            00013113
700169     05  WCHG-XXYY             PIC X(4)  VALUE SPACES.            00013114
700169     05  WCHG-PART             PIC X(11) VALUE SPACES.            00013115
700169     05  WCHG-DENUM            PIC X(3)  VALUE SPACES.            00013116
           SKIP2                                                        00013200
700159*** Disposition rows, in DSPM-KEY order, each pointing at its     00013300
700159*** defect in WDEF-AREA (zero when the row names no defect).      00013400
700159 01  WDSP-AREA.                                                   00013500
700159     05  WDSP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00013600
700159     05  WDSP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 2000.       00013700
700159     05  WDSP-ENTRY OCCURS 2000 TIMES.                            00013800
700191         10  WDSP-PLAN         PIC X(10) VALUE SPACES.            00013900
700191         10  WDSP-PLAN-HI      PIC X(10) VALUE SPACES.            00014000
700159         10  WDSP-XXYY         PIC X(4)  VALUE SPACES.            00014100
700159         10  WDSP-DENUM        PIC X(3)  VALUE SPACES.            00014200
700159         10  WDSP-DEF-SUB      PIC S9(4) BINARY VALUE ZERO.       00014300
           SKIP2                                                        00014400
700159*** One entry per defect number named on the master.              00014500
700159 01  WDEF-AREA.                                                   00014600
700159     05  WDEF-COUNT            PIC S9(4) BINARY VALUE ZERO.       00014700
700159     05  WDEF-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00014800
700159     05  WDEF-ENTRY OCCURS 500 TIMES.                             00014900
700159         10  WDEF-DEFECT       PIC X(8)  VALUE SPACES.            00015000
700159         10  WDEF-OPEN         PIC X     VALUE 'N'.               00015100
700159             88  WDEF-OPEN-YES VALUE 'Y'.                         00015200
700159         10  WDEF-PRINTED      PIC X     VALUE 'N'.               00015300
700159             88  WDEF-PRINTED-YES VALUE 'Y'.                      00015400
700159         10  WDEF-ROWS         PIC 9(5)  COMP-3 VALUE ZERO.       00015500
700159         10  WDEF-LINES        PIC 9(9)  COMP-3 VALUE ZERO.       00015600
700159         10  WDEF-PLANS        PIC 9(7)  COMP-3 VALUE ZERO.       00015700
700159         10  WDEF-TYPES        PIC 9(5)  COMP-3 VALUE ZERO.       00015800
700159         10  WDEF-DES          PIC 9(5)  COMP-3 VALUE ZERO.       00015900
700159         10  WDEF-PARTS        PIC 9(9)  COMP-3 VALUE ZERO.       00016000
700159         10  WDEF-FIRST-SEEN   PIC 9(8)  VALUE ZERO.              00016100
700159         10  WDEF-NIGHTS       PIC 9(5)  VALUE ZERO.              00016200
           SKIP2                                                        00016300
700159 01  WDEFHOUT-LINE. COPY DEFHIST.                                 00016400
           SKIP2                                                        00016500
700159 01  RPTHDR-LINE.                                                 00016600
700159         05   FILLER     PIC X(02) VALUE                          00016700
700159           ' '.                                                   00016800
700159         05   FILLER     PIC X(28) VALUE                          00016900
700159           'Defect Impact Report'.                                00017000
700159         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00017100
700159         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00017200
700159         05   FILLER     PIC X(6)  VALUE                          00017300
700159           '  Page'.                                              00017400
700159         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00017500
           SKIP2                                                        00017600
700159 01  RDTITLE1-LINE.                                               00017700
700159     05  FILLER   PIC X(31) VALUE                                 00017800
700159         ' Defect   Status    Nights  Fi'.                        00017900
700159     05  FILLER   PIC X(43) VALUE                                 00018000
700159         'rst Seen   Diff Lines    Plans  Types    DE'.           00018100
700159     05  FILLER   PIC X(39) VALUE                                 00018200
700159         's  Participants  Disp Rows'.                            00018300
           SKIP2                                                        00018400
700159 01  RDDAT1-LINE.                                                 00018500
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00018600
700159     05  RDDAT1-DEFECT        PIC X(8)  VALUE SPACES.             00018700
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00018800
700159     05  RDDAT1-STATUS        PIC X(8)  VALUE SPACES.             00018900
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00019000
700159     05  RDDAT1-NIGHTS        PIC ZZ,ZZ9 VALUE ZERO.              00019100
700159     05  FILLER               PIC X(3)  VALUE SPACES.             00019200
700159     05  RDDAT1-FIRST-SEEN    PIC 9(8)  VALUE ZERO.               00019300
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00019400
700159     05  RDDAT1-LINES         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00019500
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00019600
700159     05  RDDAT1-PLANS         PIC ZZZ,ZZ9 VALUE ZERO.             00019700
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00019800
700159     05  RDDAT1-TYPES         PIC ZZ,ZZ9 VALUE ZERO.              00019900
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00020000
700159     05  RDDAT1-DES           PIC ZZ,ZZ9 VALUE ZERO.              00020100
700159     05  FILLER               PIC X(1)  VALUE SPACES.             00020200
700159     05  RDDAT1-PARTS         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00020300
700159     05  FILLER               PIC X(3)  VALUE SPACES.             00020400
700159     05  RDDAT1-ROWS          PIC ZZ,ZZ9 VALUE ZERO.              00020500
           SKIP2                                                        00020600
700159*** Distinct plans, RecordTypes, DEs and participants per         00020700
700159*** defect: a GET miss is the first sighting and bumps the        00020800
700159*** defect's counter for that kind.                               00020900
700159***   P - plan                 VAL = plan                         00021000
700159***   T - RecordType           VAL = XXYY                         00021100
700159***   D - DE                   VAL = XXYY + DE number             00021200
700159***   R - participant          VAL = plan + participant           00021300
700159 01  DFIXIA-AREA. COPY UTCOIA                                     00021400
700159       REPLACING ==:UTCOIA:== BY ==DFIXIA==.                      00021500
700159 01  DFIXHDR-AREA. COPY UTCOHDR                                   00021600
700159       REPLACING ==:UTCOHDR:== BY ==DFIXHDR==.                    00021700
700159 01  DFIXKEY-AREA.                                                00021800
700159     05  DFIXKEY-DEFECT     PIC X(8)  VALUE SPACES.               00021900
700159     05  DFIXKEY-KIND       PIC X     VALUE SPACES.               00022000
700191     05  DFIXKEY-VAL        PIC X(21) VALUE SPACES.               00022100
700159 01  DFIXDAT-AREA.                                                00022200
700159     05  DFIXDAT-LINES      PIC 9(9)  VALUE ZERO.                 00022300
           SKIP2                                                        00022400
700159 01  IO-O2R-PARM.                                                 00022500
700159       COPY IOOT200R REPLACING 'PROGRAM' BY 'BADEFIMP'.           00022600
           SKIP3                                                        00022700
700159 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00022800
           EJECT                                                        00022900
700159 PROCEDURE DIVISION.                                              00023000
           SKIP2                                                        00023100
700159 A-100-BODY.                                                      00023200
700159     PERFORM A-105-INIT.                                          00023300
700159     PERFORM A-200-INIT-OPEN.                                     00023400
700159     PERFORM B-100-LOAD-DISPMST.                                  00023500
700159     PERFORM C-100-SCAN-OT200.                                    00023600
700159     PERFORM D-100-AGE-DEFECTS.                                   00023700
700159     PERFORM E-100-RPT-DEFECTS.                                   00023800
700159     PERFORM A-900-FINI-CLOSE.                                    00023900
700159     GOBACK.                                                      00024000
           SKIP2                                                        00024100
700159 A-105-INIT.                                                      00024200
700159     CALL 'BASDIN' USING SD-AREA.                                 00024300
           SKIP2                                                        00024400
700159 A-200-INIT-OPEN.                                                 00024500
700159     DISPLAY 'BaDefImp-998 Program Starting'.                     00024600
700159     ACCEPT RPTHDR-DATE FROM DATE.                                00024700
700159     MOVE SD-RUN-DATE TO WRUN-DATE.                               00024800
700159     OPEN OUTPUT                                                  00024900
700159               PRINT-FILE.                                        00025000
700159     IF  NOT WPRINT-FS-OK                                         00025100
700159         DISPLAY 'BaDefImp-53 PRINT dd OPEN failed:'              00025200
700159             WPRINT-FS                                            00025300
700159         STOP RUN.                                                00025400
700159     OPEN OUTPUT DEFHOUT-FILE.                                    00025500
700159     IF  NOT WDEFHOUT-FS-OK                                       00025600
700159         DISPLAY 'BaDefImp-301 DEFHOUT dd OPEN failed:'           00025700
700159             WDEFHOUT-FS                                          00025800
700159         MOVE 8 TO RETURN-CODE                                    00025900
700159         STOP RUN.                                                00026000
700159     PERFORM T-800-SETUP-DFIX.                                    00026100
           SKIP2                                                        00026200
700159 A-900-FINI-CLOSE.                                                00026300
700159     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00026400
700159     MOVE SPACES TO WPRINT-TITLE1.                                00026500
700159     PERFORM V-150-NEWPAGE.                                       00026600
700159     MOVE SPACES TO WPRINT-LINE.                                  00026700
700159     STRING ' Disposition rows read:      ' WCTR-DSP-READ         00026800
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00026900
700159     PERFORM V-100-PRINT-LINE.                                    00027000
700159     STRING ' Rows naming no defect:      ' WCTR-DSP-NODEF        00027100
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027200
700159     PERFORM V-100-PRINT-LINE.                                    00027300
700159     MOVE WDEF-COUNT TO WCTR-DEFECTS.                             00027400
700159     STRING ' Defects on the master:      ' WCTR-DEFECTS          00027500
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027600
700159     PERFORM V-100-PRINT-LINE.                                    00027700
700159     STRING ' OT200 difference lines:     ' WCTR-DIFFS            00027800
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027900
700159     PERFORM V-100-PRINT-LINE.                                    00028000
700159     STRING ' Covered by a defect:        ' WCTR-COVERED          00028100
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028200
700159     PERFORM V-100-PRINT-LINE.                                    00028300
700159     STRING ' Not covered by a defect:    ' WCTR-NOT-DEFECT       00028400
700159         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028500
700159     PERFORM V-100-PRINT-LINE.                                    00028600
700159     DISPLAY 'BaDefImp-444 Defects:' WCTR-DEFECTS                 00028700
700159       ', Differences:' WCTR-DIFFS                                00028800
700159       ', Covered:' WCTR-COVERED                                  00028900
700159       ', History rows written:' WCTR-HIST-WRITTEN.               00029000
700159     SET DFIXIA-OPER-CO-EMPTY TO TRUE.                            00029100
700159     PERFORM T-900-CALL-DFIX.                                     00029200
700159     CLOSE DEFHOUT-FILE.                                          00029300
700159     CLOSE PRINT-FILE.                                            00029400
700159     DISPLAY 'BaDefImp-998 Program Ending'.                       00029500
           SKIP2                                                        00029600
700159***************************                                       00029700
700159*** Disposition master load                                       00029800
700159***************************                                       00029900
700159 B-100-LOAD-DISPMST.                                              00030000
700159     OPEN INPUT DISPMST-FILE.                                     00030100
700159     IF  NOT WDISPMST-FS-OK                                       00030200
700159         DISPLAY 'BaDefImp-302 DISPMST OPEN failed:'              00030300
700159             WDISPMST-FS                                          00030400
700159         MOVE 8 TO RETURN-CODE                                    00030500
700159         STOP RUN.                                                00030600
700159     PERFORM B-110-READ-DISPMST                                   00030700
700159       WITH TEST AFTER                                            00030800
700159       UNTIL NOT WDISPMST-FS-OK                                   00030900
700159          OR WDSP-COUNT >= WDSP-MAX-ENTRIES.                      00031000
700159     IF  WDISPMST-FS-OK                                           00031100
700159         DISPLAY 'BaDefImp-303 DISPMST table full, '              00031200
700159             'truncated at:' WDSP-COUNT                           00031300
700159         IF  RETURN-CODE < 4                                      00031400
700159             MOVE 4 TO RETURN-CODE.                               00031500
700159     CLOSE DISPMST-FILE.                                          00031600
700159     DISPLAY 'BaDefImp-310 Disposition rows:' WCTR-DSP-READ       00031700
700159       ', defects:' WDEF-COUNT.                                   00031800
           SKIP2                                                        00031900
700159 B-110-READ-DISPMST.                                              00032000
700159     READ DISPMST-FILE                                            00032100
700159         AT END                                                   00032200
700159             NEXT SENTENCE.                                       00032300
700159     IF  WDISPMST-FS-OK                                           00032400
700159         AND DSPM-PLAN-NUM NOT = SPACES                           00032500
700159         ADD 1 TO WCTR-DSP-READ                                   00032600
700159         ADD 1 TO WDSP-COUNT                                      00032700
700159         MOVE DSPM-PLAN-NUM TO WDSP-PLAN (WDSP-COUNT)             00032800
700159         MOVE DSPM-XXYY     TO WDSP-XXYY (WDSP-COUNT)             00032900
700159         MOVE DSPM-DENUM    TO WDSP-DENUM (WDSP-COUNT)            00033000
700159         MOVE SPACES        TO WDSP-PLAN-HI (WDSP-COUNT)          00033100
700191         IF  DSPM-PLAN-HI NOT = SPACES AND LOW-VALUES             00033200
700159             MOVE DSPM-PLAN-HI TO WDSP-PLAN-HI (WDSP-COUNT)       00033300
700159         END-IF                                                   00033400
700159         MOVE ZERO TO WDSP-DEF-SUB (WDSP-COUNT)                   00033500
700159         IF  DSPM-DEFECT = SPACES                                 00033600
700159             ADD 1 TO WCTR-DSP-NODEF                              00033700
700159         ELSE                                                     00033800
700159             PERFORM B-120-FIND-DEFECT                            00033900
700159         END-IF.                                                  00034000
           SKIP2                                                        00034100
700159*** Find-or-add the row's defect.  A defect stays open while      00034200
700159*** any row naming it is anything but RESOLVED.                   00034300
700159 B-120-FIND-DEFECT.                                               00034400
700159     MOVE ZERO TO WDEF-HIT-SUB.                                   00034500
700159     PERFORM B-125-SCAN-DEFECT                                    00034600
700159       VARYING SUB-DEF FROM 1 BY 1                                00034700
700159         UNTIL SUB-DEF > WDEF-COUNT                               00034800
700159            OR WDEF-HIT-SUB > ZERO.                               00034900
700159     IF  WDEF-HIT-SUB = ZERO                                      00035000
700159         IF  WDEF-COUNT < WDEF-MAX-ENTRIES                        00035100
700159             ADD 1 TO WDEF-COUNT                                  00035200
700159             MOVE WDEF-COUNT  TO WDEF-HIT-SUB                     00035300
700159             MOVE DSPM-DEFECT TO WDEF-DEFECT (WDEF-COUNT)         00035400
700159         ELSE                                                     00035500
700159             DISPLAY 'BaDefImp-304 Defect table full, not '       00035600
700159                 'reported:' DSPM-DEFECT.                         00035700
700159     IF  WDEF-HIT-SUB > ZERO                                      00035800
700159         MOVE WDEF-HIT-SUB TO WDSP-DEF-SUB (WDSP-COUNT)           00035900
700159         ADD 1 TO WDEF-ROWS (WDEF-HIT-SUB)                        00036000
700159         IF  DSPM-STATUS (1:8) NOT = 'RESOLVED'                   00036100
700159             SET WDEF-OPEN-YES (WDEF-HIT-SUB) TO TRUE.            00036200
           SKIP2                                                        00036300
700159 B-125-SCAN-DEFECT.                                               00036400
700159     IF  WDEF-DEFECT (SUB-DEF) = DSPM-DEFECT                      00036500
700159         MOVE SUB-DEF TO WDEF-HIT-SUB.                            00036600
           SKIP2                                                        00036700
700159***************************                                       00036800
700159*** OT200 pass                                                    00036900
700203*** A plan's difference lines come ahead of the PLN1 marker that  00000000
700203*** names it, so the markers are first collected in order onto    00000000
700203*** PLNWK and the extract is then read a second time, each line   00000000
700203*** taking the plan of the next marker still to come.  Extracts   00000000
700203*** written without the OT200HDR card carry no PLN1 and are       00000000
700203*** charged without a plan.                                       00000000
700159***************************                                       00037000
700159 C-100-SCAN-OT200.                                                00037100
700203     PERFORM C-105-COLLECT-PLANS.                                 00000000
700203     IF  WPLNWK-LOADED-YES                                        00000000
700203         PERFORM C-107-CHARGE-PASS.                               00000000
           SKIP2                                                        00000000
700203 C-105-COLLECT-PLANS.                                             00000000
700159     CALL 'UTOT200R' USING SD-AREA                                00037200
700159                           IO-O2R-PARM                            00037300
700159                           IO-O2R-OPEN                            00037400
700159                           WO2R-REC.                              00037500
700159     IF  IO-O2R-ERROR-YES                                         00037600
700159         DISPLAY 'BaDefImp-305 OT200IN open failed:'              00037700
700159             IO-O2R-FILE-STATUS                                   00037800
700159         MOVE 8 TO RETURN-CODE                                    00037900
700159     ELSE                                                         00038000
700203         OPEN OUTPUT PLNWK-FILE                                   00000000
700203         IF  NOT WPLNWK-FS-OK                                     00000000
700203             DISPLAY 'BaDefImp-313 PLNWK dd OPEN failed:'         00000000
700203                 WPLNWK-FS                                        00000000
700203             MOVE 8 TO RETURN-CODE                                00000000
700203         ELSE                                                     00000000
700203             PERFORM C-106-READ-MARK                              00000000
700203               WITH TEST AFTER                                    00000000
700203               UNTIL IO-O2R-ERROR-YES                             00000000
700203                 OR IO-O2R-EOF-YES                                00000000
700203             CLOSE PLNWK-FILE                                     00000000
700203             SET WPLNWK-LOADED-YES TO TRUE                        00000000
700203         END-IF                                                   00000000
700159         CALL 'UTOT200R' USING SD-AREA                            00038500
700159                               IO-O2R-PARM                        00038600
700159                               IO-O2R-CLOSE                       00038700
700159                               WO2R-REC.                          00038800
           SKIP2                                                        00000000
700203 C-106-READ-MARK.                                                 00000000
700203     CALL 'UTOT200R' USING SD-AREA                                00000000
700203                           IO-O2R-PARM                            00000000
700203                           IO-O2R-READ                            00000000
700203                           WO2R-REC.                              00000000
700203     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00000000
700203         NEXT SENTENCE                                            00000000
700203     ELSE IF  IO-O2R-KIND-PLN                                     00000000
700203         MOVE SPACES TO PLNWK-REC                                 00000000
700203         MOVE IO-O2R-PLAN TO PLNWK-PLAN                           00000000
700203         WRITE PLNWK-REC.                                         00000000
           SKIP2                                                        00000000
700203 C-107-CHARGE-PASS.                                               00000000
700203     OPEN INPUT PLNWK-FILE.                                       00000000
700203     IF  NOT WPLNWK-FS-OK                                         00000000
700203         DISPLAY 'BaDefImp-313 PLNWK dd OPEN failed:'             00000000
700203             WPLNWK-FS                                            00000000
700203         MOVE 8 TO RETURN-CODE                                    00000000
700203     ELSE                                                         00000000
700203         CALL 'UTOT200R' USING SD-AREA                            00000000
700203                               IO-O2R-PARM                        00000000
700203                               IO-O2R-OPEN                        00000000
700203                               WO2R-REC                           00000000
700203         IF  IO-O2R-ERROR-YES                                     00000000
700203             DISPLAY 'BaDefImp-305 OT200IN open failed:'          00000000
700203                 IO-O2R-FILE-STATUS                               00000000
700203             MOVE 8 TO RETURN-CODE                                00000000
700203         ELSE                                                     00000000
700203             PERFORM C-108-NEXT-PLAN                              00000000
700203             PERFORM C-110-READ-LINE                              00000000
700203               WITH TEST AFTER                                    00000000
700203               UNTIL IO-O2R-ERROR-YES                             00000000
700203                 OR IO-O2R-EOF-YES                                00000000
700203             CALL 'UTOT200R' USING SD-AREA                        00000000
700203                                   IO-O2R-PARM                    00000000
700203                                   IO-O2R-CLOSE                   00000000
700203                                   WO2R-REC                       00000000
700203         END-IF                                                   00000000
700203         CLOSE PLNWK-FILE.                                        00000000
           SKIP2                                                        00000000
700203*** The plan of the next PLN1 marker still to come, or spaces     00000000
700203*** once the markers run out.                                     00000000
700203 C-108-NEXT-PLAN.                                                 00000000
700203     MOVE SPACES TO WCHG-PLAN.                                    00000000
700203     IF  WPLNWK-FS-OK                                             00000000
700203         READ PLNWK-FILE                                          00000000
700203         IF  WPLNWK-FS-OK                                         00000000
700203             MOVE PLNWK-PLAN TO WCHG-PLAN.                        00000000
           SKIP2                                                        00038900
700159 C-110-READ-LINE.                                                 00039000
700159     CALL 'UTOT200R' USING SD-AREA                                00039100
700159                           IO-O2R-PARM                            00039200
700159                           IO-O2R-READ                            00039300
700159                           WO2R-REC.                              00039400
700159     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00039500
700159         NEXT SENTENCE                                            00039600
700159     ELSE IF  IO-O2R-KIND-HDR                                     00039700
700159         MOVE IO-O2R-RUN-DATE TO WCUR-RUN-DATE                    00039800
700159     ELSE IF  IO-O2R-KIND-PLN                                     00039900
700159         MOVE IO-O2R-PLAN TO WCUR-PLAN                            00040000
700203         PERFORM C-108-NEXT-PLAN                                  00000000
700159         MOVE SPACES TO WCUR-XXYY WCUR-PART                       00040100
700159     ELSE IF  IO-O2R-KIND-RECHDR                                  00040200
700159         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00040300
700159         MOVE SPACES TO WCUR-PART                                 00040400
700159     ELSE IF  IO-O2R-KIND-KEYDE                                   00040500
700159         IF  WCUR-PART = SPACES                                   00040600
700159             MOVE IO-O2R-VAL1 (1:11) TO WCUR-PART                 00040700
700159         END-IF                                                   00040800
700159     ELSE IF  IO-O2R-KIND-DETAIL OR IO-O2R-KIND-DELIM             00040900
700203         PERFORM C-140-CHARGE-LINE.                               00000000
           SKIP2                                                        00041100
700203 C-140-CHARGE-LINE.                                               00000000
700203     MOVE WCUR-XXYY     TO WCHG-XXYY.                             00000000
700203     MOVE WCUR-PART     TO WCHG-PART.                             00000000
700203     MOVE IO-O2R-DENUM  TO WCHG-DENUM.                            00000000
700203     PERFORM C-200-CHARGE-DIFF.                                   00000000
700159*** Charge one difference line to the defect whose disposition    00041200
700159*** row covers it, the first covering row in key order winning    00041300
700159*** exactly as it does in the compare.                            00041400
700159 C-200-CHARGE-DIFF.                                               00041500
700159     ADD 1 TO WCTR-DIFFS.                                         00041600
700159     MOVE ZERO TO WDSP-HIT-SUB.                                   00041700
700159     PERFORM C-210-SCAN-DSP                                       00041800
700159       VARYING SUB-DSP FROM 1 BY 1                                00041900
700159         UNTIL SUB-DSP > WDSP-COUNT                               00042000
700159            OR WDSP-HIT-SUB > ZERO.                               00042100
700159     IF  WDSP-HIT-SUB = ZERO                                      00042200
700159         ADD 1 TO WCTR-NOT-DEFECT                                 00042300
700159     ELSE                                                         00042400
700159     IF  WDSP-DEF-SUB (WDSP-HIT-SUB) = ZERO                       00042500
700159         ADD 1 TO WCTR-NOT-DEFECT                                 00042600
700159     ELSE                                                         00042700
700159         ADD 1 TO WCTR-COVERED                                    00042800
700159         MOVE WDSP-DEF-SUB (WDSP-HIT-SUB) TO SUB-DEF              00042900
700159         ADD 1 TO WDEF-LINES (SUB-DEF)                            00043000
700159         MOVE WDEF-DEFECT (SUB-DEF) TO DFIXKEY-DEFECT             00043100
700159         MOVE 'P'        TO DFIXKEY-KIND                          00043200
700169         MOVE WCHG-PLAN  TO DFIXKEY-VAL                           00043300
700159         PERFORM C-220-TALLY                                      00043400
700159         MOVE 'T'        TO DFIXKEY-KIND                          00043500
700169         MOVE WCHG-XXYY  TO DFIXKEY-VAL                           00043600
700159         PERFORM C-220-TALLY                                      00043700
700159         MOVE 'D'        TO DFIXKEY-KIND                          00043800
700159         MOVE SPACES     TO DFIXKEY-VAL                           00043900
700169         STRING WCHG-XXYY WCHG-DENUM                              00044000
700159             DELIMITED BY SIZE INTO DFIXKEY-VAL                   00044100
700159         PERFORM C-220-TALLY                                      00044200
700169         IF  WCHG-PART NOT = SPACES                               00044300
700159             MOVE 'R'        TO DFIXKEY-KIND                      00044400
700159             MOVE SPACES     TO DFIXKEY-VAL                       00044500
700169             STRING WCHG-PLAN WCHG-PART                           00044600
700159                 DELIMITED BY SIZE INTO DFIXKEY-VAL               00044700
700159             PERFORM C-220-TALLY.                                 00044800
           SKIP2                                                        00044900
700159 C-210-SCAN-DSP.                                                  00045000
700169     IF  (WDSP-PLAN (SUB-DSP) = WCHG-PLAN                         00045100
700159           OR WDSP-PLAN (SUB-DSP) = 'ALL'                         00045200
700159           OR (WDSP-PLAN-HI (SUB-DSP) NOT = SPACES                00045300
700169             AND WCHG-PLAN NOT < WDSP-PLAN (SUB-DSP)              00045400
700169             AND WCHG-PLAN NOT > WDSP-PLAN-HI (SUB-DSP)))         00045500
700169         AND WDSP-XXYY (SUB-DSP) = WCHG-XXYY                      00045600
700169         AND (WDSP-DENUM (SUB-DSP) = WCHG-DENUM                   00045700
700159           OR WDSP-DENUM (SUB-DSP) = '***')                       00045800
700159         MOVE SUB-DSP TO WDSP-HIT-SUB.                            00045900
           SKIP2                                                        00046000
700159 C-220-TALLY.                                                     00046100
700159     SET DFIXIA-OPER-GET TO TRUE.                                 00046200
700159     PERFORM T-900-CALL-DFIX.                                     00046300
700159     IF  DFIXIA-RC-ERROR                                          00046400
700159         MOVE ZERO TO DFIXDAT-LINES                               00046500
700159         IF  DFIXKEY-KIND = 'P'                                   00046600
700159             ADD 1 TO WDEF-PLANS (SUB-DEF)                        00046700
700159         ELSE IF  DFIXKEY-KIND = 'T'                              00046800
700159             ADD 1 TO WDEF-TYPES (SUB-DEF)                        00046900
700159         ELSE IF  DFIXKEY-KIND = 'D'                              00047000
700159             ADD 1 TO WDEF-DES (SUB-DEF)                          00047100
700159         ELSE                                                     00047200
700159             ADD 1 TO WDEF-PARTS (SUB-DEF).                       00047300
700159     ADD 1 TO DFIXDAT-LINES.                                      00047400
700159     SET DFIXIA-OPER-UPDATE TO TRUE.                              00047500
700159     PERFORM T-900-CALL-DFIX.                                     00047600
           SKIP2                                                        00047700
700159***************************                                       00047800
700159*** Defect ageing                                                 00047900
700159***************************                                       00048000
700159*** Every defect still on the master starts at night 1 with       00048100
700159*** tonight as its first sighting; the prior history then         00048200
700159*** carries the first sighting forward and adds tonight to the    00048300
700159*** nights already counted.  A rerun on the same run date does    00048400
700159*** not count the night twice.  Only open defects age.            00048500
700159 D-100-AGE-DEFECTS.                                               00048600
700159     PERFORM D-105-INIT-AGE                                       00048700
700159       VARYING SUB-DEF FROM 1 BY 1                                00048800
700159         UNTIL SUB-DEF > WDEF-COUNT.                              00048900
700159     OPEN INPUT DEFHIN-FILE.                                      00049000
700159     IF  WDEFHIN-FS-NOFILE                                        00049100
700159         DISPLAY 'BaDefImp-311 No DEFHIN history, every defect '  00049200
700159             'starts tonight'                                     00049300
700159     ELSE IF  NOT WDEFHIN-FS-OK                                   00049400
700159         DISPLAY 'BaDefImp-306 DEFHIN dd OPEN failed:'            00049500
700159             WDEFHIN-FS                                           00049600
700159         MOVE 8 TO RETURN-CODE                                    00049700
700159         STOP RUN                                                 00049800
700159     ELSE                                                         00049900
700159         PERFORM D-110-READ-HIST                                  00050000
700159           WITH TEST AFTER                                        00050100
700159           UNTIL NOT WDEFHIN-FS-OK                                00050200
700159         CLOSE DEFHIN-FILE.                                       00050300
700159     PERFORM D-200-WRITE-HIST                                     00050400
700159       VARYING SUB-DEF FROM 1 BY 1                                00050500
700159         UNTIL SUB-DEF > WDEF-COUNT.                              00050600
           SKIP2                                                        00050700
700159 D-105-INIT-AGE.                                                  00050800
700159     MOVE WRUN-DATE TO WDEF-FIRST-SEEN (SUB-DEF).                 00050900
700159     IF  WDEF-OPEN-YES (SUB-DEF)                                  00051000
700159         MOVE 1 TO WDEF-NIGHTS (SUB-DEF)                          00051100
700159     ELSE                                                         00051200
700159         MOVE ZERO TO WDEF-NIGHTS (SUB-DEF).                      00051300
           SKIP2                                                        00051400
700159 D-110-READ-HIST.                                                 00051500
700159     READ DEFHIN-FILE                                             00051600
700159         AT END                                                   00051700
700159             NEXT SENTENCE.                                       00051800
700159     IF  WDEFHIN-FS-OK                                            00051900
700159         AND DFH-FIRST-SEEN OF DEFHIN-REC IS NUMERIC              00052000
700159         AND DFH-LAST-SEEN OF DEFHIN-REC IS NUMERIC               00052100
700159         AND DFH-NIGHTS OF DEFHIN-REC IS NUMERIC                  00052200
700159         ADD 1 TO WCTR-HIST-READ                                  00052300
700159         MOVE ZERO TO WDEF-HIT-SUB                                00052400
700159         PERFORM D-115-SCAN-HIST                                  00052500
700159           VARYING SUB-DEF FROM 1 BY 1                            00052600
700159             UNTIL SUB-DEF > WDEF-COUNT                           00052700
700159                OR WDEF-HIT-SUB > ZERO                            00052800
700159         IF  WDEF-HIT-SUB > ZERO                                  00052900
700159             PERFORM D-120-CARRY-AGE.                             00053000
           SKIP2                                                        00053100
700159 D-115-SCAN-HIST.                                                 00053200
700159     IF  WDEF-DEFECT (SUB-DEF) = DFH-DEFECT OF DEFHIN-REC         00053300
700159         MOVE SUB-DEF TO WDEF-HIT-SUB.                            00053400
           SKIP2                                                        00053500
700159 D-120-CARRY-AGE.                                                 00053600
700159     MOVE DFH-FIRST-SEEN OF DEFHIN-REC                            00053700
700159         TO WDEF-FIRST-SEEN (WDEF-HIT-SUB).                       00053800
700159     IF  DFH-LAST-SEEN OF DEFHIN-REC = WRUN-DATE                  00053900
700159         OR NOT WDEF-OPEN-YES (WDEF-HIT-SUB)                      00054000
700159         MOVE DFH-NIGHTS OF DEFHIN-REC                            00054100
700159             TO WDEF-NIGHTS (WDEF-HIT-SUB)                        00054200
700159     ELSE                                                         00054300
700159         COMPUTE WDEF-NIGHTS (WDEF-HIT-SUB) =                     00054400
700159             DFH-NIGHTS OF DEFHIN-REC + 1.                        00054500
           SKIP2                                                        00054600
700159 D-200-WRITE-HIST.                                                00054700
700159     MOVE SPACES TO WDEFHOUT-LINE.                                00054800
700159     MOVE WDEF-DEFECT (SUB-DEF) TO DFH-DEFECT OF WDEFHOUT-LINE.   00054900
700159     MOVE WDEF-FIRST-SEEN (SUB-DEF)                               00055000
700159         TO DFH-FIRST-SEEN OF WDEFHOUT-LINE.                      00055100
700159     MOVE WRUN-DATE TO DFH-LAST-SEEN OF WDEFHOUT-LINE.            00055200
700159     MOVE WDEF-NIGHTS (SUB-DEF) TO DFH-NIGHTS OF WDEFHOUT-LINE.   00055300
700159     WRITE DEFHOUT-REC FROM WDEFHOUT-LINE.                        00055400
700159     ADD 1 TO WCTR-HIST-WRITTEN.                                  00055500
           SKIP2                                                        00055600
700159***************************                                       00055700
700159*** Impact listing                                                00055800
700159***************************                                       00055900
700159*** Heaviest defect first: each pass picks the unprinted defect   00056000
700159*** covering the most difference lines, ties going to the one     00056100
700159*** open longest.                                                 00056200
700159 E-100-RPT-DEFECTS.                                               00056300
700159     MOVE RDTITLE1-LINE TO WPRINT-TITLE1.                         00056400
700159     MOVE ' Defects by Nightly Impact' TO RPTHDR-SUBTITLE.        00056500
700159     PERFORM V-150-NEWPAGE.                                       00056600
700159     PERFORM E-110-PRINT-NEXT                                     00056700
700159       VARYING SUB-DEF FROM 1 BY 1                                00056800
700159         UNTIL SUB-DEF > WDEF-COUNT.                              00056900
700159     IF  WDEF-COUNT = ZERO                                        00057000
700159         MOVE ' No defect numbers on the disposition master'      00057100
700159             TO WPRINT-LINE                                       00057200
700159         PERFORM V-100-PRINT-LINE.                                00057300
           SKIP2                                                        00057400
700159 E-110-PRINT-NEXT.                                                00057500
700159     MOVE ZERO TO WDEF-BEST-SUB.                                  00057600
700159     PERFORM E-120-PICK-HEAVIEST                                  00057700
700159       VARYING WDEF-HIT-SUB FROM 1 BY 1                           00057800
700159         UNTIL WDEF-HIT-SUB > WDEF-COUNT.                         00057900
700159     IF  WDEF-BEST-SUB > ZERO                                     00058000
700159         SET WDEF-PRINTED-YES (WDEF-BEST-SUB) TO TRUE             00058100
700159         PERFORM E-130-FMT-DEFECT                                 00058200
700159         MOVE RDDAT1-LINE TO WPRINT-LINE                          00058300
700159         PERFORM V-100-PRINT-LINE                                 00058400
700159         ADD 1 TO WCTR-PRINTED.                                   00058500
           SKIP2                                                        00058600
700159 E-120-PICK-HEAVIEST.                                             00058700
700159     IF  NOT WDEF-PRINTED-YES (WDEF-HIT-SUB)                      00058800
700159         IF  WDEF-BEST-SUB = ZERO                                 00058900
700159             MOVE WDEF-HIT-SUB TO WDEF-BEST-SUB                   00059000
700159         ELSE                                                     00059100
700159         IF  WDEF-LINES (WDEF-HIT-SUB)                            00059200
700159                 > WDEF-LINES (WDEF-BEST-SUB)                     00059300
700159             OR (WDEF-LINES (WDEF-HIT-SUB)                        00059400
700159                 = WDEF-LINES (WDEF-BEST-SUB)                     00059500
700159               AND WDEF-NIGHTS (WDEF-HIT-SUB)                     00059600
700159                 > WDEF-NIGHTS (WDEF-BEST-SUB))                   00059700
700159             MOVE WDEF-HIT-SUB TO WDEF-BEST-SUB.                  00059800
           SKIP2                                                        00059900
700159 E-130-FMT-DEFECT.                                                00060000
700159     MOVE SPACES TO RDDAT1-LINE.                                  00060100
700159     MOVE WDEF-DEFECT (WDEF-BEST-SUB)     TO RDDAT1-DEFECT.       00060200
700159     IF  WDEF-OPEN-YES (WDEF-BEST-SUB)                            00060300
700159         MOVE 'OPEN'     TO RDDAT1-STATUS                         00060400
700159     ELSE                                                         00060500
700159         MOVE 'RESOLVED' TO RDDAT1-STATUS.                        00060600
700159     MOVE WDEF-NIGHTS (WDEF-BEST-SUB)     TO RDDAT1-NIGHTS.       00060700
700159     MOVE WDEF-FIRST-SEEN (WDEF-BEST-SUB) TO RDDAT1-FIRST-SEEN.   00060800
700159     MOVE WDEF-LINES (WDEF-BEST-SUB)      TO RDDAT1-LINES.        00060900
700159     MOVE WDEF-PLANS (WDEF-BEST-SUB)      TO RDDAT1-PLANS.        00061000
700159     MOVE WDEF-TYPES (WDEF-BEST-SUB)      TO RDDAT1-TYPES.        00061100
700159     MOVE WDEF-DES (WDEF-BEST-SUB)        TO RDDAT1-DES.          00061200
700159     MOVE WDEF-PARTS (WDEF-BEST-SUB)      TO RDDAT1-PARTS.        00061300
700159     MOVE WDEF-ROWS (WDEF-BEST-SUB)       TO RDDAT1-ROWS.         00061400
           SKIP2                                                        00061500
700159***************************                                       00061600
700159*** Distinct-count container                                      00061700
700159***************************                                       00061800
700159 T-800-SETUP-DFIX.                                                00061900
700159     MOVE 'DefImpct'        TO DFIXHDR-NAME.                      00062000
700159     SET DFIXHDR-TYPE-ORDERED    TO TRUE.                         00062100
700159     SET DFIXIA-MODE-MOVE        TO TRUE.                         00062200
700159     SET DFIXIA-OPER-CO-SETUP    TO TRUE.                         00062300
700159     PERFORM T-900-CALL-DFIX.                                     00062400
700159     IF  DFIXIA-RC-ERROR                                          00062500
700159         DISPLAY 'BaDefImp-432 DFIX setup failed'                 00062600
700159         MOVE 8 TO RETURN-CODE                                    00062700
700159         STOP RUN.                                                00062800
           SKIP2                                                        00062900
700159 T-900-CALL-DFIX.                                                 00063000
700159     SET DFIXIA-KEY-ADDR      TO ADDRESS OF DFIXKEY-AREA.         00063100
700159     SET DFIXIA-DATA-ADDR     TO ADDRESS OF DFIXDAT-AREA.         00063200
700159     MOVE LENGTH OF DFIXKEY-AREA  TO DFIXHDR-KEY-LENG.            00063300
700159     MOVE LENGTH OF DFIXDAT-AREA  TO DFIXHDR-DATA-LENG.           00063400
700159     CALL 'UTCOINDX' USING SD-AREA                                00063500
700159                      DFIXHDR-AREA                                00063600
700159                      DFIXIA-AREA.                                00063700
           SKIP2                                                        00063800
700159***************************                                       00063900
700159*** Print-line routines                                           00064000
700159***************************                                       00064100
700159 V-100-PRINT-LINE.                                                00064200
700159     IF  WPRINT-LINES-OVER                                        00064300
700159         PERFORM V-150-NEWPAGE.                                   00064400
700159     ADD 1 TO WPRINT-LINES.                                       00064500
700159     WRITE PRINT-LINE FROM WPRINT-LINE                            00064600
700159           AFTER ADVANCING 1 LINE.                                00064700
700159     MOVE SPACES   TO WPRINT-LINE.                                00064800
700159     ADD 1 TO WPRINT-TOT-LINES.                                   00064900
           SKIP2                                                        00065000
700159 V-150-NEWPAGE.                                                   00065100
700159     ADD 1 TO WPRINT-PAGE.                                        00065200
700159     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00065300
700159     MOVE SPACES TO PRINT-LINE.                                   00065400
700159     WRITE PRINT-LINE                                             00065500
700159       AFTER ADVANCING PAGE.                                      00065600
700159     WRITE PRINT-LINE FROM RPTHDR-LINE                            00065700
700159       AFTER ADVANCING 1 LINE.                                    00065800
700159     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00065900
700159       AFTER ADVANCING 1.                                         00066000
700159     MOVE ZERO TO WPRINT-LINES.                                   00066100
700159     ADD 3 TO WPRINT-TOT-LINES.                                   00066200
