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
700172 IDENTIFICATION DIVISION.                                         00000100
700172 PROGRAM-ID. 'BAEVIDPK'.                                          00000200
700172******************************************************************00000300
700172**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700172******************************************************************00000500
700172**  AUTHOR       W. WHITE, Oct 2026                               00000600
700172**  PURPOSE      Quarterly control-evidence package.  For the     00000700
700172**               FROM-TO date range on the control cards, pulls   00000800
700172**               together in one printed package what internal    00000900
700172**               and external audit ask for each quarter:         00001000
700172**                 1 every compare execution on the AUDIT trail,  00001100
700172**                   with its control deck and outcome, and the   00001200
700172**                   state of the trail's tamper-evident chain    00001300
700172**                 2 every DE-policy approval from the MSTJRNL    00001400
700172**                   change journal, with the staging and the     00001500
700172**                   approving operator                           00001600
700172**                 3 every disposition opened, changed or closed  00001700
700172**                   (journal) and every one that expired in the  00001800
700172**                   range (DISPMST master)                       00001900
700172**                 4 every breach run, with the tickets it raised 00002000
700172**                   and their acknowledgment status from the     00002100
700172**                   BATICREC history (TICKHIST)                  00002200
700172**                 5 every night in the range with no compare     00002300
700172**               Each section closes with its control totals and  00002400
700172**               the package ends with an index of the sections,  00002500
700172**               the page each starts on and its totals.          00002600
700172**               A breach ties to the tickets BATICREC recorded   00002700
700172**               on the breach date or the day after (the feed    00002800
700172**               is reconciled the morning after the compare).    00002900
700172**                                                                00003000
700172**               Return codes:                                    00003100
700172**                 0 - package complete, no exceptions            00003200
700172**                 4 - exceptions listed (breach with no ticket,  00003300
700172**                     unacknowledged ticket, night with no       00003400
700172**                     compare, same operator staging and         00003500
700172**                     approving), an optional source missing,    00003600
700172**                     or a control card rejected                 00003700
700172**                 8 - the AUDIT chain does not verify            00003800
700172**                16 - no valid FROM/TO, or AUDIT unreadable      00003900
700172******************************************************************00004000
700172**  REVISIONS:                                                    00004100
700172******************************************************************00004200
700172**  Input                                                         00004300
700172**   . IN110    - Control File                                    00004400
700172**                  FROM ccyymmdd  - first date of the range      00004500
700172**                  TO   ccyymmdd  - last date of the range       00004600
700172**   . AUDIT    - Cross-run audit trail written by BABKCMP        00004700
700172**   . AUDKEY   - Audit chain seed (see UTAUDHSH)                 00004800
700172**   . MSTJRNL  - Master change journal (see MSTJRNL copybook)    00004900
700172**   . DISPMST  - Keyed disposition master, read for expiries     00005000
700172**   . TICKHIST - Ticket acknowledgment history from BATICREC     00005100
700172******************************************************************00005200
700172**  Output                                                        00005300
700172**   . SYSOUT   - Displayed Information                           00005400
700172**   . REPORT   - The evidence package                            00005500
700172******************************************************************00005600
700172 ENVIRONMENT DIVISION.                                            00005700
700172 CONFIGURATION SECTION.                                           00005800
700172 INPUT-OUTPUT SECTION.                                            00005900
           SKIP2                                                        00006000
700172 FILE-CONTROL.                                                    00006100
700172     SELECT PRINT-FILE                                            00006200
700172         ASSIGN TO UT-S-REPORT                                    00006300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006400
700172         FILE STATUS WPRINT-FS.                                   00006500
700172     SELECT AUDIT-FILE                                            00006600
700172         ASSIGN TO UT-S-AUDIT                                     00006700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006800
700172         FILE STATUS WAUDIT-FS.                                   00006900
700172     SELECT MSTJRNL-FILE                                          00007000
700172         ASSIGN TO UT-S-MSTJRNL                                   00007100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007200
700172         FILE STATUS WMSTJRNL-FS.                                 00007300
700172     SELECT DISPMST-FILE                                          00007400
700172         ASSIGN TO DISPMST                                        00007500
700172         ORGANIZATION IS INDEXED                                  00007600
700172         ACCESS MODE IS SEQUENTIAL                                00007700
700172         RECORD KEY IS DSPM-KEY                                   00007800
700172         FILE STATUS WDISPMST-FS.                                 00007900
700172     SELECT TICKHIST-FILE                                         00008000
700172         ASSIGN TO UT-S-TICKHIST                                  00008100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008200
700172         FILE STATUS WTICKHIST-FS.                                00008300
700172 DATA DIVISION.                                                   00008400
           SKIP2                                                        00008500
700172 FILE SECTION.                                                    00008600
           SKIP1                                                        00008700
700172 FD  PRINT-FILE                                                   00008800
700172     BLOCK CONTAINS 0 RECORDS                                     00008900
700172     LABEL RECORDS ARE STANDARD.                                  00009000
           SKIP2                                                        00009100
700172 01 PRINT-LINE                PIC X(133).                         00009200
           SKIP2                                                        00009300
700172*** Same row layout A-930-WRITE-AUDIT appends in BABKCMP.         00009400
700172 FD  AUDIT-FILE                                                   00009500
700172     BLOCK CONTAINS 0 RECORDS                                     00009600
700172     LABEL RECORDS ARE STANDARD.                                  00009700
           SKIP2                                                        00009800
700172 01  AUDIT-LINE.                                                  00009900
700172     05  AUDIT-CONTENT.                                           00010000
700172         10  AUDIT-DATE.                                          00010100
700172             15  AUDIT-DATE-YY PIC XX.                            00010200
700172             15  FILLER        PIC X.                             00010300
700172             15  AUDIT-DATE-MM PIC XX.                            00010400
700172             15  FILLER        PIC X.                             00010500
700172             15  AUDIT-DATE-DD PIC XX.                            00010600
700172         10  FILLER            PIC X.                             00010700
700172         10  AUDIT-TIME        PIC X(11).                         00010800
700172         10  FILLER            PIC X.                             00010900
700172         10  AUDIT-CARDS       PIC X(60).                         00011000
700172         10  FILLER            PIC X.                             00011100
700172         10  AUDIT-MATCHED     PIC X(8).                          00011200
700172         10  FILLER            PIC X.                             00011300
700172         10  AUDIT-DIFFERENT   PIC X(8).                          00011400
700172         10  FILLER            PIC X.                             00011500
700172         10  AUDIT-EXTRA1      PIC X(8).                          00011600
700172         10  FILLER            PIC X.                             00011700
700172         10  AUDIT-EXTRA2      PIC X(8).                          00011800
700172         10  FILLER            PIC X.                             00011900
700172         10  AUDIT-BREACH      PIC X(3).                          00012000
700172         10  FILLER            PIC X(40).                         00012100
700172     05  FILLER                PIC X.                             00012200
700172     05  AUDIT-CHAIN           PIC X(10).                         00012300
700172     05  AUDIT-CHAIN-N REDEFINES AUDIT-CHAIN                      00012400
700172                               PIC 9(10).                         00012500
           SKIP2                                                        00012600
700172 FD  MSTJRNL-FILE                                                 00012700
700172     BLOCK CONTAINS 0 RECORDS                                     00012800
700172     LABEL RECORDS ARE STANDARD.                                  00012900
           SKIP2                                                        00013000
700172 01  MSTJRNL-REC. COPY MSTJRNL.                                   00013100
           SKIP2                                                        00013200
700172 FD  DISPMST-FILE                                                 00013300
700172     LABEL RECORDS ARE STANDARD.                                  00013400
           SKIP2                                                        00013500
700172 01  DISPMST-REC. COPY DISPMST.                                   00013600
           SKIP2                                                        00013700
700172 FD  TICKHIST-FILE                                                00013800
700172     BLOCK CONTAINS 0 RECORDS                                     00013900
700172     LABEL RECORDS ARE STANDARD.                                  00014000
           SKIP2                                                        00014100
700172 01  TICKHIST-REC. COPY TICKHIST.                                 00014200
           SKIP2                                                        00014300
700172 WORKING-STORAGE SECTION.                                         00014400
700172 77  WCTR-RUNS             PIC 9(7)     VALUE ZERO.               00014500
700172 77  WCTR-RUN-BREACHES     PIC 9(7)     VALUE ZERO.               00014600
700172 77  WCTR-RUN-ABENDS       PIC 9(7)     VALUE ZERO.               00014700
700172 77  WTOT-RUN-DIFFS        PIC 9(11)    VALUE ZERO.               00014800
700172 77  WCTR-APPROVALS        PIC 9(7)     VALUE ZERO.               00014900
700172 77  WCTR-SAME-OPER        PIC 9(7)     VALUE ZERO.               00015000
700172 77  WCTR-POL-OTHER        PIC 9(7)     VALUE ZERO.               00015100
700172 77  WCTR-DSP-OPENED       PIC 9(7)     VALUE ZERO.               00015200
700172 77  WCTR-DSP-CHANGED      PIC 9(7)     VALUE ZERO.               00015300
700172 77  WCTR-DSP-CLOSED       PIC 9(7)     VALUE ZERO.               00015400
700172 77  WCTR-DSP-EXPIRED      PIC 9(7)     VALUE ZERO.               00015500
700172 77  WCTR-TKT-TIED         PIC 9(7)     VALUE ZERO.               00015600
700172 77  WCTR-TKT-ACKED        PIC 9(7)     VALUE ZERO.               00015700
700172 77  WCTR-TKT-MISSING      PIC 9(7)     VALUE ZERO.               00015800
700172 77  WCTR-TKT-UNTIED       PIC 9(7)     VALUE ZERO.               00015900
700172 77  WCTR-BRC-NOTKT        PIC 9(7)     VALUE ZERO.               00016000
700172 77  WCTR-NIGHTS           PIC 9(7)     VALUE ZERO.               00016100
700172 77  WCTR-NIGHTS-RUN       PIC 9(7)     VALUE ZERO.               00016200
700172 77  WCTR-NIGHTS-NONE      PIC 9(7)     VALUE ZERO.               00016300
700172 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00016400
700172 77  WCTR-SRC-MISSING      PIC 9(5)     VALUE ZERO.               00016500
700172 77  WCTR-BRC-TKTS         PIC 9(5)     VALUE ZERO.               00016600
700172 77  WNUM-DIFF             PIC 9(8)     VALUE ZERO.               00016700
700172 77  SUB-RUND              PIC S9(4) BINARY VALUE ZERO.           00016800
700172 77  SUB-BRC               PIC S9(4) BINARY VALUE ZERO.           00016900
700172 77  SUB-TKT               PIC S9(4) BINARY VALUE ZERO.           00017000
700172 77  SUB-SEC               PIC S9(4) BINARY VALUE ZERO.           00017100
700172 77  WRUND-HIT-FLG         PIC X        VALUE 'N'.                00017200
700172     88  WRUND-HIT-YES     VALUE 'Y'.                             00017300
700172 77  WPOL-BEFORE-STATUS    PIC X        VALUE SPACE.              00017400
700172 77  WDSP-ACTION           PIC X(8)     VALUE SPACES.             00017500
700172 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00017600
           SKIP2                                                        00017700
700172 01  WPRINT-AREA.                                                 00017800
700172     05  WPRINT-FS                 PIC XX  VALUE '00'.            00017900
700172         88  WPRINT-FS-OK VALUE '00'.                             00018000
700172     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00018100
700172     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00018200
700172     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00018300
700172     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00018400
700172         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00018500
700172     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00018600
           SKIP2                                                        00018700
700172 01  WAUDIT-FS             PIC XX  VALUE '00'.                    00018800
700172     88  WAUDIT-FS-OK      VALUE '00'.                            00018900
700172 01  WMSTJRNL-FS           PIC XX  VALUE '00'.                    00019000
700172     88  WMSTJRNL-FS-OK    VALUE '00'.                            00019100
700172 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00019200
700172     88  WDISPMST-FS-OK    VALUE '00'.                            00019300
700172 01  WTICKHIST-FS          PIC XX  VALUE '00'.                    00019400
700172     88  WTICKHIST-FS-OK   VALUE '00'.                            00019500
           SKIP2                                                        00019600
700172*** Date work: an audit row's YY/MM/DD as ccyymmdd, and the       00019700
700172*** calendar walk for the no-compare nights.                      00019800
700172 01  WROW-DATE             PIC 9(8)     VALUE ZERO.               00019900
700172 01  WROW-DATE-X REDEFINES WROW-DATE                              00020000
700172                           PIC X(8).                              00020100
700172 01  WCAL-DATE             PIC 9(8)     VALUE ZERO.               00020200
700172 01  WCAL-DATE-R REDEFINES WCAL-DATE.                             00020300
700172     05  WCAL-CCYY         PIC 9(4).                              00020400
700172     05  WCAL-MM           PIC 99.                                00020500
700172     05  WCAL-DD           PIC 99.                                00020600
700172 01  WCAL-NEXT             PIC 9(8)     VALUE ZERO.               00020700
700172 01  WCAL-WORK.                                                   00020800
700172     05  WCAL-QUOT         PIC 9(4)     VALUE ZERO.               00020900
700172     05  WCAL-REM4         PIC 9(4)     VALUE ZERO.               00021000
700172     05  WCAL-REM100       PIC 9(4)     VALUE ZERO.               00021100
700172     05  WCAL-REM400       PIC 9(4)     VALUE ZERO.               00021200
700172     05  WCAL-MONTH-DAYS   PIC 99       VALUE ZERO.               00021300
700172 01  WCAL-DAYS-TABLE.                                             00021400
700172     05  FILLER            PIC X(24)    VALUE                     00021500
700172         '312831303130313130313031'.                              00021600
700172 01  WCAL-DAYS-R REDEFINES WCAL-DAYS-TABLE.                       00021700
700172     05  WCAL-DAYS         PIC 99       OCCURS 12 TIMES.          00021800
           SKIP2                                                        00021900
700172*** Chain state carried row to row, as BAAUDCHK keeps it.         00022000
700172 01  WCHN-AREA.                                                   00022100
700172     05  WCHN-PREV             PIC 9(10)    VALUE ZERO.           00022200
700172     05  WCHN-ROWS             PIC 9(7)     VALUE ZERO.           00022300
700172     05  WCHN-STARTED          PIC X        VALUE 'N'.            00022400
700172         88  WCHN-STARTED-YES  VALUE 'Y'.                         00022500
700172     05  WCHN-BROKEN           PIC X        VALUE 'N'.            00022600
700172         88  WCHN-BROKEN-YES   VALUE 'Y'.                         00022700
700172     05  WCHN-BREAK-ROW        PIC 9(7)     VALUE ZERO.           00022800
           SKIP2                                                        00022900
700172*** Journal images in the DEPOLMST and DISPMST layouts - same     00023000
700172*** shapes as those copybooks, named apart from the DISPMST       00023100
700172*** master's own record.                                          00023200
700172 01  WJDP-REC.                                                    00023300
700172     05  WJDP-KEY.                                                00023400
700172         10  WJDP-XXYY        PIC X(4).                           00023500
700172         10  WJDP-DENUM       PIC X(3).                           00023600
700172     05  WJDP-CLASS           PIC X.                              00023700
700172     05  WJDP-CRIT            PIC X.                              00023800
700172     05  WJDP-SRCPROC         PIC X(13).                          00023900
700172     05  WJDP-APPR-STATUS     PIC X.                              00024000
700172         88  WJDP-APPR-APPROVED VALUE 'A'.                        00024100
700172     05  WJDP-STAGED-BY       PIC X(8).                           00024200
700172     05  WJDP-APPROVED-BY     PIC X(8).                           00024300
700172     05  FILLER               PIC X(41).                          00024400
700172 01  WJDS-REC.                                                    00024500
700172     05  WJDS-KEY.                                                00024600
700191         10  WJDS-PLAN-NUM    PIC X(10).                          00024700
700172         10  WJDS-XXYY        PIC X(4).                           00024800
700172         10  WJDS-DENUM       PIC X(3).                           00024900
700172     05  WJDS-STATUS          PIC X(12).                          00025000
700172     05  WJDS-DEFECT          PIC X(8).                           00025100
700172     05  WJDS-EXPIRY          PIC 9(8).                           00025200
700191     05  WJDS-PLAN-HI         PIC X(10).                          00025300
700191     05  FILLER               PIC X(25).                          00025400
700172 01  WJDS-BEFORE-STATUS       PIC X(12)    VALUE SPACES.          00025500
           SKIP2                                                        00025600
700172*** Distinct run dates inside the range, in trail order.          00025700
700172 01  WRUND-AREA.                                                  00025800
700172     05  WRUND-COUNT           PIC S9(4) BINARY VALUE ZERO.       00025900
700172     05  WRUND-MAX-ENTRIES     PIC S9(4) BINARY VALUE 1000.       00026000
700172     05  WRUND-DATE            PIC 9(8)  VALUE ZERO               00026100
700172                               OCCURS 1000 TIMES.                 00026200
           SKIP2                                                        00026300
700172*** Breach runs inside the range, for the breach section.         00026400
700172 01  WBRC-AREA.                                                   00026500
700172     05  WBRC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00026600
700172     05  WBRC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 1000.       00026700
700172     05  WBRC-ENTRY OCCURS 1000 TIMES.                            00026800
700172         10  WBRC-DATE         PIC 9(8)  VALUE ZERO.              00026900
700172         10  WBRC-NEXT-DATE    PIC 9(8)  VALUE ZERO.              00027000
700172         10  WBRC-TIME         PIC X(11) VALUE SPACES.            00027100
700172         10  WBRC-DIFFERENT    PIC X(8)  VALUE SPACES.            00027200
700172         10  WBRC-CARDS        PIC X(40) VALUE SPACES.            00027300
           SKIP2                                                        00027400
700172*** Ticket history rows from the range start to the day after     00027500
700172*** its end.                                                      00027600
700172 01  WTKT-AREA.                                                   00027700
700172     05  WTKT-COUNT            PIC S9(4) BINARY VALUE ZERO.       00027800
700172     05  WTKT-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00027900
700172     05  WTKT-ENTRY OCCURS 3000 TIMES.                            00028000
700172         10  WTKT-DATE         PIC 9(8)  VALUE ZERO.              00028100
700191         10  WTKT-PLAN         PIC X(10) VALUE SPACES.            00028200
700172         10  WTKT-XXYY         PIC X(4)  VALUE SPACES.            00028300
700172         10  WTKT-DE-DIFFS     PIC X(9)  VALUE SPACES.            00028400
700172         10  WTKT-STATUS       PIC X(8)  VALUE SPACES.            00028500
700172         10  WTKT-RESOLUTION   PIC X(12) VALUE SPACES.            00028600
700172         10  WTKT-TICKET       PIC X(8)  VALUE SPACES.            00028700
700172         10  WTKT-TIED         PIC X     VALUE 'N'.               00028800
700172             88  WTKT-TIED-YES VALUE 'Y'.                         00028900
           SKIP2                                                        00029000
700172*** The package index: each section's title, first page and the   00029100
700172*** control totals line it closed with.                           00029200
700172 01  WSEC-AREA.                                                   00029300
700172     05  WSEC-ENTRY OCCURS 5 TIMES.                               00029400
700172         10  WSEC-TITLE        PIC X(40) VALUE SPACES.            00029500
700172         10  WSEC-PAGE         PIC ZZZZ9 VALUE ZERO.              00029600
700172         10  WSEC-TOTALS       PIC X(80) VALUE SPACES.            00029700
           SKIP2                                                        00029800
700172 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00029900
700172 01  WCTL-AREA.                                                   00030000
700172     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00030100
700172         88  WCTL-CMD-FROM       VALUE 'FROM'.                    00030200
700172         88  WCTL-CMD-TO         VALUE 'TO'.                      00030300
700172     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00030400
700172     05  WCTL-FROM               PIC 9(8)  VALUE ZERO.            00030500
700172     05  WCTL-TO                 PIC 9(8)  VALUE ZERO.            00030600
700172     05  WCTL-TO-NEXT            PIC 9(8)  VALUE ZERO.            00030700
           SKIP2                                                        00030800
700172 01  RPTHDR-LINE.                                                 00030900
700172         05   FILLER     PIC X(02) VALUE                          00031000
700172           ' '.                                                   00031100
700172         05   FILLER     PIC X(28) VALUE                          00031200
700172           'OmniPlus Control Evidence'.                           00031300
700172         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00031400
700172         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00031500
700172         05   FILLER     PIC X(6)  VALUE                          00031600
700172           '  Page'.                                              00031700
700172         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00031800
           SKIP2                                                        00031900
700172 01  RRTITLE1-LINE.                                               00032000
700172     05  FILLER   PIC X(44) VALUE                                 00032100
700172         ' Date      Time          Matched Different '.           00032200
700172     05  FILLER   PIC X(44) VALUE                                 00032300
700172         '  Extra-1  Extra-2 Breach Control deck'.                00032400
700172     05  FILLER   PIC X(45) VALUE SPACES.                         00032500
           SKIP2                                                        00032600
700172 01  RRDAT1-LINE.                                                 00032700
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00032800
700172     05  RRDAT1-DATE          PIC X(8)  VALUE SPACES.             00032900
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00033000
700172     05  RRDAT1-TIME          PIC X(11) VALUE SPACES.             00033100
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00033200
700172     05  RRDAT1-MATCHED       PIC X(8)  VALUE SPACES.             00033300
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00033400
700172     05  RRDAT1-DIFFERENT     PIC X(8)  VALUE SPACES.             00033500
700172     05  FILLER               PIC X(3)  VALUE SPACES.             00033600
700172     05  RRDAT1-EXTRA1        PIC X(8)  VALUE SPACES.             00033700
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00033800
700172     05  RRDAT1-EXTRA2        PIC X(8)  VALUE SPACES.             00033900
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00034000
700172     05  RRDAT1-BREACH        PIC X(3)  VALUE SPACES.             00034100
700172     05  FILLER               PIC X(4)  VALUE SPACES.             00034200
700172     05  RRDAT1-CARDS         PIC X(60) VALUE SPACES.             00034300
           SKIP2                                                        00034400
700172 01  RPTITLE1-LINE.                                               00034500
700172     05  FILLER   PIC X(44) VALUE                                 00034600
700172         ' Date     Time     Type DE  Cl Cr Staged by '.          00034700
700172     05  FILLER   PIC X(44) VALUE                                 00034800
700172         'Approved by Source proc   Approving job'.               00034900
700172     05  FILLER   PIC X(45) VALUE SPACES.                         00035000
           SKIP2                                                        00035100
700172 01  RPDAT1-LINE.                                                 00035200
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00035300
700172     05  RPDAT1-DATE          PIC 9(8)  VALUE ZERO.               00035400
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00035500
700172     05  RPDAT1-TIME          PIC 9(8)  VALUE ZERO.               00035600
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00035700
700172     05  RPDAT1-XXYY          PIC X(4)  VALUE SPACES.             00035800
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00035900
700172     05  RPDAT1-DENUM         PIC X(3)  VALUE SPACES.             00036000
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00036100
700172     05  RPDAT1-CLASS         PIC X(1)  VALUE SPACES.             00036200
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00036300
700172     05  RPDAT1-CRIT          PIC X(1)  VALUE SPACES.             00036400
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00036500
700172     05  RPDAT1-STAGED-BY     PIC X(8)  VALUE SPACES.             00036600
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00036700
700172     05  RPDAT1-APPROVED-BY   PIC X(8)  VALUE SPACES.             00036800
700172     05  FILLER               PIC X(4)  VALUE SPACES.             00036900
700172     05  RPDAT1-SRCPROC       PIC X(13) VALUE SPACES.             00037000
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00037100
700172     05  RPDAT1-JOBNAME       PIC X(8)  VALUE SPACES.             00037200
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00037300
700172     05  RPDAT1-NOTE          PIC X(20) VALUE SPACES.             00037400
           SKIP2                                                        00037500
700172 01  RDTITLE1-LINE.                                               00037600
700191     05  FILLER   PIC X(48) VALUE                                 00037700
700191         ' Date     Time     Event    Plan#      Type DE  '.      00037800
700172     05  FILLER   PIC X(44) VALUE                                 00037900
700172         'Status before Status after  Defect   Expiry '.          00038000
700191     05  FILLER   PIC X(41) VALUE                                 00038100
700172         '  Operator Program'.                                    00038200
           SKIP2                                                        00038300
700172 01  RDDAT1-LINE.                                                 00038400
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00038500
700172     05  RDDAT1-DATE          PIC 9(8)  VALUE ZERO.               00038600
700172     05  RDDAT1-DATE-X REDEFINES RDDAT1-DATE                      00038700
700172                              PIC X(8).                           00038800
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00038900
700172     05  RDDAT1-TIME          PIC 9(8)  VALUE ZERO.               00039000
700172     05  RDDAT1-TIME-X REDEFINES RDDAT1-TIME                      00039100
700172                              PIC X(8).                           00039200
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00039300
700172     05  RDDAT1-EVENT         PIC X(8)  VALUE SPACES.             00039400
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00039500
700191     05  RDDAT1-PLAN          PIC X(10) VALUE SPACES.             00039600
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00039700
700172     05  RDDAT1-XXYY          PIC X(4)  VALUE SPACES.             00039800
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00039900
700172     05  RDDAT1-DENUM         PIC X(3)  VALUE SPACES.             00040000
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00040100
700172     05  RDDAT1-STAT-BEFORE   PIC X(12) VALUE SPACES.             00040200
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00040300
700172     05  RDDAT1-STAT-AFTER    PIC X(12) VALUE SPACES.             00040400
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00040500
700172     05  RDDAT1-DEFECT        PIC X(8)  VALUE SPACES.             00040600
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00040700
700172     05  RDDAT1-EXPIRY        PIC X(8)  VALUE SPACES.             00040800
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00040900
700172     05  RDDAT1-OPERATOR      PIC X(8)  VALUE SPACES.             00041000
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00041100
700172     05  RDDAT1-PROGRAM       PIC X(8)  VALUE SPACES.             00041200
           SKIP2                                                        00041300
700172 01  RBTITLE1-LINE.                                               00041400
700172     05  FILLER   PIC X(44) VALUE                                 00041500
700172         ' Breach run          Different  Control deck'.          00041600
700172     05  FILLER   PIC X(44) VALUE                                 00041700
700172         ' / ticket rows'.                                        00041800
700172     05  FILLER   PIC X(45) VALUE SPACES.                         00041900
           SKIP2                                                        00042000
700172 01  RTDAT1-LINE.                                                 00042100
700172     05  FILLER               PIC X(5)  VALUE SPACES.             00042200
700172     05  RTDAT1-LABEL         PIC X(8)  VALUE 'Ticket'.           00042300
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00042400
700172     05  RTDAT1-DATE          PIC 9(8)  VALUE ZERO.               00042500
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00042600
700191     05  RTDAT1-PLAN          PIC X(10) VALUE SPACES.             00042700
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00042800
700172     05  RTDAT1-XXYY          PIC X(4)  VALUE SPACES.             00042900
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00043000
700172     05  RTDAT1-DE-DIFFS      PIC X(9)  VALUE SPACES.             00043100
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00043200
700172     05  RTDAT1-STATUS        PIC X(8)  VALUE SPACES.             00043300
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00043400
700172     05  RTDAT1-TICKET        PIC X(8)  VALUE SPACES.             00043500
700172     05  FILLER               PIC X(1)  VALUE SPACES.             00043600
700172     05  RTDAT1-RESOLUTION    PIC X(12) VALUE SPACES.             00043700
           SKIP2                                                        00043800
700172 01  RXTITLE1-LINE.                                               00043900
700172     05  FILLER   PIC X(44) VALUE                                 00044000
700172         ' Sect Title                                 '.          00044100
700172     05  FILLER   PIC X(44) VALUE                                 00044200
700172         '  Page  Control totals'.                                00044300
700172     05  FILLER   PIC X(45) VALUE SPACES.                         00044400
           SKIP2                                                        00044500
700172 01  RXDAT1-LINE.                                                 00044600
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00044700
700172     05  RXDAT1-SECT          PIC 9     VALUE ZERO.               00044800
700172     05  FILLER               PIC X(3)  VALUE SPACES.             00044900
700172     05  RXDAT1-TITLE         PIC X(40) VALUE SPACES.             00045000
700172     05  RXDAT1-PAGE          PIC X(5)  VALUE SPACES.             00045100
700172     05  FILLER               PIC X(2)  VALUE SPACES.             00045200
700172     05  RXDAT1-TOTALS        PIC X(80) VALUE SPACES.             00045300
           SKIP2                                                        00045400
700172 01  IO-AHS-PARM.                                                 00045500
700172       COPY IOAUDHSH REPLACING 'PROGRAM' BY 'BAEVIDPK'.           00045600
           SKIP2                                                        00045700
700172 01  IO-IN110-PARM.                                               00045800
700172       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAEVIDPK'.            00045900
           SKIP2                                                        00046000
700172 01  IO-ENQ-PARM.                                                 00046100
700172       COPY IOENQ REPLACING 'PROGRAM' BY 'BAEVIDPK'.              00046200
           SKIP3                                                        00046300
700172 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00046400
           EJECT                                                        00046500
700172 PROCEDURE DIVISION.                                              00046600
           SKIP2                                                        00046700
700172 A-100-BODY.                                                      00046800
700172     PERFORM A-105-INIT.                                          00046900
700172     PERFORM A-200-INIT-OPEN.                                     00047000
700172     PERFORM B-100-SECT-RUNS.                                     00047100
700172     PERFORM C-100-SECT-POLICY.                                   00047200
700172     PERFORM D-100-SECT-DISP.                                     00047300
700172     PERFORM E-100-SECT-BREACH.                                   00047400
700172     PERFORM G-100-SECT-NIGHTS.                                   00047500
700172     PERFORM H-100-INDEX.                                         00047600
700172     PERFORM A-900-FINI-CLOSE.                                    00047700
700172     MOVE WRC-FINAL TO RETURN-CODE.                               00047800
700172     GOBACK.                                                      00047900
           SKIP2                                                        00048000
700172 A-105-INIT.                                                      00048100
700172     CALL 'BASDIN' USING SD-AREA.                                 00048200
           SKIP2                                                        00048300
700172 A-200-INIT-OPEN.                                                 00048400
700172     DISPLAY 'BaEvidPk-998 Program Starting'.                     00048500
700172     ACCEPT RPTHDR-DATE FROM DATE.                                00048600
700172     OPEN OUTPUT                                                  00048700
700172               PRINT-FILE.                                        00048800
700172     IF  NOT WPRINT-FS-OK                                         00048900
700172         DISPLAY 'BaEvidPk-53 PRINT dd OPEN failed:'              00049000
700172             WPRINT-FS                                            00049100
700172         STOP RUN.                                                00049200
700172     CALL 'UT110IN'  USING SD-AREA                                00049300
700172               IO-IN110-PARM                                      00049400
700172               IO-IN110-OPEN                                      00049500
700172               CTL-REC.                                           00049600
700172     IF  IO-IN110-ERROR = 'Y'                                     00049700
700172          OR IO-IN110-FILE-STATUS NOT = '00'                      00049800
700172         DISPLAY 'BaEvidPk-301 IN110 file failed to open:'        00049900
700172           IO-IN110-FILE-STATUS                                   00050000
700172         MOVE 16 TO RETURN-CODE                                   00050100
700172         STOP RUN.                                                00050200
700172     PERFORM F-110-READ-IN110.                                    00050300
700172     PERFORM F-100-PROC-CTL                                       00050400
700172       UNTIL IO-IN110-ERROR-YES.                                  00050500
700172     CALL 'UT110IN'  USING SD-AREA                                00050600
700172               IO-IN110-PARM                                      00050700
700172               IO-IN110-CLOSE                                     00050800
700172               CTL-REC.                                           00050900
700172     IF  WCTL-FROM = ZERO                                         00051000
700172         OR WCTL-TO = ZERO                                        00051100
700172         OR WCTL-FROM > WCTL-TO                                   00051200
700172         DISPLAY 'BaEvidPk-302 FROM and TO dates are both '       00051300
700172             'required, FROM not after TO'                        00051400
700172         MOVE 16 TO RETURN-CODE                                   00051500
700172         STOP RUN.                                                00051600
700172     MOVE WCTL-TO TO WCAL-DATE.                                   00051700
700172     PERFORM R-100-NEXT-DATE.                                     00051800
700172     MOVE WCAL-NEXT TO WCTL-TO-NEXT.                              00051900
700172     MOVE 'Compare executions'            TO WSEC-TITLE (1).      00052000
700172     MOVE 'DE-policy approvals'           TO WSEC-TITLE (2).      00052100
700172     MOVE 'Disposition events'            TO WSEC-TITLE (3).      00052200
700172     MOVE 'Breaches and the tickets raised'                       00052300
700172                                          TO WSEC-TITLE (4).      00052400
700172     MOVE 'Nights with no compare'        TO WSEC-TITLE (5).      00052500
700172     MOVE ' Control Evidence Package' TO RPTHDR-SUBTITLE.         00052600
700172     MOVE SPACES TO WPRINT-TITLE1.                                00052700
700172     PERFORM V-150-NEWPAGE.                                       00052800
700172     MOVE SPACES TO WPRINT-LINE.                                  00052900
700172     STRING ' Evidence period ' WCTL-FROM ' through ' WCTL-TO     00053000
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00053100
700172     PERFORM V-100-PRINT-LINE.                                    00053200
700172     MOVE ' Section index and control totals close the package'   00053300
700172         TO WPRINT-LINE.                                          00053400
700172     PERFORM V-100-PRINT-LINE.                                    00053500
           SKIP2                                                        00053600
700172 A-900-FINI-CLOSE.                                                00053700
700172     IF  WCHN-BROKEN-YES                                          00053800
700172         MOVE 8 TO WRC-FINAL                                      00053900
700172     ELSE IF  WCTR-BRC-NOTKT > ZERO                               00054000
700172         OR WCTR-TKT-MISSING > ZERO                               00054100
700172         OR WCTR-NIGHTS-NONE > ZERO                               00054200
700172         OR WCTR-SAME-OPER > ZERO                                 00054300
700172         OR WCTR-SRC-MISSING > ZERO                               00054400
700172         OR WCTR-CTL-ERRORS > ZERO                                00054500
700172         MOVE 4 TO WRC-FINAL.                                     00054600
700172     DISPLAY 'BaEvidPk-444 Runs:' WCTR-RUNS                       00054700
700172       ', Approvals:' WCTR-APPROVALS                              00054800
700172       ', Disposition events:' WCTR-DSP-OPENED ' '                00054900
700172       WCTR-DSP-CHANGED ' ' WCTR-DSP-CLOSED ' ' WCTR-DSP-EXPIRED. 00055000
700172     DISPLAY 'BaEvidPk-445 Breaches:' WCTR-RUN-BREACHES           00055100
700172       ', Tickets tied:' WCTR-TKT-TIED                            00055200
700172       ', Nights without compare:' WCTR-NIGHTS-NONE.              00055300
700172     CLOSE PRINT-FILE.                                            00055400
700172     DISPLAY 'BaEvidPk-998 Program Ending'.                       00055500
           SKIP2                                                        00055600
700172***************************                                       00055700
700172*** Control card handling                                         00055800
700172***************************                                       00055900
700172 F-100-PROC-CTL.                                                  00056000
700172     IF  CTL-REC (1:1) = '*'                                      00056100
700172         DISPLAY 'BaEvidPk-500 Comment:' CTL-REC (1:50)           00056200
700172     ELSE                                                         00056300
700172         PERFORM F-105-CONTINUE.                                  00056400
700172     PERFORM F-110-READ-IN110.                                    00056500
           SKIP2                                                        00056600
700172 F-105-CONTINUE.                                                  00056700
700172     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00056800
700172     UNSTRING CTL-REC DELIMITED BY SPACE                          00056900
700172         INTO WCTL-CMD WCTL-VAL.                                  00057000
700172     DISPLAY 'BaEvidPk-500 CtlCard:' CTL-REC (1:50).              00057100
700172     IF  WCTL-CMD-FROM                                            00057200
700172         AND WCTL-VAL (1:8) IS NUMERIC                            00057300
700172         AND WCTL-VAL (9:1) = SPACE                               00057400
700172         MOVE WCTL-VAL (1:8) TO WCTL-FROM                         00057500
700172     ELSE IF  WCTL-CMD-TO                                         00057600
700172         AND WCTL-VAL (1:8) IS NUMERIC                            00057700
700172         AND WCTL-VAL (9:1) = SPACE                               00057800
700172         MOVE WCTL-VAL (1:8) TO WCTL-TO                           00057900
700172     ELSE                                                         00058000
700172         DISPLAY 'BaEvidPk-501 Invalid Control Card:'             00058100
700172             CTL-REC (1:50)                                       00058200
700172         ADD 1 TO WCTR-CTL-ERRORS.                                00058300
           SKIP2                                                        00058400
700172 F-110-READ-IN110.                                                00058500
700172     CALL 'UT110IN'  USING SD-AREA                                00058600
700172               IO-IN110-PARM                                      00058700
700172               IO-IN110-READ                                      00058800
700172               CTL-REC.                                           00058900
           SKIP2                                                        00059000
700172***************************                                       00059100
700172*** 1 - Compare executions                                        00059200
700172***************************                                       00059300
700172*** The whole trail is walked for the chain check; rows dated     00059400
700172*** inside the range are listed and counted.                      00059500
700172 B-100-SECT-RUNS.                                                 00059600
700172     MOVE 1 TO SUB-SEC.                                           00059700
700172     MOVE RRTITLE1-LINE TO WPRINT-TITLE1.                         00059800
700172     PERFORM V-200-SECT-START.                                    00059900
700172     MOVE 'AUDIT' TO IO-ENQ-RESOURCE.                             00060000
700172     PERFORM R-905-ENQ-RESOURCE.                                  00060100
700172     IF  IO-ENQ-ERROR-YES                                         00060200
700172         DISPLAY 'BaEvidPk-303 AUDIT resource busy past the '     00060300
700172             'wait'                                               00060400
700172         MOVE 16 TO RETURN-CODE                                   00060500
700172         STOP RUN.                                                00060600
700172     OPEN INPUT AUDIT-FILE.                                       00060700
700172     IF  NOT WAUDIT-FS-OK                                         00060800
700172         DISPLAY 'BaEvidPk-304 AUDIT dd OPEN failed:'             00060900
700172             WAUDIT-FS                                            00061000
700172         MOVE 16 TO RETURN-CODE                                   00061100
700172         STOP RUN.                                                00061200
700172     PERFORM B-110-READ-AUDIT.                                    00061300
700172     PERFORM B-120-PROC-RUN                                       00061400
700172       UNTIL WAUDIT-FS NOT = '00'.                                00061500
700172     CLOSE AUDIT-FILE.                                            00061600
700172     MOVE 'AUDIT' TO IO-ENQ-RESOURCE.                             00061700
700172     PERFORM R-906-DEQ-RESOURCE.                                  00061800
700172     MOVE SPACES TO WPRINT-LINE.                                  00061900
700172     PERFORM V-100-PRINT-LINE.                                    00062000
700172     STRING ' Runs: ' WCTR-RUNS                                   00062100
700172         '  Breaches: ' WCTR-RUN-BREACHES                         00062200
700172         '  Abended: ' WCTR-RUN-ABENDS                            00062300
700172         '  Differences: ' WTOT-RUN-DIFFS                         00062400
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00062500
700172     MOVE WPRINT-LINE (2:80) TO WSEC-TOTALS (1).                  00062600
700172     PERFORM V-100-PRINT-LINE.                                    00062700
700172     IF  WCHN-BROKEN-YES                                          00062800
700172         STRING ' *** AUDIT CHAIN BROKEN AT ROW ' WCHN-BREAK-ROW  00062900
700172             ' - the rows above are not proven; run BAAUDCHK ***' 00063000
700172             DELIMITED BY SIZE INTO WPRINT-LINE                   00063100
700172         DISPLAY 'BaEvidPk-202 Audit chain broken at row '        00063200
700172             WCHN-BREAK-ROW                                       00063300
700172     ELSE IF  WCHN-STARTED-YES                                    00063400
700172         STRING ' Audit chain verified over ' WCHN-ROWS           00063500
700172             ' trail row(s), head ' WCHN-PREV                     00063600
700172             DELIMITED BY SIZE INTO WPRINT-LINE                   00063700
700172     ELSE                                                         00063800
700172         MOVE ' Audit trail carries no chained rows yet'          00063900
700172             TO WPRINT-LINE.                                      00064000
700172     PERFORM V-100-PRINT-LINE.                                    00064100
           SKIP2                                                        00064200
700172 B-110-READ-AUDIT.                                                00064300
700172     READ AUDIT-FILE                                              00064400
700172         AT END                                                   00064500
700172             NEXT SENTENCE.                                       00064600
           SKIP2                                                        00064700
700172 B-120-PROC-RUN.                                                  00064800
700172     PERFORM B-130-CHECK-CHAIN.                                   00064900
700172     MOVE SPACES TO WROW-DATE-X.                                  00065000
700172     STRING '20' AUDIT-DATE-YY AUDIT-DATE-MM AUDIT-DATE-DD        00065100
700172         DELIMITED BY SIZE INTO WROW-DATE-X.                      00065200
700172     IF  WROW-DATE-X IS NUMERIC                                   00065300
700172         AND WROW-DATE NOT < WCTL-FROM                            00065400
700172         AND WROW-DATE NOT > WCTL-TO                              00065500
700172         PERFORM B-150-LIST-RUN.                                  00065600
700172     PERFORM B-110-READ-AUDIT.                                    00065700
           SKIP2                                                        00065800
700172*** Same proof BAAUDCHK makes; the first break is kept.           00065900
700172 B-130-CHECK-CHAIN.                                               00066000
700172     ADD 1 TO WCHN-ROWS.                                          00066100
700172     IF  WCHN-BROKEN-YES                                          00066200
700172         NEXT SENTENCE                                            00066300
700172     ELSE IF  AUDIT-CHAIN = SPACES                                00066400
700172         IF  WCHN-STARTED-YES                                     00066500
700172             PERFORM B-140-NOTE-BREAK                             00066600
700172         END-IF                                                   00066700
700172     ELSE IF  AUDIT-CHAIN IS NOT NUMERIC                          00066800
700172         PERFORM B-140-NOTE-BREAK                                 00066900
700172     ELSE                                                         00067000
700172         SET WCHN-STARTED-YES TO TRUE                             00067100
700172         MOVE WCHN-PREV      TO IO-AHS-PREV                       00067200
700172         MOVE AUDIT-CONTENT  TO IO-AHS-ROW                        00067300
700172         CALL 'UTAUDHSH' USING IO-AHS-PARM                        00067400
700172         IF  IO-AHS-CHAIN = AUDIT-CHAIN-N                         00067500
700172             MOVE AUDIT-CHAIN-N TO WCHN-PREV                      00067600
700172         ELSE                                                     00067700
700172             PERFORM B-140-NOTE-BREAK.                            00067800
           SKIP2                                                        00067900
700172 B-140-NOTE-BREAK.                                                00068000
700172     SET WCHN-BROKEN-YES TO TRUE.                                 00068100
700172     MOVE WCHN-ROWS TO WCHN-BREAK-ROW.                            00068200
           SKIP2                                                        00068300
700172 B-150-LIST-RUN.                                                  00068400
700172     ADD 1 TO WCTR-RUNS.                                          00068500
700172     MOVE SPACES TO RRDAT1-LINE.                                  00068600
700172     MOVE AUDIT-DATE      TO RRDAT1-DATE.                         00068700
700172     MOVE AUDIT-TIME      TO RRDAT1-TIME.                         00068800
700172     MOVE AUDIT-MATCHED   TO RRDAT1-MATCHED.                      00068900
700172     MOVE AUDIT-DIFFERENT TO RRDAT1-DIFFERENT.                    00069000
700172     MOVE AUDIT-EXTRA1    TO RRDAT1-EXTRA1.                       00069100
700172     MOVE AUDIT-EXTRA2    TO RRDAT1-EXTRA2.                       00069200
700172     MOVE AUDIT-BREACH    TO RRDAT1-BREACH.                       00069300
700172     MOVE AUDIT-CARDS     TO RRDAT1-CARDS.                        00069400
700172     MOVE RRDAT1-LINE     TO WPRINT-LINE.                         00069500
700172     PERFORM V-100-PRINT-LINE.                                    00069600
700172     IF  AUDIT-CARDS (1:7) = 'ABENDED'                            00069700
700172         ADD 1 TO WCTR-RUN-ABENDS.                                00069800
700172     MOVE ZERO TO WNUM-DIFF.                                      00069900
700172     MOVE AUDIT-DIFFERENT TO RRDAT1-DIFFERENT.                    00070000
700172     INSPECT RRDAT1-DIFFERENT REPLACING ALL ',' BY '0'.           00070100
700172     INSPECT RRDAT1-DIFFERENT REPLACING ALL SPACE BY '0'.         00070200
700172     IF  RRDAT1-DIFFERENT IS NUMERIC                              00070300
700172         MOVE RRDAT1-DIFFERENT TO WNUM-DIFF.                      00070400
700172     ADD WNUM-DIFF TO WTOT-RUN-DIFFS.                             00070500
700172     IF  WRUND-COUNT = ZERO                                       00070600
700172         OR WRUND-DATE (WRUND-COUNT) NOT = WROW-DATE              00070700
700172         IF  WRUND-COUNT < WRUND-MAX-ENTRIES                      00070800
700172             ADD 1 TO WRUND-COUNT                                 00070900
700172             MOVE WROW-DATE TO WRUND-DATE (WRUND-COUNT).          00071000
700172     IF  AUDIT-BREACH (1:2) = 'YE'                                00071100
700172         ADD 1 TO WCTR-RUN-BREACHES                               00071200
700172         PERFORM B-160-KEEP-BREACH.                               00071300
           SKIP2                                                        00071400
700172 B-160-KEEP-BREACH.                                               00071500
700172     IF  WBRC-COUNT < WBRC-MAX-ENTRIES                            00071600
700172         ADD 1 TO WBRC-COUNT                                      00071700
700172         MOVE WROW-DATE       TO WBRC-DATE (WBRC-COUNT)           00071800
700172         MOVE WROW-DATE       TO WCAL-DATE                        00071900
700172         PERFORM R-100-NEXT-DATE                                  00072000
700172         MOVE WCAL-NEXT       TO WBRC-NEXT-DATE (WBRC-COUNT)      00072100
700172         MOVE AUDIT-TIME      TO WBRC-TIME (WBRC-COUNT)           00072200
700172         MOVE AUDIT-DIFFERENT TO WBRC-DIFFERENT (WBRC-COUNT)      00072300
700172         MOVE AUDIT-CARDS     TO WBRC-CARDS (WBRC-COUNT).         00072400
           SKIP2                                                        00072500
700172***************************                                       00072600
700172*** 2 - DE-policy approvals                                       00072700
700172***************************                                       00072800
700172*** An approval is a DEPOLMST journal row whose after image is    00072900
700172*** APPROVED and whose before image was not - the second          00073000
700172*** operator's APPROVE card.  The staging and approving           00073100
700172*** operators both come from the after image; the same name in    00073200
700172*** both is listed as a control exception.                        00073300
700172 C-100-SECT-POLICY.                                               00073400
700172     MOVE 2 TO SUB-SEC.                                           00073500
700172     MOVE RPTITLE1-LINE TO WPRINT-TITLE1.                         00073600
700172     PERFORM V-200-SECT-START.                                    00073700
700172     OPEN INPUT MSTJRNL-FILE.                                     00073800
700172     IF  NOT WMSTJRNL-FS-OK                                       00073900
700172         PERFORM V-250-NO-SOURCE                                  00074000
700172     ELSE                                                         00074100
700172         PERFORM C-110-READ-JRNL                                  00074200
700172         PERFORM C-120-PROC-POLICY                                00074300
700172           UNTIL WMSTJRNL-FS NOT = '00'                           00074400
700172         CLOSE MSTJRNL-FILE.                                      00074500
700172     MOVE SPACES TO WPRINT-LINE.                                  00074600
700172     PERFORM V-100-PRINT-LINE.                                    00074700
700172     STRING ' Approvals: ' WCTR-APPROVALS                         00074800
700172         '  Same operator: ' WCTR-SAME-OPER                       00074900
700172         '  Other changes: ' WCTR-POL-OTHER                       00075000
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00075100
700172     MOVE WPRINT-LINE (2:80) TO WSEC-TOTALS (2).                  00075200
700172     PERFORM V-100-PRINT-LINE.                                    00075300
           SKIP2                                                        00075400
700172 C-110-READ-JRNL.                                                 00075500
700172     READ MSTJRNL-FILE                                            00075600
700172         AT END                                                   00075700
700172             NEXT SENTENCE.                                       00075800
           SKIP2                                                        00075900
700172 C-120-PROC-POLICY.                                               00076000
700172     IF  MJR-MASTER = 'DEPOLMST'                                  00076100
700172         AND MJR-DATE NOT < WCTL-FROM                             00076200
700172         AND MJR-DATE NOT > WCTL-TO                               00076300
700172         MOVE MJR-BEFORE TO WJDP-REC                              00076400
700172         MOVE WJDP-APPR-STATUS TO WPOL-BEFORE-STATUS              00076500
700172         MOVE MJR-AFTER  TO WJDP-REC                              00076600
700172         IF  WJDP-APPR-APPROVED                                   00076700
700172             AND WPOL-BEFORE-STATUS NOT = 'A'                     00076800
700172             PERFORM C-130-LIST-APPROVAL                          00076900
700172         ELSE                                                     00077000
700172             ADD 1 TO WCTR-POL-OTHER.                             00077100
700172     PERFORM C-110-READ-JRNL.                                     00077200
           SKIP2                                                        00077300
700172 C-130-LIST-APPROVAL.                                             00077400
700172     ADD 1 TO WCTR-APPROVALS.                                     00077500
700172     MOVE SPACES TO RPDAT1-LINE.                                  00077600
700172     MOVE MJR-DATE          TO RPDAT1-DATE.                       00077700
700172     MOVE MJR-TIME          TO RPDAT1-TIME.                       00077800
700172     MOVE WJDP-XXYY         TO RPDAT1-XXYY.                       00077900
700172     MOVE WJDP-DENUM        TO RPDAT1-DENUM.                      00078000
700172     MOVE WJDP-CLASS        TO RPDAT1-CLASS.                      00078100
700172     MOVE WJDP-CRIT         TO RPDAT1-CRIT.                       00078200
700172     MOVE WJDP-STAGED-BY    TO RPDAT1-STAGED-BY.                  00078300
700172     MOVE WJDP-APPROVED-BY  TO RPDAT1-APPROVED-BY.                00078400
700172     MOVE WJDP-SRCPROC      TO RPDAT1-SRCPROC.                    00078500
700172     MOVE MJR-JOBNAME       TO RPDAT1-JOBNAME.                    00078600
700172     IF  WJDP-STAGED-BY = WJDP-APPROVED-BY                        00078700
700172         ADD 1 TO WCTR-SAME-OPER                                  00078800
700172         MOVE '*** SAME OPERATOR' TO RPDAT1-NOTE.                 00078900
700172     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00079000
700172     PERFORM V-100-PRINT-LINE.                                    00079100
           SKIP2                                                        00079200
700172***************************                                       00079300
700172*** 3 - Disposition events                                        00079400
700172***************************                                       00079500
700172*** Journal adds are dispositions opened, deletes closed, and     00079600
700172*** replaces changed (status, defect or expiry); then the master  00079700
700172*** is read for rows whose expiry date fell inside the range.     00079800
700172 D-100-SECT-DISP.                                                 00079900
700172     MOVE 3 TO SUB-SEC.                                           00080000
700172     MOVE RDTITLE1-LINE TO WPRINT-TITLE1.                         00080100
700172     PERFORM V-200-SECT-START.                                    00080200
700172     OPEN INPUT MSTJRNL-FILE.                                     00080300
700172     IF  NOT WMSTJRNL-FS-OK                                       00080400
700172         PERFORM V-250-NO-SOURCE                                  00080500
700172     ELSE                                                         00080600
700172         PERFORM C-110-READ-JRNL                                  00080700
700172         PERFORM D-120-PROC-DISP                                  00080800
700172           UNTIL WMSTJRNL-FS NOT = '00'                           00080900
700172         CLOSE MSTJRNL-FILE.                                      00081000
700172     MOVE 'DISPMST ' TO IO-ENQ-RESOURCE.                          00081100
700172     PERFORM R-905-ENQ-RESOURCE.                                  00081200
700172     IF  IO-ENQ-ERROR-YES                                         00081300
700172         DISPLAY 'BaEvidPk-305 DISPMST resource busy past the '   00081400
700172             'wait, expiries not listed'                          00081500
700172         ADD 1 TO WCTR-SRC-MISSING                                00081600
700172     ELSE                                                         00081700
700172         OPEN INPUT DISPMST-FILE                                  00081800
700172         IF  NOT WDISPMST-FS-OK                                   00081900
700172             PERFORM V-250-NO-SOURCE                              00082000
700172         ELSE                                                     00082100
700172             PERFORM D-150-READ-DISPMST                           00082200
700172             PERFORM D-160-PROC-EXPIRY                            00082300
700172               UNTIL WDISPMST-FS NOT = '00'                       00082400
700172             CLOSE DISPMST-FILE                                   00082500
700172         END-IF                                                   00082600
700172         PERFORM R-906-DEQ-RESOURCE.                              00082700
700172     MOVE SPACES TO WPRINT-LINE.                                  00082800
700172     PERFORM V-100-PRINT-LINE.                                    00082900
700172     STRING ' Opened: ' WCTR-DSP-OPENED                           00083000
700172         '  Changed: ' WCTR-DSP-CHANGED                           00083100
700172         '  Closed: ' WCTR-DSP-CLOSED                             00083200
700172         '  Expired: ' WCTR-DSP-EXPIRED                           00083300
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00083400
700172     MOVE WPRINT-LINE (2:80) TO WSEC-TOTALS (3).                  00083500
700172     PERFORM V-100-PRINT-LINE.                                    00083600
           SKIP2                                                        00083700
700172 D-120-PROC-DISP.                                                 00083800
700172     IF  MJR-MASTER = 'DISPMST'                                   00083900
700172         AND MJR-DATE NOT < WCTL-FROM                             00084000
700172         AND MJR-DATE NOT > WCTL-TO                               00084100
700172         PERFORM D-130-LIST-DISP.                                 00084200
700172     PERFORM C-110-READ-JRNL.                                     00084300
           SKIP2                                                        00084400
700172 D-130-LIST-DISP.                                                 00084500
700172     MOVE MJR-BEFORE TO WJDS-REC.                                 00084600
700172     MOVE WJDS-STATUS TO WJDS-BEFORE-STATUS.                      00084700
700172     IF  MJR-ACTION-ADD                                           00084800
700172         MOVE 'OPENED'  TO WDSP-ACTION                            00084900
700172         ADD 1 TO WCTR-DSP-OPENED                                 00085000
700172     ELSE IF  MJR-ACTION-DELETE                                   00085100
700172         MOVE 'CLOSED'  TO WDSP-ACTION                            00085200
700172         ADD 1 TO WCTR-DSP-CLOSED                                 00085300
700172     ELSE                                                         00085400
700172         MOVE 'CHANGED' TO WDSP-ACTION                            00085500
700172         ADD 1 TO WCTR-DSP-CHANGED.                               00085600
700172     IF  NOT MJR-ACTION-DELETE                                    00085700
700172         MOVE MJR-AFTER TO WJDS-REC.                              00085800
700172     MOVE SPACES TO RDDAT1-LINE.                                  00085900
700172     MOVE MJR-DATE            TO RDDAT1-DATE.                     00086000
700172     MOVE MJR-TIME            TO RDDAT1-TIME.                     00086100
700172     MOVE WDSP-ACTION         TO RDDAT1-EVENT.                    00086200
700172     MOVE WJDS-PLAN-NUM       TO RDDAT1-PLAN.                     00086300
700172     MOVE WJDS-XXYY           TO RDDAT1-XXYY.                     00086400
700172     MOVE WJDS-DENUM          TO RDDAT1-DENUM.                    00086500
700172     MOVE WJDS-BEFORE-STATUS  TO RDDAT1-STAT-BEFORE.              00086600
700172     IF  NOT MJR-ACTION-DELETE                                    00086700
700172         MOVE WJDS-STATUS     TO RDDAT1-STAT-AFTER.               00086800
700172     MOVE WJDS-DEFECT         TO RDDAT1-DEFECT.                   00086900
700172     IF  WJDS-EXPIRY IS NUMERIC                                   00087000
700172         AND WJDS-EXPIRY > ZERO                                   00087100
700172         MOVE WJDS-EXPIRY     TO RDDAT1-EXPIRY.                   00087200
700172     MOVE MJR-OPERATOR        TO RDDAT1-OPERATOR.                 00087300
700172     MOVE MJR-PROGRAM         TO RDDAT1-PROGRAM.                  00087400
700172     MOVE RDDAT1-LINE TO WPRINT-LINE.                             00087500
700172     PERFORM V-100-PRINT-LINE.                                    00087600
           SKIP2                                                        00087700
700172 D-150-READ-DISPMST.                                              00087800
700172     READ DISPMST-FILE                                            00087900
700172         AT END                                                   00088000
700172             NEXT SENTENCE.                                       00088100
           SKIP2                                                        00088200
700172*** A row still on the master whose expiry fell in the range      00088300
700172*** stopped suppressing on that date; the row is listed under     00088400
700172*** its expiry date.                                              00088500
700172 D-160-PROC-EXPIRY.                                               00088600
700172     IF  DSPM-EXPIRY IS NUMERIC                                   00088700
700172         AND DSPM-EXPIRY NOT < WCTL-FROM                          00088800
700172         AND DSPM-EXPIRY NOT > WCTL-TO                            00088900
700172         ADD 1 TO WCTR-DSP-EXPIRED                                00089000
700172         MOVE SPACES TO RDDAT1-LINE                               00089100
700172         MOVE DSPM-EXPIRY     TO RDDAT1-DATE                      00089200
700172         MOVE SPACES          TO RDDAT1-TIME-X                    00089300
700172         MOVE 'EXPIRED'       TO RDDAT1-EVENT                     00089400
700172         MOVE DSPM-PLAN-NUM   TO RDDAT1-PLAN                      00089500
700172         MOVE DSPM-XXYY       TO RDDAT1-XXYY                      00089600
700172         MOVE DSPM-DENUM      TO RDDAT1-DENUM                     00089700
700172         MOVE DSPM-STATUS     TO RDDAT1-STAT-BEFORE               00089800
700172         MOVE DSPM-DEFECT     TO RDDAT1-DEFECT                    00089900
700172         MOVE DSPM-EXPIRY     TO RDDAT1-EXPIRY                    00090000
700172         MOVE RDDAT1-LINE TO WPRINT-LINE                          00090100
700172         PERFORM V-100-PRINT-LINE.                                00090200
700172     PERFORM D-150-READ-DISPMST.                                  00090300
           SKIP2                                                        00090400
700172*********************************                                 00090500
700172*** 4 - Breaches and their tickets                                00090600
700172*********************************                                 00090700
700172 E-100-SECT-BREACH.                                               00090800
700172     MOVE 4 TO SUB-SEC.                                           00090900
700172     MOVE RBTITLE1-LINE TO WPRINT-TITLE1.                         00091000
700172     PERFORM V-200-SECT-START.                                    00091100
700172     OPEN INPUT TICKHIST-FILE.                                    00091200
700172     IF  NOT WTICKHIST-FS-OK                                      00091300
700172         PERFORM V-250-NO-SOURCE                                  00091400
700172     ELSE                                                         00091500
700172         PERFORM E-110-LOAD-TICKET                                00091600
700172           WITH TEST AFTER                                        00091700
700172           UNTIL WTICKHIST-FS NOT = '00'                          00091800
700172             OR WTKT-COUNT >= WTKT-MAX-ENTRIES                    00091900
700172         CLOSE TICKHIST-FILE.                                     00092000
700172     PERFORM E-130-LIST-BREACH                                    00092100
700172       VARYING SUB-BRC FROM 1 BY 1                                00092200
700172         UNTIL SUB-BRC > WBRC-COUNT.                              00092300
700172     MOVE ' Tickets not tied to a breach run in the range:'       00092400
700172         TO WPRINT-LINE.                                          00092500
700172     PERFORM V-100-PRINT-LINE.                                    00092600
700172     PERFORM E-150-LIST-UNTIED                                    00092700
700172       VARYING SUB-TKT FROM 1 BY 1                                00092800
700172         UNTIL SUB-TKT > WTKT-COUNT.                              00092900
700172     MOVE SPACES TO WPRINT-LINE.                                  00093000
700172     PERFORM V-100-PRINT-LINE.                                    00093100
700172     STRING ' Breaches: ' WCTR-RUN-BREACHES                       00093200
700172         '  No ticket: ' WCTR-BRC-NOTKT                           00093300
700172         '  Acked: ' WCTR-TKT-ACKED                               00093400
700172         '  Unacked: ' WCTR-TKT-MISSING                           00093500
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00093600
700172     MOVE WPRINT-LINE (2:80) TO WSEC-TOTALS (4).                  00093700
700172     PERFORM V-100-PRINT-LINE.                                    00093800
700172     STRING ' Tickets tied to a breach: ' WCTR-TKT-TIED           00093900
700172         '  Not tied to a breach: ' WCTR-TKT-UNTIED               00094000
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00094100
700172     PERFORM V-100-PRINT-LINE.                                    00094200
           SKIP2                                                        00094300
700172 E-110-LOAD-TICKET.                                               00094400
700172     READ TICKHIST-FILE                                           00094500
700172         AT END                                                   00094600
700172             NEXT SENTENCE.                                       00094700
700172     IF  WTICKHIST-FS-OK                                          00094800
700172         AND TKH-DATE IS NUMERIC                                  00094900
700172         AND TKH-DATE NOT < WCTL-FROM                             00095000
700172         AND TKH-DATE NOT > WCTL-TO-NEXT                          00095100
700172         ADD 1 TO WTKT-COUNT                                      00095200
700172         MOVE TKH-DATE       TO WTKT-DATE (WTKT-COUNT)            00095300
700172         MOVE TKH-PLAN       TO WTKT-PLAN (WTKT-COUNT)            00095400
700172         MOVE TKH-XXYY       TO WTKT-XXYY (WTKT-COUNT)            00095500
700172         MOVE TKH-DE-DIFFS   TO WTKT-DE-DIFFS (WTKT-COUNT)        00095600
700172         MOVE TKH-STATUS     TO WTKT-STATUS (WTKT-COUNT)          00095700
700172         MOVE TKH-RESOLUTION TO WTKT-RESOLUTION (WTKT-COUNT)      00095800
700172         MOVE TKH-TICKET     TO WTKT-TICKET (WTKT-COUNT).         00095900
           SKIP2                                                        00096000
700172 E-130-LIST-BREACH.                                               00096100
700172     MOVE SPACES TO WPRINT-LINE.                                  00096200
700172     STRING ' ' WBRC-DATE (SUB-BRC) ' ' WBRC-TIME (SUB-BRC)       00096300
700172         ' ' WBRC-DIFFERENT (SUB-BRC) '   '                       00096400
700172         WBRC-CARDS (SUB-BRC)                                     00096500
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00096600
700172     PERFORM V-100-PRINT-LINE.                                    00096700
700172     MOVE ZERO TO WCTR-BRC-TKTS.                                  00096800
700172     PERFORM E-140-TIE-TICKET                                     00096900
700172       VARYING SUB-TKT FROM 1 BY 1                                00097000
700172         UNTIL SUB-TKT > WTKT-COUNT.                              00097100
700172     IF  WCTR-BRC-TKTS = ZERO                                     00097200
700172         ADD 1 TO WCTR-BRC-NOTKT                                  00097300
700172         MOVE '     *** No ticket recorded for this breach'       00097400
700172             TO WPRINT-LINE                                       00097500
700172         PERFORM V-100-PRINT-LINE.                                00097600
           SKIP2                                                        00097700
700172*** Tickets reconciled on the breach date or the morning after    00097800
700172*** belong to that breach; one already tied to an earlier         00097900
700172*** breach run the same night is not listed twice.                00098000
700172 E-140-TIE-TICKET.                                                00098100
700172     IF  NOT WTKT-TIED-YES (SUB-TKT)                              00098200
700172         AND (WTKT-DATE (SUB-TKT) = WBRC-DATE (SUB-BRC)           00098300
700172           OR WTKT-DATE (SUB-TKT) = WBRC-NEXT-DATE (SUB-BRC))     00098400
700172         SET WTKT-TIED-YES (SUB-TKT) TO TRUE                      00098500
700172         ADD 1 TO WCTR-BRC-TKTS                                   00098600
700172         ADD 1 TO WCTR-TKT-TIED                                   00098700
700172         MOVE 'Ticket' TO RTDAT1-LABEL                            00098800
700172         PERFORM E-160-PRINT-TICKET.                              00098900
           SKIP2                                                        00099000
700172 E-150-LIST-UNTIED.                                               00099100
700172     IF  NOT WTKT-TIED-YES (SUB-TKT)                              00099200
700172         AND WTKT-DATE (SUB-TKT) NOT > WCTL-TO                    00099300
700172         ADD 1 TO WCTR-TKT-UNTIED                                 00099400
700172         MOVE 'Untied' TO RTDAT1-LABEL                            00099500
700172         PERFORM E-160-PRINT-TICKET.                              00099600
           SKIP2                                                        00099700
700172 E-160-PRINT-TICKET.                                              00099800
700172     IF  WTKT-STATUS (SUB-TKT) = 'ACKED'                          00099900
700172         ADD 1 TO WCTR-TKT-ACKED                                  00100000
700172     ELSE                                                         00100100
700172         ADD 1 TO WCTR-TKT-MISSING.                               00100200
700172     MOVE WTKT-DATE (SUB-TKT)       TO RTDAT1-DATE.               00100300
700172     MOVE WTKT-PLAN (SUB-TKT)       TO RTDAT1-PLAN.               00100400
700172     MOVE WTKT-XXYY (SUB-TKT)       TO RTDAT1-XXYY.               00100500
700172     MOVE WTKT-DE-DIFFS (SUB-TKT)   TO RTDAT1-DE-DIFFS.           00100600
700172     MOVE WTKT-STATUS (SUB-TKT)     TO RTDAT1-STATUS.             00100700
700172     MOVE WTKT-TICKET (SUB-TKT)     TO RTDAT1-TICKET.             00100800
700172     MOVE WTKT-RESOLUTION (SUB-TKT) TO RTDAT1-RESOLUTION.         00100900
700172     MOVE RTDAT1-LINE TO WPRINT-LINE.                             00101000
700172     PERFORM V-100-PRINT-LINE.                                    00101100
           SKIP2                                                        00101200
700172*********************************                                 00101300
700172*** 5 - Nights with no compare                                    00101400
700172*********************************                                 00101500
700172*** Every calendar date in the range against the run dates the    00101600
700172*** trail holds; a date with no execution at all is listed.       00101700
700172 G-100-SECT-NIGHTS.                                               00101800
700172     MOVE 5 TO SUB-SEC.                                           00101900
700172     MOVE SPACES TO WPRINT-TITLE1.                                00102000
700172     PERFORM V-200-SECT-START.                                    00102100
700172     MOVE WCTL-FROM TO WCAL-DATE.                                 00102200
700172     PERFORM G-110-CHECK-NIGHT                                    00102300
700172       UNTIL WCAL-DATE > WCTL-TO.                                 00102400
700172     MOVE SPACES TO WPRINT-LINE.                                  00102500
700172     PERFORM V-100-PRINT-LINE.                                    00102600
700172     STRING ' Nights: ' WCTR-NIGHTS                               00102700
700172         '  With a compare: ' WCTR-NIGHTS-RUN                     00102800
700172         '  With no compare: ' WCTR-NIGHTS-NONE                   00102900
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00103000
700172     MOVE WPRINT-LINE (2:80) TO WSEC-TOTALS (5).                  00103100
700172     PERFORM V-100-PRINT-LINE.                                    00103200
           SKIP2                                                        00103300
700172 G-110-CHECK-NIGHT.                                               00103400
700172     ADD 1 TO WCTR-NIGHTS.                                        00103500
700172     MOVE 'N' TO WRUND-HIT-FLG.                                   00103600
700172     PERFORM G-120-SCAN-RUND                                      00103700
700172       VARYING SUB-RUND FROM 1 BY 1                               00103800
700172         UNTIL SUB-RUND > WRUND-COUNT                             00103900
700172           OR WRUND-HIT-YES.                                      00104000
700172     IF  WRUND-HIT-YES                                            00104100
700172         ADD 1 TO WCTR-NIGHTS-RUN                                 00104200
700172     ELSE                                                         00104300
700172         ADD 1 TO WCTR-NIGHTS-NONE                                00104400
700172         MOVE SPACES TO WPRINT-LINE                               00104500
700172         STRING ' ' WCAL-DATE '  no compare execution on the '    00104600
700172             'audit trail'                                        00104700
700172             DELIMITED BY SIZE INTO WPRINT-LINE                   00104800
700172         PERFORM V-100-PRINT-LINE.                                00104900
700172     PERFORM R-100-NEXT-DATE.                                     00105000
700172     MOVE WCAL-NEXT TO WCAL-DATE.                                 00105100
           SKIP2                                                        00105200
700172 G-120-SCAN-RUND.                                                 00105300
700172     IF  WRUND-DATE (SUB-RUND) = WCAL-DATE                        00105400
700172         SET WRUND-HIT-YES TO TRUE.                               00105500
           SKIP2                                                        00105600
700172***************************                                       00105700
700172*** Package index                                                 00105800
700172***************************                                       00105900
700172 H-100-INDEX.                                                     00106000
700172     MOVE ' Package Index' TO RPTHDR-SUBTITLE.                    00106100
700172     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00106200
700172     PERFORM V-150-NEWPAGE.                                       00106300
700172     PERFORM H-110-INDEX-LINE                                     00106400
700172       VARYING SUB-SEC FROM 1 BY 1                                00106500
700172         UNTIL SUB-SEC > 5.                                       00106600
700172     MOVE SPACES TO WPRINT-LINE.                                  00106700
700172     PERFORM V-100-PRINT-LINE.                                    00106800
700172     STRING ' Evidence period ' WCTL-FROM ' through ' WCTL-TO     00106900
700172         ', package pages: ' WPRINT-PAGE                          00107000
700172         DELIMITED BY SIZE INTO WPRINT-LINE.                      00107100
700172     PERFORM V-100-PRINT-LINE.                                    00107200
700172     IF  WCTR-SRC-MISSING > ZERO                                  00107300
700172         MOVE SPACES TO WPRINT-LINE                               00107400
700172         STRING ' *** ' WCTR-SRC-MISSING ' source dataset(s) '    00107500
700172             'could not be read - see the sections marked'        00107600
700172             DELIMITED BY SIZE INTO WPRINT-LINE                   00107700
700172         PERFORM V-100-PRINT-LINE.                                00107800
           SKIP2                                                        00107900
700172 H-110-INDEX-LINE.                                                00108000
700172     MOVE SPACES TO RXDAT1-LINE.                                  00108100
700172     MOVE SUB-SEC                TO RXDAT1-SECT.                  00108200
700172     MOVE WSEC-TITLE (SUB-SEC)   TO RXDAT1-TITLE.                 00108300
700172     MOVE WSEC-PAGE (SUB-SEC)    TO RXDAT1-PAGE.                  00108400
700172     MOVE WSEC-TOTALS (SUB-SEC)  TO RXDAT1-TOTALS.                00108500
700172     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00108600
700172     PERFORM V-100-PRINT-LINE.                                    00108700
           SKIP2                                                        00108800
700172***************************                                       00108900
700172*** Date arithmetic                                               00109000
700172***************************                                       00109100
700172*** WCAL-NEXT = the calendar day after WCAL-DATE, with the        00109200
700172*** Gregorian leap-year rule for February.                        00109300
700172 R-100-NEXT-DATE.                                                 00109400
700172     MOVE WCAL-DAYS (WCAL-MM) TO WCAL-MONTH-DAYS.                 00109500
700172     IF  WCAL-MM = 2                                              00109600
700172         DIVIDE WCAL-CCYY BY 4   GIVING WCAL-QUOT                 00109700
700172             REMAINDER WCAL-REM4                                  00109800
700172         DIVIDE WCAL-CCYY BY 100 GIVING WCAL-QUOT                 00109900
700172             REMAINDER WCAL-REM100                                00110000
700172         DIVIDE WCAL-CCYY BY 400 GIVING WCAL-QUOT                 00110100
700172             REMAINDER WCAL-REM400                                00110200
700172         IF  WCAL-REM400 = ZERO                                   00110300
700172             OR (WCAL-REM4 = ZERO AND WCAL-REM100 NOT = ZERO)     00110400
700172             MOVE 29 TO WCAL-MONTH-DAYS.                          00110500
700172     MOVE WCAL-DATE TO WCAL-NEXT.                                 00110600
700172     IF  WCAL-DD < WCAL-MONTH-DAYS                                00110700
700172         ADD 1 TO WCAL-NEXT                                       00110800
700172     ELSE IF  WCAL-MM < 12                                        00110900
700172         COMPUTE WCAL-NEXT = WCAL-CCYY * 10000                    00111000
700172             + (WCAL-MM + 1) * 100 + 1                            00111100
700172     ELSE                                                         00111200
700172         COMPUTE WCAL-NEXT = (WCAL-CCYY + 1) * 10000 + 101.       00111300
           SKIP2                                                        00111400
700172*** Shared-resource serialization through the optional UTENQ      00111500
700172*** exit; where the exit is not installed the CALL exception      00111600
700172*** leaves the hold granted and the run unserialized.             00111700
700172 R-905-ENQ-RESOURCE.                                              00111800
700172     SET IO-ENQ-ERROR-NO TO TRUE.                                 00111900
700172     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00112000
700172          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00112100
700172     END-CALL.                                                    00112200
           SKIP2                                                        00112300
700172 R-906-DEQ-RESOURCE.                                              00112400
700172     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00112500
700172          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00112600
700172     END-CALL.                                                    00112700
           SKIP2                                                        00112800
700172***************************                                       00112900
700172*** Print-line routines                                           00113000
700172***************************                                       00113100
700172 V-100-PRINT-LINE.                                                00113200
700172     IF  WPRINT-LINES-OVER                                        00113300
700172         PERFORM V-150-NEWPAGE.                                   00113400
700172     ADD 1 TO WPRINT-LINES.                                       00113500
700172     WRITE PRINT-LINE FROM WPRINT-LINE                            00113600
700172           AFTER ADVANCING 1 LINE.                                00113700
700172     MOVE SPACES   TO WPRINT-LINE.                                00113800
700172     ADD 1 TO WPRINT-TOT-LINES.                                   00113900
           SKIP2                                                        00114000
700172 V-150-NEWPAGE.                                                   00114100
700172     ADD 1 TO WPRINT-PAGE.                                        00114200
700172     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00114300
700172     MOVE SPACES TO PRINT-LINE.                                   00114400
700172     WRITE PRINT-LINE                                             00114500
700172       AFTER ADVANCING PAGE.                                      00114600
700172     WRITE PRINT-LINE FROM RPTHDR-LINE                            00114700
700172       AFTER ADVANCING 1 LINE.                                    00114800
700172     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00114900
700172       AFTER ADVANCING 1.                                         00115000
700172     MOVE ZERO TO WPRINT-LINES.                                   00115100
700172     ADD 3 TO WPRINT-TOT-LINES.                                   00115200
           SKIP2                                                        00115300
700172*** Each section starts a new page headed with its number and     00115400
700172*** title; the page goes into the index.                          00115500
700172 V-200-SECT-START.                                                00115600
700172     MOVE SPACES TO RPTHDR-SUBTITLE.                              00115700
700172     MOVE SUB-SEC TO RXDAT1-SECT.                                 00115800
700172     STRING ' ' RXDAT1-SECT ' - ' WSEC-TITLE (SUB-SEC)            00115900
700172         DELIMITED BY SIZE INTO RPTHDR-SUBTITLE.                  00116000
700172     PERFORM V-150-NEWPAGE.                                       00116100
700172     MOVE WPRINT-PAGE TO WSEC-PAGE (SUB-SEC).                     00116200
           SKIP2                                                        00116300
700172 V-250-NO-SOURCE.                                                 00116400
700172     ADD 1 TO WCTR-SRC-MISSING.                                   00116500
700172     MOVE ' *** Source dataset could not be read - section'       00116600
700172         TO WPRINT-LINE.                                          00116700
700172     MOVE 'is incomplete ***' TO WPRINT-LINE (50:).               00116800
700172     PERFORM V-100-PRINT-LINE.                                    00116900
700172     DISPLAY 'BaEvidPk-306 Section ' SUB-SEC                      00117000
700172         ' source unreadable, status ' WMSTJRNL-FS ' '            00117100
700172         WDISPMST-FS ' ' WTICKHIST-FS.                            00117200
