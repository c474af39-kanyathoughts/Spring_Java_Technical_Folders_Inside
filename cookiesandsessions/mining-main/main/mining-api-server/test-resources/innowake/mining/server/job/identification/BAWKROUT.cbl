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
700184 IDENTIFICATION DIVISION.                                         00000100
700184 PROGRAM-ID. 'BAWKROUT'.                                          00000200
700184******************************************************************00000300
700184**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700184******************************************************************00000500
700184**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700184**  PURPOSE      Nightly routing of the cycle's open differences  00000700
700184**               to the analysts who own them.  Every difference  00000800
700184**               in the OT200 extract is grouped by plan and      00000900
700184**               RecordType; a DE already carried by a live       00001000
700184**               DISPMST disposition (the same row matching       00001100
700184**               BABKCMP does - plan, ALL or plan range, type, DE 00001200
700184**               or ***) is left out, and a group with nothing    00001300
700184**               left is not routed.  Each open group is routed   00001400
700184**               through the OWNTAB ownership table (sponsor from 00001500
700184**               the PLANSPON cards, plan range, RecordType):     00001600
700184**                 OWNER      - the owning analyst or team        00001700
700184**                 BACKUP     - the owner is absent today         00001800
700184**                 LEAD       - owner and backup both absent      00001900
700184**                 ESCALATED  - open ESCALATE days or more since  00002000
700184**                              it was first routed, to the lead  00002100
700184**                 UNASSIGNED - no ownership row covers it        00002200
700184**               The routed list goes to WKLISTO grouped by       00002300
700184**               analyst, unassigned last, and the report prints  00002400
700184**               one worklist per analyst and the unassigned      00002500
700184**               list.  Yesterday's list on WKLISTI carries each  00002600
700184**               group's first-seen date forward; a group not on  00002700
700184**               it is first seen today.  The BADSPWB workbench   00002800
700184**               opens on the signed-on analyst's own rows.       00002900
700184**                                                                00003000
700184**               Return codes:                                    00003100
700184**                 0 - every open group routed to an analyst      00003200
700184**                 4 - unassigned groups, a table filled up, no   00003300
700184**                     DISPMST, or a control card was rejected    00003400
700184**                16 - OWNTAB, OT200IN or WKLISTO could not be    00003500
700184**                     opened                                     00003600
700184******************************************************************00003700
700184**  REVISIONS:                                                    00003800
700184******************************************************************00003900
700184**  Input                                                         00004000
700184**   . IN110   - Optional Control File                            00004100
700184**                 PLANSPON pppppp ssssssss - plan to sponsor, the00004200
700191**                            BABKCMP card (plan, up to ten,      00004300
700191**                            then sponsor, blank-separated)      00004400
700184**                 ESCALATE nnn  - days open, three digits, before00004500
700184**                                 an item goes to the team lead  00004600
700184**                                 (default 005, 000 never        00004700
700184**                                 escalates)                     00004800
700184**                 ABSENT aaaaaaaa - analyst out today, routed to 00004900
700184**                                   the backup owner             00005000
700184**   . OWNTAB  - Analyst ownership table (OWNTAB layout)          00005100
700184**   . DISPMST - Keyed disposition master, read only              00005200
700184**   . OT200IN - The cycle's OT200 extract, via UTOT200R,         00005300
700184**               written with OT200HDR so the PLN1 markers are    00005400
700184**               present                                          00005500
700184**   . WKLISTI - Yesterday's routed worklist (optional)           00005600
700184******************************************************************00005700
700184**  Output                                                        00005800
700184**   . SYSOUT  - Displayed Information                            00005900
700184**   . REPORT  - One worklist per analyst and the unassigned      00006000
700184**               list                                             00006100
700184**   . WKLISTO - Today's routed worklist (WKLIST layout)          00006200
700184******************************************************************00006300
700184 ENVIRONMENT DIVISION.                                            00006400
700184 CONFIGURATION SECTION.                                           00006500
700184 INPUT-OUTPUT SECTION.                                            00006600
           SKIP2                                                        00006700
700184 FILE-CONTROL.                                                    00006800
700184     SELECT PRINT-FILE                                            00006900
700184         ASSIGN TO UT-S-REPORT                                    00007000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007100
700184         FILE STATUS WPRINT-FS.                                   00007200
700184     SELECT OWNTAB-FILE                                           00007300
700184         ASSIGN TO UT-S-OWNTAB                                    00007400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007500
700184         FILE STATUS WOWNTAB-FS.                                  00007600
700184     SELECT DISPMST-FILE                                          00007700
700184         ASSIGN TO DISPMST                                        00007800
700184         ORGANIZATION IS INDEXED                                  00007900
700184         ACCESS MODE IS DYNAMIC                                   00008000
700184         RECORD KEY IS DSPM-KEY                                   00008100
700184         FILE STATUS WDISPMST-FS.                                 00008200
700184     SELECT WKLISTI-FILE                                          00008300
700184         ASSIGN TO UT-S-WKLISTI                                   00008400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008500
700184         FILE STATUS WWKLISTI-FS.                                 00008600
700184     SELECT WKLISTO-FILE                                          00008700
700184         ASSIGN TO UT-S-WKLISTO                                   00008800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008900
700184         FILE STATUS WWKLISTO-FS.                                 00009000
700184 DATA DIVISION.                                                   00009100
           SKIP2                                                        00009200
700184 FILE SECTION.                                                    00009300
           SKIP1                                                        00009400
700184 FD  PRINT-FILE                                                   00009500
700184     BLOCK CONTAINS 0 RECORDS                                     00009600
700184     LABEL RECORDS ARE STANDARD.                                  00009700
           SKIP2                                                        00009800
700184 01 PRINT-LINE                PIC X(133).                         00009900
           SKIP2                                                        00010000
700184 FD  OWNTAB-FILE                                                  00010100
700184     BLOCK CONTAINS 0 RECORDS                                     00010200
700184     LABEL RECORDS ARE STANDARD.                                  00010300
           SKIP2                                                        00010400
700184 01  OWNTAB-REC. COPY OWNTAB.                                     00010500
           SKIP2                                                        00010600
700184 FD  DISPMST-FILE                                                 00010700
700184     LABEL RECORDS ARE STANDARD.                                  00010800
           SKIP2                                                        00010900
700184 01  DISPMST-REC. COPY DISPMST.                                   00011000
           SKIP2                                                        00011100
700184 FD  WKLISTI-FILE                                                 00011200
700184     BLOCK CONTAINS 0 RECORDS                                     00011300
700184     LABEL RECORDS ARE STANDARD.                                  00011400
           SKIP2                                                        00011500
700184 01  WKLISTI-REC. COPY WKLIST.                                    00011600
           SKIP2                                                        00011700
700184 FD  WKLISTO-FILE                                                 00011800
700184     BLOCK CONTAINS 0 RECORDS                                     00011900
700184     LABEL RECORDS ARE STANDARD.                                  00012000
           SKIP2                                                        00012100
700184 01  WKLISTO-REC              PIC X(100).                         00012200
700184 WORKING-STORAGE SECTION.                                         00012300
700184 77  SUB-OWN               PIC S9(4) BINARY VALUE ZERO.           00012400
700184 77  SUB-ABS               PIC S9(4) BINARY VALUE ZERO.           00012500
700184 77  SUB-SPON              PIC S9(4) BINARY VALUE ZERO.           00012600
700184 77  SUB-DISP              PIC S9(4) BINARY VALUE ZERO.           00012700
700184 77  SUB-PRIOR             PIC S9(4) BINARY VALUE ZERO.           00012800
700184 77  SUB-PEND              PIC S9(4) BINARY VALUE ZERO.           00012900
700184 77  SUB-GRP               PIC S9(4) BINARY VALUE ZERO.           00013000
700184 77  SUB-ANL               PIC S9(4) BINARY VALUE ZERO.           00013100
700184 77  SUB-SHIFT             PIC S9(4) BINARY VALUE ZERO.           00013200
700184 77  WOWN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013300
700184 77  WDISP-HIT-SUB         PIC S9(4) BINARY VALUE ZERO.           00013400
700184 77  WPRIOR-HIT-SUB        PIC S9(4) BINARY VALUE ZERO.           00013500
700184 77  WGRP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013600
700184 77  WGRP-PLAN-START       PIC S9(4) BINARY VALUE 1.              00013700
700184 77  WANL-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013800
700184 77  WANL-INS-POS          PIC S9(4) BINARY VALUE ZERO.           00013900
700184 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00014000
700184 77  WCTR-DIFFS            PIC 9(7)     VALUE ZERO.               00014100
700184 77  WCTR-DISPOSED         PIC 9(7)     VALUE ZERO.               00014200
700184 77  WCTR-OVER             PIC 9(7)     VALUE ZERO.               00014300
700184 77  WCTR-ROUTED           PIC 9(5)     VALUE ZERO.               00014400
700184 77  WCTR-ESCALATED        PIC 9(5)     VALUE ZERO.               00014500
700184 77  WCTR-UNASSIGNED       PIC 9(5)     VALUE ZERO.               00014600
700184 77  WCTR-PRIOR            PIC 9(5)     VALUE ZERO.               00014700
700184 77  WCTR-LIST-ITEMS       PIC 9(5)     VALUE ZERO.               00014800
700184 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00014900
700184 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00015000
700184 77  WRUN-SERIAL           PIC S9(9)    VALUE ZERO.               00015100
700184 77  WAGE-DAYS             PIC S9(9)    VALUE ZERO.               00015200
700184 77  WCUR-XXYY             PIC X(4)     VALUE SPACES.             00015300
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00015400
700191 77  WSPON-LAST-PLAN       PIC X(10)    VALUE SPACES.             00015500
700184 77  WSPON-WORK            PIC X(8)     VALUE SPACES.             00015600
700184 77  WANALYST-WORK         PIC X(8)     VALUE SPACES.             00015700
700184 77  WANL-LIST-ID          PIC X(8)     VALUE SPACES.             00015800
700184 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00015900
700184     88  WBROWSE-DONE-YES  VALUE 'Y'.                             00016000
700184 77  WREAD-DONE-FLG        PIC X        VALUE 'N'.                00016100
700184     88  WREAD-DONE-YES    VALUE 'Y'.                             00016200
700184 77  WDISP-COVER-FLG       PIC X        VALUE 'N'.                00016300
700184     88  WDISP-COVER-YES   VALUE 'Y'.                             00016400
700184 77  WABSENT-FLG           PIC X        VALUE 'N'.                00016500
700184     88  WABSENT-YES       VALUE 'Y'.                             00016600
           SKIP2                                                        00016700
700184 01  WPRINT-AREA.                                                 00016800
700184     05  WPRINT-FS                 PIC XX  VALUE '00'.            00016900
700184         88  WPRINT-FS-OK VALUE '00'.                             00017000
700184     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00017100
700184     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00017200
700184     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00017300
700184     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00017400
700184         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00017500
700184     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00017600
           SKIP2                                                        00017700
700184 01  WOWNTAB-FS            PIC XX  VALUE '00'.                    00017800
700184     88  WOWNTAB-FS-OK     VALUE '00'.                            00017900
700184 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00018000
700184     88  WDISPMST-FS-OK    VALUE '00'.                            00018100
700184 01  WWKLISTI-FS           PIC XX  VALUE '00'.                    00018200
700184     88  WWKLISTI-FS-OK    VALUE '00'.                            00018300
700184 01  WWKLISTO-FS           PIC XX  VALUE '00'.                    00018400
700184     88  WWKLISTO-FS-OK    VALUE '00'.                            00018500
700184*** The cycle's extract is read through the shared UTOT200R       00018600
700184*** reader.                                                       00018700
700184 01  WO2R-REC              PIC X(200) VALUE SPACES.               00018800
           SKIP2                                                        00018900
700184*** Ownership rows, in OWNTAB order.                              00019000
700184 01  WOWN-AREA.                                                   00019100
700184     05  WOWN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00019200
700184     05  WOWN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00019300
700184     05  WOWN-ENTRY OCCURS 500 TIMES.                             00019400
700184         10  WOWN-SPONSOR      PIC X(8)     VALUE SPACES.         00019500
700191         10  WOWN-PLAN-LO      PIC X(10)    VALUE SPACES.         00019600
700191         10  WOWN-PLAN-HI      PIC X(10)    VALUE SPACES.         00019700
700184         10  WOWN-XXYY         PIC X(4)     VALUE SPACES.         00019800
700184         10  WOWN-ANALYST      PIC X(8)     VALUE SPACES.         00019900
700184         10  WOWN-BACKUP       PIC X(8)     VALUE SPACES.         00020000
700184         10  WOWN-LEAD         PIC X(8)     VALUE SPACES.         00020100
700184         10  WOWN-ABSENT       PIC X        VALUE 'N'.            00020200
           SKIP2                                                        00020300
700184*** Analysts out today, from ABSENT cards.                        00020400
700184 01  WABS-AREA.                                                   00020500
700184     05  WABS-COUNT            PIC S9(4) BINARY VALUE ZERO.       00020600
700184     05  WABS-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00020700
700184     05  WABS-ENTRY OCCURS 50 TIMES                               00020800
700184                               PIC X(8)     VALUE SPACES.         00020900
           SKIP2                                                        00021000
700184*** Plan-to-sponsor map from the PLANSPON cards.                  00021100
700184 01  WSPON-AREA.                                                  00021200
700184     05  WSPON-COUNT           PIC S9(4) BINARY VALUE ZERO.       00021300
700184     05  WSPON-MAX-ENTRIES     PIC S9(4) BINARY VALUE 5000.       00021400
700184     05  WSPON-ENTRY OCCURS 5000 TIMES.                           00021500
700191         10  WSPON-PLAN        PIC X(10)    VALUE SPACES.         00021600
700184         10  WSPON-CODE        PIC X(8)     VALUE SPACES.         00021700
           SKIP2                                                        00021800
700184*** Disposition rows off DISPMST, as BABKCMP tables them.         00021900
700184 01  WDISP-AREA.                                                  00022000
700184     05  WDISP-COUNT           PIC S9(4) BINARY VALUE ZERO.       00022100
700184     05  WDISP-MAX-ENTRIES     PIC S9(4) BINARY VALUE 2000.       00022200
700184     05  WDISP-ENTRY OCCURS 2000 TIMES.                           00022300
700191         10  WDISP-PLAN        PIC X(10)    VALUE SPACES.         00022400
700191         10  WDISP-PLAN-HI     PIC X(10)    VALUE SPACES.         00022500
700184         10  WDISP-XXYY        PIC X(4)     VALUE SPACES.         00022600
700184         10  WDISP-DENUM       PIC X(3)     VALUE SPACES.         00022700
700184         10  WDISP-STATUS      PIC X(12)    VALUE SPACES.         00022800
700184         10  WDISP-EXPIRY      PIC 9(8)     VALUE ZERO.           00022900
           SKIP2                                                        00023000
700184*** Groups on yesterday's list and the date each was first seen.  00023100
700184 01  WPRIOR-AREA.                                                 00023200
700184     05  WPRIOR-COUNT          PIC S9(4) BINARY VALUE ZERO.       00023300
700184     05  WPRIOR-MAX-ENTRIES    PIC S9(4) BINARY VALUE 5000.       00023400
700184     05  WPRIOR-ENTRY OCCURS 5000 TIMES.                          00023500
700191         10  WPRIOR-PLAN       PIC X(10)    VALUE SPACES.         00023600
700184         10  WPRIOR-XXYY       PIC X(4)     VALUE SPACES.         00023700
700184         10  WPRIOR-FIRST-SEEN PIC 9(8)     VALUE ZERO.           00023800
           SKIP2                                                        00023900
700184*** Differences read since the last PLN1 marker; the marker that  00024000
700184*** follows a plan's detail names the plan.                       00024100
700184 01  WPEND-AREA.                                                  00024200
700184     05  WPEND-COUNT           PIC S9(4) BINARY VALUE ZERO.       00024300
700184     05  WPEND-MAX-ENTRIES     PIC S9(4) BINARY VALUE 1000.       00024400
700184     05  WPEND-ENTRY OCCURS 1000 TIMES.                           00024500
700184         10  WPEND-XXYY        PIC X(4)     VALUE SPACES.         00024600
700184         10  WPEND-DENUM       PIC X(3)     VALUE SPACES.         00024700
           SKIP2                                                        00024800
700184*** Open difference groups and where each was routed.             00024900
700184 01  WGRP-AREA.                                                   00025000
700184     05  WGRP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00025100
700184     05  WGRP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00025200
700184     05  WGRP-ENTRY OCCURS 5000 TIMES.                            00025300
700191         10  WGRP-PLAN         PIC X(10)    VALUE SPACES.         00025400
700184         10  WGRP-XXYY         PIC X(4)     VALUE SPACES.         00025500
700184         10  WGRP-DIFFS        PIC 9(5)     VALUE ZERO.           00025600
700184         10  WGRP-SPONSOR      PIC X(8)     VALUE SPACES.         00025700
700184         10  WGRP-FIRST-SEEN   PIC 9(8)     VALUE ZERO.           00025800
700184         10  WGRP-AGE          PIC 9(4)     VALUE ZERO.           00025900
700184         10  WGRP-ANALYST      PIC X(8)     VALUE SPACES.         00026000
700184         10  WGRP-OWNER        PIC X(8)     VALUE SPACES.         00026100
700184         10  WGRP-ROUTE        PIC X(10)    VALUE SPACES.         00026200
           SKIP2                                                        00026300
700184*** Analysts with a worklist, kept in id order.                   00026400
700184 01  WANL-AREA.                                                   00026500
700184     05  WANL-COUNT            PIC S9(4) BINARY VALUE ZERO.       00026600
700184     05  WANL-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00026700
700184     05  WANL-ENTRY OCCURS 500 TIMES.                             00026800
700184         10  WANL-ID           PIC X(8)     VALUE SPACES.         00026900
           SKIP2                                                        00027000
700184*** CCYYMMDD to day serial, as BABKSEL takes it.                  00027100
700184 01  WSER-AREA.                                                   00027200
700184     05  WSER-DATE         PIC 9(8) VALUE ZERO.                   00027300
700184     05  WSER-DATE-R REDEFINES WSER-DATE.                         00027400
700184         10  WSER-YYYY     PIC 9(4).                              00027500
700184         10  WSER-MM       PIC 9(2).                              00027600
700184         10  WSER-DD       PIC 9(2).                              00027700
700184     05  WSER-Y1           PIC 9(4) VALUE ZERO.                   00027800
700184     05  WSER-QUOT         PIC 9(4) VALUE ZERO.                   00027900
700184     05  WSER-REM4         PIC 9(4) VALUE ZERO.                   00028000
700184     05  WSER-REM100       PIC 9(4) VALUE ZERO.                   00028100
700184     05  WSER-REM400       PIC 9(4) VALUE ZERO.                   00028200
700184     05  WSER-LEAP-FLG     PIC X VALUE 'N'.                       00028300
700184         88  WSER-LEAP-YES VALUE 'Y'.                             00028400
700184     05  WSER-RESULT       PIC S9(9) VALUE ZERO.                  00028500
700184 01  WMONTH-OFS-TAB.                                              00028600
700184     05  FILLER PIC X(36) VALUE                                   00028700
700184         '000031059090120151181212243273304334'.                  00028800
700184 01  WMONTH-OFS-R REDEFINES WMONTH-OFS-TAB.                       00028900
700184     05  WMONTH-OFS        PIC 9(3) OCCURS 12 TIMES.              00029000
           SKIP2                                                        00029100
700184 01  WLIST-LINE.                                                  00029200
700184     05  FILLER                PIC X        VALUE SPACE.          00029300
700191     05  WLIST-PLAN            PIC X(10)    VALUE SPACES.         00029400
700184     05  FILLER                PIC X        VALUE SPACE.          00029500
700184     05  WLIST-XXYY            PIC X(4)     VALUE SPACES.         00029600
700184     05  FILLER                PIC X        VALUE SPACE.          00029700
700184     05  WLIST-DIFFS           PIC ZZZZ9    VALUE ZERO.           00029800
700184     05  FILLER                PIC X(2)     VALUE SPACES.         00029900
700184     05  WLIST-FIRST-SEEN      PIC 9(8)     VALUE ZERO.           00030000
700184     05  FILLER                PIC X        VALUE SPACE.          00030100
700184     05  WLIST-AGE             PIC ZZZ9     VALUE ZERO.           00030200
700184     05  FILLER                PIC X        VALUE SPACE.          00030300
700184     05  WLIST-ROUTE           PIC X(10)    VALUE SPACES.         00030400
700184     05  FILLER                PIC X        VALUE SPACE.          00030500
700184     05  WLIST-OWNER           PIC X(8)     VALUE SPACES.         00030600
700184     05  FILLER                PIC X        VALUE SPACE.          00030700
700184     05  WLIST-SPONSOR         PIC X(8)     VALUE SPACES.         00030800
700191     05  FILLER                PIC X(66)    VALUE SPACES.         00030900
           SKIP2                                                        00031000
700184 01  WKLISTO-AREA. COPY WKLIST.                                   00031100
           SKIP2                                                        00031200
700184 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00031300
700184 01  WCTL-AREA.                                                   00031400
700184     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00031500
700184         88  WCTL-CMD-PLANSPON   VALUE 'PLANSPON'.                00031600
700184         88  WCTL-CMD-ESCALATE   VALUE 'ESCALATE'.                00031700
700184         88  WCTL-CMD-ABSENT     VALUE 'ABSENT'.                  00031800
700184     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00031900
700184     05  WCTL-ESCALATE           PIC 9(3)  VALUE 5.               00032000
           SKIP2                                                        00032100
700184 01  RPTHDR-LINE.                                                 00032200
700184         05   FILLER     PIC X(02) VALUE                          00032300
700184           ' '.                                                   00032400
700184         05   FILLER     PIC X(28) VALUE                          00032500
700184           'OmniPlus Analyst Worklists'.                          00032600
700184         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00032700
700184         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00032800
700184         05   FILLER     PIC X(6)  VALUE                          00032900
700184           '  Page'.                                              00033000
700184         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00033100
           SKIP2                                                        00033200
700184 01  IO-O2R-PARM.                                                 00033300
700184       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAWKROUT'.           00033400
           SKIP2                                                        00033500
700184 01  IO-IN110-PARM.                                               00033600
700184       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAWKROUT'.            00033700
           SKIP3                                                        00033800
700184 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00033900
           EJECT                                                        00034000
700184 PROCEDURE DIVISION.                                              00034100
           SKIP2                                                        00034200
700184 A-100-BODY.                                                      00034300
700184     PERFORM A-105-INIT.                                          00034400
700184     PERFORM A-200-INIT-OPEN.                                     00034500
700184     PERFORM A-300-SCAN-OT200.                                    00034600
700184     PERFORM C-100-ROUTE-GROUP                                    00034700
700184       VARYING SUB-GRP FROM 1 BY 1                                00034800
700184         UNTIL SUB-GRP > WGRP-COUNT.                              00034900
700184     PERFORM D-100-WRITE-LISTS.                                   00035000
700184     PERFORM A-900-FINI-CLOSE.                                    00035100
700184     IF  WCTR-UNASSIGNED > ZERO                                   00035200
700184         OR WCTR-OVER > ZERO                                      00035300
700184         OR WCTR-CTL-ERRORS > ZERO                                00035400
700184         IF  WRC-FINAL < 4                                        00035500
700184             MOVE 4 TO WRC-FINAL.                                 00035600
700184     MOVE WRC-FINAL TO RETURN-CODE.                               00035700
700184     GOBACK.                                                      00035800
           SKIP2                                                        00035900
700184 A-105-INIT.                                                      00036000
700184     CALL 'BASDIN' USING SD-AREA.                                 00036100
           SKIP2                                                        00036200
700184 A-200-INIT-OPEN.                                                 00036300
700184     DISPLAY 'BaWkRout-998 Program Starting'.                     00036400
700184     ACCEPT RPTHDR-DATE FROM DATE.                                00036500
700184     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00036600
700184     MOVE WRUN-DATE TO WSER-DATE.                                 00036700
700184     PERFORM R-300-DATE-TO-SERIAL.                                00036800
700184     MOVE WSER-RESULT TO WRUN-SERIAL.                             00036900
700184     OPEN OUTPUT                                                  00037000
700184               PRINT-FILE.                                        00037100
700184     IF  NOT WPRINT-FS-OK                                         00037200
700184         DISPLAY 'BaWkRout-53 PRINT dd OPEN failed:'              00037300
700184             WPRINT-FS                                            00037400
700184         STOP RUN.                                                00037500
700184     CALL 'UT110IN'  USING SD-AREA                                00037600
700184               IO-IN110-PARM                                      00037700
700184               IO-IN110-OPEN                                      00037800
700184               CTL-REC.                                           00037900
700184     IF  IO-IN110-ERROR = 'Y'                                     00038000
700184          OR IO-IN110-FILE-STATUS NOT = '00'                      00038100
700184         DISPLAY 'BaWkRout-301 No IN110 control file, defaults '  00038200
700184             'apply:' IO-IN110-FILE-STATUS                        00038300
700184     ELSE                                                         00038400
700184         PERFORM F-110-READ-IN110                                 00038500
700184         PERFORM F-100-PROC-CTL                                   00038600
700184           UNTIL IO-IN110-ERROR-YES                               00038700
700184         CALL 'UT110IN'  USING SD-AREA                            00038800
700184               IO-IN110-PARM                                      00038900
700184               IO-IN110-CLOSE                                     00039000
700184               CTL-REC.                                           00039100
700184     DISPLAY 'BaWkRout-300 Escalation after ' WCTL-ESCALATE       00039200
700184         ' days'.                                                 00039300
700184     PERFORM A-210-LOAD-OWNTAB.                                   00039400
700184     PERFORM A-220-LOAD-DISPMST.                                  00039500
700184     PERFORM A-230-LOAD-PRIOR.                                    00039600
700184     OPEN OUTPUT WKLISTO-FILE.                                    00039700
700184     IF  NOT WWKLISTO-FS-OK                                       00039800
700184         DISPLAY 'BaWkRout-305 WKLISTO dd OPEN failed:'           00039900
700184             WWKLISTO-FS                                          00040000
700184         MOVE 16 TO RETURN-CODE                                   00040100
700184         STOP RUN.                                                00040200
           SKIP2                                                        00040300
700184*** The ownership table is the whole point of the run; without    00040400
700184*** it nothing could be routed.                                   00040500
700184 A-210-LOAD-OWNTAB.                                               00040600
700184     OPEN INPUT OWNTAB-FILE.                                      00040700
700184     IF  NOT WOWNTAB-FS-OK                                        00040800
700184         DISPLAY 'BaWkRout-302 OWNTAB dd OPEN failed:'            00040900
700184             WOWNTAB-FS                                           00041000
700184         MOVE 16 TO RETURN-CODE                                   00041100
700184         STOP RUN.                                                00041200
700184     MOVE 'N' TO WREAD-DONE-FLG.                                  00041300
700184     PERFORM A-215-OWNTAB-ROW                                     00041400
700184       UNTIL WREAD-DONE-YES.                                      00041500
700184     CLOSE OWNTAB-FILE.                                           00041600
700184     DISPLAY 'BaWkRout-306 Ownership rows loaded:' WOWN-COUNT.    00041700
           SKIP2                                                        00041800
700184 A-215-OWNTAB-ROW.                                                00041900
700184     READ OWNTAB-FILE                                             00042000
700184         AT END                                                   00042100
700184             SET WREAD-DONE-YES TO TRUE.                          00042200
700184     IF  WREAD-DONE-YES                                           00042300
700184         OR NOT WOWNTAB-FS-OK                                     00042400
700184         SET WREAD-DONE-YES TO TRUE                               00042500
700184     ELSE IF  OWNTAB-REC (1:1) = '*'                              00042600
700184         OR OWN-ANALYST = SPACES                                  00042700
700184         NEXT SENTENCE                                            00042800
700184     ELSE IF  WOWN-COUNT < WOWN-MAX-ENTRIES                       00042900
700184         ADD 1 TO WOWN-COUNT                                      00043000
700184         MOVE OWN-SPONSOR  TO WOWN-SPONSOR (WOWN-COUNT)           00043100
700184         MOVE OWN-PLAN-LO  TO WOWN-PLAN-LO (WOWN-COUNT)           00043200
700184         IF  OWN-PLAN-HI = SPACES                                 00043300
700184             MOVE OWN-PLAN-LO TO WOWN-PLAN-HI (WOWN-COUNT)        00043400
700184         ELSE                                                     00043500
700184             MOVE OWN-PLAN-HI TO WOWN-PLAN-HI (WOWN-COUNT)        00043600
700184         END-IF                                                   00043700
700184         MOVE OWN-XXYY     TO WOWN-XXYY (WOWN-COUNT)              00043800
700184         MOVE OWN-ANALYST  TO WOWN-ANALYST (WOWN-COUNT)           00043900
700184         MOVE OWN-BACKUP   TO WOWN-BACKUP (WOWN-COUNT)            00044000
700184         MOVE OWN-LEAD     TO WOWN-LEAD (WOWN-COUNT)              00044100
700184         IF  OWN-ABSENT-YES                                       00044200
700184             MOVE 'Y' TO WOWN-ABSENT (WOWN-COUNT)                 00044300
700184         END-IF                                                   00044400
700184     ELSE                                                         00044500
700184         DISPLAY 'BaWkRout-307 OWNTAB table full, ignoring:'      00044600
700184             OWNTAB-REC (1:60)                                    00044700
700184         ADD 1 TO WCTR-OVER.                                      00044800
           SKIP2                                                        00044900
700184*** With no disposition master every difference counts as open;   00045000
700184*** the lists are still built but the run ends 4.                 00045100
700184 A-220-LOAD-DISPMST.                                              00045200
700184     OPEN INPUT DISPMST-FILE.                                     00045300
700184     IF  NOT WDISPMST-FS-OK                                       00045400
700184         DISPLAY 'BaWkRout-303 DISPMST OPEN failed, every '       00045500
700184             'difference routed:' WDISPMST-FS                     00045600
700184         MOVE 4 TO WRC-FINAL                                      00045700
700184     ELSE                                                         00045800
700184         MOVE 'N' TO WBROWSE-DONE-FLG                             00045900
700184         MOVE LOW-VALUES TO DSPM-KEY                              00046000
700184         START DISPMST-FILE KEY NOT < DSPM-KEY                    00046100
700184             INVALID KEY                                          00046200
700184                 SET WBROWSE-DONE-YES TO TRUE                     00046300
700184         END-START                                                00046400
700184         PERFORM A-225-DISP-ROW                                   00046500
700184           UNTIL WBROWSE-DONE-YES                                 00046600
700184         CLOSE DISPMST-FILE.                                      00046700
           SKIP2                                                        00046800
700184 A-225-DISP-ROW.                                                  00046900
700184     READ DISPMST-FILE NEXT RECORD                                00047000
700184         AT END                                                   00047100
700184             SET WBROWSE-DONE-YES TO TRUE.                        00047200
700184     IF  WBROWSE-DONE-YES                                         00047300
700184         OR NOT WDISPMST-FS-OK                                    00047400
700184         SET WBROWSE-DONE-YES TO TRUE                             00047500
700184     ELSE IF  DSPM-PLAN-NUM = SPACES                              00047600
700184         NEXT SENTENCE                                            00047700
700184     ELSE IF  WDISP-COUNT < WDISP-MAX-ENTRIES                     00047800
700184         ADD 1 TO WDISP-COUNT                                     00047900
700184         MOVE DSPM-PLAN-NUM TO WDISP-PLAN (WDISP-COUNT)           00048000
700184         MOVE DSPM-XXYY     TO WDISP-XXYY (WDISP-COUNT)           00048100
700184         MOVE DSPM-DENUM    TO WDISP-DENUM (WDISP-COUNT)          00048200
700184         MOVE DSPM-STATUS   TO WDISP-STATUS (WDISP-COUNT)         00048300
700184         IF  DSPM-EXPIRY IS NUMERIC                               00048400
700184             MOVE DSPM-EXPIRY TO WDISP-EXPIRY (WDISP-COUNT)       00048500
700184         END-IF                                                   00048600
700191         IF  DSPM-PLAN-HI NOT = SPACES AND LOW-VALUES             00048700
700184             MOVE DSPM-PLAN-HI TO WDISP-PLAN-HI (WDISP-COUNT)     00048800
700184         END-IF                                                   00048900
700184     ELSE                                                         00049000
700184         DISPLAY 'BaWkRout-307 Disposition table full, ignoring:' 00049100
700184             DSPM-KEY                                             00049200
700184         ADD 1 TO WCTR-OVER.                                      00049300
           SKIP2                                                        00049400
700184*** Yesterday's list only dates the groups; a first night with no 00049500
700184*** list starts every group's clock today.                        00049600
700184 A-230-LOAD-PRIOR.                                                00049700
700184     OPEN INPUT WKLISTI-FILE.                                     00049800
700184     IF  NOT WWKLISTI-FS-OK                                       00049900
700184         DISPLAY 'BaWkRout-304 No prior worklist, every group '   00050000
700184             'first seen today:' WWKLISTI-FS                      00050100
700184     ELSE                                                         00050200
700184         MOVE 'N' TO WREAD-DONE-FLG                               00050300
700184         PERFORM A-235-PRIOR-ROW                                  00050400
700184           UNTIL WREAD-DONE-YES                                   00050500
700184         CLOSE WKLISTI-FILE.                                      00050600
           SKIP2                                                        00050700
700184 A-235-PRIOR-ROW.                                                 00050800
700184     READ WKLISTI-FILE                                            00050900
700184         AT END                                                   00051000
700184             SET WREAD-DONE-YES TO TRUE.                          00051100
700184     IF  WREAD-DONE-YES                                           00051200
700184         OR NOT WWKLISTI-FS-OK                                    00051300
700184         SET WREAD-DONE-YES TO TRUE                               00051400
700184     ELSE IF  WKL-FIRST-SEEN OF WKLISTI-REC IS NOT NUMERIC        00051500
700184         NEXT SENTENCE                                            00051600
700184     ELSE IF  WPRIOR-COUNT < WPRIOR-MAX-ENTRIES                   00051700
700184         ADD 1 TO WPRIOR-COUNT                                    00051800
700184         ADD 1 TO WCTR-PRIOR                                      00051900
700184         MOVE WKL-PLAN OF WKLISTI-REC                             00052000
700184             TO WPRIOR-PLAN (WPRIOR-COUNT)                        00052100
700184         MOVE WKL-XXYY OF WKLISTI-REC                             00052200
700184             TO WPRIOR-XXYY (WPRIOR-COUNT)                        00052300
700184         MOVE WKL-FIRST-SEEN OF WKLISTI-REC                       00052400
700184             TO WPRIOR-FIRST-SEEN (WPRIOR-COUNT)                  00052500
700184     ELSE                                                         00052600
700184         ADD 1 TO WCTR-OVER.                                      00052700
           SKIP2                                                        00052800
700184 A-900-FINI-CLOSE.                                                00052900
700184     CLOSE WKLISTO-FILE.                                          00053000
700184     DISPLAY 'BaWkRout-444 Differences:' WCTR-DIFFS               00053100
700184       ', Disposed:' WCTR-DISPOSED                                00053200
700184       ', Groups routed:' WCTR-ROUTED.                            00053300
700184     DISPLAY 'BaWkRout-445 Escalated:' WCTR-ESCALATED             00053400
700184       ', Unassigned:' WCTR-UNASSIGNED                            00053500
700184       ', Analysts:' WANL-COUNT                                   00053600
700184       ', Not tabled:' WCTR-OVER.                                 00053700
700184     CLOSE PRINT-FILE.                                            00053800
700184     DISPLAY 'BaWkRout-998 Program Ending'.                       00053900
           SKIP2                                                        00054000
700184***************************                                       00054100
700184*** OT200 grouping                                                00054200
700184***************************                                       00054300
700184 A-300-SCAN-OT200.                                                00054400
700184     CALL 'UTOT200R' USING SD-AREA                                00054500
700184                           IO-O2R-PARM                            00054600
700184                           IO-O2R-OPEN                            00054700
700184                           WO2R-REC.                              00054800
700184     IF  IO-O2R-ERROR-YES                                         00054900
700184         DISPLAY 'BaWkRout-308 OT200IN dd OPEN failed:'           00055000
700184             IO-O2R-FILE-STATUS                                   00055100
700184         MOVE 16 TO RETURN-CODE                                   00055200
700184         STOP RUN.                                                00055300
700184     MOVE ZERO TO WPEND-COUNT.                                    00055400
700184     PERFORM B-100-OT200-LINE                                     00055500
700184       WITH TEST AFTER                                            00055600
700184       UNTIL IO-O2R-ERROR-YES                                     00055700
700184         OR IO-O2R-EOF-YES.                                       00055800
700184     CALL 'UTOT200R' USING SD-AREA                                00055900
700184                           IO-O2R-PARM                            00056000
700184                           IO-O2R-CLOSE                           00056100
700184                           WO2R-REC.                              00056200
           SKIP2                                                        00056300
700184*** A RecordType header names the type of the DE lines under it;  00056400
700184*** key-value echoes are context, not differences.                00056500
700184 B-100-OT200-LINE.                                                00056600
700184     CALL 'UTOT200R' USING SD-AREA                                00056700
700184                           IO-O2R-PARM                            00056800
700184                           IO-O2R-READ                            00056900
700184                           WO2R-REC.                              00057000
700184     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00057100
700184         NEXT SENTENCE                                            00057200
700184     ELSE IF  IO-O2R-KIND-RECHDR                                  00057300
700184         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00057400
700184     ELSE IF  IO-O2R-KIND-PLN                                     00057500
700184         MOVE IO-O2R-PLAN TO WPLAN-WORK                           00057600
700184         MOVE WGRP-COUNT TO WGRP-PLAN-START                       00057700
700184         ADD 1 TO WGRP-PLAN-START                                 00057800
700184         PERFORM B-200-PEND-ENTRY                                 00057900
700184           VARYING SUB-PEND FROM 1 BY 1                           00058000
700184             UNTIL SUB-PEND > WPEND-COUNT                         00058100
700184         MOVE ZERO TO WPEND-COUNT                                 00058200
700184     ELSE IF  IO-O2R-KIND-DETAIL                                  00058300
700184           OR IO-O2R-KIND-DELIM                                   00058400
700184         ADD 1 TO WCTR-DIFFS                                      00058500
700184         IF  WPEND-COUNT < WPEND-MAX-ENTRIES                      00058600
700184             ADD 1 TO WPEND-COUNT                                 00058700
700184             MOVE WCUR-XXYY    TO WPEND-XXYY (WPEND-COUNT)        00058800
700184             MOVE IO-O2R-DENUM TO WPEND-DENUM (WPEND-COUNT)       00058900
700184         ELSE                                                     00059000
700184             ADD 1 TO WCTR-OVER                                   00059100
700184         END-IF.                                                  00059200
           SKIP2                                                        00059300
700184*** One difference of the plan just named: disposed, or counted   00059400
700184*** into its plan/RecordType group.                               00059500
700184 B-200-PEND-ENTRY.                                                00059600
700184     PERFORM R-100-DISP-COVERED.                                  00059700
700184     IF  WDISP-COVER-YES                                          00059800
700184         ADD 1 TO WCTR-DISPOSED                                   00059900
700184     ELSE                                                         00060000
700184         PERFORM B-250-ADD-GROUP.                                 00060100
           SKIP2                                                        00060200
700184 B-250-ADD-GROUP.                                                 00060300
700184     MOVE ZERO TO WGRP-HIT-SUB.                                   00060400
700184     PERFORM B-260-SCAN-GROUP                                     00060500
700184       VARYING SUB-GRP FROM WGRP-PLAN-START BY 1                  00060600
700184         UNTIL SUB-GRP > WGRP-COUNT                               00060700
700184           OR WGRP-HIT-SUB > ZERO.                                00060800
700184     IF  WGRP-HIT-SUB > ZERO                                      00060900
700184         ADD 1 TO WGRP-DIFFS (WGRP-HIT-SUB)                       00061000
700184     ELSE IF  WGRP-COUNT < WGRP-MAX-ENTRIES                       00061100
700184         ADD 1 TO WGRP-COUNT                                      00061200
700184         MOVE WPLAN-WORK TO WGRP-PLAN (WGRP-COUNT)                00061300
700184         MOVE WPEND-XXYY (SUB-PEND) TO WGRP-XXYY (WGRP-COUNT)     00061400
700184         MOVE 1 TO WGRP-DIFFS (WGRP-COUNT)                        00061500
700184     ELSE                                                         00061600
700184         DISPLAY 'BaWkRout-307 Group table full, ignoring Plan '  00061700
700184             WPLAN-WORK ' Type ' WPEND-XXYY (SUB-PEND)            00061800
700184         ADD 1 TO WCTR-OVER.                                      00061900
           SKIP2                                                        00062000
700184 B-260-SCAN-GROUP.                                                00062100
700184     IF  WGRP-PLAN (SUB-GRP) = WPLAN-WORK                         00062200
700184         AND WGRP-XXYY (SUB-GRP) = WPEND-XXYY (SUB-PEND)          00062300
700184         MOVE SUB-GRP TO WGRP-HIT-SUB.                            00062400
           SKIP2                                                        00062500
700184***************************                                       00062600
700184*** Routing                                                       00062700
700184***************************                                       00062800
700184 C-100-ROUTE-GROUP.                                               00062900
700184     PERFORM C-110-FIND-SPONSOR.                                  00063000
700184     MOVE WSPON-WORK TO WGRP-SPONSOR (SUB-GRP).                   00063100
700184     PERFORM C-120-FIRST-SEEN.                                    00063200
700184     PERFORM C-130-FIND-OWNER.                                    00063300
700184     IF  WOWN-HIT-SUB = ZERO                                      00063400
700184         MOVE SPACES       TO WGRP-ANALYST (SUB-GRP)              00063500
700184                              WGRP-OWNER (SUB-GRP)                00063600
700184         MOVE 'UNASSIGNED' TO WGRP-ROUTE (SUB-GRP)                00063700
700184     ELSE                                                         00063800
700184         MOVE WOWN-ANALYST (WOWN-HIT-SUB) TO WGRP-OWNER (SUB-GRP) 00063900
700184         PERFORM C-150-PICK-ANALYST.                              00064000
700184     IF  WGRP-ANALYST (SUB-GRP) = SPACES                          00064100
700184         ADD 1 TO WCTR-UNASSIGNED                                 00064200
700184     ELSE                                                         00064300
700184         ADD 1 TO WCTR-ROUTED                                     00064400
700184         MOVE WGRP-ANALYST (SUB-GRP) TO WANALYST-WORK             00064500
700184         PERFORM D-110-ADD-ANALYST.                               00064600
           SKIP2                                                        00064700
700184*** Plans come off the extract in order, so the map is searched   00064800
700184*** once per plan.                                                00064900
700184 C-110-FIND-SPONSOR.                                              00065000
700184     IF  WGRP-PLAN (SUB-GRP) NOT = WSPON-LAST-PLAN                00065100
700184         MOVE WGRP-PLAN (SUB-GRP) TO WSPON-LAST-PLAN              00065200
700184         MOVE SPACES TO WSPON-WORK                                00065300
700184         PERFORM C-115-SCAN-SPONSOR                               00065400
700184           VARYING SUB-SPON FROM 1 BY 1                           00065500
700184             UNTIL SUB-SPON > WSPON-COUNT                         00065600
700184               OR WSPON-WORK NOT = SPACES.                        00065700
           SKIP2                                                        00065800
700184 C-115-SCAN-SPONSOR.                                              00065900
700184     IF  WSPON-PLAN (SUB-SPON) = WSPON-LAST-PLAN                  00066000
700184         MOVE WSPON-CODE (SUB-SPON) TO WSPON-WORK.                00066100
           SKIP2                                                        00066200
700184 C-120-FIRST-SEEN.                                                00066300
700184     MOVE ZERO TO WPRIOR-HIT-SUB.                                 00066400
700184     PERFORM C-125-SCAN-PRIOR                                     00066500
700184       VARYING SUB-PRIOR FROM 1 BY 1                              00066600
700184         UNTIL SUB-PRIOR > WPRIOR-COUNT                           00066700
700184           OR WPRIOR-HIT-SUB > ZERO.                              00066800
700184     IF  WPRIOR-HIT-SUB > ZERO                                    00066900
700184         MOVE WPRIOR-FIRST-SEEN (WPRIOR-HIT-SUB)                  00067000
700184             TO WGRP-FIRST-SEEN (SUB-GRP)                         00067100
700184     ELSE                                                         00067200
700184         MOVE WRUN-DATE TO WGRP-FIRST-SEEN (SUB-GRP).             00067300
700184     MOVE WGRP-FIRST-SEEN (SUB-GRP) TO WSER-DATE.                 00067400
700184     PERFORM R-300-DATE-TO-SERIAL.                                00067500
700184     COMPUTE WAGE-DAYS = WRUN-SERIAL - WSER-RESULT.               00067600
700184     IF  WAGE-DAYS < ZERO OR WSER-RESULT = ZERO                   00067700
700184         MOVE ZERO TO WAGE-DAYS.                                  00067800
700184     IF  WAGE-DAYS > 9999                                         00067900
700184         MOVE 9999 TO WAGE-DAYS.                                  00068000
700184     MOVE WAGE-DAYS TO WGRP-AGE (SUB-GRP).                        00068100
           SKIP2                                                        00068200
700184 C-125-SCAN-PRIOR.                                                00068300
700184     IF  WPRIOR-PLAN (SUB-PRIOR) = WGRP-PLAN (SUB-GRP)            00068400
700184         AND WPRIOR-XXYY (SUB-PRIOR) = WGRP-XXYY (SUB-GRP)        00068500
700184         MOVE SUB-PRIOR TO WPRIOR-HIT-SUB.                        00068600
           SKIP2                                                        00068700
700184*** First ownership row covering the group's sponsor, plan and    00068800
700184*** RecordType.                                                   00068900
700184 C-130-FIND-OWNER.                                                00069000
700184     MOVE ZERO TO WOWN-HIT-SUB.                                   00069100
700184     PERFORM C-135-SCAN-OWNER                                     00069200
700184       VARYING SUB-OWN FROM 1 BY 1                                00069300
700184         UNTIL SUB-OWN > WOWN-COUNT                               00069400
700184           OR WOWN-HIT-SUB > ZERO.                                00069500
           SKIP2                                                        00069600
700184 C-135-SCAN-OWNER.                                                00069700
700184     IF  (WOWN-SPONSOR (SUB-OWN) = SPACES                         00069800
700184           OR WOWN-SPONSOR (SUB-OWN) = 'ALL'                      00069900
700184           OR WOWN-SPONSOR (SUB-OWN) = WGRP-SPONSOR (SUB-GRP))    00070000
700184         AND (WOWN-PLAN-LO (SUB-OWN) = SPACES                     00070100
700184           OR (WGRP-PLAN (SUB-GRP) NOT < WOWN-PLAN-LO (SUB-OWN)   00070200
700184             AND WGRP-PLAN (SUB-GRP) NOT >                        00070300
700184                 WOWN-PLAN-HI (SUB-OWN)))                         00070400
700184         AND (WOWN-XXYY (SUB-OWN) = SPACES                        00070500
700184           OR WOWN-XXYY (SUB-OWN) = 'ALL'                         00070600
700184           OR WOWN-XXYY (SUB-OWN) = WGRP-XXYY (SUB-GRP))          00070700
700184         MOVE SUB-OWN TO WOWN-HIT-SUB.                            00070800
           SKIP2                                                        00070900
700184*** An item open ESCALATE days or more goes to the team lead      00071000
700184*** whoever owns it; otherwise to the owner, or past an absent    00071100
700184*** owner to the backup, or past an absent backup to the lead.    00071200
700184 C-150-PICK-ANALYST.                                              00071300
700184     MOVE WOWN-ANALYST (WOWN-HIT-SUB) TO WANALYST-WORK.           00071400
700184     PERFORM R-200-CHECK-ABSENT.                                  00071500
700184     IF  WOWN-ABSENT (WOWN-HIT-SUB) = 'Y'                         00071600
700184         SET WABSENT-YES TO TRUE.                                 00071700
700184     IF  WCTL-ESCALATE > ZERO                                     00071800
700184         AND WGRP-AGE (SUB-GRP) NOT < WCTL-ESCALATE               00071900
700184         AND WOWN-LEAD (WOWN-HIT-SUB) NOT = SPACES                00072000
700184         MOVE WOWN-LEAD (WOWN-HIT-SUB) TO WGRP-ANALYST (SUB-GRP)  00072100
700184         MOVE 'ESCALATED' TO WGRP-ROUTE (SUB-GRP)                 00072200
700184         ADD 1 TO WCTR-ESCALATED                                  00072300
700184     ELSE IF  NOT WABSENT-YES                                     00072400
700184         MOVE WANALYST-WORK TO WGRP-ANALYST (SUB-GRP)             00072500
700184         MOVE 'OWNER' TO WGRP-ROUTE (SUB-GRP)                     00072600
700184     ELSE                                                         00072700
700184         MOVE WOWN-BACKUP (WOWN-HIT-SUB) TO WANALYST-WORK         00072800
700184         PERFORM R-200-CHECK-ABSENT                               00072900
700184         IF  WANALYST-WORK NOT = SPACES                           00073000
700184             AND NOT WABSENT-YES                                  00073100
700184             MOVE WANALYST-WORK TO WGRP-ANALYST (SUB-GRP)         00073200
700184             MOVE 'BACKUP' TO WGRP-ROUTE (SUB-GRP)                00073300
700184         ELSE IF  WOWN-LEAD (WOWN-HIT-SUB) NOT = SPACES           00073400
700184             MOVE WOWN-LEAD (WOWN-HIT-SUB)                        00073500
700184                 TO WGRP-ANALYST (SUB-GRP)                        00073600
700184             MOVE 'LEAD' TO WGRP-ROUTE (SUB-GRP)                  00073700
700184         ELSE                                                     00073800
700184             MOVE SPACES TO WGRP-ANALYST (SUB-GRP)                00073900
700184             MOVE 'UNASSIGNED' TO WGRP-ROUTE (SUB-GRP)            00074000
700184         END-IF.                                                  00074100
           SKIP2                                                        00074200
700184***************************                                       00074300
700184*** Worklists                                                     00074400
700184***************************                                       00074500
700184 D-100-WRITE-LISTS.                                               00074600
700184     MOVE SPACES TO WPRINT-TITLE1.                                00074700
700191     STRING ' Plan       Type Diffs First Seen Age Route      '   00074800
700184         'Owner    Sponsor'                                       00074900
700184         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00075000
700184     PERFORM D-200-ANALYST-LIST                                   00075100
700184       VARYING SUB-ANL FROM 1 BY 1                                00075200
700184         UNTIL SUB-ANL > WANL-COUNT.                              00075300
700184     MOVE SPACES TO WANL-LIST-ID.                                 00075400
700184     MOVE ' Unassigned' TO RPTHDR-SUBTITLE.                       00075500
700184     PERFORM D-300-ONE-LIST.                                      00075600
           SKIP2                                                        00075700
700184*** Adds WANALYST-WORK to the analyst list in id order, once.     00075800
700184 D-110-ADD-ANALYST.                                               00075900
700184     MOVE ZERO TO WANL-HIT-SUB WANL-INS-POS.                      00076000
700184     PERFORM D-115-SCAN-ANALYST                                   00076100
700184       VARYING SUB-ANL FROM 1 BY 1                                00076200
700184         UNTIL SUB-ANL > WANL-COUNT                               00076300
700184           OR WANL-HIT-SUB > ZERO                                 00076400
700184           OR WANL-INS-POS > ZERO.                                00076500
700184     IF  WANL-HIT-SUB > ZERO                                      00076600
700184         NEXT SENTENCE                                            00076700
700184     ELSE IF  WANL-COUNT NOT < WANL-MAX-ENTRIES                   00076800
700184         DISPLAY 'BaWkRout-307 Analyst table full, ignoring:'     00076900
700184             WANALYST-WORK                                        00077000
700184         ADD 1 TO WCTR-OVER                                       00077100
700184     ELSE                                                         00077200
700184         IF  WANL-INS-POS = ZERO                                  00077300
700184             COMPUTE WANL-INS-POS = WANL-COUNT + 1                00077400
700184         END-IF                                                   00077500
700184         PERFORM D-120-SHIFT-ANALYST                              00077600
700184           VARYING SUB-SHIFT FROM WANL-COUNT BY -1                00077700
700184             UNTIL SUB-SHIFT < WANL-INS-POS                       00077800
700184         MOVE WANALYST-WORK TO WANL-ID (WANL-INS-POS)             00077900
700184         ADD 1 TO WANL-COUNT.                                     00078000
           SKIP2                                                        00078100
700184 D-115-SCAN-ANALYST.                                              00078200
700184     IF  WANL-ID (SUB-ANL) = WANALYST-WORK                        00078300
700184         MOVE SUB-ANL TO WANL-HIT-SUB                             00078400
700184     ELSE IF  WANL-ID (SUB-ANL) > WANALYST-WORK                   00078500
700184         MOVE SUB-ANL TO WANL-INS-POS.                            00078600
           SKIP2                                                        00078700
700184 D-120-SHIFT-ANALYST.                                             00078800
700184     MOVE WANL-ID (SUB-SHIFT) TO WANL-ID (SUB-SHIFT + 1).         00078900
           SKIP2                                                        00079000
700184 D-200-ANALYST-LIST.                                              00079100
700184     MOVE WANL-ID (SUB-ANL) TO WANL-LIST-ID.                      00079200
700184     MOVE SPACES TO RPTHDR-SUBTITLE.                              00079300
700184     STRING ' Worklist for ' WANL-LIST-ID                         00079400
700184         DELIMITED BY SIZE INTO RPTHDR-SUBTITLE.                  00079500
700184     PERFORM D-300-ONE-LIST.                                      00079600
           SKIP2                                                        00079700
700184*** One list on its own page and onto WKLISTO: the groups routed  00079800
700184*** to WANL-LIST-ID, or with it blank the unassigned groups.      00079900
700184 D-300-ONE-LIST.                                                  00080000
700184     MOVE ZERO TO WCTR-LIST-ITEMS.                                00080100
700184     PERFORM V-150-NEWPAGE.                                       00080200
700184     PERFORM D-310-LIST-ROW                                       00080300
700184       VARYING SUB-GRP FROM 1 BY 1                                00080400
700184         UNTIL SUB-GRP > WGRP-COUNT.                              00080500
700184     MOVE SPACES TO WPRINT-LINE.                                  00080600
700184     PERFORM V-100-PRINT-LINE.                                    00080700
700184     STRING ' Items: ' WCTR-LIST-ITEMS                            00080800
700184         DELIMITED BY SIZE INTO WPRINT-LINE.                      00080900
700184     PERFORM V-100-PRINT-LINE.                                    00081000
700184     IF  WANL-LIST-ID = SPACES                                    00081100
700184         DISPLAY 'BaWkRout-310 Unassigned items:' WCTR-LIST-ITEMS 00081200
700184     ELSE                                                         00081300
700184         DISPLAY 'BaWkRout-309 Worklist ' WANL-LIST-ID            00081400
700184             ' items:' WCTR-LIST-ITEMS.                           00081500
           SKIP2                                                        00081600
700184 D-310-LIST-ROW.                                                  00081700
700184     IF  WGRP-ANALYST (SUB-GRP) = WANL-LIST-ID                    00081800
700184         ADD 1 TO WCTR-LIST-ITEMS                                 00081900
700184         MOVE WGRP-PLAN (SUB-GRP)       TO WLIST-PLAN             00082000
700184         MOVE WGRP-XXYY (SUB-GRP)       TO WLIST-XXYY             00082100
700184         MOVE WGRP-DIFFS (SUB-GRP)      TO WLIST-DIFFS            00082200
700184         MOVE WGRP-FIRST-SEEN (SUB-GRP) TO WLIST-FIRST-SEEN       00082300
700184         MOVE WGRP-AGE (SUB-GRP)        TO WLIST-AGE              00082400
700184         MOVE WGRP-ROUTE (SUB-GRP)      TO WLIST-ROUTE            00082500
700184         MOVE WGRP-OWNER (SUB-GRP)      TO WLIST-OWNER            00082600
700184         MOVE WGRP-SPONSOR (SUB-GRP)    TO WLIST-SPONSOR          00082700
700184         MOVE WLIST-LINE TO WPRINT-LINE                           00082800
700184         PERFORM V-100-PRINT-LINE                                 00082900
700184         MOVE SPACES TO WKLISTO-AREA                              00083000
700184         MOVE WGRP-ANALYST (SUB-GRP)                              00083100
700184             TO WKL-ANALYST OF WKLISTO-AREA                       00083200
700184         MOVE WGRP-PLAN (SUB-GRP)   TO WKL-PLAN OF WKLISTO-AREA   00083300
700184         MOVE WGRP-XXYY (SUB-GRP)   TO WKL-XXYY OF WKLISTO-AREA   00083400
700184         MOVE WGRP-DIFFS (SUB-GRP)  TO WKL-DIFFS OF WKLISTO-AREA  00083500
700184         MOVE WGRP-FIRST-SEEN (SUB-GRP)                           00083600
700184             TO WKL-FIRST-SEEN OF WKLISTO-AREA                    00083700
700184         MOVE WGRP-AGE (SUB-GRP)    TO WKL-AGE OF WKLISTO-AREA    00083800
700184         MOVE WGRP-ROUTE (SUB-GRP)  TO WKL-ROUTE OF WKLISTO-AREA  00083900
700184         MOVE WGRP-OWNER (SUB-GRP)  TO WKL-OWNER OF WKLISTO-AREA  00084000
700184         MOVE WGRP-SPONSOR (SUB-GRP)                              00084100
700184             TO WKL-SPONSOR OF WKLISTO-AREA                       00084200
700184         MOVE WRUN-DATE TO WKL-RUN-DATE OF WKLISTO-AREA           00084300
700184         WRITE WKLISTO-REC FROM WKLISTO-AREA.                     00084400
           SKIP2                                                        00084500
700184***************************                                       00084600
700184*** Control card handling                                         00084700
700184***************************                                       00084800
700184 F-100-PROC-CTL.                                                  00084900
700184     IF  CTL-REC (1:1) = '*'                                      00085000
700184         DISPLAY 'BaWkRout-500 Comment:' CTL-REC (1:50)           00085100
700184     ELSE                                                         00085200
700184         PERFORM F-105-CONTINUE.                                  00085300
700184     PERFORM F-110-READ-IN110.                                    00085400
           SKIP2                                                        00085500
700184 F-105-CONTINUE.                                                  00085600
700184     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00085700
700184     UNSTRING CTL-REC DELIMITED BY SPACE                          00085800
700184         INTO WCTL-CMD WCTL-VAL.                                  00085900
700184     DISPLAY 'BaWkRout-500 CtlCard:' CTL-REC (1:50).              00086000
700184     IF  WCTL-CMD-PLANSPON                                        00086100
700184         PERFORM F-130-ADD-PLANSPON                               00086200
700184     ELSE IF  WCTL-CMD-ESCALATE                                   00086300
700184         IF  WCTL-VAL (1:3) IS NUMERIC                            00086400
700184             AND WCTL-VAL (4:1) = SPACE                           00086500
700184             MOVE WCTL-VAL (1:3) TO WCTL-ESCALATE                 00086600
700184         ELSE                                                     00086700
700184             DISPLAY ' Invalid ESCALATE value:' WCTL-VAL          00086800
700184             ADD 1 TO WCTR-CTL-ERRORS                             00086900
700184         END-IF                                                   00087000
700184     ELSE IF  WCTL-CMD-ABSENT                                     00087100
700184         IF  WABS-COUNT < WABS-MAX-ENTRIES                        00087200
700184             AND WCTL-VAL NOT = SPACES                            00087300
700184             ADD 1 TO WABS-COUNT                                  00087400
700184             MOVE WCTL-VAL (1:8) TO WABS-ENTRY (WABS-COUNT)       00087500
700184         ELSE                                                     00087600
700184             DISPLAY ' ABSENT card ignored:' WCTL-VAL             00087700
700184             ADD 1 TO WCTR-CTL-ERRORS                             00087800
700184         END-IF                                                   00087900
700184     ELSE                                                         00088000
700184         DISPLAY 'BaWkRout-501 Invalid Control Card:'             00088100
700184             CTL-REC (1:50)                                       00088200
700184         ADD 1 TO WCTR-CTL-ERRORS.                                00088300
           SKIP2                                                        00088400
700184 F-110-READ-IN110.                                                00088500
700184     CALL 'UT110IN'  USING SD-AREA                                00088600
700184               IO-IN110-PARM                                      00088700
700184               IO-IN110-READ                                      00088800
700184               CTL-REC.                                           00088900
           SKIP2                                                        00089000
700191*** Same card BABKCMP takes: the plan and sponsor are the two     00089100
700191*** words after the verb.                                         00089200
700184 F-130-ADD-PLANSPON.                                              00089300
700184     IF  WSPON-COUNT < WSPON-MAX-ENTRIES                          00089400
700184         ADD 1 TO WSPON-COUNT                                     00089500
700191         MOVE SPACES TO WSPON-ENTRY (WSPON-COUNT)                 00089600
700191         UNSTRING CTL-REC (10:71) DELIMITED BY ALL SPACE          00089700
700191             INTO WSPON-PLAN (WSPON-COUNT)                        00089701
700191                  WSPON-CODE (WSPON-COUNT)                        00089702
700184     ELSE                                                         00089800
700184         DISPLAY ' Plan-Sponsor map full, ignored:'               00089900
700191             CTL-REC (10:19)                                      00090000
700184         ADD 1 TO WCTR-CTL-ERRORS.                                00090100
           SKIP2                                                        00090200
700184***************************                                       00090300
700184*** Shared routines                                               00090400
700184***************************                                       00090500
700184*** Is the pending difference carried by a live disposition: the  00090600
700184*** BABKCMP match, less an expired row or a RESOLVED one whose    00090700
700184*** difference is back.                                           00090800
700184 R-100-DISP-COVERED.                                              00090900
700184     MOVE 'N' TO WDISP-COVER-FLG.                                 00091000
700184     MOVE ZERO TO WDISP-HIT-SUB.                                  00091100
700184     PERFORM R-110-SCAN-DISP                                      00091200
700184       VARYING SUB-DISP FROM 1 BY 1                               00091300
700184         UNTIL SUB-DISP > WDISP-COUNT                             00091400
700184           OR WDISP-HIT-SUB > ZERO.                               00091500
700184     IF  WDISP-HIT-SUB = ZERO                                     00091600
700184         NEXT SENTENCE                                            00091700
700184     ELSE IF  WDISP-EXPIRY (WDISP-HIT-SUB) > ZERO                 00091800
700184         AND WDISP-EXPIRY (WDISP-HIT-SUB) < WRUN-DATE             00091900
700184         NEXT SENTENCE                                            00092000
700184     ELSE IF  WDISP-STATUS (WDISP-HIT-SUB) (1:8) = 'RESOLVED'     00092100
700184         NEXT SENTENCE                                            00092200
700184     ELSE                                                         00092300
700184         SET WDISP-COVER-YES TO TRUE.                             00092400
           SKIP2                                                        00092500
700184 R-110-SCAN-DISP.                                                 00092600
700184     IF  (WDISP-PLAN (SUB-DISP) = WPLAN-WORK                      00092700
700184           OR WDISP-PLAN (SUB-DISP) = 'ALL'                       00092800
700184           OR (WDISP-PLAN-HI (SUB-DISP) NOT = SPACES              00092900
700184             AND WPLAN-WORK NOT < WDISP-PLAN (SUB-DISP)           00093000
700184             AND WPLAN-WORK NOT > WDISP-PLAN-HI (SUB-DISP)))      00093100
700184         AND WDISP-XXYY (SUB-DISP) = WPEND-XXYY (SUB-PEND)        00093200
700184         AND (WDISP-DENUM (SUB-DISP) = WPEND-DENUM (SUB-PEND)     00093300
700184           OR WDISP-DENUM (SUB-DISP) = '***')                     00093400
700184         MOVE SUB-DISP TO WDISP-HIT-SUB.                          00093500
           SKIP2                                                        00093600
700184*** Is WANALYST-WORK on an ABSENT card.                           00093700
700184 R-200-CHECK-ABSENT.                                              00093800
700184     MOVE 'N' TO WABSENT-FLG.                                     00093900
700184     PERFORM R-210-SCAN-ABSENT                                    00094000
700184       VARYING SUB-ABS FROM 1 BY 1                                00094100
700184         UNTIL SUB-ABS > WABS-COUNT                               00094200
700184           OR WABSENT-YES.                                        00094300
           SKIP2                                                        00094400
700184 R-210-SCAN-ABSENT.                                               00094500
700184     IF  WABS-ENTRY (SUB-ABS) = WANALYST-WORK                     00094600
700184         SET WABSENT-YES TO TRUE.                                 00094700
           SKIP2                                                        00094800
700184*** CCYYMMDD to a day serial: years at 365 plus elapsed leap      00094900
700184*** days, the month's cumulative offset, the day, and one more    00095000
700184*** past February of a leap year.  Only differences matter.       00095100
700184 R-300-DATE-TO-SERIAL.                                            00095200
700184     IF  WSER-MM < 1 OR WSER-MM > 12                              00095300
700184         MOVE ZERO TO WSER-RESULT                                 00095400
700184     ELSE                                                         00095500
700184         COMPUTE WSER-Y1 = WSER-YYYY - 1                          00095600
700184         COMPUTE WSER-RESULT = WSER-YYYY * 365                    00095700
700184             + WMONTH-OFS (WSER-MM) + WSER-DD                     00095800
700184         DIVIDE WSER-Y1 BY 4 GIVING WSER-QUOT                     00095900
700184         ADD WSER-QUOT TO WSER-RESULT                             00096000
700184         DIVIDE WSER-Y1 BY 100 GIVING WSER-QUOT                   00096100
700184         SUBTRACT WSER-QUOT FROM WSER-RESULT                      00096200
700184         DIVIDE WSER-Y1 BY 400 GIVING WSER-QUOT                   00096300
700184         ADD WSER-QUOT TO WSER-RESULT                             00096400
700184         MOVE 'N' TO WSER-LEAP-FLG                                00096500
700184         DIVIDE WSER-YYYY BY 4 GIVING WSER-QUOT                   00096600
700184             REMAINDER WSER-REM4                                  00096700
700184         DIVIDE WSER-YYYY BY 100 GIVING WSER-QUOT                 00096800
700184             REMAINDER WSER-REM100                                00096900
700184         DIVIDE WSER-YYYY BY 400 GIVING WSER-QUOT                 00097000
700184             REMAINDER WSER-REM400                                00097100
700184         IF  WSER-REM4 = ZERO                                     00097200
700184             AND (WSER-REM100 NOT = ZERO                          00097300
700184               OR WSER-REM400 = ZERO)                             00097400
700184             SET WSER-LEAP-YES TO TRUE                            00097500
700184         END-IF                                                   00097600
700184         IF  WSER-LEAP-YES AND WSER-MM > 2                        00097700
700184             ADD 1 TO WSER-RESULT.                                00097800
           SKIP2                                                        00097900
700184***************************                                       00098000
700184*** Print-line routines                                           00098100
700184***************************                                       00098200
700184 V-100-PRINT-LINE.                                                00098300
700184     IF  WPRINT-LINES-OVER                                        00098400
700184         PERFORM V-150-NEWPAGE.                                   00098500
700184     ADD 1 TO WPRINT-LINES.                                       00098600
700184     WRITE PRINT-LINE FROM WPRINT-LINE                            00098700
700184           AFTER ADVANCING 1 LINE.                                00098800
700184     MOVE SPACES   TO WPRINT-LINE.                                00098900
700184     ADD 1 TO WPRINT-TOT-LINES.                                   00099000
           SKIP2                                                        00099100
700184 V-150-NEWPAGE.                                                   00099200
700184     ADD 1 TO WPRINT-PAGE.                                        00099300
700184     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00099400
700184     MOVE SPACES TO PRINT-LINE.                                   00099500
700184     WRITE PRINT-LINE                                             00099600
700184       AFTER ADVANCING PAGE.                                      00099700
700184     WRITE PRINT-LINE FROM RPTHDR-LINE                            00099800
700184       AFTER ADVANCING 1 LINE.                                    00099900
700184     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00100000
700184       AFTER ADVANCING 1.                                         00100100
700184     MOVE ZERO TO WPRINT-LINES.                                   00100200
700184     ADD 3 TO WPRINT-TOT-LINES.                                   00100300
