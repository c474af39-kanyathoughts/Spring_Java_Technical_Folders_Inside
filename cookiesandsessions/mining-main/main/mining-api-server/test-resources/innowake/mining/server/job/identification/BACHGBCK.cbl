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
700200 IDENTIFICATION DIVISION.                                         00000100
700200 PROGRAM-ID. 'BACHGBCK'.                                          00000200
700200******************************************************************00000300
700200**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700200******************************************************************00000500
700200**  AUTHOR       W. WHITE, Oct 2026                               00000600
700200**  PURPOSE      Compare-cost chargeback by sponsor.  For one     00000700
700200**               month it takes each night's compare CPU and      00000800
700200**               elapsed time off the SMF step accounting rows    00000900
700200**               (CMPACCT), shares each night out over the plans  00001000
700200**               that night's PLANTIME rows say the time went on  00001100
700200**               (by plan seconds; by records when a night has no 00001200
700200**               timings worth sharing by), and rolls the plans up00001300
700200**               to their sponsor through PL-SPONSOR-NUM off the  00001400
700200**               backup.  Analyst effort is counted per sponsor   00001500
700200**               as the DISPMST changes journalled on MSTJRNL and 00001600
700200**               the tickets the compare raised (TICKHIST) in the 00001700
700200**               month.  Machine time and analyst effort are then 00001800
700200**               priced at the RATETAB rates in force on the first00001900
700200**               of the month, for the report and for the '|'-    00002000
700200**               delimited billing feed.                          00002100
700200**                                                                00002200
700200**               Only plain and R (range) PLANTIME rows carry     00002300
700200**               plan time; P progress marks are passed over.  A  00002400
700200**               night the compare ran with no PLANTIME rows (not 00002500
700200**               run under PLANSTAT) cannot be shared out and is  00002600
700200**               reported NOT ALLOCATED, as are plans whose       00002700
700200**               sponsor neither the backup nor a PLANSPON card   00002800
700200**               gives, and disposition rows for plan 'ALL'.  The 00002900
700200**               not-allocated line is priced on the report but   00003000
700200**               is not billed.  A plan-range disposition row is  00003100
700200**               charged to the sponsor of its low plan.          00003200
700200**                                                                00003300
700200**               Return codes:                                    00003400
700200**                 0 - month charged in full                      00003500
700200**                 4 - time or effort left not allocated, an item 00003600
700200**                     with no rate, a table filled, or a control 00003700
700200**                     card was rejected                          00003800
700200**                 8 - no MONTH card, nothing charged             00003900
700200**                16 - the backup, CMPACCT, PLANTIME, RATETAB or  00004000
700200**                     CHGFEED could not be opened                00004100
700200******************************************************************00004200
700200**  REVISIONS:                                                    00004300
700200******************************************************************00004400
700200**  Input                                                         00004500
700200**   . IN110   - Control File                                     00004600
700200**                 MONTH yyyymm      - month charged (required)   00004700
700200**                 PROGRAM pgmname   - a program whose steps are  00004800
700200**                                     compare time; up to 10     00004900
700200**                                     (default BABKCMP)          00005000
700200**                 PLANSPON plan sponsor - sponsor of a plan no   00005100
700200**                                     longer on the backup, as   00005200
700200**                                     the compare takes it       00005300
700200**   . BKUPIN   - The backup, via BABKPI/BABKPIS, for the plans'  00005400
700200**                PL-SPONSOR-NUM (the month's last generation)    00005500
700200**   . CMPACCT  - SMF step accounting rows (CMPACCT layout)       00005600
700200**   . PLANTIME - The month's BABKCMP PLANSTAT timings, every     00005700
700200**                night and task concatenated                     00005800
700200**   . RATETAB  - Chargeback rates (CHGRATE layout)               00005900
700200**   . MSTJRNL  - Optional DISPMST/DEPOLMST change journal        00006000
700200**   . TICKHIST - Optional ticket history from BATICREC           00006100
700200******************************************************************00006200
700200**  Output                                                        00006300
700200**   . SYSOUT  - Displayed Information                            00006400
700200**   . REPORT  - By night, by sponsor, rates and control totals   00006500
700200**   . CHGFEED - Billing feed: H header, one D row per sponsor,   00006600
700200**               U the not-allocated line, T trailer with the D   00006700
700200**               row count and billed total                       00006800
700200******************************************************************00006900
700200 ENVIRONMENT DIVISION.                                            00007000
700200 CONFIGURATION SECTION.                                           00007100
700200 INPUT-OUTPUT SECTION.                                            00007200
           SKIP2                                                        00007300
700200 FILE-CONTROL.                                                    00007400
700200     SELECT PRINT-FILE                                            00007500
700200         ASSIGN TO UT-S-REPORT                                    00007600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007700
700200         FILE STATUS WPRINT-FS.                                   00007800
700200     SELECT CMPACCT-FILE                                          00007900
700200         ASSIGN TO UT-S-CMPACCT                                   00008000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008100
700200         FILE STATUS WCMPACCT-FS.                                 00008200
700200     SELECT PLANTIME-FILE                                         00008300
700200         ASSIGN TO UT-S-PLANTIME                                  00008400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008500
700200         FILE STATUS WPLANTIME-FS.                                00008600
700200     SELECT RATETAB-FILE                                          00008700
700200         ASSIGN TO UT-S-RATETAB                                   00008800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008900
700200         FILE STATUS WRATETAB-FS.                                 00009000
700200     SELECT MSTJRNL-FILE                                          00009100
700200         ASSIGN TO UT-S-MSTJRNL                                   00009200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009300
700200         FILE STATUS WMSTJRNL-FS.                                 00009400
700200     SELECT TICKHIST-FILE                                         00009500
700200         ASSIGN TO UT-S-TICKHIST                                  00009600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009700
700200         FILE STATUS WTICKHIST-FS.                                00009800
700200     SELECT CHGFEED-FILE                                          00009900
700200         ASSIGN TO UT-S-CHGFEED                                   00010000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010100
700200         FILE STATUS WCHGFEED-FS.                                 00010200
700200 DATA DIVISION.                                                   00010300
           SKIP2                                                        00010400
700200 FILE SECTION.                                                    00010500
           SKIP1                                                        00010600
700200 FD  PRINT-FILE                                                   00010700
700200     BLOCK CONTAINS 0 RECORDS                                     00010800
700200     LABEL RECORDS ARE STANDARD.                                  00010900
           SKIP2                                                        00011000
700200 01 PRINT-LINE                PIC X(133).                         00011100
           SKIP2                                                        00011200
700200 FD  CMPACCT-FILE                                                 00011300
700200     BLOCK CONTAINS 0 RECORDS                                     00011400
700200     LABEL RECORDS ARE STANDARD.                                  00011500
           SKIP2                                                        00011600
700200 01  CMPACCT-REC. COPY CMPACCT.                                   00011700
           SKIP2                                                        00011800
700200*** BABKCMP's PLANTIME row: blank kind - a whole plan, R - one    00011900
700200*** task's range of a split plan, P - a progress mark.  The run   00012000
700200*** date is blank on rows written before BABKCMP stamped it.      00012100
700200 FD  PLANTIME-FILE                                                00012200
700200     BLOCK CONTAINS 0 RECORDS                                     00012300
700200     LABEL RECORDS ARE STANDARD.                                  00012400
           SKIP2                                                        00012500
700203 01  PLANTIME-LINE. COPY PLANTIME.                                00012600
           SKIP2                                                        00015000
700200 FD  RATETAB-FILE                                                 00015100
700200     BLOCK CONTAINS 0 RECORDS                                     00015200
700200     LABEL RECORDS ARE STANDARD.                                  00015300
           SKIP2                                                        00015400
700200 01  RATETAB-REC. COPY CHGRATE.                                   00015500
           SKIP2                                                        00015600
700200 FD  MSTJRNL-FILE                                                 00015700
700200     BLOCK CONTAINS 0 RECORDS                                     00015800
700200     LABEL RECORDS ARE STANDARD.                                  00015900
           SKIP2                                                        00016000
700200 01  MSTJRNL-REC. COPY MSTJRNL.                                   00016100
           SKIP2                                                        00016200
700200 FD  TICKHIST-FILE                                                00016300
700200     BLOCK CONTAINS 0 RECORDS                                     00016400
700200     LABEL RECORDS ARE STANDARD.                                  00016500
           SKIP2                                                        00016600
700200 01  TICKHIST-REC. COPY TICKHIST.                                 00016700
           SKIP2                                                        00016800
700200 FD  CHGFEED-FILE                                                 00016900
700200     BLOCK CONTAINS 0 RECORDS                                     00017000
700200     LABEL RECORDS ARE STANDARD.                                  00017100
           SKIP2                                                        00017200
700200 01  CHGFEED-LINE             PIC X(200).                         00017300
700200 WORKING-STORAGE SECTION.                                         00017400
700200 77  SUB-PGM               PIC S9(4) BINARY VALUE ZERO.           00017500
700200 77  WPGM-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00017600
700200 77  SUB-RAT               PIC S9(4) BINARY VALUE ZERO.           00017700
700200 77  WRAT-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00017800
700200 77  SUB-NGT               PIC S9(4) BINARY VALUE ZERO.           00017900
700200 77  WNGT-DAY              PIC 99       VALUE ZERO.               00018000
700200 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00018100
700200 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00018200
700200 77  SUB-MAP               PIC S9(4) BINARY VALUE ZERO.           00018300
700200 77  WMAP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00018400
700200 77  WMAP-COUNT-ED         PIC 9(5)     VALUE ZERO.               00018500
700200 77  WMAP-CUR-PLAN         PIC X(10)    VALUE SPACES.             00018600
700200 77  SUB-PSP               PIC S9(4) BINARY VALUE ZERO.           00018700
700200 77  WPSP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00018800
700200 77  SUB-SPN               PIC S9(4) BINARY VALUE ZERO.           00018900
700200 77  WSPN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00019000
700200 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00019100
700200 77  WCTR-SMF-ROWS         PIC 9(7)     VALUE ZERO.               00019200
700200 77  WCTR-SMF-USED         PIC 9(7)     VALUE ZERO.               00019300
700200 77  WCTR-PLTM-ROWS        PIC 9(9)     VALUE ZERO.               00019400
700200 77  WCTR-PLTM-USED        PIC 9(9)     VALUE ZERO.               00019500
700200 77  WCTR-PLTM-UNDATED     PIC 9(9)     VALUE ZERO.               00019600
700200 77  WCTR-PLTM-BAD         PIC 9(9)     VALUE ZERO.               00019700
700200 77  WCTR-JRNL-ROWS        PIC 9(9)     VALUE ZERO.               00019800
700200 77  WCTR-JRNL-USED        PIC 9(9)     VALUE ZERO.               00019900
700200 77  WCTR-JRNL-ALL         PIC 9(7)     VALUE ZERO.               00020000
700200 77  WCTR-TKT-ROWS         PIC 9(9)     VALUE ZERO.               00020100
700200 77  WCTR-TKT-USED         PIC 9(9)     VALUE ZERO.               00020200
700200 77  WCTR-RATE-ROWS        PIC 9(5)     VALUE ZERO.               00020300
700200 77  WCTR-RATE-BAD         PIC 9(5)     VALUE ZERO.               00020400
700200 77  WCTR-NO-RATE          PIC 9(3)     VALUE ZERO.               00020500
700200 77  WCTR-NGT-NOPLTM       PIC 9(3)     VALUE ZERO.               00020600
700200 77  WCTR-NGT-NOSMF        PIC 9(3)     VALUE ZERO.               00020700
700200 77  WCTR-NGT-CHARGED      PIC 9(3)     VALUE ZERO.               00020800
700200 77  WCTR-PLAN-UNKNOWN     PIC 9(5)     VALUE ZERO.               00020900
700200 77  WCTR-PLAN-OVER        PIC 9(7)     VALUE ZERO.               00021000
700200 77  WCTR-MAP-OVER         PIC 9(7)     VALUE ZERO.               00021100
700200 77  WCTR-SPN-OVER         PIC 9(5)     VALUE ZERO.               00021200
700200 77  WCTR-FEED-ROWS        PIC 9(7)     VALUE ZERO.               00021300
700200 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00021400
700200 77  WPASS-FLG             PIC X        VALUE '1'.                00021500
700200     88  WPASS-FIRST       VALUE '1'.                             00021600
700200 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00021700
700200 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00021800
700200 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00021900
700200 77  WSPONSOR-WORK         PIC X(10)    VALUE SPACES.             00022000
700200 77  WALC-WEIGHT           PIC 9(11)    VALUE ZERO.               00022100
700200 77  WALC-TOTAL            PIC 9(11)    VALUE ZERO.               00022200
700200 77  WALC-CPU              PIC S9(9)V9(4) COMP-3 VALUE ZERO.      00022300
700200 77  WALC-ELAPSED          PIC S9(9)V9(4) COMP-3 VALUE ZERO.      00022400
           SKIP2                                                        00022500
700200 01  WPRINT-AREA.                                                 00022600
700200     05  WPRINT-FS                 PIC XX  VALUE '00'.            00022700
700200         88  WPRINT-FS-OK VALUE '00'.                             00022800
700200     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00022900
700200     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00023000
700200     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00023100
700200     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00023200
700200         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00023300
700200     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00023400
           SKIP2                                                        00023500
700200 01  WCMPACCT-FS           PIC XX  VALUE '00'.                    00023600
700200     88  WCMPACCT-FS-OK    VALUE '00'.                            00023700
700200 01  WPLANTIME-FS          PIC XX  VALUE '00'.                    00023800
700200     88  WPLANTIME-FS-OK   VALUE '00'.                            00023900
700200 01  WRATETAB-FS           PIC XX  VALUE '00'.                    00024000
700200     88  WRATETAB-FS-OK    VALUE '00'.                            00024100
700200 01  WMSTJRNL-FS           PIC XX  VALUE '00'.                    00024200
700200     88  WMSTJRNL-FS-OK    VALUE '00'.                            00024300
700200 01  WTICKHIST-FS          PIC XX  VALUE '00'.                    00024400
700200     88  WTICKHIST-FS-OK   VALUE '00'.                            00024500
700200 01  WCHGFEED-FS           PIC XX  VALUE '00'.                    00024600
700200     88  WCHGFEED-FS-OK    VALUE '00'.                            00024700
           SKIP2                                                        00024800
700200*** Programs whose steps are compare time, off the PROGRAM cards. 00024900
700200 01  WPGM-AREA.                                                   00025000
700200     05  WPGM-COUNT            PIC S9(4) BINARY VALUE ZERO.       00025100
700200     05  WPGM-MAX-ENTRIES      PIC S9(4) BINARY VALUE 10.         00025200
700200     05  WPGM-ENTRY OCCURS 10 TIMES                               00025300
700200                               PIC X(8)     VALUE SPACES.         00025400
           SKIP2                                                        00025500
700200*** The four items priced, in RATETAB's CHR-ITEM spelling, and the00025600
700200*** rate found in force on the first of the month for each.       00025700
700200 01  WRAT-NAMES.                                                  00025800
700200     05  FILLER                PIC X(8)     VALUE 'CPUHOUR'.      00025900
700200     05  FILLER                PIC X(8)     VALUE 'ELAPHOUR'.     00026000
700200     05  FILLER                PIC X(8)     VALUE 'DISPOSE'.      00026100
700200     05  FILLER                PIC X(8)     VALUE 'TICKET'.       00026200
700200 01  WRAT-NAME-TBL REDEFINES WRAT-NAMES.                          00026300
700200     05  WRAT-NAME             PIC X(8)     OCCURS 4 TIMES.       00026400
700200 01  WRAT-AREA.                                                   00026500
700200     05  WRAT-ENTRY OCCURS 4 TIMES.                               00026600
700200         10  WRAT-FOUND        PIC X        VALUE 'N'.            00026700
700200         10  WRAT-EFF-DATE     PIC 9(8)     VALUE ZERO.           00026800
700200         10  WRAT-RATE         PIC 9(7)V99  VALUE ZERO.           00026900
700200         10  WRAT-DESC         PIC X(30)    VALUE SPACES.         00027000
700200         10  WRAT-UNITS        PIC S9(11)V9(4) COMP-3 VALUE ZERO. 00027100
700200         10  WRAT-CHARGE       PIC S9(11)V99 COMP-3 VALUE ZERO.   00027200
           SKIP2                                                        00027300
700200*** One slot per day of the month, subscripted by the day.        00027400
700200 01  WNGT-AREA.                                                   00027500
700200     05  WNGT-ENTRY OCCURS 31 TIMES.                              00027600
700200         10  WNGT-STEPS        PIC 9(5)     VALUE ZERO.           00027700
700200         10  WNGT-CPU          PIC 9(9)V99  VALUE ZERO.           00027800
700200         10  WNGT-ELAPSED      PIC 9(9)     VALUE ZERO.           00027900
700200         10  WNGT-PLAN-SECS    PIC 9(11)    VALUE ZERO.           00028000
700200         10  WNGT-PLAN-RECS    PIC 9(11)    VALUE ZERO.           00028100
700200         10  WNGT-PLAN-ROWS    PIC 9(7)     VALUE ZERO.           00028200
           SKIP2                                                        00028300
700200*** One slot per plan charged anything.  CPU and elapsed are the  00028400
700200*** plan's share of the nights' SMF seconds.                      00028500
700200 01  WPLN-AREA.                                                   00028600
700200     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00028700
700200     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00028800
700200     05  WPLN-ENTRY OCCURS 3000 TIMES.                            00028900
700200         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00029000
700200         10  WPLN-RUNS         PIC 9(5)     VALUE ZERO.           00029100
700200         10  WPLN-CPU          PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00029200
700200         10  WPLN-ELAPSED      PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00029300
700200         10  WPLN-DISPS        PIC 9(7)     VALUE ZERO.           00029400
700200         10  WPLN-TICKETS      PIC 9(7)     VALUE ZERO.           00029500
           SKIP2                                                        00029600
700200*** Plan-to-sponsor map off the backup's PL records, and the      00029700
700200*** PLANSPON cards for plans the backup no longer carries.        00029800
700200 01  WMAP-AREA.                                                   00029900
700200     05  WMAP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00030000
700200     05  WMAP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00030100
700200     05  WMAP-ENTRY OCCURS 3000 TIMES.                            00030200
700200         10  WMAP-PLAN         PIC X(10)    VALUE SPACES.         00030300
700200         10  WMAP-SPONSOR      PIC X(10)    VALUE SPACES.         00030400
700200 01  WPSP-AREA.                                                   00030500
700200     05  WPSP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00030600
700200     05  WPSP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00030700
700200     05  WPSP-ENTRY OCCURS 500 TIMES.                             00030800
700200         10  WPSP-PLAN         PIC X(10)    VALUE SPACES.         00030900
700200         10  WPSP-SPONSOR      PIC X(10)    VALUE SPACES.         00031000
           SKIP2                                                        00031100
700200 01  WSPN-AREA.                                                   00031200
700200     05  WSPN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00031300
700200     05  WSPN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 1000.       00031400
700200     05  WSPN-ENTRY OCCURS 1000 TIMES.                            00031500
700200         10  WSPN-SPONSOR      PIC X(10)    VALUE SPACES.         00031600
700200         10  WSPN-CHG-AREA.                                       00031700
700200             15  WSPN-PLANS    PIC 9(5)     VALUE ZERO.           00031800
700200             15  WSPN-RUNS     PIC 9(7)     VALUE ZERO.           00031900
700200             15  WSPN-CPU      PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00032000
700200             15  WSPN-ELAPSED  PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00032100
700200             15  WSPN-DISPS    PIC 9(7)     VALUE ZERO.           00032200
700200             15  WSPN-TICKETS  PIC 9(7)     VALUE ZERO.           00032300
700200             15  WSPN-CHG-CPU  PIC S9(11)V99 COMP-3 VALUE ZERO.   00032400
700200             15  WSPN-CHG-ELAP PIC S9(11)V99 COMP-3 VALUE ZERO.   00032500
700200             15  WSPN-CHG-DISP PIC S9(11)V99 COMP-3 VALUE ZERO.   00032600
700200             15  WSPN-CHG-TKT  PIC S9(11)V99 COMP-3 VALUE ZERO.   00032700
700200             15  WSPN-CHG-TOT  PIC S9(11)V99 COMP-3 VALUE ZERO.   00032800
           SKIP2                                                        00032900
700200*** Work copy of one sponsor's figures for pricing and printing;  00033000
700200*** the not-allocated line and the grand total are kept the same  00033100
700200*** way.                                                          00033200
700200 01  WCHG-AREA.                                                   00033300
700200     05  WCHG-PLANS            PIC 9(5)     VALUE ZERO.           00033400
700200     05  WCHG-RUNS             PIC 9(7)     VALUE ZERO.           00033500
700200     05  WCHG-CPU              PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00033600
700200     05  WCHG-ELAPSED          PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00033700
700200     05  WCHG-DISPS            PIC 9(7)     VALUE ZERO.           00033800
700200     05  WCHG-TICKETS          PIC 9(7)     VALUE ZERO.           00033900
700200     05  WCHG-CHG-CPU          PIC S9(11)V99 COMP-3 VALUE ZERO.   00034000
700200     05  WCHG-CHG-ELAP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00034100
700200     05  WCHG-CHG-DISP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00034200
700200     05  WCHG-CHG-TKT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00034300
700200     05  WCHG-CHG-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00034400
700200 01  WUNA-AREA.                                                   00034500
700200     05  WUNA-PLANS            PIC 9(5)     VALUE ZERO.           00034600
700200     05  WUNA-RUNS             PIC 9(7)     VALUE ZERO.           00034700
700200     05  WUNA-CPU              PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00034800
700200     05  WUNA-ELAPSED          PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00034900
700200     05  WUNA-DISPS            PIC 9(7)     VALUE ZERO.           00035000
700200     05  WUNA-TICKETS          PIC 9(7)     VALUE ZERO.           00035100
700200     05  WUNA-CHG-CPU          PIC S9(11)V99 COMP-3 VALUE ZERO.   00035200
700200     05  WUNA-CHG-ELAP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00035300
700200     05  WUNA-CHG-DISP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00035400
700200     05  WUNA-CHG-TKT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00035500
700200     05  WUNA-CHG-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00035600
700200 01  WTOT-AREA.                                                   00035700
700200     05  WTOT-PLANS            PIC 9(5)     VALUE ZERO.           00035800
700200     05  WTOT-RUNS             PIC 9(7)     VALUE ZERO.           00035900
700200     05  WTOT-CPU              PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00036000
700200     05  WTOT-ELAPSED          PIC S9(9)V9(4) COMP-3 VALUE ZERO.  00036100
700200     05  WTOT-DISPS            PIC 9(7)     VALUE ZERO.           00036200
700200     05  WTOT-TICKETS          PIC 9(7)     VALUE ZERO.           00036300
700200     05  WTOT-CHG-CPU          PIC S9(11)V99 COMP-3 VALUE ZERO.   00036400
700200     05  WTOT-CHG-ELAP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00036500
700200     05  WTOT-CHG-DISP         PIC S9(11)V99 COMP-3 VALUE ZERO.   00036600
700200     05  WTOT-CHG-TKT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00036700
700200     05  WTOT-CHG-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.   00036800
700200 01  WSMF-AREA.                                                   00036900
700200     05  WSMF-CPU              PIC 9(9)V99  VALUE ZERO.           00037000
700200     05  WSMF-ELAPSED          PIC 9(9)     VALUE ZERO.           00037100
700200     05  WSMF-STEPS            PIC 9(7)     VALUE ZERO.           00037200
           SKIP2                                                        00037300
700200*** Billing feed fields: plain digits and a point, no commas.     00037400
700200 01  WFED-AREA.                                                   00037500
700200     05  WFED-PTR              PIC S9(4) BINARY VALUE ZERO.       00037600
700200     05  WFED-KIND             PIC X        VALUE SPACE.          00037700
700200     05  WFED-SPONSOR          PIC X(10)    VALUE SPACES.         00037800
700200     05  WFED-PLANS            PIC 9(5)     VALUE ZERO.           00037900
700200     05  WFED-CPU              PIC 9(9).99  VALUE ZERO.           00038000
700200     05  WFED-ELAPSED          PIC 9(9)     VALUE ZERO.           00038100
700200     05  WFED-DISPS            PIC 9(7)     VALUE ZERO.           00038200
700200     05  WFED-TICKETS          PIC 9(7)     VALUE ZERO.           00038300
700200     05  WFED-CHG-CPU          PIC 9(11).99 VALUE ZERO.           00038400
700200     05  WFED-CHG-ELAP         PIC 9(11).99 VALUE ZERO.           00038500
700200     05  WFED-CHG-DISP         PIC 9(11).99 VALUE ZERO.           00038600
700200     05  WFED-CHG-TKT          PIC 9(11).99 VALUE ZERO.           00038700
700200     05  WFED-CHG-TOT          PIC 9(11).99 VALUE ZERO.           00038800
           SKIP2                                                        00038900
700200 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00039000
700200 01  WCTL-AREA.                                                   00039100
700200     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00039200
700200         88  WCTL-CMD-MONTH      VALUE 'MONTH'.                   00039300
700200         88  WCTL-CMD-PROGRAM    VALUE 'PROGRAM'.                 00039400
700200         88  WCTL-CMD-PLANSPON   VALUE 'PLANSPON'.                00039500
700200     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00039600
700200     05  WCTL-MONTH-VIEW REDEFINES WCTL-VAL.                      00039700
700200         10  WCTL-MONTH-YYYY     PIC X(4).                        00039800
700200         10  WCTL-MONTH-MM       PIC X(2).                        00039900
700200         10  FILLER              PIC X(14).                       00040000
700200     05  WCTL-VAL2               PIC X(20) VALUE SPACES.          00040100
700200     05  WCTL-MONTH              PIC X(6)  VALUE SPACES.          00040200
700200     05  WCTL-MONTH-FIRST        PIC 9(8)  VALUE ZERO.            00040300
           SKIP2                                                        00040400
700200 01  RPTHDR-LINE.                                                 00040500
700200         05   FILLER     PIC X(02) VALUE                          00040600
700200           ' '.                                                   00040700
700200         05   FILLER     PIC X(28) VALUE                          00040800
700200           'OmniPlus Compare Chargeback'.                         00040900
700200         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00041000
700200         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00041100
700200         05   FILLER     PIC X(6)  VALUE                          00041200
700200           '  Page'.                                              00041300
700200         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00041400
           SKIP2                                                        00041500
700200 01  NTDAT1-LINE.                                                 00041600
700200     05  FILLER               PIC X     VALUE SPACE.              00041700
700200     05  NTDAT1-DATE          PIC 9(8)  VALUE ZERO.               00041800
700200     05  FILLER               PIC X     VALUE SPACE.              00041900
700200     05  NTDAT1-STEPS         PIC ZZZZ9 VALUE ZERO.               00042000
700200     05  FILLER               PIC X     VALUE SPACE.              00042100
700200     05  NTDAT1-CPU           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.      00042200
700200     05  FILLER               PIC X     VALUE SPACE.              00042300
700200     05  NTDAT1-ELAPSED       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00042400
700200     05  FILLER               PIC X     VALUE SPACE.              00042500
700200     05  NTDAT1-PLAN-SECS     PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.      00042600
700200     05  FILLER               PIC X     VALUE SPACE.              00042700
700200     05  NTDAT1-PLAN-ROWS     PIC ZZZ,ZZ9 VALUE ZERO.             00042800
700200     05  FILLER               PIC X     VALUE SPACE.              00042900
700200     05  NTDAT1-STATUS        PIC X(12) VALUE SPACES.             00043000
           SKIP2                                                        00043100
700200 01  CBDAT1-LINE.                                                 00043200
700200     05  FILLER               PIC X     VALUE SPACE.              00043300
700200     05  CBDAT1-SPONSOR       PIC X(10) VALUE SPACES.             00043400
700200     05  FILLER               PIC X     VALUE SPACE.              00043500
700200     05  CBDAT1-PLANS         PIC ZZZZ9 VALUE ZERO.               00043600
700200     05  FILLER               PIC X     VALUE SPACE.              00043700
700200     05  CBDAT1-RUNS          PIC ZZZZZ9 VALUE ZERO.              00043800
700200     05  FILLER               PIC X     VALUE SPACE.              00043900
700200     05  CBDAT1-CPU           PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.      00044000
700200     05  FILLER               PIC X     VALUE SPACE.              00044100
700200     05  CBDAT1-ELAPSED       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00044200
700200     05  FILLER               PIC X     VALUE SPACE.              00044300
700200     05  CBDAT1-DISPS         PIC ZZZZZ9 VALUE ZERO.              00044400
700200     05  FILLER               PIC X     VALUE SPACE.              00044500
700200     05  CBDAT1-TICKETS       PIC ZZZZZ9 VALUE ZERO.              00044600
700200     05  FILLER               PIC X     VALUE SPACE.              00044700
700200     05  CBDAT1-CHG-MACH      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.   00044800
700200     05  FILLER               PIC X     VALUE SPACE.              00044900
700200     05  CBDAT1-CHG-ANLY      PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.   00045000
700200     05  FILLER               PIC X     VALUE SPACE.              00045100
700200     05  CBDAT1-CHG-TOT       PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.   00045200
           SKIP2                                                        00045300
700200 01  RTDAT1-LINE.                                                 00045400
700200     05  FILLER               PIC X     VALUE SPACE.              00045500
700200     05  RTDAT1-ITEM          PIC X(8)  VALUE SPACES.             00045600
700200     05  FILLER               PIC X     VALUE SPACE.              00045700
700200     05  RTDAT1-EFF-DATE      PIC X(8)  VALUE SPACES.             00045800
700200     05  FILLER               PIC X     VALUE SPACE.              00045900
700200     05  RTDAT1-RATE          PIC Z,ZZZ,ZZ9.99 VALUE ZERO.        00046000
700200     05  FILLER               PIC X     VALUE SPACE.              00046100
700200     05  RTDAT1-UNITS         PIC ZZZ,ZZZ,ZZ9.9999 VALUE ZERO.    00046200
700200     05  FILLER               PIC X     VALUE SPACE.              00046300
700200     05  RTDAT1-CHARGE        PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.   00046400
700200     05  FILLER               PIC X     VALUE SPACE.              00046500
700200     05  RTDAT1-DESC          PIC X(30) VALUE SPACES.             00046600
           SKIP2                                                        00046700
700200 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00046800
           SKIP2                                                        00046900
700200 01  BWA-REC.  COPY BKUPREC.                                      00047000
           SKIP2                                                        00047100
700200 01  BWA-REC-PL REDEFINES BWA-REC.                                00047200
700203     02  FILLER               PIC X(14).                          00047300
700200     02  PL-REC. COPY MSTRPL.                                     00047400
           SKIP2                                                        00047500
700200 01  IO-BKPI-PARM.                                                00047600
700200       COPY IOBKPI REPLACING 'PROGRAM' BY 'BACHGBCK'.             00047700
           SKIP3                                                        00047800
700200 01  IO-IN110-PARM.                                               00047900
700200       COPY IOIN110 REPLACING 'PROGRAM' BY 'BACHGBCK'.            00048000
           SKIP3                                                        00048100
700200 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00048200
           EJECT                                                        00048300
700200 PROCEDURE DIVISION.                                              00048400
           SKIP2                                                        00048500
700200 A-100-BODY.                                                      00048600
700200     PERFORM A-105-INIT.                                          00048700
700200     PERFORM A-200-INIT-OPEN.                                     00048800
700200     IF  WCTL-MONTH = SPACES                                      00048900
700200         DISPLAY 'BaChgBck-302 No MONTH card - nothing to charge' 00049000
700200         MOVE 8 TO WRC-FINAL                                      00049100
700200     ELSE                                                         00049200
700200         PERFORM A-300-LOAD-RATES                                 00049300
700200         PERFORM A-400-LOAD-SMF                                   00049400
700200         PERFORM A-500-NIGHT-TOTALS                               00049500
700200         PERFORM A-600-SPONSOR-MAP                                00049600
700200         PERFORM B-100-ALLOCATE-TIME                              00049700
700200         PERFORM B-300-LOAD-DISPOSITIONS                          00049800
700200         PERFORM B-400-LOAD-TICKETS                               00049900
700200         PERFORM C-100-ROLL-PLAN                                  00050000
700200           VARYING SUB-PLN FROM 1 BY 1                            00050100
700200             UNTIL SUB-PLN > WPLN-COUNT                           00050200
700200         PERFORM C-200-PRICE-SPONSOR                              00050300
700200           VARYING SUB-SPN FROM 1 BY 1                            00050400
700200             UNTIL SUB-SPN > WSPN-COUNT                           00050500
700200         PERFORM C-300-PRICE-UNALLOCATED                          00050600
700200         PERFORM D-100-RPT-NIGHTS                                 00050700
700200         PERFORM D-200-RPT-SPONSORS                               00050800
700200         PERFORM D-300-RPT-RATES                                  00050900
700200         PERFORM E-100-WRITE-FEED.                                00051000
700200     PERFORM A-900-FINI-CLOSE.                                    00051100
700200     MOVE WRC-FINAL TO RETURN-CODE.                               00051200
700200     GOBACK.                                                      00051300
           SKIP2                                                        00051400
700200 A-105-INIT.                                                      00051500
700200     CALL 'BASDIN' USING SD-AREA.                                 00051600
           SKIP2                                                        00051700
700200 A-200-INIT-OPEN.                                                 00051800
700200     DISPLAY 'BaChgBck-998 Program Starting'.                     00051900
700200     ACCEPT RPTHDR-DATE FROM DATE.                                00052000
700200     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00052100
700200     OPEN OUTPUT                                                  00052200
700200               PRINT-FILE.                                        00052300
700200     IF  NOT WPRINT-FS-OK                                         00052400
700200         DISPLAY 'BaChgBck-53 PRINT dd OPEN failed:'              00052500
700200             WPRINT-FS                                            00052600
700200         STOP RUN.                                                00052700
700200     CALL 'UT110IN'  USING SD-AREA                                00052800
700200               IO-IN110-PARM                                      00052900
700200               IO-IN110-OPEN                                      00053000
700200               CTL-REC.                                           00053100
700200     IF  IO-IN110-ERROR = 'Y'                                     00053200
700200          OR IO-IN110-FILE-STATUS NOT = '00'                      00053300
700200         DISPLAY 'BaChgBck-301 IN110 file failed to open:'        00053400
700200           IO-IN110-FILE-STATUS                                   00053500
700200         MOVE 16 TO RETURN-CODE                                   00053600
700200         STOP RUN.                                                00053700
700200     PERFORM F-110-READ-IN110.                                    00053800
700200     PERFORM F-100-PROC-CTL                                       00053900
700200       UNTIL IO-IN110-ERROR-YES.                                  00054000
700200     CALL 'UT110IN'  USING SD-AREA                                00054100
700200               IO-IN110-PARM                                      00054200
700200               IO-IN110-CLOSE                                     00054300
700200               CTL-REC.                                           00054400
700200     IF  WPGM-COUNT = ZERO                                        00054500
700200         MOVE 1 TO WPGM-COUNT                                     00054600
700200         MOVE 'BABKCMP' TO WPGM-ENTRY (1).                        00054700
           SKIP2                                                        00054800
700200 A-900-FINI-CLOSE.                                                00054900
700200     IF  WCTR-NGT-NOPLTM > ZERO                                   00055000
700200         OR WCTR-PLAN-UNKNOWN > ZERO                              00055100
700200         OR WCTR-JRNL-ALL > ZERO                                  00055200
700200         OR WCTR-NO-RATE > ZERO                                   00055300
700200         OR WCTR-RATE-BAD > ZERO                                  00055400
700200         OR WCTR-PLAN-OVER > ZERO                                 00055500
700200         OR WCTR-MAP-OVER > ZERO                                  00055600
700200         OR WCTR-SPN-OVER > ZERO                                  00055700
700200         OR WCTR-CTL-ERRORS > ZERO                                00055800
700200         IF  WRC-FINAL < 4                                        00055900
700200             MOVE 4 TO WRC-FINAL.                                 00056000
700200     DISPLAY 'BaChgBck-444 Month:' WCTL-MONTH                     00056100
700200       ', Nights charged:' WCTR-NGT-CHARGED                       00056200
700200       ', Sponsors billed:' WCTR-FEED-ROWS                        00056300
700200       ', Plans with no sponsor:' WCTR-PLAN-UNKNOWN.              00056400
700200     IF  WCTR-PLAN-OVER > ZERO                                    00056500
700200         DISPLAY 'BaChgBck-305 Plans past the table, not '        00056600
700200             'charged:' WCTR-PLAN-OVER.                           00056700
700200     IF  WCTR-MAP-OVER > ZERO                                     00056800
700200         DISPLAY 'BaChgBck-306 PL records past the sponsor map, ' 00056900
700200             'not mapped:' WCTR-MAP-OVER.                         00057000
700200     IF  WCTR-SPN-OVER > ZERO                                     00057100
700200         DISPLAY 'BaChgBck-307 Sponsors past the table, not '     00057200
700200             'billed:' WCTR-SPN-OVER.                             00057300
700200     CLOSE PRINT-FILE.                                            00057400
700200     DISPLAY 'BaChgBck-998 Program Ending'.                       00057500
           SKIP2                                                        00057600
700200***************************                                       00057700
700200*** Rates                                                         00057800
700200***************************                                       00057900
700200*** Each item takes the row with the latest effective date not    00058000
700200*** after the first of the month.  An item with no such row is    00058100
700200*** left at zero and reported unpriced.                           00058200
700200 A-300-LOAD-RATES.                                                00058300
700200     OPEN INPUT RATETAB-FILE.                                     00058400
700200     IF  NOT WRATETAB-FS-OK                                       00058500
700200         DISPLAY 'BaChgBck-303 RATETAB dd OPEN failed:'           00058600
700200             WRATETAB-FS                                          00058700
700200         MOVE 16 TO RETURN-CODE                                   00058800
700200         STOP RUN.                                                00058900
700200     PERFORM A-310-READ-RATE.                                     00059000
700200     PERFORM A-320-TAKE-RATE                                      00059100
700200       UNTIL WRATETAB-FS NOT = '00'.                              00059200
700200     CLOSE RATETAB-FILE.                                          00059300
700200     PERFORM A-330-CHECK-RATE                                     00059400
700200       VARYING SUB-RAT FROM 1 BY 1                                00059500
700200         UNTIL SUB-RAT > 4.                                       00059600
           SKIP2                                                        00059700
700200 A-310-READ-RATE.                                                 00059800
700200     READ RATETAB-FILE                                            00059900
700200         AT END                                                   00060000
700200             NEXT SENTENCE.                                       00060100
           SKIP2                                                        00060200
700200 A-320-TAKE-RATE.                                                 00060300
700200     IF  CHR-ITEM NOT = SPACES                                    00060400
700200         AND CHR-ITEM (1:1) NOT = '*'                             00060500
700200         ADD 1 TO WCTR-RATE-ROWS                                  00060600
700200         MOVE ZERO TO WRAT-HIT-SUB                                00060700
700200         PERFORM A-325-SCAN-RATE                                  00060800
700200           VARYING SUB-RAT FROM 1 BY 1                            00060900
700200             UNTIL SUB-RAT > 4                                    00061000
700200               OR WRAT-HIT-SUB > ZERO                             00061100
700200         IF  WRAT-HIT-SUB = ZERO                                  00061200
700200             OR CHR-EFF-DATE IS NOT NUMERIC                       00061300
700200             OR CHR-RATE IS NOT NUMERIC                           00061400
700200             DISPLAY 'BaChgBck-201 RATETAB row refused: '         00061500
700200                 RATETAB-REC (1:50)                               00061600
700200             ADD 1 TO WCTR-RATE-BAD                               00061700
700200         ELSE IF  CHR-EFF-DATE NOT > WCTL-MONTH-FIRST             00061800
700200             AND CHR-EFF-DATE NOT < WRAT-EFF-DATE (WRAT-HIT-SUB)  00061900
700200             MOVE 'Y'          TO WRAT-FOUND (WRAT-HIT-SUB)       00062000
700200             MOVE CHR-EFF-DATE TO WRAT-EFF-DATE (WRAT-HIT-SUB)    00062100
700200             MOVE CHR-RATE     TO WRAT-RATE (WRAT-HIT-SUB)        00062200
700200             MOVE CHR-DESC     TO WRAT-DESC (WRAT-HIT-SUB)        00062300
700200         END-IF                                                   00062400
700200         END-IF                                                   00062500
700200     END-IF.                                                      00062600
700200     PERFORM A-310-READ-RATE.                                     00062700
           SKIP2                                                        00062800
700200 A-325-SCAN-RATE.                                                 00062900
700200     IF  WRAT-NAME (SUB-RAT) = CHR-ITEM                           00063000
700200         MOVE SUB-RAT TO WRAT-HIT-SUB.                            00063100
           SKIP2                                                        00063200
700200 A-330-CHECK-RATE.                                                00063300
700200     IF  WRAT-FOUND (SUB-RAT) NOT = 'Y'                           00063400
700200         DISPLAY 'BaChgBck-202 No ' WRAT-NAME (SUB-RAT)           00063500
700200             ' rate in force on ' WCTL-MONTH-FIRST                00063600
700200             ', item not priced'                                  00063700
700200         ADD 1 TO WCTR-NO-RATE.                                   00063800
           SKIP2                                                        00063900
700200***************************                                       00064000
700200*** SMF step accounting                                           00064100
700200***************************                                       00064200
700200*** Steps of the charged programs started in the month, by day.   00064300
700200 A-400-LOAD-SMF.                                                  00064400
700200     OPEN INPUT CMPACCT-FILE.                                     00064500
700200     IF  NOT WCMPACCT-FS-OK                                       00064600
700200         DISPLAY 'BaChgBck-304 CMPACCT dd OPEN failed:'           00064700
700200             WCMPACCT-FS                                          00064800
700200         MOVE 16 TO RETURN-CODE                                   00064900
700200         STOP RUN.                                                00065000
700200     PERFORM A-410-READ-SMF.                                      00065100
700200     PERFORM A-420-TAKE-SMF                                       00065200
700200       UNTIL WCMPACCT-FS NOT = '00'.                              00065300
700200     CLOSE CMPACCT-FILE.                                          00065400
           SKIP2                                                        00065500
700200 A-410-READ-SMF.                                                  00065600
700200     READ CMPACCT-FILE                                            00065700
700200         AT END                                                   00065800
700200             NEXT SENTENCE.                                       00065900
           SKIP2                                                        00066000
700200 A-420-TAKE-SMF.                                                  00066100
700200     ADD 1 TO WCTR-SMF-ROWS.                                      00066200
700200     MOVE ZERO TO WPGM-HIT-SUB.                                   00066300
700200     PERFORM A-425-SCAN-PGM                                       00066400
700200       VARYING SUB-PGM FROM 1 BY 1                                00066500
700200         UNTIL SUB-PGM > WPGM-COUNT                               00066600
700200           OR WPGM-HIT-SUB > ZERO.                                00066700
700200     IF  WPGM-HIT-SUB > ZERO                                      00066800
700200         AND SMA-DATE IS NUMERIC                                  00066900
700200         AND SMA-DATE (1:6) = WCTL-MONTH                          00067000
700200         AND SMA-CPU-SECS IS NUMERIC                              00067100
700200         AND SMA-ELAPSED IS NUMERIC                               00067200
700200         MOVE SMA-DATE (7:2) TO WNGT-DAY                          00067300
700200         IF  WNGT-DAY > ZERO                                      00067400
700200             AND WNGT-DAY NOT > 31                                00067500
700200             ADD 1 TO WCTR-SMF-USED                               00067600
700200             ADD 1            TO WNGT-STEPS (WNGT-DAY)            00067700
700200             ADD SMA-CPU-SECS TO WNGT-CPU (WNGT-DAY)              00067800
700200             ADD SMA-ELAPSED  TO WNGT-ELAPSED (WNGT-DAY)          00067900
700200             ADD 1            TO WSMF-STEPS                       00068000
700200             ADD SMA-CPU-SECS TO WSMF-CPU                         00068100
700200             ADD SMA-ELAPSED  TO WSMF-ELAPSED                     00068200
700200         END-IF                                                   00068300
700200     END-IF.                                                      00068400
700200     PERFORM A-410-READ-SMF.                                      00068500
           SKIP2                                                        00068600
700200 A-425-SCAN-PGM.                                                  00068700
700200     IF  WPGM-ENTRY (SUB-PGM) = SMA-PGM                           00068800
700200         MOVE SUB-PGM TO WPGM-HIT-SUB.                            00068900
           SKIP2                                                        00069000
700200***************************                                       00069100
700200*** Plan timings                                                  00069200
700200***************************                                       00069300
700200*** First pass: each night's plan seconds, records and rows, the  00069400
700200*** basis the night's SMF time is shared out on.                  00069500
700200 A-500-NIGHT-TOTALS.                                              00069600
700200     OPEN INPUT PLANTIME-FILE.                                    00069700
700200     IF  NOT WPLANTIME-FS-OK                                      00069800
700200         DISPLAY 'BaChgBck-308 PLANTIME dd OPEN failed:'          00069900
700200             WPLANTIME-FS                                         00070000
700200         MOVE 16 TO RETURN-CODE                                   00070100
700200         STOP RUN.                                                00070200
700200     PERFORM A-510-READ-PLANTIME.                                 00070300
700200     PERFORM A-520-TOTAL-PLANTIME                                 00070400
700200       UNTIL WPLANTIME-FS NOT = '00'.                             00070500
700200     CLOSE PLANTIME-FILE.                                         00070600
700200     IF  WCTR-PLTM-UNDATED > ZERO                                 00070700
700200         DISPLAY 'BaChgBck-203 PLANTIME rows with no run date, '  00070800
700200             'not charged:' WCTR-PLTM-UNDATED.                    00070900
           SKIP2                                                        00071000
700200 A-510-READ-PLANTIME.                                             00071100
700200     READ PLANTIME-FILE                                           00071200
700200         AT END                                                   00071300
700200             NEXT SENTENCE.                                       00071400
           SKIP2                                                        00071500
700200 A-520-TOTAL-PLANTIME.                                            00071600
700200     ADD 1 TO WCTR-PLTM-ROWS.                                     00071700
700200     PERFORM A-530-TEST-PLANTIME.                                 00071800
700200     IF  WNGT-DAY > ZERO                                          00071900
700200         ADD PLTM-ELAPSED-N TO WNGT-PLAN-SECS (WNGT-DAY)          00072000
700200         ADD PLTM-RECS-N    TO WNGT-PLAN-RECS (WNGT-DAY)          00072100
700200         ADD 1              TO WNGT-PLAN-ROWS (WNGT-DAY).         00072200
700200     PERFORM A-510-READ-PLANTIME.                                 00072300
           SKIP2                                                        00072400
700200*** WNGT-DAY is the row's day when it is a usable plan or range   00072500
700200*** row of the month, zero otherwise.  Refused rows are counted   00072600
700200*** on the first pass only.                                       00072700
700200 A-530-TEST-PLANTIME.                                             00072800
700200     MOVE ZERO TO WNGT-DAY.                                       00072900
700200     IF  PLTM-PLAN-NUM = SPACES                                   00073000
700200         OR PLTM-KIND-MARK                                        00073100
700200         CONTINUE                                                 00073200
700200     ELSE IF  PLTM-RUN-DATE = SPACES                              00073300
700200         IF  WPASS-FIRST                                          00073400
700200             ADD 1 TO WCTR-PLTM-UNDATED                           00073500
700200         END-IF                                                   00073600
700200     ELSE IF  PLTM-RUN-DATE IS NOT NUMERIC                        00073700
700200         OR PLTM-ELAPSED IS NOT NUMERIC                           00073800
700200         OR PLTM-RECS IS NOT NUMERIC                              00073900
700200         OR NOT (PLTM-KIND-PLAN OR PLTM-KIND-RANGE)               00074000
700200         IF  WPASS-FIRST                                          00074100
700200             ADD 1 TO WCTR-PLTM-BAD                               00074200
700200         END-IF                                                   00074300
700200     ELSE IF  PLTM-RUN-DATE (1:6) = WCTL-MONTH                    00074400
700200         MOVE PLTM-RUN-DATE (7:2) TO WNGT-DAY                     00074500
700200         IF  WNGT-DAY > 31                                        00074600
700200             MOVE ZERO TO WNGT-DAY                                00074700
700200         END-IF                                                   00074800
700200     END-IF.                                                      00074900
           SKIP2                                                        00075000
700200***************************                                       00075100
700200*** Sponsor map                                                   00075200
700200***************************                                       00075300
700200*** Same open handshake every BRSEQ reader use performs before    00075400
700200*** the first BABKPIS read.  Only the PL records are wanted.      00075500
700200 A-600-SPONSOR-MAP.                                               00075600
700200     CALL 'BABKPI' USING SD-AREA                                  00075700
700200                           IO-BKPI-PARM                           00075800
700200                           IO-BKPI-OPEN                           00075900
700200                           BWA-REC.                               00076000
700200     IF  IO-BKPI-ERROR-YES                                        00076100
700200         DISPLAY 'BaChgBck-102 Backup failed to open:'            00076200
700200             IO-BKPI-FILE-STATUS                                  00076300
700200         MOVE 16 TO RETURN-CODE                                   00076400
700200         STOP RUN.                                                00076500
700200     PERFORM N1-100-READ-PIS.                                     00076600
700200     PERFORM A-610-PROC-REC                                       00076700
700200       UNTIL IO-BKPI-ERROR-YES                                    00076800
700200          OR IO-BKPI-EOF-YES.                                     00076900
700200     CALL 'BABKPI' USING SD-AREA                                  00077000
700200                           IO-BKPI-PARM                           00077100
700200                           IO-BKPI-CLOSE                          00077200
700200                           BWA-REC.                               00077300
           SKIP2                                                        00077400
700200 N1-100-READ-PIS.                                                 00077500
700200     CALL 'BABKPIS' USING SD-AREA                                 00077600
700200                           IO-BKPI-PARM                           00077700
700200                           BKFIL-AREA                             00077800
700200                           BWA-REC.                               00077900
700200     IF  IO-BKPI-ERROR-NO                                         00078000
700200         AND IO-BKPI-EOF-NO                                       00078100
700200         AND BWA-TYPE-TLR-REC                                     00078200
700200         SET IO-BKPI-EOF-YES TO TRUE.                             00078300
           SKIP2                                                        00078400
700200*** The backup arrives in plan order, so a plan already mapped is 00078500
700200*** the one just taken.                                           00078600
700200 A-610-PROC-REC.                                                  00078700
700200     IF  NOT BWA-TYPE-HDR-REC                                     00078800
700200         ADD 1 TO WCTR-BKUP-RECS                                  00078900
700200         IF  BKFIL-XXYY = 'PL  '                                  00079000
700200             AND BWA-PLAN-NUM NOT = WMAP-CUR-PLAN                 00079100
700200             MOVE BWA-PLAN-NUM TO WMAP-CUR-PLAN                   00079200
700200             IF  WMAP-COUNT < WMAP-MAX-ENTRIES                    00079300
700200                 ADD 1 TO WMAP-COUNT                              00079400
700200                 MOVE BWA-PLAN-NUM   TO WMAP-PLAN (WMAP-COUNT)    00079500
700200                 MOVE PL-SPONSOR-NUM TO WMAP-SPONSOR (WMAP-COUNT) 00079600
700200             ELSE                                                 00079700
700200                 ADD 1 TO WCTR-MAP-OVER                           00079800
700200             END-IF                                               00079900
700200         END-IF                                                   00080000
700200     END-IF.                                                      00080100
700200     PERFORM N1-100-READ-PIS.                                     00080200
           SKIP2                                                        00080300
700200***************************                                       00080400
700200*** Allocation                                                    00080500
700200***************************                                       00080600
700200*** Second pass over the timings: each plan row takes its share   00080700
700200*** of its night's SMF CPU and elapsed, by plan seconds, or by    00080800
700200*** records when the night's rows carry no seconds, or evenly     00080900
700200*** when they carry neither.  A night with no SMF steps charges   00081000
700200*** the plans their own PLANTIME seconds as elapsed and no CPU.   00081100
700200 B-100-ALLOCATE-TIME.                                             00081200
700200     MOVE '2' TO WPASS-FLG.                                       00081300
700200     OPEN INPUT PLANTIME-FILE.                                    00081400
700200     IF  WPLANTIME-FS-OK                                          00081500
700200         PERFORM A-510-READ-PLANTIME                              00081600
700200         PERFORM B-110-ALLOCATE-ROW                               00081700
700200           UNTIL WPLANTIME-FS NOT = '00'                          00081800
700200         CLOSE PLANTIME-FILE.                                     00081900
700200     PERFORM B-200-CLOSE-NIGHT                                    00082000
700200       VARYING SUB-NGT FROM 1 BY 1                                00082100
700200         UNTIL SUB-NGT > 31.                                      00082200
           SKIP2                                                        00082300
700200 B-110-ALLOCATE-ROW.                                              00082400
700200     PERFORM A-530-TEST-PLANTIME.                                 00082500
700200     IF  WNGT-DAY > ZERO                                          00082600
700200         ADD 1 TO WCTR-PLTM-USED                                  00082700
700200         IF  WNGT-PLAN-SECS (WNGT-DAY) > ZERO                     00082800
700200             MOVE PLTM-ELAPSED-N TO WALC-WEIGHT                   00082900
700200             MOVE WNGT-PLAN-SECS (WNGT-DAY) TO WALC-TOTAL         00083000
700200         ELSE IF  WNGT-PLAN-RECS (WNGT-DAY) > ZERO                00083100
700200             MOVE PLTM-RECS-N TO WALC-WEIGHT                      00083200
700200             MOVE WNGT-PLAN-RECS (WNGT-DAY) TO WALC-TOTAL         00083300
700200         ELSE                                                     00083400
700200             MOVE 1 TO WALC-WEIGHT                                00083500
700200             MOVE WNGT-PLAN-ROWS (WNGT-DAY) TO WALC-TOTAL         00083600
700200         END-IF                                                   00083700
700200         END-IF                                                   00083800
700200         COMPUTE WALC-CPU ROUNDED =                               00083900
700200             WNGT-CPU (WNGT-DAY) * WALC-WEIGHT / WALC-TOTAL       00084000
700200         IF  WNGT-STEPS (WNGT-DAY) > ZERO                         00084100
700200             COMPUTE WALC-ELAPSED ROUNDED =                       00084200
700200                 WNGT-ELAPSED (WNGT-DAY) * WALC-WEIGHT            00084300
700200                 / WALC-TOTAL                                     00084400
700200         ELSE                                                     00084500
700200             MOVE PLTM-ELAPSED-N TO WALC-ELAPSED                  00084600
700200         END-IF                                                   00084700
700200         MOVE PLTM-PLAN-NUM TO WPLAN-WORK                         00084800
700200         PERFORM R-300-FIND-PLAN                                  00084900
700200         IF  WPLN-HIT-SUB > ZERO                                  00085000
700200             ADD 1            TO WPLN-RUNS (WPLN-HIT-SUB)         00085100
700200             ADD WALC-CPU     TO WPLN-CPU (WPLN-HIT-SUB)          00085200
700200             ADD WALC-ELAPSED TO WPLN-ELAPSED (WPLN-HIT-SUB)      00085300
700200         ELSE                                                     00085400
700200             ADD 1            TO WUNA-RUNS                        00085500
700200             ADD WALC-CPU     TO WUNA-CPU                         00085600
700200             ADD WALC-ELAPSED TO WUNA-ELAPSED                     00085700
700200         END-IF                                                   00085800
700200     END-IF.                                                      00085900
700200     PERFORM A-510-READ-PLANTIME.                                 00086000
           SKIP2                                                        00086100
700200*** A night the compare ran with no plan rows to share it over is 00086200
700200*** not allocated.                                                00086300
700200 B-200-CLOSE-NIGHT.                                               00086400
700200     IF  WNGT-STEPS (SUB-NGT) > ZERO                              00086500
700200         AND WNGT-PLAN-ROWS (SUB-NGT) = ZERO                      00086600
700200         ADD 1 TO WCTR-NGT-NOPLTM                                 00086700
700200         ADD WNGT-CPU (SUB-NGT)     TO WUNA-CPU                   00086800
700200         ADD WNGT-ELAPSED (SUB-NGT) TO WUNA-ELAPSED               00086900
700200     ELSE IF  WNGT-PLAN-ROWS (SUB-NGT) > ZERO                     00087000
700200         ADD 1 TO WCTR-NGT-CHARGED                                00087100
700200         IF  WNGT-STEPS (SUB-NGT) = ZERO                          00087200
700200             ADD 1 TO WCTR-NGT-NOSMF                              00087300
700200         END-IF                                                   00087400
700200     END-IF                                                       00087500
700200     END-IF.                                                      00087600
           SKIP2                                                        00087700
700200***************************                                       00087800
700200*** Analyst effort                                                00087900
700200***************************                                       00088000
700200*** Every DISPMST add, replace and delete journalled in the month 00088100
700200*** is one disposition action, charged to the row's plan (the low 00088200
700200*** plan of a plan-range row).                                    00088300
700200 B-300-LOAD-DISPOSITIONS.                                         00088400
700200     OPEN INPUT MSTJRNL-FILE.                                     00088500
700200     IF  NOT WMSTJRNL-FS-OK                                       00088600
700200         DISPLAY 'BaChgBck-309 No MSTJRNL journal, dispositions ' 00088700
700200             'not counted:' WMSTJRNL-FS                           00088800
700200     ELSE                                                         00088900
700200         PERFORM B-310-READ-JRNL                                  00089000
700200         PERFORM B-320-TAKE-JRNL                                  00089100
700200           UNTIL WMSTJRNL-FS NOT = '00'                           00089200
700200         CLOSE MSTJRNL-FILE.                                      00089300
           SKIP2                                                        00089400
700200 B-310-READ-JRNL.                                                 00089500
700200     READ MSTJRNL-FILE                                            00089600
700200         AT END                                                   00089700
700200             NEXT SENTENCE.                                       00089800
           SKIP2                                                        00089900
700200 B-320-TAKE-JRNL.                                                 00090000
700200     ADD 1 TO WCTR-JRNL-ROWS.                                     00090100
700200     IF  MJR-MASTER = 'DISPMST'                                   00090200
700200         AND MJR-DATE IS NUMERIC                                  00090300
700200         AND MJR-DATE (1:6) = WCTL-MONTH                          00090400
700200         ADD 1 TO WCTR-JRNL-USED                                  00090500
700200         IF  MJR-KEY (1:10) = 'ALL'                               00090600
700200             ADD 1 TO WCTR-JRNL-ALL                               00090700
700200             ADD 1 TO WUNA-DISPS                                  00090800
700200         ELSE                                                     00090900
700200             MOVE MJR-KEY (1:10) TO WPLAN-WORK                    00091000
700200             PERFORM R-300-FIND-PLAN                              00091100
700200             IF  WPLN-HIT-SUB > ZERO                              00091200
700200                 ADD 1 TO WPLN-DISPS (WPLN-HIT-SUB)               00091300
700200             ELSE                                                 00091400
700200                 ADD 1 TO WUNA-DISPS                              00091500
700200             END-IF                                               00091600
700200         END-IF                                                   00091700
700200     END-IF.                                                      00091800
700200     PERFORM B-310-READ-JRNL.                                     00091900
           SKIP2                                                        00092000
700200*** Every ticket row BATICREC recorded in the month is one ticket 00092100
700200*** the compare raised for the plan.                              00092200
700200 B-400-LOAD-TICKETS.                                              00092300
700200     OPEN INPUT TICKHIST-FILE.                                    00092400
700200     IF  NOT WTICKHIST-FS-OK                                      00092500
700200         DISPLAY 'BaChgBck-310 No TICKHIST history, tickets '     00092600
700200             'not counted:' WTICKHIST-FS                          00092700
700200     ELSE                                                         00092800
700200         PERFORM B-410-READ-TICKET                                00092900
700200         PERFORM B-420-TAKE-TICKET                                00093000
700200           UNTIL WTICKHIST-FS NOT = '00'                          00093100
700200         CLOSE TICKHIST-FILE.                                     00093200
           SKIP2                                                        00093300
700200 B-410-READ-TICKET.                                               00093400
700200     READ TICKHIST-FILE                                           00093500
700200         AT END                                                   00093600
700200             NEXT SENTENCE.                                       00093700
           SKIP2                                                        00093800
700200 B-420-TAKE-TICKET.                                               00093900
700200     ADD 1 TO WCTR-TKT-ROWS.                                      00094000
700200     IF  TKH-DATE IS NUMERIC                                      00094100
700200         AND TKH-DATE (1:6) = WCTL-MONTH                          00094200
700200         AND TKH-PLAN NOT = SPACES                                00094300
700200         ADD 1 TO WCTR-TKT-USED                                   00094400
700200         MOVE TKH-PLAN TO WPLAN-WORK                              00094500
700200         PERFORM R-300-FIND-PLAN                                  00094600
700200         IF  WPLN-HIT-SUB > ZERO                                  00094700
700200             ADD 1 TO WPLN-TICKETS (WPLN-HIT-SUB)                 00094800
700200         ELSE                                                     00094900
700200             ADD 1 TO WUNA-TICKETS                                00095000
700200         END-IF                                                   00095100
700200     END-IF.                                                      00095200
700200     PERFORM B-410-READ-TICKET.                                   00095300
           SKIP2                                                        00095400
700200***************************                                       00095500
700200*** Sponsor roll-up and pricing                                   00095600
700200***************************                                       00095700
700200*** Backup PL first, then the PLANSPON cards; a plan neither      00095800
700200*** names is not allocated and is listed on the report.           00095900
700200 C-100-ROLL-PLAN.                                                 00096000
700200     MOVE WPLN-PLAN (SUB-PLN) TO WPLAN-WORK.                      00096100
700200     MOVE SPACES TO WSPONSOR-WORK.                                00096200
700200     MOVE ZERO TO WMAP-HIT-SUB.                                   00096300
700200     PERFORM C-110-SCAN-MAP                                       00096400
700200       VARYING SUB-MAP FROM 1 BY 1                                00096500
700200         UNTIL SUB-MAP > WMAP-COUNT                               00096600
700200           OR WMAP-HIT-SUB > ZERO.                                00096700
700200     IF  WMAP-HIT-SUB > ZERO                                      00096800
700200         MOVE WMAP-SPONSOR (WMAP-HIT-SUB) TO WSPONSOR-WORK        00096900
700200     ELSE                                                         00097000
700200         MOVE ZERO TO WPSP-HIT-SUB                                00097100
700200         PERFORM C-120-SCAN-PLANSPON                              00097200
700200           VARYING SUB-PSP FROM 1 BY 1                            00097300
700200             UNTIL SUB-PSP > WPSP-COUNT                           00097400
700200               OR WPSP-HIT-SUB > ZERO                             00097500
700200         IF  WPSP-HIT-SUB > ZERO                                  00097600
700200             MOVE WPSP-SPONSOR (WPSP-HIT-SUB) TO WSPONSOR-WORK    00097700
700200         END-IF                                                   00097800
700200     END-IF.                                                      00097900
700200     MOVE ZERO TO WSPN-HIT-SUB.                                   00098000
700200     IF  WSPONSOR-WORK NOT = SPACES                               00098100
700200         PERFORM C-130-SCAN-SPONSOR                               00098200
700200           VARYING SUB-SPN FROM 1 BY 1                            00098300
700200             UNTIL SUB-SPN > WSPN-COUNT                           00098400
700200               OR WSPN-HIT-SUB > ZERO                             00098500
700200         IF  WSPN-HIT-SUB = ZERO                                  00098600
700200             IF  WSPN-COUNT < WSPN-MAX-ENTRIES                    00098700
700200                 ADD 1 TO WSPN-COUNT                              00098800
700200                 MOVE WSPN-COUNT TO WSPN-HIT-SUB                  00098900
700200                 MOVE WSPONSOR-WORK                               00099000
700200                     TO WSPN-SPONSOR (WSPN-HIT-SUB)               00099100
700200             ELSE                                                 00099200
700200                 ADD 1 TO WCTR-SPN-OVER                           00099300
700200             END-IF                                               00099400
700200         END-IF                                                   00099500
700200     END-IF.                                                      00099600
700200     IF  WSPN-HIT-SUB > ZERO                                      00099700
700200         ADD 1 TO WSPN-PLANS (WSPN-HIT-SUB)                       00099800
700200         ADD WPLN-RUNS (SUB-PLN)    TO WSPN-RUNS (WSPN-HIT-SUB)   00099900
700200         ADD WPLN-CPU (SUB-PLN)     TO WSPN-CPU (WSPN-HIT-SUB)    00100000
700200         ADD WPLN-ELAPSED (SUB-PLN) TO WSPN-ELAPSED (WSPN-HIT-SUB)00100100
700200         ADD WPLN-DISPS (SUB-PLN)   TO WSPN-DISPS (WSPN-HIT-SUB)  00100200
700200         ADD WPLN-TICKETS (SUB-PLN) TO WSPN-TICKETS (WSPN-HIT-SUB)00100300
700200     ELSE                                                         00100400
700200         IF  WSPONSOR-WORK = SPACES                               00100500
700200             ADD 1 TO WCTR-PLAN-UNKNOWN                           00100600
700200             DISPLAY 'BaChgBck-204 Plan ' WPLAN-WORK              00100700
700200                 ' has no sponsor on the backup or a PLANSPON '   00100800
700200                 'card, not allocated'                            00100900
700200         END-IF                                                   00101000
700200         ADD 1 TO WUNA-PLANS                                      00101100
700200         ADD WPLN-RUNS (SUB-PLN)    TO WUNA-RUNS                  00101200
700200         ADD WPLN-CPU (SUB-PLN)     TO WUNA-CPU                   00101300
700200         ADD WPLN-ELAPSED (SUB-PLN) TO WUNA-ELAPSED               00101400
700200         ADD WPLN-DISPS (SUB-PLN)   TO WUNA-DISPS                 00101500
700200         ADD WPLN-TICKETS (SUB-PLN) TO WUNA-TICKETS.              00101600
           SKIP2                                                        00101700
700200 C-110-SCAN-MAP.                                                  00101800
700200     IF  WMAP-PLAN (SUB-MAP) = WPLAN-WORK                         00101900
700200         MOVE SUB-MAP TO WMAP-HIT-SUB.                            00102000
           SKIP2                                                        00102100
700200 C-120-SCAN-PLANSPON.                                             00102200
700200     IF  WPSP-PLAN (SUB-PSP) = WPLAN-WORK                         00102300
700200         MOVE SUB-PSP TO WPSP-HIT-SUB.                            00102400
           SKIP2                                                        00102500
700200 C-130-SCAN-SPONSOR.                                              00102600
700200     IF  WSPN-SPONSOR (SUB-SPN) = WSPONSOR-WORK                   00102700
700200         MOVE SUB-SPN TO WSPN-HIT-SUB.                            00102800
           SKIP2                                                        00102900
700200*** Machine time is priced by the hour, to the second; the billed 00103000
700200*** totals are the sum of the sponsors' own rounded charges, so   00103100
700200*** the feed trailer adds up to its D rows exactly.               00103200
700200 C-200-PRICE-SPONSOR.                                             00103300
700200     MOVE WSPN-CHG-AREA (SUB-SPN) TO WCHG-AREA.                   00103400
700200     PERFORM C-250-PRICE.                                         00103500
700200     MOVE WCHG-AREA TO WSPN-CHG-AREA (SUB-SPN).                   00103600
700200     ADD WCHG-PLANS    TO WTOT-PLANS.                             00103700
700200     ADD WCHG-RUNS     TO WTOT-RUNS.                              00103800
700200     ADD WCHG-CPU      TO WTOT-CPU.                               00103900
700200     ADD WCHG-ELAPSED  TO WTOT-ELAPSED.                           00104000
700200     ADD WCHG-DISPS    TO WTOT-DISPS.                             00104100
700200     ADD WCHG-TICKETS  TO WTOT-TICKETS.                           00104200
700200     ADD WCHG-CHG-CPU  TO WTOT-CHG-CPU.                           00104300
700200     ADD WCHG-CHG-ELAP TO WTOT-CHG-ELAP.                          00104400
700200     ADD WCHG-CHG-DISP TO WTOT-CHG-DISP.                          00104500
700200     ADD WCHG-CHG-TKT  TO WTOT-CHG-TKT.                           00104600
700200     ADD WCHG-CHG-TOT  TO WTOT-CHG-TOT.                           00104700
           SKIP2                                                        00104800
700200 C-250-PRICE.                                                     00104900
700200     COMPUTE WCHG-CHG-CPU ROUNDED =                               00105000
700200         WCHG-CPU * WRAT-RATE (1) / 3600.                         00105100
700200     COMPUTE WCHG-CHG-ELAP ROUNDED =                              00105200
700200         WCHG-ELAPSED * WRAT-RATE (2) / 3600.                     00105300
700200     COMPUTE WCHG-CHG-DISP = WCHG-DISPS * WRAT-RATE (3).          00105400
700200     COMPUTE WCHG-CHG-TKT  = WCHG-TICKETS * WRAT-RATE (4).        00105500
700200     COMPUTE WCHG-CHG-TOT  = WCHG-CHG-CPU + WCHG-CHG-ELAP         00105600
700200                           + WCHG-CHG-DISP + WCHG-CHG-TKT.        00105700
           SKIP2                                                        00105800
700200 C-300-PRICE-UNALLOCATED.                                         00105900
700200     MOVE WUNA-AREA TO WCHG-AREA.                                 00106000
700200     PERFORM C-250-PRICE.                                         00106100
700200     MOVE WCHG-AREA TO WUNA-AREA.                                 00106200
           SKIP2                                                        00106300
700200***************************                                       00106400
700200*** Report                                                        00106500
700200***************************                                       00106600
700200 D-100-RPT-NIGHTS.                                                00106700
700200     MOVE SPACES TO WPRINT-TITLE1.                                00106800
700200     STRING ' Date     Steps    CPU Seconds Elapsed Secs   '      00106900
700200         'Plan Seconds Plan Rows Status'                          00107000
700200         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00107100
700200     MOVE ' By Night'  TO RPTHDR-SUBTITLE.                        00107200
700200     PERFORM V-150-NEWPAGE.                                       00107300
700200     MOVE SPACES TO WPRINT-LINE.                                  00107400
700200     STRING ' Month: ' WCTL-MONTH '   Programs charged: '         00107500
700200         WPGM-ENTRY (1) ' ' WPGM-ENTRY (2) ' ' WPGM-ENTRY (3)     00107600
700200         ' ' WPGM-ENTRY (4) ' ' WPGM-ENTRY (5)                    00107700
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00107800
700200     PERFORM V-100-PRINT-LINE.                                    00107900
700200     PERFORM V-100-PRINT-LINE.                                    00108000
700200     PERFORM D-110-RPT-NIGHT                                      00108100
700200       VARYING SUB-NGT FROM 1 BY 1                                00108200
700200         UNTIL SUB-NGT > 31.                                      00108300
700200     PERFORM V-100-PRINT-LINE.                                    00108400
700200     MOVE SPACES TO NTDAT1-LINE.                                  00108500
700200     MOVE WSMF-STEPS   TO NTDAT1-STEPS.                           00108600
700200     MOVE WSMF-CPU     TO NTDAT1-CPU.                             00108700
700200     MOVE WSMF-ELAPSED TO NTDAT1-ELAPSED.                         00108800
700200     MOVE 'MONTH'      TO NTDAT1-STATUS.                          00108900
700200     MOVE NTDAT1-LINE TO WPRINT-LINE.                             00109000
700200     MOVE ' TOTAL   ' TO WPRINT-LINE (1:9).                       00109100
700200     PERFORM V-100-PRINT-LINE.                                    00109200
700200     PERFORM V-100-PRINT-LINE.                                    00109300
700200     STRING ' Nights charged:             ' WCTR-NGT-CHARGED      00109400
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00109500
700200     PERFORM V-100-PRINT-LINE.                                    00109600
700200     STRING ' Nights with no PLANTIME:    ' WCTR-NGT-NOPLTM       00109700
700200         '  (not allocated)'                                      00109800
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00109900
700200     PERFORM V-100-PRINT-LINE.                                    00110000
700200     STRING ' Nights with no SMF steps:   ' WCTR-NGT-NOSMF        00110100
700200         '  (PLANTIME seconds charged as elapsed, no CPU)'        00110200
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00110300
700200     PERFORM V-100-PRINT-LINE.                                    00110400
           SKIP2                                                        00110500
700200 D-110-RPT-NIGHT.                                                 00110600
700200     IF  WNGT-STEPS (SUB-NGT) > ZERO                              00110700
700200         OR WNGT-PLAN-ROWS (SUB-NGT) > ZERO                       00110800
700200         MOVE SPACES TO NTDAT1-LINE                               00110900
700200         MOVE WCTL-MONTH-FIRST TO NTDAT1-DATE                     00111000
700200         MOVE SUB-NGT TO WNGT-DAY                                 00111100
700200         MOVE WNGT-DAY TO NTDAT1-DATE (7:2)                       00111200
700200         MOVE WNGT-STEPS (SUB-NGT)     TO NTDAT1-STEPS            00111300
700200         MOVE WNGT-CPU (SUB-NGT)       TO NTDAT1-CPU              00111400
700200         MOVE WNGT-ELAPSED (SUB-NGT)   TO NTDAT1-ELAPSED          00111500
700200         MOVE WNGT-PLAN-SECS (SUB-NGT) TO NTDAT1-PLAN-SECS        00111600
700200         MOVE WNGT-PLAN-ROWS (SUB-NGT) TO NTDAT1-PLAN-ROWS        00111700
700200         IF  WNGT-PLAN-ROWS (SUB-NGT) = ZERO                      00111800
700200             MOVE 'NO PLANTIME' TO NTDAT1-STATUS                  00111900
700200         ELSE IF  WNGT-STEPS (SUB-NGT) = ZERO                     00112000
700200             MOVE 'NO SMF'      TO NTDAT1-STATUS                  00112100
700200         ELSE                                                     00112200
700200             MOVE 'ALLOCATED'   TO NTDAT1-STATUS                  00112300
700200         END-IF                                                   00112400
700200         END-IF                                                   00112500
700200         MOVE NTDAT1-LINE TO WPRINT-LINE                          00112600
700200         PERFORM V-100-PRINT-LINE.                                00112700
           SKIP2                                                        00112800
700200 D-200-RPT-SPONSORS.                                              00112900
700200     MOVE SPACES TO WPRINT-TITLE1.                                00113000
700200     STRING ' Sponsor    Plans   Runs    CPU Seconds Elapsed Secs'00113100
700200         '  Disps Ticket    Machine Charge    Analyst Charge'     00113200
700200         '      Total Charge'                                     00113300
700200         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00113400
700200     MOVE ' By Sponsor'  TO RPTHDR-SUBTITLE.                      00113500
700200     PERFORM V-150-NEWPAGE.                                       00113600
700200     PERFORM D-210-RPT-SPONSOR                                    00113700
700200       VARYING SUB-SPN FROM 1 BY 1                                00113800
700200         UNTIL SUB-SPN > WSPN-COUNT.                              00113900
700200     PERFORM V-100-PRINT-LINE.                                    00114000
700200     MOVE WTOT-AREA TO WCHG-AREA.                                 00114100
700200     MOVE 'BILLED'  TO WSPONSOR-WORK.                             00114200
700200     PERFORM D-220-RPT-CHARGE.                                    00114300
700200     MOVE WUNA-AREA TO WCHG-AREA.                                 00114400
700200     MOVE 'NOT ALLOC' TO WSPONSOR-WORK.                           00114500
700200     PERFORM D-220-RPT-CHARGE.                                    00114600
700200     PERFORM V-100-PRINT-LINE.                                    00114700
700200     STRING ' NOT ALLOC is priced for information and is not '    00114800
700200         'billed: nights with no PLANTIME, plans with no '        00114900
700200         'sponsor, plan ALL dispositions.'                        00115000
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00115100
700200     PERFORM V-100-PRINT-LINE.                                    00115200
700200     IF  WCTR-PLAN-UNKNOWN > ZERO                                 00115300
700200         PERFORM V-100-PRINT-LINE                                 00115400
700200         MOVE ' Plans with no sponsor (add a PLANSPON card):'     00115500
700200             TO WPRINT-LINE                                       00115600
700200         PERFORM V-100-PRINT-LINE                                 00115700
700200         PERFORM D-230-RPT-UNKNOWN                                00115800
700200           VARYING SUB-PLN FROM 1 BY 1                            00115900
700200             UNTIL SUB-PLN > WPLN-COUNT.                          00116000
           SKIP2                                                        00116100
700200 D-210-RPT-SPONSOR.                                               00116200
700200     MOVE WSPN-CHG-AREA (SUB-SPN) TO WCHG-AREA.                   00116300
700200     MOVE WSPN-SPONSOR (SUB-SPN)  TO WSPONSOR-WORK.               00116400
700200     PERFORM D-220-RPT-CHARGE.                                    00116500
           SKIP2                                                        00116600
700200 D-220-RPT-CHARGE.                                                00116700
700200     MOVE SPACES TO CBDAT1-LINE.                                  00116800
700200     MOVE WSPONSOR-WORK TO CBDAT1-SPONSOR.                        00116900
700200     MOVE WCHG-PLANS    TO CBDAT1-PLANS.                          00117000
700200     MOVE WCHG-RUNS     TO CBDAT1-RUNS.                           00117100
700200     COMPUTE CBDAT1-CPU ROUNDED     = WCHG-CPU.                   00117200
700200     COMPUTE CBDAT1-ELAPSED ROUNDED = WCHG-ELAPSED.               00117300
700200     MOVE WCHG-DISPS    TO CBDAT1-DISPS.                          00117400
700200     MOVE WCHG-TICKETS  TO CBDAT1-TICKETS.                        00117500
700200     COMPUTE CBDAT1-CHG-MACH = WCHG-CHG-CPU + WCHG-CHG-ELAP.      00117600
700200     COMPUTE CBDAT1-CHG-ANLY = WCHG-CHG-DISP + WCHG-CHG-TKT.      00117700
700200     MOVE WCHG-CHG-TOT  TO CBDAT1-CHG-TOT.                        00117800
700200     MOVE CBDAT1-LINE TO WPRINT-LINE.                             00117900
700200     PERFORM V-100-PRINT-LINE.                                    00118000
           SKIP2                                                        00118100
700200 D-230-RPT-UNKNOWN.                                               00118200
700200     MOVE WPLN-PLAN (SUB-PLN) TO WPLAN-WORK.                      00118300
700200     MOVE ZERO TO WMAP-HIT-SUB WPSP-HIT-SUB.                      00118400
700200     PERFORM C-110-SCAN-MAP                                       00118500
700200       VARYING SUB-MAP FROM 1 BY 1                                00118600
700200         UNTIL SUB-MAP > WMAP-COUNT                               00118700
700200           OR WMAP-HIT-SUB > ZERO.                                00118800
700200     PERFORM C-120-SCAN-PLANSPON                                  00118900
700200       VARYING SUB-PSP FROM 1 BY 1                                00119000
700200         UNTIL SUB-PSP > WPSP-COUNT                               00119100
700200           OR WPSP-HIT-SUB > ZERO.                                00119200
700200     IF  WMAP-HIT-SUB = ZERO                                      00119300
700200         AND WPSP-HIT-SUB = ZERO                                  00119400
700200         MOVE SPACES TO CBDAT1-LINE                               00119500
700200         MOVE WPLN-PLAN (SUB-PLN) TO CBDAT1-SPONSOR               00119600
700200         MOVE 1 TO CBDAT1-PLANS                                   00119700
700200         MOVE WPLN-RUNS (SUB-PLN) TO CBDAT1-RUNS                  00119800
700200         COMPUTE CBDAT1-CPU ROUNDED     = WPLN-CPU (SUB-PLN)      00119900
700200         COMPUTE CBDAT1-ELAPSED ROUNDED = WPLN-ELAPSED (SUB-PLN)  00120000
700200         MOVE WPLN-DISPS (SUB-PLN)   TO CBDAT1-DISPS              00120100
700200         MOVE WPLN-TICKETS (SUB-PLN) TO CBDAT1-TICKETS            00120200
700200         MOVE CBDAT1-LINE TO WPRINT-LINE                          00120300
700200         PERFORM V-100-PRINT-LINE.                                00120400
           SKIP2                                                        00120500
700200 D-300-RPT-RATES.                                                 00120600
700200     MOVE SPACES TO WPRINT-TITLE1.                                00120700
700200     STRING ' Item     In force          Rate      Units Billed'  00120800
700200         '    Billed Charge Description'                          00120900
700200         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00121000
700200     MOVE ' Rates and Control Totals'  TO RPTHDR-SUBTITLE.        00121100
700200     PERFORM V-150-NEWPAGE.                                       00121200
700200     COMPUTE WRAT-UNITS (1) ROUNDED = WTOT-CPU / 3600.            00121300
700200     COMPUTE WRAT-UNITS (2) ROUNDED = WTOT-ELAPSED / 3600.        00121400
700200     MOVE WTOT-DISPS    TO WRAT-UNITS (3).                        00121500
700200     MOVE WTOT-TICKETS  TO WRAT-UNITS (4).                        00121600
700200     MOVE WTOT-CHG-CPU  TO WRAT-CHARGE (1).                       00121700
700200     MOVE WTOT-CHG-ELAP TO WRAT-CHARGE (2).                       00121800
700200     MOVE WTOT-CHG-DISP TO WRAT-CHARGE (3).                       00121900
700200     MOVE WTOT-CHG-TKT  TO WRAT-CHARGE (4).                       00122000
700200     PERFORM D-310-RPT-RATE                                       00122100
700200       VARYING SUB-RAT FROM 1 BY 1                                00122200
700200         UNTIL SUB-RAT > 4.                                       00122300
700200     PERFORM V-100-PRINT-LINE.                                    00122400
700200     STRING ' SMF rows read:              ' WCTR-SMF-ROWS         00122500
700200         '   charged steps: ' WCTR-SMF-USED                       00122600
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00122700
700200     PERFORM V-100-PRINT-LINE.                                    00122800
700200     STRING ' PLANTIME rows read:         ' WCTR-PLTM-ROWS        00122900
700200         '   plan rows charged: ' WCTR-PLTM-USED                  00123000
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00123100
700200     PERFORM V-100-PRINT-LINE.                                    00123200
700200     STRING ' PLANTIME rows undated:      ' WCTR-PLTM-UNDATED     00123300
700200         '   not valid: ' WCTR-PLTM-BAD                           00123400
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00123500
700200     PERFORM V-100-PRINT-LINE.                                    00123600
700200     STRING ' Journal rows read:          ' WCTR-JRNL-ROWS        00123700
700200         '   dispositions counted: ' WCTR-JRNL-USED               00123800
700200         '   plan ALL: ' WCTR-JRNL-ALL                            00123900
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00124000
700200     PERFORM V-100-PRINT-LINE.                                    00124100
700200     STRING ' Ticket rows read:           ' WCTR-TKT-ROWS         00124200
700200         '   tickets counted: ' WCTR-TKT-USED                     00124300
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00124400
700200     PERFORM V-100-PRINT-LINE.                                    00124500
700200     MOVE WMAP-COUNT TO WMAP-COUNT-ED.                            00124600
700200     STRING ' Backup records read:        ' WCTR-BKUP-RECS        00124700
700200         '   plans mapped to a sponsor: ' WMAP-COUNT-ED           00124800
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00124900
700200     PERFORM V-100-PRINT-LINE.                                    00125000
700200     STRING ' Rate rows read:             ' WCTR-RATE-ROWS        00125100
700200         '   refused: ' WCTR-RATE-BAD                             00125200
700200         '   items not priced: ' WCTR-NO-RATE                     00125300
700200         DELIMITED BY SIZE INTO WPRINT-LINE.                      00125400
700200     PERFORM V-100-PRINT-LINE.                                    00125500
           SKIP2                                                        00125600
700200 D-310-RPT-RATE.                                                  00125700
700200     MOVE SPACES TO RTDAT1-LINE.                                  00125800
700200     MOVE WRAT-NAME (SUB-RAT) TO RTDAT1-ITEM.                     00125900
700200     IF  WRAT-FOUND (SUB-RAT) = 'Y'                               00126000
700200         MOVE WRAT-EFF-DATE (SUB-RAT) TO RTDAT1-EFF-DATE          00126100
700200         MOVE WRAT-RATE (SUB-RAT)     TO RTDAT1-RATE              00126200
700200         MOVE WRAT-DESC (SUB-RAT)     TO RTDAT1-DESC              00126300
700200     ELSE                                                         00126400
700200         MOVE 'NONE'                  TO RTDAT1-EFF-DATE          00126500
700200         MOVE '*** NOT PRICED ***'    TO RTDAT1-DESC.             00126600
700200     MOVE WRAT-UNITS (SUB-RAT)  TO RTDAT1-UNITS.                  00126700
700200     MOVE WRAT-CHARGE (SUB-RAT) TO RTDAT1-CHARGE.                 00126800
700200     MOVE RTDAT1-LINE TO WPRINT-LINE.                             00126900
700200     PERFORM V-100-PRINT-LINE.                                    00127000
           SKIP2                                                        00127100
700200***************************                                       00127200
700200*** Billing feed                                                  00127300
700200***************************                                       00127400
700200 E-100-WRITE-FEED.                                                00127500
700200     OPEN OUTPUT CHGFEED-FILE.                                    00127600
700200     IF  NOT WCHGFEED-FS-OK                                       00127700
700200         DISPLAY 'BaChgBck-311 CHGFEED dd OPEN failed, nothing '  00127800
700200             'fed to billing:' WCHGFEED-FS                        00127900
700200         MOVE 16 TO WRC-FINAL                                     00128000
700200     ELSE                                                         00128100
700200         MOVE SPACES TO CHGFEED-LINE                              00128200
700200         STRING 'H|' WCTL-MONTH '|' WRUN-DATE '|BACHGBCK'         00128300
700200             DELIMITED BY SIZE INTO CHGFEED-LINE                  00128400
700200         WRITE CHGFEED-LINE                                       00128500
700203         PERFORM E-130-CHECK-FEED                                 00000000
700200         PERFORM E-110-FEED-SPONSOR                               00128600
700200           VARYING SUB-SPN FROM 1 BY 1                            00128700
700200             UNTIL SUB-SPN > WSPN-COUNT                           00128800
700200         MOVE WUNA-AREA TO WCHG-AREA                              00128900
700200         MOVE 'U' TO WFED-KIND                                    00129000
700200         MOVE SPACES TO WFED-SPONSOR                              00129100
700200         PERFORM E-120-FEED-ROW                                   00129200
700200         MOVE WTOT-CHG-TOT TO WFED-CHG-TOT                        00129300
700200         MOVE WCTR-FEED-ROWS TO WFED-TICKETS                      00129400
700200         MOVE SPACES TO CHGFEED-LINE                              00129500
700200         STRING 'T|' WCTL-MONTH '|' WFED-TICKETS '|'              00129600
700200             WFED-CHG-TOT                                         00129700
700200             DELIMITED BY SIZE INTO CHGFEED-LINE                  00129800
700200         WRITE CHGFEED-LINE                                       00129900
700203         PERFORM E-130-CHECK-FEED                                 00000000
700200         CLOSE CHGFEED-FILE.                                      00130000
           SKIP2                                                        00130100
700200 E-110-FEED-SPONSOR.                                              00130200
700200     MOVE WSPN-CHG-AREA (SUB-SPN) TO WCHG-AREA.                   00130300
700200     MOVE 'D' TO WFED-KIND.                                       00130400
700200     MOVE WSPN-SPONSOR (SUB-SPN) TO WFED-SPONSOR.                 00130500
700200     ADD 1 TO WCTR-FEED-ROWS.                                     00130600
700200     PERFORM E-120-FEED-ROW.                                      00130700
           SKIP2                                                        00130800
700200*** kind|month|sponsor|plans|CPU seconds|elapsed seconds|         00130900
700200*** dispositions|tickets|CPU charge|elapsed charge|disposition    00131000
700200*** charge|ticket charge|total charge                             00131100
700200 E-120-FEED-ROW.                                                  00131200
700200     MOVE WCHG-PLANS    TO WFED-PLANS.                            00131300
700200     COMPUTE WFED-CPU ROUNDED     = WCHG-CPU.                     00131400
700200     COMPUTE WFED-ELAPSED ROUNDED = WCHG-ELAPSED.                 00131500
700200     MOVE WCHG-DISPS    TO WFED-DISPS.                            00131600
700200     MOVE WCHG-TICKETS  TO WFED-TICKETS.                          00131700
700200     MOVE WCHG-CHG-CPU  TO WFED-CHG-CPU.                          00131800
700200     MOVE WCHG-CHG-ELAP TO WFED-CHG-ELAP.                         00131900
700200     MOVE WCHG-CHG-DISP TO WFED-CHG-DISP.                         00132000
700200     MOVE WCHG-CHG-TKT  TO WFED-CHG-TKT.                          00132100
700200     MOVE WCHG-CHG-TOT  TO WFED-CHG-TOT.                          00132200
700200     MOVE SPACES TO CHGFEED-LINE.                                 00132300
700200     MOVE 1 TO WFED-PTR.                                          00132400
700200     STRING WFED-KIND '|' WCTL-MONTH '|'                          00132500
700200         DELIMITED BY SIZE                                        00132600
700200         INTO CHGFEED-LINE WITH POINTER WFED-PTR.                 00132700
700200     STRING WFED-SPONSOR DELIMITED BY SPACE                       00132800
700200         INTO CHGFEED-LINE WITH POINTER WFED-PTR.                 00132900
700200     STRING '|' WFED-PLANS '|' WFED-CPU '|' WFED-ELAPSED          00133000
700200         '|' WFED-DISPS '|' WFED-TICKETS                          00133100
700200         '|' WFED-CHG-CPU '|' WFED-CHG-ELAP                       00133200
700200         '|' WFED-CHG-DISP '|' WFED-CHG-TKT                       00133300
700200         '|' WFED-CHG-TOT                                         00133400
700200         DELIMITED BY SIZE                                        00133500
700200         INTO CHGFEED-LINE WITH POINTER WFED-PTR.                 00133600
700200     WRITE CHGFEED-LINE.                                          00133700
700203     PERFORM E-130-CHECK-FEED.                                    00000000
           SKIP2                                                        00000000
700203*** A failed write leaves billing a short feed: said once, and    00000000
700203*** the step ends 16 as for a failed open.                        00000000
700203 E-130-CHECK-FEED.                                                00000000
700203     IF  NOT WCHGFEED-FS-OK                                       00000000
700203         AND WRC-FINAL < 16                                       00000000
700203         DISPLAY 'BaChgBck-312 CHGFEED dd WRITE failed, billing ' 00000000
700203             'feed incomplete:' WCHGFEED-FS                       00000000
700203         MOVE 16 TO WRC-FINAL.                                    00000000
           SKIP2                                                        00133800
700200***************************                                       00133900
700200*** Control card handling                                         00134000
700200***************************                                       00134100
700200 F-100-PROC-CTL.                                                  00134200
700200     IF  CTL-REC (1:1) = '*'                                      00134300
700200         DISPLAY 'BaChgBck-500 Comment:' CTL-REC (1:50)           00134400
700200     ELSE                                                         00134500
700200         PERFORM F-105-CONTINUE.                                  00134600
700200     PERFORM F-110-READ-IN110.                                    00134700
           SKIP2                                                        00134800
700200 F-105-CONTINUE.                                                  00134900
700200     MOVE SPACES     TO WCTL-CMD WCTL-VAL WCTL-VAL2.              00135000
700200     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00135100
700200         INTO WCTL-CMD WCTL-VAL WCTL-VAL2.                        00135200
700200     DISPLAY 'BaChgBck-500 CtlCard:' CTL-REC (1:50).              00135300
700200     IF  WCTL-CMD-MONTH                                           00135400
700200         IF  WCTL-MONTH-YYYY IS NUMERIC                           00135500
700200             AND WCTL-MONTH-MM IS NUMERIC                         00135600
700200             AND WCTL-MONTH-MM > '00'                             00135700
700200             AND WCTL-MONTH-MM < '13'                             00135800
700200             AND WCTL-VAL (7:14) = SPACES                         00135900
700200             MOVE WCTL-VAL (1:6) TO WCTL-MONTH                    00136000
700200             MOVE WCTL-MONTH     TO WCTL-MONTH-FIRST (1:6)        00136100
700200             MOVE '01'           TO WCTL-MONTH-FIRST (7:2)        00136200
700200         ELSE                                                     00136300
700200             DISPLAY ' Invalid MONTH value:' WCTL-VAL             00136400
700200             ADD 1 TO WCTR-CTL-ERRORS                             00136500
700200         END-IF                                                   00136600
700200     ELSE IF  WCTL-CMD-PROGRAM                                    00136700
700200         IF  WCTL-VAL NOT = SPACES                                00136800
700200             AND WCTL-VAL (9:12) = SPACES                         00136900
700200             AND WPGM-COUNT < WPGM-MAX-ENTRIES                    00137000
700200             ADD 1 TO WPGM-COUNT                                  00137100
700200             MOVE WCTL-VAL TO WPGM-ENTRY (WPGM-COUNT)             00137200
700200         ELSE                                                     00137300
700200             DISPLAY ' Invalid or too many PROGRAM:' WCTL-VAL     00137400
700200             ADD 1 TO WCTR-CTL-ERRORS                             00137500
700200         END-IF                                                   00137600
700200     ELSE IF  WCTL-CMD-PLANSPON                                   00137700
700200         IF  WCTL-VAL NOT = SPACES                                00137800
700200             AND WCTL-VAL2 NOT = SPACES                           00137900
700200             AND WPSP-COUNT < WPSP-MAX-ENTRIES                    00138000
700200             ADD 1 TO WPSP-COUNT                                  00138100
700200             MOVE WCTL-VAL  TO WPSP-PLAN (WPSP-COUNT)             00138200
700200             MOVE WCTL-VAL2 TO WPSP-SPONSOR (WPSP-COUNT)          00138300
700200         ELSE                                                     00138400
700200             DISPLAY ' Invalid or too many PLANSPON:'             00138500
700200                 CTL-REC (10:20)                                  00138600
700200             ADD 1 TO WCTR-CTL-ERRORS                             00138700
700200         END-IF                                                   00138800
700200     ELSE                                                         00138900
700200         DISPLAY 'BaChgBck-501 Invalid Control Card:'             00139000
700200             CTL-REC (1:50)                                       00139100
700200         ADD 1 TO WCTR-CTL-ERRORS.                                00139200
           SKIP2                                                        00139300
700200 F-110-READ-IN110.                                                00139400
700200     CALL 'UT110IN'  USING SD-AREA                                00139500
700200               IO-IN110-PARM                                      00139600
700200               IO-IN110-READ                                      00139700
700200               CTL-REC.                                           00139800
           SKIP2                                                        00139900
700200***************************                                       00140000
700200*** Shared routines                                               00140100
700200***************************                                       00140200
700200*** Find-or-add the slot for WPLAN-WORK; zero past the table.     00140300
700200 R-300-FIND-PLAN.                                                 00140400
700200     MOVE ZERO TO WPLN-HIT-SUB.                                   00140500
700200     PERFORM R-320-SCAN-PLN                                       00140600
700200       VARYING SUB-PLN FROM 1 BY 1                                00140700
700200         UNTIL SUB-PLN > WPLN-COUNT                               00140800
700200           OR WPLN-HIT-SUB > ZERO.                                00140900
700200     IF  WPLN-HIT-SUB = ZERO                                      00141000
700200         IF  WPLN-COUNT < WPLN-MAX-ENTRIES                        00141100
700200             ADD 1 TO WPLN-COUNT                                  00141200
700200             MOVE WPLN-COUNT TO WPLN-HIT-SUB                      00141300
700200             MOVE WPLAN-WORK TO WPLN-PLAN (WPLN-HIT-SUB)          00141400
700200         ELSE                                                     00141500
700200             ADD 1 TO WCTR-PLAN-OVER                              00141600
700200         END-IF                                                   00141700
700200     END-IF.                                                      00141800
           SKIP2                                                        00141900
700200 R-320-SCAN-PLN.                                                  00142000
700200     IF  WPLN-PLAN (SUB-PLN) = WPLAN-WORK                         00142100
700200         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00142200
           SKIP2                                                        00142300
700200***************************                                       00142400
700200*** Print-line routines                                           00142500
700200***************************                                       00142600
700200 V-100-PRINT-LINE.                                                00142700
700200     IF  WPRINT-LINES-OVER                                        00142800
700200         PERFORM V-150-NEWPAGE.                                   00142900
700200     ADD 1 TO WPRINT-LINES.                                       00143000
700200     WRITE PRINT-LINE FROM WPRINT-LINE                            00143100
700200           AFTER ADVANCING 1 LINE.                                00143200
700200     MOVE SPACES   TO WPRINT-LINE.                                00143300
700200     ADD 1 TO WPRINT-TOT-LINES.                                   00143400
           SKIP2                                                        00143500
700200 V-150-NEWPAGE.                                                   00143600
700200     ADD 1 TO WPRINT-PAGE.                                        00143700
700200     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00143800
700200     MOVE SPACES TO PRINT-LINE.                                   00143900
700200     WRITE PRINT-LINE                                             00144000
700200       AFTER ADVANCING PAGE.                                      00144100
700200     WRITE PRINT-LINE FROM RPTHDR-LINE                            00144200
700200       AFTER ADVANCING 1 LINE.                                    00144300
700200     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00144400
700200       AFTER ADVANCING 1.                                         00144500
700200     MOVE ZERO TO WPRINT-LINES.                                   00144600
700200     ADD 3 TO WPRINT-TOT-LINES.                                   00144700
