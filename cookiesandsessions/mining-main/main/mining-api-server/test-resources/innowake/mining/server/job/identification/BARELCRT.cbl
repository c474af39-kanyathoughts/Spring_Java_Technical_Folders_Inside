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
700178 IDENTIFICATION DIVISION.                                         00000100
700178 PROGRAM-ID. 'BARELCRT'.                                          00000200
700178******************************************************************00000300
700178**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700178******************************************************************00000500
700178**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700178**  PURPOSE      Release go/no-go certificate.  Reads the outputs 00000700
700178**               the release sign-off rests on and prints one     00000800
700178**               certificate for the named release, GO only when  00000900
700178**               every criterion holds:                           00001000
700178**                 1 REGRESSION  - the BABKCHK report has verdict 00001100
700178**                                 lines and every one is PASS    00001200
700178**                 2 HIGH DIFFS  - no HIGH-criticality difference 00001300
700178**                                 on the upgrade compare's OT200 00001400
700178**                                 extract without an approved    00001500
700178**                                 disposition beside it          00001600
700178**                 3 ATTESTATION - every plan in the compare's    00001700
700178**                                 by-plan summary is listed on a 00001800
700178**                                 sponsor attestation page       00001900
700178**                 4 DEMOD LEVEL - the compare's DEMODCHK module  00002000
700178**                                 inventory ran, found every     00002100
700178**                                 module, and every module       00002200
700178**                                 answered the expected level    00002300
700178**               Each criterion is printed with its result, the   00002400
700178**               dataset it was judged from, and the reasons it   00002500
700178**               failed.  Evidence that was not supplied fails its00002600
700178**               criterion.                                       00002700
700178**                                                                00002800
700178**               A disposition is approved when its status is one 00002900
700178**               of the DISPOK cards; with no DISPOK cards any    00003000
700178**               status the compare printed counts, except        00003100
700178**               EXPIRED and REOPENED.                            00003200
700178**                                                                00003300
700178**               Return codes:                                    00003400
700178**                 0 - GO                                         00003500
700178**                 8 - NO-GO                                      00003600
700178**                16 - no RELEASE card, or a control card in      00003700
700178**                     error                                      00003800
700178******************************************************************00003900
700178**  REVISIONS:                                                    00004000
700178******************************************************************00004100
700178**  Input                                                         00004200
700178**   . IN110   - Control File                                     00004300
700178**                 RELEASE rrrrrrrrr - the release being signed   00004400
700178**                                     off (required)             00004500
700178**                 LEVEL lllllllll   - DEMOD level expected, when 00004600
700178**                                     not the release name       00004700
700178**                 DISPOK ssssssssssss - an approved disposition  00004800
700178**                                     status (up to 20)          00004900
700178**   . CHKRPT  - BABKCHK regression report                        00005000
700178**   . OT200IN - The upgrade compare's OT200 extract, via         00005100
700178**               UTOT200R                                         00005200
700178**   . CMPRPT  - The upgrade compare's report listing, run with   00005300
700178**               ATTEST                                           00005400
700178**   . DEMODLVL - The upgrade compare's DEMODCHK output           00005500
700178******************************************************************00005600
700178**  Output                                                        00005700
700178**   . SYSOUT  - Displayed Information                            00005800
700178**   . REPORT  - The certificate                                  00005900
700178******************************************************************00006000
700178 ENVIRONMENT DIVISION.                                            00006100
700178 CONFIGURATION SECTION.                                           00006200
700178 INPUT-OUTPUT SECTION.                                            00006300
           SKIP2                                                        00006400
700178 FILE-CONTROL.                                                    00006500
700178     SELECT PRINT-FILE                                            00006600
700178         ASSIGN TO UT-S-REPORT                                    00006700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006800
700178         FILE STATUS WPRINT-FS.                                   00006900
700178     SELECT CHKRPT-FILE                                           00007000
700178         ASSIGN TO UT-S-CHKRPT                                    00007100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007200
700178         FILE STATUS WCHKRPT-FS.                                  00007300
700178     SELECT CMPRPT-FILE                                           00007400
700178         ASSIGN TO UT-S-CMPRPT                                    00007500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007600
700178         FILE STATUS WCMPRPT-FS.                                  00007700
700178     SELECT DEMODLV-FILE                                          00007800
700178         ASSIGN TO UT-S-DEMODLVL                                  00007900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008000
700178         FILE STATUS WDEMODLV-FS.                                 00008100
700178 DATA DIVISION.                                                   00008200
           SKIP2                                                        00008300
700178 FILE SECTION.                                                    00008400
           SKIP1                                                        00008500
700178 FD  PRINT-FILE                                                   00008600
700178     BLOCK CONTAINS 0 RECORDS                                     00008700
700178     LABEL RECORDS ARE STANDARD.                                  00008800
           SKIP2                                                        00008900
700178 01 PRINT-LINE                PIC X(133).                         00009000
           SKIP2                                                        00009100
700178 FD  CHKRPT-FILE                                                  00009200
700178     BLOCK CONTAINS 0 RECORDS                                     00009300
700178     LABEL RECORDS ARE STANDARD.                                  00009400
           SKIP2                                                        00009500
700178*** BABKCHK's RPDET1-LINE.                                        00009600
700178 01  CHKRPT-LINE.                                                 00009700
700178     05  FILLER               PIC X.                              00009800
700178     05  CHK-VERDICT          PIC X(4).                           00009900
700178         88  CHK-VERDICT-PASS VALUE 'PASS'.                       00010000
700178         88  CHK-VERDICT-FAIL VALUE 'FAIL'.                       00010100
700178     05  FILLER               PIC X(2).                           00010200
700178     05  CHK-LABEL            PIC X(8).                           00010300
700178     05  CHK-PLAN-TAG         PIC X(7).                           00010400
700178     05  FILLER               PIC X(111).                         00010500
           SKIP2                                                        00010600
700178 FD  CMPRPT-FILE                                                  00010700
700178     BLOCK CONTAINS 0 RECORDS                                     00010800
700178     LABEL RECORDS ARE STANDARD.                                  00010900
           SKIP2                                                        00011000
700178 01  CMPRPT-LINE              PIC X(133).                         00011100
700178 01  CMPRPT-HDR-VIEW REDEFINES CMPRPT-LINE.                       00011200
700178     05  FILLER               PIC X(2).                           00011300
700178     05  CMH-TITLE            PIC X(23).                          00011400
700178         88  CMH-TITLE-COMPARE VALUE 'OmniPlus Backup Compare'.   00011500
700178     05  FILLER               PIC X(4).                           00011600
700178     05  CMH-SUBTITLE         PIC X(50).                          00011700
700178     05  FILLER               PIC X(54).                          00011800
700178*** A by-plan summary line (BABKCMP RPDAT1-LINE): the plan, then  00011900
700191*** the matched count, whose units digit is column 24.            00012000
700178 01  CMPRPT-PLAN-VIEW REDEFINES CMPRPT-LINE.                      00012100
700178     05  CMP-LEAD             PIC X.                              00012200
700191     05  CMP-PLAN-NUM         PIC X(10).                          00012300
700178     05  CMP-GAP              PIC X.                              00012400
700178     05  FILLER               PIC X(11).                          00012500
700178     05  CMP-MATCHED-UNITS    PIC X.                              00012600
700191     05  FILLER               PIC X(109).                         00012700
700178*** A plan listed under 'Plans covered:' on an attestation page.  00012800
700178 01  CMPRPT-ATT-VIEW REDEFINES CMPRPT-LINE.                       00012900
700178     05  CMA-INDENT           PIC X(4).                           00013000
700191     05  CMA-PLAN-NUM         PIC X(10).                          00013100
700191     05  CMA-REST             PIC X(119).                         00013200
           SKIP2                                                        00013300
700178 FD  DEMODLV-FILE                                                 00013400
700178     BLOCK CONTAINS 0 RECORDS                                     00013500
700178     LABEL RECORDS ARE STANDARD.                                  00013600
           SKIP2                                                        00013700
700178 01  DEMODLV-LINE             PIC X(133).                         00013800
700178 WORKING-STORAGE SECTION.                                         00013900
700178 77  SUB-CRIT              PIC S9(4) BINARY VALUE ZERO.           00014000
700178 77  SUB-RSN               PIC S9(4) BINARY VALUE ZERO.           00014100
700178 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00014200
700178 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00014300
700178 77  SUB-HIGH              PIC S9(4) BINARY VALUE ZERO.           00014400
700178 77  SUB-DOK               PIC S9(4) BINARY VALUE ZERO.           00014500
700178 77  WCTR-CHK-PASS         PIC 9(7)     VALUE ZERO.               00014600
700178 77  WCTR-CHK-FAIL         PIC 9(7)     VALUE ZERO.               00014700
700178 77  WCTR-HIGH             PIC 9(7)     VALUE ZERO.               00014800
700178 77  WCTR-HIGH-COVERED     PIC 9(7)     VALUE ZERO.               00014900
700178 77  WCTR-HIGH-OPEN        PIC 9(7)     VALUE ZERO.               00015000
700178 77  WCTR-PLANS            PIC 9(7)     VALUE ZERO.               00015100
700178 77  WCTR-ATTESTED         PIC 9(7)     VALUE ZERO.               00015200
700178 77  WCTR-ATT-PAGES        PIC 9(7)     VALUE ZERO.               00015300
700178 77  WCTR-PLAN-OVER        PIC 9(7)     VALUE ZERO.               00015400
700178 77  WCTR-MODULES          PIC 9(7)     VALUE ZERO.               00015500
700178 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015600
700178 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015700
700178 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00015800
700178 77  WRUN-TIME             PIC 9(8)     VALUE ZERO.               00015900
700178 77  WDSN-WORK             PIC X(44)    VALUE SPACES.             00016000
700178 77  WRSN-WORK             PIC X(100)   VALUE SPACES.             00016100
700178 77  WNO-GO-FLG            PIC X        VALUE 'N'.                00016200
700178     88  WNO-GO-YES        VALUE 'Y'.                             00016300
700178 77  WDISP-OK-FLG          PIC X        VALUE 'N'.                00016400
700178     88  WDISP-OK-YES      VALUE 'Y'.                             00016500
700191 77  WCRIT-WORK            PIC X(10)    VALUE SPACES.             00016600
700178 77  WDISP-WORK            PIC X(12)    VALUE SPACES.             00016700
700178 77  WCUR-XXYY             PIC X(4)     VALUE SPACES.             00016800
700178 77  WSECTION              PIC X        VALUE SPACE.              00016900
700178     88  WSECTION-PLANS    VALUE 'P'.                             00017000
700178     88  WSECTION-ATTEST   VALUE 'A'.                             00017100
700178     88  WSECTION-OTHER    VALUE SPACE.                           00017200
700178 77  WATT-LIST-FLG         PIC X        VALUE 'N'.                00017300
700178     88  WATT-LIST-YES     VALUE 'Y'.                             00017400
700178 77  WDLV-RAN-FLG          PIC X        VALUE 'N'.                00017500
700178     88  WDLV-RAN-YES      VALUE 'Y'.                             00017600
700178 77  WDLV-TALLY            PIC S9(4) BINARY VALUE ZERO.           00017700
700178 77  WDLV-LEFT             PIC X(133)   VALUE SPACES.             00017800
700178 77  WDLV-RIGHT            PIC X(133)   VALUE SPACES.             00017900
700178 77  WCTR-ED               PIC Z(6)9    VALUE ZERO.               00018000
           SKIP2                                                        00018100
700178 01  WPRINT-AREA.                                                 00018200
700178     05  WPRINT-FS                 PIC XX  VALUE '00'.            00018300
700178         88  WPRINT-FS-OK VALUE '00'.                             00018400
700178     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00018500
700178     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00018600
700178     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00018700
700178     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00018800
700178         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00018900
700178     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00019000
           SKIP2                                                        00019100
700178 01  WCHKRPT-FS            PIC XX  VALUE '00'.                    00019200
700178     88  WCHKRPT-FS-OK     VALUE '00'.                            00019300
700178 01  WCMPRPT-FS            PIC XX  VALUE '00'.                    00019400
700178     88  WCMPRPT-FS-OK     VALUE '00'.                            00019500
700178 01  WDEMODLV-FS           PIC XX  VALUE '00'.                    00019600
700178     88  WDEMODLV-FS-OK    VALUE '00'.                            00019700
700178*** The compare's extract is read through the shared UTOT200R     00019800
700178*** reader.                                                       00019900
700178 01  WO2R-REC              PIC X(200) VALUE SPACES.               00020000
700178*** The fixed-column detail line's criticality and disposition    00020100
700178*** columns (BABKCMP WSHOW-CRIT, WSHOW-DISP).                     00020200
700178 01  WO2R-SHOW-VIEW REDEFINES WO2R-REC.                           00020300
700178     05  FILLER                PIC X(127).                        00020400
700178     05  WO2R-SHOW-CRIT        PIC X(6).                          00020500
700178     05  FILLER                PIC X.                             00020600
700178     05  WO2R-SHOW-DISP        PIC X(12).                         00020700
700178     05  FILLER                PIC X(54).                         00020800
           SKIP2                                                        00020900
700178*** The four criteria: what each is, the dd it is judged from     00021000
700178*** and that dataset's name, the result, and the reasons a        00021100
700178*** failure is printed with.                                      00021200
700178 01  WCRIT-NAMES-DEF.                                             00021300
700178     05  FILLER PIC X(48) VALUE                                   00021400
700178         'CHKRPT  1 REGRESSION  - BABKCHK all PASS        '.      00021500
700178     05  FILLER PIC X(48) VALUE                                   00021600
700178         'OT200IN 2 HIGH DIFFS  - all have approved dispos'.      00021700
700178     05  FILLER PIC X(48) VALUE                                   00021800
700178         'CMPRPT  3 ATTESTATION - every plan attested     '.      00021900
700178     05  FILLER PIC X(48) VALUE                                   00022000
700178         'DEMODLVL4 DEMOD LEVEL - expected levels shown   '.      00022100
700178 01  WCRIT-NAMES REDEFINES WCRIT-NAMES-DEF.                       00022200
700178     05  WCRIT-NAME-ENTRY OCCURS 4 TIMES.                         00022300
700178         10  WCRIT-DD          PIC X(8).                          00022400
700178         10  WCRIT-DESC        PIC X(40).                         00022500
700178 01  WCRIT-AREA.                                                  00022600
700178     05  WCRIT-COUNT           PIC S9(4) BINARY VALUE 4.          00022700
700178     05  WCRIT-MAX-REASONS     PIC S9(4) BINARY VALUE 10.         00022800
700178     05  WCRIT-ENTRY OCCURS 4 TIMES.                              00022900
700178         10  WCRIT-DSN         PIC X(44)    VALUE SPACES.         00023000
700178         10  WCRIT-RESULT      PIC X(4)     VALUE SPACES.         00023100
700178             88  WCRIT-RESULT-PASS VALUE 'PASS'.                  00023200
700178             88  WCRIT-RESULT-FAIL VALUE 'FAIL'.                  00023300
700178         10  WCRIT-RSN-COUNT   PIC S9(4) BINARY VALUE ZERO.       00023400
700178         10  WCRIT-RSN-OVER    PIC 9(7)     VALUE ZERO.           00023500
700178         10  WCRIT-RSN OCCURS 10 TIMES                            00023600
700178                               PIC X(100)   VALUE SPACES.         00023700
           SKIP2                                                        00023800
700178*** Plans of the by-plan summary and whether an attestation       00023900
700178*** page lists them.                                              00024000
700178 01  WPLN-AREA.                                                   00024100
700178     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00024200
700178     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00024300
700178     05  WPLN-ENTRY OCCURS 5000 TIMES.                            00024400
700191         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00024500
700178         10  WPLN-IN-SUMMARY   PIC X        VALUE 'N'.            00024600
700178         10  WPLN-ATTESTED     PIC X        VALUE 'N'.            00024700
           SKIP2                                                        00024800
700178*** HIGH differences without an approved disposition, held until  00024900
700178*** the PLN1 marker after them names their plan.                  00025000
700178 01  WHIGH-AREA.                                                  00025100
700178     05  WHIGH-COUNT           PIC S9(4) BINARY VALUE ZERO.       00025200
700178     05  WHIGH-MAX-ENTRIES     PIC S9(4) BINARY VALUE 10.         00025300
700178     05  WHIGH-ENTRY OCCURS 10 TIMES.                             00025400
700191         10  WHIGH-PLAN        PIC X(10)    VALUE SPACES.         00025500
700178         10  WHIGH-XXYY        PIC X(4)     VALUE SPACES.         00025600
700178         10  WHIGH-DENUM       PIC X(3)     VALUE SPACES.         00025700
700178         10  WHIGH-DENAME      PIC X(20)    VALUE SPACES.         00025800
700178         10  WHIGH-DISP        PIC X(12)    VALUE SPACES.         00025900
           SKIP2                                                        00026000
700178 01  WDOK-AREA.                                                   00026100
700178     05  WDOK-COUNT            PIC S9(4) BINARY VALUE ZERO.       00026200
700178     05  WDOK-MAX-ENTRIES      PIC S9(4) BINARY VALUE 20.         00026300
700178     05  WDOK-ENTRY OCCURS 20 TIMES                               00026400
700178                               PIC X(12)    VALUE SPACES.         00026500
           SKIP2                                                        00026600
700178 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00026700
700178 01  WCTL-AREA.                                                   00026800
700178     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00026900
700178         88  WCTL-CMD-RELEASE    VALUE 'RELEASE'.                 00027000
700178         88  WCTL-CMD-LEVEL      VALUE 'LEVEL'.                   00027100
700178         88  WCTL-CMD-DISPOK     VALUE 'DISPOK'.                  00027200
700178     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00027300
700178     05  WCTL-RELEASE            PIC X(9)  VALUE SPACES.          00027400
700178     05  WCTL-LEVEL              PIC X(9)  VALUE SPACES.          00027500
           SKIP2                                                        00027600
700178 01  RPTHDR-LINE.                                                 00027700
700178         05   FILLER     PIC X(02) VALUE                          00027800
700178           ' '.                                                   00027900
700178         05   FILLER     PIC X(28) VALUE                          00028000
700178           'OmniPlus Release Sign-off'.                           00028100
700178         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00028200
700178         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00028300
700178         05   FILLER     PIC X(6)  VALUE                          00028400
700178           '  Page'.                                              00028500
700178         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00028600
           SKIP2                                                        00028700
700178 01  RCDAT1-LINE.                                                 00028800
700178     05  FILLER               PIC X     VALUE SPACE.              00028900
700178     05  RCDAT1-DESC          PIC X(40) VALUE SPACES.             00029000
700178     05  FILLER               PIC X(2)  VALUE SPACES.             00029100
700178     05  RCDAT1-RESULT        PIC X(4)  VALUE SPACES.             00029200
700178     05  FILLER               PIC X(4)  VALUE SPACES.             00029300
700178     05  RCDAT1-DSN           PIC X(44) VALUE SPACES.             00029400
700178     05  FILLER               PIC X(38) VALUE SPACES.             00029500
           SKIP2                                                        00029600
700178 01  IO-O2R-PARM.                                                 00029700
700178       COPY IOOT200R REPLACING 'PROGRAM' BY 'BARELCRT'.           00029800
           SKIP3                                                        00029900
700178 01  IO-IN110-PARM.                                               00030000
700178       COPY IOIN110 REPLACING 'PROGRAM' BY 'BARELCRT'.            00030100
           SKIP3                                                        00030200
700178 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00030300
           EJECT                                                        00030400
700178 PROCEDURE DIVISION.                                              00030500
           SKIP2                                                        00030600
700178 A-100-BODY.                                                      00030700
700178     PERFORM A-105-INIT.                                          00030800
700178     PERFORM A-200-INIT-OPEN.                                     00030900
700178     PERFORM A-250-NAME-EVIDENCE                                  00031000
700178       VARYING SUB-CRIT FROM 1 BY 1                               00031100
700178         UNTIL SUB-CRIT > WCRIT-COUNT.                            00031200
700178     MOVE 1 TO SUB-CRIT.                                          00031300
700178     PERFORM B-100-CHECK-REGRESSION.                              00031400
700178     MOVE 2 TO SUB-CRIT.                                          00031500
700178     PERFORM C-100-CHECK-HIGH-DIFFS.                              00031600
700178     MOVE 3 TO SUB-CRIT.                                          00031700
700178     PERFORM D-100-CHECK-ATTESTATION.                             00031800
700178     MOVE 4 TO SUB-CRIT.                                          00031900
700178     PERFORM E-100-CHECK-DEMOD-LEVEL.                             00032000
700178     PERFORM G-100-PRINT-CERTIFICATE.                             00032100
700178     PERFORM A-900-FINI-CLOSE.                                    00032200
700178     MOVE WRC-FINAL TO RETURN-CODE.                               00032300
700178     GOBACK.                                                      00032400
           SKIP2                                                        00032500
700178 A-105-INIT.                                                      00032600
700178     CALL 'BASDIN' USING SD-AREA.                                 00032700
           SKIP2                                                        00032800
700178 A-200-INIT-OPEN.                                                 00032900
700178     DISPLAY 'BaRelCrt-998 Program Starting'.                     00033000
700178     ACCEPT RPTHDR-DATE FROM DATE.                                00033100
700178     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00033200
700178     ACCEPT WRUN-TIME FROM TIME.                                  00033300
700178     OPEN OUTPUT                                                  00033400
700178               PRINT-FILE.                                        00033500
700178     IF  NOT WPRINT-FS-OK                                         00033600
700178         DISPLAY 'BaRelCrt-53 PRINT dd OPEN failed:'              00033700
700178             WPRINT-FS                                            00033800
700178         STOP RUN.                                                00033900
700178     CALL 'UT110IN'  USING SD-AREA                                00034000
700178               IO-IN110-PARM                                      00034100
700178               IO-IN110-OPEN                                      00034200
700178               CTL-REC.                                           00034300
700178     IF  IO-IN110-ERROR = 'Y'                                     00034400
700178          OR IO-IN110-FILE-STATUS NOT = '00'                      00034500
700178         DISPLAY 'BaRelCrt-301 IN110 file failed to open:'        00034600
700178           IO-IN110-FILE-STATUS                                   00034700
700178         MOVE 16 TO RETURN-CODE                                   00034800
700178         STOP RUN.                                                00034900
700178     PERFORM F-110-READ-IN110.                                    00035000
700178     PERFORM F-100-PROC-CTL                                       00035100
700178       UNTIL IO-IN110-ERROR-YES.                                  00035200
700178     CALL 'UT110IN'  USING SD-AREA                                00035300
700178               IO-IN110-PARM                                      00035400
700178               IO-IN110-CLOSE                                     00035500
700178               CTL-REC.                                           00035600
700178     IF  WCTL-RELEASE = SPACES                                    00035700
700178         DISPLAY 'BaRelCrt-302 No RELEASE card - nothing to '     00035800
700178             'certify'                                            00035900
700178         MOVE 16 TO RETURN-CODE                                   00036000
700178         STOP RUN.                                                00036100
700178     IF  WCTR-CTL-ERRORS > ZERO                                   00036200
700178         DISPLAY 'BaRelCrt-303 Control card errors - no '         00036300
700178             'certificate issued'                                 00036400
700178         MOVE 16 TO RETURN-CODE                                   00036500
700178         STOP RUN.                                                00036600
700178     IF  WCTL-LEVEL = SPACES                                      00036700
700178         MOVE WCTL-RELEASE TO WCTL-LEVEL.                         00036800
700178     MOVE SPACES TO WPRINT-TITLE1.                                00036900
700178     MOVE ' Release Go/No-Go Certificate'  TO RPTHDR-SUBTITLE.    00037000
700178     PERFORM V-150-NEWPAGE.                                       00037100
           SKIP2                                                        00037200
700178*** Each criterion's evidence is named by the dataset its dd      00037300
700178*** is allocated to, or by the dd when that is not known.         00037400
700178 A-250-NAME-EVIDENCE.                                             00037500
700178     MOVE SPACES TO WDSN-WORK.                                    00037600
700178     IF  SUB-CRIT = 1                                             00037700
&MFCY          DISPLAY 'CHKRPT'   UPON ENVIRONMENT-NAME                 00037800
&MFCY          ACCEPT WDSN-WORK   FROM ENVIRONMENT-VALUE                00037900
700178         NEXT SENTENCE                                            00038000
700178     ELSE IF  SUB-CRIT = 2                                        00038100
&MFCY          DISPLAY 'OT200IN'  UPON ENVIRONMENT-NAME                 00038200
&MFCY          ACCEPT WDSN-WORK   FROM ENVIRONMENT-VALUE                00038300
700178         NEXT SENTENCE                                            00038400
700178     ELSE IF  SUB-CRIT = 3                                        00038500
&MFCY          DISPLAY 'CMPRPT'   UPON ENVIRONMENT-NAME                 00038600
&MFCY          ACCEPT WDSN-WORK   FROM ENVIRONMENT-VALUE                00038700
700178         NEXT SENTENCE                                            00038800
700178     ELSE                                                         00038900
&MFCY          DISPLAY 'DEMODLVL' UPON ENVIRONMENT-NAME                 00039000
&MFCY          ACCEPT WDSN-WORK   FROM ENVIRONMENT-VALUE                00039100
700178         NEXT SENTENCE.                                           00039200
700178     IF  WDSN-WORK = SPACES                                       00039300
700178         STRING 'DD ' WCRIT-DD (SUB-CRIT)                         00039400
700178             DELIMITED BY SIZE INTO WDSN-WORK.                    00039500
700178     MOVE WDSN-WORK TO WCRIT-DSN (SUB-CRIT).                      00039600
           SKIP2                                                        00039700
700178 A-900-FINI-CLOSE.                                                00039800
700178     CLOSE PRINT-FILE.                                            00039900
700178     DISPLAY 'BaRelCrt-998 Program Ending'.                       00040000
           SKIP2                                                        00040100
700178***************************                                       00040200
700178*** 1 Regression verdicts                                         00040300
700178***************************                                       00040400
700178 B-100-CHECK-REGRESSION.                                          00040500
700178     OPEN INPUT CHKRPT-FILE.                                      00040600
700178     IF  NOT WCHKRPT-FS-OK                                        00040700
700178         MOVE 'Evidence not supplied - CHKRPT could not be opened'00040800
700178             TO WRSN-WORK                                         00040900
700178         PERFORM R-200-ADD-REASON                                 00041000
700178     ELSE                                                         00041100
700178         PERFORM B-110-READ-CHKRPT                                00041200
700178         PERFORM B-120-TAKE-VERDICT                               00041300
700178           UNTIL WCHKRPT-FS NOT = '00'                            00041400
700178         CLOSE CHKRPT-FILE                                        00041500
700178         IF  WCTR-CHK-PASS + WCTR-CHK-FAIL = ZERO                 00041600
700178             MOVE 'No PASS/FAIL verdict lines - the regression '  00041700
700178                 TO WRSN-WORK                                     00041800
700178             MOVE 'verified nothing' TO WRSN-WORK (45:)           00041900
700178             PERFORM R-200-ADD-REASON                             00042000
700178         END-IF                                                   00042100
700178     END-IF.                                                      00042200
           SKIP2                                                        00042300
700178 B-110-READ-CHKRPT.                                               00042400
700178     READ CHKRPT-FILE                                             00042500
700178         AT END                                                   00042600
700178             NEXT SENTENCE.                                       00042700
           SKIP2                                                        00042800
700178 B-120-TAKE-VERDICT.                                              00042900
700178     IF  CHK-PLAN-TAG = '  plan '                                 00043000
700178         IF  CHK-VERDICT-PASS                                     00043100
700178             ADD 1 TO WCTR-CHK-PASS                               00043200
700178         ELSE IF  CHK-VERDICT-FAIL                                00043300
700178             ADD 1 TO WCTR-CHK-FAIL                               00043400
700178             MOVE SPACES TO WRSN-WORK                             00043500
700178             STRING 'Seeded defect not surfaced:'                 00043600
700178                 CHKRPT-LINE (6:45)                               00043700
700178                 DELIMITED BY SIZE INTO WRSN-WORK                 00043800
700178             PERFORM R-200-ADD-REASON                             00043900
700178         END-IF                                                   00044000
700178     END-IF.                                                      00044100
700178     PERFORM B-110-READ-CHKRPT.                                   00044200
           SKIP2                                                        00044300
700178***************************                                       00044400
700178*** 2 HIGH-criticality differences                                00044500
700178***************************                                       00044600
700178 C-100-CHECK-HIGH-DIFFS.                                          00044700
700178     CALL 'UTOT200R' USING SD-AREA                                00044800
700178                           IO-O2R-PARM                            00044900
700178                           IO-O2R-OPEN                            00045000
700178                           WO2R-REC.                              00045100
700178     IF  IO-O2R-ERROR-YES                                         00045200
700178         MOVE 'Evidence not supplied - OT200IN could not be '     00045300
700178             TO WRSN-WORK                                         00045400
700178         MOVE 'opened' TO WRSN-WORK (46:)                         00045500
700178         PERFORM R-200-ADD-REASON                                 00045600
700178     ELSE                                                         00045700
700178         PERFORM C-110-READ-O2R                                   00045800
700178         PERFORM C-120-TAKE-O2R                                   00045900
700178           UNTIL IO-O2R-ERROR-YES                                 00046000
700178              OR IO-O2R-EOF-YES                                   00046100
700178         CALL 'UTOT200R' USING SD-AREA                            00046200
700178                               IO-O2R-PARM                        00046300
700178                               IO-O2R-CLOSE                       00046400
700178                               WO2R-REC                           00046500
700178         PERFORM C-150-HIGH-REASON                                00046600
700178           VARYING SUB-HIGH FROM 1 BY 1                           00046700
700178             UNTIL SUB-HIGH > WHIGH-COUNT                         00046800
700178         IF  WCTR-HIGH-OPEN > WHIGH-COUNT                         00046900
700178             COMPUTE WCRIT-RSN-OVER (SUB-CRIT) =                  00047000
700178                 WCRIT-RSN-OVER (SUB-CRIT)                        00047100
700178                 + WCTR-HIGH-OPEN - WHIGH-COUNT                   00047200
700178         END-IF                                                   00047300
700178     END-IF.                                                      00047400
           SKIP2                                                        00047500
700178 C-110-READ-O2R.                                                  00047600
700178     CALL 'UTOT200R' USING SD-AREA                                00047700
700178                           IO-O2R-PARM                            00047800
700178                           IO-O2R-READ                            00047900
700178                           WO2R-REC.                              00048000
           SKIP2                                                        00048100
700178*** Key-value echoes are context, not differences.  A delimited   00048200
700178*** row carries no disposition column, so a HIGH one is never     00048300
700178*** covered.                                                      00048400
700178 C-120-TAKE-O2R.                                                  00048500
700178     IF  IO-O2R-KIND-RECHDR                                       00048600
700178         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00048700
700178     ELSE IF  IO-O2R-KIND-PLN                                     00048800
700178         PERFORM C-140-NAME-PLAN                                  00048900
700178           VARYING SUB-HIGH FROM 1 BY 1                           00049000
700178             UNTIL SUB-HIGH > WHIGH-COUNT                         00049100
700178     ELSE IF  IO-O2R-KIND-DETAIL OR IO-O2R-KIND-DELIM             00049200
700178         IF  IO-O2R-KIND-DETAIL                                   00049300
700178             MOVE WO2R-SHOW-CRIT TO WCRIT-WORK                    00049400
700178             MOVE WO2R-SHOW-DISP TO WDISP-WORK                    00049500
700178         ELSE                                                     00049600
700178             MOVE IO-O2R-CRIT    TO WCRIT-WORK                    00049700
700178             MOVE SPACES         TO WDISP-WORK                    00049800
700178         END-IF                                                   00049900
700178         IF  WCRIT-WORK = 'HIGH'                                  00050000
700178             ADD 1 TO WCTR-HIGH                                   00050100
700178             PERFORM R-300-DISP-APPROVED                          00050200
700178             IF  WDISP-OK-YES                                     00050300
700178                 ADD 1 TO WCTR-HIGH-COVERED                       00050400
700178             ELSE                                                 00050500
700178                 ADD 1 TO WCTR-HIGH-OPEN                          00050600
700178                 PERFORM C-130-HOLD-HIGH                          00050700
700178             END-IF                                               00050800
700178         END-IF                                                   00050900
700178     END-IF.                                                      00051000
700178     PERFORM C-110-READ-O2R.                                      00051100
           SKIP2                                                        00051200
700178 C-130-HOLD-HIGH.                                                 00051300
700178     IF  WHIGH-COUNT < WHIGH-MAX-ENTRIES                          00051400
700178         ADD 1 TO WHIGH-COUNT                                     00051500
700178         MOVE SPACES        TO WHIGH-PLAN (WHIGH-COUNT)           00051600
700178         MOVE WCUR-XXYY     TO WHIGH-XXYY (WHIGH-COUNT)           00051700
700178         MOVE IO-O2R-DENUM  TO WHIGH-DENUM (WHIGH-COUNT)          00051800
700178         MOVE IO-O2R-DENAME TO WHIGH-DENAME (WHIGH-COUNT)         00051900
700178         MOVE WDISP-WORK    TO WHIGH-DISP (WHIGH-COUNT).          00052000
           SKIP2                                                        00052100
700178 C-140-NAME-PLAN.                                                 00052200
700178     IF  WHIGH-PLAN (SUB-HIGH) = SPACES                           00052300
700178         MOVE IO-O2R-PLAN TO WHIGH-PLAN (SUB-HIGH).               00052400
           SKIP2                                                        00052500
700178 C-150-HIGH-REASON.                                               00052600
700178     MOVE SPACES TO WRSN-WORK.                                    00052700
700178     IF  WHIGH-DISP (SUB-HIGH) = SPACES                           00052800
700178         MOVE '(none)' TO WHIGH-DISP (SUB-HIGH).                  00052900
700178     STRING 'HIGH difference, plan ' WHIGH-PLAN (SUB-HIGH)        00053000
700178         ' type ' WHIGH-XXYY (SUB-HIGH)                           00053100
700178         ' DE ' WHIGH-DENUM (SUB-HIGH) ' ' WHIGH-DENAME (SUB-HIGH)00053200
700178         ' disposition ' WHIGH-DISP (SUB-HIGH)                    00053300
700178         DELIMITED BY SIZE INTO WRSN-WORK.                        00053400
700178     PERFORM R-200-ADD-REASON.                                    00053500
           SKIP2                                                        00053600
700178***************************                                       00053700
700178*** 3 Sponsor attestation                                         00053800
700178***************************                                       00053900
700178*** The report's page headers say which section a line is in;     00054000
700178*** a continuation page repeats its section's subtitle.           00054100
700178 D-100-CHECK-ATTESTATION.                                         00054200
700178     OPEN INPUT CMPRPT-FILE.                                      00054300
700178     IF  NOT WCMPRPT-FS-OK                                        00054400
700178         MOVE 'Evidence not supplied - CMPRPT could not be opened'00054500
700178             TO WRSN-WORK                                         00054600
700178         PERFORM R-200-ADD-REASON                                 00054700
700178     ELSE                                                         00054800
700178         PERFORM D-110-READ-CMPRPT                                00054900
700178         PERFORM D-120-TAKE-CMPRPT                                00055000
700178           UNTIL WCMPRPT-FS NOT = '00'                            00055100
700178         CLOSE CMPRPT-FILE                                        00055200
700178         IF  WCTR-PLANS = ZERO                                    00055300
700178             MOVE 'No by-plan summary in the compare report'      00055400
700178                 TO WRSN-WORK                                     00055500
700178             PERFORM R-200-ADD-REASON                             00055600
700178         END-IF                                                   00055700
700178         IF  WCTR-ATT-PAGES = ZERO                                00055800
700178             MOVE 'No sponsor attestation pages - the compare '   00055900
700178                 TO WRSN-WORK                                     00056000
700178             MOVE 'did not run with ATTEST' TO WRSN-WORK (44:)    00056100
700178             PERFORM R-200-ADD-REASON                             00056200
700178         END-IF                                                   00056300
700178         PERFORM D-150-CHECK-PLAN                                 00056400
700178           VARYING SUB-PLN FROM 1 BY 1                            00056500
700178             UNTIL SUB-PLN > WPLN-COUNT                           00056600
700178         IF  WCTR-PLAN-OVER > ZERO                                00056700
700178             MOVE SPACES TO WRSN-WORK                             00056800
700178             MOVE WCTR-PLAN-OVER TO WCTR-ED                       00056900
700178             STRING 'Plans past the table, not checked:' WCTR-ED  00057000
700178                 DELIMITED BY SIZE INTO WRSN-WORK                 00057100
700178             PERFORM R-200-ADD-REASON                             00057200
700178         END-IF                                                   00057300
700178     END-IF.                                                      00057400
           SKIP2                                                        00057500
700178 D-110-READ-CMPRPT.                                               00057600
700178     READ CMPRPT-FILE                                             00057700
700178         AT END                                                   00057800
700178             NEXT SENTENCE.                                       00057900
           SKIP2                                                        00058000
700178 D-120-TAKE-CMPRPT.                                               00058100
700178     IF  CMH-TITLE-COMPARE                                        00058200
700178         MOVE 'N' TO WATT-LIST-FLG                                00058300
700178         IF  CMH-SUBTITLE = ' Summary of Record Compares by Plan' 00058400
700178             SET WSECTION-PLANS TO TRUE                           00058500
700178         ELSE IF  CMH-SUBTITLE = ' Sponsor Attestation'           00058600
700178             SET WSECTION-ATTEST TO TRUE                          00058700
700178         ELSE                                                     00058800
700178             SET WSECTION-OTHER TO TRUE                           00058900
700178         END-IF                                                   00059000
700178     ELSE IF  WSECTION-PLANS                                      00059100
700178         IF  CMP-LEAD = SPACE                                     00059200
700178             AND CMP-PLAN-NUM NOT = SPACES                        00059300
700178             AND CMP-GAP = SPACE                                  00059400
700178             AND CMP-MATCHED-UNITS IS NUMERIC                     00059500
700178             MOVE CMP-PLAN-NUM TO WCRIT-WORK                      00059600
700178             PERFORM R-100-FIND-PLAN                              00059700
700178             IF  WPLN-HIT-SUB > ZERO                              00059800
700178                 AND WPLN-IN-SUMMARY (WPLN-HIT-SUB) = 'N'         00059900
700178                 MOVE 'Y' TO WPLN-IN-SUMMARY (WPLN-HIT-SUB)       00060000
700178                 ADD 1 TO WCTR-PLANS                              00060100
700178             END-IF                                               00060200
700178         END-IF                                                   00060300
700178     ELSE IF  WSECTION-ATTEST                                     00060400
700178         IF  CMPRPT-LINE (1:15) = ' Plans covered:'               00060500
700178             SET WATT-LIST-YES TO TRUE                            00060600
700178             ADD 1 TO WCTR-ATT-PAGES                              00060700
700178         ELSE IF  WATT-LIST-YES                                   00060800
700178             AND CMA-INDENT = SPACES                              00060900
700178             AND CMA-PLAN-NUM NOT = SPACES                        00061000
700178             AND CMA-REST = SPACES                                00061100
700178             MOVE CMA-PLAN-NUM TO WCRIT-WORK                      00061200
700178             PERFORM R-100-FIND-PLAN                              00061300
700178             IF  WPLN-HIT-SUB > ZERO                              00061400
700178                 MOVE 'Y' TO WPLN-ATTESTED (WPLN-HIT-SUB)         00061500
700178             END-IF                                               00061600
700178         ELSE                                                     00061700
700178             MOVE 'N' TO WATT-LIST-FLG                            00061800
700178         END-IF                                                   00061900
700178     END-IF.                                                      00062000
700178     PERFORM D-110-READ-CMPRPT.                                   00062100
           SKIP2                                                        00062200
700178 D-150-CHECK-PLAN.                                                00062300
700178     IF  WPLN-IN-SUMMARY (SUB-PLN) = 'Y'                          00062400
700178         IF  WPLN-ATTESTED (SUB-PLN) = 'Y'                        00062500
700178             ADD 1 TO WCTR-ATTESTED                               00062600
700178         ELSE                                                     00062700
700178             MOVE SPACES TO WRSN-WORK                             00062800
700178             STRING 'Plan ' WPLN-PLAN (SUB-PLN)                   00062900
700178                 ' compared but on no sponsor attestation'        00063000
700178                 DELIMITED BY SIZE INTO WRSN-WORK                 00063100
700178             PERFORM R-200-ADD-REASON                             00063200
700178         END-IF                                                   00063300
700178     END-IF.                                                      00063400
           SKIP2                                                        00063500
700178***************************                                       00063600
700178*** 4 DEMOD levels                                                00063700
700178***************************                                       00063800
700178*** The BABKCMP-368 inventory lines, one per module probed:       00063900
700178*** 'xxyy level lllllllll', '... MISSING - no ...', '... present, 00064000
700178*** level unknown ...', or a level that does not match.           00064100
700178 E-100-CHECK-DEMOD-LEVEL.                                         00064200
700178     OPEN INPUT DEMODLV-FILE.                                     00064300
700178     IF  NOT WDEMODLV-FS-OK                                       00064400
700178         MOVE 'Evidence not supplied - DEMODLVL could not be '    00064500
700178             TO WRSN-WORK                                         00064600
700178         MOVE 'opened' TO WRSN-WORK (47:)                         00064700
700178         PERFORM R-200-ADD-REASON                                 00064800
700178     ELSE                                                         00064900
700178         PERFORM E-110-READ-DEMODLV                               00065000
700178         PERFORM E-120-TAKE-DEMODLV                               00065100
700178           UNTIL WDEMODLV-FS NOT = '00'                           00065200
700178         CLOSE DEMODLV-FILE                                       00065300
700178         IF  NOT WDLV-RAN-YES                                     00065400
700178             MOVE 'No DE module inventory - the compare did not ' 00065500
700178                 TO WRSN-WORK                                     00065600
700178             MOVE 'run with DEMODCHK' TO WRSN-WORK (46:)          00065700
700178             PERFORM R-200-ADD-REASON                             00065800
700178         ELSE IF  WCTR-MODULES = ZERO                             00065900
700178             MOVE 'DE module inventory probed no modules'         00066000
700178                 TO WRSN-WORK                                     00066100
700178             PERFORM R-200-ADD-REASON                             00066200
700178         END-IF                                                   00066300
700178     END-IF.                                                      00066400
           SKIP2                                                        00066500
700178 E-110-READ-DEMODLV.                                              00066600
700178     READ DEMODLV-FILE                                            00066700
700178         AT END                                                   00066800
700178             NEXT SENTENCE.                                       00066900
           SKIP2                                                        00067000
700178 E-120-TAKE-DEMODLV.                                              00067100
700178     MOVE ZERO TO WDLV-TALLY.                                     00067200
700178     INSPECT DEMODLV-LINE TALLYING WDLV-TALLY                     00067300
700178         FOR ALL 'BABKCMP-368'.                                   00067400
700178     IF  WDLV-TALLY > ZERO                                        00067500
700178         SET WDLV-RAN-YES TO TRUE                                 00067600
700178     ELSE                                                         00067700
700178         INSPECT DEMODLV-LINE TALLYING WDLV-TALLY                 00067800
700178             FOR ALL 'BABKCMP-369'                                00067900
700178         IF  WDLV-TALLY > ZERO                                    00068000
700178             MOVE 'Inventory failed, the compare stopped before ' 00068100
700178                 TO WRSN-WORK                                     00068200
700178             MOVE 'reading data' TO WRSN-WORK (46:)               00068300
700178             PERFORM R-200-ADD-REASON                             00068400
700178         ELSE IF  WDLV-RAN-YES                                    00068500
700178             AND DEMODLV-LINE (1:6) = SPACES                      00068600
700178             AND DEMODLV-LINE (7:4) NOT = SPACES                  00068700
700178             PERFORM E-130-TAKE-MODULE                            00068800
700178         END-IF                                                   00068900
700178     END-IF.                                                      00069000
700178     PERFORM E-110-READ-DEMODLV.                                  00069100
           SKIP2                                                        00069200
700178 E-130-TAKE-MODULE.                                               00069300
700178     ADD 1 TO WCTR-MODULES.                                       00069400
700178     MOVE ZERO TO WDLV-TALLY.                                     00069500
700178     INSPECT DEMODLV-LINE TALLYING WDLV-TALLY                     00069600
700178         FOR ALL ' MISSING - no '.                                00069700
700178     IF  WDLV-TALLY > ZERO                                        00069800
700178         MOVE SPACES TO WRSN-WORK                                 00069900
700178         STRING 'Type ' DEMODLV-LINE (7:4)                        00070000
700178             ' DE module missing' DELIMITED BY SIZE INTO WRSN-WORK00070100
700178         PERFORM R-200-ADD-REASON                                 00070200
700178     ELSE                                                         00070300
700178         INSPECT DEMODLV-LINE TALLYING WDLV-TALLY                 00070400
700178             FOR ALL 'level unknown'                              00070500
700178         IF  WDLV-TALLY > ZERO                                    00070600
700178             MOVE SPACES TO WRSN-WORK                             00070700
700178             STRING 'Type ' DEMODLV-LINE (7:4)                    00070800
700178                 ' DE module level unknown, expected ' WCTL-LEVEL 00070900
700178                 DELIMITED BY SIZE INTO WRSN-WORK                 00071000
700178             PERFORM R-200-ADD-REASON                             00071100
700178         ELSE                                                     00071200
700178             MOVE SPACES TO WDLV-LEFT WDLV-RIGHT                  00071300
700178             UNSTRING DEMODLV-LINE DELIMITED BY ' level '         00071400
700178                 INTO WDLV-LEFT WDLV-RIGHT                        00071500
700178             IF  WDLV-RIGHT (1:9) NOT = WCTL-LEVEL                00071600
700178                 MOVE SPACES TO WRSN-WORK                         00071700
700178                 STRING 'Type ' DEMODLV-LINE (7:4)                00071800
700178                     ' DE module at level ' DELIMITED BY SIZE     00071900
700178                     WDLV-RIGHT (1:9) DELIMITED BY SPACE          00072000
700178                     ', expected ' WCTL-LEVEL                     00072100
700178                     DELIMITED BY SIZE INTO WRSN-WORK             00072200
700178                 PERFORM R-200-ADD-REASON                         00072300
700178             END-IF                                               00072400
700178         END-IF                                                   00072500
700178     END-IF.                                                      00072600
           SKIP2                                                        00072700
700178***************************                                       00072800
700178*** The certificate                                               00072900
700178***************************                                       00073000
700178 G-100-PRINT-CERTIFICATE.                                         00073100
700178     PERFORM G-110-SET-RESULT                                     00073200
700178       VARYING SUB-CRIT FROM 1 BY 1                               00073300
700178         UNTIL SUB-CRIT > WCRIT-COUNT.                            00073400
700178     MOVE SPACES TO WPRINT-LINE.                                  00073500
700178     STRING ' RELEASE ' WCTL-RELEASE                              00073600
700178         '   certified ' WRUN-DATE ' ' WRUN-TIME (1:6)            00073700
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00073800
700178     PERFORM V-100-PRINT-LINE.                                    00073900
700178     MOVE SPACES TO WPRINT-LINE.                                  00074000
700178     STRING ' Expected DEMOD level: ' WCTL-LEVEL                  00074100
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00074200
700178     PERFORM V-100-PRINT-LINE.                                    00074300
700178     PERFORM V-100-PRINT-LINE.                                    00074400
700178     MOVE ' Criterion                                 Result  '   00074500
700178         TO WPRINT-LINE.                                          00074600
700178     MOVE 'Evidence' TO WPRINT-LINE (52:).                        00074700
700178     PERFORM V-100-PRINT-LINE.                                    00074800
700178     PERFORM G-120-PRINT-CRITERION                                00074900
700178       VARYING SUB-CRIT FROM 1 BY 1                               00075000
700178         UNTIL SUB-CRIT > WCRIT-COUNT.                            00075100
700178     PERFORM V-100-PRINT-LINE.                                    00075200
700178     MOVE SPACES TO WPRINT-LINE.                                  00075300
700178     MOVE WCTR-CHK-PASS TO WCTR-ED.                               00075400
700178     STRING ' Regression verdicts PASS:' WCTR-ED                  00075500
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00075600
700178     MOVE WCTR-CHK-FAIL TO WCTR-ED.                               00075700
700178     STRING '  FAIL:' WCTR-ED                                     00075800
700178         DELIMITED BY SIZE INTO WPRINT-LINE (34:).                00075900
700178     PERFORM V-100-PRINT-LINE.                                    00076000
700178     MOVE WCTR-HIGH TO WCTR-ED.                                   00076100
700178     STRING ' HIGH differences:        ' WCTR-ED                  00076200
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00076300
700178     MOVE WCTR-HIGH-COVERED TO WCTR-ED.                           00076400
700178     STRING '  approved:' WCTR-ED                                 00076500
700178         DELIMITED BY SIZE INTO WPRINT-LINE (34:).                00076600
700178     PERFORM V-100-PRINT-LINE.                                    00076700
700178     MOVE WCTR-PLANS TO WCTR-ED.                                  00076800
700178     STRING ' Plans compared:          ' WCTR-ED                  00076900
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077000
700178     MOVE WCTR-ATTESTED TO WCTR-ED.                               00077100
700178     STRING '  attested:' WCTR-ED                                 00077200
700178         DELIMITED BY SIZE INTO WPRINT-LINE (34:).                00077300
700178     PERFORM V-100-PRINT-LINE.                                    00077400
700178     MOVE WCTR-MODULES TO WCTR-ED.                                00077500
700178     STRING ' DE modules probed:       ' WCTR-ED                  00077600
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077700
700178     PERFORM V-100-PRINT-LINE.                                    00077800
700178     PERFORM V-100-PRINT-LINE.                                    00077900
700178     IF  WNO-GO-YES                                               00078000
700178         MOVE 8 TO WRC-FINAL                                      00078100
700178         MOVE SPACES TO WPRINT-LINE                               00078200
700178         STRING ' *** DECISION: NO-GO - release '                 00078300
700178             DELIMITED BY SIZE                                    00078400
700178             WCTL-RELEASE DELIMITED BY SPACE                      00078500
700178             ' is not certified ***'                              00078600
700178             DELIMITED BY SIZE INTO WPRINT-LINE                   00078700
700178         DISPLAY 'BaRelCrt-201 Release ' WCTL-RELEASE ' NO-GO'    00078800
700178     ELSE                                                         00078900
700178         MOVE SPACES TO WPRINT-LINE                               00079000
700178         STRING ' *** DECISION: GO - release '                    00079100
700178             DELIMITED BY SIZE                                    00079200
700178             WCTL-RELEASE DELIMITED BY SPACE                      00079300
700178             ' is certified on the evidence above ***'            00079400
700178             DELIMITED BY SIZE INTO WPRINT-LINE                   00079500
700178         DISPLAY 'BaRelCrt-200 Release ' WCTL-RELEASE ' GO'.      00079600
700178     PERFORM V-100-PRINT-LINE.                                    00079700
           SKIP2                                                        00079800
700178 G-110-SET-RESULT.                                                00079900
700178     IF  WCRIT-RSN-COUNT (SUB-CRIT) > ZERO                        00080000
700178         SET WCRIT-RESULT-FAIL (SUB-CRIT) TO TRUE                 00080100
700178         SET WNO-GO-YES TO TRUE                                   00080200
700178     ELSE                                                         00080300
700178         SET WCRIT-RESULT-PASS (SUB-CRIT) TO TRUE.                00080400
           SKIP2                                                        00080500
700178 G-120-PRINT-CRITERION.                                           00080600
700178     MOVE SPACES TO RCDAT1-LINE.                                  00080700
700178     MOVE WCRIT-DESC (SUB-CRIT)   TO RCDAT1-DESC.                 00080800
700178     MOVE WCRIT-RESULT (SUB-CRIT) TO RCDAT1-RESULT.               00080900
700178     MOVE WCRIT-DSN (SUB-CRIT)    TO RCDAT1-DSN.                  00081000
700178     MOVE RCDAT1-LINE TO WPRINT-LINE.                             00081100
700178     PERFORM V-100-PRINT-LINE.                                    00081200
700178     PERFORM G-130-PRINT-REASON                                   00081300
700178       VARYING SUB-RSN FROM 1 BY 1                                00081400
700178         UNTIL SUB-RSN > WCRIT-RSN-COUNT (SUB-CRIT).              00081500
700178     IF  WCRIT-RSN-OVER (SUB-CRIT) > ZERO                         00081600
700178         MOVE WCRIT-RSN-OVER (SUB-CRIT) TO WCTR-ED                00081700
700178         STRING '        ... and' WCTR-ED ' more'                 00081800
700178             DELIMITED BY SIZE INTO WPRINT-LINE                   00081900
700178         PERFORM V-100-PRINT-LINE.                                00082000
           SKIP2                                                        00082100
700178 G-130-PRINT-REASON.                                              00082200
700178     STRING '        ' WCRIT-RSN (SUB-CRIT SUB-RSN)               00082300
700178         DELIMITED BY SIZE INTO WPRINT-LINE.                      00082400
700178     PERFORM V-100-PRINT-LINE.                                    00082500
           SKIP2                                                        00082600
700178***************************                                       00082700
700178*** Control card handling                                         00082800
700178***************************                                       00082900
700178 F-100-PROC-CTL.                                                  00083000
700178     IF  CTL-REC (1:1) = '*'                                      00083100
700178         DISPLAY 'BaRelCrt-500 Comment:' CTL-REC (1:50)           00083200
700178     ELSE                                                         00083300
700178         PERFORM F-105-CONTINUE.                                  00083400
700178     PERFORM F-110-READ-IN110.                                    00083500
           SKIP2                                                        00083600
700178 F-105-CONTINUE.                                                  00083700
700178     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00083800
700178     UNSTRING CTL-REC DELIMITED BY SPACE                          00083900
700178         INTO WCTL-CMD WCTL-VAL.                                  00084000
700178     DISPLAY 'BaRelCrt-500 CtlCard:' CTL-REC (1:50).              00084100
700178     IF  WCTL-CMD-RELEASE                                         00084200
700178         MOVE WCTL-VAL (1:9) TO WCTL-RELEASE                      00084300
700178     ELSE IF  WCTL-CMD-LEVEL                                      00084400
700178         MOVE WCTL-VAL (1:9) TO WCTL-LEVEL                        00084500
700178     ELSE IF  WCTL-CMD-DISPOK                                     00084600
700178         IF  WDOK-COUNT < WDOK-MAX-ENTRIES                        00084700
700178             AND WCTL-VAL NOT = SPACES                            00084800
700178             ADD 1 TO WDOK-COUNT                                  00084900
700178             MOVE WCTL-VAL (1:12) TO WDOK-ENTRY (WDOK-COUNT)      00085000
700178         ELSE                                                     00085100
700178             DISPLAY ' Invalid or too many DISPOK:' WCTL-VAL      00085200
700178             ADD 1 TO WCTR-CTL-ERRORS                             00085300
700178         END-IF                                                   00085400
700178     ELSE                                                         00085500
700178         DISPLAY 'BaRelCrt-501 Invalid Control Card:'             00085600
700178             CTL-REC (1:50)                                       00085700
700178         ADD 1 TO WCTR-CTL-ERRORS.                                00085800
           SKIP2                                                        00085900
700178 F-110-READ-IN110.                                                00086000
700178     CALL 'UT110IN'  USING SD-AREA                                00086100
700178               IO-IN110-PARM                                      00086200
700178               IO-IN110-READ                                      00086300
700178               CTL-REC.                                           00086400
           SKIP2                                                        00086500
700178***************************                                       00086600
700178*** Shared routines                                               00086700
700178***************************                                       00086800
700178*** Find-or-add the slot for the plan in WCRIT-WORK.              00086900
700178 R-100-FIND-PLAN.                                                 00087000
700178     MOVE ZERO TO WPLN-HIT-SUB.                                   00087100
700178     PERFORM R-110-SCAN-PLN                                       00087200
700178       VARYING SUB-PLN FROM 1 BY 1                                00087300
700178         UNTIL SUB-PLN > WPLN-COUNT                               00087400
700178           OR WPLN-HIT-SUB > ZERO.                                00087500
700178     IF  WPLN-HIT-SUB = ZERO                                      00087600
700178         IF  WPLN-COUNT < WPLN-MAX-ENTRIES                        00087700
700178             ADD 1 TO WPLN-COUNT                                  00087800
700178             MOVE WPLN-COUNT TO WPLN-HIT-SUB                      00087900
700178             MOVE WCRIT-WORK TO WPLN-PLAN (WPLN-HIT-SUB)          00088000
700178         ELSE                                                     00088100
700178             ADD 1 TO WCTR-PLAN-OVER                              00088200
700178         END-IF                                                   00088300
700178     END-IF.                                                      00088400
           SKIP2                                                        00088500
700178 R-110-SCAN-PLN.                                                  00088600
700178     IF  WPLN-PLAN (SUB-PLN) = WCRIT-WORK                         00088700
700178         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00088800
           SKIP2                                                        00088900
700178 R-200-ADD-REASON.                                                00089000
700178     IF  WCRIT-RSN-COUNT (SUB-CRIT) < WCRIT-MAX-REASONS           00089100
700178         ADD 1 TO WCRIT-RSN-COUNT (SUB-CRIT)                      00089200
700178         MOVE WRSN-WORK                                           00089300
700178             TO WCRIT-RSN (SUB-CRIT WCRIT-RSN-COUNT (SUB-CRIT))   00089400
700178     ELSE                                                         00089500
700178         ADD 1 TO WCRIT-RSN-OVER (SUB-CRIT).                      00089600
           SKIP2                                                        00089700
700178*** An approved disposition: one of the DISPOK statuses, or with  00089800
700178*** none coded, any status other than EXPIRED or REOPENED.        00089900
700178 R-300-DISP-APPROVED.                                             00090000
700178     MOVE 'N' TO WDISP-OK-FLG.                                    00090100
700178     IF  WDOK-COUNT > ZERO                                        00090200
700178         PERFORM R-310-SCAN-DOK                                   00090300
700178           VARYING SUB-DOK FROM 1 BY 1                            00090400
700178             UNTIL SUB-DOK > WDOK-COUNT                           00090500
700178               OR WDISP-OK-YES                                    00090600
700178     ELSE                                                         00090700
700178         IF  WDISP-WORK NOT = SPACES                              00090800
700178             AND WDISP-WORK NOT = 'EXPIRED'                       00090900
700178             AND WDISP-WORK NOT = 'REOPENED'                      00091000
700178             SET WDISP-OK-YES TO TRUE.                            00091100
           SKIP2                                                        00091200
700178 R-310-SCAN-DOK.                                                  00091300
700178     IF  WDOK-ENTRY (SUB-DOK) = WDISP-WORK                        00091400
700178         SET WDISP-OK-YES TO TRUE.                                00091500
           SKIP2                                                        00091600
700178***************************                                       00091700
700178*** Print-line routines                                           00091800
700178***************************                                       00091900
700178 V-100-PRINT-LINE.                                                00092000
700178     IF  WPRINT-LINES-OVER                                        00092100
700178         PERFORM V-150-NEWPAGE.                                   00092200
700178     ADD 1 TO WPRINT-LINES.                                       00092300
700178     WRITE PRINT-LINE FROM WPRINT-LINE                            00092400
700178           AFTER ADVANCING 1 LINE.                                00092500
700178     MOVE SPACES   TO WPRINT-LINE.                                00092600
700178     ADD 1 TO WPRINT-TOT-LINES.                                   00092700
           SKIP2                                                        00092800
700178 V-150-NEWPAGE.                                                   00092900
700178     ADD 1 TO WPRINT-PAGE.                                        00093000
700178     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00093100
700178     MOVE SPACES TO PRINT-LINE.                                   00093200
700178     WRITE PRINT-LINE                                             00093300
700178       AFTER ADVANCING PAGE.                                      00093400
700178     WRITE PRINT-LINE FROM RPTHDR-LINE                            00093500
700178       AFTER ADVANCING 1 LINE.                                    00093600
700178     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00093700
700178       AFTER ADVANCING 1.                                         00093800
700178     MOVE ZERO TO WPRINT-LINES.                                   00093900
700178     ADD 3 TO WPRINT-TOT-LINES.                                   00094000
