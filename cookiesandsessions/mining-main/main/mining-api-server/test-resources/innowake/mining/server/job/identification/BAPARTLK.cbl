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
700187 IDENTIFICATION DIVISION.                                         00000100
700187 PROGRAM-ID. 'BAPARTLK'.                                          00000200
700187******************************************************************00000300
700187**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700187******************************************************************00000500
700187**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700187**  PURPOSE      Nightly build of the keyed participant-difference00000700
700187**               lookup file behind the call center's online      00000800
700187**               inquiry, so "is anything wrong with this         00000900
700187**               person's account" is answered while the          00001000
700187**               participant is on the phone, without BAPARTDS or 00001100
700187**               a re-read of the backups.  Every difference in   00001200
700187**               the cycle's OT200 extract that names a           00001300
700187**               participant (the first key echo of its record    00001400
700187**               section, as BAOTLOAD takes it) is put on PLKFILE 00001500
700187**               keyed by plan and participant (PARTLKUP layout)  00001600
700187**               with its RecordType, DE, both values masked as   00001700
700187**               the compare masks them, the live DISPMST         00001800
700187**               disposition status (the BABKCMP row match - plan,00001900
700187**               ALL or plan range, type, DE or ***) or           00002000
700187**               UNDISPOSED, and the ticket last acknowledged for 00002100
700187**               the plan and RecordType on TICKHIST, else the    00002200
700187**               disposition's defect.  The file is kept in       00002300
700187**               place: a difference already on it keeps its      00002400
700187**               first-seen date, a new one is first seen on the  00002500
700187**               run date, and every row tonight's extract no     00002600
700187**               longer carries is removed at the end, so a       00002700
700187**               participant with nothing open has no entry.      00002800
700187**               A rerun replaces the night's rows.               00002900
700187**                                                                00003000
700187**               Return codes:                                    00003100
700187**                 0 - file rebuilt                               00003200
700187**                 4 - a difference could not be placed (plan     00003300
700187**                     table full, no plan marker, no participant 00003400
700187**                     key), no DISPMST, or a control card was    00003500
700187**                     rejected                                   00003600
700187**                16 - OT200IN or PLKFILE could not be opened     00003700
700187******************************************************************00003800
700187**  REVISIONS:                                                    00003900
700187******************************************************************00004000
700187**  Input                                                         00004100
700187**   . IN110   - Optional Control File                            00004200
700187**                 RUNDATE ccyymmdd - the date rows are first seen00004300
700187**                                    on (default today)          00004400
700187**   . OT200IN - The cycle's OT200 extract, via UTOT200R,         00004500
700187**               written with OT200HDR so the PLN1 markers are    00004600
700187**               present                                          00004700
700187**   . DISPMST - Keyed disposition master, read only              00004800
700187**   . TICKHIST - Ticket acknowledgment history (optional)        00004900
700187******************************************************************00005000
700187**  Output                                                        00005100
700187**   . SYSOUT  - Displayed Information                            00005200
700187**   . REPORT  - Build totals                                     00005300
700187**   . PLKFILE - Keyed participant-difference lookup file,        00005400
700187**               updated in place (created on the first run)      00005500
700187******************************************************************00005600
700187 ENVIRONMENT DIVISION.                                            00005700
700187 CONFIGURATION SECTION.                                           00005800
700187 INPUT-OUTPUT SECTION.                                            00005900
           SKIP2                                                        00006000
700187 FILE-CONTROL.                                                    00006100
700187     SELECT PRINT-FILE                                            00006200
700187         ASSIGN TO UT-S-REPORT                                    00006300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006400
700187         FILE STATUS WPRINT-FS.                                   00006500
700187     SELECT DISPMST-FILE                                          00006600
700187         ASSIGN TO DISPMST                                        00006700
700187         ORGANIZATION IS INDEXED                                  00006800
700187         ACCESS MODE IS DYNAMIC                                   00006900
700187         RECORD KEY IS DSPM-KEY                                   00007000
700187         FILE STATUS WDISPMST-FS.                                 00007100
700187     SELECT TICKHIST-FILE                                         00007200
700187         ASSIGN TO UT-S-TICKHIST                                  00007300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007400
700187         FILE STATUS WTICKHIST-FS.                                00007500
700187     SELECT PLK-FILE                                              00007600
700187         ASSIGN TO PLKFILE                                        00007700
700187         ORGANIZATION IS INDEXED                                  00007800
700187         ACCESS MODE IS DYNAMIC                                   00007900
700187         RECORD KEY IS PLK-KEY                                    00008000
700187         FILE STATUS WPLK-FS.                                     00008100
700187 DATA DIVISION.                                                   00008200
           SKIP2                                                        00008300
700187 FILE SECTION.                                                    00008400
           SKIP1                                                        00008500
700187 FD  PRINT-FILE                                                   00008600
700187     BLOCK CONTAINS 0 RECORDS                                     00008700
700187     LABEL RECORDS ARE STANDARD.                                  00008800
           SKIP2                                                        00008900
700187 01 PRINT-LINE                PIC X(133).                         00009000
           SKIP2                                                        00009100
700187 FD  DISPMST-FILE                                                 00009200
700187     LABEL RECORDS ARE STANDARD.                                  00009300
           SKIP2                                                        00009400
700187 01  DISPMST-REC. COPY DISPMST.                                   00009500
           SKIP2                                                        00009600
700187 FD  TICKHIST-FILE                                                00009700
700187     BLOCK CONTAINS 0 RECORDS                                     00009800
700187     LABEL RECORDS ARE STANDARD.                                  00009900
           SKIP2                                                        00010000
700187 01  TICKHIST-REC. COPY TICKHIST.                                 00010100
           SKIP2                                                        00010200
700187 FD  PLK-FILE                                                     00010300
700187     LABEL RECORDS ARE STANDARD.                                  00010400
           SKIP2                                                        00010500
700187 01  PLK-REC. COPY PARTLKUP.                                      00010600
700187 WORKING-STORAGE SECTION.                                         00010700
700187 77  SUB-DISP              PIC S9(4) BINARY VALUE ZERO.           00010800
700187 77  SUB-TKT               PIC S9(4) BINARY VALUE ZERO.           00010900
700187 77  SUB-PEND              PIC S9(4) BINARY VALUE ZERO.           00011000
700187 77  WDISP-HIT-SUB         PIC S9(4) BINARY VALUE ZERO.           00011100
700187 77  WTKT-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00011200
700187 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00011300
700187 77  WCTR-DIFFS            PIC 9(7)     VALUE ZERO.               00011400
700187 77  WCTR-NO-PART          PIC 9(7)     VALUE ZERO.               00011500
700187 77  WCTR-NO-PLAN          PIC 9(7)     VALUE ZERO.               00011600
700187 77  WCTR-OVER             PIC 9(7)     VALUE ZERO.               00011700
700187 77  WCTR-ADDED            PIC 9(7)     VALUE ZERO.               00011800
700187 77  WCTR-CARRIED          PIC 9(7)     VALUE ZERO.               00011900
700187 77  WCTR-CLEARED          PIC 9(7)     VALUE ZERO.               00012000
700187 77  WCTR-KEPT             PIC 9(7)     VALUE ZERO.               00012100
700187 77  WCTR-PARTS            PIC 9(7)     VALUE ZERO.               00012200
700187 77  WCTR-FAILED           PIC 9(7)     VALUE ZERO.               00012300
700187 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00012400
700187 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00012500
700187 77  WRUN-TIME             PIC 9(8)     VALUE ZERO.               00012600
700187 77  WCUR-XXYY             PIC X(4)     VALUE SPACES.             00012700
700187 77  WCUR-PART             PIC X(11)    VALUE SPACES.             00012800
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00012900
700191 77  WLAST-PLAN-PART       PIC X(21)    VALUE SPACES.             00013000
700187 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00013100
700187     88  WBROWSE-DONE-YES  VALUE 'Y'.                             00013200
700187 77  WREAD-DONE-FLG        PIC X        VALUE 'N'.                00013300
700187     88  WREAD-DONE-YES    VALUE 'Y'.                             00013400
700187 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00013500
700187     88  WROW-FOUND-YES    VALUE 'Y'.                             00013600
700187 77  WOCCUR-DONE-FLG       PIC X        VALUE 'N'.                00013700
700187     88  WOCCUR-DONE-YES   VALUE 'Y'.                             00013800
           SKIP2                                                        00013900
700187 01  WPRINT-AREA.                                                 00014000
700187     05  WPRINT-FS                 PIC XX  VALUE '00'.            00014100
700187         88  WPRINT-FS-OK VALUE '00'.                             00014200
700187     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00014300
700187     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00014400
700187     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00014500
700187     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00014600
700187         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00014700
700187     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00014800
           SKIP2                                                        00014900
700187 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00015000
700187     88  WDISPMST-FS-OK    VALUE '00'.                            00015100
700187 01  WTICKHIST-FS          PIC XX  VALUE '00'.                    00015200
700187     88  WTICKHIST-FS-OK   VALUE '00'.                            00015300
700187 01  WPLK-FS               PIC XX  VALUE '00'.                    00015400
700187     88  WPLK-FS-OK        VALUE '00'.                            00015500
700187     88  WPLK-FS-NOTFND    VALUE '23'.                            00015600
700187     88  WPLK-FS-NOFILE    VALUE '35' '30'.                       00015700
700187*** The cycle's extract is read through the shared UTOT200R       00015800
700187*** reader.                                                       00015900
700187 01  WO2R-REC              PIC X(200) VALUE SPACES.               00016000
           SKIP2                                                        00016100
700187*** Disposition rows off DISPMST, as BABKCMP tables them.         00016200
700187 01  WDISP-AREA.                                                  00016300
700187     05  WDISP-COUNT           PIC S9(4) BINARY VALUE ZERO.       00016400
700187     05  WDISP-MAX-ENTRIES     PIC S9(4) BINARY VALUE 2000.       00016500
700187     05  WDISP-ENTRY OCCURS 2000 TIMES.                           00016600
700191         10  WDISP-PLAN        PIC X(10)    VALUE SPACES.         00016700
700191         10  WDISP-PLAN-HI     PIC X(10)    VALUE SPACES.         00016800
700187         10  WDISP-XXYY        PIC X(4)     VALUE SPACES.         00016900
700187         10  WDISP-DENUM       PIC X(3)     VALUE SPACES.         00017000
700187         10  WDISP-STATUS      PIC X(12)    VALUE SPACES.         00017100
700187         10  WDISP-DEFECT      PIC X(8)     VALUE SPACES.         00017200
700187         10  WDISP-EXPIRY      PIC 9(8)     VALUE ZERO.           00017300
           SKIP2                                                        00017400
700187*** Last acknowledged ticket per plan and RecordType; TICKHIST is 00017500
700187*** appended in run order, so a later row replaces an earlier.    00017600
700187 01  WTKT-AREA.                                                   00017700
700187     05  WTKT-COUNT            PIC S9(4) BINARY VALUE ZERO.       00017800
700187     05  WTKT-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00017900
700187     05  WTKT-ENTRY OCCURS 5000 TIMES.                            00018000
700191         10  WTKT-PLAN         PIC X(10)    VALUE SPACES.         00018100
700187         10  WTKT-XXYY         PIC X(4)     VALUE SPACES.         00018200
700187         10  WTKT-TICKET       PIC X(8)     VALUE SPACES.         00018300
           SKIP2                                                        00018400
700187*** Differences read since the last PLN1 marker; the marker that  00018500
700187*** follows a plan's detail names the plan.                       00018600
700187 01  WPEND-AREA.                                                  00018700
700187     05  WPEND-COUNT           PIC S9(4) BINARY VALUE ZERO.       00018800
700187     05  WPEND-MAX-ENTRIES     PIC S9(4) BINARY VALUE 5000.       00018900
700187     05  WPEND-ENTRY OCCURS 5000 TIMES.                           00019000
700187         10  WPEND-PART        PIC X(11)    VALUE SPACES.         00019100
700187         10  WPEND-XXYY        PIC X(4)     VALUE SPACES.         00019200
700187         10  WPEND-DENUM       PIC X(3)     VALUE SPACES.         00019300
700187         10  WPEND-DENAME      PIC X(20)    VALUE SPACES.         00019400
700187         10  WPEND-VAL1        PIC X(40)    VALUE SPACES.         00019500
700187         10  WPEND-VAL2        PIC X(40)    VALUE SPACES.         00019600
700187         10  WPEND-CRIT        PIC X(6)     VALUE SPACES.         00019700
           SKIP2                                                        00019800
700187*** The row being placed.                                         00019900
700187 01  WPLK-ROW. COPY PARTLKUP.                                     00020000
           SKIP2                                                        00020100
700187 01  RPDAT1-LINE.                                                 00020200
700187     05  FILLER                PIC X        VALUE SPACE.          00020300
700187     05  RPDAT1-LABEL          PIC X(40)    VALUE SPACES.         00020400
700187     05  RPDAT1-COUNT          PIC Z,ZZZ,ZZ9 VALUE ZERO.          00020500
700187     05  FILLER                PIC X(83)    VALUE SPACES.         00020600
           SKIP2                                                        00020700
700187 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00020800
700187 01  WCTL-AREA.                                                   00020900
700187     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00021000
700187         88  WCTL-CMD-RUNDATE    VALUE 'RUNDATE'.                 00021100
700187     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00021200
           SKIP2                                                        00021300
700187 01  RPTHDR-LINE.                                                 00021400
700187         05   FILLER     PIC X(02) VALUE                          00021500
700187           ' '.                                                   00021600
700187         05   FILLER     PIC X(28) VALUE                          00021700
700187           'OmniPlus Participant Lookup'.                         00021800
700187         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00021900
700187         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00022000
700187         05   FILLER     PIC X(6)  VALUE                          00022100
700187           '  Page'.                                              00022200
700187         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00022300
           SKIP2                                                        00022400
700187 01  IO-O2R-PARM.                                                 00022500
700187       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAPARTLK'.           00022600
           SKIP2                                                        00022700
700187 01  IO-IN110-PARM.                                               00022800
700187       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAPARTLK'.            00022900
           SKIP3                                                        00023000
700187 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00023100
           EJECT                                                        00023200
700187 PROCEDURE DIVISION.                                              00023300
           SKIP2                                                        00023400
700187 A-100-BODY.                                                      00023500
700187     PERFORM A-105-INIT.                                          00023600
700187     PERFORM A-200-INIT-OPEN.                                     00023700
700187     PERFORM A-300-SCAN-OT200.                                    00023800
700187     PERFORM C-100-CLEAR-STALE.                                   00023900
700187     PERFORM A-900-FINI-CLOSE.                                    00024000
700187     IF  WCTR-NO-PART > ZERO                                      00024100
700187         OR WCTR-NO-PLAN > ZERO                                   00024200
700187         OR WCTR-OVER > ZERO                                      00024300
700187         OR WCTR-FAILED > ZERO                                    00024400
700187         OR WCTR-CTL-ERRORS > ZERO                                00024500
700187         IF  WRC-FINAL < 4                                        00024600
700187             MOVE 4 TO WRC-FINAL.                                 00024700
700187     MOVE WRC-FINAL TO RETURN-CODE.                               00024800
700187     GOBACK.                                                      00024900
           SKIP2                                                        00025000
700187 A-105-INIT.                                                      00025100
700187     CALL 'BASDIN' USING SD-AREA.                                 00025200
           SKIP2                                                        00025300
700187 A-200-INIT-OPEN.                                                 00025400
700187     DISPLAY 'BaPartLk-998 Program Starting'.                     00025500
700187     ACCEPT RPTHDR-DATE FROM DATE.                                00025600
700187     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00025700
700187     ACCEPT WRUN-TIME FROM TIME.                                  00025800
700187     OPEN OUTPUT                                                  00025900
700187               PRINT-FILE.                                        00026000
700187     IF  NOT WPRINT-FS-OK                                         00026100
700187         DISPLAY 'BaPartLk-53 PRINT dd OPEN failed:'              00026200
700187             WPRINT-FS                                            00026300
700187         STOP RUN.                                                00026400
700187     MOVE ' Build Totals' TO RPTHDR-SUBTITLE.                     00026500
700187     PERFORM V-150-NEWPAGE.                                       00026600
700187     CALL 'UT110IN'  USING SD-AREA                                00026700
700187               IO-IN110-PARM                                      00026800
700187               IO-IN110-OPEN                                      00026900
700187               CTL-REC.                                           00027000
700187     IF  IO-IN110-ERROR = 'Y'                                     00027100
700187          OR IO-IN110-FILE-STATUS NOT = '00'                      00027200
700187         DISPLAY 'BaPartLk-301 No IN110 control file, defaults '  00027300
700187             'apply:' IO-IN110-FILE-STATUS                        00027400
700187     ELSE                                                         00027500
700187         PERFORM F-110-READ-IN110                                 00027600
700187         PERFORM F-100-PROC-CTL                                   00027700
700187           UNTIL IO-IN110-ERROR-YES                               00027800
700187         CALL 'UT110IN'  USING SD-AREA                            00027900
700187               IO-IN110-PARM                                      00028000
700187               IO-IN110-CLOSE                                     00028100
700187               CTL-REC.                                           00028200
700187     DISPLAY 'BaPartLk-300 Run date ' WRUN-DATE.                  00028300
700187     PERFORM A-220-LOAD-DISPMST.                                  00028400
700187     PERFORM A-230-LOAD-TICKETS.                                  00028500
700187     PERFORM A-240-OPEN-LOOKUP.                                   00028600
           SKIP2                                                        00028700
700187*** With no disposition master every difference is UNDISPOSED;    00028800
700187*** the file is still built but the run ends 4.                   00028900
700187 A-220-LOAD-DISPMST.                                              00029000
700187     OPEN INPUT DISPMST-FILE.                                     00029100
700187     IF  NOT WDISPMST-FS-OK                                       00029200
700187         DISPLAY 'BaPartLk-303 DISPMST OPEN failed, every '       00029300
700187             'difference undisposed:' WDISPMST-FS                 00029400
700187         MOVE 4 TO WRC-FINAL                                      00029500
700187     ELSE                                                         00029600
700187         MOVE 'N' TO WBROWSE-DONE-FLG                             00029700
700187         MOVE LOW-VALUES TO DSPM-KEY                              00029800
700187         START DISPMST-FILE KEY NOT < DSPM-KEY                    00029900
700187             INVALID KEY                                          00030000
700187                 SET WBROWSE-DONE-YES TO TRUE                     00030100
700187         END-START                                                00030200
700187         PERFORM A-225-DISP-ROW                                   00030300
700187           UNTIL WBROWSE-DONE-YES                                 00030400
700187         CLOSE DISPMST-FILE.                                      00030500
           SKIP2                                                        00030600
700187 A-225-DISP-ROW.                                                  00030700
700187     READ DISPMST-FILE NEXT RECORD                                00030800
700187         AT END                                                   00030900
700187             SET WBROWSE-DONE-YES TO TRUE.                        00031000
700187     IF  WBROWSE-DONE-YES                                         00031100
700187         OR NOT WDISPMST-FS-OK                                    00031200
700187         SET WBROWSE-DONE-YES TO TRUE                             00031300
700187     ELSE IF  DSPM-PLAN-NUM = SPACES                              00031400
700187         NEXT SENTENCE                                            00031500
700187     ELSE IF  WDISP-COUNT < WDISP-MAX-ENTRIES                     00031600
700187         ADD 1 TO WDISP-COUNT                                     00031700
700187         MOVE DSPM-PLAN-NUM TO WDISP-PLAN (WDISP-COUNT)           00031800
700187         MOVE DSPM-XXYY     TO WDISP-XXYY (WDISP-COUNT)           00031900
700187         MOVE DSPM-DENUM    TO WDISP-DENUM (WDISP-COUNT)          00032000
700187         MOVE DSPM-STATUS   TO WDISP-STATUS (WDISP-COUNT)         00032100
700187         MOVE DSPM-DEFECT   TO WDISP-DEFECT (WDISP-COUNT)         00032200
700187         IF  DSPM-EXPIRY IS NUMERIC                               00032300
700187             MOVE DSPM-EXPIRY TO WDISP-EXPIRY (WDISP-COUNT)       00032400
700187         END-IF                                                   00032500
700191         IF  DSPM-PLAN-HI NOT = SPACES AND LOW-VALUES             00032600
700187             MOVE DSPM-PLAN-HI TO WDISP-PLAN-HI (WDISP-COUNT)     00032700
700187         END-IF                                                   00032800
700187     ELSE                                                         00032900
700187         DISPLAY 'BaPartLk-307 Disposition table full, ignoring:' 00033000
700187             DSPM-KEY                                             00033100
700187         ADD 1 TO WCTR-OVER.                                      00033200
           SKIP2                                                        00033300
700187*** The ticket history only supplies ticket numbers; without it   00033400
700187*** the disposition's defect is all the row can show.             00033500
700187 A-230-LOAD-TICKETS.                                              00033600
700187     OPEN INPUT TICKHIST-FILE.                                    00033700
700187     IF  NOT WTICKHIST-FS-OK                                      00033800
700187         DISPLAY 'BaPartLk-304 No TICKHIST, tickets from '        00033900
700187             'dispositions only:' WTICKHIST-FS                    00034000
700187     ELSE                                                         00034100
700187         MOVE 'N' TO WREAD-DONE-FLG                               00034200
700187         PERFORM A-235-TICKET-ROW                                 00034300
700187           UNTIL WREAD-DONE-YES                                   00034400
700187         CLOSE TICKHIST-FILE.                                     00034500
           SKIP2                                                        00034600
700187 A-235-TICKET-ROW.                                                00034700
700187     READ TICKHIST-FILE                                           00034800
700187         AT END                                                   00034900
700187             SET WREAD-DONE-YES TO TRUE.                          00035000
700187     IF  WREAD-DONE-YES                                           00035100
700187         OR NOT WTICKHIST-FS-OK                                   00035200
700187         SET WREAD-DONE-YES TO TRUE                               00035300
700187     ELSE IF  NOT TKH-STATUS-ACKED                                00035400
700187         OR TKH-TICKET = SPACES                                   00035500
700187         NEXT SENTENCE                                            00035600
700187     ELSE                                                         00035700
700187         MOVE TKH-PLAN TO WPLAN-WORK                              00035800
700187         MOVE TKH-XXYY TO WCUR-XXYY                               00035900
700187         PERFORM R-200-FIND-TICKET                                00036000
700187         IF  WTKT-HIT-SUB > ZERO                                  00036100
700187             MOVE TKH-TICKET TO WTKT-TICKET (WTKT-HIT-SUB)        00036200
700187         ELSE IF  WTKT-COUNT < WTKT-MAX-ENTRIES                   00036300
700187             ADD 1 TO WTKT-COUNT                                  00036400
700187             MOVE TKH-PLAN   TO WTKT-PLAN (WTKT-COUNT)            00036500
700187             MOVE TKH-XXYY   TO WTKT-XXYY (WTKT-COUNT)            00036600
700187             MOVE TKH-TICKET TO WTKT-TICKET (WTKT-COUNT)          00036700
700187         ELSE                                                     00036800
700187             DISPLAY 'BaPartLk-307 Ticket table full, ignoring '  00036900
700187                 'Plan ' TKH-PLAN ' Type ' TKH-XXYY               00037000
700187             ADD 1 TO WCTR-OVER.                                  00037100
           SKIP2                                                        00037200
700187*** Same create-on-first-run fallback the policy master uses.     00037300
700187 A-240-OPEN-LOOKUP.                                               00037400
700187     OPEN I-O PLK-FILE.                                           00037500
700187     IF  WPLK-FS-NOFILE                                           00037600
700187         OPEN OUTPUT PLK-FILE                                     00037700
700187         CLOSE PLK-FILE                                           00037800
700187         OPEN I-O PLK-FILE.                                       00037900
700187     IF  NOT WPLK-FS-OK                                           00038000
700187         DISPLAY 'BaPartLk-302 PLKFILE OPEN failed:'              00038100
700187             WPLK-FS                                              00038200
700187         MOVE 16 TO RETURN-CODE                                   00038300
700187         STOP RUN.                                                00038400
           SKIP2                                                        00038500
700187 A-900-FINI-CLOSE.                                                00038600
700187     CLOSE PLK-FILE.                                              00038700
700187     MOVE 'Differences on the extract'      TO RPDAT1-LABEL.      00038800
700187     MOVE WCTR-DIFFS   TO RPDAT1-COUNT.                           00038900
700187     PERFORM V-200-PRINT-RPDAT1.                                  00039000
700187     MOVE 'New differences added'           TO RPDAT1-LABEL.      00039100
700187     MOVE WCTR-ADDED   TO RPDAT1-COUNT.                           00039200
700187     PERFORM V-200-PRINT-RPDAT1.                                  00039300
700187     MOVE 'Differences still open, carried' TO RPDAT1-LABEL.      00039400
700187     MOVE WCTR-CARRIED TO RPDAT1-COUNT.                           00039500
700187     PERFORM V-200-PRINT-RPDAT1.                                  00039600
700187     MOVE 'Differences cleared, removed'    TO RPDAT1-LABEL.      00039700
700187     MOVE WCTR-CLEARED TO RPDAT1-COUNT.                           00039800
700187     PERFORM V-200-PRINT-RPDAT1.                                  00039900
700187     MOVE 'Rows on the lookup file'         TO RPDAT1-LABEL.      00040000
700187     MOVE WCTR-KEPT    TO RPDAT1-COUNT.                           00040100
700187     PERFORM V-200-PRINT-RPDAT1.                                  00040200
700187     MOVE 'Participants with open items'    TO RPDAT1-LABEL.      00040300
700187     MOVE WCTR-PARTS   TO RPDAT1-COUNT.                           00040400
700187     PERFORM V-200-PRINT-RPDAT1.                                  00040500
700187     MOVE 'Not placed - no participant key' TO RPDAT1-LABEL.      00040600
700187     MOVE WCTR-NO-PART TO RPDAT1-COUNT.                           00040700
700187     PERFORM V-200-PRINT-RPDAT1.                                  00040800
700187     MOVE 'Not placed - no plan marker'     TO RPDAT1-LABEL.      00040900
700187     MOVE WCTR-NO-PLAN TO RPDAT1-COUNT.                           00041000
700187     PERFORM V-200-PRINT-RPDAT1.                                  00041100
700187     MOVE 'Not placed - table full'         TO RPDAT1-LABEL.      00041200
700187     MOVE WCTR-OVER    TO RPDAT1-COUNT.                           00041300
700187     PERFORM V-200-PRINT-RPDAT1.                                  00041400
700187     MOVE 'Not placed - write failed'       TO RPDAT1-LABEL.      00041500
700187     MOVE WCTR-FAILED  TO RPDAT1-COUNT.                           00041600
700187     PERFORM V-200-PRINT-RPDAT1.                                  00041700
700187     DISPLAY 'BaPartLk-444 Differences:' WCTR-DIFFS               00041800
700187       ', Added:' WCTR-ADDED                                      00041900
700187       ', Carried:' WCTR-CARRIED                                  00042000
700187       ', Cleared:' WCTR-CLEARED.                                 00042100
700187     DISPLAY 'BaPartLk-445 Rows:' WCTR-KEPT                       00042200
700187       ', Participants:' WCTR-PARTS                               00042300
700187       ', No participant:' WCTR-NO-PART                           00042400
700187       ', No plan:' WCTR-NO-PLAN                                  00042500
700187       ', Not tabled:' WCTR-OVER                                  00042600
700187       ', Failed:' WCTR-FAILED.                                   00042700
700187     CLOSE PRINT-FILE.                                            00042800
700187     DISPLAY 'BaPartLk-998 Program Ending'.                       00042900
           SKIP2                                                        00043000
700187***************************                                       00043100
700187*** OT200 scan                                                    00043200
700187***************************                                       00043300
700187 A-300-SCAN-OT200.                                                00043400
700187     CALL 'UTOT200R' USING SD-AREA                                00043500
700187                           IO-O2R-PARM                            00043600
700187                           IO-O2R-OPEN                            00043700
700187                           WO2R-REC.                              00043800
700187     IF  IO-O2R-ERROR-YES                                         00043900
700187         DISPLAY 'BaPartLk-308 OT200IN dd OPEN failed:'           00044000
700187             IO-O2R-FILE-STATUS                                   00044100
700187         CLOSE PLK-FILE                                           00044200
700187         MOVE 16 TO RETURN-CODE                                   00044300
700187         STOP RUN.                                                00044400
700187     MOVE ZERO TO WPEND-COUNT.                                    00044500
700187     PERFORM B-100-OT200-LINE                                     00044600
700187       WITH TEST AFTER                                            00044700
700187       UNTIL IO-O2R-ERROR-YES                                     00044800
700187         OR IO-O2R-EOF-YES.                                       00044900
700187     IF  WPEND-COUNT > ZERO                                       00045000
700187         DISPLAY 'BaPartLk-321 Differences after the last plan '  00045100
700187             'marker, not placed:' WPEND-COUNT                    00045200
700187         ADD WPEND-COUNT TO WCTR-NO-PLAN.                         00045300
700187     CALL 'UTOT200R' USING SD-AREA                                00045400
700187                           IO-O2R-PARM                            00045500
700187                           IO-O2R-CLOSE                           00045600
700187                           WO2R-REC.                              00045700
           SKIP2                                                        00045800
700187*** Context carried down the extract, as BAOTLOAD keeps it: the   00045900
700187*** RecordType from the <RECORD header and the participant from   00046000
700187*** the first key echo.  The plan is only known at the PLN1       00046100
700187*** marker that follows the plan's record sections.               00046200
700187 B-100-OT200-LINE.                                                00046300
700187     CALL 'UTOT200R' USING SD-AREA                                00046400
700187                           IO-O2R-PARM                            00046500
700187                           IO-O2R-READ                            00046600
700187                           WO2R-REC.                              00046700
700187     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00046800
700187         NEXT SENTENCE                                            00046900
700187     ELSE IF  IO-O2R-KIND-RECHDR                                  00047000
700187         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00047100
700187         MOVE SPACES TO WCUR-PART                                 00047200
700187     ELSE IF  IO-O2R-KIND-KEYDE                                   00047300
700187         IF  WCUR-PART = SPACES                                   00047400
700187             MOVE IO-O2R-VAL1 (1:11) TO WCUR-PART                 00047500
700187         END-IF                                                   00047600
700187     ELSE IF  IO-O2R-KIND-PLN                                     00047700
700187         MOVE IO-O2R-PLAN TO WPLAN-WORK                           00047800
700187         PERFORM B-200-PLACE-DIFF                                 00047900
700187           VARYING SUB-PEND FROM 1 BY 1                           00048000
700187             UNTIL SUB-PEND > WPEND-COUNT                         00048100
700187         MOVE ZERO TO WPEND-COUNT                                 00048200
700187         MOVE SPACES TO WCUR-XXYY WCUR-PART                       00048300
700187     ELSE IF  IO-O2R-KIND-DETAIL                                  00048400
700187           OR IO-O2R-KIND-DELIM                                   00048500
700187         ADD 1 TO WCTR-DIFFS                                      00048600
700187         PERFORM B-110-HOLD-DIFF.                                 00048700
           SKIP2                                                        00048800
700187 B-110-HOLD-DIFF.                                                 00048900
700187     IF  WCUR-PART = SPACES                                       00049000
700187         ADD 1 TO WCTR-NO-PART                                    00049100
700187     ELSE IF  WPEND-COUNT < WPEND-MAX-ENTRIES                     00049200
700187         ADD 1 TO WPEND-COUNT                                     00049300
700187         MOVE WCUR-PART      TO WPEND-PART (WPEND-COUNT)          00049400
700187         MOVE WCUR-XXYY      TO WPEND-XXYY (WPEND-COUNT)          00049500
700187         MOVE IO-O2R-DENUM   TO WPEND-DENUM (WPEND-COUNT)         00049600
700187         MOVE IO-O2R-DENAME  TO WPEND-DENAME (WPEND-COUNT)        00049700
700187         MOVE IO-O2R-VAL1    TO WPEND-VAL1 (WPEND-COUNT)          00049800
700187         MOVE IO-O2R-VAL2    TO WPEND-VAL2 (WPEND-COUNT)          00049900
700187         MOVE IO-O2R-CRIT    TO WPEND-CRIT (WPEND-COUNT)          00050000
700187     ELSE                                                         00050100
700187         ADD 1 TO WCTR-OVER.                                      00050200
           SKIP2                                                        00050300
700187*** One difference of the plan just named, onto the lookup file.  00050400
700187 B-200-PLACE-DIFF.                                                00050500
700187     MOVE SPACES TO WPLK-ROW.                                     00050600
700187     MOVE WPLAN-WORK              TO PLK-PLAN OF WPLK-ROW.        00050700
700187     MOVE WPEND-PART (SUB-PEND)   TO PLK-PART OF WPLK-ROW.        00050800
700187     MOVE WPEND-XXYY (SUB-PEND)   TO PLK-XXYY OF WPLK-ROW.        00050900
700187     MOVE WPEND-DENUM (SUB-PEND)  TO PLK-DENUM OF WPLK-ROW.       00051000
700187     MOVE WPEND-DENAME (SUB-PEND) TO PLK-DENAME OF WPLK-ROW.      00051100
700187     MOVE WPEND-VAL1 (SUB-PEND)   TO PLK-VAL1 OF WPLK-ROW.        00051200
700187     MOVE WPEND-VAL2 (SUB-PEND)   TO PLK-VAL2 OF WPLK-ROW.        00051300
700187     MOVE WPEND-CRIT (SUB-PEND)   TO PLK-CRIT OF WPLK-ROW.        00051400
700187     IF  PLK-XXYY OF WPLK-ROW = 'AH  '                            00051500
700187         PERFORM R-400-MASK-PII-DE.                               00051600
700187     PERFORM R-100-FIND-DISP.                                     00051700
700187     IF  WDISP-HIT-SUB = ZERO                                     00051800
700187         SET PLK-UNDISPOSED OF WPLK-ROW TO TRUE                   00051900
700187     ELSE                                                         00052000
700187         MOVE WDISP-STATUS (WDISP-HIT-SUB)                        00052100
700187             TO PLK-DISP-STATUS OF WPLK-ROW.                      00052200
700187     MOVE PLK-XXYY OF WPLK-ROW TO WCUR-XXYY.                      00052300
700187     PERFORM R-200-FIND-TICKET.                                   00052400
700187     IF  WTKT-HIT-SUB > ZERO                                      00052500
700187         MOVE WTKT-TICKET (WTKT-HIT-SUB)                          00052600
700187             TO PLK-TICKET OF WPLK-ROW                            00052700
700187     ELSE IF  WDISP-HIT-SUB > ZERO                                00052800
700187         MOVE WDISP-DEFECT (WDISP-HIT-SUB)                        00052900
700187             TO PLK-TICKET OF WPLK-ROW.                           00053000
700187     MOVE WRUN-DATE TO PLK-BUILD-DATE OF WPLK-ROW.                00053100
700187     MOVE WRUN-TIME TO PLK-BUILD-TIME OF WPLK-ROW.                00053200
700187     PERFORM B-300-PUT-ROW.                                       00053300
           SKIP2                                                        00053400
700187*** The first occurrence not yet carried by this build takes the  00053500
700187*** difference; one already on file keeps its first-seen date.    00053600
700187*** An occurrence number of zero means there was no room.         00053700
700187 B-300-PUT-ROW.                                                   00053800
700187     MOVE ZERO TO PLK-OCCUR OF WPLK-ROW.                          00053900
700187     MOVE 'N' TO WOCCUR-DONE-FLG.                                 00054000
700187     PERFORM B-310-TRY-OCCUR                                      00054100
700187       WITH TEST AFTER                                            00054200
700187       UNTIL WOCCUR-DONE-YES.                                     00054300
700187     IF  WROW-FOUND-YES                                           00054400
700187         MOVE PLK-FIRST-SEEN OF PLK-REC                           00054500
700187             TO PLK-FIRST-SEEN OF WPLK-ROW                        00054600
700187         MOVE WPLK-ROW TO PLK-REC                                 00054700
700187         REWRITE PLK-REC                                          00054800
700187             INVALID KEY                                          00054900
700187                 DISPLAY 'BaPartLk-506 REWRITE failed:'           00055000
700187                     WPLK-FS ' ' PLK-KEY OF PLK-REC               00055100
700187                 ADD 1 TO WCTR-FAILED                             00055200
700187             NOT INVALID KEY                                      00055300
700187                 ADD 1 TO WCTR-CARRIED                            00055400
700187         END-REWRITE                                              00055500
700187     ELSE IF  PLK-OCCUR OF WPLK-ROW > ZERO                        00055600
700187         MOVE WRUN-DATE TO PLK-FIRST-SEEN OF WPLK-ROW             00055700
700187         MOVE WPLK-ROW TO PLK-REC                                 00055800
700187         WRITE PLK-REC                                            00055900
700187             INVALID KEY                                          00056000
700187                 DISPLAY 'BaPartLk-506 WRITE failed:'             00056100
700187                     WPLK-FS ' ' PLK-KEY OF PLK-REC               00056200
700187                 ADD 1 TO WCTR-FAILED                             00056300
700187             NOT INVALID KEY                                      00056400
700187                 ADD 1 TO WCTR-ADDED                              00056500
700187         END-WRITE.                                               00056600
           SKIP2                                                        00056700
700187 B-310-TRY-OCCUR.                                                 00056800
700187     MOVE 'N' TO WROW-FOUND-FLG.                                  00056900
700187     IF  PLK-OCCUR OF WPLK-ROW = 999                              00057000
700187         DISPLAY 'BaPartLk-307 Occurrences past 999, ignoring:'   00057100
700187             PLK-KEY OF WPLK-ROW                                  00057200
700187         ADD 1 TO WCTR-OVER                                       00057300
700187         MOVE ZERO TO PLK-OCCUR OF WPLK-ROW                       00057400
700187         SET WOCCUR-DONE-YES TO TRUE                              00057500
700187     ELSE                                                         00057600
700187         ADD 1 TO PLK-OCCUR OF WPLK-ROW                           00057700
700187         MOVE PLK-KEY OF WPLK-ROW TO PLK-KEY OF PLK-REC           00057800
700187         READ PLK-FILE                                            00057900
700187             INVALID KEY                                          00058000
700187                 SET WOCCUR-DONE-YES TO TRUE                      00058100
700187         END-READ                                                 00058200
700187         IF  WPLK-FS-OK                                           00058300
700187             IF  PLK-BUILD-STAMP OF PLK-REC                       00058400
700187                 NOT = PLK-BUILD-STAMP OF WPLK-ROW                00058500
700187                 SET WROW-FOUND-YES TO TRUE                       00058600
700187                 SET WOCCUR-DONE-YES TO TRUE                      00058700
700187             END-IF                                               00058800
700187         ELSE                                                     00058900
700187             SET WOCCUR-DONE-YES TO TRUE.                         00059000
           SKIP2                                                        00059100
700187***************************                                       00059200
700187*** Remove what tonight's extract no longer carries               00059300
700187***************************                                       00059400
700187 C-100-CLEAR-STALE.                                               00059500
700187     MOVE 'N' TO WBROWSE-DONE-FLG.                                00059600
700187     MOVE LOW-VALUES TO PLK-KEY OF PLK-REC.                       00059700
700187     START PLK-FILE KEY NOT < PLK-KEY OF PLK-REC                  00059800
700187         INVALID KEY                                              00059900
700187             SET WBROWSE-DONE-YES TO TRUE.                        00060000
700187     PERFORM C-110-STALE-ROW                                      00060100
700187       UNTIL WBROWSE-DONE-YES.                                    00060200
           SKIP2                                                        00060300
700187 C-110-STALE-ROW.                                                 00060400
700187     READ PLK-FILE NEXT RECORD                                    00060500
700187         AT END                                                   00060600
700187             SET WBROWSE-DONE-YES TO TRUE.                        00060700
700187     IF  WBROWSE-DONE-YES                                         00060800
700187         OR NOT WPLK-FS-OK                                        00060900
700187         SET WBROWSE-DONE-YES TO TRUE                             00061000
700187     ELSE IF  PLK-BUILD-DATE OF PLK-REC NOT = WRUN-DATE           00061100
700187         OR PLK-BUILD-TIME OF PLK-REC NOT = WRUN-TIME             00061200
700187         DELETE PLK-FILE RECORD                                   00061300
700187             INVALID KEY                                          00061400
700187                 ADD 1 TO WCTR-FAILED                             00061500
700187             NOT INVALID KEY                                      00061600
700187                 ADD 1 TO WCTR-CLEARED                            00061700
700187         END-DELETE                                               00061800
700187     ELSE                                                         00061900
700187         ADD 1 TO WCTR-KEPT                                       00062000
700191         IF  PLK-KEY OF PLK-REC (1:21) NOT = WLAST-PLAN-PART      00062100
700191             MOVE PLK-KEY OF PLK-REC (1:21) TO WLAST-PLAN-PART    00062200
700187             ADD 1 TO WCTR-PARTS.                                 00062300
           SKIP2                                                        00062400
700187***************************                                       00062500
700187*** Control card handling                                         00062600
700187***************************                                       00062700
700187 F-100-PROC-CTL.                                                  00062800
700187     IF  CTL-REC (1:1) = '*'                                      00062900
700187         DISPLAY 'BaPartLk-500 Comment:' CTL-REC (1:50)           00063000
700187     ELSE                                                         00063100
700187         PERFORM F-105-CONTINUE.                                  00063200
700187     PERFORM F-110-READ-IN110.                                    00063300
           SKIP2                                                        00063400
700187 F-105-CONTINUE.                                                  00063500
700187     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00063600
700187     UNSTRING CTL-REC DELIMITED BY SPACE                          00063700
700187         INTO WCTL-CMD WCTL-VAL.                                  00063800
700187     DISPLAY 'BaPartLk-500 CtlCard:' CTL-REC (1:50).              00063900
700187     IF  WCTL-CMD-RUNDATE                                         00064000
700187         AND WCTL-VAL (1:8) IS NUMERIC                            00064100
700187         AND WCTL-VAL (9:1) = SPACE                               00064200
700187         MOVE WCTL-VAL (1:8) TO WRUN-DATE                         00064300
700187     ELSE                                                         00064400
700187         DISPLAY 'BaPartLk-501 Invalid Control Card:'             00064500
700187             CTL-REC (1:50)                                       00064600
700187         ADD 1 TO WCTR-CTL-ERRORS.                                00064700
           SKIP2                                                        00064800
700187 F-110-READ-IN110.                                                00064900
700187     CALL 'UT110IN'  USING SD-AREA                                00065000
700187               IO-IN110-PARM                                      00065100
700187               IO-IN110-READ                                      00065200
700187               CTL-REC.                                           00065300
           SKIP2                                                        00065400
700187***************************                                       00065500
700187*** Shared routines                                               00065600
700187***************************                                       00065700
700187*** The live disposition carrying the row's difference: the       00065800
700187*** BABKCMP match, less an expired row or a RESOLVED one whose    00065900
700187*** difference is back.                                           00066000
700187 R-100-FIND-DISP.                                                 00066100
700187     MOVE ZERO TO WDISP-HIT-SUB.                                  00066200
700187     PERFORM R-110-SCAN-DISP                                      00066300
700187       VARYING SUB-DISP FROM 1 BY 1                               00066400
700187         UNTIL SUB-DISP > WDISP-COUNT                             00066500
700187           OR WDISP-HIT-SUB > ZERO.                               00066600
700187     IF  WDISP-HIT-SUB = ZERO                                     00066700
700187         NEXT SENTENCE                                            00066800
700187     ELSE IF  WDISP-EXPIRY (WDISP-HIT-SUB) > ZERO                 00066900
700187         AND WDISP-EXPIRY (WDISP-HIT-SUB) < WRUN-DATE             00067000
700187         MOVE ZERO TO WDISP-HIT-SUB                               00067100
700187     ELSE IF  WDISP-STATUS (WDISP-HIT-SUB) (1:8) = 'RESOLVED'     00067200
700187         MOVE ZERO TO WDISP-HIT-SUB.                              00067300
           SKIP2                                                        00067400
700187 R-110-SCAN-DISP.                                                 00067500
700187     IF  (WDISP-PLAN (SUB-DISP) = WPLAN-WORK                      00067600
700187           OR WDISP-PLAN (SUB-DISP) = 'ALL'                       00067700
700187           OR (WDISP-PLAN-HI (SUB-DISP) NOT = SPACES              00067800
700187             AND WPLAN-WORK NOT < WDISP-PLAN (SUB-DISP)           00067900
700187             AND WPLAN-WORK NOT > WDISP-PLAN-HI (SUB-DISP)))      00068000
700187         AND WDISP-XXYY (SUB-DISP) = PLK-XXYY OF WPLK-ROW         00068100
700187         AND (WDISP-DENUM (SUB-DISP) = PLK-DENUM OF WPLK-ROW      00068200
700187           OR WDISP-DENUM (SUB-DISP) = '***')                     00068300
700187         MOVE SUB-DISP TO WDISP-HIT-SUB.                          00068400
           SKIP2                                                        00068500
700187*** The ticket table row for WPLAN-WORK and WCUR-XXYY.            00068600
700187 R-200-FIND-TICKET.                                               00068700
700187     MOVE ZERO TO WTKT-HIT-SUB.                                   00068800
700187     PERFORM R-210-SCAN-TICKET                                    00068900
700187       VARYING SUB-TKT FROM 1 BY 1                                00069000
700187         UNTIL SUB-TKT > WTKT-COUNT                               00069100
700187           OR WTKT-HIT-SUB > ZERO.                                00069200
           SKIP2                                                        00069300
700187 R-210-SCAN-TICKET.                                               00069400
700187     IF  WTKT-PLAN (SUB-TKT) = WPLAN-WORK                         00069500
700187         AND WTKT-XXYY (SUB-TKT) = WCUR-XXYY                      00069600
700187         MOVE SUB-TKT TO WTKT-HIT-SUB.                            00069700
           SKIP2                                                        00069800
700187*** The compare masks the Adjustment History SSN and bank account 00069900
700187*** DEs before they reach the extract (BABKCMP R-810-MASK-PII-DE);00070000
700187*** a value that arrives in any other form is blotted out rather  00070100
700187*** than put in front of the call center.                         00070200
700187 R-400-MASK-PII-DE.                                               00070300
700187     IF  PLK-DENUM OF WPLK-ROW = '001'                            00070400
700187         IF  PLK-VAL1 OF WPLK-ROW NOT = SPACES                    00070500
700187             AND PLK-VAL1 OF WPLK-ROW (1:7) NOT = 'XXX-XX-'       00070600
700187             MOVE '*** MASKED ***' TO PLK-VAL1 OF WPLK-ROW        00070700
700187         END-IF                                                   00070800
700187         IF  PLK-VAL2 OF WPLK-ROW NOT = SPACES                    00070900
700187             AND PLK-VAL2 OF WPLK-ROW (1:7) NOT = 'XXX-XX-'       00071000
700187             MOVE '*** MASKED ***' TO PLK-VAL2 OF WPLK-ROW        00071100
700187         END-IF                                                   00071200
700187     ELSE IF  PLK-DENUM OF WPLK-ROW = '002'                       00071300
700187         IF  PLK-VAL1 OF WPLK-ROW NOT = SPACES                    00071400
700187             AND PLK-VAL1 OF WPLK-ROW (1:13) NOT = ALL '*'        00071500
700187             MOVE '*** MASKED ***' TO PLK-VAL1 OF WPLK-ROW        00071600
700187         END-IF                                                   00071700
700187         IF  PLK-VAL2 OF WPLK-ROW NOT = SPACES                    00071800
700187             AND PLK-VAL2 OF WPLK-ROW (1:13) NOT = ALL '*'        00071900
700187             MOVE '*** MASKED ***' TO PLK-VAL2 OF WPLK-ROW        00072000
700187         END-IF.                                                  00072100
           SKIP2                                                        00072200
700187***************************                                       00072300
700187*** Print-line routines                                           00072400
700187***************************                                       00072500
700187 V-100-PRINT-LINE.                                                00072600
700187     IF  WPRINT-LINES-OVER                                        00072700
700187         PERFORM V-150-NEWPAGE.                                   00072800
700187     ADD 1 TO WPRINT-LINES.                                       00072900
700187     WRITE PRINT-LINE FROM WPRINT-LINE                            00073000
700187           AFTER ADVANCING 1 LINE.                                00073100
700187     MOVE SPACES   TO WPRINT-LINE.                                00073200
700187     ADD 1 TO WPRINT-TOT-LINES.                                   00073300
           SKIP2                                                        00073400
700187 V-150-NEWPAGE.                                                   00073500
700187     ADD 1 TO WPRINT-PAGE.                                        00073600
700187     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00073700
700187     MOVE SPACES TO PRINT-LINE.                                   00073800
700187     WRITE PRINT-LINE                                             00073900
700187       AFTER ADVANCING PAGE.                                      00074000
700187     WRITE PRINT-LINE FROM RPTHDR-LINE                            00074100
700187       AFTER ADVANCING 1 LINE.                                    00074200
700187     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00074300
700187       AFTER ADVANCING 1.                                         00074400
700187     MOVE ZERO TO WPRINT-LINES.                                   00074500
700187     ADD 3 TO WPRINT-TOT-LINES.                                   00074600
           SKIP2                                                        00074700
700187 V-200-PRINT-RPDAT1.                                              00074800
700187     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00074900
700187     PERFORM V-100-PRINT-LINE.                                    00075000
