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
700165 IDENTIFICATION DIVISION.                                         00000100
700165 PROGRAM-ID. 'BAPARTHS'.                                          00000200
700165******************************************************************00000300
700165**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700165******************************************************************00000500
700165**  AUTHOR       W. WHITE, Oct 2026                               00000600
700165**  PURPOSE      Participant DE value history.  BAPARTDS shows    00000700
700165**               what the OT200 extracts said about a participant,00000800
700165**               and OT200 only records nights the two sides      00000900
700165**               differed; the call center and compliance need    00001000
700165**               the value itself on every night.  Given a plan   00001100
700165**               and participant (PLAN, PART cards) and a window  00001200
700165**               of cataloged backup generations (FROM/TO dates   00001300
700165**               and/or LAST n, oldest first, as GENCAT lists     00001400
700165**               them - LAST 30 when no window card is given),    00001500
700165**               this utility re-points BKUPIN at each generation 00001600
700165**               in turn, pulls every record carrying the         00001700
700165**               participant's key, and prints a timeline per     00001800
700165**               RecordType / key / DE: the value on each backup  00001900
700165**               date, with the dates where it changed marked.  A 00002000
700165**               DE that never changed prints on one line unless  00002100
700165**               ALLDATES asks for every date regardless.  A      00002200
700165**               generation whose primary dataset will not open   00002300
700165**               is read from its DR copy when the catalog has    00002400
700165**               one, as BABKSEL does.                            00002500
700165******************************************************************00002600
700165**  REVISIONS:                                                    00002700
700165******************************************************************00002800
700165**  Input                                                         00002900
700165**   . IN110   - Control File (PLAN, PART, FROM, TO, LAST,        00003000
700165**               ALLDATES)                                        00003100
700165**   . GENCAT  - Backup generation catalog, oldest first          00003200
700165**   . BKUPIN  - Re-pointed at each selected generation in turn,  00003300
700165**               read via BABKPI/BABKPIS                          00003400
700165******************************************************************00003500
700165**  Output                                                        00003600
700165**   . SYSOUT  - Displayed Information                            00003700
700165**   . REPORT  - Value timelines                                  00003800
700165******************************************************************00003900
700165 ENVIRONMENT DIVISION.                                            00004000
700165 CONFIGURATION SECTION.                                           00004100
700165 INPUT-OUTPUT SECTION.                                            00004200
           SKIP2                                                        00004300
700165 FILE-CONTROL.                                                    00004400
700165     SELECT PRINT-FILE                                            00004500
700165         ASSIGN TO UT-S-REPORT                                    00004600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004700
700165         FILE STATUS WPRINT-FS.                                   00004800
700165     SELECT GENCAT-FILE                                           00004900
700165         ASSIGN TO UT-S-GENCAT                                    00005000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005100
700165         FILE STATUS WGENCAT-FS.                                  00005200
700165 DATA DIVISION.                                                   00005300
           SKIP2                                                        00005400
700165 FILE SECTION.                                                    00005500
           SKIP1                                                        00005600
700165 FD  PRINT-FILE                                                   00005700
700165     BLOCK CONTAINS 0 RECORDS                                     00005800
700165     LABEL RECORDS ARE STANDARD.                                  00005900
           SKIP2                                                        00006000
700165 01 PRINT-LINE                PIC X(133).                         00006100
           SKIP2                                                        00006200
700165 FD  GENCAT-FILE                                                  00006300
700165     BLOCK CONTAINS 0 RECORDS                                     00006400
700165     LABEL RECORDS ARE STANDARD.                                  00006500
           SKIP2                                                        00006600
700165 01  GENCAT-REC.                                                  00006700
700165     05  GENCAT-DATE          PIC 9(8).                           00006800
700165     05  FILLER               PIC X(1).                           00006900
700165     05  GENCAT-PATH          PIC X(71).                          00007000
700165     05  FILLER               PIC X(1).                           00007100
700165     05  GENCAT-ALT           PIC X(71).                          00007200
700183     05  FILLER               PIC X(87).                          00007300
           SKIP2                                                        00007400
700165 WORKING-STORAGE SECTION.                                         00007500
700165 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00007600
700165 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00007700
700165 77  SUB-DE                PIC S9(4) BINARY VALUE ZERO.           00007800
700165 77  SUB-CAT               PIC S9(4) BINARY VALUE ZERO.           00007900
700165 77  SUB-GEN               PIC S9(4) BINARY VALUE ZERO.           00008000
700165 77  SUB-PRV               PIC S9(4) BINARY VALUE ZERO.           00008100
700165 77  WCAT-FIRST            PIC S9(4) BINARY VALUE ZERO.           00008200
700165 77  WCAT-IN-WINDOW        PIC S9(4) BINARY VALUE ZERO.           00008300
700165 77  WCTR-GENS-READ        PIC 9(5)     VALUE ZERO.               00008400
700165 77  WCTR-GENS-BAD         PIC 9(5)     VALUE ZERO.               00008500
700165 77  WCTR-RECS             PIC 9(7)     VALUE ZERO.               00008600
700165 77  WCTR-DES              PIC 9(7)     VALUE ZERO.               00008700
700165 77  WCTR-DES-CHANGED      PIC 9(7)     VALUE ZERO.               00008800
700165 77  WCTR-CHANGES          PIC 9(5)     VALUE ZERO.               00008900
700165 77  WCTR-SHOWN            PIC 9(5)     VALUE ZERO.               00009000
700203 77  WTARGET-KEY           PIC X(21)    VALUE SPACES.             00009100
700165 77  WQUIT-FLG             PIC X        VALUE 'N'.                00009200
700165     88  WQUIT-FLG-YES     VALUE 'Y'.                             00009300
700165 77  WPAST-PLAN-FLG        PIC X        VALUE 'N'.                00009400
700165     88  WPAST-PLAN-YES    VALUE 'Y'.                             00009500
700165 77  WOPEN-FLG             PIC X        VALUE 'N'.                00009600
700165     88  WOPEN-FLG-YES     VALUE 'Y'.                             00009700
700165 77  WDISP-1               PIC ZZZ,ZZ9  VALUE ZERO.               00009800
           SKIP2                                                        00009900
700165 01  WPRINT-AREA.                                                 00010000
700165     05  WPRINT-FS                 PIC XX  VALUE '00'.            00010100
700165         88  WPRINT-FS-OK VALUE '00'.                             00010200
700165     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00010300
700165     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00010400
700165     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00010500
700165     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00010600
700165         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00010700
700165     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00010800
           SKIP2                                                        00010900
700165 01  WGENCAT-FS            PIC XX  VALUE '00'.                    00011000
700165     88  WGENCAT-FS-OK     VALUE '00'.                            00011100
700165     88  WGENCAT-FS-EOF    VALUE '10'.                            00011200
           SKIP2                                                        00011300
700165*** The whole catalog, oldest first, the BABKSEL table shape.     00011400
700165 01  WCAT-AREA.                                                   00011500
700165     05  WCAT-COUNT           PIC S9(4) BINARY VALUE ZERO.        00011600
700165     05  WCAT-MAX-ENTRIES     PIC S9(4) BINARY VALUE 999.         00011700
700165     05  WCAT-ENTRY OCCURS 999 TIMES.                             00011800
700165         10  WCAT-DATE        PIC 9(8)  VALUE ZERO.               00011900
700165         10  WCAT-PATH        PIC X(71) VALUE SPACES.             00012000
700165         10  WCAT-ALT         PIC X(71) VALUE SPACES.             00012100
           SKIP2                                                        00012200
700165*** The generations in the window, oldest first.  The position in 00012300
700165*** this table is the generation number the timelines are keyed   00012400
700165*** on.  STATUS: 'F' participant found, 'N' read but the          00012500
700165*** participant is not on it, 'U' unreadable.                     00012600
700165 01  WGEN-AREA.                                                   00012700
700165     05  WGEN-COUNT           PIC S9(4) BINARY VALUE ZERO.        00012800
700165     05  WGEN-MAX-ENTRIES     PIC S9(4) BINARY VALUE 400.         00012900
700165     05  WGEN-ENTRY OCCURS 400 TIMES.                             00013000
700165         10  WGEN-CAT-SUB     PIC S9(4) BINARY VALUE ZERO.        00013100
700165         10  WGEN-STATUS      PIC X     VALUE SPACE.              00013200
700165             88  WGEN-STATUS-FOUND   VALUE 'F'.                   00013300
700165             88  WGEN-STATUS-NOPART  VALUE 'N'.                   00013400
700165             88  WGEN-STATUS-BAD     VALUE 'U'.                   00013500
700165         10  WGEN-RECS        PIC 9(5)  VALUE ZERO.               00013600
           SKIP2                                                        00013700
700165*** One DE's values across the window, filled from the container  00013800
700165*** and printed when the next DE starts.                          00013900
700165 01  WTL-AREA.                                                    00014000
700165     05  WTL-ENTRY OCCURS 400 TIMES.                              00014100
700165         10  WTL-SET          PIC X     VALUE 'N'.                00014200
700165             88  WTL-SET-YES  VALUE 'Y'.                          00014300
700165         10  WTL-VAL          PIC X(40) VALUE SPACES.             00014400
700165 01  WTL-CUR-AREA.                                                00014500
700165     05  WTL-CUR-XXYY         PIC X(4)  VALUE SPACES.             00014600
700203     05  WTL-CUR-KEYGRP       PIC X(24) VALUE SPACES.             00014700
700165     05  WTL-CUR-DENUM        PIC 9(3)  VALUE ZERO.               00014800
700165 01  WTL-CUR-DENAME           PIC X(20) VALUE SPACES.             00014900
700165 01  WTL-REC-AREA.                                                00015000
700165     05  WTL-REC-XXYY         PIC X(4)  VALUE SPACES.             00015100
700203     05  WTL-REC-KEYGRP       PIC X(24) VALUE SPACES.             00015200
700165 01  WTL-PRV-SHOW             PIC X(40) VALUE SPACES.             00015300
700165 01  WTL-THIS-SHOW            PIC X(40) VALUE SPACES.             00015400
           SKIP2                                                        00015500
700165*** Every value pulled, one container entry per RecordType /      00015600
700165*** key group / DE / generation, so FIRST/NEXT hands each DE's    00015700
700165*** generations back together and in date order.                  00015800
700165 01  PHISIA-AREA. COPY UTCOIA                                     00015900
700165       REPLACING ==:UTCOIA:== BY ==PHISIA==.                      00016000
700165 01  PHISHDR-AREA. COPY UTCOHDR                                   00016100
700165       REPLACING ==:UTCOHDR:== BY ==PHISHDR==.                    00016200
700165 01  PHISKEY-AREA.                                                00016300
700165     05  PHISKEY-XXYY       PIC X(4)  VALUE SPACES.               00016400
700203     05  PHISKEY-KEYGRP     PIC X(24) VALUE SPACES.               00016500
700165     05  PHISKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00016600
700165     05  PHISKEY-GEN        PIC 9(3)  VALUE ZERO.                 00016700
700165 01  PHISDAT-AREA.                                                00016800
700165     05  PHISDAT-DENAME     PIC X(20) VALUE SPACES.               00016900
700165     05  PHISDAT-VAL        PIC X(40) VALUE SPACES.               00017000
           SKIP2                                                        00017100
700165 01  RPTHDR-LINE.                                                 00017200
700165         05   FILLER     PIC X(02) VALUE                          00017300
700165           ' '.                                                   00017400
700165         05   FILLER     PIC X(28) VALUE                          00017500
700165           'Participant Value History'.                           00017600
700165         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00017700
700165         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00017800
700165         05   FILLER     PIC X(6)  VALUE                          00017900
700165           '  Page'.                                              00018000
700165         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00018100
           SKIP2                                                        00018200
700165 01  PHDAT1-LINE.                                                 00018300
700165     05  FILLER             PIC X(8)  VALUE SPACES.               00018400
700165     05  PHDAT1-DATE        PIC 9(8)  VALUE ZERO.                 00018500
700165     05  FILLER             PIC X(2)  VALUE SPACES.               00018600
700165     05  PHDAT1-VAL         PIC X(40) VALUE SPACES.               00018700
700165     05  FILLER             PIC X(2)  VALUE SPACES.               00018800
700165     05  PHDAT1-MARK        PIC X(9)  VALUE SPACES.               00018900
700165     05  FILLER             PIC X(64) VALUE SPACES.               00019000
           SKIP2                                                        00019100
700165 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00019200
700165 01  WCTL-AREA.                                                   00019300
700165     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00019400
700165         88  WCTL-CMD-PLAN       VALUE 'PLAN'.                    00019500
700165         88  WCTL-CMD-PART       VALUE 'PART'.                    00019600
700165         88  WCTL-CMD-FROM       VALUE 'FROM'.                    00019700
700165         88  WCTL-CMD-TO         VALUE 'TO'.                      00019800
700165         88  WCTL-CMD-LAST       VALUE 'LAST'.                    00019900
700165         88  WCTL-CMD-ALLDATES   VALUE 'ALLDATES'.                00020000
700165     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00020100
700191     05  WCTL-PLAN               PIC X(10) VALUE SPACES.          00020200
700165     05  WCTL-PART               PIC X(11) VALUE SPACES.          00020300
700165     05  WCTL-FROM               PIC 9(8)  VALUE ZERO.            00020400
700165     05  WCTL-TO                 PIC 9(8)  VALUE 99999999.        00020500
700165     05  WCTL-LAST               PIC 9(3)  VALUE ZERO.            00020600
700165     05  WCTL-WINDOW             PIC X     VALUE 'N'.             00020700
700165         88  WCTL-WINDOW-YES     VALUE 'Y'.                       00020800
700165     05  WCTL-ALLDATES           PIC X     VALUE 'N'.             00020900
700165         88  WCTL-ALLDATES-YES   VALUE 'Y'.                       00021000
700165     05  WCTL-NUM-RAW            PIC X(3)  VALUE SPACES.          00021100
700165     05  WCTL-NUM-EDIT           PIC X(3)  VALUE SPACES           00021200
700165                                 JUSTIFIED RIGHT.                 00021300
           SKIP2                                                        00021400
700165 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00021500
           SKIP2                                                        00021600
700165 01  BWA-REC.  COPY BKUPREC.                                      00021700
           SKIP2                                                        00021800
700165 01  IO-BKPI-PARM.                                                00021900
700165       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAPARTHS'.             00022000
           SKIP2                                                        00000000
700203 01  IO-BKW-PARM.                                                 00000000
700203       COPY IOBKWID REPLACING ==:BKW:== BY ==IO-BKW==.            00000000
           SKIP3                                                        00022100
700165 01  IO-IN110-PARM.                                               00022200
700165       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAPARTHS'.            00022300
           SKIP3                                                        00022400
700165 01  DE-AREA.  COPY PRMDE.                                        00022500
           SKIP3                                                        00022600
700165 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00022700
           EJECT                                                        00022800
700165 PROCEDURE DIVISION.                                              00022900
           SKIP2                                                        00023000
700165 A-100-BODY.                                                      00023100
700165     PERFORM A-105-INIT.                                          00023200
700165     PERFORM A-200-INIT-OPEN.                                     00023300
700165     IF  NOT WQUIT-FLG-YES                                        00023400
700165         PERFORM B-100-SELECT-GENS.                               00023500
700165     IF  NOT WQUIT-FLG-YES                                        00023600
700165         PERFORM T-800-SETUP-PHIS                                 00023700
700165         PERFORM C-100-READ-GEN                                   00023800
700165           VARYING SUB-GEN FROM 1 BY 1                            00023900
700165             UNTIL SUB-GEN > WGEN-COUNT                           00024000
700165         PERFORM D-100-RPT-TIMELINES.                             00024100
700165     PERFORM A-900-FINI-CLOSE.                                    00024200
700165     MOVE WRC-FINAL TO RETURN-CODE.                               00024300
700165     GOBACK.                                                      00024400
           SKIP2                                                        00024500
700165 A-105-INIT.                                                      00024600
700165     CALL 'BASDIN' USING SD-AREA.                                 00024700
           SKIP2                                                        00024800
700165 A-200-INIT-OPEN.                                                 00024900
700165     DISPLAY 'BaPartHs-998 Program Starting'.                     00025000
700165     ACCEPT RPTHDR-DATE FROM DATE.                                00025100
700165     OPEN OUTPUT                                                  00025200
700165               PRINT-FILE.                                        00025300
700165     IF  NOT WPRINT-FS-OK                                         00025400
700165         DISPLAY 'BaPartHs-53 PRINT dd OPEN failed:'              00025500
700165             WPRINT-FS                                            00025600
700165         MOVE 8 TO RETURN-CODE                                    00025700
700165         STOP RUN.                                                00025800
700165     CALL 'UT110IN'  USING SD-AREA                                00025900
700165               IO-IN110-PARM                                      00026000
700165               IO-IN110-OPEN                                      00026100
700165               CTL-REC.                                           00026200
700165     IF  IO-IN110-ERROR = 'Y'                                     00026300
700165          OR IO-IN110-FILE-STATUS NOT = '00'                      00026400
700165         DISPLAY 'BaPartHs-301 IN110 file failed to open:'        00026500
700165           IO-IN110-FILE-STATUS                                   00026600
700165         MOVE 8 TO RETURN-CODE                                    00026700
700165         STOP RUN.                                                00026800
700165     PERFORM F-110-READ-IN110.                                    00026900
700165     PERFORM F-100-PROC-CTL                                       00027000
700165       UNTIL IO-IN110-ERROR-YES.                                  00027100
700165     IF  WCTL-PLAN = SPACES                                       00027200
700165         OR WCTL-PART = SPACES                                    00027300
700165         DISPLAY 'BaPartHs-302 PLAN and PART cards are both '     00027400
700165             'required, nothing to pull'                          00027500
700165         MOVE 8 TO WRC-FINAL                                      00027600
700165         SET WQUIT-FLG-YES TO TRUE.                               00027700
700165     IF  NOT WCTL-WINDOW-YES                                      00027800
700165         MOVE 30 TO WCTL-LAST.                                    00027900
700203     MOVE WCTL-PLAN TO WTARGET-KEY (1:10).                        00028000
700203     MOVE WCTL-PART TO WTARGET-KEY (11:11).                       00028100
700165     MOVE ' Value Timelines' TO RPTHDR-SUBTITLE.                  00028200
700165     PERFORM V-150-NEWPAGE.                                       00028300
700165     MOVE SPACES TO WPRINT-LINE.                                  00028400
700165     STRING ' Plan: ' WCTL-PLAN                                   00028500
700165            '  Participant: ' WCTL-PART                           00028600
700165            '  Window: ' WCTL-FROM ' - ' WCTL-TO                  00028700
700165            '  Last: ' WCTL-LAST                                  00028800
700165         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028900
700165     PERFORM V-100-PRINT-LINE.                                    00029000
           SKIP2                                                        00029100
700165 A-900-FINI-CLOSE.                                                00029200
700165     CALL 'UT110IN'  USING SD-AREA                                00029300
700165               IO-IN110-PARM                                      00029400
700165               IO-IN110-CLOSE                                     00029500
700165               CTL-REC.                                           00029600
700165     DISPLAY 'BaPartHs-444 Generations Read:' WCTR-GENS-READ      00029700
700165       ', Unreadable:' WCTR-GENS-BAD                              00029800
700165       ', Records:' WCTR-RECS.                                    00029900
700165     DISPLAY 'BaPartHs-444 DEs Traced:' WCTR-DES                  00030000
700165       ', DEs That Changed:' WCTR-DES-CHANGED.                    00030100
700165     CLOSE PRINT-FILE.                                            00030200
700165     DISPLAY 'BaPartHs-998 Program Ending'.                       00030300
           SKIP2                                                        00030400
700165***************************                                       00030500
700165*** Control card handling                                         00030600
700165***************************                                       00030700
700165 F-100-PROC-CTL.                                                  00030800
700165     IF  CTL-REC (1:1) = '*'                                      00030900
700165         DISPLAY 'BaPartHs-500 Comment:' CTL-REC (1:50)           00031000
700165     ELSE                                                         00031100
700165         PERFORM F-105-CONTINUE.                                  00031200
700165     PERFORM F-110-READ-IN110.                                    00031300
           SKIP2                                                        00031400
700165 F-105-CONTINUE.                                                  00031500
700165     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00031600
700165     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00031700
700165         INTO WCTL-CMD WCTL-VAL.                                  00031800
700165     DISPLAY 'BaPartHs-500 CtlCard:' CTL-REC (1:50).              00031900
700165     IF  WCTL-CMD-PLAN                                            00032000
700191         MOVE WCTL-VAL (1:10) TO WCTL-PLAN                        00032100
700165     ELSE IF  WCTL-CMD-PART                                       00032200
700165         MOVE WCTL-VAL (1:11) TO WCTL-PART                        00032300
700165     ELSE IF  WCTL-CMD-FROM                                       00032400
700165         AND WCTL-VAL (1:8) IS NUMERIC                            00032500
700165         MOVE WCTL-VAL (1:8) TO WCTL-FROM                         00032600
700165         SET WCTL-WINDOW-YES TO TRUE                              00032700
700165     ELSE IF  WCTL-CMD-TO                                         00032800
700165         AND WCTL-VAL (1:8) IS NUMERIC                            00032900
700165         MOVE WCTL-VAL (1:8) TO WCTL-TO                           00033000
700165         SET WCTL-WINDOW-YES TO TRUE                              00033100
700165     ELSE IF  WCTL-CMD-LAST                                       00033200
700165         PERFORM F-120-SET-LAST                                   00033300
700165     ELSE IF  WCTL-CMD-ALLDATES                                   00033400
700165         SET WCTL-ALLDATES-YES TO TRUE                            00033500
700165     ELSE                                                         00033600
700165         DISPLAY 'BaPartHs-501 Invalid Control Card:'             00033700
700165             CTL-REC (1:50)                                       00033800
700165         IF  WRC-FINAL < 4                                        00033900
700165             MOVE 4 TO WRC-FINAL.                                 00034000
           SKIP2                                                        00034100
700165 F-110-READ-IN110.                                                00034200
700165     CALL 'UT110IN'  USING SD-AREA                                00034300
700165               IO-IN110-PARM                                      00034400
700165               IO-IN110-READ                                      00034500
700165               CTL-REC.                                           00034600
           SKIP2                                                        00034700
700165*** LAST nnn: only the newest nnn generations of the window.      00034800
700165 F-120-SET-LAST.                                                  00034900
700165     MOVE SPACES TO WCTL-NUM-EDIT.                                00035000
700165     MOVE WCTL-VAL (1:3) TO WCTL-NUM-RAW.                         00035100
700165     IF  WCTL-NUM-RAW (3:1) NOT = SPACE                           00035200
700165         MOVE WCTL-NUM-RAW TO WCTL-NUM-EDIT                       00035300
700165     ELSE IF  WCTL-NUM-RAW (2:1) NOT = SPACE                      00035400
700165         MOVE WCTL-NUM-RAW (1:2) TO WCTL-NUM-EDIT                 00035500
700165     ELSE IF  WCTL-NUM-RAW (1:1) NOT = SPACE                      00035600
700165         MOVE WCTL-NUM-RAW (1:1) TO WCTL-NUM-EDIT.                00035700
700165     INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'.        00035800
700165     IF  WCTL-NUM-EDIT IS NUMERIC                                 00035900
700165         AND WCTL-NUM-EDIT NOT = '000'                            00036000
700165         MOVE WCTL-NUM-EDIT TO WCTL-LAST                          00036100
700165         SET WCTL-WINDOW-YES TO TRUE                              00036200
700165     ELSE                                                         00036300
700165         DISPLAY 'BaPartHs-501 Invalid Control Card:'             00036400
700165             CTL-REC (1:50)                                       00036500
700165         IF  WRC-FINAL < 4                                        00036600
700165             MOVE 4 TO WRC-FINAL.                                 00036700
           SKIP2                                                        00036800
700165***************************                                       00036900
700165*** Generation window from the catalog                            00037000
700165***************************                                       00037100
700165 B-100-SELECT-GENS.                                               00037200
700165     OPEN INPUT GENCAT-FILE.                                      00037300
700165     IF  NOT WGENCAT-FS-OK                                        00037400
700165         DISPLAY 'BaPartHs-303 GENCAT dd OPEN failed:'            00037500
700165             WGENCAT-FS                                           00037600
700165         MOVE 8 TO WRC-FINAL                                      00037700
700165         SET WQUIT-FLG-YES TO TRUE                                00037800
700165     ELSE                                                         00037900
700165         PERFORM B-110-READ-GENCAT                                00038000
700165           WITH TEST AFTER                                        00038100
700165             UNTIL NOT WGENCAT-FS-OK                              00038200
700165                OR WCAT-COUNT >= WCAT-MAX-ENTRIES                 00038300
700165         CLOSE GENCAT-FILE                                        00038400
700165         PERFORM B-120-PICK-WINDOW.                               00038500
           SKIP2                                                        00038600
700165 B-110-READ-GENCAT.                                               00038700
700165     READ GENCAT-FILE                                             00038800
700165         AT END NEXT SENTENCE.                                    00038900
700165     IF  WGENCAT-FS-OK                                            00039000
700165         AND GENCAT-DATE IS NUMERIC                               00039100
700165         ADD 1 TO WCAT-COUNT                                      00039200
700165         MOVE GENCAT-DATE TO WCAT-DATE (WCAT-COUNT)               00039300
700165         MOVE GENCAT-PATH TO WCAT-PATH (WCAT-COUNT)               00039400
700165         MOVE GENCAT-ALT  TO WCAT-ALT (WCAT-COUNT).               00039500
           SKIP2                                                        00039600
700165*** Dated entries inside FROM/TO are the window; under LAST only  00039700
700165*** the newest n of them are kept.                                00039800
700165 B-120-PICK-WINDOW.                                               00039900
700165     MOVE ZERO TO WCAT-IN-WINDOW.                                 00040000
700165     PERFORM B-130-COUNT-IN-WINDOW                                00040100
700165       VARYING SUB-CAT FROM 1 BY 1                                00040200
700165         UNTIL SUB-CAT > WCAT-COUNT.                              00040300
700165     MOVE ZERO TO WCAT-FIRST.                                     00040400
700165     IF  WCTL-LAST > ZERO                                         00040500
700165         AND WCAT-IN-WINDOW > WCTL-LAST                           00040600
700165         COMPUTE WCAT-FIRST = WCAT-IN-WINDOW - WCTL-LAST.         00040700
700165     MOVE ZERO TO WCAT-IN-WINDOW.                                 00040800
700165     PERFORM B-140-TAKE-IN-WINDOW                                 00040900
700165       VARYING SUB-CAT FROM 1 BY 1                                00041000
700165         UNTIL SUB-CAT > WCAT-COUNT.                              00041100
700165     DISPLAY 'BaPartHs-410 Catalog generations:' WCAT-COUNT       00041200
700165         ' In window:' WGEN-COUNT.                                00041300
700165     IF  WGEN-COUNT = ZERO                                        00041400
700165         DISPLAY 'BaPartHs-304 No cataloged generation falls in ' 00041500
700165             'the window'                                         00041600
700165         IF  WRC-FINAL < 4                                        00041700
700165             MOVE 4 TO WRC-FINAL                                  00041800
700165         END-IF                                                   00041900
700165         SET WQUIT-FLG-YES TO TRUE.                               00042000
           SKIP2                                                        00042100
700165 B-130-COUNT-IN-WINDOW.                                           00042200
700165     IF  WCAT-DATE (SUB-CAT) NOT < WCTL-FROM                      00042300
700165         AND WCAT-DATE (SUB-CAT) NOT > WCTL-TO                    00042400
700165         ADD 1 TO WCAT-IN-WINDOW.                                 00042500
           SKIP2                                                        00042600
700165 B-140-TAKE-IN-WINDOW.                                            00042700
700165     IF  WCAT-DATE (SUB-CAT) NOT < WCTL-FROM                      00042800
700165         AND WCAT-DATE (SUB-CAT) NOT > WCTL-TO                    00042900
700165         ADD 1 TO WCAT-IN-WINDOW                                  00043000
700165         IF  WCAT-IN-WINDOW > WCAT-FIRST                          00043100
700165             PERFORM B-150-ADD-GEN.                               00043200
           SKIP2                                                        00043300
700165 B-150-ADD-GEN.                                                   00043400
700165     IF  WGEN-COUNT < WGEN-MAX-ENTRIES                            00043500
700165         ADD 1 TO WGEN-COUNT                                      00043600
700165         MOVE SUB-CAT TO WGEN-CAT-SUB (WGEN-COUNT)                00043700
700165     ELSE                                                         00043800
700165         DISPLAY 'BaPartHs-305 Window over ' WGEN-MAX-ENTRIES     00043900
700165             ' generations, not read:' WCAT-DATE (SUB-CAT).       00044000
           SKIP2                                                        00044100
700165***************************                                       00044200
700165*** One pass per generation in the window                         00044300
700165***************************                                       00044400
700165 C-100-READ-GEN.                                                  00044500
700165     MOVE WGEN-CAT-SUB (SUB-GEN) TO SUB-CAT.                      00044600
700165     MOVE 'N' TO WOPEN-FLG.                                       00044700
&MFCY      DISPLAY 'BKUPIN'   UPON  ENVIRONMENT-NAME.                   00044800
&MFCY      DISPLAY WCAT-PATH (SUB-CAT) UPON  ENVIRONMENT-VALUE.         00044900
700165     PERFORM C-110-OPEN-GEN.                                      00045000
700165     IF  NOT WOPEN-FLG-YES                                        00045100
700165         AND WCAT-ALT (SUB-CAT) NOT = SPACES                      00045200
700165         DISPLAY 'BaPartHs-420 *** PRIMARY UNUSABLE - generation '00045300
700165             WCAT-DATE (SUB-CAT) ' read from the DR copy ***'     00045400
&MFCY          DISPLAY 'BKUPIN'   UPON  ENVIRONMENT-NAME                00045500
&MFCY          DISPLAY WCAT-ALT (SUB-CAT) UPON  ENVIRONMENT-VALUE       00045600
700165         PERFORM C-110-OPEN-GEN                                   00045700
700165         IF  WRC-FINAL < 2                                        00045800
700165             MOVE 2 TO WRC-FINAL.                                 00045900
700165     IF  NOT WOPEN-FLG-YES                                        00046000
700165         SET WGEN-STATUS-BAD (SUB-GEN) TO TRUE                    00046100
700165         ADD 1 TO WCTR-GENS-BAD                                   00046200
700165         DISPLAY 'BaPartHs-306 Generation unreadable:'            00046300
700165             WCAT-DATE (SUB-CAT) ' ' IO-BKPI-FILE-STATUS          00046400
700165         IF  WRC-FINAL < 4                                        00046500
700165             MOVE 4 TO WRC-FINAL                                  00046600
700165         END-IF                                                   00046700
700165     ELSE                                                         00046800
700165         ADD 1 TO WCTR-GENS-READ                                  00046900
700165         SET WGEN-STATUS-NOPART (SUB-GEN) TO TRUE                 00047000
700165         MOVE 'N' TO WPAST-PLAN-FLG                               00047100
700165         PERFORM C-200-NEXT-REC                                   00047200
700165           UNTIL IO-BKPI-ERROR-YES                                00047300
700165              OR IO-BKPI-EOF-YES                                  00047400
700165              OR WPAST-PLAN-YES                                   00047500
700165         CALL 'BABKPI' USING SD-AREA                              00047600
700165                               IO-BKPI-PARM                       00047700
700165                               IO-BKPI-CLOSE                      00047800
700165                               BWA-REC                            00047900
700165         DISPLAY 'BaPartHs-411 Generation ' WCAT-DATE (SUB-CAT)   00048000
700165             ' records for the participant:' WGEN-RECS (SUB-GEN). 00048100
           SKIP2                                                        00048200
700165 C-110-OPEN-GEN.                                                  00048300
700165     CALL 'BABKPI' USING SD-AREA                                  00048400
700165                           IO-BKPI-PARM                           00048500
700165                           IO-BKPI-OPEN                           00048600
700165                           BWA-REC.                               00048700
700165     IF  IO-BKPI-ERROR-NO                                         00048800
700165         SET WOPEN-FLG-YES TO TRUE.                               00048900
           SKIP2                                                        00049000
700165*** The backup is in plan order: once past the plan there is      00049100
700165*** nothing more for this participant on this generation.         00049200
700165 C-200-NEXT-REC.                                                  00049300
700165     CALL 'BABKPIS' USING SD-AREA                                 00049400
700165                           IO-BKPI-PARM                           00049500
700165                           BKFIL-AREA                             00049600
700165                           BWA-REC.                               00049700
700203     PERFORM C-205-CHECK-LAYOUT.                                  00000000
700165     IF  IO-BKPI-ERROR-YES                                        00049800
700165         OR IO-BKPI-EOF-YES                                       00049900
700203         OR WPAST-PLAN-YES                                        00000000
700165         OR BWA-TYPE-HDR-REC                                      00050000
700165         OR BWA-TYPE-TLR-REC                                      00050100
700165         NEXT SENTENCE                                            00050200
700165     ELSE IF  BWA-PLAN-NUM > WCTL-PLAN                            00050300
700165         SET WPAST-PLAN-YES TO TRUE                               00050400
700203     ELSE IF  BKFIL-KEY-GROUP (1:21) = WTARGET-KEY                00050500
700165         PERFORM C-210-TAKE-REC.                                  00050600
           SKIP2                                                        00050700
700203*** A generation archived in the six-wide plan layout cannot be   00000000
700203*** keyed by BABKPIS; it is reported unreadable, with what to do  00000000
700203*** about it, and left.  UTBKWID tells the layout from the header.00000000
700203 C-205-CHECK-LAYOUT.                                              00000000
700203     IF  IO-BKPI-ERROR-NO                                         00000000
700203         AND IO-BKPI-EOF-NO                                       00000000
700203         MOVE IO-BKPI-REC-LENG TO IO-BKW-REC-LENG                 00000000
700203         CALL 'UTBKWID' USING IO-BKW-PARM                         00000000
700203                              BWA-REC                             00000000
700203         IF  IO-BKW-LAYOUT-OLD                                    00000000
700203             SET WGEN-STATUS-BAD (SUB-GEN) TO TRUE                00000000
700203             SET WPAST-PLAN-YES TO TRUE                           00000000
700203             SUBTRACT 1 FROM WCTR-GENS-READ                       00000000
700203             ADD 1 TO WCTR-GENS-BAD                               00000000
700203             DISPLAY 'BaPartHs-307 Generation '                   00000000
700203                 WCAT-DATE (SUB-CAT)                              00000000
700203                 ' is in the six-wide plan layout, convert it '   00000000
700203                 'with BAPLNWID (LAYOUT BKUP)'                    00000000
700203             IF  WRC-FINAL < 4                                    00000000
700203                 MOVE 4 TO WRC-FINAL                              00000000
700203             END-IF                                               00000000
700203         END-IF.                                                  00000000
           SKIP2                                                        00000000
700165 C-210-TAKE-REC.                                                  00050800
700165     SET WGEN-STATUS-FOUND (SUB-GEN) TO TRUE.                     00050900
700165     ADD 1 TO WGEN-RECS (SUB-GEN).                                00051000
700165     ADD 1 TO WCTR-RECS.                                          00051100
700165     MOVE 1 TO SUB-DE.                                            00051200
700165     PERFORM C-220-EACH-DE                                        00051300
700165       UNTIL SUB-DE > 999.                                        00051400
           SKIP2                                                        00051500
700165 C-220-EACH-DE.                                                   00051600
700165     PERFORM R-100-FETCH-DE.                                      00051700
700165     IF  DE-NAME NOT = SPACES                                     00051800
700165         AND NOT DE-VAL-TYPE-READONLY                             00051900
700165         MOVE BKFIL-XXYY      TO PHISKEY-XXYY                     00052000
700165         MOVE BKFIL-KEY-GROUP TO PHISKEY-KEYGRP                   00052100
700165         MOVE SUB-DE          TO PHISKEY-DENUM                    00052200
700165         MOVE SUB-GEN         TO PHISKEY-GEN                      00052300
700165         MOVE DE-NAME         TO PHISDAT-DENAME                   00052400
700165         MOVE DE-VAL-DISPLAY (1:40) TO PHISDAT-VAL                00052500
700165         SET PHISIA-OPER-UPDATE TO TRUE                           00052600
700165         PERFORM T-900-CALL-PHIS.                                 00052700
700165     IF  DE-NEXT-DE > SUB-DE                                      00052800
700165         MOVE DE-NEXT-DE TO SUB-DE                                00052900
700165     ELSE                                                         00053000
700165         ADD 1 TO SUB-DE.                                         00053100
           SKIP2                                                        00053200
700165***************************                                       00053300
700165*** Timelines, one per RecordType / key group / DE                00053400
700165***************************                                       00053500
700165 D-100-RPT-TIMELINES.                                             00053600
700165     MOVE SPACES TO WTL-CUR-AREA WTL-REC-AREA.                    00053700
700165     MOVE ZERO   TO WTL-CUR-DENUM.                                00053800
700165     INITIALIZE WTL-AREA.                                         00053900
700165     SET PHISIA-OPER-FIRST TO TRUE.                               00054000
700165     PERFORM T-900-CALL-PHIS.                                     00054100
700165     IF  PHISIA-RC-ERROR                                          00054200
700165         MOVE ' Participant not on any generation in the window'  00054300
700165             TO WPRINT-LINE                                       00054400
700165         PERFORM V-100-PRINT-LINE                                 00054500
700165         IF  WRC-FINAL < 4                                        00054600
700165             MOVE 4 TO WRC-FINAL.                                 00054700
700165     PERFORM D-110-TIMELINE-ROW                                   00054800
700165       UNTIL PHISIA-RC-ERROR.                                     00054900
700165     IF  WTL-CUR-XXYY NOT = SPACES                                00055000
700165         PERFORM D-200-FLUSH-DE.                                  00055100
           SKIP2                                                        00055200
700165 D-110-TIMELINE-ROW.                                              00055300
700165     IF  WTL-CUR-XXYY NOT = SPACES                                00055400
700165         AND (PHISKEY-XXYY NOT = WTL-CUR-XXYY                     00055500
700165           OR PHISKEY-KEYGRP NOT = WTL-CUR-KEYGRP                 00055600
700165           OR PHISKEY-DENUM NOT = WTL-CUR-DENUM)                  00055700
700165         PERFORM D-200-FLUSH-DE.                                  00055800
700165     IF  WTL-CUR-XXYY = SPACES                                    00055900
700165         MOVE PHISKEY-XXYY   TO WTL-CUR-XXYY                      00056000
700165         MOVE PHISKEY-KEYGRP TO WTL-CUR-KEYGRP                    00056100
700165         MOVE PHISKEY-DENUM  TO WTL-CUR-DENUM                     00056200
700165         MOVE PHISDAT-DENAME TO WTL-CUR-DENAME.                   00056300
700165     MOVE PHISKEY-GEN TO SUB-GEN.                                 00056400
700165     SET WTL-SET-YES (SUB-GEN) TO TRUE.                           00056500
700165     MOVE PHISDAT-VAL TO WTL-VAL (SUB-GEN).                       00056600
700165     SET PHISIA-OPER-NEXT TO TRUE.                                00056700
700165     PERFORM T-900-CALL-PHIS.                                     00056800
           SKIP2                                                        00056900
700165*** A new record key starts a new block.  The DE's changes are    00057000
700165*** counted first: each readable generation is compared with the  00057100
700165*** last readable one before it, and a DE dropping off (or        00057200
700165*** appearing on) the backup counts as a change too.              00057300
700165 D-200-FLUSH-DE.                                                  00057400
700165     IF  WTL-CUR-XXYY NOT = WTL-REC-XXYY                          00057500
700165         OR WTL-CUR-KEYGRP NOT = WTL-REC-KEYGRP                   00057600
700165         MOVE WTL-CUR-XXYY   TO WTL-REC-XXYY                      00057700
700165         MOVE WTL-CUR-KEYGRP TO WTL-REC-KEYGRP                    00057800
700165         MOVE SPACES TO WPRINT-LINE                               00057900
700165         PERFORM V-100-PRINT-LINE                                 00058000
700165         STRING ' RecordType ' WTL-CUR-XXYY                       00058100
700165                '  Key ' WTL-CUR-KEYGRP                           00058200
700165             DELIMITED BY SIZE INTO WPRINT-LINE                   00058300
700165         PERFORM V-100-PRINT-LINE.                                00058400
700165     ADD 1 TO WCTR-DES.                                           00058500
700165     MOVE ZERO TO WCTR-CHANGES WCTR-SHOWN SUB-PRV.                00058600
700165     PERFORM D-210-COUNT-CHANGE                                   00058700
700165       VARYING SUB-GEN FROM 1 BY 1                                00058800
700165         UNTIL SUB-GEN > WGEN-COUNT.                              00058900
700165     IF  WCTR-CHANGES > ZERO                                      00059000
700165         ADD 1 TO WCTR-DES-CHANGED.                               00059100
700165     MOVE SPACES TO WPRINT-LINE.                                  00059200
700165     IF  WCTR-CHANGES = ZERO                                      00059300
700165         AND NOT WCTL-ALLDATES-YES                                00059400
700165         MOVE WCTR-SHOWN TO WDISP-1                               00059500
700165         STRING '   DE ' WTL-CUR-DENUM ' ' WTL-CUR-DENAME         00059600
700165                ' unchanged on ' WDISP-1 ' dates: ' WTL-PRV-SHOW  00059700
700165             DELIMITED BY SIZE INTO WPRINT-LINE                   00059800
700165         PERFORM V-100-PRINT-LINE                                 00059900
700165     ELSE                                                         00060000
700165         MOVE WCTR-CHANGES TO WDISP-1                             00060100
700165         STRING '   DE ' WTL-CUR-DENUM ' ' WTL-CUR-DENAME         00060200
700165                ' changes: ' WDISP-1                              00060300
700165             DELIMITED BY SIZE INTO WPRINT-LINE                   00060400
700165         PERFORM V-100-PRINT-LINE                                 00060500
700165         MOVE ZERO TO SUB-PRV                                     00060600
700165         PERFORM D-220-PRINT-DATE                                 00060700
700165           VARYING SUB-GEN FROM 1 BY 1                            00060800
700165             UNTIL SUB-GEN > WGEN-COUNT.                          00060900
700165     MOVE SPACES TO WTL-CUR-AREA.                                 00061000
700165     MOVE ZERO   TO WTL-CUR-DENUM.                                00061100
700165     INITIALIZE WTL-AREA.                                         00061200
           SKIP2                                                        00061300
700165 D-210-COUNT-CHANGE.                                              00061400
700165     IF  NOT WGEN-STATUS-BAD (SUB-GEN)                            00061500
700165         PERFORM D-230-SHOW-VALUE                                 00061600
700165         ADD 1 TO WCTR-SHOWN                                      00061700
700165         IF  SUB-PRV > ZERO                                       00061800
700165             AND WTL-THIS-SHOW NOT = WTL-PRV-SHOW                 00061900
700165             ADD 1 TO WCTR-CHANGES                                00062000
700165         END-IF                                                   00062100
700165         MOVE WTL-THIS-SHOW TO WTL-PRV-SHOW                       00062200
700165         MOVE SUB-GEN TO SUB-PRV.                                 00062300
           SKIP2                                                        00062400
700165 D-220-PRINT-DATE.                                                00062500
700165     MOVE WGEN-CAT-SUB (SUB-GEN) TO SUB-CAT.                      00062600
700165     MOVE WCAT-DATE (SUB-CAT) TO PHDAT1-DATE.                     00062700
700165     MOVE SPACES TO PHDAT1-MARK.                                  00062800
700165     IF  WGEN-STATUS-BAD (SUB-GEN)                                00062900
700165         MOVE '(generation unreadable)' TO PHDAT1-VAL             00063000
700165     ELSE                                                         00063100
700165         PERFORM D-230-SHOW-VALUE                                 00063200
700165         MOVE WTL-THIS-SHOW TO PHDAT1-VAL                         00063300
700165         IF  SUB-PRV > ZERO                                       00063400
700165             AND WTL-THIS-SHOW NOT = WTL-PRV-SHOW                 00063500
700165             MOVE '<CHANGED>' TO PHDAT1-MARK                      00063600
700165         END-IF                                                   00063700
700165         MOVE WTL-THIS-SHOW TO WTL-PRV-SHOW                       00063800
700165         MOVE SUB-GEN TO SUB-PRV.                                 00063900
700165     MOVE PHDAT1-LINE TO WPRINT-LINE.                             00064000
700165     PERFORM V-100-PRINT-LINE.                                    00064100
           SKIP2                                                        00064200
700165 D-230-SHOW-VALUE.                                                00064300
700165     IF  WTL-SET-YES (SUB-GEN)                                    00064400
700165         MOVE WTL-VAL (SUB-GEN) TO WTL-THIS-SHOW                  00064500
700165     ELSE                                                         00064600
700165         MOVE '(not on backup)' TO WTL-THIS-SHOW.                 00064700
           SKIP2                                                        00064800
700165***************************                                       00064900
700165*** DE access, the BAPARTDS way                                   00065000
700165***************************                                       00065100
700165 R-100-FETCH-DE.                                                  00065200
700165     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00065300
700165     MOVE SUB-DE TO DE-DENUM.                                     00065400
700165     SET DE-BYPASS-DED-YES TO TRUE.                               00065500
700165     SET DE-PROCESS-GET TO TRUE.                                  00065600
700165     MOVE SPACES TO WK-PGM-NAME.                                  00065700
700165     STRING BKFIL-XXYY 'DE'                                       00065800
700165        DELIMITED BY SIZE                                         00065900
700165          INTO WK-PGM-NAME.                                       00066000
700165     CALL WK-PGM-NAME USING SD-AREA                               00066100
700165                           DE-AREA                                00066200
700165                           BWA-DATA-REC                           00066300
700165          ON EXCEPTION                                            00066400
700165            MOVE 999 TO DE-NEXT-DE                                00066500
700165       END-CALL.                                                  00066600
700165     CALL 'BADEINDP' USING SD-AREA                                00066700
700165                           DE-AREA.                               00066800
700165*** Same Adjustment-History PII masking the batch compare         00066900
700165*** applies to every dump (see BABKCMP R-810-MASK-PII-DE).        00067000
700165     IF  BKFIL-XXYY = 'AH  '                                      00067100
700165         IF  SUB-DE = 1                                           00067200
700165             MOVE SPACES TO DE-VAL-DISPLAY                        00067300
700165             STRING 'XXX-XX-' DE-VAL-INTERNAL (6:4)               00067400
700165                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY            00067500
700165         ELSE                                                     00067600
700165         IF  SUB-DE = 2                                           00067700
700165             MOVE SPACES TO DE-VAL-DISPLAY                        00067800
700165             STRING '*************' DE-VAL-INTERNAL (14:4)        00067900
700165                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY.           00068000
           SKIP2                                                        00068100
700165***************************                                       00068200
700165*** Container routines                                            00068300
700165***************************                                       00068400
700165 T-800-SETUP-PHIS.                                                00068500
700165     MOVE 'PartHis'         TO PHISHDR-NAME.                      00068600
700165     SET PHISHDR-TYPE-ORDERED    TO TRUE.                         00068700
700165     SET PHISIA-MODE-MOVE        TO TRUE.                         00068800
700165     SET PHISIA-OPER-CO-SETUP    TO TRUE.                         00068900
700165     PERFORM T-900-CALL-PHIS.                                     00069000
700165     IF  PHISIA-RC-ERROR                                          00069100
700165         DISPLAY 'BaPartHs-432 PHIS setup failed'                 00069200
700165         MOVE 8 TO RETURN-CODE                                    00069300
700165         STOP RUN.                                                00069400
           SKIP2                                                        00069500
700165 T-900-CALL-PHIS.                                                 00069600
700165     SET PHISIA-KEY-ADDR      TO ADDRESS OF PHISKEY-AREA.         00069700
700165     SET PHISIA-DATA-ADDR     TO ADDRESS OF PHISDAT-AREA.         00069800
700165     MOVE LENGTH OF PHISKEY-AREA  TO PHISHDR-KEY-LENG.            00069900
700165     MOVE LENGTH OF PHISDAT-AREA  TO PHISHDR-DATA-LENG.           00070000
700165     CALL 'UTCOINDX' USING SD-AREA                                00070100
700165                      PHISHDR-AREA                                00070200
700165                      PHISIA-AREA.                                00070300
           SKIP2                                                        00070400
700165***************************                                       00070500
700165*** Print-line routines                                           00070600
700165***************************                                       00070700
700165 V-100-PRINT-LINE.                                                00070800
700165     IF  WPRINT-LINES-OVER                                        00070900
700165         PERFORM V-150-NEWPAGE.                                   00071000
700165     ADD 1 TO WPRINT-LINES.                                       00071100
700165     WRITE PRINT-LINE FROM WPRINT-LINE                            00071200
700165           AFTER ADVANCING 1 LINE.                                00071300
700165     MOVE SPACES   TO WPRINT-LINE.                                00071400
700165     ADD 1 TO WPRINT-TOT-LINES.                                   00071500
           SKIP2                                                        00071600
700165 V-150-NEWPAGE.                                                   00071700
700165     ADD 1 TO WPRINT-PAGE.                                        00071800
700165     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00071900
700165     MOVE SPACES TO PRINT-LINE.                                   00072000
700165     WRITE PRINT-LINE                                             00072100
700165       AFTER ADVANCING PAGE.                                      00072200
700165     WRITE PRINT-LINE FROM RPTHDR-LINE                            00072300
700165       AFTER ADVANCING 1 LINE.                                    00072400
700165     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00072500
700165       AFTER ADVANCING 1.                                         00072600
700165     MOVE ZERO TO WPRINT-LINES.                                   00072700
700165     ADD 3 TO WPRINT-TOT-LINES.                                   00072800
