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
700163 IDENTIFICATION DIVISION.                                         00000100
700163 PROGRAM-ID. 'BAOTLOAD'.                                          00000200
700163******************************************************************00000300
700163**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700163******************************************************************00000500
700163**  AUTHOR       W. WHITE, Oct 2026                               00000600
700163**  PURPOSE      Nightly load of the compare's results into the   00000700
700163**               DB2 reporting tables, run as the step after      00000800
700163**               BABKCMP.  The OT200 extract is read through      00000900
700163**               UTOT200R and every DE difference goes to         00001000
700163**               BABK.OT200_DIFF with its plan, RecordType,       00001100
700163**               participant and DE; the STATSOUT extract's       00001200
700163**               STRECS rows go to BABK.RUN_TYPE_STATS and its    00001300
700163**               STCO rows to BABK.RUN_DE_STATS; the last row of  00001400
700163**               the AUDIT trail (the run just finished) goes to  00001500
700163**               BABK.RUN_AUDIT.  Every row carries the run date -00001600
700163**               the RUNDATE card (ccyymmdd) when coded, else the 00001700
700163**               OT200 HDR1 row's date - and the load starts by   00001800
700163**               deleting whatever is already on the four tables  00001900
700163**               for that run date, so a rerun replaces the run   00002000
700163**               instead of loading it twice.  Work is committed  00002100
700163**               every COMMIT nnnnnnn rows (default 1000); a      00002200
700163**               failed load backs out to its last commit point   00002300
700163**               and is simply rerun.                             00002400
700163******************************************************************00002500
700163**  REVISIONS:                                                    00002600
700163******************************************************************00002700
700163**  Input                                                         00002800
700163**   . IN110   - Control File (RUNDATE, COMMIT, both optional)    00002900
700163**   . OT200IN - The night's OT200 extract, via UTOT200R          00003000
700163**   . STATSIN - The night's STATSOUT extract                     00003100
700163**   . AUDIT   - Cross-run audit trail written by BABKCMP         00003200
700163******************************************************************00003300
700163**  Output                                                        00003400
700163**   . SYSOUT  - Displayed Information                            00003500
700163**   . REPORT  - Rows deleted and loaded, by table                00003600
700163**   . DB2     - BABK.OT200_DIFF, BABK.RUN_TYPE_STATS,            00003700
700163**               BABK.RUN_DE_STATS, BABK.RUN_AUDIT                00003800
700163******************************************************************00003900
700163 ENVIRONMENT DIVISION.                                            00004000
700163 CONFIGURATION SECTION.                                           00004100
700163 INPUT-OUTPUT SECTION.                                            00004200
           SKIP2                                                        00004300
700163 FILE-CONTROL.                                                    00004400
700163     SELECT PRINT-FILE                                            00004500
700163         ASSIGN TO UT-S-REPORT                                    00004600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004700
700163         FILE STATUS WPRINT-FS.                                   00004800
700163     SELECT STATS-FILE                                            00004900
700163         ASSIGN TO UT-S-STATSIN                                   00005000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005100
700163         FILE STATUS WSTATS-FS.                                   00005200
700163     SELECT AUDIT-FILE                                            00005300
700163         ASSIGN TO UT-S-AUDIT                                     00005400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005500
700163         FILE STATUS WAUDIT-FS.                                   00005600
700163 DATA DIVISION.                                                   00005700
           SKIP2                                                        00005800
700163 FILE SECTION.                                                    00005900
           SKIP1                                                        00006000
700163 FD  PRINT-FILE                                                   00006100
700163     BLOCK CONTAINS 0 RECORDS                                     00006200
700163     LABEL RECORDS ARE STANDARD.                                  00006300
           SKIP2                                                        00006400
700163 01 PRINT-LINE                PIC X(133).                         00006500
           SKIP2                                                        00006600
700163*** STRECS and STCO rows as T-230/T-231 in BABKCMP write them.    00006700
700163 FD  STATS-FILE                                                   00006800
700163     BLOCK CONTAINS 0 RECORDS                                     00006900
700163     LABEL RECORDS ARE STANDARD.                                  00007000
           SKIP2                                                        00007100
700163 01  STATS-REC                PIC X(200).                         00007200
           SKIP2                                                        00007300
700163*** Same row layout A-930-WRITE-AUDIT appends in BABKCMP.         00007400
700163 FD  AUDIT-FILE                                                   00007500
700163     BLOCK CONTAINS 0 RECORDS                                     00007600
700163     LABEL RECORDS ARE STANDARD.                                  00007700
           SKIP2                                                        00007800
700163 01  AUDIT-LINE.                                                  00007900
700163     05  AUDIT-DATE.                                              00008000
700163         10  AUDIT-DATE-YY     PIC XX.                            00008100
700163         10  FILLER            PIC X.                             00008200
700163         10  AUDIT-DATE-MM     PIC XX.                            00008300
700163         10  FILLER            PIC X.                             00008400
700163         10  AUDIT-DATE-DD     PIC XX.                            00008500
700163     05  FILLER                PIC X.                             00008600
700163     05  AUDIT-TIME            PIC X(11).                         00008700
700163     05  FILLER                PIC X.                             00008800
700163     05  AUDIT-CARDS           PIC X(60).                         00008900
700163     05  FILLER                PIC X.                             00009000
700163     05  AUDIT-MATCHED         PIC X(8).                          00009100
700163     05  FILLER                PIC X.                             00009200
700163     05  AUDIT-DIFFERENT       PIC X(8).                          00009300
700163     05  FILLER                PIC X.                             00009400
700163     05  AUDIT-EXTRA1          PIC X(8).                          00009500
700163     05  FILLER                PIC X.                             00009600
700163     05  AUDIT-EXTRA2          PIC X(8).                          00009700
700163     05  FILLER                PIC X.                             00009800
700163     05  AUDIT-BREACH          PIC X(3).                          00009900
700163     05  FILLER                PIC X.                             00010000
700163     05  AUDIT-HASH1           PIC X(10).                         00010100
700163     05  FILLER                PIC X.                             00010200
700163     05  AUDIT-HASH2           PIC X(10).                         00010300
700163     05  FILLER                PIC X.                             00010400
700163     05  AUDIT-RECS            PIC X(9).                          00010500
700163     05  FILLER                PIC X.                             00010600
700163     05  AUDIT-ELAPSED         PIC X(7).                          00010700
700163 WORKING-STORAGE SECTION.                                         00010800
700163 77  WCTR-DIFFS            PIC 9(9)     VALUE ZERO.               00010900
700163 77  WCTR-KEYDE            PIC 9(9)     VALUE ZERO.               00011000
700163 77  WCTR-TYPES            PIC 9(7)     VALUE ZERO.               00011100
700163 77  WCTR-DES              PIC 9(7)     VALUE ZERO.               00011200
700163 77  WCTR-AUDITS           PIC 9(3)     VALUE ZERO.               00011300
700163 77  WCTR-STATS-READ       PIC 9(7)     VALUE ZERO.               00011400
700163 77  WCTR-STATS-SKIP       PIC 9(7)     VALUE ZERO.               00011500
700163 77  WCTR-AUDIT-READ       PIC 9(7)     VALUE ZERO.               00011600
700163 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00011700
700163 77  WCTR-COMMITS          PIC 9(7)     VALUE ZERO.               00011800
700163 77  WCTR-UNCOMMITTED      PIC 9(7)     VALUE ZERO.               00011900
700163 77  WDEL-DIFFS            PIC 9(9)     VALUE ZERO.               00012000
700163 77  WDEL-TYPES            PIC 9(9)     VALUE ZERO.               00012100
700163 77  WDEL-DES              PIC 9(9)     VALUE ZERO.               00012200
700163 77  WDEL-AUDITS           PIC 9(9)     VALUE ZERO.               00012300
700163*** Final job return code, moved to RETURN-CODE as the very       00012400
700163*** last statement - intervening subprogram CALLs reset           00012500
700163*** RETURN-CODE, so it cannot be carried there mid-run.           00012600
700163 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00012700
700163 77  SUB-FLD               PIC S9(4) BINARY VALUE ZERO.           00012800
700163 77  WQUIT-FLG             PIC X        VALUE 'N'.                00012900
700163     88  WQUIT-FLG-YES     VALUE 'Y'.                             00013000
700163 77  WAUDIT-HAVE           PIC X        VALUE 'N'.                00013100
700163     88  WAUDIT-HAVE-YES   VALUE 'Y'.                             00013200
           SKIP2                                                        00013300
700163 01  WPRINT-AREA.                                                 00013400
700163     05  WPRINT-FS                 PIC XX  VALUE '00'.            00013500
700163         88  WPRINT-FS-OK VALUE '00'.                             00013600
700163     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00013700
700163     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00013800
700163     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00013900
700163     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00014000
700163         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00014100
700163     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00014200
           SKIP2                                                        00014300
700163 01  WSTATS-FS             PIC XX  VALUE '00'.                    00014400
700163     88  WSTATS-FS-OK      VALUE '00'.                            00014500
700163 01  WAUDIT-FS             PIC XX  VALUE '00'.                    00014600
700163     88  WAUDIT-FS-OK      VALUE '00'.                            00014700
700163 01  WO2R-REC              PIC X(200) VALUE SPACES.               00014800
           SKIP2                                                        00014900
700163*** The run date every row is keyed by, and the century window    00015000
700163*** for the two-digit years on the HDR1, STATSOUT and AUDIT       00015100
700163*** stamps - the same pivot BAGENCAT catalogs with.               00015200
700163 01  WDATE-AREA.                                                  00015300
700163     05  WRUN-DATE            PIC X(8)  VALUE SPACES.             00015400
700163     05  WDATE-PIVOT-YY       PIC 99  VALUE 70.                   00015500
700163     05  WDATE-YYMMDD.                                            00015600
700163         10  WDATE-YY         PIC 99  VALUE ZERO.                 00015700
700163         10  WDATE-MM         PIC 99  VALUE ZERO.                 00015800
700163         10  WDATE-DD         PIC 99  VALUE ZERO.                 00015900
700163     05  WDATE-NEW-CCYYMMDD.                                      00016000
700163         10  WDATE-NEW-CC     PIC 99  VALUE ZERO.                 00016100
700163         10  WDATE-NEW-YYMMDD PIC 9(6) VALUE ZERO.                00016200
700163     05  WDATE-NEW-X REDEFINES WDATE-NEW-CCYYMMDD                 00016300
700163                              PIC X(8).                           00016400
           SKIP2                                                        00016500
700169*** Context carried down the extract, as BAOTEXPL keeps it: the   00016600
700169*** RecordType from the <RECORD header and the participant from   00016700
700169*** the first key echo.  The plan is only known at the PLN1       00016800
700169*** marker that follows the plan's record sections.               00016801
700163 01  WCUR-AREA.                                                   00016900
700191     05  WCUR-PLAN             PIC X(10) VALUE SPACES.            00017000
700163     05  WCUR-XXYY             PIC X(4)  VALUE SPACES.            00017100
700163     05  WCUR-PART             PIC X(11) VALUE SPACES.            00017200
           SKIP2                                                        00017201
700169*** Difference lines held until the PLN1 marker names their plan, 00017202
700169*** then inserted with it.  Extracts written without the OT200HDR 00017203
700169*** card carry no PLN1 and are inserted without a plan at the end.00017204
700169 01  WPND-AREA.                                                   00017205
700169     05  WPND-COUNT            PIC S9(4) BINARY VALUE ZERO.       00017206
700169     05  WPND-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00017207
700169     05  WPND-ENTRY OCCURS 5000 TIMES.                            00017208
700169         10  WPND-XXYY         PIC X(4).                          00017209
700169         10  WPND-PART         PIC X(11).                         00017210
700169         10  WPND-DENUM        PIC X(3).                          00017211
700169         10  WPND-DENAME       PIC X(20).                         00017212
700169         10  WPND-VAL1         PIC X(40).                         00017213
700169         10  WPND-VAL2         PIC X(40).                         00017214
700169         10  WPND-SRCPROC      PIC X(13).                         00017215
700169         10  WPND-CRIT         PIC X(6).                          00017216
700169 01  WCHG-AREA.                                                   00017217
700191     05  WCHG-PLAN             PIC X(10) VALUE SPACES.            00017218
700169     05  WCHG-XXYY             PIC X(4)  VALUE SPACES.            00017219
700169     05  WCHG-PART             PIC X(11) VALUE SPACES.            00017220
700169     05  WCHG-DENUM            PIC X(3)  VALUE SPACES.            00017221
700169     05  WCHG-DENAME           PIC X(20) VALUE SPACES.            00017222
700169     05  WCHG-VAL1             PIC X(40) VALUE SPACES.            00017223
700169     05  WCHG-VAL2             PIC X(40) VALUE SPACES.            00017224
700169     05  WCHG-SRCPROC          PIC X(13) VALUE SPACES.            00017225
700169     05  WCHG-CRIT             PIC X(6)  VALUE SPACES.            00017226
700169 77  SUB-PND                   PIC S9(4) BINARY VALUE ZERO.       00017227
700169 77  WCTR-PND-EARLY            PIC 9(7)  VALUE ZERO.              00017228
           SKIP2                                                        00017300
700163*** One STATSOUT row split at its '|' delimiters, and the count   00017400
700163*** columns as numbers (zero where a column is not numeric).      00017500
700163 01  WST-AREA.                                                    00017600
700163     05  WST-FLD OCCURS 13 TIMES  PIC X(20).                      00017700
700163 01  WST-NUM-AREA.                                                00017800
700163     05  WST-NUM OCCURS 13 TIMES  PIC 9(9).                       00017900
           SKIP2                                                        00018000
700163*** The last AUDIT row read, with its edited counts made numeric. 00018100
700163 01  WAUD-LAST                PIC X(150) VALUE SPACES.            00018200
700163 01  WAUD-NUM-AREA.                                               00018300
700163     05  WAUD-EDIT            PIC X(10)  JUSTIFIED RIGHT          00018400
700163                                         VALUE SPACES.            00018500
700163     05  WAUD-NUM             PIC 9(10)  VALUE ZERO.              00018600
           SKIP2                                                        00018700
700163 01  WSQL-AREA.                                                   00018800
700163     05  WSQL-STMT            PIC X(30)  VALUE SPACES.            00018900
700163     05  WSQL-CODE            PIC -(8)9  VALUE ZERO.              00019000
           SKIP2                                                        00019100
700163     EXEC SQL INCLUDE SQLCA END-EXEC.                             00019200
           SKIP1                                                        00019300
700163     EXEC SQL INCLUDE DCLOTDIF END-EXEC.                          00019400
           SKIP1                                                        00019500
700163     EXEC SQL INCLUDE DCLOTTYP END-EXEC.                          00019600
           SKIP1                                                        00019700
700163     EXEC SQL INCLUDE DCLOTDES END-EXEC.                          00019800
           SKIP1                                                        00019900
700163     EXEC SQL INCLUDE DCLOTAUD END-EXEC.                          00020000
           SKIP2                                                        00020100
700163 01  RPTHDR-LINE.                                                 00020200
700163         05   FILLER     PIC X(02) VALUE                          00020300
700163           ' '.                                                   00020400
700163         05   FILLER     PIC X(28) VALUE                          00020500
700163           'Compare Results DB2 Load'.                            00020600
700163         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00020700
700163         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00020800
700163         05   FILLER     PIC X(6)  VALUE                          00020900
700163           '  Page'.                                              00021000
700163         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00021100
           SKIP2                                                        00021200
700163 01  RPT1-LINE.                                                   00021300
700163         05   FILLER     PIC X(24) VALUE                          00021400
700163           ' Table'.                                              00021500
700163         05   FILLER     PIC X(14) VALUE                          00021600
700163           '   Deleted'.                                          00021700
700163         05   FILLER     PIC X(14) VALUE                          00021800
700163           '    Loaded'.                                          00021900
           SKIP2                                                        00022000
700163 01  RPDAT1-LINE.                                                 00022100
700163     05  FILLER               PIC X(1) VALUE SPACES.              00022200
700163     05  RPDAT1-TABLE         PIC X(22) VALUE SPACES.             00022300
700163     05  FILLER               PIC X(1) VALUE SPACES.              00022400
700163     05  RPDAT1-DELETED       PIC Z(8)9 VALUE ZERO.               00022500
700163     05  FILLER               PIC X(5) VALUE SPACES.              00022600
700163     05  RPDAT1-LOADED        PIC Z(8)9 VALUE ZERO.               00022700
           SKIP2                                                        00022800
700163 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00022900
700163 01  WCTL-AREA.                                                   00023000
700163     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00023100
700163         88  WCTL-CMD-RUNDATE    VALUE 'RUNDATE'.                 00023200
700163         88  WCTL-CMD-COMMIT     VALUE 'COMMIT'.                  00023300
700163     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00023400
700163     05  WCTL-COMMIT-FREQ        PIC 9(7)  VALUE 1000.            00023500
           SKIP2                                                        00023600
700163 01  IO-IN110-PARM.                                               00023700
700163       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAOTLOAD'.            00023800
           SKIP2                                                        00023900
700163 01  IO-O2R-PARM.                                                 00024000
700163       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAOTLOAD'.           00024100
           SKIP2                                                        00024200
700163 01  IO-ENQ-PARM.                                                 00024300
700163       COPY IOENQ REPLACING 'PROGRAM' BY 'BAOTLOAD'.              00024400
           SKIP3                                                        00024500
700163 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00024600
           EJECT                                                        00024700
700163 PROCEDURE DIVISION.                                              00024800
           SKIP2                                                        00024900
700163 A-100-BODY.                                                      00025000
700163     PERFORM A-105-INIT.                                          00025100
700163     PERFORM A-200-INIT-OPEN.                                     00025200
700163     IF  NOT WQUIT-FLG-YES                                        00025300
700163         PERFORM B-100-PURGE-RUN.                                 00025400
700163     IF  NOT WQUIT-FLG-YES                                        00025500
700163         PERFORM C-100-LOAD-OT200.                                00025600
700163     IF  NOT WQUIT-FLG-YES                                        00025700
700163         PERFORM D-100-LOAD-STATS.                                00025800
700163     IF  NOT WQUIT-FLG-YES                                        00025900
700163         PERFORM E-100-LOAD-AUDIT.                                00026000
700163     PERFORM A-900-FINI-CLOSE.                                    00026100
700163     MOVE WRC-FINAL TO RETURN-CODE.                               00026200
700163     GOBACK.                                                      00026300
           SKIP2                                                        00026400
700163 A-105-INIT.                                                      00026500
700163     CALL 'BASDIN' USING SD-AREA.                                 00026600
           SKIP2                                                        00026700
700163 A-200-INIT-OPEN.                                                 00026800
700163     DISPLAY 'BaOtLoad-998 Program Starting'.                     00026900
700163     ACCEPT RPTHDR-DATE FROM DATE.                                00027000
700163     OPEN OUTPUT                                                  00027100
700163               PRINT-FILE.                                        00027200
700163     IF  NOT WPRINT-FS-OK                                         00027300
700163         DISPLAY 'BaOtLoad-53 PRINT dd OPEN failed:'              00027400
700163             WPRINT-FS                                            00027500
700163         STOP RUN.                                                00027600
700163     MOVE 'Rows by Reporting Table'  TO RPTHDR-SUBTITLE.          00027700
700163     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00027800
700163     PERFORM V-150-NEWPAGE.                                       00027900
700163     CALL 'UT110IN'  USING SD-AREA                                00028000
700163               IO-IN110-PARM                                      00028100
700163               IO-IN110-OPEN                                      00028200
700163               CTL-REC.                                           00028300
700163     IF  IO-IN110-ERROR = 'Y'                                     00028400
700163          OR IO-IN110-FILE-STATUS NOT = '00'                      00028500
700163         DISPLAY 'BaOtLoad-301 IN110 file failed to open, '       00028600
700163           'running with the defaults:' IO-IN110-FILE-STATUS      00028700
700163     ELSE                                                         00028800
700163         PERFORM F-110-READ-IN110                                 00028900
700163         PERFORM F-100-PROC-CTL                                   00029000
700163           UNTIL IO-IN110-ERROR-YES.                              00029100
700163     CALL 'UT110IN'  USING SD-AREA                                00029200
700163               IO-IN110-PARM                                      00029300
700163               IO-IN110-CLOSE                                     00029400
700163               CTL-REC.                                           00029500
700163     PERFORM A-220-OPEN-OT200.                                    00029600
           SKIP2                                                        00029700
700163*** The OT200 extract is opened and its first line read here, so  00029800
700163*** an HDR1 row can supply the run date before anything is        00029900
700163*** deleted.  With neither a RUNDATE card nor an HDR1 row there   00030000
700163*** is no key to replace the run under, and nothing is loaded.    00030100
700163 A-220-OPEN-OT200.                                                00030200
700163     CALL 'UTOT200R' USING SD-AREA                                00030300
700163                           IO-O2R-PARM                            00030400
700163                           IO-O2R-OPEN                            00030500
700163                           WO2R-REC.                              00030600
700163     IF  IO-O2R-ERROR-YES                                         00030700
700163         DISPLAY 'BaOtLoad-302 OT200IN open failed:'              00030800
700163             IO-O2R-FILE-STATUS                                   00030900
700163         MOVE 8 TO WRC-FINAL                                      00031000
700163         SET WQUIT-FLG-YES TO TRUE                                00031100
700163     ELSE                                                         00031200
700163         PERFORM C-110-READ-LINE                                  00031300
700163         IF  WRUN-DATE = SPACES                                   00031400
700163         AND IO-O2R-KIND-HDR                                      00031500
700163             MOVE IO-O2R-RUN-DATE (1:2) TO WDATE-YY               00031600
700163             MOVE IO-O2R-RUN-DATE (4:2) TO WDATE-MM               00031700
700163             MOVE IO-O2R-RUN-DATE (7:2) TO WDATE-DD               00031800
700163             PERFORM A-255-CENTURY                                00031900
700163             MOVE WDATE-NEW-X TO WRUN-DATE                        00032000
700163         END-IF                                                   00032100
700163         IF  WRUN-DATE = SPACES                                   00032200
700163             DISPLAY 'BaOtLoad-303 No RUNDATE card and no HDR1 '  00032300
700163                 'row on OT200IN, nothing loaded'                 00032400
700163             MOVE 8 TO WRC-FINAL                                  00032500
700163             SET WQUIT-FLG-YES TO TRUE                            00032600
700163             CALL 'UTOT200R' USING SD-AREA                        00032700
700163                                   IO-O2R-PARM                    00032800
700163                                   IO-O2R-CLOSE                   00032900
700163                                   WO2R-REC                       00033000
700163         ELSE                                                     00033100
700163             DISPLAY 'BaOtLoad-310 Loading run date ' WRUN-DATE   00033200
700163             MOVE WRUN-DATE TO ODF-RUN-DATE OTS-RUN-DATE          00033300
700163                               ODS-RUN-DATE OAU-RUN-DATE.         00033400
           SKIP2                                                        00033500
700163*** Two-digit YYMMDD in WDATE-YYMMDD to CCYYMMDD in               00033600
700163*** WDATE-NEW-X; spaces when the stamp is not a date.             00033700
700163 A-255-CENTURY.                                                   00033800
700163     IF  WDATE-YYMMDD IS NOT NUMERIC                              00033900
700163         MOVE SPACES TO WDATE-NEW-X                               00034000
700163     ELSE                                                         00034100
700163         MOVE WDATE-YYMMDD TO WDATE-NEW-YYMMDD                    00034200
700163         IF  WDATE-YY > WDATE-PIVOT-YY                            00034300
700163             MOVE 19 TO WDATE-NEW-CC                              00034400
700163         ELSE                                                     00034500
700163             MOVE 20 TO WDATE-NEW-CC.                             00034600
           SKIP2                                                        00034700
700163*** A load that failed is backed out to its last commit point;    00034800
700163*** the rows already committed stay until the rerun's opening     00034900
700163*** delete replaces them.                                         00035000
700163 A-900-FINI-CLOSE.                                                00035100
700163     IF  WQUIT-FLG-YES                                            00035200
700163         EXEC SQL ROLLBACK END-EXEC                               00035300
700163         IF  WRC-FINAL < 8                                        00035400
700163             MOVE 8 TO WRC-FINAL                                  00035500
700163         END-IF                                                   00035600
700163     ELSE                                                         00035700
700163         MOVE 'COMMIT' TO WSQL-STMT                               00035800
700163         EXEC SQL COMMIT END-EXEC                                 00035900
700163         PERFORM R-950-CHECK-SQL                                  00036000
700163         ADD 1 TO WCTR-COMMITS.                                   00036100
700163     MOVE 'BABK.OT200_DIFF'      TO RPDAT1-TABLE.                 00036200
700163     MOVE WDEL-DIFFS             TO RPDAT1-DELETED.               00036300
700163     MOVE WCTR-DIFFS             TO RPDAT1-LOADED.                00036400
700163     PERFORM V-200-PRINT-RPDAT1.                                  00036500
700163     MOVE 'BABK.RUN_TYPE_STATS'  TO RPDAT1-TABLE.                 00036600
700163     MOVE WDEL-TYPES             TO RPDAT1-DELETED.               00036700
700163     MOVE WCTR-TYPES             TO RPDAT1-LOADED.                00036800
700163     PERFORM V-200-PRINT-RPDAT1.                                  00036900
700163     MOVE 'BABK.RUN_DE_STATS'    TO RPDAT1-TABLE.                 00037000
700163     MOVE WDEL-DES               TO RPDAT1-DELETED.               00037100
700163     MOVE WCTR-DES               TO RPDAT1-LOADED.                00037200
700163     PERFORM V-200-PRINT-RPDAT1.                                  00037300
700163     MOVE 'BABK.RUN_AUDIT'       TO RPDAT1-TABLE.                 00037400
700163     MOVE WDEL-AUDITS            TO RPDAT1-DELETED.               00037500
700163     MOVE WCTR-AUDITS            TO RPDAT1-LOADED.                00037600
700163     PERFORM V-200-PRINT-RPDAT1.                                  00037700
700163     MOVE SPACES TO WPRINT-LINE.                                  00037800
700163     PERFORM V-100-PRINT-LINE.                                    00037900
700163     STRING ' Run date:               ' WRUN-DATE                 00038000
700163         DELIMITED BY SIZE INTO WPRINT-LINE.                      00038100
700163     PERFORM V-100-PRINT-LINE.                                    00038200
700163     STRING ' Commits:                ' WCTR-COMMITS              00038300
700163         DELIMITED BY SIZE INTO WPRINT-LINE.                      00038400
700163     PERFORM V-100-PRINT-LINE.                                    00038500
700163     IF  WQUIT-FLG-YES                                            00038600
700163         MOVE ' *** LOAD FAILED - uncommitted rows backed out, '  00038700
700163             TO WPRINT-LINE                                       00038800
700163         PERFORM V-100-PRINT-LINE                                 00038900
700163         MOVE ' *** rerun to replace the run date in full'        00039000
700163             TO WPRINT-LINE                                       00039100
700163         PERFORM V-100-PRINT-LINE.                                00039200
700163     DISPLAY 'BaOtLoad-444 Differences:' WCTR-DIFFS               00039300
700163       ', Type rows:' WCTR-TYPES                                  00039400
700163       ', DE rows:' WCTR-DES                                      00039500
700163       ', Audit rows:' WCTR-AUDITS                                00039600
700163       ', Key echoes skipped:' WCTR-KEYDE.                        00039700
700163     CLOSE PRINT-FILE.                                            00039800
700163     IF  WCTR-CTL-ERRORS > ZERO                                   00039900
700163         IF  WRC-FINAL < 4                                        00040000
700163             MOVE 4 TO WRC-FINAL.                                 00040100
700163     DISPLAY 'BaOtLoad-998 Program Ending'.                       00040200
           SKIP2                                                        00040300
700163***************************                                       00040400
700163*** Control card handling                                         00040500
700163***************************                                       00040600
700163 F-100-PROC-CTL.                                                  00040700
700163     IF  CTL-REC (1:1) = '*'                                      00040800
700163         DISPLAY 'BaOtLoad-500 Comment:' CTL-REC (1:50)           00040900
700163     ELSE                                                         00041000
700163         PERFORM F-105-CONTINUE.                                  00041100
700163     PERFORM F-110-READ-IN110.                                    00041200
           SKIP2                                                        00041300
700163 F-105-CONTINUE.                                                  00041400
700163     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00041500
700163     UNSTRING CTL-REC DELIMITED BY SPACE                          00041600
700163         INTO WCTL-CMD WCTL-VAL.                                  00041700
700163     DISPLAY 'BaOtLoad-500 CtlCard:' CTL-REC (1:50).              00041800
700163     IF  WCTL-CMD-RUNDATE                                         00041900
700163         AND WCTL-VAL (1:8) IS NUMERIC                            00042000
700163         MOVE WCTL-VAL (1:8) TO WRUN-DATE                         00042100
700163     ELSE IF  WCTL-CMD-COMMIT                                     00042200
700163         AND WCTL-VAL (1:7) IS NUMERIC                            00042300
700163         AND WCTL-VAL (1:7) > ZERO                                00042400
700163         MOVE WCTL-VAL (1:7) TO WCTL-COMMIT-FREQ                  00042500
700163     ELSE                                                         00042600
700163         DISPLAY 'BaOtLoad-501 Invalid Control Card:'             00042700
700163             CTL-REC (1:50)                                       00042800
700163         ADD 1 TO WCTR-CTL-ERRORS.                                00042900
           SKIP2                                                        00043000
700163 F-110-READ-IN110.                                                00043100
700163     CALL 'UT110IN'  USING SD-AREA                                00043200
700163               IO-IN110-PARM                                      00043300
700163               IO-IN110-READ                                      00043400
700163               CTL-REC.                                           00043500
           SKIP2                                                        00043600
700163***************************                                       00043700
700163*** Replace the run date                                          00043800
700163***************************                                       00043900
700163*** A run date with nothing on file yet is not an error (SQLCODE  00044000
700163*** +100); the delete is committed before the first insert so the 00044100
700163*** replace is visible as one step.                               00044200
700163 B-100-PURGE-RUN.                                                 00044300
700163     MOVE 'DELETE BABK.OT200_DIFF' TO WSQL-STMT.                  00044400
700163     EXEC SQL                                                     00044500
700163         DELETE FROM BABK.OT200_DIFF                              00044600
700163          WHERE RUN_DATE = :ODF-RUN-DATE                          00044700
700163     END-EXEC.                                                    00044800
700163     PERFORM B-110-CHECK-DELETE.                                  00044900
700163     IF  NOT WQUIT-FLG-YES                                        00045000
700163         MOVE SQLERRD (3) TO WDEL-DIFFS                           00045100
700163         MOVE 'DELETE BABK.RUN_TYPE_STATS' TO WSQL-STMT           00045200
700163         EXEC SQL                                                 00045300
700163             DELETE FROM BABK.RUN_TYPE_STATS                      00045400
700163              WHERE RUN_DATE = :OTS-RUN-DATE                      00045500
700163         END-EXEC                                                 00045600
700163         PERFORM B-110-CHECK-DELETE.                              00045700
700163     IF  NOT WQUIT-FLG-YES                                        00045800
700163         MOVE SQLERRD (3) TO WDEL-TYPES                           00045900
700163         MOVE 'DELETE BABK.RUN_DE_STATS' TO WSQL-STMT             00046000
700163         EXEC SQL                                                 00046100
700163             DELETE FROM BABK.RUN_DE_STATS                        00046200
700163              WHERE RUN_DATE = :ODS-RUN-DATE                      00046300
700163         END-EXEC                                                 00046400
700163         PERFORM B-110-CHECK-DELETE.                              00046500
700163     IF  NOT WQUIT-FLG-YES                                        00046600
700163         MOVE SQLERRD (3) TO WDEL-DES                             00046700
700163         MOVE 'DELETE BABK.RUN_AUDIT' TO WSQL-STMT                00046800
700163         EXEC SQL                                                 00046900
700163             DELETE FROM BABK.RUN_AUDIT                           00047000
700163              WHERE RUN_DATE = :OAU-RUN-DATE                      00047100
700163         END-EXEC                                                 00047200
700163         PERFORM B-110-CHECK-DELETE.                              00047300
700163     IF  NOT WQUIT-FLG-YES                                        00047400
700163         MOVE SQLERRD (3) TO WDEL-AUDITS                          00047500
700163         MOVE 'COMMIT' TO WSQL-STMT                               00047600
700163         EXEC SQL COMMIT END-EXEC                                 00047700
700163         PERFORM R-950-CHECK-SQL                                  00047800
700163         ADD 1 TO WCTR-COMMITS                                    00047900
700163         DISPLAY 'BaOtLoad-311 Rows replaced for ' WRUN-DATE      00048000
700163             ': ' WDEL-DIFFS ' diff, ' WDEL-TYPES ' type, '       00048100
700163             WDEL-DES ' DE, ' WDEL-AUDITS ' audit'.               00048200
           SKIP2                                                        00048300
700163 B-110-CHECK-DELETE.                                              00048400
700163     IF  SQLCODE = +100                                           00048500
700163         MOVE ZERO TO SQLERRD (3)                                 00048600
700163     ELSE                                                         00048700
700163         PERFORM R-950-CHECK-SQL.                                 00048800
           SKIP2                                                        00048900
700163***************************                                       00049000
700163*** OT200 differences                                             00049100
700163***************************                                       00049200
700163*** The first line is already in hand from A-220-OPEN-OT200.      00049300
700163 C-100-LOAD-OT200.                                                00049400
700163     PERFORM C-120-PROCESS-LINE                                   00049500
700163       UNTIL IO-O2R-ERROR-YES                                     00049600
700163          OR IO-O2R-EOF-YES                                       00049700
700163          OR WQUIT-FLG-YES.                                       00049800
700169     MOVE SPACES TO WCHG-PLAN.                                    00049801
700169     PERFORM C-150-INSERT-HELD.                                   00049802
700169     IF  WCTR-PND-EARLY > ZERO                                    00049803
700169         DISPLAY 'BaOtLoad-321 Lines loaded before '              00049804
700169             'their plan was known:' WCTR-PND-EARLY               00049805
700203         IF  WRC-FINAL < 4                                        00049806
700203             MOVE 4 TO WRC-FINAL.                                 00049807
700163     CALL 'UTOT200R' USING SD-AREA                                00049900
700163                           IO-O2R-PARM                            00050000
700163                           IO-O2R-CLOSE                           00050100
700163                           WO2R-REC.                              00050200
700163     DISPLAY 'BaOtLoad-320 OT200 differences loaded:' WCTR-DIFFS. 00050300
           SKIP2                                                        00050400
700163 C-110-READ-LINE.                                                 00050500
700163     CALL 'UTOT200R' USING SD-AREA                                00050600
700163                           IO-O2R-PARM                            00050700
700163                           IO-O2R-READ                            00050800
700163                           WO2R-REC.                              00050900
           SKIP2                                                        00051000
700163 C-120-PROCESS-LINE.                                              00051100
700163     IF  IO-O2R-KIND-PLN                                          00051200
700163         MOVE IO-O2R-PLAN TO WCUR-PLAN                            00051300
700169         MOVE WCUR-PLAN TO WCHG-PLAN                              00051301
700169         PERFORM C-150-INSERT-HELD                                00051302
700163         MOVE SPACES TO WCUR-XXYY WCUR-PART                       00051400
700163     ELSE IF  IO-O2R-KIND-RECHDR                                  00051500
700163         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00051600
700163         MOVE SPACES TO WCUR-PART                                 00051700
700163     ELSE IF  IO-O2R-KIND-KEYDE                                   00051800
700163         ADD 1 TO WCTR-KEYDE                                      00051900
700163         IF  WCUR-PART = SPACES                                   00052000
700163             MOVE IO-O2R-VAL1 (1:11) TO WCUR-PART                 00052100
700163         END-IF                                                   00052200
700163     ELSE IF  IO-O2R-KIND-DETAIL OR IO-O2R-KIND-DELIM             00052300
700169         PERFORM C-140-HOLD-DIFF.                                 00052400
700163     PERFORM C-110-READ-LINE.                                     00052500
           SKIP2                                                        00052600
700169 C-140-HOLD-DIFF.                                                 00052601
700169     IF  WPND-COUNT NOT < WPND-MAX-ENTRIES                        00052602
700169         ADD WPND-COUNT TO WCTR-PND-EARLY                         00052603
700169         MOVE SPACES TO WCHG-PLAN                                 00052604
700169         PERFORM C-150-INSERT-HELD.                               00052605
700169     ADD 1 TO WPND-COUNT.                                         00052606
700169     MOVE WCUR-XXYY      TO WPND-XXYY (WPND-COUNT).               00052607
700169     MOVE WCUR-PART      TO WPND-PART (WPND-COUNT).               00052608
700169     MOVE IO-O2R-DENUM   TO WPND-DENUM (WPND-COUNT).              00052609
700169     MOVE IO-O2R-DENAME  TO WPND-DENAME (WPND-COUNT).             00052610
700169     MOVE IO-O2R-VAL1    TO WPND-VAL1 (WPND-COUNT).               00052611
700169     MOVE IO-O2R-VAL2    TO WPND-VAL2 (WPND-COUNT).               00052612
700169     MOVE IO-O2R-SRCPROC TO WPND-SRCPROC (WPND-COUNT).            00052613
700169     MOVE IO-O2R-CRIT    TO WPND-CRIT (WPND-COUNT).               00052614
           SKIP2                                                        00052615
700169 C-150-INSERT-HELD.                                               00052616
700169     PERFORM C-160-INSERT-ONE                                     00052617
700169       VARYING SUB-PND FROM 1 BY 1                                00052618
700169         UNTIL SUB-PND > WPND-COUNT                               00052619
700169            OR WQUIT-FLG-YES.                                     00052620
700169     MOVE ZERO TO WPND-COUNT.                                     00052621
           SKIP2                                                        00052622
700169 C-160-INSERT-ONE.                                                00052623
700169     MOVE WPND-XXYY (SUB-PND)    TO WCHG-XXYY.                    00052624
700169     MOVE WPND-PART (SUB-PND)    TO WCHG-PART.                    00052625
700169     MOVE WPND-DENUM (SUB-PND)   TO WCHG-DENUM.                   00052626
700169     MOVE WPND-DENAME (SUB-PND)  TO WCHG-DENAME.                  00052627
700169     MOVE WPND-VAL1 (SUB-PND)    TO WCHG-VAL1.                    00052628
700169     MOVE WPND-VAL2 (SUB-PND)    TO WCHG-VAL2.                    00052629
700169     MOVE WPND-SRCPROC (SUB-PND) TO WCHG-SRCPROC.                 00052630
700169     MOVE WPND-CRIT (SUB-PND)    TO WCHG-CRIT.                    00052631
700169     PERFORM C-200-INSERT-DIFF.                                   00052632
700163*** The sequence within the run keeps two differences on the same 00052700
700163*** plan / RecordType / DE (different participants) apart.        00052800
700163 C-200-INSERT-DIFF.                                               00052900
700163     ADD 1 TO WCTR-DIFFS.                                         00053000
700163     MOVE WCTR-DIFFS     TO ODF-DIFF-SEQ.                         00053100
700169     MOVE WCHG-PLAN      TO ODF-PLAN-NUM.                         00053200
700169     MOVE WCHG-XXYY      TO ODF-REC-TYPE.                         00053300
700169     MOVE WCHG-DENUM     TO ODF-DE-NUM.                           00053400
700169     MOVE WCHG-PART      TO ODF-PART-NUM.                         00053500
700169     MOVE WCHG-DENAME    TO ODF-DE-NAME.                          00053600
700169     MOVE WCHG-VAL1      TO ODF-FILE1-VALUE.                      00053700
700169     MOVE WCHG-VAL2      TO ODF-FILE2-VALUE.                      00053800
700169     MOVE WCHG-SRCPROC   TO ODF-SRC-PROC.                         00053900
700169     MOVE WCHG-CRIT      TO ODF-CRITICALITY.                      00054000
700163     MOVE 'INSERT BABK.OT200_DIFF' TO WSQL-STMT.                  00054100
700163     EXEC SQL                                                     00054200
700163         INSERT INTO BABK.OT200_DIFF                              00054300
700163              ( RUN_DATE, PLAN_NUM, REC_TYPE, DE_NUM,             00054400
700163                DIFF_SEQ, PART_NUM, DE_NAME, FILE1_VALUE,         00054500
700163                FILE2_VALUE, SRC_PROC, CRITICALITY )              00054600
700163         VALUES                                                   00054700
700163              ( :ODF-RUN-DATE, :ODF-PLAN-NUM, :ODF-REC-TYPE,      00054800
700163                :ODF-DE-NUM, :ODF-DIFF-SEQ, :ODF-PART-NUM,        00054900
700163                :ODF-DE-NAME, :ODF-FILE1-VALUE,                   00055000
700163                :ODF-FILE2-VALUE, :ODF-SRC-PROC,                  00055100
700163                :ODF-CRITICALITY )                                00055200
700163     END-EXEC.                                                    00055300
700163     PERFORM R-950-CHECK-SQL.                                     00055400
700163     PERFORM R-960-COMMIT-POINT.                                  00055500
           SKIP2                                                        00055600
700163***************************                                       00055700
700163*** STATSOUT rows                                                 00055800
700163***************************                                       00055900
700163*** A missing STATSOUT (the compare ran without the STATSOUT card)00056000
700163*** leaves the statistics tables empty for the run, with RC 4.    00056100
700163 D-100-LOAD-STATS.                                                00056200
700163     OPEN INPUT STATS-FILE.                                       00056300
700163     IF  NOT WSTATS-FS-OK                                         00056400
700163         DISPLAY 'BaOtLoad-304 STATSIN dd OPEN failed, '          00056500
700163             'statistics not loaded:' WSTATS-FS                   00056600
700163         IF  WRC-FINAL < 4                                        00056700
700163             MOVE 4 TO WRC-FINAL                                  00056800
700163         END-IF                                                   00056900
700163     ELSE                                                         00057000
700163         PERFORM D-110-READ-STATS                                 00057100
700163           WITH TEST AFTER                                        00057200
700163             UNTIL NOT WSTATS-FS-OK                               00057300
700163                OR WQUIT-FLG-YES                                  00057400
700163         CLOSE STATS-FILE                                         00057500
700163         DISPLAY 'BaOtLoad-330 STATSOUT rows read:'               00057600
700163             WCTR-STATS-READ                                      00057700
700163             ', RecordType rows:' WCTR-TYPES                      00057800
700163             ', DE rows:' WCTR-DES                                00057900
700163             ', skipped:' WCTR-STATS-SKIP.                        00058000
           SKIP2                                                        00058100
700163 D-110-READ-STATS.                                                00058200
700163     READ STATS-FILE                                              00058300
700163         AT END NEXT SENTENCE.                                    00058400
700163     IF  WSTATS-FS-OK                                             00058500
700163         ADD 1 TO WCTR-STATS-READ                                 00058600
700163         MOVE SPACES TO WST-AREA                                  00058700
700163         UNSTRING STATS-REC DELIMITED BY '|'                      00058800
700163             INTO WST-FLD (1)  WST-FLD (2)  WST-FLD (3)           00058900
700163                  WST-FLD (4)  WST-FLD (5)  WST-FLD (6)           00059000
700163                  WST-FLD (7)  WST-FLD (8)  WST-FLD (9)           00059100
700163                  WST-FLD (10) WST-FLD (11) WST-FLD (12)          00059200
700163                  WST-FLD (13)                                    00059300
700163         PERFORM D-150-NUMERIC-FLD                                00059400
700163           VARYING SUB-FLD FROM 1 BY 1                            00059500
700163             UNTIL SUB-FLD > 13                                   00059600
700163         MOVE WST-FLD (2) (1:6) TO WDATE-YYMMDD                   00059700
700163         PERFORM A-255-CENTURY                                    00059800
700163         IF  WST-FLD (1) = 'STRECS'                               00059900
700163             PERFORM D-200-INSERT-TYPE                            00060000
700163         ELSE IF  WST-FLD (1) = 'STCO'                            00060100
700163             PERFORM D-300-INSERT-DE                              00060200
700163         ELSE                                                     00060300
700163             ADD 1 TO WCTR-STATS-SKIP.                            00060400
           SKIP2                                                        00060500
700163 D-150-NUMERIC-FLD.                                               00060600
700163     IF  WST-FLD (SUB-FLD) (1:9) IS NUMERIC                       00060700
700163         MOVE WST-FLD (SUB-FLD) (1:9) TO WST-NUM (SUB-FLD)        00060800
700163     ELSE                                                         00060900
700163         MOVE ZERO TO WST-NUM (SUB-FLD).                          00061000
           SKIP2                                                        00061100
700163*** STRECS|date|type|desc|then the nine counters in BABKCMP's     00061200
700163*** STRECS order.                                                 00061300
700163 D-200-INSERT-TYPE.                                               00061400
700163     MOVE WST-FLD (3)   TO OTS-REC-TYPE.                          00061500
700163     MOVE WST-FLD (4)   TO OTS-REC-DESC.                          00061600
700163     MOVE WST-NUM (5)   TO OTS-BKPI-RECS.                         00061700
700163     MOVE WST-NUM (6)   TO OTS-BKPI2-RECS.                        00061800
700163     MOVE WST-NUM (7)   TO OTS-MATCHED.                           00061900
700163     MOVE WST-NUM (8)   TO OTS-EXTRA1.                            00062000
700163     MOVE WST-NUM (9)   TO OTS-EXTRA2.                            00062100
700163     MOVE WST-NUM (10)  TO OTS-DIFFER.                            00062200
700163     MOVE WST-NUM (11)  TO OTS-SAME.                              00062300
700163     MOVE WST-NUM (12)  TO OTS-DIFF-DES.                          00062400
700163     MOVE WST-NUM (13)  TO OTS-CORRUPT.                           00062500
700163     MOVE WDATE-NEW-X   TO OTS-STATS-DATE.                        00062600
700163     MOVE 'INSERT BABK.RUN_TYPE_STATS' TO WSQL-STMT.              00062700
700163     EXEC SQL                                                     00062800
700163         INSERT INTO BABK.RUN_TYPE_STATS                          00062900
700163              ( RUN_DATE, REC_TYPE, REC_DESC, BKPI_RECS,          00063000
700163                BKPI2_RECS, MATCHED, EXTRA1, EXTRA2, DIFFER,      00063100
700163                SAME, DIFF_DES, CORRUPT, STATS_DATE )             00063200
700163         VALUES                                                   00063300
700163              ( :OTS-RUN-DATE, :OTS-REC-TYPE, :OTS-REC-DESC,      00063400
700163                :OTS-BKPI-RECS, :OTS-BKPI2-RECS, :OTS-MATCHED,    00063500
700163                :OTS-EXTRA1, :OTS-EXTRA2, :OTS-DIFFER,            00063600
700163                :OTS-SAME, :OTS-DIFF-DES, :OTS-CORRUPT,           00063700
700163                :OTS-STATS-DATE )                                 00063800
700163     END-EXEC.                                                    00063900
700163     PERFORM R-950-CHECK-SQL.                                     00064000
700163     IF  NOT WQUIT-FLG-YES                                        00064100
700163         ADD 1 TO WCTR-TYPES.                                     00064200
700163     PERFORM R-960-COMMIT-POINT.                                  00064300
           SKIP2                                                        00064400
700163*** STCO|date|type|DE#|DE name|different|tolerated.               00064500
700163 D-300-INSERT-DE.                                                 00064600
700163     MOVE WST-FLD (3)   TO ODS-REC-TYPE.                          00064700
700163     MOVE WST-FLD (4)   TO ODS-DE-NUM.                            00064800
700163     MOVE WST-FLD (5)   TO ODS-DE-NAME.                           00064900
700163     MOVE WST-NUM (6)   TO ODS-DIFFERENT.                         00065000
700163     MOVE WST-NUM (7)   TO ODS-TOLERATED.                         00065100
700163     MOVE WDATE-NEW-X   TO ODS-STATS-DATE.                        00065200
700163     MOVE 'INSERT BABK.RUN_DE_STATS' TO WSQL-STMT.                00065300
700163     EXEC SQL                                                     00065400
700163         INSERT INTO BABK.RUN_DE_STATS                            00065500
700163              ( RUN_DATE, REC_TYPE, DE_NUM, DE_NAME,              00065600
700163                DIFFERENT, TOLERATED, STATS_DATE )                00065700
700163         VALUES                                                   00065800
700163              ( :ODS-RUN-DATE, :ODS-REC-TYPE, :ODS-DE-NUM,        00065900
700163                :ODS-DE-NAME, :ODS-DIFFERENT, :ODS-TOLERATED,     00066000
700163                :ODS-STATS-DATE )                                 00066100
700163     END-EXEC.                                                    00066200
700163     PERFORM R-950-CHECK-SQL.                                     00066300
700163     IF  NOT WQUIT-FLG-YES                                        00066400
700163         ADD 1 TO WCTR-DES.                                       00066500
700163     PERFORM R-960-COMMIT-POINT.                                  00066600
           SKIP2                                                        00066700
700163***************************                                       00066800
700163*** AUDIT row                                                     00066900
700163***************************                                       00067000
700163*** The trail is cumulative; the last row on it is the compare    00067100
700163*** that has just run.  The compare appends under the AUDIT       00067200
700163*** enqueue, so the trail is read under it too.                   00067300
700163 E-100-LOAD-AUDIT.                                                00067400
700163     MOVE 'AUDIT' TO IO-ENQ-RESOURCE.                             00067500
700163     PERFORM R-905-ENQ-RESOURCE.                                  00067600
700163     IF  IO-ENQ-ERROR-YES                                         00067700
700163         DISPLAY 'BaOtLoad-305 AUDIT resource busy past the '     00067800
700163             'wait, audit row not loaded'                         00067900
700163         IF  WRC-FINAL < 4                                        00068000
700163             MOVE 4 TO WRC-FINAL                                  00068100
700163         END-IF                                                   00068200
700163     ELSE                                                         00068300
700163         PERFORM E-110-READ-TRAIL                                 00068400
700163         MOVE 'AUDIT' TO IO-ENQ-RESOURCE                          00068500
700163         PERFORM R-906-DEQ-RESOURCE.                              00068600
700163     IF  WAUDIT-HAVE-YES                                          00068700
700163         PERFORM E-200-INSERT-AUDIT.                              00068800
           SKIP2                                                        00068900
700163 E-110-READ-TRAIL.                                                00069000
700163     OPEN INPUT AUDIT-FILE.                                       00069100
700163     IF  NOT WAUDIT-FS-OK                                         00069200
700163         DISPLAY 'BaOtLoad-306 AUDIT dd OPEN failed, audit row '  00069300
700163             'not loaded:' WAUDIT-FS                              00069400
700163         IF  WRC-FINAL < 4                                        00069500
700163             MOVE 4 TO WRC-FINAL                                  00069600
700163         END-IF                                                   00069700
700163     ELSE                                                         00069800
700163         PERFORM E-120-READ-AUDIT                                 00069900
700163           WITH TEST AFTER                                        00070000
700163             UNTIL NOT WAUDIT-FS-OK                               00070100
700163         CLOSE AUDIT-FILE                                         00070200
700163         IF  NOT WAUDIT-HAVE-YES                                  00070300
700163             DISPLAY 'BaOtLoad-307 AUDIT trail is empty, audit '  00070400
700163                 'row not loaded'                                 00070500
700163             IF  WRC-FINAL < 4                                    00070600
700163                 MOVE 4 TO WRC-FINAL.                             00070700
           SKIP2                                                        00070800
700163 E-120-READ-AUDIT.                                                00070900
700163     READ AUDIT-FILE                                              00071000
700163         AT END NEXT SENTENCE.                                    00071100
700163     IF  WAUDIT-FS-OK                                             00071200
700163         ADD 1 TO WCTR-AUDIT-READ                                 00071300
700163         MOVE AUDIT-LINE TO WAUD-LAST                             00071400
700163         SET WAUDIT-HAVE-YES TO TRUE.                             00071500
           SKIP2                                                        00071600
700163 E-200-INSERT-AUDIT.                                              00071700
700163     MOVE WAUD-LAST TO AUDIT-LINE.                                00071800
700163     MOVE AUDIT-DATE-YY TO WDATE-YYMMDD (1:2).                    00071900
700163     MOVE AUDIT-DATE-MM TO WDATE-YYMMDD (3:2).                    00072000
700163     MOVE AUDIT-DATE-DD TO WDATE-YYMMDD (5:2).                    00072100
700163     PERFORM A-255-CENTURY.                                       00072200
700163     MOVE WDATE-NEW-X     TO OAU-AUDIT-DATE.                      00072300
700163     MOVE AUDIT-TIME      TO OAU-AUDIT-TIME.                      00072400
700163     MOVE AUDIT-CARDS     TO OAU-CONTROL-CARDS.                   00072500
700163     MOVE AUDIT-BREACH    TO OAU-BREACH.                          00072600
700163     MOVE AUDIT-MATCHED   TO WAUD-EDIT.                           00072700
700163     PERFORM E-250-EDIT-TO-NUM.                                   00072800
700163     MOVE WAUD-NUM        TO OAU-MATCHED.                         00072900
700163     MOVE AUDIT-DIFFERENT TO WAUD-EDIT.                           00073000
700163     PERFORM E-250-EDIT-TO-NUM.                                   00073100
700163     MOVE WAUD-NUM        TO OAU-DIFFERENT.                       00073200
700163     MOVE AUDIT-EXTRA1    TO WAUD-EDIT.                           00073300
700163     PERFORM E-250-EDIT-TO-NUM.                                   00073400
700163     MOVE WAUD-NUM        TO OAU-EXTRA1.                          00073500
700163     MOVE AUDIT-EXTRA2    TO WAUD-EDIT.                           00073600
700163     PERFORM E-250-EDIT-TO-NUM.                                   00073700
700163     MOVE WAUD-NUM        TO OAU-EXTRA2.                          00073800
700163     MOVE AUDIT-HASH1     TO WAUD-EDIT.                           00073900
700163     PERFORM E-250-EDIT-TO-NUM.                                   00074000
700163     MOVE WAUD-NUM        TO OAU-HASH1.                           00074100
700163     MOVE AUDIT-HASH2     TO WAUD-EDIT.                           00074200
700163     PERFORM E-250-EDIT-TO-NUM.                                   00074300
700163     MOVE WAUD-NUM        TO OAU-HASH2.                           00074400
700163     MOVE AUDIT-RECS      TO WAUD-EDIT.                           00074500
700163     PERFORM E-250-EDIT-TO-NUM.                                   00074600
700163     MOVE WAUD-NUM        TO OAU-RECS.                            00074700
700163     MOVE AUDIT-ELAPSED   TO WAUD-EDIT.                           00074800
700163     PERFORM E-250-EDIT-TO-NUM.                                   00074900
700163     MOVE WAUD-NUM        TO OAU-ELAPSED.                         00075000
700163     MOVE 'INSERT BABK.RUN_AUDIT' TO WSQL-STMT.                   00075100
700163     EXEC SQL                                                     00075200
700163         INSERT INTO BABK.RUN_AUDIT                               00075300
700163              ( RUN_DATE, AUDIT_DATE, AUDIT_TIME,                 00075400
700163                CONTROL_CARDS, MATCHED, DIFFERENT, EXTRA1,        00075500
700163                EXTRA2, BREACH, HASH1, HASH2, RECS, ELAPSED )     00075600
700163         VALUES                                                   00075700
700163              ( :OAU-RUN-DATE, :OAU-AUDIT-DATE,                   00075800
700163                :OAU-AUDIT-TIME, :OAU-CONTROL-CARDS,              00075900
700163                :OAU-MATCHED, :OAU-DIFFERENT, :OAU-EXTRA1,        00076000
700163                :OAU-EXTRA2, :OAU-BREACH, :OAU-HASH1,             00076100
700163                :OAU-HASH2, :OAU-RECS, :OAU-ELAPSED )             00076200
700163     END-EXEC.                                                    00076300
700163     PERFORM R-950-CHECK-SQL.                                     00076400
700163     IF  NOT WQUIT-FLG-YES                                        00076500
700163         ADD 1 TO WCTR-AUDITS.                                    00076600
           SKIP2                                                        00076700
700163*** The trail's counts are edited (Z(7)9) and older rows carry    00076800
700163*** spaces for the later columns; either reads back as a number,  00076900
700163*** a blank column as zero.  The work field is right-justified    00077000
700163*** so each column keeps its place value.                         00077100
700163 E-250-EDIT-TO-NUM.                                               00077200
700163     INSPECT WAUD-EDIT REPLACING ALL SPACE BY '0'.                00077300
700163     MOVE ZERO TO WAUD-NUM.                                       00077400
700163     IF  WAUD-EDIT IS NUMERIC                                     00077500
700163         MOVE WAUD-EDIT TO WAUD-NUM.                              00077600
           SKIP2                                                        00077700
700163***************************                                       00077800
700163*** SQL housekeeping                                              00077900
700163***************************                                       00078000
700163 R-950-CHECK-SQL.                                                 00078100
700163     IF  SQLCODE NOT = ZERO                                       00078200
700163         MOVE SQLCODE TO WSQL-CODE                                00078300
700163         DISPLAY 'BaOtLoad-340 SQL error ' WSQL-CODE ' on '       00078400
700163             WSQL-STMT                                            00078500
700163         DISPLAY 'BaOtLoad-341 ' SQLERRMC                         00078600
700163         MOVE 12 TO WRC-FINAL                                     00078700
700163         SET WQUIT-FLG-YES TO TRUE.                               00078800
           SKIP2                                                        00078900
700163 R-960-COMMIT-POINT.                                              00079000
700163     ADD 1 TO WCTR-UNCOMMITTED.                                   00079100
700163     IF  NOT WQUIT-FLG-YES                                        00079200
700163     AND WCTR-UNCOMMITTED NOT < WCTL-COMMIT-FREQ                  00079300
700163         MOVE 'COMMIT' TO WSQL-STMT                               00079400
700163         EXEC SQL COMMIT END-EXEC                                 00079500
700163         PERFORM R-950-CHECK-SQL                                  00079600
700163         ADD 1 TO WCTR-COMMITS                                    00079700
700163         MOVE ZERO TO WCTR-UNCOMMITTED.                           00079800
           SKIP2                                                        00079900
700163*** Shared-resource serialization through the optional UTENQ      00080000
700163*** exit; where the exit is not installed the CALL exception      00080100
700163*** leaves the hold granted and the run unserialized.             00080200
700163 R-905-ENQ-RESOURCE.                                              00080300
700163     SET IO-ENQ-ERROR-NO TO TRUE.                                 00080400
700163     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00080500
700163          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00080600
700163     END-CALL.                                                    00080700
           SKIP2                                                        00080800
700163 R-906-DEQ-RESOURCE.                                              00080900
700163     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00081000
700163          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00081100
700163     END-CALL.                                                    00081200
           SKIP2                                                        00081300
700163***************************                                       00081400
700163*** Print-line routines                                           00081500
700163***************************                                       00081600
700163 V-100-PRINT-LINE.                                                00081700
700163     IF  WPRINT-LINES-OVER                                        00081800
700163         PERFORM V-150-NEWPAGE.                                   00081900
700163     ADD 1 TO WPRINT-LINES.                                       00082000
700163     WRITE PRINT-LINE FROM WPRINT-LINE                            00082100
700163           AFTER ADVANCING 1 LINE.                                00082200
700163     MOVE SPACES   TO WPRINT-LINE.                                00082300
700163     ADD 1 TO WPRINT-TOT-LINES.                                   00082400
           SKIP2                                                        00082500
700163 V-150-NEWPAGE.                                                   00082600
700163     ADD 1 TO WPRINT-PAGE.                                        00082700
700163     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00082800
700163     MOVE SPACES TO PRINT-LINE.                                   00082900
700163     WRITE PRINT-LINE                                             00083000
700163       AFTER ADVANCING PAGE.                                      00083100
700163     WRITE PRINT-LINE FROM RPTHDR-LINE                            00083200
700163       AFTER ADVANCING 1 LINE.                                    00083300
700163     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00083400
700163       AFTER ADVANCING 1.                                         00083500
700163     MOVE ZERO TO WPRINT-LINES.                                   00083600
700163     ADD 3 TO WPRINT-TOT-LINES.                                   00083700
           SKIP2                                                        00083800
700163 V-200-PRINT-RPDAT1.                                              00083900
700163     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00084000
700163     PERFORM V-100-PRINT-LINE.                                    00084100
