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
700193 IDENTIFICATION DIVISION.                                         00000100
700193 PROGRAM-ID. 'BAPRNMRG'.                                          00000200
700193******************************************************************00000300
700193**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700193******************************************************************00000500
700193**  AUTHOR       W. WHITE, Oct 2026                               00000600
700193**  PURPOSE      Merge the participant ranges of split plans back 00000700
700193**               into one result per plan.  Each compare task that00000800
700193**               ran a PARTRANGE card wrote its range's counters  00000900
700193**               and by-DE share to PARTRES; this step reads every00001000
700193**               task's rows for the latest run date, checks that 00001100
700193**               each plan's ranges meet end to end with no gap   00001200
700193**               and no overlap, and reports the plan as a single 00001300
700193**               compare would have: record counts, the money and 00001400
700193**               headcount checks (which only mean anything over  00001500
700193**               the whole plan), participants impacted, the      00001600
700193**               missing-plan side and the by-DE summary.         00001700
700203**               Ranges compared under FUNDCHK also bring their   00000000
700203**               Fund Position totals, and each file's total is   00000000
700203**               reconciled to that file's money total for the    00000000
700203**               whole plan.                                      00000000
700193**                                                                00001800
700193**               Return codes:                                    00001900
700193**                 0 - every split plan merged and in balance     00002000
700193**                 4 - a merged plan is out of balance, or a      00002100
700193**                     range was written twice                    00002200
700193**                 8 - a plan's ranges do not cover it end to end 00002300
700193**                     (a task failed or ran the wrong cards)     00002400
700193**                16 - PARTRES could not be read                  00002500
700193******************************************************************00002600
700193**  REVISIONS:                                                    00002700
700193******************************************************************00002800
700193**  Input                                                         00002900
700193**   . PARTRES - BABKCMP split-plan partial results, all tasks    00003000
700193******************************************************************00003100
700193**  Output                                                        00003200
700193**   . SYSOUT  - Displayed Information                            00003300
700193**   . REPORT  - Merged plan results                              00003400
700193******************************************************************00003500
700193 ENVIRONMENT DIVISION.                                            00003600
700193 CONFIGURATION SECTION.                                           00003700
700193 INPUT-OUTPUT SECTION.                                            00003800
           SKIP2                                                        00003900
700193 FILE-CONTROL.                                                    00004000
700193     SELECT PRINT-FILE                                            00004100
700193         ASSIGN TO UT-S-REPORT                                    00004200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004300
700193         FILE STATUS WPRINT-FS.                                   00004400
700193     SELECT PARTRES-FILE                                          00004500
700193         ASSIGN TO UT-S-PARTRES                                   00004600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004700
700193         FILE STATUS WPARTRES-FS.                                 00004800
700193 DATA DIVISION.                                                   00004900
           SKIP2                                                        00005000
700193 FILE SECTION.                                                    00005100
           SKIP1                                                        00005200
700193 FD  PRINT-FILE                                                   00005300
700193     BLOCK CONTAINS 0 RECORDS                                     00005400
700193     LABEL RECORDS ARE STANDARD.                                  00005500
           SKIP2                                                        00005600
700193 01 PRINT-LINE                PIC X(133).                         00005700
           SKIP2                                                        00005800
700193 FD  PARTRES-FILE                                                 00005900
700193     BLOCK CONTAINS 0 RECORDS                                     00006000
700193     LABEL RECORDS ARE STANDARD.                                  00006100
           SKIP2                                                        00006200
700203 01  PARTRES-REC             PIC X(220).                          00006300
           SKIP2                                                        00006400
700193 WORKING-STORAGE SECTION.                                         00006500
700193 77  WCTR-ROWS             PIC 9(9)     VALUE ZERO.               00006600
700193 77  WCTR-ROWS-OLD         PIC 9(9)     VALUE ZERO.               00006700
700193 77  WCTR-ROWS-BAD         PIC 9(7)     VALUE ZERO.               00006800
700193 77  WCTR-RANGES           PIC 9(7)     VALUE ZERO.               00006900
700193 77  WCTR-RANGE-DUPS       PIC 9(5)     VALUE ZERO.               00007000
700193 77  WCTR-PLANS            PIC 9(7)     VALUE ZERO.               00007100
700193 77  WCTR-PLANS-GAP        PIC 9(5)     VALUE ZERO.               00007200
700193 77  WCTR-MONEY-MISMATCH   PIC 9(5)     VALUE ZERO.               00007300
700193 77  WCTR-PART-MISMATCH    PIC 9(5)     VALUE ZERO.               00007400
700203 77  WCTR-FUND-MISMATCH    PIC 9(5)     VALUE ZERO.               00000000
700193 77  WCTR-DE-ROWS          PIC 9(9)     VALUE ZERO.               00007500
700193 77  WLATEST-DATE          PIC 9(8)     VALUE ZERO.               00007600
700193 77  WCUR-PLAN             PIC X(10)    VALUE SPACES.             00007700
700193 77  WPREV-TO              PIC X(11)    VALUE SPACES.             00007800
700193 77  WGAP-FLG              PIC X        VALUE 'N'.                00007900
700193     88  WGAP-YES          VALUE 'Y'.                             00008000
700193 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00008100
700193 77  WDISP-A-1             PIC ZZZ,ZZZ,ZZ9.                       00008200
700193 77  WDISP-A-2             PIC ZZZ,ZZZ,ZZ9.                       00008300
700203 77  WDISP-MONEY-1         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.           00008400
700203 77  WDISP-MONEY-2         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.           00008500
700203 77  WDISP-FUND-1          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.             00000000
700203 77  WDISP-FUND-2          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.             00000000
700203 77  WFUND-SIDE            PIC X(5)     VALUE SPACES.             00000000
700203 77  WFUND-PLAN-FUND       PIC S9(15)V99 COMP-3 VALUE ZERO.       00000000
700203 77  WFUND-PLAN-MONEY      PIC S9(15)V99 COMP-3 VALUE ZERO.       00000000
700203 77  WFUND-DIFF            PIC S9(15)V99 COMP-3 VALUE ZERO.       00000000
           SKIP2                                                        00008600
700193 01  WPRINT-AREA.                                                 00008700
700193     05  WPRINT-FS                 PIC XX  VALUE '00'.            00008800
700193         88  WPRINT-FS-OK VALUE '00'.                             00008900
700193     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00009000
700193     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00009100
700193     05  WPRINT-TITLE2             PIC X(133) VALUE SPACES.       00009200
700193     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00009300
700193     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00009400
700193         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00009500
700193     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00009600
           SKIP2                                                        00009700
700193 01  WPARTRES-FS           PIC XX  VALUE '00'.                    00009800
700193     88  WPARTRES-FS-OK    VALUE '00'.                            00009900
700193 01  PARTRES-LINE.                                                00010000
700193     COPY PRNGRES.                                                00010100
           SKIP2                                                        00010200
700193*** One plan's ranges added together as they are read.            00010300
700193 01  WMRG-AREA.                                                   00010400
700193     05  WMRG-RANGES       PIC 9(5)       VALUE ZERO.             00010500
700193     05  WMRG-MISS1        PIC 9(5)       VALUE ZERO.             00010600
700193     05  WMRG-MISS2        PIC 9(5)       VALUE ZERO.             00010700
700193     05  WMRG-BKPI         PIC 9(9)       VALUE ZERO.             00010800
700193     05  WMRG-BKPI2        PIC 9(9)       VALUE ZERO.             00010900
700193     05  WMRG-EXTRA-BKPI   PIC 9(9)       VALUE ZERO.             00011000
700193     05  WMRG-EXTRA-BKPI2  PIC 9(9)       VALUE ZERO.             00011100
700193     05  WMRG-MATCHED      PIC 9(9)       VALUE ZERO.             00011200
700193     05  WMRG-DIFF-RECS    PIC 9(9)       VALUE ZERO.             00011300
700193     05  WMRG-DIFF-DES     PIC 9(9)       VALUE ZERO.             00011400
700193     05  WMRG-DATA-SAME    PIC 9(9)       VALUE ZERO.             00011500
700193     05  WMRG-DATA-DIFF    PIC 9(9)       VALUE ZERO.             00011600
700203     05  WMRG-MONEY-BKPI   PIC S9(15)V99 COMP-3 VALUE ZERO.       00011700
700203     05  WMRG-MONEY-BKPI2  PIC S9(15)V99 COMP-3 VALUE ZERO.       00011800
700193     05  WMRG-PART-BKPI    PIC 9(9)       VALUE ZERO.             00011900
700193     05  WMRG-PART-BKPI2   PIC 9(9)       VALUE ZERO.             00012000
700193     05  WMRG-PART-IMPACT  PIC 9(9)       VALUE ZERO.             00012100
700203     05  WMRG-FUNDCHK      PIC X          VALUE 'N'.              00000000
700203         88  WMRG-FUNDCHK-YES VALUE 'Y'.                          00000000
700203     05  WMRG-FUND-BKPI    PIC S9(15)V99 COMP-3 VALUE ZERO.       00000000
700203     05  WMRG-FUND-BKPI2   PIC S9(15)V99 COMP-3 VALUE ZERO.       00000000
700203     05  WMRG-FUND-TOLER   PIC 9(3)V99    VALUE ZERO.             00000000
           SKIP2                                                        00012200
700193*** P rows of the latest run keyed plan + FROM, so each plan's    00012300
700193*** ranges come back in participant order.                        00012400
700193 01  RNGXIA-AREA. COPY UTCOIA                                     00012500
700193       REPLACING ==:UTCOIA:== BY ==RNGXIA==.                      00012600
700193 01  RNGXHDR-AREA. COPY UTCOHDR                                   00012700
700193       REPLACING ==:UTCOHDR:== BY ==RNGXHDR==.                    00012800
700193 01  RNGXKEY-AREA.                                                00012900
700193     05  RNGXKEY-PLAN       PIC X(10) VALUE SPACES.               00013000
700193     05  RNGXKEY-FROM       PIC X(11) VALUE SPACES.               00013100
700193 01  RNGXDAT-AREA.                                                00013200
700193     05  RNGXDAT-TO         PIC X(11) VALUE SPACES.               00013300
700193     05  RNGXDAT-TASK       PIC 9(3)  VALUE ZERO.                 00013400
700203     05  RNGXDAT-DETAIL     PIC X(170) VALUE SPACES.              00013500
           SKIP2                                                        00013600
700193*** D rows of the latest run added up by plan / RecordType / DE.  00013700
700193 01  DEXIA-AREA. COPY UTCOIA                                      00013800
700193       REPLACING ==:UTCOIA:== BY ==DEXIA==.                       00013900
700193 01  DEXHDR-AREA. COPY UTCOHDR                                    00014000
700193       REPLACING ==:UTCOHDR:== BY ==DEXHDR==.                     00014100
700193 01  DEXKEY-AREA.                                                 00014200
700193     05  DEXKEY-PLAN        PIC X(10) VALUE SPACES.               00014300
700193     05  DEXKEY-XXYY        PIC X(4)  VALUE SPACES.               00014400
700193     05  DEXKEY-DENUM       PIC 9(3)  VALUE ZERO.                 00014500
700193 01  DEXDAT-AREA.                                                 00014600
700193     05  DEXDAT-DENAME      PIC X(20) VALUE SPACES.               00014700
700193     05  DEXDAT-DIFF        PIC 9(9)  VALUE ZERO.                 00014800
700193     05  DEXDAT-TOLER       PIC 9(9)  VALUE ZERO.                 00014900
700193 01  DEX-EOF-FLG            PIC X     VALUE 'N'.                  00015000
700193     88  DEX-EOF-YES        VALUE 'Y'.                            00015100
           SKIP2                                                        00015200
700193 01  RPTHDR-LINE.                                                 00015300
700193         05   FILLER     PIC X(02) VALUE                          00015400
700193           ' '.                                                   00015500
700193         05   FILLER     PIC X(28) VALUE                          00015600
700193           'OmniPlus Split-Plan Merge'.                           00015700
700193         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00015800
700193         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00015900
700193         05   FILLER     PIC X(6)  VALUE                          00016000
700193           '  Page'.                                              00016100
700193         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00016200
           SKIP2                                                        00016300
700193 01  RPTITLE1-LINE.                                               00016400
700193         05   FILLER     PIC X(14) VALUE                          00016500
700193           '  Plan# '.                                            00016600
700193         05   FILLER     PIC X(28) VALUE                          00016700
700193           '    Matched   Different'.                             00016800
700193         05   FILLER     PIC X(25) VALUE                          00016900
700193           '...BackupFile1.....'.                                 00017000
700193         05   FILLER     PIC X(25) VALUE                          00017100
700193           '...BackupFile2.....'.                                 00017200
700193         05   FILLER     PIC X(7) VALUE                           00017300
700193           'Ranges'.                                              00017400
700193 01  RPTITLE2-LINE.                                               00017500
700193         05   FILLER     PIC X(14) VALUE                          00017600
700193           '       '.                                             00017700
700193         05   FILLER     PIC X(25) VALUE                          00017800
700193           '       '.                                             00017900
700193         05   FILLER     PIC X(25) VALUE                          00018000
700193           '   Records       Extra'.                              00018100
700193         05   FILLER     PIC X(25) VALUE                          00018200
700193           '   Records       Extra'.                              00018300
           SKIP2                                                        00018400
700193 01  RPDAT1-LINE.                                                 00018500
700193         05  FILLER               PIC X(1) VALUE SPACES.          00018600
700193         05  RPDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.         00018700
700193         05  FILLER               PIC X(1) VALUE SPACES.          00018800
700193         05  RPDAT1-MATCHED       PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00018900
700193         05  RPDAT1-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00019000
700193         05  FILLER               PIC X(1) VALUE SPACES.          00019100
700193         05  RPDAT1-BKP1          PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00019200
700193         05  RPDAT1-EXTRA1        PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00019300
700193         05  FILLER               PIC X(1) VALUE SPACES.          00019400
700193         05  RPDAT1-BKP2          PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00019500
700193         05  RPDAT1-EXTRA2        PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00019600
700193         05  FILLER               PIC X(3) VALUE SPACES.          00019700
700193         05  RPDAT1-RANGES        PIC ZZZZ9 VALUE ZERO.           00019800
           SKIP2                                                        00019900
700193 01  RTDAT1-LINE.                                                 00020000
700193         05  FILLER               PIC X(8) VALUE SPACES.          00020100
700193         05  RTDAT1-XXYY          PIC X(4) VALUE SPACES.          00020200
700193         05  FILLER               PIC X(1) VALUE SPACES.          00020300
700193         05  RTDAT1-DENUM         PIC 9(3) VALUE ZERO.            00020400
700193         05  FILLER               PIC X(1) VALUE SPACES.          00020500
700193         05  RTDAT1-DENAME        PIC X(20) VALUE SPACES.         00020600
700193         05  FILLER               PIC X(8) VALUE ' Diffs:'.       00020700
700193         05  RTDAT1-DIFF          PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.     00020800
700193         05  FILLER               PIC X(12) VALUE ' Tolerated:'.  00020900
700193         05  RTDAT1-TOLER         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.     00021000
           SKIP2                                                        00021100
700193 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00021200
           EJECT                                                        00021300
700193 PROCEDURE DIVISION.                                              00021400
           SKIP2                                                        00021500
700193 A-100-BODY.                                                      00021600
700193     PERFORM A-105-INIT.                                          00021700
700193     PERFORM A-200-INIT-OPEN.                                     00021800
700193     PERFORM B-100-FIND-LATEST.                                   00021900
700193     PERFORM B-200-LOAD-RANGES.                                   00022000
700193     PERFORM C-100-MERGE-PLANS.                                   00022100
700193     PERFORM A-900-FINI-CLOSE.                                    00022200
700193     MOVE WRC-FINAL TO RETURN-CODE.                               00022300
700193     GOBACK.                                                      00022400
           SKIP2                                                        00022500
700193 A-105-INIT.                                                      00022600
700193     CALL 'BASDIN' USING SD-AREA.                                 00022700
           SKIP2                                                        00022800
700193 A-200-INIT-OPEN.                                                 00022900
700193     DISPLAY 'BaPrnMrg-998 Program Starting'.                     00023000
700193     ACCEPT RPTHDR-DATE FROM DATE.                                00023100
700193     OPEN OUTPUT                                                  00023200
700193               PRINT-FILE.                                        00023300
700193     IF  NOT WPRINT-FS-OK                                         00023400
700193         DISPLAY 'BaPrnMrg-53 PRINT dd OPEN failed:'              00023500
700193             WPRINT-FS                                            00023600
700193         STOP RUN.                                                00023700
700193     PERFORM T-800-SETUP-CONTAINERS.                              00023800
700193     MOVE ' Merged Split-Plan Results' TO RPTHDR-SUBTITLE.        00023900
700193     MOVE RPTITLE1-LINE  TO WPRINT-TITLE1.                        00024000
700193     MOVE RPTITLE2-LINE  TO WPRINT-TITLE2.                        00024100
           SKIP2                                                        00024200
700193 A-900-FINI-CLOSE.                                                00024300
700193     IF  WCTR-PLANS-GAP > ZERO                                    00024400
700193         MOVE 8 TO WRC-FINAL                                      00024500
700193     ELSE IF  WCTR-MONEY-MISMATCH > ZERO                          00024600
700193         OR WCTR-PART-MISMATCH > ZERO                             00024700
700203         OR WCTR-FUND-MISMATCH > ZERO                             00000000
700193         OR WCTR-RANGE-DUPS > ZERO                                00024800
700193         OR WCTR-ROWS-BAD > ZERO                                  00024900
700193         MOVE 4 TO WRC-FINAL.                                     00025000
700193     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00025100
700193     MOVE SPACES TO WPRINT-TITLE1 WPRINT-TITLE2.                  00025200
700193     PERFORM V-150-NEWPAGE.                                       00025300
700193     STRING ' Run date merged:         ' WLATEST-DATE             00025400
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00025500
700193     PERFORM V-100-PRINT-LINE.                                    00025600
700193     STRING ' PARTRES rows read:       ' WCTR-ROWS                00025700
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00025800
700193     PERFORM V-100-PRINT-LINE.                                    00025900
700193     STRING ' Rows of earlier runs:    ' WCTR-ROWS-OLD            00026000
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00026100
700193     PERFORM V-100-PRINT-LINE.                                    00026200
700193     STRING ' Rows not usable:         ' WCTR-ROWS-BAD            00026300
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00026400
700193     PERFORM V-100-PRINT-LINE.                                    00026500
700193     STRING ' Ranges merged:           ' WCTR-RANGES              00026600
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00026700
700193     PERFORM V-100-PRINT-LINE.                                    00026800
700193     STRING ' Ranges written twice:    ' WCTR-RANGE-DUPS          00026900
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027000
700193     PERFORM V-100-PRINT-LINE.                                    00027100
700193     STRING ' Split plans:             ' WCTR-PLANS               00027200
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027300
700193     PERFORM V-100-PRINT-LINE.                                    00027400
700193     STRING ' Plans not fully covered: ' WCTR-PLANS-GAP           00027500
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027600
700193     PERFORM V-100-PRINT-LINE.                                    00027700
700193     STRING ' Adj-History mismatches:  ' WCTR-MONEY-MISMATCH      00027800
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027900
700193     PERFORM V-100-PRINT-LINE.                                    00028000
700193     STRING ' Headcount mismatches:    ' WCTR-PART-MISMATCH       00028100
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028200
700193     PERFORM V-100-PRINT-LINE.                                    00028300
700203     STRING ' Fund total mismatches:   ' WCTR-FUND-MISMATCH       00000000
700203         DELIMITED BY SIZE INTO WPRINT-LINE.                      00000000
700203     PERFORM V-100-PRINT-LINE.                                    00000000
700193     DISPLAY 'BaPrnMrg-444 Plans:' WCTR-PLANS                     00028400
700193       ', Ranges:' WCTR-RANGES                                    00028500
700193       ', Not covered:' WCTR-PLANS-GAP                            00028600
700193       ', Money:' WCTR-MONEY-MISMATCH                             00028700
700203       ', Headcount:' WCTR-PART-MISMATCH                          00028800
700203       ', Fund:' WCTR-FUND-MISMATCH.                              00000000
700193     SET RNGXIA-OPER-CO-EMPTY TO TRUE.                            00028900
700193     PERFORM T-910-CALL-RNGX.                                     00029000
700193     SET DEXIA-OPER-CO-EMPTY TO TRUE.                             00029100
700193     PERFORM T-920-CALL-DEX.                                      00029200
700193     CLOSE PRINT-FILE.                                            00029300
700193     DISPLAY 'BaPrnMrg-998 Program Ending'.                       00029400
           SKIP2                                                        00029500
700193***************************                                       00029600
700193*** Read PARTRES                                                  00029700
700193***************************                                       00029800
700193*** PARTRES keeps several nights; only the latest run date is     00029900
700193*** merged, so the file is read once for the date and again for   00030000
700193*** the rows.                                                     00030100
700193 B-100-FIND-LATEST.                                               00030200
700193     PERFORM B-150-OPEN-PARTRES.                                  00030300
700193     PERFORM B-110-READ-DATE                                      00030400
700193       WITH TEST AFTER                                            00030500
700193       UNTIL NOT WPARTRES-FS-OK.                                  00030600
700193     CLOSE PARTRES-FILE.                                          00030700
700193     DISPLAY 'BaPrnMrg-301 Merging run date:' WLATEST-DATE.       00030800
           SKIP2                                                        00030900
700193 B-110-READ-DATE.                                                 00031000
700193     READ PARTRES-FILE INTO PARTRES-LINE                          00031100
700193         AT END                                                   00031200
700193             NEXT SENTENCE.                                       00031300
700193     IF  WPARTRES-FS-OK                                           00031400
700193         AND PRR-RUN-DATE IS NUMERIC                              00031500
700193         AND PRR-RUN-DATE > WLATEST-DATE                          00031600
700193         MOVE PRR-RUN-DATE TO WLATEST-DATE.                       00031700
           SKIP2                                                        00031800
700193 B-150-OPEN-PARTRES.                                              00031900
700193     OPEN INPUT PARTRES-FILE.                                     00032000
700193     IF  NOT WPARTRES-FS-OK                                       00032100
700193         DISPLAY 'BaPrnMrg-302 PARTRES dd OPEN failed:'           00032200
700193             WPARTRES-FS                                          00032300
700193         MOVE 16 TO RETURN-CODE                                   00032400
700193         STOP RUN.                                                00032500
           SKIP2                                                        00032600
700193 B-200-LOAD-RANGES.                                               00032700
700193     PERFORM B-150-OPEN-PARTRES.                                  00032800
700193     PERFORM B-210-READ-ROW                                       00032900
700193       WITH TEST AFTER                                            00033000
700193       UNTIL NOT WPARTRES-FS-OK.                                  00033100
700193     CLOSE PARTRES-FILE.                                          00033200
           SKIP2                                                        00033300
700193 B-210-READ-ROW.                                                  00033400
700193     READ PARTRES-FILE INTO PARTRES-LINE                          00033500
700193         AT END                                                   00033600
700193             NEXT SENTENCE.                                       00033700
700193     IF  WPARTRES-FS-OK                                           00033800
700193         ADD 1 TO WCTR-ROWS                                       00033900
700193         IF  PRR-RUN-DATE IS NOT NUMERIC                          00034000
700193             OR PRR-PLAN-NUM = SPACES                             00034100
700193             OR NOT (PRR-KIND-PLAN OR PRR-KIND-DE)                00034200
700193             ADD 1 TO WCTR-ROWS-BAD                               00034300
700193         ELSE IF  PRR-RUN-DATE NOT = WLATEST-DATE                 00034400
700193             ADD 1 TO WCTR-ROWS-OLD                               00034500
700193         ELSE IF  PRR-KIND-PLAN                                   00034600
700193             PERFORM B-220-STORE-RANGE                            00034700
700193         ELSE                                                     00034800
700193             PERFORM B-230-STORE-DE.                              00034900
           SKIP2                                                        00035000
700193*** A range written twice (a task rerun into the same night's     00035100
700193*** generation) is reported; the later row is the one merged.     00035200
700193 B-220-STORE-RANGE.                                               00035300
700193     MOVE PRR-PLAN-NUM TO RNGXKEY-PLAN.                           00035400
700193     MOVE PRR-FROM     TO RNGXKEY-FROM.                           00035500
700193     SET RNGXIA-OPER-GET TO TRUE.                                 00035600
700193     PERFORM T-910-CALL-RNGX.                                     00035700
700193     IF  NOT RNGXIA-RC-ERROR                                      00035800
700193         ADD 1 TO WCTR-RANGE-DUPS                                 00035900
700193         DISPLAY 'BaPrnMrg-303 Range written twice, plan '        00036000
700193             PRR-PLAN-NUM ' from ' PRR-FROM ' task ' PRR-TASK     00036100
700193     ELSE                                                         00036200
700193         ADD 1 TO WCTR-RANGES.                                    00036300
700193     MOVE PRR-TO       TO RNGXDAT-TO.                             00036400
700193     MOVE PRR-TASK     TO RNGXDAT-TASK.                           00036500
700193     MOVE PRR-DETAIL   TO RNGXDAT-DETAIL.                         00036600
700193     SET RNGXIA-OPER-UPDATE TO TRUE.                              00036700
700193     PERFORM T-910-CALL-RNGX.                                     00036800
           SKIP2                                                        00036900
700193 B-230-STORE-DE.                                                  00037000
700193     IF  PRR-DE-DIFF IS NOT NUMERIC                               00037100
700193         OR PRR-DE-TOLER IS NOT NUMERIC                           00037200
700193         OR PRR-DENUM IS NOT NUMERIC                              00037300
700193         ADD 1 TO WCTR-ROWS-BAD                                   00037400
700193     ELSE                                                         00037500
700193         ADD 1 TO WCTR-DE-ROWS                                    00037600
700193         MOVE PRR-PLAN-NUM TO DEXKEY-PLAN                         00037700
700193         MOVE PRR-XXYY     TO DEXKEY-XXYY                         00037800
700193         MOVE PRR-DENUM    TO DEXKEY-DENUM                        00037900
700193         SET DEXIA-OPER-GET TO TRUE                               00038000
700193         PERFORM T-920-CALL-DEX                                   00038100
700193         IF  DEXIA-RC-ERROR                                       00038200
700193             INITIALIZE DEXDAT-AREA                               00038300
700193             MOVE PRR-DENAME TO DEXDAT-DENAME                     00038400
700193         END-IF                                                   00038500
700193         ADD PRR-DE-DIFF  TO DEXDAT-DIFF                          00038600
700193         ADD PRR-DE-TOLER TO DEXDAT-TOLER                         00038700
700193         SET DEXIA-OPER-UPDATE TO TRUE                            00038800
700193         PERFORM T-920-CALL-DEX.                                  00038900
           SKIP2                                                        00039000
700193***************************                                       00039100
700193*** Merge each plan's ranges                                      00039200
700193***************************                                       00039300
700193 C-100-MERGE-PLANS.                                               00039400
700193     PERFORM V-150-NEWPAGE.                                       00039500
700193     SET DEXIA-OPER-FIRST TO TRUE.                                00039600
700193     PERFORM T-920-CALL-DEX.                                      00039700
700193     IF  DEXIA-RC-ERROR                                           00039800
700193         SET DEX-EOF-YES TO TRUE.                                 00039900
700193     MOVE SPACES TO WCUR-PLAN.                                    00040000
700193     SET RNGXIA-OPER-FIRST TO TRUE.                               00040100
700193     PERFORM T-910-CALL-RNGX.                                     00040200
700193     PERFORM C-110-TAKE-RANGE                                     00040300
700193       UNTIL RNGXIA-RC-ERROR.                                     00040400
700193     IF  WCUR-PLAN NOT = SPACES                                   00040500
700193         PERFORM C-200-FINISH-PLAN.                               00040600
700193     IF  WCTR-PLANS = ZERO                                        00040700
700193         MOVE ' No split-plan results for this run date'          00040800
700193             TO WPRINT-LINE                                       00040900
700193         PERFORM V-100-PRINT-LINE.                                00041000
           SKIP2                                                        00041100
700193*** Ranges must meet end to end: the first starts at the start    00041200
700193*** of the plan, each starts where the one before stopped, and    00041300
700193*** the last runs to the end of the plan.                         00041400
700193 C-110-TAKE-RANGE.                                                00041500
700193     IF  RNGXKEY-PLAN NOT = WCUR-PLAN                             00041600
700193         IF  WCUR-PLAN NOT = SPACES                               00041700
700193             PERFORM C-200-FINISH-PLAN                            00041800
700193         END-IF                                                   00041900
700193         MOVE RNGXKEY-PLAN TO WCUR-PLAN                           00042000
700193         INITIALIZE WMRG-AREA                                     00042100
700193         MOVE 'N' TO WGAP-FLG                                     00042200
700193         IF  RNGXKEY-FROM NOT = SPACES                            00042300
700193             SET WGAP-YES TO TRUE                                 00042400
700193             DISPLAY 'BaPrnMrg-304 Plan ' WCUR-PLAN               00042500
700193                 ' no range from the start of the plan'           00042600
700193         END-IF                                                   00042700
700193     ELSE                                                         00042800
700193         IF  RNGXKEY-FROM NOT = WPREV-TO                          00042900
700193             OR WPREV-TO = SPACES                                 00043000
700193             SET WGAP-YES TO TRUE                                 00043100
700193             DISPLAY 'BaPrnMrg-305 Plan ' WCUR-PLAN               00043200
700193                 ' ranges do not meet at ' RNGXKEY-FROM           00043300
700193                 ' (previous range ended at ' WPREV-TO ')'.       00043400
700193     MOVE RNGXDAT-TO TO WPREV-TO.                                 00043500
700193     MOVE RNGXDAT-DETAIL TO PRR-DETAIL.                           00043600
700193     PERFORM C-120-ADD-RANGE.                                     00043700
700193     SET RNGXIA-OPER-NEXT TO TRUE.                                00043800
700193     PERFORM T-910-CALL-RNGX.                                     00043900
           SKIP2                                                        00044000
700193 C-120-ADD-RANGE.                                                 00044100
700193     ADD 1 TO WMRG-RANGES.                                        00044200
700193     IF  PRR-PLANMISS = '1'                                       00044300
700193         ADD 1 TO WMRG-MISS1.                                     00044400
700193     IF  PRR-PLANMISS = '2'                                       00044500
700193         ADD 1 TO WMRG-MISS2.                                     00044600
700193     ADD PRR-BKPI         TO WMRG-BKPI.                           00044700
700193     ADD PRR-BKPI2        TO WMRG-BKPI2.                          00044800
700193     ADD PRR-EXTRA-BKPI   TO WMRG-EXTRA-BKPI.                     00044900
700193     ADD PRR-EXTRA-BKPI2  TO WMRG-EXTRA-BKPI2.                    00045000
700193     ADD PRR-MATCHED      TO WMRG-MATCHED.                        00045100
700193     ADD PRR-DIFF-RECS    TO WMRG-DIFF-RECS.                      00045200
700193     ADD PRR-DIFF-DES     TO WMRG-DIFF-DES.                       00045300
700193     ADD PRR-DATA-SAME    TO WMRG-DATA-SAME.                      00045400
700193     ADD PRR-DATA-DIFF    TO WMRG-DATA-DIFF.                      00045500
700193     ADD PRR-MONEY-BKPI   TO WMRG-MONEY-BKPI.                     00045600
700193     ADD PRR-MONEY-BKPI2  TO WMRG-MONEY-BKPI2.                    00045700
700193     ADD PRR-PART-BKPI    TO WMRG-PART-BKPI.                      00045800
700193     ADD PRR-PART-BKPI2   TO WMRG-PART-BKPI2.                     00045900
700193     ADD PRR-PART-IMPACT  TO WMRG-PART-IMPACT.                    00046000
700203     IF  PRR-FUNDCHK-YES                                          00000000
700203         SET WMRG-FUNDCHK-YES TO TRUE                             00000000
700203         ADD PRR-FUND-BKPI    TO WMRG-FUND-BKPI                   00000000
700203         ADD PRR-FUND-BKPI2   TO WMRG-FUND-BKPI2                  00000000
700203         MOVE PRR-FUND-TOLER  TO WMRG-FUND-TOLER.                 00000000
           SKIP2                                                        00046100
700193 C-200-FINISH-PLAN.                                               00046200
700193     ADD 1 TO WCTR-PLANS.                                         00046300
700193     IF  WPREV-TO NOT = SPACES                                    00046400
700193         SET WGAP-YES TO TRUE                                     00046500
700193         DISPLAY 'BaPrnMrg-306 Plan ' WCUR-PLAN                   00046600
700193             ' no range to the end of the plan after ' WPREV-TO.  00046700
700193     MOVE SPACES TO RPDAT1-LINE.                                  00046800
700193     MOVE WCUR-PLAN          TO RPDAT1-PLAN-NUM.                  00046900
700193     MOVE WMRG-MATCHED       TO RPDAT1-MATCHED.                   00047000
700193     MOVE WMRG-DATA-DIFF     TO RPDAT1-DIFFERENT.                 00047100
700193     MOVE WMRG-BKPI          TO RPDAT1-BKP1.                      00047200
700193     MOVE WMRG-EXTRA-BKPI    TO RPDAT1-EXTRA1.                    00047300
700193     MOVE WMRG-BKPI2         TO RPDAT1-BKP2.                      00047400
700193     MOVE WMRG-EXTRA-BKPI2   TO RPDAT1-EXTRA2.                    00047500
700193     MOVE WMRG-RANGES        TO RPDAT1-RANGES.                    00047600
700193     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00047700
700193     PERFORM V-100-PRINT-LINE.                                    00047800
700193     IF  WGAP-YES                                                 00047900
700193         ADD 1 TO WCTR-PLANS-GAP                                  00048000
700193         MOVE '        Ranges do not cover the plan end to end -' 00048100
700193             TO WPRINT-LINE                                       00048200
700193         PERFORM V-100-PRINT-LINE                                 00048300
700193         MOVE '        totals are partial, checks not made'       00048400
700193             TO WPRINT-LINE                                       00048500
700193         PERFORM V-100-PRINT-LINE                                 00048600
700193     ELSE                                                         00048700
700193         PERFORM C-210-PLAN-CHECKS.                               00048800
700193     PERFORM C-300-PLAN-DES                                       00048900
700193       UNTIL DEX-EOF-YES                                          00049000
700193          OR DEXKEY-PLAN > WCUR-PLAN.                             00049100
           SKIP2                                                        00049200
700193 C-210-PLAN-CHECKS.                                               00049300
700193     IF  WMRG-MONEY-BKPI NOT = WMRG-MONEY-BKPI2                   00049400
700193         ADD 1 TO WCTR-MONEY-MISMATCH                             00049500
700193         MOVE WMRG-MONEY-BKPI  TO WDISP-MONEY-1                   00049600
700193         MOVE WMRG-MONEY-BKPI2 TO WDISP-MONEY-2                   00049700
700193         DISPLAY 'BaPrnMrg-449 Plan ' WCUR-PLAN                   00049800
700193           ' Adj-History Total Mismatch, File1:' WDISP-MONEY-1    00049900
700193           ' File2:' WDISP-MONEY-2                                00050000
700193         STRING '        Adj-History Total Mismatch, File1:'      00050100
700193             WDISP-MONEY-1 ' File2:' WDISP-MONEY-2                00050200
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00050300
700193         PERFORM V-100-PRINT-LINE.                                00050400
700193     IF  WMRG-PART-BKPI NOT = WMRG-PART-BKPI2                     00050500
700193         ADD 1 TO WCTR-PART-MISMATCH                              00050600
700193         MOVE WMRG-PART-BKPI  TO WDISP-A-1                        00050700
700193         MOVE WMRG-PART-BKPI2 TO WDISP-A-2                        00050800
700193         DISPLAY 'BaPrnMrg-322 Plan ' WCUR-PLAN                   00050900
700193           ' Participant Headcount Mismatch, File1:'              00051000
700193           WDISP-A-1 ' File2:' WDISP-A-2                          00051100
700193         STRING '        Participant Headcount Mismatch, File1:'  00051200
700193             WDISP-A-1 ' File2:' WDISP-A-2                        00051300
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00051400
700193         PERFORM V-100-PRINT-LINE.                                00051500
700203     IF  WMRG-FUNDCHK-YES                                         00000000
700203         PERFORM C-220-CHECK-FUNDS.                               00000000
700193     IF  WMRG-PART-IMPACT > ZERO                                  00051600
700193         MOVE WMRG-PART-IMPACT TO WDISP-A-1                       00051700
700193         STRING '        Participants impacted: ' WDISP-A-1       00051800
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00051900
700193         PERFORM V-100-PRINT-LINE.                                00052000
700193     IF  WMRG-MISS2 = WMRG-RANGES                                 00052100
700193         MOVE WMRG-EXTRA-BKPI TO WDISP-A-1                        00052200
700193         STRING ' Plan ' WCUR-PLAN ' missing on File2 ('          00052300
700193             WDISP-A-1 ' records)'                                00052400
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00052500
700193         PERFORM V-100-PRINT-LINE                                 00052600
700193     ELSE IF  WMRG-MISS1 = WMRG-RANGES                            00052700
700193         MOVE WMRG-EXTRA-BKPI2 TO WDISP-A-1                       00052800
700193         STRING ' Plan ' WCUR-PLAN ' missing on File1 ('          00052900
700193             WDISP-A-1 ' records)'                                00053000
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00053100
700193         PERFORM V-100-PRINT-LINE                                 00053200
700193     ELSE IF  WMRG-MISS1 > ZERO                                   00053300
700193         OR WMRG-MISS2 > ZERO                                     00053400
700193         STRING '        Plan absent from one file in part of '   00053500
700193             'its ranges only'                                    00053600
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00053700
700193         PERFORM V-100-PRINT-LINE.                                00053800
           SKIP2                                                        00053900
700203*** FUNDCHK over the whole plan: on each file the plan's Fund     00000000
700203*** Position total must come to its money total within the        00000000
700203*** tolerance the compare ran with, as BABKCMP checks a plan that 00000000
700203*** is not split.                                                 00000000
700203 C-220-CHECK-FUNDS.                                               00000000
700203     MOVE 'File1'          TO WFUND-SIDE.                         00000000
700203     MOVE WMRG-FUND-BKPI   TO WFUND-PLAN-FUND.                    00000000
700203     MOVE WMRG-MONEY-BKPI  TO WFUND-PLAN-MONEY.                   00000000
700203     PERFORM C-225-FUND-TO-MONEY.                                 00000000
700203     MOVE 'File2'          TO WFUND-SIDE.                         00000000
700203     MOVE WMRG-FUND-BKPI2  TO WFUND-PLAN-FUND.                    00000000
700203     MOVE WMRG-MONEY-BKPI2 TO WFUND-PLAN-MONEY.                   00000000
700203     PERFORM C-225-FUND-TO-MONEY.                                 00000000
           SKIP2                                                        00000000
700203 C-225-FUND-TO-MONEY.                                             00000000
700203     COMPUTE WFUND-DIFF = WFUND-PLAN-FUND - WFUND-PLAN-MONEY.     00000000
700203     IF  WFUND-DIFF < ZERO                                        00000000
700203         COMPUTE WFUND-DIFF = ZERO - WFUND-DIFF.                  00000000
700203     IF  WFUND-DIFF > WMRG-FUND-TOLER                             00000000
700203         ADD 1 TO WCTR-FUND-MISMATCH                              00000000
700203         MOVE WFUND-PLAN-FUND  TO WDISP-FUND-1                    00000000
700203         MOVE WFUND-PLAN-MONEY TO WDISP-FUND-2                    00000000
700203         DISPLAY 'BaPrnMrg-483 Plan ' WCUR-PLAN ' ' WFUND-SIDE    00000000
700203           ' Fund Position Total off the money total, Funds:'     00000000
700203           WDISP-FUND-1 ' Money:' WDISP-FUND-2                    00000000
700203         STRING '        Fund total off the money total, '        00000000
700203             WFUND-SIDE ' Funds:' WDISP-FUND-1                    00000000
700203             ' Money:' WDISP-FUND-2                               00000000
700203             DELIMITED BY SIZE INTO WPRINT-LINE                   00000000
700203         PERFORM V-100-PRINT-LINE.                                00000000
           SKIP2                                                        00000000
700193*** The DE container is walked alongside the ranges; DE rows of a 00054000
700193*** plan with no P row (its task failed before the plan ended)    00054100
700193*** are passed over.                                              00054200
700193 C-300-PLAN-DES.                                                  00054300
700193     IF  DEXKEY-PLAN = WCUR-PLAN                                  00054400
700193         MOVE DEXKEY-XXYY    TO RTDAT1-XXYY                       00054500
700193         MOVE DEXKEY-DENUM   TO RTDAT1-DENUM                      00054600
700193         MOVE DEXDAT-DENAME  TO RTDAT1-DENAME                     00054700
700193         MOVE DEXDAT-DIFF    TO RTDAT1-DIFF                       00054800
700193         MOVE DEXDAT-TOLER   TO RTDAT1-TOLER                      00054900
700193         MOVE RTDAT1-LINE TO WPRINT-LINE                          00055000
700193         PERFORM V-100-PRINT-LINE.                                00055100
700193     SET DEXIA-OPER-NEXT TO TRUE.                                 00055200
700193     PERFORM T-920-CALL-DEX.                                      00055300
700193     IF  DEXIA-RC-ERROR                                           00055400
700193         SET DEX-EOF-YES TO TRUE.                                 00055500
           SKIP2                                                        00055600
700193***************************                                       00055700
700193*** Containers                                                    00055800
700193***************************                                       00055900
700193 T-800-SETUP-CONTAINERS.                                          00056000
700193     MOVE 'PrnRngx'         TO RNGXHDR-NAME.                      00056100
700193     SET RNGXHDR-TYPE-ORDERED    TO TRUE.                         00056200
700193     SET RNGXIA-MODE-MOVE        TO TRUE.                         00056300
700193     SET RNGXIA-OPER-CO-SETUP    TO TRUE.                         00056400
700193     PERFORM T-910-CALL-RNGX.                                     00056500
700193     IF  RNGXIA-RC-ERROR                                          00056600
700193         DISPLAY 'BaPrnMrg-432 RNGX setup failed'                 00056700
700193         MOVE 8 TO RETURN-CODE                                    00056800
700193         STOP RUN.                                                00056900
700193     MOVE 'PrnDex'          TO DEXHDR-NAME.                       00057000
700193     SET DEXHDR-TYPE-ORDERED     TO TRUE.                         00057100
700193     SET DEXIA-MODE-MOVE         TO TRUE.                         00057200
700193     SET DEXIA-OPER-CO-SETUP     TO TRUE.                         00057300
700193     PERFORM T-920-CALL-DEX.                                      00057400
700193     IF  DEXIA-RC-ERROR                                           00057500
700193         DISPLAY 'BaPrnMrg-433 DEX setup failed'                  00057600
700193         MOVE 8 TO RETURN-CODE                                    00057700
700193         STOP RUN.                                                00057800
           SKIP2                                                        00057900
700193 T-910-CALL-RNGX.                                                 00058000
700193     SET RNGXIA-KEY-ADDR      TO ADDRESS OF RNGXKEY-AREA.         00058100
700193     SET RNGXIA-DATA-ADDR     TO ADDRESS OF RNGXDAT-AREA.         00058200
700193     MOVE LENGTH OF RNGXKEY-AREA  TO RNGXHDR-KEY-LENG.            00058300
700193     MOVE LENGTH OF RNGXDAT-AREA  TO RNGXHDR-DATA-LENG.           00058400
700193     CALL 'UTCOINDX' USING SD-AREA                                00058500
700193                      RNGXHDR-AREA                                00058600
700193                      RNGXIA-AREA.                                00058700
           SKIP2                                                        00058800
700193 T-920-CALL-DEX.                                                  00058900
700193     SET DEXIA-KEY-ADDR       TO ADDRESS OF DEXKEY-AREA.          00059000
700193     SET DEXIA-DATA-ADDR      TO ADDRESS OF DEXDAT-AREA.          00059100
700193     MOVE LENGTH OF DEXKEY-AREA   TO DEXHDR-KEY-LENG.             00059200
700193     MOVE LENGTH OF DEXDAT-AREA   TO DEXHDR-DATA-LENG.            00059300
700193     CALL 'UTCOINDX' USING SD-AREA                                00059400
700193                      DEXHDR-AREA                                 00059500
700193                      DEXIA-AREA.                                 00059600
           SKIP2                                                        00059700
700193***************************                                       00059800
700193*** Print-line routines                                           00059900
700193***************************                                       00060000
700193 V-100-PRINT-LINE.                                                00060100
700193     IF  WPRINT-LINES-OVER                                        00060200
700193         PERFORM V-150-NEWPAGE.                                   00060300
700193     ADD 1 TO WPRINT-LINES.                                       00060400
700193     WRITE PRINT-LINE FROM WPRINT-LINE                            00060500
700193           AFTER ADVANCING 1 LINE.                                00060600
700193     MOVE SPACES   TO WPRINT-LINE.                                00060700
700193     ADD 1 TO WPRINT-TOT-LINES.                                   00060800
           SKIP2                                                        00060900
700193 V-150-NEWPAGE.                                                   00061000
700193     ADD 1 TO WPRINT-PAGE.                                        00061100
700193     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00061200
700193     MOVE SPACES TO PRINT-LINE.                                   00061300
700193     WRITE PRINT-LINE                                             00061400
700193       AFTER ADVANCING PAGE.                                      00061500
700193     WRITE PRINT-LINE FROM RPTHDR-LINE                            00061600
700193       AFTER ADVANCING 1 LINE.                                    00061700
700193     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00061800
700193       AFTER ADVANCING 1.                                         00061900
700193     WRITE PRINT-LINE FROM WPRINT-TITLE2                          00062000
700193       AFTER ADVANCING 1.                                         00062100
700193     MOVE ZERO TO WPRINT-LINES.                                   00062200
700193     ADD 4 TO WPRINT-TOT-LINES.                                   00062300
