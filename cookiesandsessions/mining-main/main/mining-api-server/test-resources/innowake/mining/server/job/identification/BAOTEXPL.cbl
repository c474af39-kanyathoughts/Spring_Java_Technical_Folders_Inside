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
700153 IDENTIFICATION DIVISION.                                         00000100
700153 PROGRAM-ID. 'BAOTEXPL'.                                          00000200
700153******************************************************************00000300
700153**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700153******************************************************************00000500
700153**  AUTHOR       W. WHITE, Oct 2026                               00000600
700153**  PURPOSE      OT200 difference explainer.  Most of what the    00000700
700153**               compare writes to OT200 is legitimate activity   00000800
700153**               that posted between the two backups.  This step  00000900
700153**               loads the OmniPlus daily transaction history for 00001000
700153**               the cycle between the two HDR-DATEs (FROMDATE/   00001100
700153**               TODATE cards, or the two backup headers when the 00001200
700153**               cards are left off) and tags every OT200 DE      00001300
700153**               difference - plan / RecordType / participant /   00001400
700153**               DE - EXPLAINED-BY-TXN, with the transaction code 00001500
700153**               and sequence that touched it, or UNEXPLAINED.    00001600
700153**               The unexplained residue is the only part anyone  00001700
700153**               needs to look at, so it gets its own listing and 00001800
700153**               its own feed.                                    00001900
700153******************************************************************00002000
700153**  REVISIONS:                                                    00002100
700153******************************************************************00002200
700153**  Input                                                         00002300
700153**   . IN110   - Control File (FROMDATE, TODATE, TAGFEED)         00002400
700153**   . TXNHIST - OmniPlus daily transaction history (TXNHIST)     00002500
700153**   . OT200IN - The night's OT200 extract, via UTOT200R          00002600
700153**   . BKUPIN/BKUPIN2 - Backup headers, via BABKPI/BABKPI2,       00002700
700153**               only when FROMDATE/TODATE are not both coded     00002800
700153******************************************************************00002900
700153**  Output                                                        00003000
700153**   . SYSOUT  - Displayed Information                            00003100
700153**   . REPORT  - Every difference with its tag, and run totals    00003200
700153**   . UNXRPT  - Listing of the unexplained differences           00003300
700153**   . UNXFEED - Unexplained differences (OTEXPL layout)          00003400
700153**   . TAGFEED - Every tagged difference (OTEXPL layout),         00003500
700153**               TAGFEED card only                                00003600
700203**   . PLNWK   - Work file: the OT200 plan markers, in order      00000000
700153******************************************************************00003700
700153 ENVIRONMENT DIVISION.                                            00003800
700153 CONFIGURATION SECTION.                                           00003900
700153 INPUT-OUTPUT SECTION.                                            00004000
           SKIP2                                                        00004100
700153 FILE-CONTROL.                                                    00004200
700153     SELECT PRINT-FILE                                            00004300
700153         ASSIGN TO UT-S-REPORT                                    00004400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004500
700153         FILE STATUS WPRINT-FS.                                   00004600
700153     SELECT UNXRPT-FILE                                           00004700
700153         ASSIGN TO UT-S-UNXRPT                                    00004800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004900
700153         FILE STATUS WUNXRPT-FS.                                  00005000
700153     SELECT UNXFEED-FILE                                          00005100
700153         ASSIGN TO UT-S-UNXFEED                                   00005200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005300
700153         FILE STATUS WUNXFEED-FS.                                 00005400
700153     SELECT TAGFEED-FILE                                          00005500
700153         ASSIGN TO UT-S-TAGFEED                                   00005600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005700
700153         FILE STATUS WTAGFEED-FS.                                 00005800
700153     SELECT TXNHIST-FILE                                          00005900
700153         ASSIGN TO UT-S-TXNHIST                                   00006000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006100
700153         FILE STATUS WTXNHIST-FS.                                 00006200
700203     SELECT PLNWK-FILE                                            00000000
700203         ASSIGN TO UT-S-PLNWK                                     00000000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00000000
700203         FILE STATUS WPLNWK-FS.                                   00000000
700153 DATA DIVISION.                                                   00006300
           SKIP2                                                        00006400
700153 FILE SECTION.                                                    00006500
           SKIP1                                                        00006600
700153 FD  PRINT-FILE                                                   00006700
700153     BLOCK CONTAINS 0 RECORDS                                     00006800
700153     LABEL RECORDS ARE STANDARD.                                  00006900
           SKIP2                                                        00007000
700153 01 PRINT-LINE                PIC X(133).                         00007100
           SKIP2                                                        00007200
700153 FD  UNXRPT-FILE                                                  00007300
700153     BLOCK CONTAINS 0 RECORDS                                     00007400
700153     LABEL RECORDS ARE STANDARD.                                  00007500
           SKIP2                                                        00007600
700153 01 UNXRPT-LINE               PIC X(133).                         00007700
           SKIP2                                                        00007800
700153 FD  UNXFEED-FILE                                                 00007900
700153     BLOCK CONTAINS 0 RECORDS                                     00008000
700153     LABEL RECORDS ARE STANDARD.                                  00008100
           SKIP2                                                        00008200
700153 01  UNXFEED-REC              PIC X(200).                         00008300
           SKIP2                                                        00008400
700153 FD  TAGFEED-FILE                                                 00008500
700153     BLOCK CONTAINS 0 RECORDS                                     00008600
700153     LABEL RECORDS ARE STANDARD.                                  00008700
           SKIP2                                                        00008800
700153 01  TAGFEED-REC              PIC X(200).                         00008900
           SKIP2                                                        00009000
700153 FD  TXNHIST-FILE                                                 00009100
700153     BLOCK CONTAINS 0 RECORDS                                     00009200
700153     LABEL RECORDS ARE STANDARD.                                  00009300
           SKIP2                                                        00009400
700153 01  TXNHIST-REC. COPY TXNHIST.                                   00009500
           SKIP2                                                        00009600
700203 FD  PLNWK-FILE                                                   00000000
700203     BLOCK CONTAINS 0 RECORDS                                     00000000
700203     LABEL RECORDS ARE STANDARD.                                  00000000
           SKIP2                                                        00000000
700203 01  PLNWK-REC.                                                   00000000
700203     05  PLNWK-PLAN            PIC X(10).                         00000000
700203     05  FILLER                PIC X(70).                         00000000
           SKIP2                                                        00000000
700153 WORKING-STORAGE SECTION.                                         00009700
700153 77  WCTR-TXN-READ         PIC 9(9)     VALUE ZERO.               00009800
700153 77  WCTR-TXN-LOADED       PIC 9(9)     VALUE ZERO.               00009900
700153 77  WCTR-TXN-OUTWIN       PIC 9(9)     VALUE ZERO.               00010000
700153 77  WCTR-DIFFS            PIC 9(9)     VALUE ZERO.               00010100
700153 77  WCTR-EXPLAINED        PIC 9(9)     VALUE ZERO.               00010200
700153 77  WCTR-UNEXPLAINED      PIC 9(9)     VALUE ZERO.               00010300
700153 77  WCTR-PLANS            PIC 9(7)     VALUE ZERO.               00010400
700153 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00010500
700153 77  WTXN-STAMP            PIC 9(14)    VALUE ZERO.               00010600
           SKIP2                                                        00010700
700153 01  WPRINT-AREA.                                                 00010800
700153     05  WPRINT-FS                 PIC XX  VALUE '00'.            00010900
700153         88  WPRINT-FS-OK VALUE '00'.                             00011000
700153     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00011100
700153     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00011200
700153     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00011300
700153     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00011400
700153         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00011500
700153     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00011600
           SKIP2                                                        00011700
700153 01  WUNXRPT-FS            PIC XX  VALUE '00'.                    00011800
700153     88  WUNXRPT-FS-OK     VALUE '00'.                            00011900
700153 01  WUNXFEED-FS           PIC XX  VALUE '00'.                    00012000
700153     88  WUNXFEED-FS-OK    VALUE '00'.                            00012100
700203 01  WPLNWK-FS             PIC XX  VALUE '00'.                    00000000
700203     88  WPLNWK-FS-OK      VALUE '00'.                            00000000
700153 01  WTAGFEED-FS           PIC XX  VALUE '00'.                    00012200
700153     88  WTAGFEED-FS-OK    VALUE '00'.                            00012300
700153 01  WTXNHIST-FS           PIC XX  VALUE '00'.                    00012400
700153     88  WTXNHIST-FS-OK    VALUE '00'.                            00012500
700153     88  WTXNHIST-FS-EOF   VALUE '10'.                            00012600
700153 01  WO2R-REC              PIC X(200) VALUE SPACES.               00012700
           SKIP2                                                        00012800
700153*** Cycle window.  A transaction explains a difference when it    00012900
700153*** posted after the File1 backup was taken and no later than     00013000
700153*** the File2 backup; both ends carry date and time so a          00013100
700153*** same-day posting falls on the right side of either dump.      00013200
700153 01  WWIN-AREA.                                                   00013300
700153     05  WWIN-FROM-STAMP.                                         00013400
700153         10  WWIN-FROM-DATE    PIC 9(8)  VALUE ZERO.              00013500
700153         10  WWIN-FROM-TIME    PIC 9(6)  VALUE ZERO.              00013600
700153     05  WWIN-FROM-N REDEFINES WWIN-FROM-STAMP                    00013700
700153                               PIC 9(14).                         00013800
700153     05  WWIN-TO-STAMP.                                           00013900
700153         10  WWIN-TO-DATE      PIC 9(8)  VALUE ZERO.              00014000
700153         10  WWIN-TO-TIME      PIC 9(6)  VALUE 235959.            00014100
700153     05  WWIN-TO-N REDEFINES WWIN-TO-STAMP                        00014200
700153                               PIC 9(14).                         00014300
           SKIP2                                                        00014400
700153*** Century window applied when expanding a 6-digit HDR-DATE, the 00014500
700153*** same pivot BAGENCAT catalogs with.                            00014600
700153 01  WDATE-AREA.                                                  00014700
700153     05  WDATE-PIVOT-YY       PIC 99  VALUE 70.                   00014800
700153     05  WDATE-HDR-YY         PIC 99  VALUE ZERO.                 00014900
700153     05  WDATE-NEW-CCYYMMDD.                                      00015000
700153         10  WDATE-NEW-CC     PIC 99  VALUE ZERO.                 00015100
700153         10  WDATE-NEW-YYMMDD PIC 9(6) VALUE ZERO.                00015200
700153     05  WDATE-NEW-N REDEFINES WDATE-NEW-CCYYMMDD                 00015300
700153                              PIC 9(8).                           00015400
           SKIP2                                                        00015500
700169*** Context carried down the extract: the RecordType from the     00015600
700169*** <RECORD header and the participant from the first key echo    00015700
700169*** of the record section.  The plan is only known at the PLN1    00015800
700169*** marker that follows the plan's record sections.               00015801
700153 01  WCUR-AREA.                                                   00015900
700191     05  WCUR-PLAN             PIC X(10) VALUE SPACES.            00016000
700153     05  WCUR-XXYY             PIC X(4)  VALUE SPACES.            00016100
700153     05  WCUR-PART             PIC X(11) VALUE SPACES.            00016200
700153     05  WCUR-RUN-DATE         PIC X(8)  VALUE SPACES.            00016300
           SKIP2                                                        00016301
700203*** The difference line in hand, with the plan of the PLN1 marker 00000000
700203*** that follows it in the extract.                               00000000
700169 01  WCHG-AREA.                                                   00016315
700191     05  WCHG-PLAN             PIC X(10) VALUE SPACES.            00016316
700169     05  WCHG-XXYY             PIC X(4)  VALUE SPACES.            00016317
700169     05  WCHG-PART             PIC X(11) VALUE SPACES.            00016318
700169     05  WCHG-DENUM            PIC X(3)  VALUE SPACES.            00016319
700169     05  WCHG-DENAME           PIC X(20) VALUE SPACES.            00016320
700169     05  WCHG-VAL1             PIC X(40) VALUE SPACES.            00016321
700169     05  WCHG-VAL2             PIC X(40) VALUE SPACES.            00016322
700203 77  WPLNWK-LOADED-FLG     PIC X     VALUE 'N'.                   00000000
700203     88  WPLNWK-LOADED-YES VALUE 'Y'.                             00000000
           SKIP2                                                        00016400
700153 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00016500
700153 01  WCTL-AREA.                                                   00016600
700153     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00016700
700153         88  WCTL-CMD-FROMDATE   VALUE 'FROMDATE'.                00016800
700153         88  WCTL-CMD-TODATE     VALUE 'TODATE'.                  00016900
700153         88  WCTL-CMD-TAGFEED    VALUE 'TAGFEED'.                 00017000
700153     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00017100
700153     05  WCTL-TAGFEED            PIC X     VALUE 'N'.             00017200
700153         88  WCTL-TAGFEED-YES    VALUE 'Y'.                       00017300
700153     05  WCTL-FROM-SET           PIC X     VALUE 'N'.             00017400
700153         88  WCTL-FROM-SET-YES   VALUE 'Y'.                       00017500
700153     05  WCTL-TO-SET             PIC X     VALUE 'N'.             00017600
700153         88  WCTL-TO-SET-YES     VALUE 'Y'.                       00017700
           SKIP2                                                        00017800
700153 01  RPTHDR-LINE.                                                 00017900
700153         05   FILLER     PIC X(02) VALUE                          00018000
700153           ' '.                                                   00018100
700153         05   FILLER     PIC X(28) VALUE                          00018200
700153           'OT200 Difference Explainer'.                          00018300
700153         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00018400
700153         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00018500
700153         05   FILLER     PIC X(6)  VALUE                          00018600
700153           '  Page'.                                              00018700
700153         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00018800
           SKIP2                                                        00018900
700153 01  RXTITLE1-LINE.                                               00019000
700191     05  FILLER   PIC X(34) VALUE                                 00019100
700191         ' Plan       Type Participant  DE#'.                     00019200
700191     05  FILLER   PIC X(38) VALUE                                 00019300
700191         'Name             File1 Value'.                          00019400
700153     05  FILLER   PIC X(41) VALUE                                 00019500
700153         'File2 Value'.                                           00019600
700153     05  FILLER   PIC X(20) VALUE                                 00019700
700153         'Tag / Txn'.                                             00019800
           SKIP2                                                        00019900
700153 01  RXDAT1-LINE.                                                 00020000
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00020100
700191     05  RXDAT1-PLAN          PIC X(10) VALUE SPACES.             00020200
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00020300
700153     05  RXDAT1-XXYY          PIC X(4)  VALUE SPACES.             00020400
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00020500
700153     05  RXDAT1-PART          PIC X(11) VALUE SPACES.             00020600
700153     05  FILLER               PIC X(2)  VALUE SPACES.             00020700
700153     05  RXDAT1-DENUM         PIC X(3)  VALUE SPACES.             00020800
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00020900
700191     05  RXDAT1-DENAME        PIC X(16) VALUE SPACES.             00021000
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00021100
700153     05  RXDAT1-VAL1          PIC X(27) VALUE SPACES.             00021200
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00021300
700153     05  RXDAT1-VAL2          PIC X(27) VALUE SPACES.             00021400
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00021500
700153     05  RXDAT1-TAG           PIC X(11) VALUE SPACES.             00021600
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00021700
700153     05  RXDAT1-TXN-CODE      PIC X(4)  VALUE SPACES.             00021800
700153     05  FILLER               PIC X(1)  VALUE SPACES.             00021900
700153     05  RXDAT1-TXN-SEQ       PIC Z(8)9 VALUE ZERO.               00022000
           SKIP2                                                        00022100
700153 01  WOTX-REC. COPY OTEXPL.                                       00022200
           SKIP2                                                        00022300
700153*** Transactions in the window, keyed the way an OT200 difference 00022400
700153*** is identified.  A later posting against the same key replaces 00022500
700153*** the earlier one, so the tag names the last transaction that   00022600
700153*** touched the DE before the File2 dump.                         00022700
700153 01  TXNXIA-AREA. COPY UTCOIA                                     00022800
700153       REPLACING ==:UTCOIA:== BY ==TXNXIA==.                      00022900
700153 01  TXNXHDR-AREA. COPY UTCOHDR                                   00023000
700153       REPLACING ==:UTCOHDR:== BY ==TXNXHDR==.                    00023100
700153 01  TXNXKEY-AREA.                                                00023200
700191     05  TXNXKEY-PLAN       PIC X(10) VALUE SPACES.               00023300
700153     05  TXNXKEY-PART       PIC X(11) VALUE SPACES.               00023400
700153     05  TXNXKEY-XXYY       PIC X(4)  VALUE SPACES.               00023500
700153     05  TXNXKEY-DENUM      PIC X(3)  VALUE SPACES.               00023600
700153 01  TXNXDAT-AREA.                                                00023700
700153     05  TXNXDAT-CODE       PIC X(4)  VALUE SPACES.               00023800
700153     05  TXNXDAT-SEQ        PIC 9(9)  VALUE ZERO.                 00023900
700153     05  TXNXDAT-STAMP      PIC 9(14) VALUE ZERO.                 00024000
700153     05  TXNXDAT-TOUCHES    PIC 9(5)  VALUE ZERO.                 00024100
           SKIP2                                                        00024200
700153 01  BWA-REC.  COPY BKUPREC.                                      00024300
           SKIP2                                                        00024400
700153 01  BWA2-REC.  COPY BKUPREC2.                                    00024500
           SKIP2                                                        00024600
700153 01  HDR-REC.  COPY BKUPHDR.                                      00024700
           SKIP2                                                        00024800
700153 01  HDR2-REC.  COPY BKUPHDR2.                                    00024900
           SKIP2                                                        00025000
700153 01  IO-BKPI-PARM.                                                00025100
700153       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAOTEXPL'.             00025200
           SKIP3                                                        00025300
700153 01  IO-BKPI2-PARM.                                               00025400
700153       COPY IOBKPI2 REPLACING 'PROGRAM' BY 'BAOTEXPL'.            00025500
           SKIP3                                                        00025600
700153 01  IO-IN110-PARM.                                               00025700
700153       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAOTEXPL'.            00025800
           SKIP2                                                        00025900
700153 01  IO-O2R-PARM.                                                 00026000
700153       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAOTEXPL'.           00026100
           SKIP3                                                        00026200
700153 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00026300
           EJECT                                                        00026400
700153 PROCEDURE DIVISION.                                              00026500
           SKIP2                                                        00026600
700153 A-100-BODY.                                                      00026700
700153     PERFORM A-105-INIT.                                          00026800
700153     PERFORM A-200-INIT-OPEN.                                     00026900
700153     PERFORM B-100-LOAD-TXNS.                                     00027000
700153     PERFORM C-100-SCAN-OT200.                                    00027100
700153     PERFORM A-900-FINI-CLOSE.                                    00027200
700153     GOBACK.                                                      00027300
           SKIP2                                                        00027400
700153 A-105-INIT.                                                      00027500
700153     CALL 'BASDIN' USING SD-AREA.                                 00027600
           SKIP2                                                        00027700
700153 A-200-INIT-OPEN.                                                 00027800
700153     DISPLAY 'BaOtExpl-998 Program Starting'.                     00027900
700153     ACCEPT RPTHDR-DATE FROM DATE.                                00028000
700153     OPEN OUTPUT                                                  00028100
700153               PRINT-FILE.                                        00028200
700153     IF  NOT WPRINT-FS-OK                                         00028300
700153         DISPLAY 'BaOtExpl-53 PRINT dd OPEN failed:'              00028400
700153             WPRINT-FS                                            00028500
700153         STOP RUN.                                                00028600
700153     CALL 'UT110IN'  USING SD-AREA                                00028700
700153               IO-IN110-PARM                                      00028800
700153               IO-IN110-OPEN                                      00028900
700153               CTL-REC.                                           00029000
700153     IF  IO-IN110-ERROR = 'Y'                                     00029100
700153          OR IO-IN110-FILE-STATUS NOT = '00'                      00029200
700153         DISPLAY 'BaOtExpl-301 IN110 file failed to open:'        00029300
700153           IO-IN110-FILE-STATUS                                   00029400
700153         MOVE 8 TO RETURN-CODE                                    00029500
700153         STOP RUN.                                                00029600
700153     PERFORM F-110-READ-IN110.                                    00029700
700153     PERFORM F-100-PROC-CTL                                       00029800
700153       UNTIL IO-IN110-ERROR-YES.                                  00029900
700153     IF  NOT WCTL-FROM-SET-YES                                    00030000
700153         OR NOT WCTL-TO-SET-YES                                   00030100
700153         PERFORM A-250-WINDOW-FROM-HDRS.                          00030200
700153     OPEN OUTPUT UNXRPT-FILE.                                     00030300
700153     IF  NOT WUNXRPT-FS-OK                                        00030400
700153         DISPLAY 'BaOtExpl-302 UNXRPT dd OPEN failed:'            00030500
700153             WUNXRPT-FS                                           00030600
700153         MOVE 8 TO RETURN-CODE                                    00030700
700153         STOP RUN.                                                00030800
700153     OPEN OUTPUT UNXFEED-FILE.                                    00030900
700153     IF  NOT WUNXFEED-FS-OK                                       00031000
700153         DISPLAY 'BaOtExpl-303 UNXFEED dd OPEN failed:'           00031100
700153             WUNXFEED-FS                                          00031200
700153         MOVE 8 TO RETURN-CODE                                    00031300
700153         STOP RUN.                                                00031400
700153     IF  WCTL-TAGFEED-YES                                         00031500
700153         OPEN OUTPUT TAGFEED-FILE                                 00031600
700153         IF  NOT WTAGFEED-FS-OK                                   00031700
700153             DISPLAY 'BaOtExpl-304 TAGFEED dd OPEN failed, '      00031800
700153                 'tagged feed not written:' WTAGFEED-FS           00031900
700153             MOVE 'N' TO WCTL-TAGFEED                             00032000
700153         END-IF                                                   00032100
700153     END-IF.                                                      00032200
700153     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00032300
700153     MOVE ' Tagged Differences' TO RPTHDR-SUBTITLE.               00032400
700153     PERFORM V-150-NEWPAGE.                                       00032500
700153     MOVE SPACES TO WPRINT-LINE.                                  00032600
700153     STRING ' Transaction window: after ' WWIN-FROM-DATE          00032700
700153            ' ' WWIN-FROM-TIME                                    00032800
700153            ', through ' WWIN-TO-DATE ' ' WWIN-TO-TIME            00032900
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00033000
700153     PERFORM V-100-PRINT-LINE.                                    00033100
700153     MOVE RPTHDR-LINE TO UNXRPT-LINE.                             00033200
700153     MOVE ' Unexplained Differences' TO UNXRPT-LINE (31:50).      00033300
700153     WRITE UNXRPT-LINE AFTER ADVANCING PAGE.                      00033400
700153     WRITE UNXRPT-LINE FROM RXTITLE1-LINE                         00033500
700153       AFTER ADVANCING 2 LINES.                                   00033600
700153     PERFORM T-800-SETUP-TXNX.                                    00033700
           SKIP2                                                        00033800
700153*** No window on the cards: the cycle runs from the File1         00033900
700153*** backup's header stamp to the File2 backup's.                  00034000
700153 A-250-WINDOW-FROM-HDRS.                                          00034100
700153     CALL 'BABKPI' USING SD-AREA                                  00034200
700153                           IO-BKPI-PARM                           00034300
700153                           IO-BKPI-OPEN                           00034400
700153                           BWA-REC.                               00034500
700153     IF  IO-BKPI-ERROR-NO                                         00034600
700153         CALL 'BABKPI' USING SD-AREA                              00034700
700153                               IO-BKPI-PARM                       00034800
700153                               IO-BKPI-READ                       00034900
700153                               BWA-REC                            00035000
700153     END-IF.                                                      00035100
700153     IF  IO-BKPI-ERROR-YES                                        00035200
700153         OR NOT BWA-TYPE-HDR-REC                                  00035300
700153         DISPLAY 'BaOtExpl-305 BKPI header unavailable, no '      00035400
700153             'FROMDATE:' IO-BKPI-FILE-STATUS                      00035500
700153         MOVE 8 TO RETURN-CODE                                    00035600
700153         STOP RUN.                                                00035700
700153     MOVE BWA-DATA-REC TO HDR-REC.                                00035800
700153     CALL 'BABKPI' USING SD-AREA                                  00035900
700153                           IO-BKPI-PARM                           00036000
700153                           IO-BKPI-CLOSE                          00036100
700153                           BWA-REC.                               00036200
700153     CALL 'BABKPI2' USING SD-AREA                                 00036300
700153                           IO-BKPI2-PARM                          00036400
700153                           IO-BKPI2-OPEN                          00036500
700153                           BWA2-REC.                              00036600
700153     IF  IO-BKPI2-ERROR-NO                                        00036700
700153         CALL 'BABKPI2' USING SD-AREA                             00036800
700153                               IO-BKPI2-PARM                      00036900
700153                               IO-BKPI2-READ                      00037000
700153                               BWA2-REC                           00037100
700153     END-IF.                                                      00037200
700153     IF  IO-BKPI2-ERROR-YES                                       00037300
700153         OR NOT BWA2-TYPE-HDR-REC                                 00037400
700153         DISPLAY 'BaOtExpl-306 BKPI2 header unavailable, no '     00037500
700153             'TODATE:' IO-BKPI2-FILE-STATUS                       00037600
700153         MOVE 8 TO RETURN-CODE                                    00037700
700153         STOP RUN.                                                00037800
700153     MOVE BWA2-DATA-REC TO HDR2-REC.                              00037900
700153     CALL 'BABKPI2' USING SD-AREA                                 00038000
700153                           IO-BKPI2-PARM                          00038100
700153                           IO-BKPI2-CLOSE                         00038200
700153                           BWA2-REC.                              00038300
700153     IF  NOT WCTL-FROM-SET-YES                                    00038400
700153         MOVE HDR-DATE TO WDATE-NEW-YYMMDD                        00038500
700153         MOVE HDR-DATE (1:2) TO WDATE-HDR-YY                      00038600
700153         PERFORM A-255-CENTURY                                    00038700
700153         MOVE WDATE-NEW-N TO WWIN-FROM-DATE                       00038800
700153         MOVE HDR-TIME    TO WWIN-FROM-TIME                       00038900
700153     END-IF.                                                      00039000
700153     IF  NOT WCTL-TO-SET-YES                                      00039100
700153         MOVE HDR2-DATE TO WDATE-NEW-YYMMDD                       00039200
700153         MOVE HDR2-DATE (1:2) TO WDATE-HDR-YY                     00039300
700153         PERFORM A-255-CENTURY                                    00039400
700153         MOVE WDATE-NEW-N TO WWIN-TO-DATE                         00039500
700153         MOVE HDR2-TIME   TO WWIN-TO-TIME                         00039600
700153     END-IF.                                                      00039700
           SKIP2                                                        00039800
700153 A-255-CENTURY.                                                   00039900
700153     IF  WDATE-HDR-YY > WDATE-PIVOT-YY                            00040000
700153         MOVE 19 TO WDATE-NEW-CC                                  00040100
700153     ELSE                                                         00040200
700153         MOVE 20 TO WDATE-NEW-CC.                                 00040300
           SKIP2                                                        00040400
700153 A-900-FINI-CLOSE.                                                00040500
700153     CALL 'UT110IN'  USING SD-AREA                                00040600
700153               IO-IN110-PARM                                      00040700
700153               IO-IN110-CLOSE                                     00040800
700153               CTL-REC.                                           00040900
700153     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00041000
700153     MOVE SPACES TO WPRINT-TITLE1.                                00041100
700153     PERFORM V-150-NEWPAGE.                                       00041200
700153     MOVE SPACES TO WPRINT-LINE.                                  00041300
700153     STRING ' Transactions read:      ' WCTR-TXN-READ             00041400
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00041500
700153     PERFORM V-100-PRINT-LINE.                                    00041600
700153     STRING ' Outside the window:     ' WCTR-TXN-OUTWIN           00041700
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00041800
700153     PERFORM V-100-PRINT-LINE.                                    00041900
700153     STRING ' Distinct keys touched:  ' WCTR-TXN-LOADED           00042000
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00042100
700153     PERFORM V-100-PRINT-LINE.                                    00042200
700153     STRING ' Plans in the extract:   ' WCTR-PLANS                00042300
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00042400
700153     PERFORM V-100-PRINT-LINE.                                    00042500
700153     STRING ' DE differences:         ' WCTR-DIFFS                00042600
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00042700
700153     PERFORM V-100-PRINT-LINE.                                    00042800
700153     STRING ' EXPLAINED-BY-TXN:       ' WCTR-EXPLAINED            00042900
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00043000
700153     PERFORM V-100-PRINT-LINE.                                    00043100
700153     STRING ' UNEXPLAINED:            ' WCTR-UNEXPLAINED          00043200
700153         DELIMITED BY SIZE INTO WPRINT-LINE.                      00043300
700153     PERFORM V-100-PRINT-LINE.                                    00043400
700153     DISPLAY 'BaOtExpl-444 Differences:' WCTR-DIFFS               00043500
700153       ', Explained:' WCTR-EXPLAINED                              00043600
700153       ', Unexplained:' WCTR-UNEXPLAINED.                         00043700
700153     SET TXNXIA-OPER-CO-EMPTY TO TRUE.                            00043800
700153     PERFORM T-900-CALL-TXNX.                                     00043900
700153     CLOSE UNXFEED-FILE                                           00044000
700153           UNXRPT-FILE.                                           00044100
700153     IF  WCTL-TAGFEED-YES                                         00044200
700153         CLOSE TAGFEED-FILE.                                      00044300
700153     CLOSE PRINT-FILE.                                            00044400
700153     IF  WCTR-CTL-ERRORS > ZERO                                   00044500
700153         AND RETURN-CODE < 4                                      00044600
700153         MOVE 4 TO RETURN-CODE.                                   00044700
700153     DISPLAY 'BaOtExpl-998 Program Ending'.                       00044800
           SKIP2                                                        00044900
700153***************************                                       00045000
700153*** Control card handling                                         00045100
700153***************************                                       00045200
700153 F-100-PROC-CTL.                                                  00045300
700153     IF  CTL-REC (1:1) = '*'                                      00045400
700153         DISPLAY 'BaOtExpl-500 Comment:' CTL-REC (1:50)           00045500
700153     ELSE                                                         00045600
700153         PERFORM F-105-CONTINUE.                                  00045700
700153     PERFORM F-110-READ-IN110.                                    00045800
           SKIP2                                                        00045900
700153*** FROMDATE/TODATE take CCYYMMDD with an optional HHMMSS         00046000
700153*** straight after it (FROMDATE 20261014063000).                  00046100
700153 F-105-CONTINUE.                                                  00046200
700153     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00046300
700153     UNSTRING CTL-REC DELIMITED BY SPACE                          00046400
700153         INTO WCTL-CMD WCTL-VAL.                                  00046500
700153     DISPLAY 'BaOtExpl-500 CtlCard:' CTL-REC (1:50).              00046600
700153     IF  WCTL-CMD-FROMDATE                                        00046700
700153         AND WCTL-VAL (1:8) IS NUMERIC                            00046800
700153         MOVE WCTL-VAL (1:8) TO WWIN-FROM-DATE                    00046900
700153         IF  WCTL-VAL (9:6) IS NUMERIC                            00047000
700153             MOVE WCTL-VAL (9:6) TO WWIN-FROM-TIME                00047100
700153         END-IF                                                   00047200
700153         SET WCTL-FROM-SET-YES TO TRUE                            00047300
700153     ELSE IF  WCTL-CMD-TODATE                                     00047400
700153         AND WCTL-VAL (1:8) IS NUMERIC                            00047500
700153         MOVE WCTL-VAL (1:8) TO WWIN-TO-DATE                      00047600
700153         IF  WCTL-VAL (9:6) IS NUMERIC                            00047700
700153             MOVE WCTL-VAL (9:6) TO WWIN-TO-TIME                  00047800
700153         END-IF                                                   00047900
700153         SET WCTL-TO-SET-YES TO TRUE                              00048000
700153     ELSE IF  WCTL-CMD-TAGFEED                                    00048100
700153         SET WCTL-TAGFEED-YES TO TRUE                             00048200
700153     ELSE                                                         00048300
700153         DISPLAY 'BaOtExpl-501 Invalid Control Card:'             00048400
700153             CTL-REC (1:50)                                       00048500
700153         ADD 1 TO WCTR-CTL-ERRORS.                                00048600
           SKIP2                                                        00048700
700153 F-110-READ-IN110.                                                00048800
700153     CALL 'UT110IN'  USING SD-AREA                                00048900
700153               IO-IN110-PARM                                      00049000
700153               IO-IN110-READ                                      00049100
700153               CTL-REC.                                           00049200
           SKIP2                                                        00049300
700153***************************                                       00049400
700153*** Transaction history load                                      00049500
700153***************************                                       00049600
700153 B-100-LOAD-TXNS.                                                 00049700
700153     OPEN INPUT TXNHIST-FILE.                                     00049800
700153     IF  NOT WTXNHIST-FS-OK                                       00049900
700153         DISPLAY 'BaOtExpl-307 TXNHIST dd OPEN failed:'           00050000
700153             WTXNHIST-FS                                          00050100
700153         MOVE 8 TO RETURN-CODE                                    00050200
700153         STOP RUN.                                                00050300
700153     PERFORM B-110-READ-TXN                                       00050400
700153       WITH TEST AFTER                                            00050500
700153       UNTIL NOT WTXNHIST-FS-OK.                                  00050600
700153     CLOSE TXNHIST-FILE.                                          00050700
700153     MOVE TXNXHDR-NUM-ITEMS TO WCTR-TXN-LOADED.                   00050800
700153     DISPLAY 'BaOtExpl-310 Transactions read:' WCTR-TXN-READ      00050900
700153       ', outside window:' WCTR-TXN-OUTWIN.                       00051000
           SKIP2                                                        00051100
700153 B-110-READ-TXN.                                                  00051200
700153     READ TXNHIST-FILE                                            00051300
700153         AT END                                                   00051400
700153             NEXT SENTENCE.                                       00051500
700153     IF  WTXNHIST-FS-OK                                           00051600
700153         ADD 1 TO WCTR-TXN-READ                                   00051700
700153         COMPUTE WTXN-STAMP = TXH-POST-DATE * 1000000             00051800
700153                            + TXH-POST-TIME                       00051900
700153         IF  WTXN-STAMP > WWIN-FROM-N                             00052000
700153             AND WTXN-STAMP NOT > WWIN-TO-N                       00052100
700153             PERFORM B-120-STORE-TXN                              00052200
700153         ELSE                                                     00052300
700153             ADD 1 TO WCTR-TXN-OUTWIN.                            00052400
           SKIP2                                                        00052500
700153 B-120-STORE-TXN.                                                 00052600
700153     MOVE TXH-PLAN-NUM TO TXNXKEY-PLAN.                           00052700
700153     MOVE TXH-PART-NUM TO TXNXKEY-PART.                           00052800
700153     MOVE TXH-XXYY     TO TXNXKEY-XXYY.                           00052900
700153     MOVE TXH-DENUM    TO TXNXKEY-DENUM.                          00053000
700153     SET TXNXIA-OPER-GET TO TRUE.                                 00053100
700153     PERFORM T-900-CALL-TXNX.                                     00053200
700153     IF  TXNXIA-RC-ERROR                                          00053300
700153         INITIALIZE TXNXDAT-AREA.                                 00053400
700153     IF  WTXN-STAMP NOT < TXNXDAT-STAMP                           00053500
700153         MOVE TXH-TXN-CODE TO TXNXDAT-CODE                        00053600
700153         MOVE TXH-TXN-SEQ  TO TXNXDAT-SEQ                         00053700
700153         MOVE WTXN-STAMP   TO TXNXDAT-STAMP.                      00053800
700153     ADD 1 TO TXNXDAT-TOUCHES.                                    00053900
700153     SET TXNXIA-OPER-UPDATE TO TRUE.                              00054000
700153     PERFORM T-900-CALL-TXNX.                                     00054100
           SKIP2                                                        00054200
700153***************************                                       00054300
700153*** OT200 pass                                                    00054400
700203*** A plan's difference lines come ahead of the PLN1 marker that  00000000
700203*** names it, so the markers are first collected in order onto    00000000
700203*** PLNWK and the extract is then read a second time, each line   00000000
700203*** taking the plan of the next marker still to come.  Extracts   00000000
700203*** written without the OT200HDR card carry no PLN1 and are       00000000
700203*** tagged without a plan.                                        00000000
700153***************************                                       00054500
700153 C-100-SCAN-OT200.                                                00054600
700203     PERFORM C-105-COLLECT-PLANS.                                 00000000
700203     IF  WPLNWK-LOADED-YES                                        00000000
700203         PERFORM C-107-TAG-PASS.                                  00000000
           SKIP2                                                        00000000
700203 C-105-COLLECT-PLANS.                                             00000000
700153     CALL 'UTOT200R' USING SD-AREA                                00054700
700153                           IO-O2R-PARM                            00054800
700153                           IO-O2R-OPEN                            00054900
700153                           WO2R-REC.                              00055000
700153     IF  IO-O2R-ERROR-YES                                         00055100
700153         DISPLAY 'BaOtExpl-308 OT200IN open failed:'              00055200
700153             IO-O2R-FILE-STATUS                                   00055300
700153         MOVE 8 TO RETURN-CODE                                    00055400
700153     ELSE                                                         00055500
700203         OPEN OUTPUT PLNWK-FILE                                   00000000
700203         IF  NOT WPLNWK-FS-OK                                     00000000
700203             DISPLAY 'BaOtExpl-312 PLNWK dd OPEN failed:'         00000000
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
700153         CALL 'UTOT200R' USING SD-AREA                            00056000
700153                               IO-O2R-PARM                        00056100
700153                               IO-O2R-CLOSE                       00056200
700153                               WO2R-REC.                          00056300
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
700203 C-107-TAG-PASS.                                                  00000000
700203     OPEN INPUT PLNWK-FILE.                                       00000000
700203     IF  NOT WPLNWK-FS-OK                                         00000000
700203         DISPLAY 'BaOtExpl-312 PLNWK dd OPEN failed:'             00000000
700203             WPLNWK-FS                                            00000000
700203         MOVE 8 TO RETURN-CODE                                    00000000
700203     ELSE                                                         00000000
700203         CALL 'UTOT200R' USING SD-AREA                            00000000
700203                               IO-O2R-PARM                        00000000
700203                               IO-O2R-OPEN                        00000000
700203                               WO2R-REC                           00000000
700203         IF  IO-O2R-ERROR-YES                                     00000000
700203             DISPLAY 'BaOtExpl-308 OT200IN open failed:'          00000000
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
           SKIP2                                                        00056400
700153 C-110-READ-LINE.                                                 00056500
700153     CALL 'UTOT200R' USING SD-AREA                                00056600
700153                           IO-O2R-PARM                            00056700
700153                           IO-O2R-READ                            00056800
700153                           WO2R-REC.                              00056900
700153     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00057000
700153         NEXT SENTENCE                                            00057100
700153     ELSE IF  IO-O2R-KIND-HDR                                     00057200
700153         MOVE IO-O2R-RUN-DATE TO WCUR-RUN-DATE                    00057300
700153     ELSE IF  IO-O2R-KIND-PLN                                     00057400
700153         MOVE IO-O2R-PLAN TO WCUR-PLAN                            00057500
700203         PERFORM C-108-NEXT-PLAN                                  00000000
700153         MOVE SPACES TO WCUR-XXYY WCUR-PART                       00057600
700153         ADD 1 TO WCTR-PLANS                                      00057700
700153     ELSE IF  IO-O2R-KIND-RECHDR                                  00057800
700153         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00057900
700153         MOVE SPACES TO WCUR-PART                                 00058000
700153     ELSE IF  IO-O2R-KIND-KEYDE                                   00058100
700153         IF  WCUR-PART = SPACES                                   00058200
700153             MOVE IO-O2R-VAL1 (1:11) TO WCUR-PART                 00058300
700153         END-IF                                                   00058400
700153     ELSE IF  IO-O2R-KIND-DETAIL OR IO-O2R-KIND-DELIM             00058500
700203         PERFORM C-140-TAG-LINE.                                  00000000
           SKIP2                                                        00058700
700203 C-140-TAG-LINE.                                                  00000000
700203     MOVE WCUR-XXYY     TO WCHG-XXYY.                             00000000
700203     MOVE WCUR-PART     TO WCHG-PART.                             00000000
700203     MOVE IO-O2R-DENUM  TO WCHG-DENUM.                            00000000
700203     MOVE IO-O2R-DENAME TO WCHG-DENAME.                           00000000
700203     MOVE IO-O2R-VAL1   TO WCHG-VAL1.                             00000000
700203     MOVE IO-O2R-VAL2   TO WCHG-VAL2.                             00000000
700203     PERFORM C-200-TAG-DIFF.                                      00000000
700153*** The DE itself first, then any whole-record transaction        00058800
700153*** against the same key.                                         00058900
700153 C-200-TAG-DIFF.                                                  00059000
700153     ADD 1 TO WCTR-DIFFS.                                         00059100
700153     MOVE SPACES TO WOTX-REC.                                     00059200
700153     MOVE ZERO   TO OTX-TXN-SEQ.                                  00059300
700169     MOVE WCHG-PLAN      TO OTX-PLAN-NUM.                         00059400
700169     MOVE WCHG-XXYY      TO OTX-XXYY.                             00059500
700169     MOVE WCHG-PART      TO OTX-PART-NUM.                         00059600
700169     MOVE WCHG-DENUM     TO OTX-DENUM.                            00059700
700169     MOVE WCHG-DENAME    TO OTX-DENAME.                           00059800
700169     MOVE WCHG-VAL1      TO OTX-VAL1.                             00059900
700169     MOVE WCHG-VAL2      TO OTX-VAL2.                             00060000
700153     MOVE WCUR-RUN-DATE  TO OTX-RUN-DATE.                         00060100
700169     MOVE WCHG-PLAN      TO TXNXKEY-PLAN.                         00060200
700169     MOVE WCHG-PART      TO TXNXKEY-PART.                         00060300
700169     MOVE WCHG-XXYY      TO TXNXKEY-XXYY.                         00060400
700169     MOVE WCHG-DENUM     TO TXNXKEY-DENUM.                        00060500
700153     SET TXNXIA-OPER-GET TO TRUE.                                 00060600
700153     PERFORM T-900-CALL-TXNX.                                     00060700
700153     IF  TXNXIA-RC-ERROR                                          00060800
700153         MOVE '***' TO TXNXKEY-DENUM                              00060900
700153         SET TXNXIA-OPER-GET TO TRUE                              00061000
700153         PERFORM T-900-CALL-TXNX.                                 00061100
700153     IF  TXNXIA-RC-ERROR                                          00061200
700153         SET OTX-STATUS-UNEXPLAINED TO TRUE                       00061300
700153         ADD 1 TO WCTR-UNEXPLAINED                                00061400
700153         PERFORM C-220-WRITE-UNEXPLAINED                          00061500
700153     ELSE                                                         00061600
700153         SET OTX-STATUS-EXPLAINED TO TRUE                         00061700
700153         MOVE TXNXDAT-CODE TO OTX-TXN-CODE                        00061800
700153         MOVE TXNXDAT-SEQ  TO OTX-TXN-SEQ                         00061900
700153         ADD 1 TO WCTR-EXPLAINED.                                 00062000
700153     PERFORM C-210-FMT-RXDAT1.                                    00062100
700153     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00062200
700153     PERFORM V-100-PRINT-LINE.                                    00062300
700153     IF  WCTL-TAGFEED-YES                                         00062400
700153         WRITE TAGFEED-REC FROM WOTX-REC.                         00062500
           SKIP2                                                        00062600
700153 C-210-FMT-RXDAT1.                                                00062700
700153     MOVE SPACES TO RXDAT1-LINE.                                  00062800
700153     MOVE OTX-PLAN-NUM  TO RXDAT1-PLAN.                           00062900
700153     MOVE OTX-XXYY      TO RXDAT1-XXYY.                           00063000
700153     MOVE OTX-PART-NUM  TO RXDAT1-PART.                           00063100
700153     MOVE OTX-DENUM     TO RXDAT1-DENUM.                          00063200
700153     MOVE OTX-DENAME    TO RXDAT1-DENAME.                         00063300
700153     MOVE OTX-VAL1      TO RXDAT1-VAL1.                           00063400
700153     MOVE OTX-VAL2      TO RXDAT1-VAL2.                           00063500
700153     IF  OTX-STATUS-EXPLAINED                                     00063600
700153         MOVE 'EXPLAINED'   TO RXDAT1-TAG                         00063700
700153         MOVE OTX-TXN-CODE  TO RXDAT1-TXN-CODE                    00063800
700153         MOVE OTX-TXN-SEQ   TO RXDAT1-TXN-SEQ                     00063900
700153     ELSE                                                         00064000
700153         MOVE 'UNEXPLAINED' TO RXDAT1-TAG                         00064100
700153         MOVE ZERO          TO RXDAT1-TXN-SEQ.                    00064200
           SKIP2                                                        00064300
700153 C-220-WRITE-UNEXPLAINED.                                         00064400
700153     WRITE UNXFEED-REC FROM WOTX-REC.                             00064500
700153     PERFORM C-210-FMT-RXDAT1.                                    00064600
700153     WRITE UNXRPT-LINE FROM RXDAT1-LINE                           00064700
700153       AFTER ADVANCING 1 LINE.                                    00064800
           SKIP2                                                        00064900
700153***************************                                       00065000
700153*** Transaction container                                         00065100
700153***************************                                       00065200
700153 T-800-SETUP-TXNX.                                                00065300
700153     MOVE 'TxnExpl'         TO TXNXHDR-NAME.                      00065400
700153     SET TXNXHDR-TYPE-ORDERED    TO TRUE.                         00065500
700153     SET TXNXIA-MODE-MOVE        TO TRUE.                         00065600
700153     SET TXNXIA-OPER-CO-SETUP    TO TRUE.                         00065700
700153     PERFORM T-900-CALL-TXNX.                                     00065800
700153     IF  TXNXIA-RC-ERROR                                          00065900
700153         DISPLAY 'BaOtExpl-432 TXNX setup failed'                 00066000
700153         MOVE 8 TO RETURN-CODE                                    00066100
700153         STOP RUN.                                                00066200
           SKIP2                                                        00066300
700153 T-900-CALL-TXNX.                                                 00066400
700153     SET TXNXIA-KEY-ADDR      TO ADDRESS OF TXNXKEY-AREA.         00066500
700153     SET TXNXIA-DATA-ADDR     TO ADDRESS OF TXNXDAT-AREA.         00066600
700153     MOVE LENGTH OF TXNXKEY-AREA  TO TXNXHDR-KEY-LENG.            00066700
700153     MOVE LENGTH OF TXNXDAT-AREA  TO TXNXHDR-DATA-LENG.           00066800
700153     CALL 'UTCOINDX' USING SD-AREA                                00066900
700153                      TXNXHDR-AREA                                00067000
700153                      TXNXIA-AREA.                                00067100
           SKIP2                                                        00067200
700153***************************                                       00067300
700153*** Print-line routines                                           00067400
700153***************************                                       00067500
700153 V-100-PRINT-LINE.                                                00067600
700153     IF  WPRINT-LINES-OVER                                        00067700
700153         PERFORM V-150-NEWPAGE.                                   00067800
700153     ADD 1 TO WPRINT-LINES.                                       00067900
700153     WRITE PRINT-LINE FROM WPRINT-LINE                            00068000
700153           AFTER ADVANCING 1 LINE.                                00068100
700153     MOVE SPACES   TO WPRINT-LINE.                                00068200
700153     ADD 1 TO WPRINT-TOT-LINES.                                   00068300
           SKIP2                                                        00068400
700153 V-150-NEWPAGE.                                                   00068500
700153     ADD 1 TO WPRINT-PAGE.                                        00068600
700153     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00068700
700153     MOVE SPACES TO PRINT-LINE.                                   00068800
700153     WRITE PRINT-LINE                                             00068900
700153       AFTER ADVANCING PAGE.                                      00069000
700153     WRITE PRINT-LINE FROM RPTHDR-LINE                            00069100
700153       AFTER ADVANCING 1 LINE.                                    00069200
700153     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00069300
700153       AFTER ADVANCING 1.                                         00069400
700153     MOVE ZERO TO WPRINT-LINES.                                   00069500
700153     ADD 3 TO WPRINT-TOT-LINES.                                   00069600
