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
700176 IDENTIFICATION DIVISION.                                         00000100
700176 PROGRAM-ID. 'BADEFPKG'.                                          00000200
700176******************************************************************00000300
700176**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700176******************************************************************00000500
700176**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700176**  PURPOSE      Defect handoff packager for vendor escalations.  00000700
700176**               Takes a defect number (DEFECT card - its plans   00000800
700176**               come off the DISPMST disposition master) or the  00000900
700176**               plans directly (PLAN cards), with the sample keys00001000
700176**               (KEY cards), and assembles into one PACKAGE      00001100
700176**               dataset everything the vendor asks for:          00001200
700176**                 MINI1/MINI2 - the BABKSUB minis                00001300
700176**                 OT200       - the extract's lines for the plans00001400
700176**                 IN110       - the compare's control deck       00001500
700176**                 INCLUDE     - the INCLUDE members it used      00001600
700176**                 MANIF1/2    - BABKMAN manifests of both minis  00001700
700176**                 KEYDUMP     - BABKKEY dumps of the sample keys 00001800
700176**                 DEMODLVL    - the DEMOD level handshake output 00001900
700176**               The package opens with a table of contents - per 00002000
700176**               member its status, record and byte counts and    00002100
700176**               checksum (UTAUDHSH fold over the member's bytes) 00002200
700176**               - and every piece the vendor would bounce the    00002300
700176**               ticket for is checked before it goes: a member   00002400
700176**               not supplied or empty, a plan missing from a     00002500
700176**               mini or the OT200, a sample key with no dump,    00002600
700176**               INCLUDE cards with no members.  What was sent    00002700
700176**               is appended to the HANDLOG handoff log.          00002800
700176**                                                                00002900
700176**               Each member is read twice: once to count and     00003000
700176**               checksum it for the contents, once to copy it.   00003100
700176**               A member whose second reading disagrees with     00003200
700176**               the first fails the package.                     00003300
700176**                                                                00003400
700176**               Return codes:                                    00003500
700176**                 0 - package complete, nothing missing          00003600
700176**                 4 - package built with exceptions listed in    00003700
700176**                     its contents, or a control card rejected   00003800
700176**                 8 - no plans to package, or a member changed   00003900
700176**                     while it was being packaged                00004000
700176**                16 - PACKAGE or HANDLOG could not be opened     00004100
700176******************************************************************00004200
700176**  REVISIONS:                                                    00004300
700176******************************************************************00004400
700176**  Input                                                         00004500
700176**   . IN110   - Control File                                     00004600
700176**                 DEFECT dddddddd - plans from DISPMST rows      00004700
700176**                                   carrying this defect         00004800
700176**                 PLAN pppppp     - a plan (up to 100)           00004900
700176**                 KEY kkkk...     - a sample key, columns 5-24   00005000
700176**                                   (up to 20)                   00005100
700176**                 OPERATOR oooooooo - who is sending it          00005200
700176**   . DISPMST - Keyed disposition master, DEFECT card only       00005300
700176**   . MINI1/MINI2 - BABKSUB minis                                00005400
700176**   . OT200IN - The cycle's OT200 extract, via UTOT200R,         00005500
700176**               written with OT200HDR so the PLN1 markers are    00005600
700176**               present                                          00005700
700176**   . CMPDECK - The compare's IN110 control deck                 00005800
700176**   . CMPINCL - The INCLUDE members it named, concatenated       00005900
700176**   . MANIF1/MANIF2 - BABKMAN manifest reports of the minis      00006000
700176**   . KEYDUMP - BABKKEY dump reports of the sample keys          00006100
700176**   . DEMODLVL - The compare's DEMOD level handshake output      00006200
700176******************************************************************00006300
700176**  Output                                                        00006400
700176**   . SYSOUT  - Displayed Information                            00006500
700176**   . REPORT  - The table of contents and exceptions             00006600
700176**   . PACKAGE - The handoff package (see PKG-REC)                00006700
700176**   . HANDLOG - Handoff log, appended (HANDLOG copybook)         00006800
700176******************************************************************00006900
700176 ENVIRONMENT DIVISION.                                            00007000
700176 CONFIGURATION SECTION.                                           00007100
700176 INPUT-OUTPUT SECTION.                                            00007200
           SKIP2                                                        00007300
700176 FILE-CONTROL.                                                    00007400
700176     SELECT PRINT-FILE                                            00007500
700176         ASSIGN TO UT-S-REPORT                                    00007600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007700
700176         FILE STATUS WPRINT-FS.                                   00007800
700176     SELECT DISPMST-FILE                                          00007900
700176         ASSIGN TO DISPMST                                        00008000
700176         ORGANIZATION IS INDEXED                                  00008100
700176         ACCESS MODE IS DYNAMIC                                   00008200
700176         RECORD KEY IS DSPM-KEY                                   00008300
700176         FILE STATUS WDISPMST-FS.                                 00008400
700176     SELECT MINI1-FILE                                            00008500
700176         ASSIGN TO UT-S-MINI1                                     00008600
700176         FILE STATUS WMINI1-FS.                                   00008700
700176     SELECT MINI2-FILE                                            00008800
700176         ASSIGN TO UT-S-MINI2                                     00008900
700176         FILE STATUS WMINI2-FS.                                   00009000
700176     SELECT DECK-FILE                                             00009100
700176         ASSIGN TO UT-S-CMPDECK                                   00009200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009300
700176         FILE STATUS WDECK-FS.                                    00009400
700176     SELECT INCL-FILE                                             00009500
700176         ASSIGN TO UT-S-CMPINCL                                   00009600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009700
700176         FILE STATUS WINCL-FS.                                    00009800
700176     SELECT MANIF1-FILE                                           00009900
700176         ASSIGN TO UT-S-MANIF1                                    00010000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010100
700176         FILE STATUS WMANIF1-FS.                                  00010200
700176     SELECT MANIF2-FILE                                           00010300
700176         ASSIGN TO UT-S-MANIF2                                    00010400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010500
700176         FILE STATUS WMANIF2-FS.                                  00010600
700176     SELECT KEYDUMP-FILE                                          00010700
700176         ASSIGN TO UT-S-KEYDUMP                                   00010800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010900
700176         FILE STATUS WKEYDUMP-FS.                                 00011000
700176     SELECT DEMODLV-FILE                                          00011100
700176         ASSIGN TO UT-S-DEMODLVL                                  00011200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011300
700176         FILE STATUS WDEMODLV-FS.                                 00011400
700176     SELECT PKG-FILE                                              00011500
700176         ASSIGN TO UT-S-PACKAGE                                   00011600
700176         FILE STATUS WPKG-FS.                                     00011700
700176     SELECT HANDLOG-FILE                                          00011800
700176         ASSIGN TO UT-S-HANDLOG                                   00011900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00012000
700176         FILE STATUS WHANDLOG-FS.                                 00012100
700176 DATA DIVISION.                                                   00012200
           SKIP2                                                        00012300
700176 FILE SECTION.                                                    00012400
           SKIP1                                                        00012500
700176 FD  PRINT-FILE                                                   00012600
700176     BLOCK CONTAINS 0 RECORDS                                     00012700
700176     LABEL RECORDS ARE STANDARD.                                  00012800
           SKIP2                                                        00012900
700176 01 PRINT-LINE                PIC X(133).                         00013000
           SKIP2                                                        00013100
700176 FD  DISPMST-FILE                                                 00013200
700176     LABEL RECORDS ARE STANDARD.                                  00013300
           SKIP2                                                        00013400
700176 01  DISPMST-REC. COPY DISPMST.                                   00013500
           SKIP2                                                        00013600
700176*** The minis as BABKSUB writes them.                             00013700
700176 FD  MINI1-FILE                                                   00013800
700176     BLOCK CONTAINS 0 RECORDS                                     00013900
700176     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00014000
700176         DEPENDING ON WMINI1-LENG                                 00014100
700176     LABEL RECORDS ARE STANDARD.                                  00014200
           SKIP2                                                        00014300
700176 01  MINI1-REC                PIC X(32760).                       00014400
           SKIP2                                                        00014500
700176 FD  MINI2-FILE                                                   00014600
700176     BLOCK CONTAINS 0 RECORDS                                     00014700
700176     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00014800
700176         DEPENDING ON WMINI2-LENG                                 00014900
700176     LABEL RECORDS ARE STANDARD.                                  00015000
           SKIP2                                                        00015100
700176 01  MINI2-REC                PIC X(32760).                       00015200
           SKIP2                                                        00015300
700176 FD  DECK-FILE                                                    00015400
700176     BLOCK CONTAINS 0 RECORDS                                     00015500
700176     LABEL RECORDS ARE STANDARD.                                  00015600
           SKIP2                                                        00015700
700176 01  DECK-REC                 PIC X(80).                          00015800
           SKIP2                                                        00015900
700176 FD  INCL-FILE                                                    00016000
700176     BLOCK CONTAINS 0 RECORDS                                     00016100
700176     LABEL RECORDS ARE STANDARD.                                  00016200
           SKIP2                                                        00016300
700176 01  INCL-REC                 PIC X(80).                          00016400
           SKIP2                                                        00016500
700176 FD  MANIF1-FILE                                                  00016600
700176     BLOCK CONTAINS 0 RECORDS                                     00016700
700176     LABEL RECORDS ARE STANDARD.                                  00016800
           SKIP2                                                        00016900
700176 01  MANIF1-REC               PIC X(133).                         00017000
           SKIP2                                                        00017100
700176 FD  MANIF2-FILE                                                  00017200
700176     BLOCK CONTAINS 0 RECORDS                                     00017300
700176     LABEL RECORDS ARE STANDARD.                                  00017400
           SKIP2                                                        00017500
700176 01  MANIF2-REC               PIC X(133).                         00017600
           SKIP2                                                        00017700
700176 FD  KEYDUMP-FILE                                                 00017800
700176     BLOCK CONTAINS 0 RECORDS                                     00017900
700176     LABEL RECORDS ARE STANDARD.                                  00018000
           SKIP2                                                        00018100
700176 01  KEYDUMP-REC              PIC X(133).                         00018200
           SKIP2                                                        00018300
700176 FD  DEMODLV-FILE                                                 00018400
700176     BLOCK CONTAINS 0 RECORDS                                     00018500
700176     LABEL RECORDS ARE STANDARD.                                  00018600
           SKIP2                                                        00018700
700176 01  DEMODLV-REC              PIC X(133).                         00018800
           SKIP2                                                        00018900
700176*** Package records: T contents line, M member start (its         00019000
700176*** description in the data), D one record of the member as       00019100
700176*** read, E member end (records, bytes and checksum in the        00019200
700176*** data, the same figures the contents show).                    00019300
700176 FD  PKG-FILE                                                     00019400
700176     BLOCK CONTAINS 0 RECORDS                                     00019500
700176     RECORD IS VARYING IN SIZE FROM 24 TO 32784 CHARACTERS        00019600
700176         DEPENDING ON WPKG-RLEN                                   00019700
700176     LABEL RECORDS ARE STANDARD.                                  00019800
           SKIP2                                                        00019900
700176 01  PKG-REC.                                                     00020000
700176     05  PKG-KIND             PIC X.                              00020100
700176         88  PKG-KIND-TOC       VALUE 'T'.                        00020200
700176         88  PKG-KIND-START     VALUE 'M'.                        00020300
700176         88  PKG-KIND-DATA      VALUE 'D'.                        00020400
700176         88  PKG-KIND-END       VALUE 'E'.                        00020500
700176     05  PKG-MEMBER           PIC X(8).                           00020600
700176     05  PKG-SEQ              PIC 9(9).                           00020700
700176     05  PKG-LENG             PIC 9(5).                           00020800
700176     05  PKG-DATA             PIC X(32760).                       00020900
           SKIP2                                                        00021000
700176 FD  HANDLOG-FILE                                                 00021100
700176     BLOCK CONTAINS 0 RECORDS                                     00021200
700176     LABEL RECORDS ARE STANDARD.                                  00021300
           SKIP2                                                        00021400
700176 01  HANDLOG-REC. COPY HANDLOG.                                   00021500
700176 WORKING-STORAGE SECTION.                                         00021600
700176 77  SUB-MEM               PIC S9(4) BINARY VALUE ZERO.           00021700
700176 77  SUB-PLAN              PIC S9(4) BINARY VALUE ZERO.           00021800
700176 77  SUB-KEY               PIC S9(4) BINARY VALUE ZERO.           00021900
700176 77  SUB-BUF               PIC S9(4) BINARY VALUE ZERO.           00022000
700176 77  SUB-EXC               PIC S9(4) BINARY VALUE ZERO.           00022100
700176 77  WPLAN-HIT-SUB         PIC S9(4) BINARY VALUE ZERO.           00022200
700176 77  WMINI1-LENG           PIC S9(8) BINARY VALUE ZERO.           00022300
700176 77  WMINI2-LENG           PIC S9(8) BINARY VALUE ZERO.           00022400
700176 77  WPKG-RLEN             PIC S9(8) BINARY VALUE ZERO.           00022500
700176 77  WCHK-POS              PIC S9(8) BINARY VALUE ZERO.           00022600
700176 77  WCHK-LEN              PIC S9(8) BINARY VALUE ZERO.           00022700
700176 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00022800
700176 77  WCTR-DECK-INCLUDES    PIC 9(5)     VALUE ZERO.               00022900
700176 77  WCTR-OT-OVER          PIC 9(7)     VALUE ZERO.               00023000
700176 77  WCTR-PKG-RECS         PIC 9(9)     VALUE ZERO.               00023100
700176 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00023200
700176 77  WPKG-CHECKSUM         PIC 9(10)    VALUE ZERO.               00023300
700176 77  WEXC-COUNT-ED         PIC ZZZZ9    VALUE ZERO.               00023400
700176 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00023500
700176 77  WRUN-TIME             PIC 9(8)     VALUE ZERO.               00023600
700176 77  WPASS                 PIC 9        VALUE 1.                  00023700
700176     88  WPASS-COUNT       VALUE 1.                               00023800
700176     88  WPASS-COPY        VALUE 2.                               00023900
700176 77  WMEM-EOF-FLG          PIC X        VALUE 'N'.                00024000
700176     88  WMEM-EOF-YES      VALUE 'Y'.                             00024100
700176 77  WMEM-OPEN-FLG         PIC X        VALUE 'N'.                00024200
700176     88  WMEM-OPEN-YES     VALUE 'Y'.                             00024300
700176 77  WALL-PLANS-FLG        PIC X        VALUE 'N'.                00024400
700176     88  WALL-PLANS-YES    VALUE 'Y'.                             00024500
700176 77  WPLAN-SEL-FLG         PIC X        VALUE 'N'.                00024600
700176     88  WPLAN-SEL-YES     VALUE 'Y'.                             00024700
700176 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00024800
700176     88  WBROWSE-DONE-YES  VALUE 'Y'.                             00024900
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00025000
700191 77  WPLAN-LO-WORK         PIC X(10)    VALUE SPACES.             00025100
700191 77  WPLAN-HI-WORK         PIC X(10)    VALUE SPACES.             00025200
700176 77  WEXC-WORK             PIC X(100)   VALUE SPACES.             00025300
           SKIP2                                                        00025400
700176 01  WPRINT-AREA.                                                 00025500
700176     05  WPRINT-FS                 PIC XX  VALUE '00'.            00025600
700176         88  WPRINT-FS-OK VALUE '00'.                             00025700
700176     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00025800
700176     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00025900
700176     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00026000
700176     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00026100
700176         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00026200
700176     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00026300
           SKIP2                                                        00026400
700176 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00026500
700176     88  WDISPMST-FS-OK    VALUE '00'.                            00026600
700176 01  WMINI1-FS             PIC XX  VALUE '00'.                    00026700
700176     88  WMINI1-FS-OK      VALUE '00'.                            00026800
700176 01  WMINI2-FS             PIC XX  VALUE '00'.                    00026900
700176     88  WMINI2-FS-OK      VALUE '00'.                            00027000
700176 01  WDECK-FS              PIC XX  VALUE '00'.                    00027100
700176     88  WDECK-FS-OK       VALUE '00'.                            00027200
700176 01  WINCL-FS              PIC XX  VALUE '00'.                    00027300
700176     88  WINCL-FS-OK       VALUE '00'.                            00027400
700176 01  WMANIF1-FS            PIC XX  VALUE '00'.                    00027500
700176     88  WMANIF1-FS-OK     VALUE '00'.                            00027600
700176 01  WMANIF2-FS            PIC XX  VALUE '00'.                    00027700
700176     88  WMANIF2-FS-OK     VALUE '00'.                            00027800
700176 01  WKEYDUMP-FS           PIC XX  VALUE '00'.                    00027900
700176     88  WKEYDUMP-FS-OK    VALUE '00'.                            00028000
700176 01  WDEMODLV-FS           PIC XX  VALUE '00'.                    00028100
700176     88  WDEMODLV-FS-OK    VALUE '00'.                            00028200
700176 01  WPKG-FS               PIC XX  VALUE '00'.                    00028300
700176     88  WPKG-FS-OK        VALUE '00'.                            00028400
700176 01  WHANDLOG-FS           PIC XX  VALUE '00'.                    00028500
700176     88  WHANDLOG-FS-OK    VALUE '00'.                            00028600
700176*** The cycle's extract is read through the shared UTOT200R       00028700
700176*** reader.                                                       00028800
700176 01  WO2R-REC              PIC X(200) VALUE SPACES.               00028900
           SKIP2                                                        00029000
700176*** The record just read from the member being packaged.          00029100
700176 01  WMEM-AREA.                                                   00029200
700176     05  WMEM-LENG             PIC S9(8) BINARY VALUE ZERO.       00029300
700176     05  WMEM-REC              PIC X(32760) VALUE SPACES.         00029400
700176     05  WMEM-MINI-VIEW REDEFINES WMEM-REC.                       00029500
700203         10  WMEM-MINI-PLAN    PIC X(10).                         00029600
700176         10  WMEM-MINI-TYPE    PIC X(4).                          00029700
700176             88  WMEM-MINI-HDR-TLR VALUE 'HDR1' 'HDR ' 'TLR1'     00029800
700176                                         'TLR '.                  00029900
700203         10  FILLER            PIC X(32746).                      00030000
           SKIP2                                                        00030100
700176*** Members in package order: name and what it is.                00030200
700176 01  WMEM-NAMES-DEF.                                              00030300
700176     05  FILLER PIC X(38) VALUE                                   00030400
700176           'MINI1   BABKSUB mini, File1 side      '.              00030500
700176     05  FILLER PIC X(38) VALUE                                   00030600
700176           'MINI2   BABKSUB mini, File2 side      '.              00030700
700176     05  FILLER PIC X(38) VALUE                                   00030800
700176           'OT200   OT200 lines for the plans     '.              00030900
700176     05  FILLER PIC X(38) VALUE                                   00031000
700176           'IN110   Compare control deck          '.              00031100
700176     05  FILLER PIC X(38) VALUE                                   00031200
700176           'INCLUDE INCLUDE members of the deck   '.              00031300
700176     05  FILLER PIC X(38) VALUE                                   00031400
700176           'MANIF1  BABKMAN manifest of MINI1     '.              00031500
700176     05  FILLER PIC X(38) VALUE                                   00031600
700176           'MANIF2  BABKMAN manifest of MINI2     '.              00031700
700176     05  FILLER PIC X(38) VALUE                                   00031800
700176           'KEYDUMP BABKKEY dumps of sample keys  '.              00031900
700176     05  FILLER PIC X(38) VALUE                                   00032000
700176           'DEMODLVLDEMOD level handshake output  '.              00032100
700176 01  WMEM-NAMES REDEFINES WMEM-NAMES-DEF.                         00032200
700176     05  WMEM-NAME-ENTRY OCCURS 9 TIMES.                          00032300
700176         10  WMEM-NAME         PIC X(8).                          00032400
700176         10  WMEM-DESC         PIC X(30).                         00032500
           SKIP2                                                        00032600
700176*** Per-member figures.  WMST- is what the counting pass found    00032700
700176*** and the contents show; WCUR- is the reading in progress.      00032800
700176 01  WMST-AREA.                                                   00032900
700176     05  WMST-COUNT            PIC S9(4) BINARY VALUE 9.          00033000
700176     05  WMST-ENTRY OCCURS 9 TIMES.                               00033100
700176         10  WMST-STATUS       PIC X(8)     VALUE SPACES.         00033200
700176         10  WMST-RECORDS      PIC 9(9)     VALUE ZERO.           00033300
700176         10  WMST-BYTES        PIC 9(11)    VALUE ZERO.           00033400
700176         10  WMST-CHECKSUM     PIC 9(10)    VALUE ZERO.           00033500
700176 01  WCUR-AREA.                                                   00033600
700176     05  WCUR-RECORDS          PIC 9(9)     VALUE ZERO.           00033700
700176     05  WCUR-BYTES            PIC 9(11)    VALUE ZERO.           00033800
700176     05  WCUR-CHECKSUM         PIC 9(10)    VALUE ZERO.           00033900
           SKIP2                                                        00034000
700176*** Plans to package.  A DISPMST range row is one entry from      00034100
700176*** its plan through DSPM-PLAN-HI.  The Y/N flags say where each  00034200
700176*** was seen during the counting pass.                            00034300
700176 01  WPLAN-AREA.                                                  00034400
700176     05  WPLAN-COUNT           PIC S9(4) BINARY VALUE ZERO.       00034500
700176     05  WPLAN-MAX-ENTRIES     PIC S9(4) BINARY VALUE 100.        00034600
700176     05  WPLAN-ENTRY OCCURS 100 TIMES.                            00034700
700191         10  WPLAN-LO          PIC X(10)    VALUE SPACES.         00034800
700191         10  WPLAN-HI          PIC X(10)    VALUE SPACES.         00034900
700176         10  WPLAN-IN-MINI1    PIC X        VALUE 'N'.            00035000
700176         10  WPLAN-IN-MINI2    PIC X        VALUE 'N'.            00035100
700176         10  WPLAN-IN-OT200    PIC X        VALUE 'N'.            00035200
           SKIP2                                                        00035300
700176 01  WKEY-AREA.                                                   00035400
700176     05  WKEY-COUNT            PIC S9(4) BINARY VALUE ZERO.       00035500
700176     05  WKEY-MAX-ENTRIES      PIC S9(4) BINARY VALUE 20.         00035600
700176     05  WKEY-ENTRY OCCURS 20 TIMES.                              00035700
700203         10  WKEY-VALUE        PIC X(24)    VALUE SPACES.         00035800
700176         10  WKEY-DUMPED       PIC X        VALUE 'N'.            00035900
           SKIP2                                                        00036000
700176*** OT200 detail held until the PLN1 marker that follows it       00036100
700176*** names its plan, the way BADSPWB's P command reads it.         00036200
700176 01  WBUF-AREA.                                                   00036300
700176     05  WBUF-COUNT            PIC S9(4) BINARY VALUE ZERO.       00036400
700176     05  WBUF-MAX-ENTRIES      PIC S9(4) BINARY VALUE 1000.       00036500
700176     05  WBUF-ENTRY OCCURS 1000 TIMES                             00036600
700176                               PIC X(200) VALUE SPACES.           00036700
           SKIP2                                                        00036800
700176*** Exceptions found by the counting pass, listed in the contents.00036900
700176 01  WEXC-AREA.                                                   00037000
700176     05  WEXC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00037100
700176     05  WEXC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00037200
700176     05  WEXC-OVER             PIC 9(5)     VALUE ZERO.           00037300
700176     05  WEXC-ENTRY OCCURS 50 TIMES                               00037400
700176                               PIC X(100) VALUE SPACES.           00037500
           SKIP2                                                        00037600
700176 01  WTOC-MEM-LINE.                                               00037700
700176     05  FILLER                PIC X        VALUE SPACE.          00037800
700176     05  WTOC-NAME             PIC X(8)     VALUE SPACES.         00037900
700176     05  FILLER                PIC X        VALUE SPACE.          00038000
700176     05  WTOC-STATUS           PIC X(8)     VALUE SPACES.         00038100
700176     05  FILLER                PIC X        VALUE SPACE.          00038200
700176     05  WTOC-RECORDS          PIC Z(8)9    VALUE ZERO.           00038300
700176     05  FILLER                PIC X        VALUE SPACE.          00038400
700176     05  WTOC-BYTES            PIC Z(10)9   VALUE ZERO.           00038500
700176     05  FILLER                PIC X        VALUE SPACE.          00038600
700176     05  WTOC-CHECKSUM         PIC 9(10)    VALUE ZERO.           00038700
700176     05  FILLER                PIC X        VALUE SPACE.          00038800
700176     05  WTOC-DESC             PIC X(30)    VALUE SPACES.         00038900
700176     05  FILLER                PIC X(51)    VALUE SPACES.         00039000
           SKIP2                                                        00039100
700176 01  WEND-DATA.                                                   00039200
700176     05  WEND-RECORDS          PIC 9(9)     VALUE ZERO.           00039300
700176     05  FILLER                PIC X        VALUE SPACE.          00039400
700176     05  WEND-BYTES            PIC 9(11)    VALUE ZERO.           00039500
700176     05  FILLER                PIC X        VALUE SPACE.          00039600
700176     05  WEND-CHECKSUM         PIC 9(10)    VALUE ZERO.           00039700
           SKIP2                                                        00039800
700176 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00039900
700176 01  WCTL-AREA.                                                   00040000
700176     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00040100
700176         88  WCTL-CMD-DEFECT     VALUE 'DEFECT'.                  00040200
700176         88  WCTL-CMD-PLAN       VALUE 'PLAN'.                    00040300
700176         88  WCTL-CMD-KEY        VALUE 'KEY'.                     00040400
700176         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00040500
700176     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00040600
700176     05  WCTL-DEFECT             PIC X(8)  VALUE SPACES.          00040700
700176     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00040800
           SKIP2                                                        00040900
700176 01  RPTHDR-LINE.                                                 00041000
700176         05   FILLER     PIC X(02) VALUE                          00041100
700176           ' '.                                                   00041200
700176         05   FILLER     PIC X(28) VALUE                          00041300
700176           'OmniPlus Defect Handoff'.                             00041400
700176         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00041500
700176         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00041600
700176         05   FILLER     PIC X(6)  VALUE                          00041700
700176           '  Page'.                                              00041800
700176         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00041900
           SKIP2                                                        00042000
700176 01  IO-AHS-PARM.                                                 00042100
700176       COPY IOAUDHSH REPLACING 'PROGRAM' BY 'BADEFPKG'.           00042200
           SKIP2                                                        00042300
700176 01  IO-O2R-PARM.                                                 00042400
700176       COPY IOOT200R REPLACING 'PROGRAM' BY 'BADEFPKG'.           00042500
           SKIP2                                                        00042600
700176 01  IO-IN110-PARM.                                               00042700
700176       COPY IOIN110 REPLACING 'PROGRAM' BY 'BADEFPKG'.            00042800
           SKIP3                                                        00042900
700176 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00043000
           EJECT                                                        00043100
700176 PROCEDURE DIVISION.                                              00043200
           SKIP2                                                        00043300
700176 A-100-BODY.                                                      00043400
700176     PERFORM A-105-INIT.                                          00043500
700176     PERFORM A-200-INIT-OPEN.                                     00043600
700176     IF  WPLAN-COUNT = ZERO                                       00043700
700176         AND NOT WALL-PLANS-YES                                   00043800
700176         DISPLAY 'BaDefPkg-302 No plans for the package - DEFECT '00043900
700176             'not on DISPMST and no PLAN cards'                   00044000
700176         MOVE 8 TO WRC-FINAL                                      00044100
700176     ELSE                                                         00044200
700176         PERFORM A-300-BUILD-PACKAGE.                             00044300
700176     PERFORM A-900-FINI-CLOSE.                                    00044400
700176     MOVE WRC-FINAL TO RETURN-CODE.                               00044500
700176     GOBACK.                                                      00044600
           SKIP2                                                        00044700
700176 A-105-INIT.                                                      00044800
700176     CALL 'BASDIN' USING SD-AREA.                                 00044900
           SKIP2                                                        00045000
700176 A-200-INIT-OPEN.                                                 00045100
700176     DISPLAY 'BaDefPkg-998 Program Starting'.                     00045200
700176     ACCEPT RPTHDR-DATE FROM DATE.                                00045300
700176     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00045400
700176     ACCEPT WRUN-TIME FROM TIME.                                  00045500
700176     OPEN OUTPUT                                                  00045600
700176               PRINT-FILE.                                        00045700
700176     IF  NOT WPRINT-FS-OK                                         00045800
700176         DISPLAY 'BaDefPkg-53 PRINT dd OPEN failed:'              00045900
700176             WPRINT-FS                                            00046000
700176         STOP RUN.                                                00046100
700176     CALL 'UT110IN'  USING SD-AREA                                00046200
700176               IO-IN110-PARM                                      00046300
700176               IO-IN110-OPEN                                      00046400
700176               CTL-REC.                                           00046500
700176     IF  IO-IN110-ERROR = 'Y'                                     00046600
700176          OR IO-IN110-FILE-STATUS NOT = '00'                      00046700
700176         DISPLAY 'BaDefPkg-301 IN110 file failed to open:'        00046800
700176           IO-IN110-FILE-STATUS                                   00046900
700176         MOVE 16 TO RETURN-CODE                                   00047000
700176         STOP RUN.                                                00047100
700176     PERFORM F-110-READ-IN110.                                    00047200
700176     PERFORM F-100-PROC-CTL                                       00047300
700176       UNTIL IO-IN110-ERROR-YES.                                  00047400
700176     CALL 'UT110IN'  USING SD-AREA                                00047500
700176               IO-IN110-PARM                                      00047600
700176               IO-IN110-CLOSE                                     00047700
700176               CTL-REC.                                           00047800
700176     IF  WCTL-OPERATOR = SPACES                                   00047900
700176         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00048000
700176     IF  WCTL-DEFECT NOT = SPACES                                 00048100
700176         PERFORM A-250-LOAD-DEFECT-PLANS.                         00048200
700176     MOVE ' Package Contents'  TO RPTHDR-SUBTITLE.                00048300
700176     PERFORM V-150-NEWPAGE.                                       00048400
           SKIP2                                                        00048500
700176*** Every DISPMST row carrying the defect contributes its plan:   00048600
700176*** a wildcard ALL row packages every plan, a range row its       00048700
700176*** range.                                                        00048800
700176 A-250-LOAD-DEFECT-PLANS.                                         00048900
700176     OPEN INPUT DISPMST-FILE.                                     00049000
700176     IF  NOT WDISPMST-FS-OK                                       00049100
700176         DISPLAY 'BaDefPkg-303 DISPMST OPEN failed, no plans '    00049200
700176             'for DEFECT ' WCTL-DEFECT ':' WDISPMST-FS            00049300
700176     ELSE                                                         00049400
700176         MOVE 'N' TO WBROWSE-DONE-FLG                             00049500
700176         MOVE LOW-VALUES TO DSPM-KEY                              00049600
700176         START DISPMST-FILE KEY NOT < DSPM-KEY                    00049700
700176             INVALID KEY                                          00049800
700176                 SET WBROWSE-DONE-YES TO TRUE                     00049900
700176         END-START                                                00050000
700176         PERFORM A-260-DEFECT-ROW                                 00050100
700176           UNTIL WBROWSE-DONE-YES                                 00050200
700176         CLOSE DISPMST-FILE.                                      00050300
           SKIP2                                                        00050400
700176 A-260-DEFECT-ROW.                                                00050500
700176     READ DISPMST-FILE NEXT RECORD                                00050600
700176         AT END                                                   00050700
700176             SET WBROWSE-DONE-YES TO TRUE.                        00050800
700176     IF  NOT WBROWSE-DONE-YES                                     00050900
700176         AND WDISPMST-FS-OK                                       00051000
700176         AND DSPM-DEFECT = WCTL-DEFECT                            00051100
700176         IF  DSPM-PLAN-NUM = 'ALL'                                00051200
700176             SET WALL-PLANS-YES TO TRUE                           00051300
700176         ELSE                                                     00051400
700176             MOVE DSPM-PLAN-NUM TO WPLAN-LO-WORK                  00051500
700191             IF  DSPM-PLAN-HI NOT = SPACES AND LOW-VALUES         00051600
700176                 MOVE DSPM-PLAN-HI TO WPLAN-HI-WORK               00051700
700176             ELSE                                                 00051800
700176                 MOVE DSPM-PLAN-NUM TO WPLAN-HI-WORK              00051900
700176             END-IF                                               00052000
700176             PERFORM F-150-ADD-PLAN                               00052100
700176         END-IF.                                                  00052200
           SKIP2                                                        00052300
700176***************************                                       00052400
700176*** Package assembly                                              00052500
700176***************************                                       00052600
700176 A-300-BUILD-PACKAGE.                                             00052700
700176     SET WPASS-COUNT TO TRUE.                                     00052800
700176     PERFORM C-100-RUN-MEMBER                                     00052900
700176       VARYING SUB-MEM FROM 1 BY 1                                00053000
700176         UNTIL SUB-MEM > WMST-COUNT.                              00053100
700176     PERFORM C-600-CHECK-COMPLETE.                                00053200
700176     OPEN OUTPUT PKG-FILE.                                        00053300
700176     IF  NOT WPKG-FS-OK                                           00053400
700176         DISPLAY 'BaDefPkg-304 PACKAGE dd OPEN failed:' WPKG-FS   00053500
700176         MOVE 16 TO RETURN-CODE                                   00053600
700176         STOP RUN.                                                00053700
700176     PERFORM D-100-WRITE-CONTENTS.                                00053800
700176     SET WPASS-COPY TO TRUE.                                      00053900
700176     PERFORM C-100-RUN-MEMBER                                     00054000
700176       VARYING SUB-MEM FROM 1 BY 1                                00054100
700176         UNTIL SUB-MEM > WMST-COUNT.                              00054200
700176     CLOSE PKG-FILE.                                              00054300
700176     PERFORM E-100-WRITE-HANDLOG.                                 00054400
700176     IF  WEXC-COUNT > ZERO                                        00054500
700176         OR WCTR-CTL-ERRORS > ZERO                                00054600
700176         IF  WRC-FINAL < 4                                        00054700
700176             MOVE 4 TO WRC-FINAL.                                 00054800
           SKIP2                                                        00054900
700176 A-900-FINI-CLOSE.                                                00055000
700176     DISPLAY 'BaDefPkg-444 Defect:' WCTL-DEFECT                   00055100
700176       ', Plans:' WPLAN-COUNT                                     00055200
700176       ', Package records:' WCTR-PKG-RECS                         00055300
700176       ', Exceptions:' WEXC-COUNT.                                00055400
700176     CLOSE PRINT-FILE.                                            00055500
700176     DISPLAY 'BaDefPkg-998 Program Ending'.                       00055600
           SKIP2                                                        00055700
700176*** One member, either pass.  A member that will not open is      00055800
700176*** MISSING on the counting pass and skipped on the copy pass.    00055900
700176 C-100-RUN-MEMBER.                                                00056000
700176     MOVE ZERO TO WCUR-RECORDS WCUR-BYTES WCUR-CHECKSUM.          00056100
700176     MOVE 'N' TO WMEM-EOF-FLG.                                    00056200
700176     MOVE 'N' TO WMEM-OPEN-FLG.                                   00056300
700176     IF  WPASS-COPY                                               00056400
700176         AND WMST-STATUS (SUB-MEM) = 'MISSING'                    00056500
700176         NEXT SENTENCE                                            00056600
700176     ELSE                                                         00056700
700176         PERFORM C-110-OPEN-MEMBER                                00056800
700176         IF  NOT WMEM-OPEN-YES                                    00056900
700176             MOVE 'MISSING' TO WMST-STATUS (SUB-MEM)              00057000
700176         ELSE                                                     00057100
700176             IF  WPASS-COPY                                       00057200
700176                 PERFORM D-200-WRITE-START                        00057300
700176             END-IF                                               00057400
700176             IF  SUB-MEM = 3                                      00057500
700176                 PERFORM C-300-OT200-LINE                         00057600
700176                   UNTIL WMEM-EOF-YES                             00057700
700176             ELSE                                                 00057800
700176                 PERFORM C-120-READ-MEMBER                        00057900
700176                 PERFORM C-200-TAKE-RECORD                        00058000
700176                   UNTIL WMEM-EOF-YES                             00058100
700176             END-IF                                               00058200
700176             PERFORM C-130-CLOSE-MEMBER                           00058300
700176             PERFORM C-150-MEMBER-DONE                            00058400
700176         END-IF.                                                  00058500
           SKIP2                                                        00058600
700176 C-110-OPEN-MEMBER.                                               00058700
700176     IF  SUB-MEM = 1                                              00058800
700176         OPEN INPUT MINI1-FILE                                    00058900
700176         IF  WMINI1-FS-OK                                         00059000
700176             SET WMEM-OPEN-YES TO TRUE                            00059100
700176         END-IF                                                   00059200
700176     ELSE IF  SUB-MEM = 2                                         00059300
700176         OPEN INPUT MINI2-FILE                                    00059400
700176         IF  WMINI2-FS-OK                                         00059500
700176             SET WMEM-OPEN-YES TO TRUE                            00059600
700176         END-IF                                                   00059700
700176     ELSE IF  SUB-MEM = 3                                         00059800
700176         MOVE ZERO TO WBUF-COUNT                                  00059900
700176         CALL 'UTOT200R' USING SD-AREA                            00060000
700176                               IO-O2R-PARM                        00060100
700176                               IO-O2R-OPEN                        00060200
700176                               WO2R-REC                           00060300
700176         IF  IO-O2R-ERROR-NO                                      00060400
700176             SET WMEM-OPEN-YES TO TRUE                            00060500
700176         END-IF                                                   00060600
700176     ELSE IF  SUB-MEM = 4                                         00060700
700176         OPEN INPUT DECK-FILE                                     00060800
700176         IF  WDECK-FS-OK                                          00060900
700176             SET WMEM-OPEN-YES TO TRUE                            00061000
700176         END-IF                                                   00061100
700176     ELSE IF  SUB-MEM = 5                                         00061200
700176         OPEN INPUT INCL-FILE                                     00061300
700176         IF  WINCL-FS-OK                                          00061400
700176             SET WMEM-OPEN-YES TO TRUE                            00061500
700176         END-IF                                                   00061600
700176     ELSE IF  SUB-MEM = 6                                         00061700
700176         OPEN INPUT MANIF1-FILE                                   00061800
700176         IF  WMANIF1-FS-OK                                        00061900
700176             SET WMEM-OPEN-YES TO TRUE                            00062000
700176         END-IF                                                   00062100
700176     ELSE IF  SUB-MEM = 7                                         00062200
700176         OPEN INPUT MANIF2-FILE                                   00062300
700176         IF  WMANIF2-FS-OK                                        00062400
700176             SET WMEM-OPEN-YES TO TRUE                            00062500
700176         END-IF                                                   00062600
700176     ELSE IF  SUB-MEM = 8                                         00062700
700176         OPEN INPUT KEYDUMP-FILE                                  00062800
700176         IF  WKEYDUMP-FS-OK                                       00062900
700176             SET WMEM-OPEN-YES TO TRUE                            00063000
700176         END-IF                                                   00063100
700176     ELSE                                                         00063200
700176         OPEN INPUT DEMODLV-FILE                                  00063300
700176         IF  WDEMODLV-FS-OK                                       00063400
700176             SET WMEM-OPEN-YES TO TRUE                            00063500
700176         END-IF.                                                  00063600
           SKIP2                                                        00063700
700176*** Next record of the open member into WMEM-REC/WMEM-LENG.       00063800
700176 C-120-READ-MEMBER.                                               00063900
700176     MOVE SPACES TO WMEM-REC.                                     00064000
700176     IF  SUB-MEM = 1                                              00064100
700176         READ MINI1-FILE                                          00064200
700176             AT END                                               00064300
700176                 SET WMEM-EOF-YES TO TRUE                         00064400
700176         END-READ                                                 00064500
700176         MOVE WMINI1-LENG TO WMEM-LENG                            00064600
700176         IF  NOT WMEM-EOF-YES                                     00064700
700176             MOVE MINI1-REC (1:WMEM-LENG) TO WMEM-REC             00064800
700176         END-IF                                                   00064900
700176     ELSE IF  SUB-MEM = 2                                         00065000
700176         READ MINI2-FILE                                          00065100
700176             AT END                                               00065200
700176                 SET WMEM-EOF-YES TO TRUE                         00065300
700176         END-READ                                                 00065400
700176         MOVE WMINI2-LENG TO WMEM-LENG                            00065500
700176         IF  NOT WMEM-EOF-YES                                     00065600
700176             MOVE MINI2-REC (1:WMEM-LENG) TO WMEM-REC             00065700
700176         END-IF                                                   00065800
700176     ELSE IF  SUB-MEM = 4                                         00065900
700176         READ DECK-FILE INTO WMEM-REC                             00066000
700176             AT END                                               00066100
700176                 SET WMEM-EOF-YES TO TRUE                         00066200
700176         END-READ                                                 00066300
700176         MOVE 80 TO WMEM-LENG                                     00066400
700176     ELSE IF  SUB-MEM = 5                                         00066500
700176         READ INCL-FILE INTO WMEM-REC                             00066600
700176             AT END                                               00066700
700176                 SET WMEM-EOF-YES TO TRUE                         00066800
700176         END-READ                                                 00066900
700176         MOVE 80 TO WMEM-LENG                                     00067000
700176     ELSE IF  SUB-MEM = 6                                         00067100
700176         READ MANIF1-FILE INTO WMEM-REC                           00067200
700176             AT END                                               00067300
700176                 SET WMEM-EOF-YES TO TRUE                         00067400
700176         END-READ                                                 00067500
700176         MOVE 133 TO WMEM-LENG                                    00067600
700176     ELSE IF  SUB-MEM = 7                                         00067700
700176         READ MANIF2-FILE INTO WMEM-REC                           00067800
700176             AT END                                               00067900
700176                 SET WMEM-EOF-YES TO TRUE                         00068000
700176         END-READ                                                 00068100
700176         MOVE 133 TO WMEM-LENG                                    00068200
700176     ELSE IF  SUB-MEM = 8                                         00068300
700176         READ KEYDUMP-FILE INTO WMEM-REC                          00068400
700176             AT END                                               00068500
700176                 SET WMEM-EOF-YES TO TRUE                         00068600
700176         END-READ                                                 00068700
700176         MOVE 133 TO WMEM-LENG                                    00068800
700176     ELSE                                                         00068900
700176         READ DEMODLV-FILE INTO WMEM-REC                          00069000
700176             AT END                                               00069100
700176                 SET WMEM-EOF-YES TO TRUE                         00069200
700176         END-READ                                                 00069300
700176         MOVE 133 TO WMEM-LENG.                                   00069400
700176     IF  WMEM-LENG < 1 OR WMEM-LENG > 32760                       00069500
700176         MOVE 32760 TO WMEM-LENG.                                 00069600
           SKIP2                                                        00069700
700176 C-130-CLOSE-MEMBER.                                              00069800
700176     IF  SUB-MEM = 1                                              00069900
700176         CLOSE MINI1-FILE                                         00070000
700176     ELSE IF  SUB-MEM = 2                                         00070100
700176         CLOSE MINI2-FILE                                         00070200
700176     ELSE IF  SUB-MEM = 3                                         00070300
700176         CALL 'UTOT200R' USING SD-AREA                            00070400
700176                               IO-O2R-PARM                        00070500
700176                               IO-O2R-CLOSE                       00070600
700176                               WO2R-REC                           00070700
700176     ELSE IF  SUB-MEM = 4                                         00070800
700176         CLOSE DECK-FILE                                          00070900
700176     ELSE IF  SUB-MEM = 5                                         00071000
700176         CLOSE INCL-FILE                                          00071100
700176     ELSE IF  SUB-MEM = 6                                         00071200
700176         CLOSE MANIF1-FILE                                        00071300
700176     ELSE IF  SUB-MEM = 7                                         00071400
700176         CLOSE MANIF2-FILE                                        00071500
700176     ELSE IF  SUB-MEM = 8                                         00071600
700176         CLOSE KEYDUMP-FILE                                       00071700
700176     ELSE                                                         00071800
700176         CLOSE DEMODLV-FILE.                                      00071900
           SKIP2                                                        00072000
700176*** The counting pass keeps the figures; the copy pass closes the 00072100
700176*** member with them and must come to the same figures.           00072200
700176 C-150-MEMBER-DONE.                                               00072300
700176     IF  WPASS-COUNT                                              00072400
700176         MOVE WCUR-RECORDS  TO WMST-RECORDS (SUB-MEM)             00072500
700176         MOVE WCUR-BYTES    TO WMST-BYTES (SUB-MEM)               00072600
700176         MOVE WCUR-CHECKSUM TO WMST-CHECKSUM (SUB-MEM)            00072700
700176         IF  WCUR-RECORDS = ZERO                                  00072800
700176             MOVE 'EMPTY' TO WMST-STATUS (SUB-MEM)                00072900
700176         ELSE                                                     00073000
700176             MOVE 'SENT'  TO WMST-STATUS (SUB-MEM)                00073100
700176         END-IF                                                   00073200
700176     ELSE                                                         00073300
700176         PERFORM D-300-WRITE-END                                  00073400
700176         IF  WCUR-RECORDS NOT = WMST-RECORDS (SUB-MEM)            00073500
700176             OR WCUR-BYTES NOT = WMST-BYTES (SUB-MEM)             00073600
700176             OR WCUR-CHECKSUM NOT = WMST-CHECKSUM (SUB-MEM)       00073700
700176             DISPLAY 'BaDefPkg-201 Member ' WMEM-NAME (SUB-MEM)   00073800
700176                 ' changed while being packaged - package is '    00073900
700176                 'not usable'                                     00074000
700176             MOVE 8 TO WRC-FINAL                                  00074100
700176         END-IF.                                                  00074200
           SKIP2                                                        00074300
700176*** One record of the member: into the checksum, onto the         00074400
700176*** package on the copy pass, and on the counting pass into the   00074500
700176*** completeness checks.                                          00074600
700176 C-200-TAKE-RECORD.                                               00074700
700176     ADD 1 TO WCUR-RECORDS.                                       00074800
700176     ADD WMEM-LENG TO WCUR-BYTES.                                 00074900
700176     PERFORM C-250-CHECKSUM-REC.                                  00075000
700176     IF  WPASS-COPY                                               00075100
700176         PERFORM D-400-WRITE-DATA                                 00075200
700176     ELSE                                                         00075300
700176         PERFORM C-500-NOTE-CONTENT.                              00075400
700176     IF  SUB-MEM NOT = 3                                          00075500
700176         PERFORM C-120-READ-MEMBER.                               00075600
           SKIP2                                                        00075700
700176*** The record's bytes folded 161 at a time through UTAUDHSH,     00075800
700176*** the chain hash the audit trail uses.                          00075900
700176 C-250-CHECKSUM-REC.                                              00076000
700176     PERFORM C-260-CHECKSUM-PIECE                                 00076100
700176       VARYING WCHK-POS FROM 1 BY 161                             00076200
700176         UNTIL WCHK-POS > WMEM-LENG.                              00076300
           SKIP2                                                        00076400
700176 C-260-CHECKSUM-PIECE.                                            00076500
700176     COMPUTE WCHK-LEN = WMEM-LENG - WCHK-POS + 1.                 00076600
700176     IF  WCHK-LEN > 161                                           00076700
700176         MOVE 161 TO WCHK-LEN.                                    00076800
700176     MOVE SPACES TO IO-AHS-ROW.                                   00076900
700176     MOVE WMEM-REC (WCHK-POS:WCHK-LEN) TO IO-AHS-ROW.             00077000
700176     MOVE WCUR-CHECKSUM TO IO-AHS-PREV.                           00077100
700176     CALL 'UTAUDHSH' USING IO-AHS-PARM.                           00077200
700176     MOVE IO-AHS-CHAIN TO WCUR-CHECKSUM.                          00077300
           SKIP2                                                        00077400
700176*** OT200: header lines always go; detail is held until the PLN1  00077500
700176*** marker after it names the plan, and goes with the marker only 00077600
700176*** when the plan is one being packaged.                          00077700
700176 C-300-OT200-LINE.                                                00077800
700176     CALL 'UTOT200R' USING SD-AREA                                00077900
700176                           IO-O2R-PARM                            00078000
700176                           IO-O2R-READ                            00078100
700176                           WO2R-REC.                              00078200
700176     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00078300
700176         SET WMEM-EOF-YES TO TRUE                                 00078400
700176     ELSE IF  IO-O2R-KIND-HDR                                     00078500
700176           OR IO-O2R-KIND-TLR                                     00078600
700176           OR WO2R-REC (1:4) = 'HDR2' OR 'HDR3' OR 'HDR4'         00078700
700176         PERFORM C-330-TAKE-O2R                                   00078800
700176     ELSE IF  IO-O2R-KIND-PLN                                     00078900
700176         MOVE IO-O2R-PLAN TO WPLAN-WORK                           00079000
700176         PERFORM R-100-PLAN-SELECTED                              00079100
700176         IF  WPLAN-SEL-YES                                        00079200
700176             IF  WPASS-COUNT AND WPLAN-HIT-SUB > ZERO             00079300
700176                 MOVE 'Y' TO WPLAN-IN-OT200 (WPLAN-HIT-SUB)       00079400
700176             END-IF                                               00079500
700176             PERFORM C-320-TAKE-BUF                               00079600
700176               VARYING SUB-BUF FROM 1 BY 1                        00079700
700176                 UNTIL SUB-BUF > WBUF-COUNT                       00079800
700176             PERFORM C-330-TAKE-O2R                               00079900
700176         END-IF                                                   00080000
700176         MOVE ZERO TO WBUF-COUNT                                  00080100
700176     ELSE IF  WBUF-COUNT < WBUF-MAX-ENTRIES                       00080200
700176         ADD 1 TO WBUF-COUNT                                      00080300
700176         MOVE WO2R-REC TO WBUF-ENTRY (WBUF-COUNT)                 00080400
700176     ELSE                                                         00080500
700176         IF  WPASS-COUNT                                          00080600
700176             ADD 1 TO WCTR-OT-OVER                                00080700
700176         END-IF.                                                  00080800
           SKIP2                                                        00080900
700176 C-320-TAKE-BUF.                                                  00081000
700176     MOVE SPACES TO WMEM-REC.                                     00081100
700176     MOVE WBUF-ENTRY (SUB-BUF) TO WMEM-REC.                       00081200
700176     MOVE 200 TO WMEM-LENG.                                       00081300
700176     PERFORM C-200-TAKE-RECORD.                                   00081400
           SKIP2                                                        00081500
700176 C-330-TAKE-O2R.                                                  00081600
700176     MOVE SPACES TO WMEM-REC.                                     00081700
700176     MOVE WO2R-REC TO WMEM-REC.                                   00081800
700176     MOVE 200 TO WMEM-LENG.                                       00081900
700176     PERFORM C-200-TAKE-RECORD.                                   00082000
           SKIP2                                                        00082100
700176*** What the completeness checks need from each member.           00082200
700176 C-500-NOTE-CONTENT.                                              00082300
700176     IF  (SUB-MEM = 1 OR SUB-MEM = 2)                             00082400
700176         AND NOT WMEM-MINI-HDR-TLR                                00082500
700176         MOVE WMEM-MINI-PLAN TO WPLAN-WORK                        00082600
700176         PERFORM R-100-PLAN-SELECTED                              00082700
700176         IF  WPLAN-HIT-SUB > ZERO                                 00082800
700176             IF  SUB-MEM = 1                                      00082900
700176                 MOVE 'Y' TO WPLAN-IN-MINI1 (WPLAN-HIT-SUB)       00083000
700176             ELSE                                                 00083100
700176                 MOVE 'Y' TO WPLAN-IN-MINI2 (WPLAN-HIT-SUB)       00083200
700176             END-IF                                               00083300
700176         END-IF                                                   00083400
700176     ELSE IF  SUB-MEM = 4                                         00083500
700176         AND WMEM-REC (1:8) = 'INCLUDE '                          00083600
700176         ADD 1 TO WCTR-DECK-INCLUDES                              00083700
700176     ELSE IF  SUB-MEM = 8                                         00083800
700176         AND WMEM-REC (1:13) = ' Target key: '                    00083900
700176         PERFORM C-510-NOTE-DUMPED                                00084000
700176           VARYING SUB-KEY FROM 1 BY 1                            00084100
700176             UNTIL SUB-KEY > WKEY-COUNT.                          00084200
           SKIP2                                                        00084300
700176 C-510-NOTE-DUMPED.                                               00084400
700203     IF  WMEM-REC (14:24) = WKEY-VALUE (SUB-KEY)                  00084500
700176         MOVE 'Y' TO WKEY-DUMPED (SUB-KEY).                       00084600
           SKIP2                                                        00084700
700176*** Every piece a vendor ticket has bounced for.                  00084800
700176 C-600-CHECK-COMPLETE.                                            00084900
700176     PERFORM C-610-CHECK-MEMBER                                   00085000
700176       VARYING SUB-MEM FROM 1 BY 1                                00085100
700176         UNTIL SUB-MEM > WMST-COUNT.                              00085200
700176     IF  NOT WALL-PLANS-YES                                       00085300
700176         PERFORM C-620-CHECK-PLAN                                 00085400
700176           VARYING SUB-PLAN FROM 1 BY 1                           00085500
700176             UNTIL SUB-PLAN > WPLAN-COUNT.                        00085600
700176     IF  WMST-STATUS (8) = 'SENT'                                 00085700
700176         PERFORM C-630-CHECK-KEY                                  00085800
700176           VARYING SUB-KEY FROM 1 BY 1                            00085900
700176             UNTIL SUB-KEY > WKEY-COUNT.                          00086000
700176     IF  WKEY-COUNT = ZERO                                        00086100
700176         MOVE 'No sample keys (KEY cards) named for the dumps'    00086200
700176             TO WEXC-WORK                                         00086300
700176         PERFORM R-200-ADD-EXCEPTION.                             00086400
700176     IF  WCTR-DECK-INCLUDES > ZERO                                00086500
700176         AND WMST-STATUS (5) NOT = 'SENT'                         00086600
700176         MOVE SPACES TO WEXC-WORK                                 00086700
700176         STRING 'Deck has ' WCTR-DECK-INCLUDES                    00086800
700176             ' INCLUDE card(s) but no INCLUDE members supplied'   00086900
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00087000
700176         PERFORM R-200-ADD-EXCEPTION.                             00087100
700176     IF  WCTR-OT-OVER > ZERO                                      00087200
700176         MOVE SPACES TO WEXC-WORK                                 00087300
700176         STRING 'OT200 lines not packaged, plan detail past the ' 00087400
700176             'hold area: ' WCTR-OT-OVER                           00087500
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00087600
700176         PERFORM R-200-ADD-EXCEPTION.                             00087700
           SKIP2                                                        00087800
700176*** INCLUDE is only a gap when the deck used INCLUDE; that case   00087900
700176*** is checked below.                                             00088000
700176 C-610-CHECK-MEMBER.                                              00088100
700176     IF  SUB-MEM = 5                                              00088200
700176         AND WCTR-DECK-INCLUDES = ZERO                            00088300
700176         NEXT SENTENCE                                            00088400
700176     ELSE IF  WMST-STATUS (SUB-MEM) NOT = 'SENT'                  00088500
700176         MOVE SPACES TO WEXC-WORK                                 00088600
700176         STRING 'Member ' WMEM-NAME (SUB-MEM) ' '                 00088700
700176             WMST-STATUS (SUB-MEM) ' - ' WMEM-DESC (SUB-MEM)      00088800
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00088900
700176         PERFORM R-200-ADD-EXCEPTION.                             00089000
           SKIP2                                                        00089100
700176 C-620-CHECK-PLAN.                                                00089200
700176     IF  WMST-STATUS (1) = 'SENT'                                 00089300
700176         AND WPLAN-IN-MINI1 (SUB-PLAN) NOT = 'Y'                  00089400
700176         MOVE SPACES TO WEXC-WORK                                 00089500
700176         STRING 'Plan ' WPLAN-LO (SUB-PLAN) ' not on MINI1'       00089600
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00089700
700176         PERFORM R-200-ADD-EXCEPTION.                             00089800
700176     IF  WMST-STATUS (2) = 'SENT'                                 00089900
700176         AND WPLAN-IN-MINI2 (SUB-PLAN) NOT = 'Y'                  00090000
700176         MOVE SPACES TO WEXC-WORK                                 00090100
700176         STRING 'Plan ' WPLAN-LO (SUB-PLAN) ' not on MINI2'       00090200
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00090300
700176         PERFORM R-200-ADD-EXCEPTION.                             00090400
700176     IF  WMST-STATUS (3) = 'SENT'                                 00090500
700176         AND WPLAN-IN-OT200 (SUB-PLAN) NOT = 'Y'                  00090600
700176         MOVE SPACES TO WEXC-WORK                                 00090700
700176         STRING 'Plan ' WPLAN-LO (SUB-PLAN)                       00090800
700176             ' has no lines on the OT200 extract'                 00090900
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00091000
700176         PERFORM R-200-ADD-EXCEPTION.                             00091100
           SKIP2                                                        00091200
700176 C-630-CHECK-KEY.                                                 00091300
700176     IF  WKEY-DUMPED (SUB-KEY) NOT = 'Y'                          00091400
700176         MOVE SPACES TO WEXC-WORK                                 00091500
700176         STRING 'No BABKKEY dump for sample key '                 00091600
700176             WKEY-VALUE (SUB-KEY)                                 00091700
700176             DELIMITED BY SIZE INTO WEXC-WORK                     00091800
700176         PERFORM R-200-ADD-EXCEPTION.                             00091900
           SKIP2                                                        00092000
700176***************************                                       00092100
700176*** Package records                                               00092200
700176***************************                                       00092300
700176*** The contents go to the report and, as T records, to the       00092400
700176*** front of the package.                                         00092500
700176 D-100-WRITE-CONTENTS.                                            00092600
700176     MOVE SPACES TO WPRINT-LINE.                                  00092700
700176     STRING ' Defect: ' WCTL-DEFECT '   Built: ' WRUN-DATE ' '    00092800
700176         WRUN-TIME '   Operator: ' WCTL-OPERATOR                  00092900
700176         DELIMITED BY SIZE INTO WPRINT-LINE.                      00093000
700176     PERFORM D-150-CONTENTS-LINE.                                 00093100
700176     IF  WALL-PLANS-YES                                           00093200
700176         MOVE ' Plans: ALL (wildcard disposition row)'            00093300
700176             TO WPRINT-LINE                                       00093400
700176         PERFORM D-150-CONTENTS-LINE.                             00093500
700176     PERFORM D-110-CONTENTS-PLAN                                  00093600
700176       VARYING SUB-PLAN FROM 1 BY 1                               00093700
700176         UNTIL SUB-PLAN > WPLAN-COUNT.                            00093800
700176     PERFORM D-120-CONTENTS-KEY                                   00093900
700176       VARYING SUB-KEY FROM 1 BY 1                                00094000
700176         UNTIL SUB-KEY > WKEY-COUNT.                              00094100
700176     PERFORM D-150-CONTENTS-LINE.                                 00094200
700176     MOVE ' Member   Status    Records        Bytes   Checksum '  00094300
700176         TO WPRINT-LINE.                                          00094400
700176     MOVE 'Contents' TO WPRINT-LINE (56:8).                       00094500
700176     PERFORM D-150-CONTENTS-LINE.                                 00094600
700176     PERFORM D-130-CONTENTS-MEMBER                                00094700
700176       VARYING SUB-MEM FROM 1 BY 1                                00094800
700176         UNTIL SUB-MEM > WMST-COUNT.                              00094900
700176     PERFORM D-150-CONTENTS-LINE.                                 00095000
700176     IF  WEXC-COUNT = ZERO                                        00095100
700176         MOVE ' No exceptions - every piece is present'           00095200
700176             TO WPRINT-LINE                                       00095300
700176         PERFORM D-150-CONTENTS-LINE                              00095400
700176     ELSE                                                         00095500
700176         MOVE WEXC-COUNT TO WEXC-COUNT-ED                         00095600
700176         MOVE SPACES TO WPRINT-LINE                               00095700
700176         STRING ' Exceptions: ' WEXC-COUNT-ED                     00095800
700176             DELIMITED BY SIZE INTO WPRINT-LINE                   00095900
700176         PERFORM D-150-CONTENTS-LINE                              00096000
700176         PERFORM D-140-CONTENTS-EXC                               00096100
700176           VARYING SUB-EXC FROM 1 BY 1                            00096200
700176             UNTIL SUB-EXC > WEXC-COUNT                           00096300
700176         IF  WEXC-OVER > ZERO                                     00096400
700176             MOVE SPACES TO WPRINT-LINE                           00096500
700176             STRING '   ... and ' WEXC-OVER ' more'               00096600
700176                 DELIMITED BY SIZE INTO WPRINT-LINE               00096700
700176             PERFORM D-150-CONTENTS-LINE                          00096800
700176         END-IF                                                   00096900
700176     END-IF.                                                      00097000
           SKIP2                                                        00097100
700176 D-110-CONTENTS-PLAN.                                             00097200
700176     MOVE SPACES TO WPRINT-LINE.                                  00097300
700176     IF  WPLAN-HI (SUB-PLAN) = WPLAN-LO (SUB-PLAN)                00097400
700176         STRING ' Plan:       ' WPLAN-LO (SUB-PLAN)               00097500
700176             DELIMITED BY SIZE INTO WPRINT-LINE                   00097600
700176     ELSE                                                         00097700
700191         STRING ' Plan range: ' DELIMITED BY SIZE                 00097800
700191             WPLAN-LO (SUB-PLAN) DELIMITED BY SPACE               00097900
700191             '-' WPLAN-HI (SUB-PLAN) DELIMITED BY SIZE            00098000
700191             INTO WPRINT-LINE.                                    00098001
700176     PERFORM D-150-CONTENTS-LINE.                                 00098100
           SKIP2                                                        00098200
700176 D-120-CONTENTS-KEY.                                              00098300
700176     MOVE SPACES TO WPRINT-LINE.                                  00098400
700176     STRING ' Sample key: ' WKEY-VALUE (SUB-KEY)                  00098500
700176         DELIMITED BY SIZE INTO WPRINT-LINE.                      00098600
700176     PERFORM D-150-CONTENTS-LINE.                                 00098700
           SKIP2                                                        00098800
700176 D-130-CONTENTS-MEMBER.                                           00098900
700176     MOVE SPACES TO WTOC-MEM-LINE.                                00099000
700176     MOVE WMEM-NAME (SUB-MEM)     TO WTOC-NAME.                   00099100
700176     MOVE WMST-STATUS (SUB-MEM)   TO WTOC-STATUS.                 00099200
700176     MOVE WMST-RECORDS (SUB-MEM)  TO WTOC-RECORDS.                00099300
700176     MOVE WMST-BYTES (SUB-MEM)    TO WTOC-BYTES.                  00099400
700176     MOVE WMST-CHECKSUM (SUB-MEM) TO WTOC-CHECKSUM.               00099500
700176     MOVE WMEM-DESC (SUB-MEM)     TO WTOC-DESC.                   00099600
700176     MOVE WTOC-MEM-LINE TO WPRINT-LINE.                           00099700
700176     PERFORM D-150-CONTENTS-LINE.                                 00099800
           SKIP2                                                        00099900
700176 D-140-CONTENTS-EXC.                                              00100000
700176     MOVE SPACES TO WPRINT-LINE.                                  00100100
700176     STRING '   ' WEXC-ENTRY (SUB-EXC)                            00100200
700176         DELIMITED BY SIZE INTO WPRINT-LINE.                      00100300
700176     PERFORM D-150-CONTENTS-LINE.                                 00100400
           SKIP2                                                        00100500
700176 D-150-CONTENTS-LINE.                                             00100600
700176     MOVE SPACES TO PKG-REC.                                      00100700
700176     SET PKG-KIND-TOC TO TRUE.                                    00100800
700176     MOVE 'CONTENTS' TO PKG-MEMBER.                               00100900
700176     MOVE 133 TO PKG-LENG.                                        00101000
700176     MOVE WPRINT-LINE TO PKG-DATA.                                00101100
700176     PERFORM D-500-PUT-PKG.                                       00101200
700176     PERFORM V-100-PRINT-LINE.                                    00101300
           SKIP2                                                        00101400
700176 D-200-WRITE-START.                                               00101500
700176     MOVE SPACES TO PKG-REC.                                      00101600
700176     SET PKG-KIND-START TO TRUE.                                  00101700
700176     MOVE WMEM-NAME (SUB-MEM) TO PKG-MEMBER.                      00101800
700176     MOVE 30 TO PKG-LENG.                                         00101900
700176     MOVE WMEM-DESC (SUB-MEM) TO PKG-DATA.                        00102000
700176     PERFORM D-500-PUT-PKG.                                       00102100
           SKIP2                                                        00102200
700176 D-300-WRITE-END.                                                 00102300
700176     MOVE WCUR-RECORDS  TO WEND-RECORDS.                          00102400
700176     MOVE WCUR-BYTES    TO WEND-BYTES.                            00102500
700176     MOVE WCUR-CHECKSUM TO WEND-CHECKSUM.                         00102600
700176     MOVE SPACES TO PKG-REC.                                      00102700
700176     SET PKG-KIND-END TO TRUE.                                    00102800
700176     MOVE WMEM-NAME (SUB-MEM) TO PKG-MEMBER.                      00102900
700176     MOVE 32 TO PKG-LENG.                                         00103000
700176     MOVE WEND-DATA TO PKG-DATA.                                  00103100
700176     PERFORM D-500-PUT-PKG.                                       00103200
           SKIP2                                                        00103300
700176 D-400-WRITE-DATA.                                                00103400
700176     MOVE SPACES TO PKG-REC.                                      00103500
700176     SET PKG-KIND-DATA TO TRUE.                                   00103600
700176     MOVE WMEM-NAME (SUB-MEM) TO PKG-MEMBER.                      00103700
700176     MOVE WMEM-LENG TO PKG-LENG.                                  00103800
700176     MOVE WMEM-REC (1:WMEM-LENG) TO PKG-DATA.                     00103900
700176     PERFORM D-500-PUT-PKG.                                       00104000
           SKIP2                                                        00104100
700176 D-500-PUT-PKG.                                                   00104200
700176     ADD 1 TO WCTR-PKG-RECS.                                      00104300
700176     MOVE WCTR-PKG-RECS TO PKG-SEQ.                               00104400
700176     COMPUTE WPKG-RLEN = PKG-LENG + 23.                           00104500
700176     WRITE PKG-REC.                                               00104600
700176     IF  NOT WPKG-FS-OK                                           00104700
700176         DISPLAY 'BaDefPkg-305 PACKAGE write failed:' WPKG-FS     00104800
700176         MOVE 16 TO RETURN-CODE                                   00104900
700176         STOP RUN.                                                00105000
           SKIP2                                                        00105100
700176***************************                                       00105200
700176*** Handoff log                                                   00105300
700176***************************                                       00105400
700176*** A row per member and a PACKAGE row whose checksum folds the   00105500
700176*** member checksums in package order.                            00105600
700176 E-100-WRITE-HANDLOG.                                             00105700
700176     OPEN EXTEND HANDLOG-FILE.                                    00105800
700176     IF  NOT WHANDLOG-FS-OK                                       00105900
700176         OPEN OUTPUT HANDLOG-FILE.                                00106000
700176     IF  NOT WHANDLOG-FS-OK                                       00106100
700176         DISPLAY 'BaDefPkg-306 HANDLOG dd OPEN failed, handoff '  00106200
700176             'not recorded:' WHANDLOG-FS                          00106300
700176         MOVE 16 TO WRC-FINAL                                     00106400
700176     ELSE                                                         00106500
700176         MOVE ZERO TO WPKG-CHECKSUM                               00106600
700176         PERFORM E-110-LOG-MEMBER                                 00106700
700176           VARYING SUB-MEM FROM 1 BY 1                            00106800
700176             UNTIL SUB-MEM > WMST-COUNT                           00106900
700176         MOVE SPACES TO HANDLOG-REC                               00107000
700176         PERFORM E-120-LOG-COMMON                                 00107100
700176         MOVE 'PACKAGE'     TO HLG-MEMBER                         00107200
700176         IF  WEXC-COUNT = ZERO                                    00107300
700176             SET HLG-STATUS-SENT TO TRUE                          00107400
700176         ELSE                                                     00107500
700176             MOVE 'EXCEPT'  TO HLG-STATUS                         00107600
700176         END-IF                                                   00107700
700176         MOVE WCTR-PKG-RECS TO HLG-RECORDS                        00107800
700176         MOVE ZERO          TO HLG-BYTES                          00107900
700176         MOVE WPKG-CHECKSUM TO HLG-CHECKSUM                       00108000
700176         MOVE WEXC-COUNT    TO HLG-EXCEPTIONS                     00108100
700176         WRITE HANDLOG-REC                                        00108200
700176         CLOSE HANDLOG-FILE.                                      00108300
           SKIP2                                                        00108400
700176 E-110-LOG-MEMBER.                                                00108500
700176     MOVE SPACES TO HANDLOG-REC.                                  00108600
700176     PERFORM E-120-LOG-COMMON.                                    00108700
700176     MOVE WMEM-NAME (SUB-MEM)     TO HLG-MEMBER.                  00108800
700176     MOVE WMST-STATUS (SUB-MEM)   TO HLG-STATUS.                  00108900
700176     MOVE WMST-RECORDS (SUB-MEM)  TO HLG-RECORDS.                 00109000
700176     MOVE WMST-BYTES (SUB-MEM)    TO HLG-BYTES.                   00109100
700176     MOVE WMST-CHECKSUM (SUB-MEM) TO HLG-CHECKSUM.                00109200
700176     MOVE ZERO                    TO HLG-EXCEPTIONS.              00109300
700176     WRITE HANDLOG-REC.                                           00109400
700176     MOVE SPACES TO IO-AHS-ROW.                                   00109500
700176     MOVE HANDLOG-REC TO IO-AHS-ROW.                              00109600
700176     MOVE WPKG-CHECKSUM TO IO-AHS-PREV.                           00109700
700176     CALL 'UTAUDHSH' USING IO-AHS-PARM.                           00109800
700176     MOVE IO-AHS-CHAIN TO WPKG-CHECKSUM.                          00109900
           SKIP2                                                        00110000
700176 E-120-LOG-COMMON.                                                00110100
700176     MOVE WRUN-DATE      TO HLG-DATE.                             00110200
700176     MOVE WRUN-TIME      TO HLG-TIME.                             00110300
700176     MOVE WCTL-DEFECT    TO HLG-DEFECT.                           00110400
700176     MOVE WCTL-OPERATOR  TO HLG-OPERATOR.                         00110500
           SKIP2                                                        00110600
700176***************************                                       00110700
700176*** Control card handling                                         00110800
700176***************************                                       00110900
700176 F-100-PROC-CTL.                                                  00111000
700176     IF  CTL-REC (1:1) = '*'                                      00111100
700176         DISPLAY 'BaDefPkg-500 Comment:' CTL-REC (1:50)           00111200
700176     ELSE                                                         00111300
700176         PERFORM F-105-CONTINUE.                                  00111400
700176     PERFORM F-110-READ-IN110.                                    00111500
           SKIP2                                                        00111600
700176 F-105-CONTINUE.                                                  00111700
700176     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00111800
700176     UNSTRING CTL-REC DELIMITED BY SPACE                          00111900
700176         INTO WCTL-CMD WCTL-VAL.                                  00112000
700176     DISPLAY 'BaDefPkg-500 CtlCard:' CTL-REC (1:50).              00112100
700176     IF  WCTL-CMD-DEFECT                                          00112200
700176         MOVE WCTL-VAL (1:8) TO WCTL-DEFECT                       00112300
700176     ELSE IF  WCTL-CMD-PLAN                                       00112400
700191         IF  WCTL-VAL (1:1) NOT = SPACE                           00112500
700191             AND WCTL-VAL (11:1) = SPACE                          00112600
700191             MOVE WCTL-VAL (1:10) TO WPLAN-LO-WORK WPLAN-HI-WORK  00112700
700176             PERFORM F-150-ADD-PLAN                               00112800
700176         ELSE                                                     00112900
700176             DISPLAY ' Invalid PLAN value:' WCTL-VAL              00113000
700176             ADD 1 TO WCTR-CTL-ERRORS                             00113100
700176         END-IF                                                   00113200
700176     ELSE IF  WCTL-CMD-KEY                                        00113300
700176         IF  WKEY-COUNT < WKEY-MAX-ENTRIES                        00113400
700176             ADD 1 TO WKEY-COUNT                                  00113500
700203             MOVE CTL-REC (5:24) TO WKEY-VALUE (WKEY-COUNT)       00113600
700176         ELSE                                                     00113700
700176             DISPLAY ' Too many KEY cards, ignored:'              00113800
700176                 CTL-REC (5:20)                                   00113900
700176             ADD 1 TO WCTR-CTL-ERRORS                             00114000
700176         END-IF                                                   00114100
700176     ELSE IF  WCTL-CMD-OPERATOR                                   00114200
700176         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00114300
700176     ELSE                                                         00114400
700176         DISPLAY 'BaDefPkg-501 Invalid Control Card:'             00114500
700176             CTL-REC (1:50)                                       00114600
700176         ADD 1 TO WCTR-CTL-ERRORS.                                00114700
           SKIP2                                                        00114800
700176 F-110-READ-IN110.                                                00114900
700176     CALL 'UT110IN'  USING SD-AREA                                00115000
700176               IO-IN110-PARM                                      00115100
700176               IO-IN110-READ                                      00115200
700176               CTL-REC.                                           00115300
           SKIP2                                                        00115400
700176*** WPLAN-LO-WORK through WPLAN-HI-WORK onto the plan list,       00115500
700176*** once.                                                         00115600
700176 F-150-ADD-PLAN.                                                  00115700
700176     MOVE ZERO TO WPLAN-HIT-SUB.                                  00115800
700176     PERFORM F-160-SCAN-PLAN                                      00115900
700176       VARYING SUB-PLAN FROM 1 BY 1                               00116000
700176         UNTIL SUB-PLAN > WPLAN-COUNT                             00116100
700176           OR WPLAN-HIT-SUB > ZERO.                               00116200
700176     IF  WPLAN-HIT-SUB = ZERO                                     00116300
700176         IF  WPLAN-COUNT < WPLAN-MAX-ENTRIES                      00116400
700176             ADD 1 TO WPLAN-COUNT                                 00116500
700176             MOVE WPLAN-LO-WORK TO WPLAN-LO (WPLAN-COUNT)         00116600
700176             MOVE WPLAN-HI-WORK TO WPLAN-HI (WPLAN-COUNT)         00116700
700176         ELSE                                                     00116800
700176             DISPLAY ' Too many plans, ignored:' WPLAN-LO-WORK    00116900
700176             ADD 1 TO WCTR-CTL-ERRORS                             00117000
700176         END-IF                                                   00117100
700176     END-IF.                                                      00117200
           SKIP2                                                        00117300
700176 F-160-SCAN-PLAN.                                                 00117400
700176     IF  WPLAN-LO (SUB-PLAN) = WPLAN-LO-WORK                      00117500
700176         AND WPLAN-HI (SUB-PLAN) = WPLAN-HI-WORK                  00117600
700176         MOVE SUB-PLAN TO WPLAN-HIT-SUB.                          00117700
           SKIP2                                                        00117800
700176***************************                                       00117900
700176*** Shared routines                                               00118000
700176***************************                                       00118100
700176*** Is WPLAN-WORK being packaged, and under which entry.          00118200
700176 R-100-PLAN-SELECTED.                                             00118300
700176     MOVE 'N' TO WPLAN-SEL-FLG.                                   00118400
700176     MOVE ZERO TO WPLAN-HIT-SUB.                                  00118500
700176     PERFORM R-110-SCAN-PLAN                                      00118600
700176       VARYING SUB-PLAN FROM 1 BY 1                               00118700
700176         UNTIL SUB-PLAN > WPLAN-COUNT                             00118800
700176           OR WPLAN-HIT-SUB > ZERO.                               00118900
700176     IF  WPLAN-HIT-SUB > ZERO                                     00119000
700176         OR WALL-PLANS-YES                                        00119100
700176         SET WPLAN-SEL-YES TO TRUE.                               00119200
           SKIP2                                                        00119300
700176 R-110-SCAN-PLAN.                                                 00119400
700176     IF  WPLAN-WORK NOT < WPLAN-LO (SUB-PLAN)                     00119500
700176         AND WPLAN-WORK NOT > WPLAN-HI (SUB-PLAN)                 00119600
700176         MOVE SUB-PLAN TO WPLAN-HIT-SUB.                          00119700
           SKIP2                                                        00119800
700176 R-200-ADD-EXCEPTION.                                             00119900
700176     IF  WEXC-COUNT < WEXC-MAX-ENTRIES                            00120000
700176         ADD 1 TO WEXC-COUNT                                      00120100
700176         MOVE WEXC-WORK TO WEXC-ENTRY (WEXC-COUNT)                00120200
700176     ELSE                                                         00120300
700176         ADD 1 TO WEXC-OVER.                                      00120400
700176     DISPLAY 'BaDefPkg-202 ' WEXC-WORK (1:80).                    00120500
           SKIP2                                                        00120600
700176***************************                                       00120700
700176*** Print-line routines                                           00120800
700176***************************                                       00120900
700176 V-100-PRINT-LINE.                                                00121000
700176     IF  WPRINT-LINES-OVER                                        00121100
700176         PERFORM V-150-NEWPAGE.                                   00121200
700176     ADD 1 TO WPRINT-LINES.                                       00121300
700176     WRITE PRINT-LINE FROM WPRINT-LINE                            00121400
700176           AFTER ADVANCING 1 LINE.                                00121500
700176     MOVE SPACES   TO WPRINT-LINE.                                00121600
700176     ADD 1 TO WPRINT-TOT-LINES.                                   00121700
           SKIP2                                                        00121800
700176 V-150-NEWPAGE.                                                   00121900
700176     ADD 1 TO WPRINT-PAGE.                                        00122000
700176     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00122100
700176     MOVE SPACES TO PRINT-LINE.                                   00122200
700176     WRITE PRINT-LINE                                             00122300
700176       AFTER ADVANCING PAGE.                                      00122400
700176     WRITE PRINT-LINE FROM RPTHDR-LINE                            00122500
700176       AFTER ADVANCING 1 LINE.                                    00122600
700176     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00122700
700176       AFTER ADVANCING 1.                                         00122800
700176     MOVE ZERO TO WPRINT-LINES.                                   00122900
700176     ADD 3 TO WPRINT-TOT-LINES.                                   00123000
