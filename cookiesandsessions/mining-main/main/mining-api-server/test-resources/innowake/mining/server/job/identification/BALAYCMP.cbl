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
700180 IDENTIFICATION DIVISION.                                         00000100
700180 PROGRAM-ID. 'BALAYCMP'.                                          00000200
700180******************************************************************00000300
700180**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700180******************************************************************00000500
700180**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700180**  PURPOSE      Layout-driven compare of any two keyed           00000700
700180**               sequential files - interface extracts, the       00000800
700180**               statement vendor file, fee tables - that have    00000900
700180**               no DEMOD behind them.  What the two-backup       00001000
700180**               compare learns from the DEMODs this program      00001100
700180**               learns from a LAYOUT file (see the LAYDEF        00001200
700180**               copybook): the key columns, an optional          00001300
700180**               record-type column and key-group column for      00001400
700180**               the rollups, and the fields with offset,         00001500
700180**               length, data type (character, zoned, packed,     00001600
700180**               binary, date) and name.  Both files must be in   00001700
700180**               ascending key order.  It produces the same       00001800
700180**               by-key-group and by-type summaries, a by-field   00001900
700180**               summary, and OT200-style detail through the      00002000
700180**               standard writer, so an interface certification   00002100
700180**               is a layout file rather than a new program.      00002200
700180**                                                                00002300
700180**               Numeric fields compare by value, so a sign       00002400
700180**               nibble or leading-blank difference alone is not  00002500
700180**               a difference; a value that does not unpack       00002600
700180**               compares byte for byte and shows NOT NUMERIC.    00002700
700180**               Six-byte dates widen through a 50 pivot.         00002800
700180**                                                                00002900
700180**               Return codes:                                    00003000
700180**                 0 - no differences (tolerated ones aside)      00003100
700180**                 4 - differences, or records on one side only   00003200
700180**                 8 - a file was out of key sequence             00003300
700180**                16 - bad layout or control cards, or a file     00003400
700180**                     could not be opened                        00003500
700180******************************************************************00003600
700180**  REVISIONS:                                                    00003700
700180******************************************************************00003800
700180**  Input                                                         00003900
700180**   . IN110   - Control File                                     00004000
700180**                 IGNOREFLD name      - field is not compared;   00004100
700180**                                       its differences are      00004200
700180**                                       only counted             00004300
700180**                 TOLERFLD name tnnnnnnnnn - numeric tolerance,  00004400
700180**                                       same form as TOLERDE:    00004500
700180**                                       A = absolute, in the     00004600
700180**                                       field's stored units;    00004700
700180**                                       P = percent of File1     00004800
700180**   . LAYOUT  - Record-layout definition (LAYDEF layout)         00004900
700180**   . CMPIN1  - File1, key order                                 00005000
700180**   . CMPIN2  - File2, key order                                 00005100
700180******************************************************************00005200
700180**  Output                                                        00005300
700180**   . SYSOUT  - Displayed Information                            00005400
700180**   . OT200   - Difference detail, via the standard writer       00005500
700180**   . REPORT  - By key group, by type and by field summaries     00005600
700180******************************************************************00005700
700180 ENVIRONMENT DIVISION.                                            00005800
700180 CONFIGURATION SECTION.                                           00005900
700180 INPUT-OUTPUT SECTION.                                            00006000
           SKIP2                                                        00006100
700180 FILE-CONTROL.                                                    00006200
700180     SELECT PRINT-FILE                                            00006300
700180         ASSIGN TO UT-S-REPORT                                    00006400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006500
700180         FILE STATUS WPRINT-FS.                                   00006600
700180     SELECT LAYOUT-FILE                                           00006700
700180         ASSIGN TO UT-S-LAYOUT                                    00006800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006900
700180         FILE STATUS WLAYOUT-FS.                                  00007000
700180     SELECT CMP1-FILE                                             00007100
700180         ASSIGN TO UT-S-CMPIN1                                    00007200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007300
700180         FILE STATUS WCMP1-FS.                                    00007400
700180     SELECT CMP2-FILE                                             00007500
700180         ASSIGN TO UT-S-CMPIN2                                    00007600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007700
700180         FILE STATUS WCMP2-FS.                                    00007800
700180 DATA DIVISION.                                                   00007900
           SKIP2                                                        00008000
700180 FILE SECTION.                                                    00008100
           SKIP1                                                        00008200
700180 FD  PRINT-FILE                                                   00008300
700180     BLOCK CONTAINS 0 RECORDS                                     00008400
700180     LABEL RECORDS ARE STANDARD.                                  00008500
           SKIP2                                                        00008600
700180 01 PRINT-LINE                PIC X(133).                         00008700
           SKIP2                                                        00008800
700180 FD  LAYOUT-FILE                                                  00008900
700180     BLOCK CONTAINS 0 RECORDS                                     00009000
700180     LABEL RECORDS ARE STANDARD.                                  00009100
           SKIP2                                                        00009200
700180 01  LAYOUT-LINE              PIC X(80).                          00009300
           SKIP2                                                        00009400
700180 FD  CMP1-FILE                                                    00009500
700180     BLOCK CONTAINS 0 RECORDS                                     00009600
700180     LABEL RECORDS ARE STANDARD.                                  00009700
           SKIP2                                                        00009800
700180 01  CMP1-REC                 PIC X(2000).                        00009900
           SKIP2                                                        00010000
700180 FD  CMP2-FILE                                                    00010100
700180     BLOCK CONTAINS 0 RECORDS                                     00010200
700180     LABEL RECORDS ARE STANDARD.                                  00010300
           SKIP2                                                        00010400
700180 01  CMP2-REC                 PIC X(2000).                        00010500
           SKIP2                                                        00010600
700180 WORKING-STORAGE SECTION.                                         00010700
700180 77  SUB-FLD               PIC S9(4) BINARY VALUE ZERO.           00010800
700180 77  SUB-SEG               PIC S9(4) BINARY VALUE ZERO.           00010900
700180 77  SUB-TYP               PIC S9(4) BINARY VALUE ZERO.           00011000
700180 77  WTYP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00011100
700180 77  SUB-GRP               PIC S9(4) BINARY VALUE ZERO.           00011200
700180 77  WGRP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00011300
700180 77  WKEY-POS              PIC S9(4) BINARY VALUE ZERO.           00011400
700180 77  WNAME-HITS            PIC S9(4) BINARY VALUE ZERO.           00011500
700180 77  WCMP1-EOF-FLG         PIC X        VALUE 'N'.                00011600
700180     88  WCMP1-EOF-YES     VALUE 'Y'.                             00011700
700180 77  WCMP2-EOF-FLG         PIC X        VALUE 'N'.                00011800
700180     88  WCMP2-EOF-YES     VALUE 'Y'.                             00011900
700180 77  WREC-DIFF-FLG         PIC X        VALUE 'N'.                00012000
700180     88  WREC-DIFF-FLG-YES VALUE 'Y'.                             00012100
700180 77  WFLD-DIFF-FLG         PIC X        VALUE 'N'.                00012200
700180     88  WFLD-DIFF-FLG-YES VALUE 'Y'.                             00012300
700180 77  WTOL-OK-FLG           PIC X        VALUE 'N'.                00012400
700180     88  WTOL-OK-YES       VALUE 'Y'.                             00012500
700180 77  WCTR-READ1            PIC 9(9)     VALUE ZERO.               00012600
700180 77  WCTR-READ2            PIC 9(9)     VALUE ZERO.               00012700
700180 77  WCTR-MATCHED          PIC 9(9)     VALUE ZERO.               00012800
700180 77  WCTR-DIFF-RECS        PIC 9(9)     VALUE ZERO.               00012900
700180 77  WCTR-DIFF-FLDS        PIC 9(9)     VALUE ZERO.               00013000
700180 77  WCTR-TOLERATED        PIC 9(9)     VALUE ZERO.               00013100
700180 77  WCTR-EXTRA1           PIC 9(9)     VALUE ZERO.               00013200
700180 77  WCTR-EXTRA2           PIC 9(9)     VALUE ZERO.               00013300
700180 77  WCTR-SEQ-ERRS         PIC 9(9)     VALUE ZERO.               00013400
700180 77  WCTR-GRP-OVER         PIC 9(9)     VALUE ZERO.               00013500
700180 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00013600
700180 77  WCTR-LAY-ERRORS       PIC 9(5)     VALUE ZERO.               00013700
700180 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00013800
700180 77  WLAY-OFF              PIC 9(5)     VALUE ZERO.               00013900
700180 77  WLAY-LEN              PIC 9(3)     VALUE ZERO.               00014000
700180 77  WLAY-END              PIC 9(6)     VALUE ZERO.               00014100
700180 77  WRTYPE-WORK           PIC X(4)     VALUE SPACES.             00014200
700180 77  WGROUP-WORK           PIC X(10)    VALUE SPACES.             00014300
           SKIP2                                                        00014400
700180 01  WPRINT-AREA.                                                 00014500
700180     05  WPRINT-FS                 PIC XX  VALUE '00'.            00014600
700180         88  WPRINT-FS-OK VALUE '00'.                             00014700
700180     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00014800
700180     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00014900
700180     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00015000
700180     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00015100
700180         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00015200
700180     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00015300
           SKIP2                                                        00015400
700180 01  WLAYOUT-FS            PIC XX  VALUE '00'.                    00015500
700180     88  WLAYOUT-FS-OK     VALUE '00'.                            00015600
700180 01  WCMP1-FS              PIC XX  VALUE '00'.                    00015700
700180     88  WCMP1-FS-OK       VALUE '00'.                            00015800
700180 01  WCMP2-FS              PIC XX  VALUE '00'.                    00015900
700180     88  WCMP2-FS-OK       VALUE '00'.                            00016000
           SKIP2                                                        00016100
700180 01  LDF-REC. COPY LAYDEF.                                        00016200
           SKIP2                                                        00016300
700180*** The two current records, and the key, record type and key     00016400
700180*** group each one carries.                                       00016500
700180 01  WREC1                 PIC X(2000) VALUE SPACES.              00016600
700180 01  WREC2                 PIC X(2000) VALUE SPACES.              00016700
700180 01  WSIDE-AREA.                                                  00016800
700180     05  WKEY1             PIC X(60)  VALUE SPACES.               00016900
700180     05  WKEY2             PIC X(60)  VALUE SPACES.               00017000
700180     05  WKEY1-PREV        PIC X(60)  VALUE LOW-VALUES.           00017100
700180     05  WKEY2-PREV        PIC X(60)  VALUE LOW-VALUES.           00017200
700180     05  WRTYPE1           PIC X(4)   VALUE SPACES.               00017300
700180     05  WRTYPE2           PIC X(4)   VALUE SPACES.               00017400
700180     05  WGROUP1           PIC X(10)  VALUE SPACES.               00017500
700180     05  WGROUP2           PIC X(10)  VALUE SPACES.               00017600
           SKIP2                                                        00017700
700180*** Layout: up to five key segments making a key of at most 60    00017800
700180*** bytes, the record-type and key-group columns (zero offset     00017900
700180*** for none), the title, and the fields.                         00018000
700180 01  WLAY-AREA.                                                   00018100
700180     05  WLAY-TITLE            PIC X(50) VALUE SPACES.            00018200
700180     05  WKEY-COUNT            PIC S9(4) BINARY VALUE ZERO.       00018300
700180     05  WKEY-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5.          00018400
700180     05  WKEY-TOTAL-LEN        PIC S9(4) BINARY VALUE ZERO.       00018500
700180     05  WKEY-SEG OCCURS 5 TIMES.                                 00018600
700180         10  WKEY-OFF          PIC 9(5)  VALUE ZERO.              00018700
700180         10  WKEY-LEN          PIC 9(3)  VALUE ZERO.              00018800
700180         10  WKEY-NAME         PIC X(20) VALUE SPACES.            00018900
700180     05  WTYPCOL-OFF           PIC 9(5)  VALUE ZERO.              00019000
700180     05  WTYPCOL-LEN           PIC 9(3)  VALUE ZERO.              00019100
700180     05  WGRPCOL-OFF           PIC 9(5)  VALUE ZERO.              00019200
700180     05  WGRPCOL-LEN           PIC 9(3)  VALUE ZERO.              00019300
           SKIP2                                                        00019400
700180 01  WFLD-AREA.                                                   00019500
700180     05  WFLD-COUNT            PIC S9(4) BINARY VALUE ZERO.       00019600
700180     05  WFLD-MAX-ENTRIES      PIC S9(4) BINARY VALUE 200.        00019700
700180     05  WFLD-ENTRY OCCURS 200 TIMES.                             00019800
700180         10  WFLD-OFF          PIC 9(5)  VALUE ZERO.              00019900
700180         10  WFLD-LEN          PIC 9(3)  VALUE ZERO.              00020000
700180         10  WFLD-TYPE         PIC X     VALUE SPACES.            00020100
700180             88  WFLD-TYPE-CHAR    VALUE 'C'.                     00020200
700180             88  WFLD-TYPE-ZONED   VALUE 'Z'.                     00020300
700180             88  WFLD-TYPE-PACKED  VALUE 'P'.                     00020400
700180             88  WFLD-TYPE-BINARY  VALUE 'B'.                     00020500
700180             88  WFLD-TYPE-DATE    VALUE 'D'.                     00020600
700180             88  WFLD-TYPE-NUMERIC VALUE 'Z' 'P' 'B'.             00020700
700180         10  WFLD-DEC          PIC 9     VALUE ZERO.              00020800
700180         10  WFLD-RECTYPE      PIC X(4)  VALUE SPACES.            00020900
700180         10  WFLD-NAME         PIC X(20) VALUE SPACES.            00021000
700180         10  WFLD-IGNORE       PIC X     VALUE 'N'.               00021100
700180             88  WFLD-IGNORE-YES   VALUE 'Y'.                     00021200
700180         10  WFLD-TOL-TYPE     PIC X     VALUE SPACES.            00021300
700180             88  WFLD-TOL-NONE     VALUE SPACES.                  00021400
700180             88  WFLD-TOL-ABS      VALUE 'A'.                     00021500
700180             88  WFLD-TOL-PCT      VALUE 'P'.                     00021600
700180         10  WFLD-TOL-LIMIT    PIC 9(9)  VALUE ZERO.              00021700
700180         10  WFLD-DIFFS        PIC 9(8)  VALUE ZERO.              00021800
700180         10  WFLD-TOLERATED    PIC 9(8)  VALUE ZERO.              00021900
700180         10  WFLD-IGNORED      PIC 9(8)  VALUE ZERO.              00022000
           SKIP2                                                        00022100
700180*** Numeric unpacking: the field's bytes go right-aligned into    00022200
700180*** a full-size item of their own kind and come out as a value.   00022300
700180 01  WNUM-AREA.                                                   00022400
700180     05  WNUM-SRC              PIC X(18) VALUE SPACES.            00022500
700180     05  WNUM-ZONE-X           PIC X(18) VALUE ZEROS.             00022600
700180     05  WNUM-ZONE-N REDEFINES WNUM-ZONE-X                        00022700
700180                               PIC S9(18).                        00022800
700180     05  WNUM-PACK-X           PIC X(10) VALUE LOW-VALUES.        00022900
700180     05  WNUM-PACK-N REDEFINES WNUM-PACK-X                        00023000
700180                               PIC S9(18) COMP-3.                 00023100
700180     05  WNUM-BIN-X            PIC X(8)  VALUE LOW-VALUES.        00023200
700180     05  WNUM-BIN-N REDEFINES WNUM-BIN-X                          00023300
700180                               PIC S9(18) BINARY.                 00023400
700180     05  WNUM-VAL              PIC S9(18) VALUE ZERO.             00023500
700180     05  WNUM-VAL1             PIC S9(18) VALUE ZERO.             00023600
700180     05  WNUM-VAL2             PIC S9(18) VALUE ZERO.             00023700
700180     05  WNUM-OK-FLG           PIC X     VALUE 'N'.               00023800
700180         88  WNUM-OK-YES       VALUE 'Y'.                         00023900
700180     05  WNUM-OK1-FLG          PIC X     VALUE 'N'.               00024000
700180         88  WNUM-OK1-YES      VALUE 'Y'.                         00024100
700180     05  WNUM-OK2-FLG          PIC X     VALUE 'N'.               00024200
700180         88  WNUM-OK2-YES      VALUE 'Y'.                         00024300
           SKIP2                                                        00024400
700180*** Value display: sign, integer digits, then the implied         00024500
700180*** decimals after a point.                                       00024600
700180 01  WFMT-AREA.                                                   00024700
700180     05  WFMT-IN               PIC S9(18) VALUE ZERO.             00024800
700180     05  WFMT-OUT              PIC X(40) VALUE SPACES.            00024900
700180     05  WFMT-ABS              PIC 9(18) VALUE ZERO.              00025000
700180     05  WFMT-INT              PIC 9(18) VALUE ZERO.              00025100
700180     05  WFMT-FRAC             PIC 9(9)  VALUE ZERO.              00025200
700180     05  WFMT-POW              PIC 9(10) VALUE ZERO.              00025300
700180     05  WFMT-INT-ED           PIC Z(17)9 VALUE ZERO.             00025400
700180     05  WFMT-LEAD             PIC S9(4) BINARY VALUE ZERO.       00025500
700180     05  WFMT-SIGN             PIC X     VALUE SPACE.             00025600
           SKIP2                                                        00025700
700180 01  WDATE-AREA.                                                  00025800
700180     05  WDATE-PIVOT-YY        PIC 99    VALUE 50.                00025900
700180     05  WDATE-NORM            PIC X(8)  VALUE SPACES.            00026000
700180     05  WDATE-NORM1           PIC X(8)  VALUE SPACES.            00026100
700180     05  WDATE-NORM2           PIC X(8)  VALUE SPACES.            00026200
700180     05  WDATE-YY              PIC 99    VALUE ZERO.              00026300
           SKIP2                                                        00026400
700180 01  WTOL-AREA.                                                   00026500
700180     05  WTOL-DELTA            PIC S9(18) COMP-3 VALUE ZERO.      00026600
700180     05  WTOL-LHS              PIC S9(18) COMP-3 VALUE ZERO.      00026700
700180     05  WTOL-RHS              PIC S9(18) COMP-3 VALUE ZERO.      00026800
           SKIP2                                                        00026900
700180*** By-key-group and by-type rollups, the two-backup              00027000
700180*** compare's summary shapes.                                     00027100
700180 01  WGRP-AREA.                                                   00027200
700180     05  WGRP-COUNT           PIC S9(4) BINARY VALUE ZERO.        00027300
700180     05  WGRP-MAX-ENTRIES     PIC S9(4) BINARY VALUE 2000.        00027400
700180     05  WGRP-ENTRY OCCURS 2000 TIMES.                            00027500
700180         10  WGRP-KEY         PIC X(10) VALUE SPACES.             00027600
700180         10  WGRP-MATCHED     PIC 9(8)  VALUE ZERO.               00027700
700180         10  WGRP-DIFFER      PIC 9(8)  VALUE ZERO.               00027800
700180         10  WGRP-EXTRA1      PIC 9(8)  VALUE ZERO.               00027900
700180         10  WGRP-EXTRA2      PIC 9(8)  VALUE ZERO.               00028000
           SKIP2                                                        00028100
700180 01  WTYP-AREA.                                                   00028200
700180     05  WTYP-COUNT           PIC S9(4) BINARY VALUE ZERO.        00028300
700180     05  WTYP-MAX-ENTRIES     PIC S9(4) BINARY VALUE 50.          00028400
700180     05  WTYP-ENTRY OCCURS 50 TIMES.                              00028500
700180         10  WTYP-XXYY        PIC X(4)  VALUE SPACES.             00028600
700180         10  WTYP-MATCHED     PIC 9(8)  VALUE ZERO.               00028700
700180         10  WTYP-DIFFER      PIC 9(8)  VALUE ZERO.               00028800
700180         10  WTYP-EXTRA1      PIC 9(8)  VALUE ZERO.               00028900
700180         10  WTYP-EXTRA2      PIC 9(8)  VALUE ZERO.               00029000
           SKIP2                                                        00029100
700180 01  RPTHDR-LINE.                                                 00029200
700180         05   FILLER     PIC X(02) VALUE                          00029300
700180           ' '.                                                   00029400
700180         05   FILLER     PIC X(28) VALUE                          00029500
700180           'Layout-Driven Compare'.                               00029600
700180         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00029700
700180         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00029800
700180         05   FILLER     PIC X(6)  VALUE                          00029900
700180           '  Page'.                                              00030000
700180         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00030100
           SKIP2                                                        00030200
700180 01  RPT1-LINE.                                                   00030300
700180         05   FILLER     PIC X(12) VALUE                          00030400
700180           '  Key Group '.                                        00030500
700180         05   FILLER     PIC X(24) VALUE                          00030600
700180           '     Matched   Different'.                            00030700
700180         05   FILLER     PIC X(24) VALUE                          00030800
700180           '   File1Only   File2Only'.                            00030900
           SKIP2                                                        00031000
700180 01  RPDAT1-LINE.                                                 00031100
700180     05  FILLER               PIC X(2)  VALUE SPACES.             00031200
700180     05  RPDAT1-GROUP         PIC X(10) VALUE SPACES.             00031300
700180     05  RPDAT1-MATCHED       PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00031400
700180     05  RPDAT1-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00031500
700180     05  RPDAT1-EXTRA1        PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00031600
700180     05  RPDAT1-EXTRA2        PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00031700
           SKIP2                                                        00031800
700180 01  RPT3-LINE.                                                   00031900
700180         05   FILLER     PIC X(30) VALUE                          00032000
700180           '  Fld Name                 T'.                        00032100
700180         05   FILLER     PIC X(20) VALUE                          00032200
700180           ' Offset Len Dec Type'.                                00032300
700180         05   FILLER     PIC X(36) VALUE                          00032400
700180           '   Different   Tolerated     Ignored'.                00032500
           SKIP2                                                        00032600
700180 01  RPDAT3-LINE.                                                 00032700
700180     05  FILLER               PIC X(2)  VALUE SPACES.             00032800
700180     05  RPDAT3-NUM           PIC ZZ9   VALUE ZERO.               00032900
700180     05  FILLER               PIC X     VALUE SPACE.              00033000
700180     05  RPDAT3-NAME          PIC X(20) VALUE SPACES.             00033100
700180     05  FILLER               PIC X     VALUE SPACE.              00033200
700180     05  RPDAT3-TYPE          PIC X     VALUE SPACE.              00033300
700180     05  FILLER               PIC X     VALUE SPACE.              00033400
700180     05  RPDAT3-OFF           PIC ZZZZZ9 VALUE ZERO.              00033500
700180     05  FILLER               PIC X     VALUE SPACE.              00033600
700180     05  RPDAT3-LEN           PIC ZZ9   VALUE ZERO.               00033700
700180     05  FILLER               PIC X     VALUE SPACE.              00033800
700180     05  RPDAT3-DEC           PIC ZZ9   VALUE ZERO.               00033900
700180     05  FILLER               PIC X     VALUE SPACE.              00034000
700180     05  RPDAT3-RECTYPE       PIC X(4)  VALUE SPACES.             00034100
700180     05  RPDAT3-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00034200
700180     05  RPDAT3-TOLERATED     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00034300
700180     05  RPDAT3-IGNORED       PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00034400
           SKIP2                                                        00034500
700180*** OT200-style detail lines, through the standard writer.        00034600
700180*** Key segments go out as KeyDE echoes, differing fields as      00034700
700180*** DE lines numbered by their place in the layout.               00034800
700180 01  WSHOW-LINE.                                                  00034900
700180     05  FILLER          PIC X VALUE SPACES.                      00035000
700180     05  WSHOW-DE-PREFIX PIC X(5) VALUE SPACES.                   00035100
700180         88  WSHOW-DE-PREFIX-KEY   VALUE 'KeyDE'.                 00035200
700180         88  WSHOW-DE-PREFIX-DATA  VALUE '   DE'.                 00035300
700180     05  WSHOW-DE-NUM    PIC 999 VALUE ZERO.                      00035400
700180     05  FILLER          PIC X VALUE SPACES.                      00035500
700180     05  WSHOW-DE-NAME   PIC X(20)  VALUE SPACES.                 00035600
700180     05  FILLER          PIC X VALUE SPACES.                      00035700
700180     05  WSHOW-VAL1      PIC X(40)  VALUE SPACES.                 00035800
700180     05  FILLER          PIC X      VALUE SPACES.                 00035900
700180     05  WSHOW-VAL2      PIC X(40)  VALUE SPACES.                 00036000
700180     05  FILLER          PIC X(88)  VALUE SPACES.                 00036100
           SKIP2                                                        00036200
700180 01  WSAVE-VAL1            PIC X(40)  VALUE SPACES.               00036300
700180 01  WSAVE-VAL2            PIC X(40)  VALUE SPACES.               00036400
           SKIP2                                                        00036500
700180 01  WRECHDR-LINE.                                                00036600
700180     05  FILLER           PIC X(13)  VALUE '<RECORD type='.       00036700
700180     05  WRECHDR-XXYY     PIC X(4)   VALUE SPACES.                00036800
700180     05  FILLER           PIC XX     VALUE '>'.                   00036900
700180     05  WRECHDR-MSG      PIC X(40)  VALUE SPACES.                00037000
           SKIP2                                                        00037100
700180 01  OT200-REC                 PIC X(200)           VALUE SPACES. 00037200
700180 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00037300
700180 01  WCTL-AREA.                                                   00037400
700180     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00037500
700180         88  WCTL-CMD-IGNOREFLD  VALUE 'IGNOREFLD'.               00037600
700180         88  WCTL-CMD-TOLERFLD   VALUE 'TOLERFLD'.                00037700
700180     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00037800
700180     05  WCTL-VAL2               PIC X(20) VALUE SPACES.          00037900
700180     05  WCTL-TOLER-VIEW REDEFINES WCTL-VAL2.                     00038000
700180         10  WCTL-TOL-TYPE-IN    PIC X.                           00038100
700180             88  WCTL-TOL-TYPE-OK  VALUE 'A' 'P'.                 00038200
700180         10  WCTL-TOL-LIMIT-IN   PIC X(9).                        00038300
700180         10  FILLER              PIC X(10).                       00038400
           SKIP2                                                        00038500
700180 01  IO-OT200-PARM.                                               00038600
700180       COPY IOOT200 REPLACING 'PROGRAM' BY 'BALAYCMP'.            00038700
           SKIP3                                                        00038800
700180 01  IO-IN110-PARM.                                               00038900
700180       COPY IOIN110 REPLACING 'PROGRAM' BY 'BALAYCMP'.            00039000
           SKIP3                                                        00039100
700180 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00039200
           EJECT                                                        00039300
700180 PROCEDURE DIVISION.                                              00039400
           SKIP2                                                        00039500
700180 A-100-BODY.                                                      00039600
700180     PERFORM A-105-INIT.                                          00039700
700180     PERFORM A-200-INIT-OPEN.                                     00039800
700180     PERFORM B-100-PROC-RECS                                      00039900
700180       UNTIL WCMP1-EOF-YES AND WCMP2-EOF-YES.                     00040000
700180     PERFORM A-300-RPT-SUMMARIES.                                 00040100
700180     PERFORM A-900-FINI-CLOSE.                                    00040200
700180     MOVE WRC-FINAL TO RETURN-CODE.                               00040300
700180     GOBACK.                                                      00040400
           SKIP2                                                        00040500
700180 A-105-INIT.                                                      00040600
700180     CALL 'BASDIN' USING SD-AREA.                                 00040700
           SKIP2                                                        00040800
700180 A-200-INIT-OPEN.                                                 00040900
700180     DISPLAY 'BaLayCmp-998 Program Starting'.                     00041000
700180     ACCEPT RPTHDR-DATE FROM DATE.                                00041100
700180     OPEN OUTPUT                                                  00041200
700180               PRINT-FILE.                                        00041300
700180     IF  NOT WPRINT-FS-OK                                         00041400
700180         DISPLAY 'BaLayCmp-53 PRINT dd OPEN failed:'              00041500
700180             WPRINT-FS                                            00041600
700180         MOVE 16 TO RETURN-CODE                                   00041700
700180         STOP RUN.                                                00041800
700180     PERFORM A-210-LOAD-LAYOUT.                                   00041900
700180     IF  WCTR-LAY-ERRORS GREATER THAN ZERO                        00042000
700180         DISPLAY 'BaLayCmp-507 Layout Validation Failed, '        00042100
700180             WCTR-LAY-ERRORS ' Error(s) Found - Run Terminated'   00042200
700180         MOVE 16 TO RETURN-CODE                                   00042300
700180         STOP RUN.                                                00042400
700180     CALL 'UT110IN'  USING SD-AREA                                00042500
700180               IO-IN110-PARM                                      00042600
700180               IO-IN110-OPEN                                      00042700
700180               CTL-REC.                                           00042800
700180     IF  IO-IN110-ERROR = 'Y'                                     00042900
700180          OR IO-IN110-FILE-STATUS NOT = '00'                      00043000
700180         DISPLAY 'BaLayCmp-301 IN110 file failed to open:'        00043100
700180           IO-IN110-FILE-STATUS                                   00043200
700180         MOVE 16 TO RETURN-CODE                                   00043300
700180         STOP RUN.                                                00043400
700180     PERFORM F-110-READ-IN110.                                    00043500
700180     PERFORM F-100-PROC-CTL                                       00043600
700180       UNTIL IO-IN110-ERROR-YES.                                  00043700
700180     CALL 'UT110IN'  USING SD-AREA                                00043800
700180               IO-IN110-PARM                                      00043900
700180               IO-IN110-CLOSE                                     00044000
700180               CTL-REC.                                           00044100
700180     IF  WCTR-CTL-ERRORS GREATER THAN ZERO                        00044200
700180         DISPLAY 'BaLayCmp-506 Control Card Validation '          00044300
700180             'Failed, ' WCTR-CTL-ERRORS                           00044400
700180             ' Error(s) Found - Run Terminated'                   00044500
700180         MOVE 16 TO RETURN-CODE                                   00044600
700180         STOP RUN.                                                00044700
700180     OPEN INPUT CMP1-FILE.                                        00044800
700180     IF  NOT WCMP1-FS-OK                                          00044900
700180         DISPLAY 'BaLayCmp-303 CMPIN1 dd OPEN failed:'            00045000
700180             WCMP1-FS                                             00045100
700180         MOVE 16 TO RETURN-CODE                                   00045200
700180         STOP RUN.                                                00045300
700180     OPEN INPUT CMP2-FILE.                                        00045400
700180     IF  NOT WCMP2-FS-OK                                          00045500
700180         DISPLAY 'BaLayCmp-304 CMPIN2 dd OPEN failed:'            00045600
700180             WCMP2-FS                                             00045700
700180         MOVE 16 TO RETURN-CODE                                   00045800
700180         STOP RUN.                                                00045900
700180     CALL 'UTO200IO' USING SD-AREA                                00046000
700180                           IO-OT200-PARM                          00046100
700180                           IO-OT200-OPEN                          00046200
700180                           OT200-REC.                             00046300
700180     IF  IO-OT200-ERROR = 'Y'                                     00046400
700180          OR IO-OT200-FILE-STATUS NOT = '00'                      00046500
700180         DISPLAY 'BaLayCmp-305 OT200 file failed to open:'        00046600
700180           IO-OT200-FILE-STATUS                                   00046700
700180         MOVE 16 TO RETURN-CODE                                   00046800
700180         STOP RUN.                                                00046900
700180     MOVE WLAY-TITLE   TO RPTHDR-SUBTITLE.                        00047000
700180     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00047100
700180     PERFORM V-150-NEWPAGE.                                       00047200
700180     PERFORM N1-100-READ-CMP1.                                    00047300
700180     PERFORM N2-100-READ-CMP2.                                    00047400
           SKIP2                                                        00047500
700180 A-900-FINI-CLOSE.                                                00047600
700180     CALL 'UTO200IO' USING SD-AREA                                00047700
700180                           IO-OT200-PARM                          00047800
700180                           IO-OT200-CLOSE                         00047900
700180                           OT200-REC.                             00048000
700180     CLOSE CMP1-FILE                                              00048100
700180           CMP2-FILE.                                             00048200
700180     IF  WCTR-DIFF-RECS > ZERO                                    00048300
700180         OR WCTR-EXTRA1 > ZERO                                    00048400
700180         OR WCTR-EXTRA2 > ZERO                                    00048500
700180         IF  WRC-FINAL < 4                                        00048600
700180             MOVE 4 TO WRC-FINAL.                                 00048700
700180     IF  WCTR-SEQ-ERRS > ZERO                                     00048800
700180         IF  WRC-FINAL < 8                                        00048900
700180             MOVE 8 TO WRC-FINAL.                                 00049000
700180     DISPLAY 'BaLayCmp-444 Read File1:' WCTR-READ1                00049100
700180       ', File2:' WCTR-READ2                                      00049200
700180       ', Matched:' WCTR-MATCHED                                  00049300
700180       ', Different:' WCTR-DIFF-RECS.                             00049400
700180     DISPLAY 'BaLayCmp-445 File1Only:' WCTR-EXTRA1                00049500
700180       ', File2Only:' WCTR-EXTRA2                                 00049600
700180       ', Field Differences:' WCTR-DIFF-FLDS                      00049700
700180       ', Tolerated:' WCTR-TOLERATED.                             00049800
700180     IF  WCTR-SEQ-ERRS > ZERO                                     00049900
700180         DISPLAY 'BaLayCmp-320 Records out of key sequence:'      00050000
700180             WCTR-SEQ-ERRS ' - pairing is not reliable'.          00050100
700180     IF  WCTR-GRP-OVER > ZERO                                     00050200
700180         DISPLAY 'BaLayCmp-321 Records past the key-group '       00050300
700180             'table, rolled into its last line:' WCTR-GRP-OVER.   00050400
700180     CLOSE PRINT-FILE.                                            00050500
700180     DISPLAY 'BaLayCmp-998 Program Ending'.                       00050600
           SKIP2                                                        00050700
700180***************************                                       00050800
700180*** Layout definition                                             00050900
700180***************************                                       00051000
700180 A-210-LOAD-LAYOUT.                                               00051100
700180     OPEN INPUT LAYOUT-FILE.                                      00051200
700180     IF  NOT WLAYOUT-FS-OK                                        00051300
700180         DISPLAY 'BaLayCmp-302 LAYOUT dd OPEN failed:'            00051400
700180             WLAYOUT-FS                                           00051500
700180         MOVE 16 TO RETURN-CODE                                   00051600
700180         STOP RUN.                                                00051700
700180     PERFORM A-220-READ-LAYOUT                                    00051800
700180       WITH TEST AFTER                                            00051900
700180       UNTIL WLAYOUT-FS NOT = '00'.                               00052000
700180     CLOSE LAYOUT-FILE.                                           00052100
700180     IF  WKEY-COUNT = ZERO                                        00052200
700180         DISPLAY 'BaLayCmp-520 Layout has no KEY card'            00052300
700180         ADD 1 TO WCTR-LAY-ERRORS.                                00052400
700180     IF  WFLD-COUNT = ZERO                                        00052500
700180         DISPLAY 'BaLayCmp-521 Layout has no FIELD card, '        00052600
700180             'nothing to compare'                                 00052700
700180         ADD 1 TO WCTR-LAY-ERRORS.                                00052800
700180     IF  WTYPCOL-OFF = ZERO                                       00052900
700180         PERFORM A-240-CHECK-RECTYPES                             00053000
700180           VARYING SUB-FLD FROM 1 BY 1                            00053100
700180             UNTIL SUB-FLD > WFLD-COUNT.                          00053200
700180*** No GROUP card: the key group is the head of the first key     00053300
700180*** segment, the way a plan number heads a backup key.            00053400
700180     IF  WGRPCOL-OFF = ZERO                                       00053500
700180         AND WKEY-COUNT > ZERO                                    00053600
700180         MOVE WKEY-OFF (1) TO WGRPCOL-OFF                         00053700
700180         MOVE WKEY-LEN (1) TO WGRPCOL-LEN                         00053800
700180         IF  WGRPCOL-LEN > 10                                     00053900
700180             MOVE 10 TO WGRPCOL-LEN.                              00054000
700180     IF  WLAY-TITLE = SPACES                                      00054100
700180         MOVE ' File1 vs File2' TO WLAY-TITLE.                    00054200
700180     DISPLAY 'BaLayCmp-310 Layout loaded, key segments:'          00054300
700180         WKEY-COUNT ', fields:' WFLD-COUNT.                       00054400
           SKIP2                                                        00054500
700180 A-220-READ-LAYOUT.                                               00054600
700180     READ LAYOUT-FILE INTO LDF-REC                                00054700
700180         AT END                                                   00054800
700180             NEXT SENTENCE.                                       00054900
700180     IF  WLAYOUT-FS-OK                                            00055000
700180         PERFORM A-230-PROC-LAYOUT.                               00055100
           SKIP2                                                        00055200
700180 A-230-PROC-LAYOUT.                                               00055300
700180     IF  LDF-REC (1:1) = '*'                                      00055400
700180         OR LDF-REC = SPACES                                      00055500
700180         NEXT SENTENCE                                            00055600
700180     ELSE                                                         00055700
700180     IF  LDF-KW-TITLE                                             00055800
700180         MOVE LDF-TITLE (1:50) TO WLAY-TITLE                      00055900
700180     ELSE                                                         00056000
700180     IF  LDF-KW-KEY                                               00056100
700180         OR LDF-KW-TYPE                                           00056200
700180         OR LDF-KW-GROUP                                          00056300
700180         OR LDF-KW-FIELD                                          00056400
700180         DISPLAY 'BaLayCmp-500 Layout:' LDF-REC (1:50)            00056500
700180         PERFORM A-250-EDIT-POSITION                              00056600
700180         IF  WLAY-OFF > ZERO                                      00056700
700180             PERFORM A-260-ADD-ITEM                               00056800
700180         END-IF                                                   00056900
700180     ELSE                                                         00057000
700180         DISPLAY 'BaLayCmp-510 Invalid layout card:'              00057100
700180             LDF-REC (1:50)                                       00057200
700180         ADD 1 TO WCTR-LAY-ERRORS.                                00057300
           SKIP2                                                        00057400
700180*** Offset and length are common to every positioned card; a      00057500
700180*** bad pair leaves WLAY-OFF zero so the card goes no further.    00057600
700180 A-250-EDIT-POSITION.                                             00057700
700180     MOVE ZERO TO WLAY-OFF WLAY-LEN.                              00057800
700180     IF  LDF-OFFSET NOT NUMERIC                                   00057900
700180         OR LDF-LENGTH NOT NUMERIC                                00058000
700180         DISPLAY 'BaLayCmp-511 Offset/length not numeric:'        00058100
700180             LDF-REC (1:30)                                       00058200
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00058300
700180     ELSE                                                         00058400
700180         MOVE LDF-OFFSET TO WLAY-OFF                              00058500
700180         MOVE LDF-LENGTH TO WLAY-LEN                              00058600
700180         COMPUTE WLAY-END = WLAY-OFF + WLAY-LEN - 1               00058700
700180         IF  WLAY-OFF = ZERO                                      00058800
700180             OR WLAY-LEN = ZERO                                   00058900
700180             OR WLAY-END > 2000                                   00059000
700180             DISPLAY 'BaLayCmp-516 Item outside the 2000-byte '   00059100
700180                 'record:' LDF-REC (1:30)                         00059200
700180             ADD 1 TO WCTR-LAY-ERRORS                             00059300
700180             MOVE ZERO TO WLAY-OFF.                               00059400
           SKIP2                                                        00059500
700180 A-260-ADD-ITEM.                                                  00059600
700180     IF  LDF-KW-KEY                                               00059700
700180         PERFORM A-270-ADD-KEY                                    00059800
700180     ELSE                                                         00059900
700180     IF  LDF-KW-TYPE                                              00060000
700180         IF  WLAY-LEN > 4                                         00060100
700180             DISPLAY 'BaLayCmp-513 TYPE column longer than 4:'    00060200
700180                 LDF-REC (1:30)                                   00060300
700180             ADD 1 TO WCTR-LAY-ERRORS                             00060400
700180         ELSE                                                     00060500
700180             MOVE WLAY-OFF TO WTYPCOL-OFF                         00060600
700180             MOVE WLAY-LEN TO WTYPCOL-LEN                         00060700
700180         END-IF                                                   00060800
700180     ELSE                                                         00060900
700180     IF  LDF-KW-GROUP                                             00061000
700180         IF  WLAY-LEN > 10                                        00061100
700180             DISPLAY 'BaLayCmp-513 GROUP column longer than 10:'  00061200
700180                 LDF-REC (1:30)                                   00061300
700180             ADD 1 TO WCTR-LAY-ERRORS                             00061400
700180         ELSE                                                     00061500
700180             MOVE WLAY-OFF TO WGRPCOL-OFF                         00061600
700180             MOVE WLAY-LEN TO WGRPCOL-LEN                         00061700
700180         END-IF                                                   00061800
700180     ELSE                                                         00061900
700180         PERFORM A-280-ADD-FIELD.                                 00062000
           SKIP2                                                        00062100
700180 A-270-ADD-KEY.                                                   00062200
700180     IF  WKEY-COUNT >= WKEY-MAX-ENTRIES                           00062300
700180         DISPLAY 'BaLayCmp-515 More than 5 KEY segments:'         00062400
700180             LDF-REC (1:30)                                       00062500
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00062600
700180     ELSE                                                         00062700
700180     IF  WKEY-TOTAL-LEN + WLAY-LEN > 60                           00062800
700180         DISPLAY 'BaLayCmp-517 Key longer than 60 bytes:'         00062900
700180             LDF-REC (1:30)                                       00063000
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00063100
700180     ELSE                                                         00063200
700180         ADD 1 TO WKEY-COUNT                                      00063300
700180         ADD WLAY-LEN TO WKEY-TOTAL-LEN                           00063400
700180         MOVE WLAY-OFF TO WKEY-OFF (WKEY-COUNT)                   00063500
700180         MOVE WLAY-LEN TO WKEY-LEN (WKEY-COUNT)                   00063600
700180         MOVE LDF-NAME TO WKEY-NAME (WKEY-COUNT)                  00063700
700180         IF  WKEY-NAME (WKEY-COUNT) = SPACES                      00063800
700180             MOVE 'Key' TO WKEY-NAME (WKEY-COUNT).                00063900
           SKIP2                                                        00064000
700180*** Numeric kinds are held to what their full-size work item      00064100
700180*** takes: 18 zoned digits, 10 packed bytes, a 2, 4 or 8-byte     00064200
700180*** binary.  A date is YYMMDD or CCYYMMDD.                        00064300
700180 A-280-ADD-FIELD.                                                 00064400
700180     IF  WFLD-COUNT >= WFLD-MAX-ENTRIES                           00064500
700180         DISPLAY 'BaLayCmp-515 Field table full, ignoring:'       00064600
700180             LDF-REC (1:30)                                       00064700
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00064800
700180     ELSE                                                         00064900
700180     IF  NOT (LDF-TYPE-CHAR OR LDF-TYPE-ZONED                     00065000
700180              OR LDF-TYPE-PACKED OR LDF-TYPE-BINARY               00065100
700180              OR LDF-TYPE-DATE)                                   00065200
700180         DISPLAY 'BaLayCmp-512 Invalid data type:'                00065300
700180             LDF-REC (1:30)                                       00065400
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00065500
700180     ELSE                                                         00065600
700180     IF  (LDF-TYPE-ZONED AND WLAY-LEN > 18)                       00065700
700180         OR (LDF-TYPE-PACKED AND WLAY-LEN > 10)                   00065800
700180         OR (LDF-TYPE-BINARY AND WLAY-LEN NOT = 2                 00065900
700180             AND WLAY-LEN NOT = 4 AND WLAY-LEN NOT = 8)           00066000
700180         OR (LDF-TYPE-DATE AND WLAY-LEN NOT = 6                   00066100
700180             AND WLAY-LEN NOT = 8)                                00066200
700180         DISPLAY 'BaLayCmp-513 Length not valid for type:'        00066300
700180             LDF-REC (1:30)                                       00066400
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00066500
700180     ELSE                                                         00066600
700180     IF  LDF-DECIMALS NOT = SPACE                                 00066700
700180         AND (LDF-DECIMALS NOT NUMERIC                            00066800
700180              OR LDF-TYPE-CHAR OR LDF-TYPE-DATE)                  00066900
700180         DISPLAY 'BaLayCmp-514 Invalid decimals:'                 00067000
700180             LDF-REC (1:30)                                       00067100
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00067200
700180     ELSE                                                         00067300
700180     IF  LDF-NAME = SPACES                                        00067400
700180         DISPLAY 'BaLayCmp-519 Field has no name:'                00067500
700180             LDF-REC (1:30)                                       00067600
700180         ADD 1 TO WCTR-LAY-ERRORS                                 00067700
700180     ELSE                                                         00067800
700180         ADD 1 TO WFLD-COUNT                                      00067900
700180         MOVE WLAY-OFF      TO WFLD-OFF (WFLD-COUNT)              00068000
700180         MOVE WLAY-LEN      TO WFLD-LEN (WFLD-COUNT)              00068100
700180         MOVE LDF-DATA-TYPE TO WFLD-TYPE (WFLD-COUNT)             00068200
700180         MOVE ZERO          TO WFLD-DEC (WFLD-COUNT)              00068300
700180         IF  LDF-DECIMALS NOT = SPACE                             00068400
700180             MOVE LDF-DECIMALS TO WFLD-DEC (WFLD-COUNT)           00068500
700180         END-IF                                                   00068600
700180         MOVE LDF-RECTYPE   TO WFLD-RECTYPE (WFLD-COUNT)          00068700
700180         MOVE LDF-NAME      TO WFLD-NAME (WFLD-COUNT).            00068800
           SKIP2                                                        00068900
700180*** A field tied to a record type needs the TYPE column to        00069000
700180*** tell the types apart.                                         00069100
700180 A-240-CHECK-RECTYPES.                                            00069200
700180     IF  WFLD-RECTYPE (SUB-FLD) NOT = SPACES                      00069300
700180         DISPLAY 'BaLayCmp-518 Field names a record type but '    00069400
700180             'the layout has no TYPE card:' WFLD-NAME (SUB-FLD)   00069500
700180         ADD 1 TO WCTR-LAY-ERRORS.                                00069600
           SKIP2                                                        00069700
700180***************************                                       00069800
700180*** Control card handling                                         00069900
700180***************************                                       00070000
700180 F-100-PROC-CTL.                                                  00070100
700180     IF  CTL-REC (1:1) = '*'                                      00070200
700180         DISPLAY 'BaLayCmp-500 Comment:' CTL-REC (1:50)           00070300
700180     ELSE                                                         00070400
700180         PERFORM F-105-CONTINUE.                                  00070500
700180     PERFORM F-110-READ-IN110.                                    00070600
           SKIP2                                                        00070700
700180 F-105-CONTINUE.                                                  00070800
700180     MOVE SPACES     TO WCTL-CMD WCTL-VAL WCTL-VAL2.              00070900
700180     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00071000
700180         INTO WCTL-CMD WCTL-VAL WCTL-VAL2.                        00071100
700180     DISPLAY 'BaLayCmp-500 CtlCard:' CTL-REC (1:50).              00071200
700180     IF  WCTL-CMD-IGNOREFLD                                       00071300
700180         PERFORM F-120-SET-IGNORE                                 00071400
700180     ELSE                                                         00071500
700180     IF  WCTL-CMD-TOLERFLD                                        00071600
700180         PERFORM F-130-SET-TOLER                                  00071700
700180     ELSE                                                         00071800
700180         DISPLAY 'BaLayCmp-501 Invalid Control Card:'             00071900
700180             CTL-REC (1:50)                                       00072000
700180         ADD 1 TO WCTR-CTL-ERRORS.                                00072100
           SKIP2                                                        00072200
700180*** Every layout field of the card's name is marked; a name       00072300
700180*** the layout does not carry is a card error.                    00072400
700180 F-120-SET-IGNORE.                                                00072500
700180     MOVE ZERO TO WNAME-HITS.                                     00072600
700180     PERFORM F-125-MARK-IGNORE                                    00072700
700180       VARYING SUB-FLD FROM 1 BY 1                                00072800
700180         UNTIL SUB-FLD > WFLD-COUNT.                              00072900
700180     IF  WNAME-HITS = ZERO                                        00073000
700180         DISPLAY 'BaLayCmp-502 Field not in layout:' WCTL-VAL     00073100
700180         ADD 1 TO WCTR-CTL-ERRORS                                 00073200
700180     ELSE                                                         00073300
700180         DISPLAY ' Field ignored:' WCTL-VAL.                      00073400
           SKIP2                                                        00073500
700180 F-125-MARK-IGNORE.                                               00073600
700180     IF  WFLD-NAME (SUB-FLD) = WCTL-VAL                           00073700
700180         SET WFLD-IGNORE-YES (SUB-FLD) TO TRUE                    00073800
700180         ADD 1 TO WNAME-HITS.                                     00073900
           SKIP2                                                        00074000
700180*** TOLERFLD name tnnnnnnnnn - A or P, then a nine-digit          00074100
700180*** limit, the TOLERDE form.  Numeric fields only.                00074200
700180 F-130-SET-TOLER.                                                 00074300
700180     IF  NOT WCTL-TOL-TYPE-OK                                     00074400
700180         OR WCTL-TOL-LIMIT-IN NOT NUMERIC                         00074500
700180         DISPLAY 'BaLayCmp-503 Invalid TOLERFLD limit:'           00074600
700180             CTL-REC (1:50)                                       00074700
700180         ADD 1 TO WCTR-CTL-ERRORS                                 00074800
700180     ELSE                                                         00074900
700180         MOVE ZERO TO WNAME-HITS                                  00075000
700180         PERFORM F-135-MARK-TOLER                                 00075100
700180           VARYING SUB-FLD FROM 1 BY 1                            00075200
700180             UNTIL SUB-FLD > WFLD-COUNT                           00075300
700180         IF  WNAME-HITS = ZERO                                    00075400
700180             DISPLAY 'BaLayCmp-504 Numeric field not in '         00075500
700180                 'layout:' WCTL-VAL                               00075600
700180             ADD 1 TO WCTR-CTL-ERRORS                             00075700
700180         ELSE                                                     00075800
700180             DISPLAY ' Added to Tolerance List:' WCTL-VAL         00075900
700180                 ' ' WCTL-VAL2 (1:10).                            00076000
           SKIP2                                                        00076100
700180 F-135-MARK-TOLER.                                                00076200
700180     IF  WFLD-NAME (SUB-FLD) = WCTL-VAL                           00076300
700180         AND WFLD-TYPE-NUMERIC (SUB-FLD)                          00076400
700180         MOVE WCTL-TOL-TYPE-IN  TO WFLD-TOL-TYPE (SUB-FLD)        00076500
700180         MOVE WCTL-TOL-LIMIT-IN TO WFLD-TOL-LIMIT (SUB-FLD)       00076600
700180         ADD 1 TO WNAME-HITS.                                     00076700
           SKIP2                                                        00076800
700180 F-110-READ-IN110.                                                00076900
700180     CALL 'UT110IN'  USING SD-AREA                                00077000
700180               IO-IN110-PARM                                      00077100
700180               IO-IN110-READ                                      00077200
700180               CTL-REC.                                           00077300
           SKIP2                                                        00077400
700180***************************                                       00077500
700180*** Two-stream pairing by key                                     00077600
700180***************************                                       00077700
700180 B-100-PROC-RECS.                                                 00077800
700180     IF  WCMP1-EOF-YES                                            00077900
700180         PERFORM B-300-EXTRA2                                     00078000
700180     ELSE                                                         00078100
700180     IF  WCMP2-EOF-YES                                            00078200
700180         PERFORM B-200-EXTRA1                                     00078300
700180     ELSE                                                         00078400
700180     IF  WKEY1 < WKEY2                                            00078500
700180         PERFORM B-200-EXTRA1                                     00078600
700180     ELSE                                                         00078700
700180     IF  WKEY2 < WKEY1                                            00078800
700180         PERFORM B-300-EXTRA2                                     00078900
700180     ELSE                                                         00079000
700180         PERFORM B-400-REC-KEYS-MATCH                             00079100
700180         PERFORM N1-100-READ-CMP1                                 00079200
700180         PERFORM N2-100-READ-CMP2.                                00079300
           SKIP2                                                        00079400
700180 B-200-EXTRA1.                                                    00079500
700180     ADD 1 TO WCTR-EXTRA1.                                        00079600
700180     MOVE WRTYPE1 TO WRTYPE-WORK.                                 00079700
700180     PERFORM R-200-ROLL-TYPE.                                     00079800
700180     ADD 1 TO WTYP-EXTRA1 (WTYP-HIT-SUB).                         00079900
700180     MOVE WGROUP1 TO WGROUP-WORK.                                 00080000
700180     PERFORM R-300-ROLL-GROUP.                                    00080100
700180     ADD 1 TO WGRP-EXTRA1 (WGRP-HIT-SUB).                         00080200
700180     MOVE WRTYPE1 TO WRECHDR-XXYY.                                00080300
700180     MOVE 'on File1 only' TO WRECHDR-MSG.                         00080400
700180     PERFORM Q-905-WRITE-RECHDR.                                  00080500
700180     PERFORM Q-210-SHOW-KEY1                                      00080600
700180       VARYING SUB-SEG FROM 1 BY 1                                00080700
700180         UNTIL SUB-SEG > WKEY-COUNT.                              00080800
700180     PERFORM N1-100-READ-CMP1.                                    00080900
           SKIP2                                                        00081000
700180 B-300-EXTRA2.                                                    00081100
700180     ADD 1 TO WCTR-EXTRA2.                                        00081200
700180     MOVE WRTYPE2 TO WRTYPE-WORK.                                 00081300
700180     PERFORM R-200-ROLL-TYPE.                                     00081400
700180     ADD 1 TO WTYP-EXTRA2 (WTYP-HIT-SUB).                         00081500
700180     MOVE WGROUP2 TO WGROUP-WORK.                                 00081600
700180     PERFORM R-300-ROLL-GROUP.                                    00081700
700180     ADD 1 TO WGRP-EXTRA2 (WGRP-HIT-SUB).                         00081800
700180     MOVE WRTYPE2 TO WRECHDR-XXYY.                                00081900
700180     MOVE 'on File2 only' TO WRECHDR-MSG.                         00082000
700180     PERFORM Q-905-WRITE-RECHDR.                                  00082100
700180     PERFORM Q-215-SHOW-KEY2                                      00082200
700180       VARYING SUB-SEG FROM 1 BY 1                                00082300
700180         UNTIL SUB-SEG > WKEY-COUNT.                              00082400
700180     PERFORM N2-100-READ-CMP2.                                    00082500
           SKIP2                                                        00082600
700180*** A record whose type column changed between the files is a     00082700
700180*** difference in its own right, reported as field 000; the       00082800
700180*** fields compared are File1's type's.                           00082900
700180 B-400-REC-KEYS-MATCH.                                            00083000
700180     ADD 1 TO WCTR-MATCHED.                                       00083100
700180     MOVE WRTYPE1 TO WRTYPE-WORK.                                 00083200
700180     PERFORM R-200-ROLL-TYPE.                                     00083300
700180     ADD 1 TO WTYP-MATCHED (WTYP-HIT-SUB).                        00083400
700180     MOVE WGROUP1 TO WGROUP-WORK.                                 00083500
700180     PERFORM R-300-ROLL-GROUP.                                    00083600
700180     ADD 1 TO WGRP-MATCHED (WGRP-HIT-SUB).                        00083700
700180     MOVE 'N' TO WREC-DIFF-FLG.                                   00083800
700180     IF  WRTYPE1 NOT = WRTYPE2                                    00083900
700180         PERFORM Q-220-START-DIFF                                 00084000
700180         MOVE SPACES TO WSHOW-LINE                                00084100
700180         SET WSHOW-DE-PREFIX-DATA TO TRUE                         00084200
700180         MOVE ZERO TO WSHOW-DE-NUM                                00084300
700180         MOVE 'Record type' TO WSHOW-DE-NAME                      00084400
700180         MOVE WRTYPE1 TO WSHOW-VAL1                               00084500
700180         MOVE WRTYPE2 TO WSHOW-VAL2                               00084600
700180         MOVE WSHOW-LINE TO OT200-REC                             00084700
700180         PERFORM Q-910-WRITE-OT200.                               00084800
700180     PERFORM C-100-COMP-FLD                                       00084900
700180       VARYING SUB-FLD FROM 1 BY 1                                00085000
700180         UNTIL SUB-FLD > WFLD-COUNT.                              00085100
700180     IF  WREC-DIFF-FLG-YES                                        00085200
700180         ADD 1 TO WCTR-DIFF-RECS                                  00085300
700180         ADD 1 TO WTYP-DIFFER (WTYP-HIT-SUB)                      00085400
700180         ADD 1 TO WGRP-DIFFER (WGRP-HIT-SUB).                     00085500
           SKIP2                                                        00085600
700180***************************                                       00085700
700180*** Field compare                                                 00085800
700180***************************                                       00085900
700180*** Bytes that match need no further look whatever the type;      00086000
700180*** only a byte difference is unpacked and judged by kind.        00086100
700180 C-100-COMP-FLD.                                                  00086200
700180     IF  WFLD-RECTYPE (SUB-FLD) NOT = SPACES                      00086300
700180         AND WFLD-RECTYPE (SUB-FLD) NOT = WRTYPE1                 00086400
700180         NEXT SENTENCE                                            00086500
700180     ELSE                                                         00086600
700180     IF  WREC1 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))            00086700
700180           = WREC2 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))        00086800
700180         NEXT SENTENCE                                            00086900
700180     ELSE                                                         00087000
700180     IF  WFLD-IGNORE-YES (SUB-FLD)                                00087100
700180         ADD 1 TO WFLD-IGNORED (SUB-FLD)                          00087200
700180     ELSE                                                         00087300
700180         PERFORM C-200-JUDGE-FLD.                                 00087400
           SKIP2                                                        00087500
700180 C-200-JUDGE-FLD.                                                 00087600
700180     SET WFLD-DIFF-FLG-YES TO TRUE.                               00087700
700180     MOVE SPACES TO WSHOW-LINE.                                   00087800
700180     MOVE WREC1 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00087900
700180       TO WSHOW-VAL1.                                             00088000
700180     MOVE WREC2 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00088100
700180       TO WSHOW-VAL2.                                             00088200
700180     IF  WFLD-TYPE-NUMERIC (SUB-FLD)                              00088300
700180         PERFORM C-300-JUDGE-NUM                                  00088400
700180     ELSE                                                         00088500
700180     IF  WFLD-TYPE-DATE (SUB-FLD)                                 00088600
700180         PERFORM C-400-JUDGE-DATE.                                00088700
700180     IF  WFLD-DIFF-FLG-YES                                        00088800
700180         ADD 1 TO WCTR-DIFF-FLDS                                  00088900
700180         ADD 1 TO WFLD-DIFFS (SUB-FLD)                            00089000
700180         PERFORM Q-230-SHOW-DIFF.                                 00089100
           SKIP2                                                        00089200
700180*** Two good values that are equal are the same number stored     00089300
700180*** two ways; two good values apart may still be inside the       00089400
700180*** field's tolerance.  A value that will not unpack shows as     00089500
700180*** NOT NUMERIC and stays a difference.                           00089600
700180 C-300-JUDGE-NUM.                                                 00089700
700180     MOVE WREC1 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00089800
700180       TO WNUM-SRC.                                               00089900
700180     PERFORM R-400-GET-NUM.                                       00090000
700180     MOVE WNUM-VAL    TO WNUM-VAL1.                               00090100
700180     MOVE WNUM-OK-FLG TO WNUM-OK1-FLG.                            00090200
700180     MOVE WREC2 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00090300
700180       TO WNUM-SRC.                                               00090400
700180     PERFORM R-400-GET-NUM.                                       00090500
700180     MOVE WNUM-VAL    TO WNUM-VAL2.                               00090600
700180     MOVE WNUM-OK-FLG TO WNUM-OK2-FLG.                            00090700
700180     IF  WNUM-OK1-YES AND WNUM-OK2-YES                            00090800
700180         AND WNUM-VAL1 = WNUM-VAL2                                00090900
700180         MOVE 'N' TO WFLD-DIFF-FLG                                00091000
700180     ELSE                                                         00091100
700180     IF  WNUM-OK1-YES AND WNUM-OK2-YES                            00091200
700180         AND NOT WFLD-TOL-NONE (SUB-FLD)                          00091300
700180         PERFORM C-350-CHECK-TOLER                                00091400
700180         IF  WTOL-OK-YES                                          00091500
700180             MOVE 'N' TO WFLD-DIFF-FLG                            00091600
700180             ADD 1 TO WCTR-TOLERATED                              00091700
700180             ADD 1 TO WFLD-TOLERATED (SUB-FLD)                    00091800
700180         END-IF.                                                  00091900
700180     IF  WFLD-DIFF-FLG-YES                                        00092000
700180         PERFORM C-360-SHOW-NUMS.                                 00092100
           SKIP2                                                        00092200
700180 C-350-CHECK-TOLER.                                               00092300
700180     MOVE 'N' TO WTOL-OK-FLG.                                     00092400
700180     COMPUTE WTOL-DELTA = WNUM-VAL1 - WNUM-VAL2.                  00092500
700180     IF  WTOL-DELTA < ZERO                                        00092600
700180         COMPUTE WTOL-DELTA = ZERO - WTOL-DELTA.                  00092700
700180     IF  WFLD-TOL-ABS (SUB-FLD)                                   00092800
700180         IF  WTOL-DELTA NOT > WFLD-TOL-LIMIT (SUB-FLD)            00092900
700180             SET WTOL-OK-YES TO TRUE                              00093000
700180         END-IF                                                   00093100
700180     ELSE                                                         00093200
700180         COMPUTE WTOL-LHS = WTOL-DELTA * 100                      00093300
700180             ON SIZE ERROR                                        00093400
700180                 MOVE ZERO TO WTOL-LHS                            00093500
700180         END-COMPUTE                                              00093600
700180         COMPUTE WTOL-RHS = WNUM-VAL1 * WFLD-TOL-LIMIT (SUB-FLD)  00093700
700180             ON SIZE ERROR                                        00093800
700180                 MOVE ZERO TO WTOL-RHS                            00093900
700180         END-COMPUTE                                              00094000
700180         IF  WTOL-RHS < ZERO                                      00094100
700180             COMPUTE WTOL-RHS = ZERO - WTOL-RHS                   00094200
700180         END-IF                                                   00094300
700180         IF  WTOL-LHS > ZERO                                      00094400
700180             AND WTOL-LHS NOT > WTOL-RHS                          00094500
700180             SET WTOL-OK-YES TO TRUE.                             00094600
           SKIP2                                                        00094700
700180 C-360-SHOW-NUMS.                                                 00094800
700180     IF  WNUM-OK1-YES                                             00094900
700180         MOVE WNUM-VAL1 TO WFMT-IN                                00095000
700180         PERFORM R-600-FMT-NUM                                    00095100
700180         MOVE WFMT-OUT TO WSHOW-VAL1                              00095200
700180     ELSE                                                         00095300
700180         MOVE 'NOT NUMERIC' TO WSHOW-VAL1.                        00095400
700180     IF  WNUM-OK2-YES                                             00095500
700180         MOVE WNUM-VAL2 TO WFMT-IN                                00095600
700180         PERFORM R-600-FMT-NUM                                    00095700
700180         MOVE WFMT-OUT TO WSHOW-VAL2                              00095800
700180     ELSE                                                         00095900
700180         MOVE 'NOT NUMERIC' TO WSHOW-VAL2.                        00096000
           SKIP2                                                        00096100
700180*** Dates that differ in bytes are still shown widened, so a      00096200
700180*** YYMMDD field reads the same as a CCYYMMDD one.                00096300
700180 C-400-JUDGE-DATE.                                                00096400
700180     MOVE WREC1 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00096500
700180       TO WNUM-SRC.                                               00096600
700180     PERFORM R-500-GET-DATE.                                      00096700
700180     MOVE WDATE-NORM TO WDATE-NORM1.                              00096800
700180     MOVE WREC2 (WFLD-OFF (SUB-FLD):WFLD-LEN (SUB-FLD))           00096900
700180       TO WNUM-SRC.                                               00097000
700180     PERFORM R-500-GET-DATE.                                      00097100
700180     MOVE WDATE-NORM TO WDATE-NORM2.                              00097200
700180     IF  WDATE-NORM1 NOT = SPACES                                 00097300
700180         MOVE SPACES TO WSHOW-VAL1                                00097400
700180         STRING WDATE-NORM1 (1:4) '-' WDATE-NORM1 (5:2) '-'       00097500
700180                WDATE-NORM1 (7:2)                                 00097600
700180             DELIMITED BY SIZE INTO WSHOW-VAL1.                   00097700
700180     IF  WDATE-NORM2 NOT = SPACES                                 00097800
700180         MOVE SPACES TO WSHOW-VAL2                                00097900
700180         STRING WDATE-NORM2 (1:4) '-' WDATE-NORM2 (5:2) '-'       00098000
700180                WDATE-NORM2 (7:2)                                 00098100
700180             DELIMITED BY SIZE INTO WSHOW-VAL2.                   00098200
           SKIP2                                                        00098300
700180***************************                                       00098400
700180*** Detail output                                                 00098500
700180***************************                                       00098600
700180 Q-210-SHOW-KEY1.                                                 00098700
700180     MOVE SPACES TO WSHOW-LINE.                                   00098800
700180     SET WSHOW-DE-PREFIX-KEY TO TRUE.                             00098900
700180     MOVE SUB-SEG TO WSHOW-DE-NUM.                                00099000
700180     MOVE WKEY-NAME (SUB-SEG) TO WSHOW-DE-NAME.                   00099100
700180     MOVE WREC1 (WKEY-OFF (SUB-SEG):WKEY-LEN (SUB-SEG))           00099200
700180       TO WSHOW-VAL1.                                             00099300
700180     MOVE WSHOW-LINE TO OT200-REC.                                00099400
700180     PERFORM Q-910-WRITE-OT200.                                   00099500
           SKIP2                                                        00099600
700180 Q-215-SHOW-KEY2.                                                 00099700
700180     MOVE SPACES TO WSHOW-LINE.                                   00099800
700180     SET WSHOW-DE-PREFIX-KEY TO TRUE.                             00099900
700180     MOVE SUB-SEG TO WSHOW-DE-NUM.                                00100000
700180     MOVE WKEY-NAME (SUB-SEG) TO WSHOW-DE-NAME.                   00100100
700180     MOVE WREC2 (WKEY-OFF (SUB-SEG):WKEY-LEN (SUB-SEG))           00100200
700180       TO WSHOW-VAL2.                                             00100300
700180     MOVE WSHOW-LINE TO OT200-REC.                                00100400
700180     PERFORM Q-910-WRITE-OT200.                                   00100500
           SKIP2                                                        00100600
700180*** The record header and its key echo go out once, ahead of      00100700
700180*** the record's first difference.                                00100800
700180 Q-220-START-DIFF.                                                00100900
700180     IF  NOT WREC-DIFF-FLG-YES                                    00101000
700180         SET WREC-DIFF-FLG-YES TO TRUE                            00101100
700180         MOVE WRTYPE1 TO WRECHDR-XXYY                             00101200
700180         MOVE 'Differs' TO WRECHDR-MSG                            00101300
700180         PERFORM Q-905-WRITE-RECHDR                               00101400
700180         PERFORM Q-210-SHOW-KEY1                                  00101500
700180           VARYING SUB-SEG FROM 1 BY 1                            00101600
700180             UNTIL SUB-SEG > WKEY-COUNT.                          00101700
           SKIP2                                                        00101800
700180*** The values are held across the header, whose key echo         00101900
700180*** reuses the detail line.                                       00102000
700180 Q-230-SHOW-DIFF.                                                 00102100
700180     MOVE WSHOW-VAL1 TO WSAVE-VAL1.                               00102200
700180     MOVE WSHOW-VAL2 TO WSAVE-VAL2.                               00102300
700180     PERFORM Q-220-START-DIFF.                                    00102400
700180     MOVE SPACES TO WSHOW-LINE.                                   00102500
700180     SET WSHOW-DE-PREFIX-DATA TO TRUE.                            00102600
700180     MOVE SUB-FLD TO WSHOW-DE-NUM.                                00102700
700180     MOVE WFLD-NAME (SUB-FLD) TO WSHOW-DE-NAME.                   00102800
700180     MOVE WSAVE-VAL1 TO WSHOW-VAL1.                               00102900
700180     MOVE WSAVE-VAL2 TO WSHOW-VAL2.                               00103000
700180     MOVE WSHOW-LINE TO OT200-REC.                                00103100
700180     PERFORM Q-910-WRITE-OT200.                                   00103200
           SKIP2                                                        00103300
700180 Q-905-WRITE-RECHDR.                                              00103400
700180     MOVE SPACES       TO OT200-REC.                              00103500
700180     PERFORM Q-910-WRITE-OT200.                                   00103600
700180     MOVE WRECHDR-LINE TO OT200-REC.                              00103700
700180     PERFORM Q-910-WRITE-OT200.                                   00103800
           SKIP2                                                        00103900
700180 Q-910-WRITE-OT200.                                               00104000
700180     CALL 'UTO200IO' USING SD-AREA                                00104100
700180                           IO-OT200-PARM                          00104200
700180                           IO-OT200-WRITE                         00104300
700180                           OT200-REC.                             00104400
700180     MOVE SPACES TO OT200-REC.                                    00104500
           SKIP2                                                        00104600
700180***************************                                       00104700
700180*** Rollup helpers                                                00104800
700180***************************                                       00104900
700180*** Find-or-add the by-type slot for WRTYPE-WORK.  Types past     00105000
700180*** the table share its last line.                                00105100
700180 R-200-ROLL-TYPE.                                                 00105200
700180     MOVE ZERO TO WTYP-HIT-SUB.                                   00105300
700180     PERFORM R-210-SCAN-TYP                                       00105400
700180       VARYING SUB-TYP FROM 1 BY 1                                00105500
700180         UNTIL SUB-TYP > WTYP-COUNT                               00105600
700180           OR WTYP-HIT-SUB > ZERO.                                00105700
700180     IF  WTYP-HIT-SUB = ZERO                                      00105800
700180         IF  WTYP-COUNT < WTYP-MAX-ENTRIES                        00105900
700180             ADD 1 TO WTYP-COUNT                                  00106000
700180             MOVE WTYP-COUNT TO WTYP-HIT-SUB                      00106100
700180             MOVE WRTYPE-WORK TO WTYP-XXYY (WTYP-HIT-SUB)         00106200
700180         ELSE                                                     00106300
700180             MOVE WTYP-MAX-ENTRIES TO WTYP-HIT-SUB.               00106400
           SKIP2                                                        00106500
700180 R-210-SCAN-TYP.                                                  00106600
700180     IF  WTYP-XXYY (SUB-TYP) = WRTYPE-WORK                        00106700
700180         MOVE SUB-TYP TO WTYP-HIT-SUB.                            00106800
           SKIP2                                                        00106900
700180*** Find-or-add the by-key-group slot for WGROUP-WORK.            00107000
700180 R-300-ROLL-GROUP.                                                00107100
700180     MOVE ZERO TO WGRP-HIT-SUB.                                   00107200
700180     PERFORM R-310-SCAN-GRP                                       00107300
700180       VARYING SUB-GRP FROM 1 BY 1                                00107400
700180         UNTIL SUB-GRP > WGRP-COUNT                               00107500
700180           OR WGRP-HIT-SUB > ZERO.                                00107600
700180     IF  WGRP-HIT-SUB = ZERO                                      00107700
700180         IF  WGRP-COUNT < WGRP-MAX-ENTRIES                        00107800
700180             ADD 1 TO WGRP-COUNT                                  00107900
700180             MOVE WGRP-COUNT TO WGRP-HIT-SUB                      00108000
700180             MOVE WGROUP-WORK TO WGRP-KEY (WGRP-HIT-SUB)          00108100
700180         ELSE                                                     00108200
700180             ADD 1 TO WCTR-GRP-OVER                               00108300
700180             MOVE WGRP-MAX-ENTRIES TO WGRP-HIT-SUB.               00108400
           SKIP2                                                        00108500
700180 R-310-SCAN-GRP.                                                  00108600
700180     IF  WGRP-KEY (SUB-GRP) = WGROUP-WORK                         00108700
700180         MOVE SUB-GRP TO WGRP-HIT-SUB.                            00108800
           SKIP2                                                        00108900
700180***************************                                       00109000
700180*** Value conversion                                              00109100
700180***************************                                       00109200
700180*** WNUM-SRC holds the field's bytes left-aligned; they are       00109300
700180*** set right-aligned into the work item of the field's kind.     00109400
700180*** Zoned leading blanks read as zeros; a binary value is sign-   00109500
700180*** extended from its high-order bit.                             00109600
700180 R-400-GET-NUM.                                                   00109700
700180     MOVE 'N' TO WNUM-OK-FLG.                                     00109800
700180     MOVE ZERO TO WNUM-VAL.                                       00109900
700180     IF  WFLD-TYPE-ZONED (SUB-FLD)                                00110000
700180         MOVE ALL '0' TO WNUM-ZONE-X                              00110100
700180         MOVE WNUM-SRC (1:WFLD-LEN (SUB-FLD))                     00110200
700180           TO WNUM-ZONE-X (19 - WFLD-LEN (SUB-FLD):               00110300
700180                           WFLD-LEN (SUB-FLD))                    00110400
700180         INSPECT WNUM-ZONE-X REPLACING LEADING SPACE BY '0'       00110500
700180         IF  WNUM-ZONE-N NUMERIC                                  00110600
700180             MOVE WNUM-ZONE-N TO WNUM-VAL                         00110700
700180             SET WNUM-OK-YES TO TRUE                              00110800
700180         END-IF                                                   00110900
700180     ELSE                                                         00111000
700180     IF  WFLD-TYPE-PACKED (SUB-FLD)                               00111100
700180         MOVE LOW-VALUES TO WNUM-PACK-X                           00111200
700180         MOVE WNUM-SRC (1:WFLD-LEN (SUB-FLD))                     00111300
700180           TO WNUM-PACK-X (11 - WFLD-LEN (SUB-FLD):               00111400
700180                           WFLD-LEN (SUB-FLD))                    00111500
700180         IF  WNUM-PACK-N NUMERIC                                  00111600
700180             MOVE WNUM-PACK-N TO WNUM-VAL                         00111700
700180             SET WNUM-OK-YES TO TRUE                              00111800
700180         END-IF                                                   00111900
700180     ELSE                                                         00112000
700180         IF  WNUM-SRC (1:1) NOT < X'80'                           00112100
700180             MOVE HIGH-VALUES TO WNUM-BIN-X                       00112200
700180         ELSE                                                     00112300
700180             MOVE LOW-VALUES TO WNUM-BIN-X                        00112400
700180         END-IF                                                   00112500
700180         MOVE WNUM-SRC (1:WFLD-LEN (SUB-FLD))                     00112600
700180           TO WNUM-BIN-X (9 - WFLD-LEN (SUB-FLD):                 00112700
700180                          WFLD-LEN (SUB-FLD))                     00112800
700180         MOVE WNUM-BIN-N TO WNUM-VAL                              00112900
700180         SET WNUM-OK-YES TO TRUE.                                 00113000
           SKIP2                                                        00113100
700180*** A good date comes back as CCYYMMDD in WDATE-NORM; anything    00113200
700180*** else comes back blank and shows as stored.                    00113300
700180 R-500-GET-DATE.                                                  00113400
700180     MOVE SPACES TO WDATE-NORM.                                   00113500
700180     IF  WFLD-LEN (SUB-FLD) = 8                                   00113600
700180         IF  WNUM-SRC (1:8) NUMERIC                               00113700
700180             MOVE WNUM-SRC (1:8) TO WDATE-NORM                    00113800
700180         END-IF                                                   00113900
700180     ELSE                                                         00114000
700180         IF  WNUM-SRC (1:6) NUMERIC                               00114100
700180             MOVE WNUM-SRC (1:2) TO WDATE-YY                      00114200
700180             MOVE WNUM-SRC (1:6) TO WDATE-NORM (3:6)              00114300
700180             IF  WDATE-YY < WDATE-PIVOT-YY                        00114400
700180                 MOVE '20' TO WDATE-NORM (1:2)                    00114500
700180             ELSE                                                 00114600
700180                 MOVE '19' TO WDATE-NORM (1:2).                   00114700
           SKIP2                                                        00114800
700180*** WFMT-IN shown with the field's implied decimals.              00114900
700180 R-600-FMT-NUM.                                                   00115000
700180     MOVE SPACES TO WFMT-OUT.                                     00115100
700180     MOVE SPACE TO WFMT-SIGN.                                     00115200
700180     IF  WFMT-IN < ZERO                                           00115300
700180         MOVE '-' TO WFMT-SIGN.                                   00115400
700180     MOVE WFMT-IN TO WFMT-ABS.                                    00115500
700180     COMPUTE WFMT-POW = 10 ** WFLD-DEC (SUB-FLD).                 00115600
700180     DIVIDE WFMT-ABS BY WFMT-POW                                  00115700
700180         GIVING WFMT-INT REMAINDER WFMT-FRAC.                     00115800
700180     MOVE WFMT-INT TO WFMT-INT-ED.                                00115900
700180     MOVE ZERO TO WFMT-LEAD.                                      00116000
700180     INSPECT WFMT-INT-ED TALLYING WFMT-LEAD FOR LEADING SPACE.    00116100
700180     IF  WFLD-DEC (SUB-FLD) = ZERO                                00116200
700180         STRING WFMT-SIGN DELIMITED BY SPACE                      00116300
700180                WFMT-INT-ED (WFMT-LEAD + 1:) DELIMITED BY SIZE    00116400
700180             INTO WFMT-OUT                                        00116500
700180     ELSE                                                         00116600
700180         STRING WFMT-SIGN DELIMITED BY SPACE                      00116700
700180                WFMT-INT-ED (WFMT-LEAD + 1:) DELIMITED BY SIZE    00116800
700180                '.' DELIMITED BY SIZE                             00116900
700180                WFMT-FRAC (10 - WFLD-DEC (SUB-FLD):               00117000
700180                           WFLD-DEC (SUB-FLD))                    00117100
700180                    DELIMITED BY SIZE                             00117200
700180             INTO WFMT-OUT.                                       00117300
           SKIP2                                                        00117400
700180***************************                                       00117500
700180*** Readers                                                       00117600
700180***************************                                       00117700
700180*** Each record read carries its key, type and key group; a       00117800
700180*** key lower than the one before it is out of sequence.          00117900
700180 N1-100-READ-CMP1.                                                00118000
700180     READ CMP1-FILE INTO WREC1                                    00118100
700180         AT END                                                   00118200
700180             SET WCMP1-EOF-YES TO TRUE.                           00118300
700180     IF  NOT WCMP1-EOF-YES                                        00118400
700180         AND NOT WCMP1-FS-OK                                      00118500
700180         DISPLAY 'BaLayCmp-306 CMPIN1 read failed:' WCMP1-FS      00118600
700180         SET WCMP1-EOF-YES TO TRUE                                00118700
700180         MOVE 16 TO WRC-FINAL.                                    00118800
700180     IF  NOT WCMP1-EOF-YES                                        00118900
700180         ADD 1 TO WCTR-READ1                                      00119000
700180         MOVE WKEY1 TO WKEY1-PREV                                 00119100
700180         MOVE SPACES TO WKEY1                                     00119200
700180         MOVE 1 TO WKEY-POS                                       00119300
700180         PERFORM N1-110-KEY-SEG                                   00119400
700180           VARYING SUB-SEG FROM 1 BY 1                            00119500
700180             UNTIL SUB-SEG > WKEY-COUNT                           00119600
700180         IF  WKEY1 < WKEY1-PREV                                   00119700
700180             ADD 1 TO WCTR-SEQ-ERRS                               00119800
700180             DISPLAY 'BaLayCmp-322 CMPIN1 out of sequence at '    00119900
700180                 'record ' WCTR-READ1                             00120000
700180         END-IF                                                   00120100
700180         MOVE '*ALL' TO WRTYPE1                                   00120200
700180         IF  WTYPCOL-OFF > ZERO                                   00120300
700180             MOVE WREC1 (WTYPCOL-OFF:WTYPCOL-LEN) TO WRTYPE1      00120400
700180         END-IF                                                   00120500
700180         MOVE WREC1 (WGRPCOL-OFF:WGRPCOL-LEN) TO WGROUP1.         00120600
           SKIP2                                                        00120700
700180 N1-110-KEY-SEG.                                                  00120800
700180     MOVE WREC1 (WKEY-OFF (SUB-SEG):WKEY-LEN (SUB-SEG))           00120900
700180       TO WKEY1 (WKEY-POS:WKEY-LEN (SUB-SEG)).                    00121000
700180     ADD WKEY-LEN (SUB-SEG) TO WKEY-POS.                          00121100
           SKIP2                                                        00121200
700180 N2-100-READ-CMP2.                                                00121300
700180     READ CMP2-FILE INTO WREC2                                    00121400
700180         AT END                                                   00121500
700180             SET WCMP2-EOF-YES TO TRUE.                           00121600
700180     IF  NOT WCMP2-EOF-YES                                        00121700
700180         AND NOT WCMP2-FS-OK                                      00121800
700180         DISPLAY 'BaLayCmp-307 CMPIN2 read failed:' WCMP2-FS      00121900
700180         SET WCMP2-EOF-YES TO TRUE                                00122000
700180         MOVE 16 TO WRC-FINAL.                                    00122100
700180     IF  NOT WCMP2-EOF-YES                                        00122200
700180         ADD 1 TO WCTR-READ2                                      00122300
700180         MOVE WKEY2 TO WKEY2-PREV                                 00122400
700180         MOVE SPACES TO WKEY2                                     00122500
700180         MOVE 1 TO WKEY-POS                                       00122600
700180         PERFORM N2-110-KEY-SEG                                   00122700
700180           VARYING SUB-SEG FROM 1 BY 1                            00122800
700180             UNTIL SUB-SEG > WKEY-COUNT                           00122900
700180         IF  WKEY2 < WKEY2-PREV                                   00123000
700180             ADD 1 TO WCTR-SEQ-ERRS                               00123100
700180             DISPLAY 'BaLayCmp-323 CMPIN2 out of sequence at '    00123200
700180                 'record ' WCTR-READ2                             00123300
700180         END-IF                                                   00123400
700180         MOVE '*ALL' TO WRTYPE2                                   00123500
700180         IF  WTYPCOL-OFF > ZERO                                   00123600
700180             MOVE WREC2 (WTYPCOL-OFF:WTYPCOL-LEN) TO WRTYPE2      00123700
700180         END-IF                                                   00123800
700180         MOVE WREC2 (WGRPCOL-OFF:WGRPCOL-LEN) TO WGROUP2.         00123900
           SKIP2                                                        00124000
700180 N2-110-KEY-SEG.                                                  00124100
700180     MOVE WREC2 (WKEY-OFF (SUB-SEG):WKEY-LEN (SUB-SEG))           00124200
700180       TO WKEY2 (WKEY-POS:WKEY-LEN (SUB-SEG)).                    00124300
700180     ADD WKEY-LEN (SUB-SEG) TO WKEY-POS.                          00124400
           SKIP2                                                        00124500
700180***************************                                       00124600
700180*** Summaries                                                     00124700
700180***************************                                       00124800
700180 A-300-RPT-SUMMARIES.                                             00124900
700180     PERFORM A-310-RPT-GROUP                                      00125000
700180       VARYING SUB-GRP FROM 1 BY 1                                00125100
700180         UNTIL SUB-GRP > WGRP-COUNT.                              00125200
700180     MOVE SPACES TO WPRINT-LINE.                                  00125300
700180     PERFORM V-100-PRINT-LINE.                                    00125400
700180     MOVE ' Summary by Type' TO WPRINT-LINE.                      00125500
700180     PERFORM V-100-PRINT-LINE.                                    00125600
700180     PERFORM A-320-RPT-TYPE                                       00125700
700180       VARYING SUB-TYP FROM 1 BY 1                                00125800
700180         UNTIL SUB-TYP > WTYP-COUNT.                              00125900
700180     MOVE RPT3-LINE TO WPRINT-TITLE1.                             00126000
700180     PERFORM V-150-NEWPAGE.                                       00126100
700180     PERFORM A-330-RPT-FIELD                                      00126200
700180       VARYING SUB-FLD FROM 1 BY 1                                00126300
700180         UNTIL SUB-FLD > WFLD-COUNT.                              00126400
           SKIP2                                                        00126500
700180 A-310-RPT-GROUP.                                                 00126600
700180     MOVE SPACES TO RPDAT1-LINE.                                  00126700
700180     MOVE WGRP-KEY (SUB-GRP)     TO RPDAT1-GROUP.                 00126800
700180     MOVE WGRP-MATCHED (SUB-GRP) TO RPDAT1-MATCHED.               00126900
700180     MOVE WGRP-DIFFER (SUB-GRP)  TO RPDAT1-DIFFERENT.             00127000
700180     MOVE WGRP-EXTRA1 (SUB-GRP)  TO RPDAT1-EXTRA1.                00127100
700180     MOVE WGRP-EXTRA2 (SUB-GRP)  TO RPDAT1-EXTRA2.                00127200
700180     MOVE RPDAT1-LINE   TO WPRINT-LINE.                           00127300
700180     PERFORM V-100-PRINT-LINE.                                    00127400
           SKIP2                                                        00127500
700180 A-320-RPT-TYPE.                                                  00127600
700180     MOVE SPACES TO RPDAT1-LINE.                                  00127700
700180     MOVE WTYP-XXYY (SUB-TYP)    TO RPDAT1-GROUP.                 00127800
700180     MOVE WTYP-MATCHED (SUB-TYP) TO RPDAT1-MATCHED.               00127900
700180     MOVE WTYP-DIFFER (SUB-TYP)  TO RPDAT1-DIFFERENT.             00128000
700180     MOVE WTYP-EXTRA1 (SUB-TYP)  TO RPDAT1-EXTRA1.                00128100
700180     MOVE WTYP-EXTRA2 (SUB-TYP)  TO RPDAT1-EXTRA2.                00128200
700180     MOVE RPDAT1-LINE   TO WPRINT-LINE.                           00128300
700180     PERFORM V-100-PRINT-LINE.                                    00128400
           SKIP2                                                        00128500
700180 A-330-RPT-FIELD.                                                 00128600
700180     MOVE SPACES TO RPDAT3-LINE.                                  00128700
700180     MOVE SUB-FLD                   TO RPDAT3-NUM.                00128800
700180     MOVE WFLD-NAME (SUB-FLD)       TO RPDAT3-NAME.               00128900
700180     MOVE WFLD-TYPE (SUB-FLD)       TO RPDAT3-TYPE.               00129000
700180     MOVE WFLD-OFF (SUB-FLD)        TO RPDAT3-OFF.                00129100
700180     MOVE WFLD-LEN (SUB-FLD)        TO RPDAT3-LEN.                00129200
700180     MOVE WFLD-DEC (SUB-FLD)        TO RPDAT3-DEC.                00129300
700180     MOVE WFLD-RECTYPE (SUB-FLD)    TO RPDAT3-RECTYPE.            00129400
700180     MOVE WFLD-DIFFS (SUB-FLD)      TO RPDAT3-DIFFERENT.          00129500
700180     MOVE WFLD-TOLERATED (SUB-FLD)  TO RPDAT3-TOLERATED.          00129600
700180     MOVE WFLD-IGNORED (SUB-FLD)    TO RPDAT3-IGNORED.            00129700
700180     MOVE RPDAT3-LINE   TO WPRINT-LINE.                           00129800
700180     PERFORM V-100-PRINT-LINE.                                    00129900
           SKIP2                                                        00130000
700180***************************                                       00130100
700180*** Print-line routines                                           00130200
700180***************************                                       00130300
700180 V-100-PRINT-LINE.                                                00130400
700180     IF  WPRINT-LINES-OVER                                        00130500
700180         PERFORM V-150-NEWPAGE.                                   00130600
700180     ADD 1 TO WPRINT-LINES.                                       00130700
700180     WRITE PRINT-LINE FROM WPRINT-LINE                            00130800
700180           AFTER ADVANCING 1 LINE.                                00130900
700180     MOVE SPACES   TO WPRINT-LINE.                                00131000
700180     ADD 1 TO WPRINT-TOT-LINES.                                   00131100
           SKIP2                                                        00131200
700180 V-150-NEWPAGE.                                                   00131300
700180     ADD 1 TO WPRINT-PAGE.                                        00131400
700180     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00131500
700180     MOVE SPACES TO PRINT-LINE.                                   00131600
700180     WRITE PRINT-LINE                                             00131700
700180       AFTER ADVANCING PAGE.                                      00131800
700180     WRITE PRINT-LINE FROM RPTHDR-LINE                            00131900
700180       AFTER ADVANCING 1 LINE.                                    00132000
700180     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00132100
700180       AFTER ADVANCING 1.                                         00132200
700180     MOVE ZERO TO WPRINT-LINES.                                   00132300
700180     ADD 3 TO WPRINT-TOT-LINES.                                   00132400
