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
700181 IDENTIFICATION DIVISION.                                         00000100
700181 PROGRAM-ID. 'BAPARTDP'.                                          00000200
700181******************************************************************00000300
700181**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700181******************************************************************00000500
700181**  AUTHOR       W. WHITE, Oct 2026                               00000600
700181**  PURPOSE      Duplicate-person detection within one backup.    00000700
700181**               The compare's identity surveillance catches an   00000800
700181**               SSN that changes between two backups; this step  00000900
700181**               finds the same person on file twice in one -     00001000
700181**               the same AH-PARTICIPANT-SSN under two            00001100
700181**               participant numbers, or the same SSN (or the     00001200
700181**               same normalized name and date of birth) in two   00001300
700181**               plans of one sponsor.  Duplicates are how        00001400
700181**               participants end up with split balances and two  00001500
700181**               sets of statements.                              00001600
700181**                                                                00001700
700181**               Each participant is assembled from its PT        00001800
700181**               (name, status), AH (SSN) and money records, then 00001900
700181**               grouped by SSN, and by name plus date of birth   00002000
700181**               where a DOBDE card says where the birth date     00002100
700181**               lives.  A group is a suspected duplicate set     00002200
700181**               when two of its members share a plan, or two     00002300
700181**               share a sponsor (PL-SPONSOR-NUM); the ALLSPONSORS00002400
700181**               card widens that to any two plans.  Placeholder  00002500
700181**               SSNs (all zeros, all nines, 123456789) never     00002600
700181**               group.  A name-and-birth-date set whose members  00002700
700181**               all carry one SSN is the SSN set again and is    00002800
700181**               not listed twice.  SSNs print masked, as the     00002900
700181**               compare masks them.                              00003000
700181**                                                                00003100
700181**               Return codes:                                    00003200
700181**                 0 - no suspected duplicates                    00003300
700181**                 4 - suspected duplicate sets listed, or a      00003400
700181**                     control card was rejected                  00003500
700181**                16 - the backup could not be read or a sort     00003600
700181**                     failed                                     00003700
700181******************************************************************00003800
700181**  REVISIONS:                                                    00003900
700181******************************************************************00004000
700181**  Input                                                         00004100
700181**   . IN110   - Control File                                     00004200
700181**                 MONEYDE xxyy nnn - a money DE totalled per     00004300
700181**                                   participant, from fixed card 00004400
700181**                                   columns: RecordType 9-12, DE 00004500
700181**                                   number 14-16; up to 50       00004600
700181**                 DOBDE xxyy nnn   - the date-of-birth DE, same  00004700
700181**                                   columns; without it only SSN 00004800
700181**                                   groups are formed            00004900
700181**                 ALLSPONSORS      - also list sets whose plans  00005000
700181**                                   belong to different sponsors 00005100
700181**   . BKUPIN  - The backup, via BABKPI/BABKPIS                   00005200
700181**   . TYPEREG - Optional record-type registry                    00005300
700181**   . SUPPRES - Optional participant privacy suppression list    00005400
700181******************************************************************00005500
700181**  Output                                                        00005600
700181**   . SYSOUT  - Displayed Information                            00005700
700181**   . REPORT  - Suspected duplicate sets                         00005800
700181**   . DUPWORK - Work file, one row per participant               00005900
700181******************************************************************00006000
700181 ENVIRONMENT DIVISION.                                            00006100
700181 CONFIGURATION SECTION.                                           00006200
700181 INPUT-OUTPUT SECTION.                                            00006300
           SKIP2                                                        00006400
700181 FILE-CONTROL.                                                    00006500
700181     SELECT PRINT-FILE                                            00006600
700181         ASSIGN TO UT-S-REPORT                                    00006700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006800
700181         FILE STATUS WPRINT-FS.                                   00006900
700181     SELECT TYPEREG-FILE                                          00007000
700181         ASSIGN TO UT-S-TYPEREG                                   00007100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007200
700181         FILE STATUS WTYPEREG-FS.                                 00007300
700181     SELECT SUPPR-FILE                                            00007400
700181         ASSIGN TO UT-S-SUPPRES                                   00007500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007600
700181         FILE STATUS WSUPPR-FS.                                   00007700
700181     SELECT PSORT-FILE                                            00007800
700181         ASSIGN TO UT-S-SORTWK01.                                 00007900
700181     SELECT MSORT-FILE                                            00008000
700181         ASSIGN TO UT-S-SORTWK02.                                 00008100
700181     SELECT DUPWK-FILE                                            00008200
700181         ASSIGN TO UT-S-DUPWORK                                   00008300
700181         FILE STATUS WDUPWK-FS.                                   00008400
700181 DATA DIVISION.                                                   00008500
           SKIP2                                                        00008600
700181 FILE SECTION.                                                    00008700
           SKIP1                                                        00008800
700181 FD  PRINT-FILE                                                   00008900
700181     BLOCK CONTAINS 0 RECORDS                                     00009000
700181     LABEL RECORDS ARE STANDARD.                                  00009100
           SKIP2                                                        00009200
700181 01 PRINT-LINE                PIC X(133).                         00009300
           SKIP2                                                        00009400
700181*** Record-type registry rows - see the TYPEREG copybook.         00009500
700181 FD  TYPEREG-FILE                                                 00009600
700181     BLOCK CONTAINS 0 RECORDS                                     00009700
700181     LABEL RECORDS ARE STANDARD.                                  00009800
           SKIP2                                                        00009900
700181 01  TYPEREG-LINE             PIC X(80).                          00010000
           SKIP2                                                        00010100
700181*** Same participant privacy suppression list the batch           00010200
700181*** compare's SUPPRESS card honors; an erased participant is      00010300
700181*** not listed here either.                                       00010400
700181 FD  SUPPR-FILE                                                   00010500
700181     BLOCK CONTAINS 0 RECORDS                                     00010600
700181     LABEL RECORDS ARE STANDARD.                                  00010700
           SKIP2                                                        00010800
700181 01  SUPPR-LINE.                                                  00010900
700181     05  SUPPR-PART             PIC X(11).                        00011000
700181     05  FILLER                 PIC X(69).                        00011100
           SKIP2                                                        00011200
700181*** Participant assembly sort: one row per backup record that     00011300
700181*** says something about a participant, in participant order.     00011400
700181 SD  PSORT-FILE.                                                  00011500
700181 01  PSORT-REC.                                                   00011600
700203     05  PSR-PLAN             PIC X(10).                          00011700
700181     05  PSR-PART             PIC X(11).                          00011800
700181     05  PSR-KIND             PIC X.                              00011900
700181         88  PSR-KIND-PT      VALUE '1'.                          00012000
700181         88  PSR-KIND-AH      VALUE '2'.                          00012100
700181         88  PSR-KIND-DOB     VALUE '3'.                          00012200
700181         88  PSR-KIND-MONEY   VALUE '4'.                          00012300
700181     05  PSR-TEXT             PIC X(30).                          00012400
700181     05  PSR-STATUS           PIC X(2).                           00012500
700181     05  PSR-AMOUNT           PIC S9(18) COMP-3.                  00012600
           SKIP2                                                        00012700
700181*** Matching sort: each participant once under its SSN and        00012800
700181*** once under its name and birth date, so a group is a run of    00012900
700181*** equal match values.                                           00013000
700181 SD  MSORT-FILE.                                                  00013100
700181 01  MSORT-REC.                                                   00013200
700181     05  MSR-BASIS            PIC X.                              00013300
700181         88  MSR-BASIS-SSN    VALUE 'S'.                          00013400
700181         88  MSR-BASIS-NAME   VALUE 'N'.                          00013500
700181     05  MSR-MATCH            PIC X(40).                          00013600
700181     05  MSR-PART-ROW         PIC X(110).                         00013700
           SKIP2                                                        00013800
700181*** Assembled participants, record sequential - the money         00013900
700181*** total is packed.                                              00014000
700181 FD  DUPWK-FILE                                                   00014100
700181     BLOCK CONTAINS 0 RECORDS                                     00014200
700181     LABEL RECORDS ARE STANDARD.                                  00014300
700181 01  DUPWK-REC                PIC X(110).                         00014400
           SKIP2                                                        00014500
700181 WORKING-STORAGE SECTION.                                         00014600
700181 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00014700
700181 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00014800
700181 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00014900
700181 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00015000
700181     88  WTYPEREG-FS-OK    VALUE '00'.                            00015100
700181 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00015200
700181 01  WTYPEREG-AREA. COPY TYPEREG.                                 00015300
700181 77  SUB-MNY               PIC S9(4) BINARY VALUE ZERO.           00015400
700181 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00015500
700181 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00015600
700181 77  SUB-MEM               PIC S9(4) BINARY VALUE ZERO.           00015700
700181 77  SUB-MEM2              PIC S9(4) BINARY VALUE ZERO.           00015800
700181 77  SUB-CHR               PIC S9(4) BINARY VALUE ZERO.           00015900
700181 77  WNAME-POS             PIC S9(4) BINARY VALUE ZERO.           00016000
700181 77  SUB-SUPPR             PIC S9(4) BINARY VALUE ZERO.           00016100
700181 77  WSUPPR-HIT-FLG        PIC X        VALUE 'N'.                00016200
700181     88  WSUPPR-HIT-FLG-YES VALUE 'Y'.                            00016300
700181 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00016400
700181 77  WCTR-PARTS            PIC 9(9)     VALUE ZERO.               00016500
700181 77  WCTR-WITH-SSN         PIC 9(9)     VALUE ZERO.               00016600
700181 77  WCTR-WITH-DOB         PIC 9(9)     VALUE ZERO.               00016700
700181 77  WCTR-SUPPRESSED       PIC 9(9)     VALUE ZERO.               00016800
700181 77  WCTR-SETS-SSN         PIC 9(7)     VALUE ZERO.               00016900
700181 77  WCTR-SETS-NAME        PIC 9(7)     VALUE ZERO.               00017000
700181 77  WCTR-SET-MEMBERS      PIC 9(9)     VALUE ZERO.               00017100
700181 77  WCTR-NOT-NUMERIC      PIC 9(9)     VALUE ZERO.               00017200
700181 77  WCTR-PLAN-OVER        PIC 9(7)     VALUE ZERO.               00017300
700181 77  WCTR-MEM-OVER         PIC 9(7)     VALUE ZERO.               00017400
700181 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00017500
700181 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00017600
700203 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00017700
700181 77  WDE-AMOUNT            PIC 9(18)    VALUE ZERO.               00017800
700181 77  WSET-NUM              PIC 9(5)     VALUE ZERO.               00017900
700181 77  WSET-MEM-ED           PIC ZZZ9     VALUE ZERO.               00018000
700181 77  WSET-NUM-ED           PIC ZZZZ9    VALUE ZERO.               00018100
700181 77  WSORT-ERR-FLG         PIC X        VALUE 'N'.                00018200
700181     88  WSORT-ERR-YES     VALUE 'Y'.                             00018300
700181 77  WSORT-EOF-FLG         PIC X        VALUE 'N'.                00018400
700181     88  WSORT-EOF-YES     VALUE 'Y'.                             00018500
700181 77  WDUPWK-EOF-FLG        PIC X        VALUE 'N'.                00018600
700181     88  WDUPWK-EOF-YES    VALUE 'Y'.                             00018700
700181 77  WCTL-ALLSPON-FLG      PIC X        VALUE 'N'.                00018800
700181     88  WCTL-ALLSPON-YES  VALUE 'Y'.                             00018900
           SKIP2                                                        00019000
700181 01  WPRINT-AREA.                                                 00019100
700181     05  WPRINT-FS                 PIC XX  VALUE '00'.            00019200
700181         88  WPRINT-FS-OK VALUE '00'.                             00019300
700181     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00019400
700181     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00019500
700181     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00019600
700181     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00019700
700181         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00019800
700181     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00019900
           SKIP2                                                        00020000
700181 01  WDUPWK-FS             PIC XX  VALUE '00'.                    00020100
700181     88  WDUPWK-FS-OK      VALUE '00'.                            00020200
700181 01  WSUPPR-FS             PIC XX  VALUE '00'.                    00020300
700181     88  WSUPPR-FS-OK      VALUE '00'.                            00020400
700181 01  WSUPPR-AREA.                                                 00020500
700181     05  WSUPPR-COUNT          PIC S9(4) BINARY VALUE ZERO.       00020600
700181     05  WSUPPR-MAX-ENTRIES    PIC S9(4) BINARY VALUE 2000.       00020700
700181     05  WSUPPR-ENTRY OCCURS 2000 TIMES                           00020800
700181                               PIC X(11) VALUE SPACES.            00020900
           SKIP2                                                        00021000
700181*** One assembled participant - the DUPWORK row and the body      00021100
700181*** of each matching-sort row.                                    00021200
700181 01  WPART-ROW.                                                   00021300
700203     05  WPR-PLAN             PIC X(10) VALUE SPACES.             00021400
700181     05  WPR-PART             PIC X(11) VALUE SPACES.             00021500
700181     05  WPR-SPONSOR          PIC X(10) VALUE SPACES.             00021600
700181     05  WPR-NAME             PIC X(30) VALUE SPACES.             00021700
700181     05  WPR-STATUS           PIC X(2)  VALUE SPACES.             00021800
700181     05  WPR-SSN              PIC X(9)  VALUE SPACES.             00021900
700181     05  WPR-DOB              PIC X(10) VALUE SPACES.             00022000
700181     05  WPR-AMOUNT           PIC S9(18) COMP-3 VALUE ZERO.       00022100
700203     05  FILLER               PIC X(18) VALUE SPACES.             00022200
           SKIP2                                                        00022300
700181*** Name normalized for matching: upper case, letters only.       00022400
700181 01  WNAME-AREA.                                                  00022500
700181     05  WNAME-UPPER          PIC X(30) VALUE SPACES.             00022600
700181     05  WNAME-NORM           PIC X(30) VALUE SPACES.             00022700
           SKIP2                                                        00022800
700181*** Money DEs from MONEYDE cards, by RecordType; the birth date   00022900
700181*** DE from the DOBDE card.                                       00023000
700181 01  WMNY-AREA.                                                   00023100
700181     05  WMNY-COUNT            PIC S9(4) BINARY VALUE ZERO.       00023200
700181     05  WMNY-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00023300
700181     05  WMNY-ENTRY OCCURS 50 TIMES.                              00023400
700181         10  WMNY-XXYY         PIC X(4)     VALUE SPACES.         00023500
700181         10  WMNY-DENUM        PIC 9(3)     VALUE ZERO.           00023600
700181 01  WDOB-AREA.                                                   00023700
700181     05  WDOB-XXYY             PIC X(4)     VALUE SPACES.         00023800
700181     05  WDOB-DENUM            PIC 9(3)     VALUE ZERO.           00023900
700181 77  WFETCH-DENUM          PIC 9(3)     VALUE ZERO.               00024000
           SKIP2                                                        00024100
700181*** Plan-to-sponsor map, filled from each plan's PL record.       00024200
700181 01  WPLN-AREA.                                                   00024300
700181     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00024400
700181     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00024500
700181     05  WPLN-ENTRY OCCURS 3000 TIMES.                            00024600
700203         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00024700
700181         10  WPLN-SPONSOR      PIC X(10)    VALUE SPACES.         00024800
           SKIP2                                                        00024900
700181*** The group being read off the matching sort.  Members past     00025000
700181*** the table are counted but not listed.                         00025100
700181 01  WGRP-AREA.                                                   00025200
700181     05  WGRP-BASIS            PIC X        VALUE SPACES.         00025300
700181     05  WGRP-MATCH            PIC X(40)    VALUE SPACES.         00025400
700181     05  WGRP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00025500
700181     05  WGRP-TOTAL            PIC S9(4) BINARY VALUE ZERO.       00025600
700181     05  WGRP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00025700
700181     05  WGRP-REASON           PIC X(12)    VALUE SPACES.         00025800
700181         88  WGRP-REASON-PLAN  VALUE 'SAME PLAN'.                 00025900
700181         88  WGRP-REASON-SPON  VALUE 'SAME SPONSOR'.              00026000
700181         88  WGRP-REASON-ANY   VALUE 'ANY PLANS'.                 00026100
700181     05  WGRP-ONE-SSN-FLG      PIC X        VALUE 'N'.            00026200
700181         88  WGRP-ONE-SSN-YES  VALUE 'Y'.                         00026300
700181     05  WGRP-MEMBER OCCURS 50 TIMES                              00026400
700181                               PIC X(110)   VALUE SPACES.         00026500
700181 01  WMEM-ROW.                                                    00026600
700203     05  WMEM-PLAN            PIC X(10).                          00026700
700181     05  WMEM-PART            PIC X(11).                          00026800
700181     05  WMEM-SPONSOR         PIC X(10).                          00026900
700181     05  WMEM-NAME            PIC X(30).                          00027000
700181     05  WMEM-STATUS          PIC X(2).                           00027100
700181     05  WMEM-SSN             PIC X(9).                           00027200
700181     05  WMEM-DOB             PIC X(10).                          00027300
700181     05  WMEM-AMOUNT          PIC S9(18) COMP-3.                  00027400
700203     05  FILLER               PIC X(18).                          00027500
700181 01  WMEM2-ROW.                                                   00027600
700203     05  WMEM2-PLAN           PIC X(10).                          00027700
700181     05  WMEM2-PART           PIC X(11).                          00027800
700181     05  WMEM2-SPONSOR        PIC X(10).                          00027900
700181     05  FILLER               PIC X(32).                          00028000
700181     05  WMEM2-SSN            PIC X(9).                           00028100
700203     05  FILLER               PIC X(38).                          00028200
           SKIP2                                                        00028300
700181 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00028400
700181 01  WCTL-AREA.                                                   00028500
700181     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00028600
700181         88  WCTL-CMD-MONEYDE    VALUE 'MONEYDE'.                 00028700
700181         88  WCTL-CMD-DOBDE      VALUE 'DOBDE'.                   00028800
700181         88  WCTL-CMD-ALLSPONSORS VALUE 'ALLSPONSORS'.            00028900
700181     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00029000
           SKIP2                                                        00029100
700181 01  RPTHDR-LINE.                                                 00029200
700181         05   FILLER     PIC X(02) VALUE                          00029300
700181           ' '.                                                   00029400
700181         05   FILLER     PIC X(28) VALUE                          00029500
700181           'Duplicate-Person Detection'.                          00029600
700181         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00029700
700181         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00029800
700181         05   FILLER     PIC X(6)  VALUE                          00029900
700181           '  Page'.                                              00030000
700181         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00030100
           SKIP2                                                        00030200
700181 01  RSHDR-LINE.                                                  00030300
700181     05  FILLER               PIC X(5)  VALUE ' Set '.            00030400
700181     05  RSHDR-SET            PIC ZZZZ9 VALUE ZERO.               00030500
700181     05  FILLER               PIC X(9)  VALUE '  Basis: '.        00030600
700181     05  RSHDR-BASIS          PIC X(9)  VALUE SPACES.             00030700
700181     05  FILLER               PIC X     VALUE SPACE.              00030800
700181     05  RSHDR-MATCH          PIC X(42) VALUE SPACES.             00030900
700181     05  FILLER               PIC X(10) VALUE '  Members:'.       00031000
700181     05  RSHDR-MEMBERS        PIC ZZZ9  VALUE ZERO.               00031100
700181     05  FILLER               PIC X(10) VALUE '  Reason: '.       00031200
700181     05  RSHDR-REASON         PIC X(12) VALUE SPACES.             00031300
           SKIP2                                                        00031400
700181 01  RSDAT1-LINE.                                                 00031500
700181     05  FILLER               PIC X(3)  VALUE SPACES.             00031600
700203     05  RSDAT1-PLAN          PIC X(10) VALUE SPACES.             00031700
700181     05  FILLER               PIC X     VALUE SPACE.              00031800
700181     05  RSDAT1-SPONSOR       PIC X(10) VALUE SPACES.             00031900
700181     05  FILLER               PIC X     VALUE SPACE.              00032000
700181     05  RSDAT1-PART          PIC X(11) VALUE SPACES.             00032100
700181     05  FILLER               PIC X     VALUE SPACE.              00032200
700181     05  RSDAT1-NAME          PIC X(30) VALUE SPACES.             00032300
700181     05  FILLER               PIC X     VALUE SPACE.              00032400
700181     05  RSDAT1-STATUS        PIC X(2)  VALUE SPACES.             00032500
700181     05  FILLER               PIC X(2)  VALUE SPACES.             00032600
700181     05  RSDAT1-SSN           PIC X(11) VALUE SPACES.             00032700
700181     05  FILLER               PIC X     VALUE SPACE.              00032800
700181     05  RSDAT1-DOB           PIC X(10) VALUE SPACES.             00032900
700181     05  FILLER               PIC X     VALUE SPACE.              00033000
700181     05  RSDAT1-AMOUNT        PIC -(17)9 VALUE ZERO.              00033100
           SKIP2                                                        00033200
700181 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00033300
           SKIP2                                                        00033400
700181 01  BWA-REC.  COPY BKUPREC.                                      00033500
           SKIP2                                                        00033600
700181 01  BWA-REC-PL REDEFINES BWA-REC.                                00033700
700203     02  FILLER               PIC X(14).                          00033800
700181     02  PL-REC. COPY MSTRPL.                                     00033900
700181 01  BWA-REC-PT REDEFINES BWA-REC.                                00034000
700203     02  FILLER               PIC X(14).                          00034100
700181     02  PT-REC. COPY MSTRPT.                                     00034200
700181 01  BWA-REC-AH REDEFINES BWA-REC.                                00034300
700203     02  FILLER               PIC X(14).                          00034400
700181     02  AH-REC. COPY AHDEF.                                      00034500
           SKIP2                                                        00034600
700181 01  IO-BKPI-PARM.                                                00034700
700181       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAPARTDP'.             00034800
           SKIP3                                                        00034900
700181 01  IO-IN110-PARM.                                               00035000
700181       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAPARTDP'.            00035100
           SKIP3                                                        00035200
700181 01  DE-AREA.  COPY PRMDE.                                        00035300
           SKIP3                                                        00035400
700181 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00035500
           EJECT                                                        00035600
700181 PROCEDURE DIVISION.                                              00035700
           SKIP2                                                        00035800
700181 A-100-BODY.                                                      00035900
700181     PERFORM A-105-INIT.                                          00036000
700181     PERFORM A-200-INIT-OPEN.                                     00036100
700181     PERFORM B-100-ASSEMBLE.                                      00036200
700181     PERFORM C-100-MATCH.                                         00036300
700181     PERFORM A-900-FINI-CLOSE.                                    00036400
700181     MOVE WRC-FINAL TO RETURN-CODE.                               00036500
700181     GOBACK.                                                      00036600
           SKIP2                                                        00036700
700181 A-105-INIT.                                                      00036800
700181     CALL 'BASDIN' USING SD-AREA.                                 00036900
           SKIP2                                                        00037000
700181 A-200-INIT-OPEN.                                                 00037100
700181     DISPLAY 'BaPartDp-998 Program Starting'.                     00037200
700181     ACCEPT RPTHDR-DATE FROM DATE.                                00037300
700181     PERFORM A-248-LOAD-TYPEREG.                                  00037400
700181     PERFORM A-220-LOAD-SUPPR.                                    00037500
700181     OPEN OUTPUT                                                  00037600
700181               PRINT-FILE.                                        00037700
700181     IF  NOT WPRINT-FS-OK                                         00037800
700181         DISPLAY 'BaPartDp-53 PRINT dd OPEN failed:'              00037900
700181             WPRINT-FS                                            00038000
700181         MOVE 16 TO RETURN-CODE                                   00038100
700181         STOP RUN.                                                00038200
700181     CALL 'UT110IN'  USING SD-AREA                                00038300
700181               IO-IN110-PARM                                      00038400
700181               IO-IN110-OPEN                                      00038500
700181               CTL-REC.                                           00038600
700181     IF  IO-IN110-ERROR = 'Y'                                     00038700
700181          OR IO-IN110-FILE-STATUS NOT = '00'                      00038800
700181         DISPLAY 'BaPartDp-301 IN110 file failed to open:'        00038900
700181           IO-IN110-FILE-STATUS                                   00039000
700181         MOVE 16 TO RETURN-CODE                                   00039100
700181         STOP RUN.                                                00039200
700181     PERFORM F-110-READ-IN110.                                    00039300
700181     PERFORM F-100-PROC-CTL                                       00039400
700181       UNTIL IO-IN110-ERROR-YES.                                  00039500
700181     CALL 'UT110IN'  USING SD-AREA                                00039600
700181               IO-IN110-PARM                                      00039700
700181               IO-IN110-CLOSE                                     00039800
700181               CTL-REC.                                           00039900
700181     IF  WDOB-XXYY = SPACES                                       00040000
700181         DISPLAY 'BaPartDp-302 No DOBDE card - grouping by '      00040100
700181             'SSN only'.                                          00040200
700181     MOVE ' Suspected duplicate sets' TO RPTHDR-SUBTITLE.         00040300
700181     MOVE SPACES TO WPRINT-TITLE1.                                00040400
700181     STRING '   Plan   Sponsor    Participant Name          '     00040500
700181         '                 St  SSN         Birth Date     '       00040600
700181         '   Money Total'                                         00040700
700181         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00040800
700181     PERFORM V-150-NEWPAGE.                                       00040900
           SKIP2                                                        00041000
700181 A-900-FINI-CLOSE.                                                00041100
700181     IF  WCTR-SETS-SSN > ZERO                                     00041200
700181         OR WCTR-SETS-NAME > ZERO                                 00041300
700181         OR WCTR-CTL-ERRORS > ZERO                                00041400
700181         OR WCTR-PLAN-OVER > ZERO                                 00041500
700181         IF  WRC-FINAL < 4                                        00041600
700181             MOVE 4 TO WRC-FINAL.                                 00041700
700181     IF  WSET-NUM = ZERO                                          00041800
700181         MOVE ' No suspected duplicates found' TO WPRINT-LINE     00041900
700181         PERFORM V-100-PRINT-LINE.                                00042000
700181     DISPLAY 'BaPartDp-444 Participants:' WCTR-PARTS              00042100
700181       ', With SSN:' WCTR-WITH-SSN                                00042200
700181       ', With birth date:' WCTR-WITH-DOB.                        00042300
700181     DISPLAY 'BaPartDp-445 Duplicate sets by SSN:' WCTR-SETS-SSN  00042400
700181       ', By name and birth date:' WCTR-SETS-NAME                 00042500
700181       ', Participants in sets:' WCTR-SET-MEMBERS.                00042600
700181     IF  WCTR-SUPPRESSED > ZERO                                   00042700
700181         DISPLAY 'BaPartDp-446 Suppressed participants left '     00042800
700181             'out:' WCTR-SUPPRESSED.                              00042900
700181     IF  WCTR-PLAN-OVER > ZERO                                    00043000
700181         DISPLAY 'BaPartDp-305 Plans past the sponsor table, '    00043100
700181             'sponsor not known:' WCTR-PLAN-OVER.                 00043200
700181     IF  WCTR-MEM-OVER > ZERO                                     00043300
700181         DISPLAY 'BaPartDp-306 Set members past the listing '     00043400
700181             'table, counted only:' WCTR-MEM-OVER.                00043500
700181     CLOSE PRINT-FILE.                                            00043600
700181     DISPLAY 'BaPartDp-998 Program Ending'.                       00043700
           SKIP2                                                        00043800
700181*** Record-type registry load, same optional-dd behavior as       00043900
700181*** the compare: no TYPEREG on file means the built-in            00044000
700181*** xxYY + 'DE' naming applies throughout.                        00044100
700181 A-248-LOAD-TYPEREG.                                              00044200
700181     OPEN INPUT TYPEREG-FILE.                                     00044300
700181     IF  WTYPEREG-FS-OK                                           00044400
700181         PERFORM A-249-READ-TYPEREG                               00044500
700181           WITH TEST AFTER                                        00044600
700181           UNTIL WTYPEREG-FS NOT = '00'                           00044700
700181             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00044800
700181         CLOSE TYPEREG-FILE.                                      00044900
           SKIP2                                                        00045000
700181 A-249-READ-TYPEREG.                                              00045100
700181     READ TYPEREG-FILE                                            00045200
700181         AT END                                                   00045300
700181             NEXT SENTENCE.                                       00045400
700181     IF  WTYPEREG-FS-OK                                           00045500
700181         AND TYPEREG-LINE (1:4) NOT = SPACES                      00045600
700181         AND TYPEREG-LINE (1:1) NOT = '*'                         00045700
700181         ADD 1 TO WTYPEREG-COUNT                                  00045800
700181         MOVE TYPEREG-LINE (1:4)                                  00045900
700181             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00046000
700181         MOVE TYPEREG-LINE (6:20)                                 00046100
700181             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00046200
700181         MOVE TYPEREG-LINE (30:8)                                 00046300
700181             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00046400
700181         MOVE TYPEREG-LINE (39:1)                                 00046500
700181             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00046600
700181         MOVE TYPEREG-LINE (41:9)                                 00046700
700181             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00046800
           SKIP2                                                        00046900
700181*** A missing SUPPRES dd just means no erasures are on file.      00047000
700181 A-220-LOAD-SUPPR.                                                00047100
700181     OPEN INPUT SUPPR-FILE.                                       00047200
700181     IF  NOT WSUPPR-FS-OK                                         00047300
700181         DISPLAY 'BaPartDp-303 No suppression list on '           00047400
700181             'file, none applied'                                 00047500
700181     ELSE                                                         00047600
700181         PERFORM A-230-READ-SUPPR                                 00047700
700181           WITH TEST AFTER                                        00047800
700181           UNTIL WSUPPR-FS NOT = '00'                             00047900
700181             OR WSUPPR-COUNT >= WSUPPR-MAX-ENTRIES                00048000
700181         CLOSE SUPPR-FILE                                         00048100
700181         DISPLAY 'BaPartDp-304 Suppressed participants '          00048200
700181             'loaded:' WSUPPR-COUNT.                              00048300
           SKIP2                                                        00048400
700181 A-230-READ-SUPPR.                                                00048500
700181     READ SUPPR-FILE INTO SUPPR-LINE                              00048600
700181         AT END                                                   00048700
700181             NEXT SENTENCE.                                       00048800
700181     IF  WSUPPR-FS-OK                                             00048900
700181         AND SUPPR-PART NOT = SPACES                              00049000
700181         ADD 1 TO WSUPPR-COUNT                                    00049100
700181         MOVE SUPPR-PART TO WSUPPR-ENTRY (WSUPPR-COUNT).          00049200
           SKIP2                                                        00049300
700181***************************                                       00049400
700181*** Participant assembly                                          00049500
700181***************************                                       00049600
700181*** The backup is read once into the assembly sort; the sort      00049700
700181*** hands the rows back in participant order and each             00049800
700181*** participant goes to DUPWORK as one row.                       00049900
700181 B-100-ASSEMBLE.                                                  00050000
700181     SORT PSORT-FILE                                              00050100
700181         ON ASCENDING KEY PSR-PLAN PSR-PART PSR-KIND              00050200
700181         WITH DUPLICATES IN ORDER                                 00050300
700181         INPUT PROCEDURE IS B-200-IN-BACKUP                       00050400
700181         OUTPUT PROCEDURE IS B-500-OUT-PARTS.                     00050500
700181     IF  SORT-RETURN NOT = ZERO                                   00050600
700181         OR WSORT-ERR-YES                                         00050700
700181         DISPLAY 'BaPartDp-102 Participant assembly failed, '     00050800
700181             'sort return:' SORT-RETURN ' status:'                00050900
700181             IO-BKPI-FILE-STATUS '/' WDUPWK-FS                    00051000
700181         MOVE 16 TO RETURN-CODE                                   00051100
700181         STOP RUN.                                                00051200
700181     DISPLAY 'BaPartDp-310 Backup records read:' WCTR-BKUP-RECS   00051300
700181         ', participants assembled:' WCTR-PARTS.                  00051400
           SKIP2                                                        00051500
700181*** Same open handshake every backup reader performs before       00051600
700181*** the first BABKPIS read.                                       00051700
700181 B-200-IN-BACKUP.                                                 00051800
700181     CALL 'BABKPI' USING SD-AREA                                  00051900
700181                           IO-BKPI-PARM                           00052000
700181                           IO-BKPI-OPEN                           00052100
700181                           BWA-REC.                               00052200
700181     IF  IO-BKPI-ERROR-YES                                        00052300
700181         SET WSORT-ERR-YES TO TRUE                                00052400
700181     ELSE                                                         00052500
700181         PERFORM N1-100-READ-PIS                                  00052600
700181         PERFORM B-300-PROC-REC                                   00052700
700181           UNTIL IO-BKPI-ERROR-YES                                00052800
700181              OR IO-BKPI-EOF-YES                                  00052900
700181         IF  IO-BKPI-ERROR-YES                                    00053000
700181             SET WSORT-ERR-YES TO TRUE                            00053100
700181         END-IF                                                   00053200
700181         CALL 'BABKPI' USING SD-AREA                              00053300
700181                           IO-BKPI-PARM                           00053400
700181                           IO-BKPI-CLOSE                          00053500
700181                           BWA-REC.                               00053600
           SKIP2                                                        00053700
700181 N1-100-READ-PIS.                                                 00053800
700181     CALL 'BABKPIS' USING SD-AREA                                 00053900
700181                           IO-BKPI-PARM                           00054000
700181                           BKFIL-AREA                             00054100
700181                           BWA-REC.                               00054200
700181     IF  IO-BKPI-ERROR-NO                                         00054300
700181         AND IO-BKPI-EOF-NO                                       00054400
700181         AND BWA-TYPE-TLR-REC                                     00054500
700181         SET IO-BKPI-EOF-YES TO TRUE.                             00054600
           SKIP2                                                        00054700
700181*** Plan-level records (no participant in the key) only feed      00054800
700181*** the sponsor map; participant records feed the sort.           00054900
700181 B-300-PROC-REC.                                                  00055000
700181     IF  NOT BWA-TYPE-HDR-REC                                     00055100
700181         ADD 1 TO WCTR-BKUP-RECS                                  00055200
700181         IF  BKFIL-XXYY = 'PL  '                                  00055300
700181             MOVE BWA-PLAN-NUM TO WPLAN-WORK                      00055400
700181             PERFORM R-300-FIND-PLAN                              00055500
700181             IF  WPLN-HIT-SUB > ZERO                              00055600
700181                 MOVE PL-SPONSOR-NUM                              00055700
700181                     TO WPLN-SPONSOR (WPLN-HIT-SUB)               00055800
700181             END-IF                                               00055900
700181         ELSE                                                     00056000
700203         IF  BKFIL-KEY-GROUP (11:11) NOT = SPACES                 00056100
700181             PERFORM B-310-REL-PART-REC                           00056200
700181         END-IF                                                   00056300
700181     END-IF.                                                      00056400
700181     PERFORM N1-100-READ-PIS.                                     00056500
           SKIP2                                                        00056600
700181 B-310-REL-PART-REC.                                              00056700
700181     MOVE SPACES TO PSORT-REC.                                    00056800
700181     MOVE ZERO TO PSR-AMOUNT.                                     00056900
700181     MOVE BWA-PLAN-NUM TO PSR-PLAN.                               00057000
700203     MOVE BKFIL-KEY-GROUP (11:11) TO PSR-PART.                    00057100
700181     IF  BKFIL-XXYY = 'PT  '                                      00057200
700181         SET PSR-KIND-PT TO TRUE                                  00057300
700181         MOVE PT-PARTICIPANT-NAME TO PSR-TEXT                     00057400
700181         MOVE PT-STATUS-CODE TO PSR-STATUS                        00057500
700181         RELEASE PSORT-REC.                                       00057600
700181     IF  BKFIL-XXYY = 'AH  '                                      00057700
700181         AND AH-PARTICIPANT-SSN NOT = SPACES                      00057800
700181         SET PSR-KIND-AH TO TRUE                                  00057900
700181         MOVE AH-PARTICIPANT-SSN TO PSR-TEXT                      00058000
700181         RELEASE PSORT-REC.                                       00058100
700181     IF  BKFIL-XXYY = WDOB-XXYY                                   00058200
700181         MOVE WDOB-DENUM TO WFETCH-DENUM                          00058300
700181         PERFORM B-400-FETCH-DE                                   00058400
700181         IF  DE-NAME NOT = SPACES                                 00058500
700181             AND DE-VAL-DISPLAY (1:10) NOT = SPACES               00058600
700181             AND DE-VAL-DISPLAY (1:8) NOT = ZEROS                 00058700
700181             SET PSR-KIND-DOB TO TRUE                             00058800
700181             MOVE DE-VAL-DISPLAY (1:10) TO PSR-TEXT               00058900
700181             RELEASE PSORT-REC                                    00059000
700181         END-IF                                                   00059100
700181     END-IF.                                                      00059200
700181     PERFORM B-320-REL-MONEY                                      00059300
700181       VARYING SUB-MNY FROM 1 BY 1                                00059400
700181         UNTIL SUB-MNY > WMNY-COUNT.                              00059500
           SKIP2                                                        00059600
700181 B-320-REL-MONEY.                                                 00059700
700181     IF  WMNY-XXYY (SUB-MNY) = BKFIL-XXYY                         00059800
700181         MOVE WMNY-DENUM (SUB-MNY) TO WFETCH-DENUM                00059900
700181         PERFORM B-400-FETCH-DE                                   00060000
700181         IF  DE-NAME NOT = SPACES                                 00060100
700181             IF  DE-VAL-INTERNAL-N IS NUMERIC                     00060200
700181                 MOVE DE-VAL-INTERNAL-N TO WDE-AMOUNT             00060300
700181                 MOVE SPACES TO PSR-TEXT PSR-STATUS               00060400
700181                 SET PSR-KIND-MONEY TO TRUE                       00060500
700181                 MOVE WDE-AMOUNT TO PSR-AMOUNT                    00060600
700181                 RELEASE PSORT-REC                                00060700
700181             ELSE                                                 00060800
700181                 ADD 1 TO WCTR-NOT-NUMERIC                        00060900
700181             END-IF                                               00061000
700181         END-IF                                                   00061100
700181     END-IF.                                                      00061200
           SKIP2                                                        00061300
700181*** Same DEMOD call the compare makes.                            00061400
700181 B-400-FETCH-DE.                                                  00061500
700181     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00061600
700181     MOVE WFETCH-DENUM TO DE-DENUM.                               00061700
700181     SET DE-BYPASS-DED-YES TO TRUE.                               00061800
700181     SET DE-PROCESS-GET TO TRUE.                                  00061900
700181     MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK.                       00062000
700181     PERFORM R-950-RESOLVE-DEMOD.                                 00062100
700181     CALL WK-PGM-NAME USING SD-AREA                               00062200
700181                           DE-AREA                                00062300
700181                           BWA-DATA-REC                           00062400
700181          ON EXCEPTION                                            00062500
700181            DISPLAY 'DE data not available for:' WK-PGM-NAME      00062600
700181            MOVE SPACES TO DE-NAME                                00062700
700181     END-CALL.                                                    00062800
700181     IF  DE-NAME NOT = SPACES                                     00062900
700181         CALL 'BADEINDP' USING SD-AREA                            00063000
700181                               DE-AREA.                           00063100
           SKIP2                                                        00063200
700181*** One DUPWORK row per participant: the first name, SSN and      00063300
700181*** birth date seen, and every money DE summed.                   00063400
700181 B-500-OUT-PARTS.                                                 00063500
700181     OPEN OUTPUT DUPWK-FILE.                                      00063600
700181     IF  NOT WDUPWK-FS-OK                                         00063700
700181         SET WSORT-ERR-YES TO TRUE                                00063800
700181     ELSE                                                         00063900
700181         MOVE 'N' TO WSORT-EOF-FLG                                00064000
700181         PERFORM B-510-RETURN-PSORT                               00064100
700181         PERFORM B-520-TAKE-PART                                  00064200
700181           UNTIL WSORT-EOF-YES                                    00064300
700181         CLOSE DUPWK-FILE.                                        00064400
           SKIP2                                                        00064500
700181 B-510-RETURN-PSORT.                                              00064600
700181     RETURN PSORT-FILE                                            00064700
700181         AT END                                                   00064800
700181             SET WSORT-EOF-YES TO TRUE.                           00064900
           SKIP2                                                        00065000
700181 B-520-TAKE-PART.                                                 00065100
700181     MOVE SPACES TO WPART-ROW.                                    00065200
700181     MOVE ZERO TO WPR-AMOUNT.                                     00065300
700181     MOVE PSR-PLAN TO WPR-PLAN WPLAN-WORK.                        00065400
700181     MOVE PSR-PART TO WPR-PART.                                   00065500
700181     PERFORM R-310-SCAN-ONLY-PLAN.                                00065600
700181     IF  WPLN-HIT-SUB > ZERO                                      00065700
700181         MOVE WPLN-SPONSOR (WPLN-HIT-SUB) TO WPR-SPONSOR.         00065800
700181     PERFORM B-530-TAKE-ROW                                       00065900
700181       UNTIL WSORT-EOF-YES                                        00066000
700181          OR PSR-PLAN NOT = WPR-PLAN                              00066100
700181          OR PSR-PART NOT = WPR-PART.                             00066200
700181     ADD 1 TO WCTR-PARTS.                                         00066300
700181     IF  WPR-SSN NOT = SPACES                                     00066400
700181         ADD 1 TO WCTR-WITH-SSN.                                  00066500
700181     IF  WPR-DOB NOT = SPACES                                     00066600
700181         ADD 1 TO WCTR-WITH-DOB.                                  00066700
700181     WRITE DUPWK-REC FROM WPART-ROW.                              00066800
700181     IF  NOT WDUPWK-FS-OK                                         00066900
700181         SET WSORT-ERR-YES TO TRUE.                               00067000
           SKIP2                                                        00067100
700181 B-530-TAKE-ROW.                                                  00067200
700181     IF  PSR-KIND-PT                                              00067300
700181         AND WPR-NAME = SPACES                                    00067400
700181         MOVE PSR-TEXT (1:30) TO WPR-NAME                         00067500
700181         MOVE PSR-STATUS TO WPR-STATUS                            00067600
700181     ELSE                                                         00067700
700181     IF  PSR-KIND-AH                                              00067800
700181         AND WPR-SSN = SPACES                                     00067900
700181         MOVE PSR-TEXT (1:9) TO WPR-SSN                           00068000
700181     ELSE                                                         00068100
700181     IF  PSR-KIND-DOB                                             00068200
700181         AND WPR-DOB = SPACES                                     00068300
700181         MOVE PSR-TEXT (1:10) TO WPR-DOB                          00068400
700181     ELSE                                                         00068500
700181     IF  PSR-KIND-MONEY                                           00068600
700181         ADD PSR-AMOUNT TO WPR-AMOUNT.                            00068700
700181     PERFORM B-510-RETURN-PSORT.                                  00068800
           SKIP2                                                        00068900
700181***************************                                       00069000
700181*** Matching                                                      00069100
700181***************************                                       00069200
700181 C-100-MATCH.                                                     00069300
700181     MOVE 'N' TO WSORT-ERR-FLG.                                   00069400
700181     SORT MSORT-FILE                                              00069500
700181         ON ASCENDING KEY MSR-BASIS MSR-MATCH MSR-PART-ROW        00069600
700181         INPUT PROCEDURE IS C-200-IN-PARTS                        00069700
700181         OUTPUT PROCEDURE IS C-500-OUT-SETS.                      00069800
700181     IF  SORT-RETURN NOT = ZERO                                   00069900
700181         OR WSORT-ERR-YES                                         00070000
700181         DISPLAY 'BaPartDp-103 Duplicate matching failed, '       00070100
700181             'sort return:' SORT-RETURN ' status:' WDUPWK-FS      00070200
700181         MOVE 16 TO WRC-FINAL.                                    00070300
           SKIP2                                                        00070400
700181 C-200-IN-PARTS.                                                  00070500
700181     OPEN INPUT DUPWK-FILE.                                       00070600
700181     IF  NOT WDUPWK-FS-OK                                         00070700
700181         SET WSORT-ERR-YES TO TRUE                                00070800
700181     ELSE                                                         00070900
700181         MOVE 'N' TO WDUPWK-EOF-FLG                               00071000
700181         PERFORM C-210-READ-DUPWK                                 00071100
700181         PERFORM C-220-REL-PART                                   00071200
700181           UNTIL WDUPWK-EOF-YES                                   00071300
700181         CLOSE DUPWK-FILE.                                        00071400
           SKIP2                                                        00071500
700181 C-210-READ-DUPWK.                                                00071600
700181     READ DUPWK-FILE INTO WPART-ROW                               00071700
700181         AT END                                                   00071800
700181             SET WDUPWK-EOF-YES TO TRUE.                          00071900
           SKIP2                                                        00072000
700181*** An erased participant never enters a group.  Placeholder      00072100
700181*** SSNs and a name or birth date that is not there do not        00072200
700181*** group either.                                                 00072300
700181 C-220-REL-PART.                                                  00072400
700181     PERFORM R-400-CHECK-SUPPR.                                   00072500
700181     IF  WSUPPR-HIT-FLG-YES                                       00072600
700181         ADD 1 TO WCTR-SUPPRESSED                                 00072700
700181     ELSE                                                         00072800
700181         MOVE WPART-ROW TO MSR-PART-ROW                           00072900
700181         IF  WPR-SSN IS NUMERIC                                   00073000
700181             AND WPR-SSN NOT = '000000000'                        00073100
700181             AND WPR-SSN NOT = '999999999'                        00073200
700181             AND WPR-SSN NOT = '123456789'                        00073300
700181             SET MSR-BASIS-SSN TO TRUE                            00073400
700181             MOVE WPR-SSN TO MSR-MATCH                            00073500
700181             RELEASE MSORT-REC                                    00073600
700181         END-IF                                                   00073700
700181         PERFORM R-500-NORM-NAME                                  00073800
700181         IF  WNAME-NORM NOT = SPACES                              00073900
700181             AND WPR-DOB NOT = SPACES                             00074000
700181             SET MSR-BASIS-NAME TO TRUE                           00074100
700181             MOVE SPACES TO MSR-MATCH                             00074200
700181             MOVE WNAME-NORM TO MSR-MATCH (1:30)                  00074300
700181             MOVE WPR-DOB TO MSR-MATCH (31:10)                    00074400
700181             RELEASE MSORT-REC                                    00074500
700181         END-IF                                                   00074600
700181     END-IF.                                                      00074700
700181     PERFORM C-210-READ-DUPWK.                                    00074800
           SKIP2                                                        00074900
700181 C-500-OUT-SETS.                                                  00075000
700181     MOVE 'N' TO WSORT-EOF-FLG.                                   00075100
700181     PERFORM C-510-RETURN-MSORT.                                  00075200
700181     PERFORM C-520-TAKE-GROUP                                     00075300
700181       UNTIL WSORT-EOF-YES.                                       00075400
           SKIP2                                                        00075500
700181 C-510-RETURN-MSORT.                                              00075600
700181     RETURN MSORT-FILE                                            00075700
700181         AT END                                                   00075800
700181             SET WSORT-EOF-YES TO TRUE.                           00075900
           SKIP2                                                        00076000
700181 C-520-TAKE-GROUP.                                                00076100
700181     MOVE MSR-BASIS TO WGRP-BASIS.                                00076200
700181     MOVE MSR-MATCH TO WGRP-MATCH.                                00076300
700181     MOVE ZERO TO WGRP-COUNT WGRP-TOTAL.                          00076400
700181     PERFORM C-530-TAKE-MEMBER                                    00076500
700181       UNTIL WSORT-EOF-YES                                        00076600
700181          OR MSR-BASIS NOT = WGRP-BASIS                           00076700
700181          OR MSR-MATCH NOT = WGRP-MATCH.                          00076800
700181     IF  WGRP-COUNT > 1                                           00076900
700181         PERFORM C-600-JUDGE-GROUP.                               00077000
           SKIP2                                                        00077100
700181 C-530-TAKE-MEMBER.                                               00077200
700181     ADD 1 TO WGRP-TOTAL.                                         00077300
700181     IF  WGRP-COUNT < WGRP-MAX-ENTRIES                            00077400
700181         ADD 1 TO WGRP-COUNT                                      00077500
700181         MOVE MSR-PART-ROW TO WGRP-MEMBER (WGRP-COUNT)            00077600
700181     ELSE                                                         00077700
700181         ADD 1 TO WCTR-MEM-OVER.                                  00077800
700181     PERFORM C-510-RETURN-MSORT.                                  00077900
           SKIP2                                                        00078000
700181*** The strongest pairing in the group names the reason: two      00078100
700181*** members in one plan, else two plans of one sponsor, else      00078200
700181*** (ALLSPONSORS only) any two plans.                             00078300
700181 C-600-JUDGE-GROUP.                                               00078400
700181     MOVE SPACES TO WGRP-REASON.                                  00078500
700181     PERFORM C-610-PAIR-OUTER                                     00078600
700181       VARYING SUB-MEM FROM 1 BY 1                                00078700
700181         UNTIL SUB-MEM >= WGRP-COUNT                              00078800
700181            OR WGRP-REASON-PLAN.                                  00078900
700181     IF  WGRP-REASON = SPACES                                     00079000
700181         AND WCTL-ALLSPON-YES                                     00079100
700181         SET WGRP-REASON-ANY TO TRUE.                             00079200
700181     IF  WGRP-BASIS = 'N'                                         00079300
700181         AND WGRP-REASON NOT = SPACES                             00079400
700181         PERFORM C-640-CHECK-ONE-SSN                              00079500
700181         IF  WGRP-ONE-SSN-YES                                     00079600
700181             MOVE SPACES TO WGRP-REASON                           00079700
700181         END-IF                                                   00079800
700181     END-IF.                                                      00079900
700181     IF  WGRP-REASON NOT = SPACES                                 00080000
700181         PERFORM D-100-RPT-SET.                                   00080100
           SKIP2                                                        00080200
700181 C-610-PAIR-OUTER.                                                00080300
700181     MOVE WGRP-MEMBER (SUB-MEM) TO WMEM-ROW.                      00080400
700181     COMPUTE SUB-MEM2 = SUB-MEM + 1.                              00080500
700181     PERFORM C-620-PAIR-INNER                                     00080600
700181       VARYING SUB-MEM2 FROM SUB-MEM2 BY 1                        00080700
700181         UNTIL SUB-MEM2 > WGRP-COUNT                              00080800
700181            OR WGRP-REASON-PLAN.                                  00080900
           SKIP2                                                        00081000
700181 C-620-PAIR-INNER.                                                00081100
700181     MOVE WGRP-MEMBER (SUB-MEM2) TO WMEM2-ROW.                    00081200
700181     IF  WMEM-PLAN = WMEM2-PLAN                                   00081300
700181         SET WGRP-REASON-PLAN TO TRUE                             00081400
700181     ELSE                                                         00081500
700181     IF  WMEM-SPONSOR NOT = SPACES                                00081600
700181         AND WMEM-SPONSOR = WMEM2-SPONSOR                         00081700
700181         SET WGRP-REASON-SPON TO TRUE.                            00081800
           SKIP2                                                        00081900
700181 C-640-CHECK-ONE-SSN.                                             00082000
700181     MOVE WGRP-MEMBER (1) TO WMEM-ROW.                            00082100
700181     MOVE 'Y' TO WGRP-ONE-SSN-FLG.                                00082200
700181     IF  WMEM-SSN = SPACES                                        00082300
700181         MOVE 'N' TO WGRP-ONE-SSN-FLG.                            00082400
700181     PERFORM C-650-SAME-SSN                                       00082500
700181       VARYING SUB-MEM FROM 2 BY 1                                00082600
700181         UNTIL SUB-MEM > WGRP-COUNT                               00082700
700181            OR NOT WGRP-ONE-SSN-YES.                              00082800
           SKIP2                                                        00082900
700181 C-650-SAME-SSN.                                                  00083000
700181     MOVE WGRP-MEMBER (SUB-MEM) TO WMEM2-ROW.                     00083100
700181     IF  WMEM2-SSN NOT = WMEM-SSN                                 00083200
700181         MOVE 'N' TO WGRP-ONE-SSN-FLG.                            00083300
           SKIP2                                                        00083400
700181***************************                                       00083500
700181*** Report                                                        00083600
700181***************************                                       00083700
700181 D-100-RPT-SET.                                                   00083800
700181     ADD 1 TO WSET-NUM.                                           00083900
700181     ADD WGRP-TOTAL TO WCTR-SET-MEMBERS.                          00084000
700181     IF  WGRP-BASIS = 'S'                                         00084100
700181         ADD 1 TO WCTR-SETS-SSN                                   00084200
700181     ELSE                                                         00084300
700181         ADD 1 TO WCTR-SETS-NAME.                                 00084400
700181     IF  WPRINT-LINES > 45                                        00084500
700181         PERFORM V-150-NEWPAGE.                                   00084600
700181     MOVE SPACES TO RSHDR-BASIS RSHDR-MATCH.                      00084700
700181     MOVE WSET-NUM TO RSHDR-SET.                                  00084800
700181     MOVE WGRP-TOTAL TO RSHDR-MEMBERS.                            00084900
700181     MOVE WGRP-REASON TO RSHDR-REASON.                            00085000
700181     IF  WGRP-BASIS = 'S'                                         00085100
700181         MOVE 'SSN' TO RSHDR-BASIS                                00085200
700181         STRING 'XXX-XX-' WGRP-MATCH (6:4)                        00085300
700181             DELIMITED BY SIZE INTO RSHDR-MATCH                   00085400
700181     ELSE                                                         00085500
700181         MOVE 'NAME+DOB' TO RSHDR-BASIS                           00085600
700181         STRING WGRP-MATCH (1:30) DELIMITED BY SPACE              00085700
700181                ' ' WGRP-MATCH (31:10)                            00085800
700181             DELIMITED BY SIZE INTO RSHDR-MATCH.                  00085900
700181     MOVE RSHDR-LINE TO WPRINT-LINE.                              00086000
700181     PERFORM V-100-PRINT-LINE.                                    00086100
700181     PERFORM D-110-RPT-MEMBER                                     00086200
700181       VARYING SUB-MEM FROM 1 BY 1                                00086300
700181         UNTIL SUB-MEM > WGRP-COUNT.                              00086400
700181     MOVE SPACES TO WPRINT-LINE.                                  00086500
700181     PERFORM V-100-PRINT-LINE.                                    00086600
           SKIP2                                                        00086700
700181 D-110-RPT-MEMBER.                                                00086800
700181     MOVE WGRP-MEMBER (SUB-MEM) TO WMEM-ROW.                      00086900
700181     MOVE SPACES TO RSDAT1-LINE.                                  00087000
700181     MOVE WMEM-PLAN    TO RSDAT1-PLAN.                            00087100
700181     MOVE WMEM-SPONSOR TO RSDAT1-SPONSOR.                         00087200
700181     MOVE WMEM-PART    TO RSDAT1-PART.                            00087300
700181     MOVE WMEM-NAME    TO RSDAT1-NAME.                            00087400
700181     MOVE WMEM-STATUS  TO RSDAT1-STATUS.                          00087500
700181     IF  WMEM-SSN NOT = SPACES                                    00087600
700181         STRING 'XXX-XX-' WMEM-SSN (6:4)                          00087700
700181             DELIMITED BY SIZE INTO RSDAT1-SSN.                   00087800
700181     MOVE WMEM-DOB     TO RSDAT1-DOB.                             00087900
700181     MOVE WMEM-AMOUNT  TO RSDAT1-AMOUNT.                          00088000
700181     MOVE RSDAT1-LINE  TO WPRINT-LINE.                            00088100
700181     PERFORM V-100-PRINT-LINE.                                    00088200
           SKIP2                                                        00088300
700181***************************                                       00088400
700181*** Control card handling                                         00088500
700181***************************                                       00088600
700181 F-100-PROC-CTL.                                                  00088700
700181     IF  CTL-REC (1:1) = '*'                                      00088800
700181         DISPLAY 'BaPartDp-500 Comment:' CTL-REC (1:50)           00088900
700181     ELSE                                                         00089000
700181         PERFORM F-105-CONTINUE.                                  00089100
700181     PERFORM F-110-READ-IN110.                                    00089200
           SKIP2                                                        00089300
700181 F-105-CONTINUE.                                                  00089400
700181     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00089500
700181     UNSTRING CTL-REC DELIMITED BY SPACE                          00089600
700181         INTO WCTL-CMD WCTL-VAL.                                  00089700
700181     DISPLAY 'BaPartDp-500 CtlCard:' CTL-REC (1:50).              00089800
700181     IF  WCTL-CMD-MONEYDE                                         00089900
700181         IF  CTL-REC (9:4) NOT = SPACES                           00090000
700181             AND CTL-REC (14:3) IS NUMERIC                        00090100
700181             AND WMNY-COUNT < WMNY-MAX-ENTRIES                    00090200
700181             ADD 1 TO WMNY-COUNT                                  00090300
700181             MOVE CTL-REC (9:4)  TO WMNY-XXYY (WMNY-COUNT)        00090400
700181             MOVE CTL-REC (14:3) TO WMNY-DENUM (WMNY-COUNT)       00090500
700181         ELSE                                                     00090600
700181             DISPLAY ' Invalid or too many MONEYDE:'              00090700
700181                 CTL-REC (9:8)                                    00090800
700181             ADD 1 TO WCTR-CTL-ERRORS                             00090900
700181         END-IF                                                   00091000
700181     ELSE IF  WCTL-CMD-DOBDE                                      00091100
700181         IF  CTL-REC (9:4) NOT = SPACES                           00091200
700181             AND CTL-REC (14:3) IS NUMERIC                        00091300
700181             MOVE CTL-REC (9:4)  TO WDOB-XXYY                     00091400
700181             MOVE CTL-REC (14:3) TO WDOB-DENUM                    00091500
700181         ELSE                                                     00091600
700181             DISPLAY ' Invalid DOBDE:' CTL-REC (9:8)              00091700
700181             ADD 1 TO WCTR-CTL-ERRORS                             00091800
700181         END-IF                                                   00091900
700181     ELSE IF  WCTL-CMD-ALLSPONSORS                                00092000
700181         SET WCTL-ALLSPON-YES TO TRUE                             00092100
700181         DISPLAY ' Sets across sponsors listed as well'           00092200
700181     ELSE                                                         00092300
700181         DISPLAY 'BaPartDp-501 Invalid Control Card:'             00092400
700181             CTL-REC (1:50)                                       00092500
700181         ADD 1 TO WCTR-CTL-ERRORS.                                00092600
           SKIP2                                                        00092700
700181 F-110-READ-IN110.                                                00092800
700181     CALL 'UT110IN'  USING SD-AREA                                00092900
700181               IO-IN110-PARM                                      00093000
700181               IO-IN110-READ                                      00093100
700181               CTL-REC.                                           00093200
           SKIP2                                                        00093300
700181***************************                                       00093400
700181*** Shared routines                                               00093500
700181***************************                                       00093600
700181*** Find-or-add the slot for WPLAN-WORK; zero past the table.     00093700
700181 R-300-FIND-PLAN.                                                 00093800
700181     PERFORM R-310-SCAN-ONLY-PLAN.                                00093900
700181     IF  WPLN-HIT-SUB = ZERO                                      00094000
700181         IF  WPLN-COUNT < WPLN-MAX-ENTRIES                        00094100
700181             ADD 1 TO WPLN-COUNT                                  00094200
700181             MOVE WPLN-COUNT TO WPLN-HIT-SUB                      00094300
700181             MOVE WPLAN-WORK TO WPLN-PLAN (WPLN-HIT-SUB)          00094400
700181         ELSE                                                     00094500
700181             ADD 1 TO WCTR-PLAN-OVER                              00094600
700181         END-IF                                                   00094700
700181     END-IF.                                                      00094800
           SKIP2                                                        00094900
700181 R-310-SCAN-ONLY-PLAN.                                            00095000
700181     MOVE ZERO TO WPLN-HIT-SUB.                                   00095100
700181     PERFORM R-320-SCAN-PLN                                       00095200
700181       VARYING SUB-PLN FROM 1 BY 1                                00095300
700181         UNTIL SUB-PLN > WPLN-COUNT                               00095400
700181           OR WPLN-HIT-SUB > ZERO.                                00095500
           SKIP2                                                        00095600
700181 R-320-SCAN-PLN.                                                  00095700
700181     IF  WPLN-PLAN (SUB-PLN) = WPLAN-WORK                         00095800
700181         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00095900
           SKIP2                                                        00096000
700181 R-400-CHECK-SUPPR.                                               00096100
700181     MOVE 'N' TO WSUPPR-HIT-FLG.                                  00096200
700181     PERFORM R-410-SCAN-SUPPR                                     00096300
700181       VARYING SUB-SUPPR FROM 1 BY 1                              00096400
700181         UNTIL SUB-SUPPR > WSUPPR-COUNT                           00096500
700181           OR WSUPPR-HIT-FLG-YES.                                 00096600
           SKIP2                                                        00096700
700181 R-410-SCAN-SUPPR.                                                00096800
700181     IF  WSUPPR-ENTRY (SUB-SUPPR) = WPR-PART                      00096900
700181         SET WSUPPR-HIT-FLG-YES TO TRUE.                          00097000
           SKIP2                                                        00097100
700181*** Upper case, then letters only, so SMITH, JOHN Q. and          00097200
700181*** Smith John Q match.                                           00097300
700181 R-500-NORM-NAME.                                                 00097400
700181     MOVE WPR-NAME TO WNAME-UPPER.                                00097500
700181     INSPECT WNAME-UPPER CONVERTING                               00097600
700181         'abcdefghijklmnopqrstuvwxyz'                             00097700
700181      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            00097800
700181     MOVE SPACES TO WNAME-NORM.                                   00097900
700181     MOVE ZERO TO WNAME-POS.                                      00098000
700181     PERFORM R-510-NORM-CHAR                                      00098100
700181       VARYING SUB-CHR FROM 1 BY 1                                00098200
700181         UNTIL SUB-CHR > 30.                                      00098300
           SKIP2                                                        00098400
700181 R-510-NORM-CHAR.                                                 00098500
700181     IF  WNAME-UPPER (SUB-CHR:1) NOT < 'A'                        00098600
700181         AND WNAME-UPPER (SUB-CHR:1) NOT > 'Z'                    00098700
700181         ADD 1 TO WNAME-POS                                       00098800
700181         MOVE WNAME-UPPER (SUB-CHR:1)                             00098900
700181           TO WNAME-NORM (WNAME-POS:1).                           00099000
           SKIP2                                                        00099100
700181*** DEMOD dispatch off the registry, falling back to the          00099200
700181*** xxYY + 'DE' convention for unregistered types.                00099300
700181 R-950-RESOLVE-DEMOD.                                             00099400
700181     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00099500
700181     PERFORM R-966-SCAN-TYPEREG-ROW                               00099600
700181       VARYING SUB-TYPEREG FROM 1 BY 1                            00099700
700181         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00099800
700181           OR WTYPEREG-HIT-SUB > ZERO.                            00099900
700181     IF  WTYPEREG-HIT-SUB > ZERO                                  00100000
700181         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00100100
700181         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00100200
700181             TO WK-PGM-NAME                                       00100300
700181     ELSE                                                         00100400
700181         MOVE SPACES TO WK-PGM-NAME                               00100500
700181         STRING WTYPEREG-XXYY-WORK 'DE'                           00100600
700181            DELIMITED BY SIZE                                     00100700
700181              INTO WK-PGM-NAME.                                   00100800
           SKIP2                                                        00100900
700181 R-966-SCAN-TYPEREG-ROW.                                          00101000
700181     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00101100
700181         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00101200
           SKIP2                                                        00101300
700181***************************                                       00101400
700181*** Print-line routines                                           00101500
700181***************************                                       00101600
700181 V-100-PRINT-LINE.                                                00101700
700181     IF  WPRINT-LINES-OVER                                        00101800
700181         PERFORM V-150-NEWPAGE.                                   00101900
700181     ADD 1 TO WPRINT-LINES.                                       00102000
700181     WRITE PRINT-LINE FROM WPRINT-LINE                            00102100
700181           AFTER ADVANCING 1 LINE.                                00102200
700181     MOVE SPACES   TO WPRINT-LINE.                                00102300
700181     ADD 1 TO WPRINT-TOT-LINES.                                   00102400
           SKIP2                                                        00102500
700181 V-150-NEWPAGE.                                                   00102600
700181     ADD 1 TO WPRINT-PAGE.                                        00102700
700181     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00102800
700181     MOVE SPACES TO PRINT-LINE.                                   00102900
700181     WRITE PRINT-LINE                                             00103000
700181       AFTER ADVANCING PAGE.                                      00103100
700181     WRITE PRINT-LINE FROM RPTHDR-LINE                            00103200
700181       AFTER ADVANCING 1 LINE.                                    00103300
700181     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00103400
700181       AFTER ADVANCING 1.                                         00103500
700181     MOVE ZERO TO WPRINT-LINES.                                   00103600
700181     ADD 3 TO WPRINT-TOT-LINES.                                   00103700
