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
700195 IDENTIFICATION DIVISION.                                         00000100
700195 PROGRAM-ID. 'BADEQRY'.                                           00000200
700195******************************************************************00000300
700195**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700195******************************************************************00000500
700195**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700195**  PURPOSE      Ad-hoc DE-value query over one backup.  BABKKEY  00000700
700195**               shows one record; this answers "which            00000800
700195**               participants in sponsor X have PT-STATUS-CODE TD 00000900
700195**               and an LN record" or "every AH record with       00001000
700195**               AH-ADJ-AMOUNT over 50,000" without a program     00001100
700195**               being written.  The question is put on control   00001200
700195**               cards naming RecordTypes and DEs the way BADECAT 00001300
700195**               lists them (DE name, or DE number); the backup   00001400
700195**               is read once through BABKPI/BABKPIS and the      00001500
700195**               RecordType's DEMOD, and every row that answers   00001600
700195**               is written with its key and the SELECTed DEs to  00001700
700195**               the report and to a '|'-delimited extract.       00001800
700195**                                                                00001900
700195**               A row is a participant (plan + participant key)  00002000
700195**               unless an EACH card names a RecordType, in which 00002100
700195**               case every record of that type is a row and the  00002200
700195**               conditions on that type are tested against the   00002300
700195**               record itself.  Every other condition is met     00002400
700195**               when any record of its type for the participant  00002500
700195**               meets it; plan-level records (blank participant  00002600
700195**               key - PL and the like) count for every           00002700
700195**               participant of the plan, so a sponsor condition  00002800
700195**               on PL narrows the participants to that sponsor.  00002900
700195**               A SELECTed DE on a type that is not the row's    00003000
700195**               shows the participant's first such record, or    00003100
700195**               the plan-level one.                              00003200
700195**                                                                00003300
700195**               WHERE and AND join a condition to the current    00003400
700195**               group, OR starts a new group; a row answers when 00003500
700195**               every condition of any one group is met (AND     00003600
700195**               before OR, no parentheses).  A PIC 9 DE given    00003700
700195**               digits (commas allowed) is compared as a number  00003800
700195**               in the DE's internal units, as TOLERDE takes its 00003900
700195**               limit; anything else is compared as the left-    00004000
700195**               justified display value.                         00004100
700195**                                                                00004200
700195**               Adjustment-History SSN and bank account DEs are  00004300
700195**               masked on both outputs as the compare masks them.00004400
700195**               UNMASK shows them in full, and like every        00004500
700195**               participant lookup it must carry a REASON card   00004600
700195**               and is written to the ACCLOG access log          00004700
700195**               (UTACCLOG) before the backup is read; with no    00004800
700195**               REASON, or a log that cannot be written, the     00004900
700195**               query is refused.                                00005000
700195**                                                                00005100
700195**               Return codes:                                    00005200
700195**                 0 - query run (no rows is an answer)           00005300
700195**                 4 - a SELECT or EACH card was rejected, or     00005400
700195**                     an EACH participant had more records than  00005500
700195**                     the row buffer holds                       00005600
700195**                 8 - query refused: a condition card was        00005700
700195**                     rejected or names an unknown DE, nothing   00005800
700195**                     was asked, or UNMASK was not logged        00005900
700195**                16 - the backup or QRYOUT could not be opened   00006000
700195******************************************************************00006100
700195**  REVISIONS:                                                    00006200
700195******************************************************************00006300
700195**  Input                                                         00006400
700195**   . IN110   - Control File                                     00006500
700195**                 SELECT xxyy de          - DE shown on every    00006600
700195**                                           row; up to 20        00006700
700195**                 WHERE  xxyy de op v1 [v2]                      00006800
700195**                 AND    xxyy de op v1 [v2]                      00006900
700195**                 OR     xxyy de op v1 [v2]                      00007000
700195**                        op EQ NE GT GE LT LE, or BETWEEN v1     00007100
700195**                        v2 (inclusive); values carry no         00007200
700195**                        embedded spaces; up to 30 conditions    00007300
700195**                 WHERE  xxyy EXISTS | MISSING                   00007400
700195**                                         - the participant has  00007500
700195**                                           / has no xxyy record 00007600
700195**                 EACH   xxyy             - one row per xxyy     00007700
700195**                                           record               00007800
700195**                 UNMASK                  - show PII in full     00007900
700195**                 REASON text             - required with UNMASK 00008000
700195**                 OPERATOR userid         - default the job name 00008100
700195**               de is the DE name as BADECAT lists it, or the    00008200
700195**               DE number                                        00008300
700195**   . BKUPIN  - The backup, via BABKPI/BABKPIS                   00008400
700195**   . TYPEREG - Optional record-type registry                    00008500
700195******************************************************************00008600
700195**  Output                                                        00008700
700195**   . SYSOUT  - Displayed Information                            00008800
700195**   . REPORT  - The query as read, the answering rows, totals    00008900
700195**   . QRYOUT  - Column-heading row, then one '|'-delimited row   00009000
700195**               per answer: plan, participant, RecordType, key   00009100
700195**               and each SELECTed DE                             00009200
700195**   . ACCLOG  - Access-log row for an UNMASK query, via UTACCLOG 00009300
700195******************************************************************00009400
700195 ENVIRONMENT DIVISION.                                            00009500
700195 CONFIGURATION SECTION.                                           00009600
700195 INPUT-OUTPUT SECTION.                                            00009700
           SKIP2                                                        00009800
700195 FILE-CONTROL.                                                    00009900
700195     SELECT PRINT-FILE                                            00010000
700195         ASSIGN TO UT-S-REPORT                                    00010100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010200
700195         FILE STATUS WPRINT-FS.                                   00010300
700195     SELECT QRYOUT-FILE                                           00010400
700195         ASSIGN TO UT-S-QRYOUT                                    00010500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00010600
700195         FILE STATUS WQRYOUT-FS.                                  00010700
700195     SELECT TYPEREG-FILE                                          00010800
700195         ASSIGN TO UT-S-TYPEREG                                   00010900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00011000
700195         FILE STATUS WTYPEREG-FS.                                 00011100
700195 DATA DIVISION.                                                   00011200
           SKIP2                                                        00011300
700195 FILE SECTION.                                                    00011400
           SKIP1                                                        00011500
700195 FD  PRINT-FILE                                                   00011600
700195     BLOCK CONTAINS 0 RECORDS                                     00011700
700195     LABEL RECORDS ARE STANDARD.                                  00011800
           SKIP2                                                        00011900
700195 01 PRINT-LINE                PIC X(133).                         00012000
           SKIP2                                                        00012100
700195 FD  QRYOUT-FILE                                                  00012200
700195     BLOCK CONTAINS 0 RECORDS                                     00012300
700195     LABEL RECORDS ARE STANDARD.                                  00012400
           SKIP2                                                        00012500
700195 01  QRYOUT-LINE              PIC X(1000).                        00012600
           SKIP2                                                        00012700
700195*** Record-type registry rows - see the TYPEREG copybook.         00012800
700195 FD  TYPEREG-FILE                                                 00012900
700195     BLOCK CONTAINS 0 RECORDS                                     00013000
700195     LABEL RECORDS ARE STANDARD.                                  00013100
           SKIP2                                                        00013200
700195 01  TYPEREG-LINE             PIC X(80).                          00013300
700195 WORKING-STORAGE SECTION.                                         00013400
700195 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00013500
700195 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00013600
700195 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00013700
700195 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00013800
700195     88  WTYPEREG-FS-OK    VALUE '00'.                            00013900
700195 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00014000
700195 01  WTYPEREG-AREA. COPY TYPEREG.                                 00014100
700195 77  SUB-CND               PIC S9(4) BINARY VALUE ZERO.           00014200
700195 77  SUB-SEL               PIC S9(4) BINARY VALUE ZERO.           00014300
700195 77  SUB-EAC               PIC S9(4) BINARY VALUE ZERO.           00014400
700195 77  SUB-GRP               PIC S9(4) BINARY VALUE ZERO.           00014500
700195 77  SUB-CHR               PIC S9(4) BINARY VALUE ZERO.           00014600
700195 77  WEAC-CUR-SUB          PIC S9(4) BINARY VALUE ZERO.           00014700
700195 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00014800
700195 77  WCTR-PARTS            PIC 9(9)     VALUE ZERO.               00014900
700195 77  WCTR-EACH-RECS        PIC 9(9)     VALUE ZERO.               00015000
700195 77  WCTR-ROWS             PIC 9(9)     VALUE ZERO.               00015100
700195 77  WCTR-EACH-OVER        PIC 9(7)     VALUE ZERO.               00015200
700195 77  WCTR-CND-ERRORS       PIC 9(5)     VALUE ZERO.               00015300
700195 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015400
700195 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015500
700195 77  WQRY-RUN-FLG          PIC X        VALUE 'N'.                00015600
700195     88  WQRY-RUN-YES      VALUE 'Y'.                             00015700
700195 77  WQRY-UNMASK-FLG       PIC X        VALUE 'N'.                00015800
700195     88  WQRY-UNMASK-YES   VALUE 'Y'.                             00015900
700195 77  WQRY-MATCH-FLG        PIC X        VALUE 'N'.                00016000
700195     88  WQRY-MATCH-YES    VALUE 'Y'.                             00016100
700195 77  WQRY-GROUPS           PIC S9(4) BINARY VALUE ZERO.           00016200
700195 77  WQRY-EACH-XXYY        PIC X(4)     VALUE SPACES.             00016300
700203 77  WUNIT-KEY             PIC X(21)    VALUE SPACES.             00016400
700203 77  WUNIT-PLAN            PIC X(10)    VALUE SPACES.             00016500
700195 77  WUNIT-OPEN-FLG        PIC X        VALUE 'N'.                00016600
700195     88  WUNIT-OPEN-YES    VALUE 'Y'.                             00016700
700195 77  WREC-PLAN-LVL-FLG     PIC X        VALUE 'N'.                00016800
700195     88  WREC-PLAN-LVL-YES VALUE 'Y'.                             00016900
700195 77  WHIT-WORK             PIC X        VALUE 'N'.                00017000
700195 77  WCARD-OK-FLG          PIC X        VALUE 'N'.                00017100
700195     88  WCARD-OK-YES      VALUE 'Y'.                             00017200
700195 77  WOP-WORK              PIC X(20)    VALUE SPACES.             00017300
700195     88  WOP-VALUE         VALUE 'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.   00017400
700195     88  WOP-BETWEEN       VALUE 'BETWEEN'.                       00017500
700195     88  WOP-RECORD        VALUE 'EXISTS' 'MISSING'.              00017600
700195 77  WFETCH-DENUM          PIC 9(3)     VALUE ZERO.               00017700
700195 77  WDENUM-ED             PIC 9(3)     VALUE ZERO.               00017800
700195 77  WTEST-NUM             PIC 9(18)    VALUE ZERO.               00017900
700195 77  WLEAD                 PIC S9(4) BINARY VALUE ZERO.           00018000
700195 77  WVAL-WORK             PIC X(40)    VALUE SPACES.             00018100
700195 77  WVAL-SHIFT            PIC X(40)    VALUE SPACES.             00018200
700195 77  WEXT-PTR              PIC S9(4) BINARY VALUE ZERO.           00018300
700195 77  WACL-OPEN-FLG         PIC X        VALUE 'N'.                00018400
700195     88  WACL-OPEN-YES     VALUE 'Y'.                             00018500
700195 77  WACL-REFUSE-MSG       PIC X(60)    VALUE SPACES.             00018600
           SKIP2                                                        00018700
700195*** Card text to number: digits, commas skipped, up to 18.        00018800
700195 01  WNUM-AREA.                                                   00018900
700195     05  WNUM-TEXT             PIC X(20)    VALUE SPACES.         00019000
700195     05  WNUM-DIGITS           PIC X(18)    VALUE SPACES.         00019100
700195     05  WNUM-LEN              PIC S9(4) BINARY VALUE ZERO.       00019200
700195     05  WNUM-OK-FLG           PIC X        VALUE 'N'.            00019300
700195         88  WNUM-OK-YES       VALUE 'Y'.                         00019400
700195     05  WNUM-END-FLG          PIC X        VALUE 'N'.            00019500
700195         88  WNUM-END-YES      VALUE 'Y'.                         00019600
700195     05  WNUM-RJ               PIC X(18)    VALUE SPACES          00019700
700195                               JUSTIFIED RIGHT.                   00019800
700195     05  WNUM-RJ-N REDEFINES WNUM-RJ                              00019900
700195                               PIC 9(18).                         00020000
700195     05  WNUM-VALUE            PIC 9(18)    VALUE ZERO.           00020100
           SKIP2                                                        00020200
700195*** DE lookup by name (or number) down a RecordType's DEMOD       00020300
700195*** chain, the walk BADECAT makes to list it.                     00020400
700195 01  WRES-AREA.                                                   00020500
700195     05  WRES-XXYY             PIC X(4)     VALUE SPACES.         00020600
700195     05  WRES-NAME             PIC X(20)    VALUE SPACES.         00020700
700195     05  WRES-DENUM            PIC 9(3)     VALUE ZERO.           00020800
700195     05  WRES-DENAME           PIC X(20)    VALUE SPACES.         00020900
700195     05  WRES-PIC              PIC X        VALUE SPACES.         00021000
700195     05  WRES-GUARD            PIC S9(4) BINARY VALUE ZERO.       00021100
700195     05  WRES-FOUND-FLG        PIC X        VALUE 'N'.            00021200
700195         88  WRES-FOUND-YES    VALUE 'Y'.                         00021300
           SKIP2                                                        00021400
700195 01  WPRINT-AREA.                                                 00021500
700195     05  WPRINT-FS                 PIC XX  VALUE '00'.            00021600
700195         88  WPRINT-FS-OK VALUE '00'.                             00021700
700195     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00021800
700195     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00021900
700195     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00022000
700195     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00022100
700195         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00022200
700195     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00022300
           SKIP2                                                        00022400
700195 01  WQRYOUT-FS            PIC XX  VALUE '00'.                    00022500
700195     88  WQRYOUT-FS-OK     VALUE '00'.                            00022600
           SKIP2                                                        00022700
700195*** Conditions from WHERE/AND/OR cards.  The hit flags say a      00022800
700195*** record of the type met the condition - at plan level, or      00022900
700195*** for the participant in hand; TRUE is the verdict for the      00023000
700195*** row being decided.                                            00023100
700195 01  WCND-AREA.                                                   00023200
700195     05  WCND-COUNT            PIC S9(4) BINARY VALUE ZERO.       00023300
700195     05  WCND-MAX-ENTRIES      PIC S9(4) BINARY VALUE 30.         00023400
700195     05  WCND-ENTRY OCCURS 30 TIMES.                              00023500
700195         10  WCND-GROUP        PIC S9(4) BINARY VALUE ZERO.       00023600
700195         10  WCND-XXYY         PIC X(4)     VALUE SPACES.         00023700
700195         10  WCND-NAME         PIC X(20)    VALUE SPACES.         00023800
700195         10  WCND-DENUM        PIC 9(3)     VALUE ZERO.           00023900
700195         10  WCND-OP           PIC X(8)     VALUE SPACES.         00024000
700195             88  WCND-OP-EQ        VALUE 'EQ'.                    00024100
700195             88  WCND-OP-NE        VALUE 'NE'.                    00024200
700195             88  WCND-OP-GT        VALUE 'GT'.                    00024300
700195             88  WCND-OP-GE        VALUE 'GE'.                    00024400
700195             88  WCND-OP-LT        VALUE 'LT'.                    00024500
700195             88  WCND-OP-LE        VALUE 'LE'.                    00024600
700195             88  WCND-OP-BETWEEN   VALUE 'BETWEEN'.               00024700
700195             88  WCND-OP-EXISTS    VALUE 'EXISTS'.                00024800
700195             88  WCND-OP-MISSING   VALUE 'MISSING'.               00024900
700195             88  WCND-OP-RECORD    VALUE 'EXISTS' 'MISSING'.      00025000
700195         10  WCND-NUMERIC      PIC X        VALUE 'N'.            00025100
700195             88  WCND-NUMERIC-YES  VALUE 'Y'.                     00025200
700195         10  WCND-VAL1         PIC X(40)    VALUE SPACES.         00025300
700195         10  WCND-VAL2         PIC X(40)    VALUE SPACES.         00025400
700195         10  WCND-NUM1         PIC 9(18)    VALUE ZERO.           00025500
700195         10  WCND-NUM2         PIC 9(18)    VALUE ZERO.           00025600
700195         10  WCND-PLAN-HIT     PIC X        VALUE 'N'.            00025700
700195         10  WCND-PART-HIT     PIC X        VALUE 'N'.            00025800
700195         10  WCND-TRUE         PIC X        VALUE 'N'.            00025900
           SKIP2                                                        00026000
700195*** One byte per OR group, set when a condition of the group      00026100
700195*** is not met for the row being decided.                         00026200
700195 01  WGRP-AREA.                                                   00026300
700195     05  WGRP-FAIL OCCURS 30 TIMES                                00026400
700195                               PIC X        VALUE 'N'.            00026500
           SKIP2                                                        00026600
700195*** DEs from SELECT cards, with the plan-level and participant    00026700
700195*** values in hand.                                               00026800
700195 01  WSEL-AREA.                                                   00026900
700195     05  WSEL-COUNT            PIC S9(4) BINARY VALUE ZERO.       00027000
700195     05  WSEL-MAX-ENTRIES      PIC S9(4) BINARY VALUE 20.         00027100
700195     05  WSEL-ENTRY OCCURS 20 TIMES.                              00027200
700195         10  WSEL-XXYY         PIC X(4)     VALUE SPACES.         00027300
700195         10  WSEL-NAME         PIC X(20)    VALUE SPACES.         00027400
700195         10  WSEL-DENUM        PIC 9(3)     VALUE ZERO.           00027500
700195         10  WSEL-PLAN-SEEN    PIC X        VALUE 'N'.            00027600
700195         10  WSEL-PLAN-VAL     PIC X(40)    VALUE SPACES.         00027700
700195         10  WSEL-PART-SEEN    PIC X        VALUE 'N'.            00027800
700195         10  WSEL-PART-VAL     PIC X(40)    VALUE SPACES.         00027900
           SKIP2                                                        00028000
700195*** Under EACH, the participant's records of that type are held   00028100
700195*** until the participant ends, each with its own condition       00028200
700195*** hits (one byte per condition) and SELECTed values.            00028300
700195 01  WEAC-AREA.                                                   00028400
700195     05  WEAC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00028500
700195     05  WEAC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 200.        00028600
700195     05  WEAC-ENTRY OCCURS 200 TIMES.                             00028700
700203         10  WEAC-KEY          PIC X(24)    VALUE SPACES.         00028800
700195         10  WEAC-CND-HIT      PIC X(30)    VALUE SPACES.         00028900
700195         10  WEAC-SEL-VAL OCCURS 20 TIMES                         00029000
700195                               PIC X(40)    VALUE SPACES.         00029100
           SKIP2                                                        00029200
700195*** The row being written.                                        00029300
700195 01  WROW-AREA.                                                   00029400
700203     05  WROW-KEY              PIC X(24)    VALUE SPACES.         00029500
700195     05  WROW-XXYY             PIC X(4)     VALUE SPACES.         00029600
700195     05  WROW-EACH-SUB         PIC S9(4) BINARY VALUE ZERO.       00029700
700195     05  WROW-VAL              PIC X(40)    VALUE SPACES.         00029800
           SKIP2                                                        00029900
700195 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00030000
700195 01  WCTL-AREA.                                                   00030100
700195     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00030200
700195         88  WCTL-CMD-SELECT     VALUE 'SELECT'.                  00030300
700195         88  WCTL-CMD-WHERE      VALUE 'WHERE'.                   00030400
700195         88  WCTL-CMD-AND        VALUE 'AND'.                     00030500
700195         88  WCTL-CMD-OR         VALUE 'OR'.                      00030600
700195         88  WCTL-CMD-EACH       VALUE 'EACH'.                    00030700
700195         88  WCTL-CMD-UNMASK     VALUE 'UNMASK'.                  00030800
700195         88  WCTL-CMD-REASON     VALUE 'REASON'.                  00030900
700195         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00031000
700195     05  WCTL-TOK1               PIC X(20) VALUE SPACES.          00031100
700195     05  WCTL-TOK2               PIC X(20) VALUE SPACES.          00031200
700195     05  WCTL-TOK3               PIC X(20) VALUE SPACES.          00031300
700195     05  WCTL-TOK4               PIC X(20) VALUE SPACES.          00031400
700195     05  WCTL-TOK5               PIC X(20) VALUE SPACES.          00031500
700195*** Stated purpose of an UNMASK query and who is making it,       00031600
700195*** both carried onto the access-log row.                         00031700
700195     05  WCTL-REASON             PIC X(60) VALUE SPACES.          00031800
700195     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00031900
           SKIP2                                                        00032000
700195 01  RPTHDR-LINE.                                                 00032100
700195         05   FILLER     PIC X(02) VALUE                          00032200
700195           ' '.                                                   00032300
700195         05   FILLER     PIC X(28) VALUE                          00032400
700195           'OmniPlus DE Query'.                                   00032500
700195         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00032600
700195         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00032700
700195         05   FILLER     PIC X(6)  VALUE                          00032800
700195           '  Page'.                                              00032900
700195         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00033000
           SKIP2                                                        00033100
700195 01  QRDAT1-LINE.                                                 00033200
700195     05  FILLER               PIC X     VALUE SPACE.              00033300
700203     05  QRDAT1-PLAN          PIC X(10) VALUE SPACES.             00033400
700195     05  FILLER               PIC X     VALUE SPACE.              00033500
700195     05  QRDAT1-PART          PIC X(11) VALUE SPACES.             00033600
700195     05  FILLER               PIC X     VALUE SPACE.              00033700
700195     05  QRDAT1-XXYY          PIC X(4)  VALUE SPACES.             00033800
700195     05  FILLER               PIC X     VALUE SPACE.              00033900
700203     05  QRDAT1-KEY           PIC X(24) VALUE SPACES.             00034000
700203     05  FILLER               PIC X(80) VALUE SPACES.             00034100
           SKIP2                                                        00034200
700195 01  QRDAT2-LINE.                                                 00034300
700195     05  FILLER               PIC X(8)  VALUE SPACES.             00034400
700195     05  QRDAT2-XXYY          PIC X(4)  VALUE SPACES.             00034500
700195     05  FILLER               PIC X     VALUE SPACE.              00034600
700195     05  QRDAT2-DENUM         PIC 9(3)  VALUE ZERO.               00034700
700195     05  FILLER               PIC X     VALUE SPACE.              00034800
700195     05  QRDAT2-NAME          PIC X(20) VALUE SPACES.             00034900
700195     05  FILLER               PIC X     VALUE SPACE.              00035000
700195     05  QRDAT2-VALUE         PIC X(40) VALUE SPACES.             00035100
700195     05  FILLER               PIC X(55) VALUE SPACES.             00035200
           SKIP2                                                        00035300
700195 01  QRDAT3-LINE.                                                 00035400
700195     05  FILLER               PIC X     VALUE SPACE.              00035500
700195     05  QRDAT3-VERB          PIC X(7)  VALUE SPACES.             00035600
700195     05  FILLER               PIC X     VALUE SPACE.              00035700
700195     05  QRDAT3-XXYY          PIC X(4)  VALUE SPACES.             00035800
700195     05  FILLER               PIC X     VALUE SPACE.              00035900
700195     05  QRDAT3-DENUM         PIC 9(3)  VALUE ZERO.               00036000
700195     05  FILLER               PIC X     VALUE SPACE.              00036100
700195     05  QRDAT3-NAME          PIC X(20) VALUE SPACES.             00036200
700195     05  FILLER               PIC X     VALUE SPACE.              00036300
700195     05  QRDAT3-OP            PIC X(8)  VALUE SPACES.             00036400
700195     05  FILLER               PIC X     VALUE SPACE.              00036500
700195     05  QRDAT3-VAL1          PIC X(20) VALUE SPACES.             00036600
700195     05  FILLER               PIC X     VALUE SPACE.              00036700
700195     05  QRDAT3-VAL2          PIC X(20) VALUE SPACES.             00036800
700195     05  FILLER               PIC X     VALUE SPACE.              00036900
700195     05  QRDAT3-COMPARE       PIC X(7)  VALUE SPACES.             00037000
700195     05  FILLER               PIC X(36) VALUE SPACES.             00037100
           SKIP2                                                        00037200
700195 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00037300
           SKIP2                                                        00037400
700195 01  BWA-REC.  COPY BKUPREC.                                      00037500
           SKIP2                                                        00037600
700195 01  IO-BKPI-PARM.                                                00037700
700195       COPY IOBKPI REPLACING 'PROGRAM' BY 'BADEQRY'.              00037800
           SKIP3                                                        00037900
700195 01  IO-IN110-PARM.                                               00038000
700195       COPY IOIN110 REPLACING 'PROGRAM' BY 'BADEQRY'.             00038100
           SKIP2                                                        00038200
700195 01  IO-ACL-PARM.                                                 00038300
700195       COPY IOACCLOG REPLACING 'PROGRAM' BY 'BADEQRY'.            00038400
           SKIP3                                                        00038500
700195 01  DE-AREA.  COPY PRMDE.                                        00038600
           SKIP3                                                        00038700
700195 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00038800
           EJECT                                                        00038900
700195 PROCEDURE DIVISION.                                              00039000
           SKIP2                                                        00039100
700195 A-100-BODY.                                                      00039200
700195     PERFORM A-105-INIT.                                          00039300
700195     PERFORM A-200-INIT-OPEN.                                     00039400
700195     IF  WQRY-RUN-YES                                             00039500
700195         PERFORM A-300-OPEN-EXTRACT                               00039600
700195         PERFORM A-400-READ-BACKUP                                00039700
700195         PERFORM D-200-RPT-TOTALS.                                00039800
700195     PERFORM A-900-FINI-CLOSE.                                    00039900
700195     MOVE WRC-FINAL TO RETURN-CODE.                               00040000
700195     GOBACK.                                                      00040100
           SKIP2                                                        00040200
700195 A-105-INIT.                                                      00040300
700195     CALL 'BASDIN' USING SD-AREA.                                 00040400
           SKIP2                                                        00040500
700195 A-200-INIT-OPEN.                                                 00040600
700195     DISPLAY 'BaDeQry-998 Program Starting'.                      00040700
700195     ACCEPT RPTHDR-DATE FROM DATE.                                00040800
700195     PERFORM A-248-LOAD-TYPEREG.                                  00040900
700195     OPEN OUTPUT                                                  00041000
700195               PRINT-FILE.                                        00041100
700195     IF  NOT WPRINT-FS-OK                                         00041200
700195         DISPLAY 'BaDeQry-53 PRINT dd OPEN failed:'               00041300
700195             WPRINT-FS                                            00041400
700195         MOVE 16 TO RETURN-CODE                                   00041500
700195         STOP RUN.                                                00041600
700195     CALL 'UT110IN'  USING SD-AREA                                00041700
700195               IO-IN110-PARM                                      00041800
700195               IO-IN110-OPEN                                      00041900
700195               CTL-REC.                                           00042000
700195     IF  IO-IN110-ERROR = 'Y'                                     00042100
700195          OR IO-IN110-FILE-STATUS NOT = '00'                      00042200
700195         DISPLAY 'BaDeQry-301 IN110 file failed to open:'         00042300
700195           IO-IN110-FILE-STATUS                                   00042400
700195         MOVE 16 TO RETURN-CODE                                   00042500
700195         STOP RUN.                                                00042600
700195     PERFORM F-110-READ-IN110.                                    00042700
700195     PERFORM F-100-PROC-CTL                                       00042800
700195       UNTIL IO-IN110-ERROR-YES.                                  00042900
700195     CALL 'UT110IN'  USING SD-AREA                                00043000
700195               IO-IN110-PARM                                      00043100
700195               IO-IN110-CLOSE                                     00043200
700195               CTL-REC.                                           00043300
700195     IF  WCTL-OPERATOR = SPACES                                   00043400
700195         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00043500
700195     PERFORM A-220-RESOLVE-CND                                    00043600
700195       VARYING SUB-CND FROM 1 BY 1                                00043700
700195         UNTIL SUB-CND > WCND-COUNT.                              00043800
700195     PERFORM A-230-RESOLVE-SEL                                    00043900
700195       VARYING SUB-SEL FROM 1 BY 1                                00044000
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00044100
700195     MOVE ' Query As Read' TO RPTHDR-SUBTITLE.                    00044200
700195     PERFORM V-150-NEWPAGE.                                       00044300
700195     PERFORM D-050-RPT-QUERY.                                     00044400
700195     SET WQRY-RUN-YES TO TRUE.                                    00044500
700195     IF  WCTR-CND-ERRORS > ZERO                                   00044600
700195         MOVE ' Condition cards rejected - query not run'         00044700
700195             TO WACL-REFUSE-MSG                                   00044800
700195         DISPLAY 'BaDeQry-302 Condition cards rejected, query '   00044900
700195             'not run:' WCTR-CND-ERRORS                           00045000
700195         PERFORM A-260-REFUSE                                     00045100
700195     ELSE IF  WCND-COUNT = ZERO                                   00045200
700195         AND WSEL-COUNT = ZERO                                    00045300
700195         AND WQRY-EACH-XXYY = SPACES                              00045400
700195         MOVE ' No SELECT, WHERE or EACH card - nothing asked'    00045500
700195             TO WACL-REFUSE-MSG                                   00045600
700195         DISPLAY 'BaDeQry-303 Nothing asked, query not run'       00045700
700195         PERFORM A-260-REFUSE                                     00045800
700195     ELSE IF  WQRY-UNMASK-YES                                     00045900
700195         PERFORM A-240-ACCESS-CHECK.                              00046000
           SKIP2                                                        00046100
700195*** A condition's DE is looked up on its RecordType's chain; a    00046200
700195*** PIC 9 DE given digits is compared as a number.                00046300
700195 A-220-RESOLVE-CND.                                               00046400
700195     IF  NOT WCND-OP-RECORD (SUB-CND)                             00046500
700195         MOVE WCND-XXYY (SUB-CND) TO WRES-XXYY                    00046600
700195         MOVE WCND-NAME (SUB-CND) TO WRES-NAME                    00046700
700195         PERFORM R-600-FIND-DE                                    00046800
700195         IF  WRES-FOUND-YES                                       00046900
700195             MOVE WRES-DENUM  TO WCND-DENUM (SUB-CND)             00047000
700195             MOVE WRES-DENAME TO WCND-NAME (SUB-CND)              00047100
700195             IF  WRES-PIC = '9'                                   00047200
700195                 PERFORM A-225-NUMERIC-VALUES                     00047300
700195             END-IF                                               00047400
700195         ELSE                                                     00047500
700195             DISPLAY 'BaDeQry-304 No DE ' WCND-NAME (SUB-CND)     00047600
700195                 ' on RecordType ' WCND-XXYY (SUB-CND)            00047700
700195             ADD 1 TO WCTR-CND-ERRORS                             00047800
700195         END-IF                                                   00047900
700195     END-IF.                                                      00048000
           SKIP2                                                        00048100
700195 A-225-NUMERIC-VALUES.                                            00048200
700195     MOVE WCND-VAL1 (SUB-CND) TO WNUM-TEXT.                       00048300
700195     PERFORM R-520-TO-NUMBER.                                     00048400
700195     IF  WNUM-OK-YES                                              00048500
700195         MOVE WNUM-VALUE TO WCND-NUM1 (SUB-CND)                   00048600
700195         SET WCND-NUMERIC-YES (SUB-CND) TO TRUE                   00048700
700195         IF  WCND-OP-BETWEEN (SUB-CND)                            00048800
700195             MOVE WCND-VAL2 (SUB-CND) TO WNUM-TEXT                00048900
700195             PERFORM R-520-TO-NUMBER                              00049000
700195             IF  WNUM-OK-YES                                      00049100
700195                 MOVE WNUM-VALUE TO WCND-NUM2 (SUB-CND)           00049200
700195             ELSE                                                 00049300
700195                 MOVE 'N' TO WCND-NUMERIC (SUB-CND)               00049400
700195             END-IF                                               00049500
700195         END-IF                                                   00049600
700195     END-IF.                                                      00049700
           SKIP2                                                        00049800
700195*** An unknown SELECT DE is dropped; the query still runs.        00049900
700195 A-230-RESOLVE-SEL.                                               00050000
700195     MOVE WSEL-XXYY (SUB-SEL) TO WRES-XXYY.                       00050100
700195     MOVE WSEL-NAME (SUB-SEL) TO WRES-NAME.                       00050200
700195     PERFORM R-600-FIND-DE.                                       00050300
700195     IF  WRES-FOUND-YES                                           00050400
700195         MOVE WRES-DENUM  TO WSEL-DENUM (SUB-SEL)                 00050500
700195         MOVE WRES-DENAME TO WSEL-NAME (SUB-SEL)                  00050600
700195     ELSE                                                         00050700
700195         DISPLAY 'BaDeQry-305 No DE ' WSEL-NAME (SUB-SEL)         00050800
700195             ' on RecordType ' WSEL-XXYY (SUB-SEL)                00050900
700195             ', not shown'                                        00051000
700195         MOVE SPACES TO WSEL-XXYY (SUB-SEL)                       00051100
700195         ADD 1 TO WCTR-CTL-ERRORS.                                00051200
           SKIP2                                                        00051300
700195*** An UNMASK query is logged before anything is read.  No        00051400
700195*** REASON card, or an access-log row that cannot be written,     00051500
700195*** refuses it.                                                   00051600
700195 A-240-ACCESS-CHECK.                                              00051700
700195     IF  WCTL-REASON = SPACES                                     00051800
700195         MOVE ' No REASON card - unmasked query refused'          00051900
700195             TO WACL-REFUSE-MSG                                   00052000
700195         DISPLAY 'BaDeQry-306 No REASON card, UNMASK refused'     00052100
700195         PERFORM A-260-REFUSE                                     00052200
700195     ELSE                                                         00052300
700195         CALL 'UTACCLOG' USING SD-AREA                            00052400
700195                               IO-ACL-PARM                        00052500
700195                               IO-ACL-OPEN                        00052600
700195         IF  IO-ACL-ERROR-YES                                     00052700
700195             MOVE ' Access log cannot be written - query refused' 00052800
700195                 TO WACL-REFUSE-MSG                               00052900
700195             DISPLAY 'BaDeQry-307 Access log OPEN failed, '       00053000
700195                 'UNMASK refused'                                 00053100
700195             PERFORM A-260-REFUSE                                 00053200
700195         ELSE                                                     00053300
700195             SET WACL-OPEN-YES TO TRUE                            00053400
700195             PERFORM A-250-LOG-QUERY.                             00053500
           SKIP2                                                        00053600
700195 A-250-LOG-QUERY.                                                 00053700
700195     MOVE WCTL-OPERATOR    TO IO-ACL-USERID.                      00053800
700195     MOVE WCTL-REASON      TO IO-ACL-REASON.                      00053900
700195     MOVE SPACES           TO IO-ACL-PLAN IO-ACL-PART.            00054000
700195     MOVE 'UNMASKED DE QUERY' TO IO-ACL-KEY.                      00054100
700195     CALL 'UTACCLOG' USING SD-AREA                                00054200
700195                           IO-ACL-PARM                            00054300
700195                           IO-ACL-WRITE.                          00054400
700195     IF  IO-ACL-ERROR-YES                                         00054500
700195         MOVE ' Access log write failed - query refused'          00054600
700195             TO WACL-REFUSE-MSG                                   00054700
700195         DISPLAY 'BaDeQry-308 Access-log row not written, '       00054800
700195             'UNMASK refused'                                     00054900
700195         PERFORM A-260-REFUSE.                                    00055000
           SKIP2                                                        00055100
700195 A-260-REFUSE.                                                    00055200
700195     MOVE 'N' TO WQRY-RUN-FLG.                                    00055300
700195     MOVE 8   TO WRC-FINAL.                                       00055400
700195     PERFORM V-100-PRINT-LINE.                                    00055500
700195     MOVE WACL-REFUSE-MSG TO WPRINT-LINE.                         00055600
700195     PERFORM V-100-PRINT-LINE.                                    00055700
           SKIP2                                                        00055800
700195 A-300-OPEN-EXTRACT.                                              00055900
700195     OPEN OUTPUT QRYOUT-FILE.                                     00056000
700195     IF  NOT WQRYOUT-FS-OK                                        00056100
700195         DISPLAY 'BaDeQry-309 QRYOUT dd OPEN failed:'             00056200
700195             WQRYOUT-FS                                           00056300
700195         MOVE 16 TO RETURN-CODE                                   00056400
700195         STOP RUN.                                                00056500
700195     PERFORM D-150-EXTRACT-HEADER.                                00056600
           SKIP2                                                        00056700
700195 A-900-FINI-CLOSE.                                                00056800
700195     IF  WCTR-CTL-ERRORS > ZERO                                   00056900
700195         OR WCTR-EACH-OVER > ZERO                                 00057000
700195         IF  WRC-FINAL < 4                                        00057100
700195             MOVE 4 TO WRC-FINAL.                                 00057200
700195     DISPLAY 'BaDeQry-444 Records read:' WCTR-BKUP-RECS           00057300
700195       ', Participants:' WCTR-PARTS                               00057400
700195       ', Rows:' WCTR-ROWS.                                       00057500
700195     IF  WCTR-EACH-OVER > ZERO                                    00057600
700195         DISPLAY 'BaDeQry-310 EACH records past the row buffer, ' 00057700
700195             'not tested:' WCTR-EACH-OVER.                        00057800
700195     IF  WACL-OPEN-YES                                            00057900
700195         CALL 'UTACCLOG' USING SD-AREA                            00058000
700195                               IO-ACL-PARM                        00058100
700195                               IO-ACL-CLOSE.                      00058200
700195     IF  WQRY-RUN-YES                                             00058300
700195         CLOSE QRYOUT-FILE.                                       00058400
700195     CLOSE PRINT-FILE.                                            00058500
700195     DISPLAY 'BaDeQry-998 Program Ending'.                        00058600
           SKIP2                                                        00058700
700195*** Record-type registry load, same optional-dd behavior as       00058800
700195*** the compare: no TYPEREG on file means the built-in            00058900
700195*** xxYY + 'DE' naming applies throughout.                        00059000
700195 A-248-LOAD-TYPEREG.                                              00059100
700195     OPEN INPUT TYPEREG-FILE.                                     00059200
700195     IF  WTYPEREG-FS-OK                                           00059300
700195         PERFORM A-249-READ-TYPEREG                               00059400
700195           WITH TEST AFTER                                        00059500
700195           UNTIL WTYPEREG-FS NOT = '00'                           00059600
700195             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00059700
700195         CLOSE TYPEREG-FILE.                                      00059800
           SKIP2                                                        00059900
700195 A-249-READ-TYPEREG.                                              00060000
700195     READ TYPEREG-FILE                                            00060100
700195         AT END                                                   00060200
700195             NEXT SENTENCE.                                       00060300
700195     IF  WTYPEREG-FS-OK                                           00060400
700195         AND TYPEREG-LINE (1:4) NOT = SPACES                      00060500
700195         AND TYPEREG-LINE (1:1) NOT = '*'                         00060600
700195         ADD 1 TO WTYPEREG-COUNT                                  00060700
700195         MOVE TYPEREG-LINE (1:4)                                  00060800
700195             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00060900
700195         MOVE TYPEREG-LINE (6:20)                                 00061000
700195             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00061100
700195         MOVE TYPEREG-LINE (30:8)                                 00061200
700195             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00061300
700195         MOVE TYPEREG-LINE (39:1)                                 00061400
700195             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00061500
700195         MOVE TYPEREG-LINE (41:9)                                 00061600
700195             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00061700
           SKIP2                                                        00061800
700195***************************                                       00061900
700195*** Backup pass                                                   00062000
700195***************************                                       00062100
700195*** Same open handshake every BRSEQ reader use performs before    00062200
700195*** the first BABKPIS read.                                       00062300
700195 A-400-READ-BACKUP.                                               00062400
700195     CALL 'BABKPI' USING SD-AREA                                  00062500
700195                           IO-BKPI-PARM                           00062600
700195                           IO-BKPI-OPEN                           00062700
700195                           BWA-REC.                               00062800
700195     IF  IO-BKPI-ERROR-YES                                        00062900
700195         DISPLAY 'BaDeQry-102 Backup failed to open:'             00063000
700195             IO-BKPI-FILE-STATUS                                  00063100
700195         MOVE 16 TO RETURN-CODE                                   00063200
700195         STOP RUN.                                                00063300
700195     MOVE SPACES TO WPRINT-TITLE1.                                00063400
700195     STRING ' Plan   Participant Type Key'                        00063500
700195         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00063600
700195     MOVE ' Rows Answering The Query' TO RPTHDR-SUBTITLE.         00063700
700195     PERFORM V-150-NEWPAGE.                                       00063800
700195     PERFORM N1-100-READ-PIS.                                     00063900
700195     PERFORM B-100-PROC-REC                                       00064000
700195       UNTIL IO-BKPI-ERROR-YES                                    00064100
700195          OR IO-BKPI-EOF-YES.                                     00064200
700195     IF  WUNIT-OPEN-YES                                           00064300
700195         PERFORM C-100-END-UNIT.                                  00064400
700195     CALL 'BABKPI' USING SD-AREA                                  00064500
700195                           IO-BKPI-PARM                           00064600
700195                           IO-BKPI-CLOSE                          00064700
700195                           BWA-REC.                               00064800
700195     IF  WCTR-ROWS = ZERO                                         00064900
700195         MOVE ' No rows answer the query' TO WPRINT-LINE          00065000
700195         PERFORM V-100-PRINT-LINE.                                00065100
           SKIP2                                                        00065200
700195 N1-100-READ-PIS.                                                 00065300
700195     CALL 'BABKPIS' USING SD-AREA                                 00065400
700195                           IO-BKPI-PARM                           00065500
700195                           BKFIL-AREA                             00065600
700195                           BWA-REC.                               00065700
700195     IF  IO-BKPI-ERROR-NO                                         00065800
700195         AND IO-BKPI-EOF-NO                                       00065900
700195         AND BWA-TYPE-TLR-REC                                     00066000
700195         SET IO-BKPI-EOF-YES TO TRUE.                             00066100
           SKIP2                                                        00066200
700195*** The backup arrives in key order: a plan's plan-level          00066300
700195*** records, then each participant's records together.  A         00066400
700195*** change of plan + participant ends the row in hand.            00066500
700195 B-100-PROC-REC.                                                  00066600
700195     IF  NOT BWA-TYPE-HDR-REC                                     00066700
700195         ADD 1 TO WCTR-BKUP-RECS                                  00066800
700195         IF  NOT WUNIT-OPEN-YES                                   00066900
700203             OR BKFIL-KEY-GROUP (1:21) NOT = WUNIT-KEY            00067000
700195             PERFORM B-110-NEW-UNIT                               00067100
700195         END-IF                                                   00067200
700195         MOVE ZERO TO WEAC-CUR-SUB                                00067300
700195         IF  WQRY-EACH-XXYY NOT = SPACES                          00067400
700195             AND BKFIL-XXYY = WQRY-EACH-XXYY                      00067500
700195             PERFORM B-120-START-EACH                             00067600
700195         END-IF                                                   00067700
700195         IF  WQRY-EACH-XXYY = SPACES                              00067800
700195             OR BKFIL-XXYY NOT = WQRY-EACH-XXYY                   00067900
700195             OR WEAC-CUR-SUB > ZERO                               00068000
700195             PERFORM B-200-TEST-CND                               00068100
700195               VARYING SUB-CND FROM 1 BY 1                        00068200
700195                 UNTIL SUB-CND > WCND-COUNT                       00068300
700195             PERFORM B-300-TAKE-SEL                               00068400
700195               VARYING SUB-SEL FROM 1 BY 1                        00068500
700195                 UNTIL SUB-SEL > WSEL-COUNT                       00068600
700195         END-IF                                                   00068700
700195     END-IF.                                                      00068800
700195     PERFORM N1-100-READ-PIS.                                     00068900
           SKIP2                                                        00069000
700195 B-110-NEW-UNIT.                                                  00069100
700195     IF  WUNIT-OPEN-YES                                           00069200
700195         PERFORM C-100-END-UNIT.                                  00069300
700195     IF  NOT WUNIT-OPEN-YES                                       00069400
700203         OR BKFIL-KEY-GROUP (1:10) NOT = WUNIT-PLAN               00069500
700195         PERFORM C-195-RESET-PLAN.                                00069600
700195     SET WUNIT-OPEN-YES TO TRUE.                                  00069700
700203     MOVE BKFIL-KEY-GROUP (1:21) TO WUNIT-KEY.                    00069800
700203     MOVE BKFIL-KEY-GROUP (1:10) TO WUNIT-PLAN.                   00069900
700203     IF  BKFIL-KEY-GROUP (11:11) = SPACES                         00070000
700195         SET WREC-PLAN-LVL-YES TO TRUE                            00070100
700195     ELSE                                                         00070200
700195         MOVE 'N' TO WREC-PLAN-LVL-FLG                            00070300
700195         ADD 1 TO WCTR-PARTS.                                     00070400
           SKIP2                                                        00070500
700195 B-120-START-EACH.                                                00070600
700195     ADD 1 TO WCTR-EACH-RECS.                                     00070700
700195     IF  WEAC-COUNT < WEAC-MAX-ENTRIES                            00070800
700195         ADD 1 TO WEAC-COUNT                                      00070900
700195         MOVE WEAC-COUNT TO WEAC-CUR-SUB                          00071000
700195         MOVE BKFIL-KEY-GROUP TO WEAC-KEY (WEAC-CUR-SUB)          00071100
700195         MOVE ALL 'N' TO WEAC-CND-HIT (WEAC-CUR-SUB)              00071200
700195         PERFORM B-125-CLEAR-EACH-VAL                             00071300
700195           VARYING SUB-SEL FROM 1 BY 1                            00071400
700195             UNTIL SUB-SEL > WSEL-COUNT                           00071500
700195     ELSE                                                         00071600
700195         ADD 1 TO WCTR-EACH-OVER.                                 00071700
           SKIP2                                                        00071800
700195 B-125-CLEAR-EACH-VAL.                                            00071900
700195     MOVE SPACES TO WEAC-SEL-VAL (WEAC-CUR-SUB, SUB-SEL).         00072000
           SKIP2                                                        00072100
700195*** A record of the condition's type either has it met or not;    00072200
700195*** EXISTS / MISSING only need the record to be there.            00072300
700195 B-200-TEST-CND.                                                  00072400
700195     IF  WCND-XXYY (SUB-CND) = BKFIL-XXYY                         00072500
700195         IF  WCND-OP-RECORD (SUB-CND)                             00072600
700195             MOVE 'Y' TO WHIT-WORK                                00072700
700195         ELSE                                                     00072800
700195             MOVE WCND-DENUM (SUB-CND) TO WFETCH-DENUM            00072900
700195             PERFORM B-320-FETCH-DE                               00073000
700195             MOVE 'N' TO WHIT-WORK                                00073100
700195             IF  DE-NAME NOT = SPACES                             00073200
700195                 PERFORM B-210-TEST-VALUE                         00073300
700195             END-IF                                               00073400
700195         END-IF                                                   00073500
700195         IF  WHIT-WORK = 'Y'                                      00073600
700195             PERFORM B-220-POST-HIT                               00073700
700195         END-IF                                                   00073800
700195     END-IF.                                                      00073900
           SKIP2                                                        00074000
700195 B-210-TEST-VALUE.                                                00074100
700195     IF  WCND-NUMERIC-YES (SUB-CND)                               00074200
700195         IF  DE-VAL-INTERNAL-N IS NUMERIC                         00074300
700195             MOVE DE-VAL-INTERNAL-N TO WTEST-NUM                  00074400
700195             PERFORM B-212-TEST-NUMBER                            00074500
700195         END-IF                                                   00074600
700195     ELSE                                                         00074700
700195         MOVE DE-VAL-DISPLAY TO WVAL-WORK                         00074800
700195         PERFORM R-500-LEFT-JUSTIFY                               00074900
700195         PERFORM B-214-TEST-TEXT.                                 00075000
           SKIP2                                                        00075100
700195 B-212-TEST-NUMBER.                                               00075200
700195     IF  (WCND-OP-EQ (SUB-CND)                                    00075300
700195             AND WTEST-NUM = WCND-NUM1 (SUB-CND))                 00075400
700195         OR (WCND-OP-NE (SUB-CND)                                 00075500
700195             AND WTEST-NUM NOT = WCND-NUM1 (SUB-CND))             00075600
700195         OR (WCND-OP-GT (SUB-CND)                                 00075700
700195             AND WTEST-NUM > WCND-NUM1 (SUB-CND))                 00075800
700195         OR (WCND-OP-GE (SUB-CND)                                 00075900
700195             AND WTEST-NUM NOT < WCND-NUM1 (SUB-CND))             00076000
700195         OR (WCND-OP-LT (SUB-CND)                                 00076100
700195             AND WTEST-NUM < WCND-NUM1 (SUB-CND))                 00076200
700195         OR (WCND-OP-LE (SUB-CND)                                 00076300
700195             AND WTEST-NUM NOT > WCND-NUM1 (SUB-CND))             00076400
700195         OR (WCND-OP-BETWEEN (SUB-CND)                            00076500
700195             AND WTEST-NUM NOT < WCND-NUM1 (SUB-CND)              00076600
700195             AND WTEST-NUM NOT > WCND-NUM2 (SUB-CND))             00076700
700195         MOVE 'Y' TO WHIT-WORK.                                   00076800
           SKIP2                                                        00076900
700195 B-214-TEST-TEXT.                                                 00077000
700195     IF  (WCND-OP-EQ (SUB-CND)                                    00077100
700195             AND WVAL-WORK = WCND-VAL1 (SUB-CND))                 00077200
700195         OR (WCND-OP-NE (SUB-CND)                                 00077300
700195             AND WVAL-WORK NOT = WCND-VAL1 (SUB-CND))             00077400
700195         OR (WCND-OP-GT (SUB-CND)                                 00077500
700195             AND WVAL-WORK > WCND-VAL1 (SUB-CND))                 00077600
700195         OR (WCND-OP-GE (SUB-CND)                                 00077700
700195             AND WVAL-WORK NOT < WCND-VAL1 (SUB-CND))             00077800
700195         OR (WCND-OP-LT (SUB-CND)                                 00077900
700195             AND WVAL-WORK < WCND-VAL1 (SUB-CND))                 00078000
700195         OR (WCND-OP-LE (SUB-CND)                                 00078100
700195             AND WVAL-WORK NOT > WCND-VAL1 (SUB-CND))             00078200
700195         OR (WCND-OP-BETWEEN (SUB-CND)                            00078300
700195             AND WVAL-WORK NOT < WCND-VAL1 (SUB-CND)              00078400
700195             AND WVAL-WORK NOT > WCND-VAL2 (SUB-CND))             00078500
700195         MOVE 'Y' TO WHIT-WORK.                                   00078600
           SKIP2                                                        00078700
700195 B-220-POST-HIT.                                                  00078800
700195     IF  WEAC-CUR-SUB > ZERO                                      00078900
700195         MOVE 'Y' TO WEAC-CND-HIT (WEAC-CUR-SUB) (SUB-CND:1)      00079000
700195     ELSE IF  WREC-PLAN-LVL-YES                                   00079100
700195         MOVE 'Y' TO WCND-PLAN-HIT (SUB-CND)                      00079200
700195     ELSE                                                         00079300
700195         MOVE 'Y' TO WCND-PART-HIT (SUB-CND).                     00079400
           SKIP2                                                        00079500
700195*** An EACH record keeps its own values; otherwise the first      00079600
700195*** plan-level and first participant record of the type are       00079700
700195*** the ones shown.                                               00079800
700195 B-300-TAKE-SEL.                                                  00079900
700195     IF  WSEL-XXYY (SUB-SEL) = BKFIL-XXYY                         00080000
700195         IF  WEAC-CUR-SUB > ZERO                                  00080100
700195             PERFORM B-310-FETCH-SEL                              00080200
700195             MOVE WVAL-WORK                                       00080300
700195                 TO WEAC-SEL-VAL (WEAC-CUR-SUB, SUB-SEL)          00080400
700195         ELSE IF  WREC-PLAN-LVL-YES                               00080500
700195             IF  WSEL-PLAN-SEEN (SUB-SEL) NOT = 'Y'               00080600
700195                 PERFORM B-310-FETCH-SEL                          00080700
700195                 MOVE WVAL-WORK TO WSEL-PLAN-VAL (SUB-SEL)        00080800
700195                 MOVE 'Y' TO WSEL-PLAN-SEEN (SUB-SEL)             00080900
700195             END-IF                                               00081000
700195         ELSE                                                     00081100
700195             IF  WSEL-PART-SEEN (SUB-SEL) NOT = 'Y'               00081200
700195                 PERFORM B-310-FETCH-SEL                          00081300
700195                 MOVE WVAL-WORK TO WSEL-PART-VAL (SUB-SEL)        00081400
700195                 MOVE 'Y' TO WSEL-PART-SEEN (SUB-SEL)             00081500
700195             END-IF                                               00081600
700195         END-IF                                                   00081700
700195     END-IF.                                                      00081800
           SKIP2                                                        00081900
700195 B-310-FETCH-SEL.                                                 00082000
700195     MOVE WSEL-DENUM (SUB-SEL) TO WFETCH-DENUM.                   00082100
700195     PERFORM B-320-FETCH-DE.                                      00082200
700195     IF  DE-NAME NOT = SPACES                                     00082300
700195         AND NOT WQRY-UNMASK-YES                                  00082400
700195         PERFORM B-330-MASK-PII-DE.                               00082500
700195     MOVE DE-VAL-DISPLAY TO WVAL-WORK.                            00082600
700195     PERFORM R-500-LEFT-JUSTIFY.                                  00082700
           SKIP2                                                        00082800
700195*** Same DEMOD call the compare makes.                            00082900
700195 B-320-FETCH-DE.                                                  00083000
700195     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00083100
700195     MOVE WFETCH-DENUM TO DE-DENUM.                               00083200
700195     SET DE-BYPASS-DED-YES TO TRUE.                               00083300
700195     SET DE-PROCESS-GET TO TRUE.                                  00083400
700195     MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK.                       00083500
700195     PERFORM R-950-RESOLVE-DEMOD.                                 00083600
700195     CALL WK-PGM-NAME USING SD-AREA                               00083700
700195                           DE-AREA                                00083800
700195                           BWA-DATA-REC                           00083900
700195          ON EXCEPTION                                            00084000
700195            DISPLAY 'DE data not available for:' WK-PGM-NAME      00084100
700195            MOVE SPACES TO DE-NAME                                00084200
700195     END-CALL.                                                    00084300
700195     IF  DE-NAME NOT = SPACES                                     00084400
700195         CALL 'BADEINDP' USING SD-AREA                            00084500
700195                               DE-AREA.                           00084600
           SKIP2                                                        00084700
700195*** Same Adjustment-History PII masking the batch compare         00084800
700195*** applies to every dump (see BABKCMP R-810-MASK-PII-DE).        00084900
700195*** Conditions are tested before it, on the true value.           00085000
700195 B-330-MASK-PII-DE.                                               00085100
700195     IF  BKFIL-XXYY = 'AH  '                                      00085200
700195         IF  WFETCH-DENUM = 1                                     00085300
700195             MOVE SPACES TO DE-VAL-DISPLAY                        00085400
700195             STRING 'XXX-XX-' DE-VAL-INTERNAL (6:4)               00085500
700195                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY            00085600
700195         ELSE                                                     00085700
700195         IF  WFETCH-DENUM = 2                                     00085800
700195             MOVE SPACES TO DE-VAL-DISPLAY                        00085900
700195             STRING '*************' DE-VAL-INTERNAL (14:4)        00086000
700195                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY.           00086100
           SKIP2                                                        00086200
700195***************************                                       00086300
700195*** Deciding a row                                                00086400
700195***************************                                       00086500
700195*** At the end of a plan-level key or a participant: under        00086600
700195*** EACH every held record is decided, otherwise the              00086700
700195*** participant itself is.                                        00086800
700195 C-100-END-UNIT.                                                  00086900
700195     IF  WQRY-EACH-XXYY NOT = SPACES                              00087000
700195         PERFORM C-110-EACH-ROW                                   00087100
700195           VARYING SUB-EAC FROM 1 BY 1                            00087200
700195             UNTIL SUB-EAC > WEAC-COUNT                           00087300
700195     ELSE IF  NOT WREC-PLAN-LVL-YES                               00087400
700195         PERFORM C-120-UNIT-TRUTH                                 00087500
700195           VARYING SUB-CND FROM 1 BY 1                            00087600
700195             UNTIL SUB-CND > WCND-COUNT                           00087700
700195         PERFORM C-150-EVALUATE                                   00087800
700195         IF  WQRY-MATCH-YES                                       00087900
700195             MOVE SPACES      TO WROW-KEY WROW-XXYY               00088000
700195             MOVE WUNIT-KEY   TO WROW-KEY                         00088100
700195             MOVE ZERO        TO WROW-EACH-SUB                    00088200
700195             PERFORM D-100-WRITE-ROW.                             00088300
700195     PERFORM C-190-RESET-PART.                                    00088400
           SKIP2                                                        00088500
700195 C-110-EACH-ROW.                                                  00088600
700195     PERFORM C-130-EACH-TRUTH                                     00088700
700195       VARYING SUB-CND FROM 1 BY 1                                00088800
700195         UNTIL SUB-CND > WCND-COUNT.                              00088900
700195     PERFORM C-150-EVALUATE.                                      00089000
700195     IF  WQRY-MATCH-YES                                           00089100
700195         MOVE WEAC-KEY (SUB-EAC) TO WROW-KEY                      00089200
700195         MOVE WQRY-EACH-XXYY     TO WROW-XXYY                     00089300
700195         MOVE SUB-EAC            TO WROW-EACH-SUB                 00089400
700195         PERFORM D-100-WRITE-ROW.                                 00089500
           SKIP2                                                        00089600
700195 C-120-UNIT-TRUTH.                                                00089700
700195     IF  WCND-PART-HIT (SUB-CND) = 'Y'                            00089800
700195         OR WCND-PLAN-HIT (SUB-CND) = 'Y'                         00089900
700195         MOVE 'Y' TO WHIT-WORK                                    00090000
700195     ELSE                                                         00090100
700195         MOVE 'N' TO WHIT-WORK.                                   00090200
700195     PERFORM C-140-SET-TRUE.                                      00090300
           SKIP2                                                        00090400
700195*** Conditions on the EACH type are the record's own.             00090500
700195 C-130-EACH-TRUTH.                                                00090600
700195     IF  WCND-XXYY (SUB-CND) = WQRY-EACH-XXYY                     00090700
700195         MOVE WEAC-CND-HIT (SUB-EAC) (SUB-CND:1) TO WHIT-WORK     00090800
700195         PERFORM C-140-SET-TRUE                                   00090900
700195     ELSE                                                         00091000
700195         PERFORM C-120-UNIT-TRUTH.                                00091100
           SKIP2                                                        00091200
700195 C-140-SET-TRUE.                                                  00091300
700195     IF  WCND-OP-MISSING (SUB-CND)                                00091400
700195         IF  WHIT-WORK = 'Y'                                      00091500
700195             MOVE 'N' TO WCND-TRUE (SUB-CND)                      00091600
700195         ELSE                                                     00091700
700195             MOVE 'Y' TO WCND-TRUE (SUB-CND)                      00091800
700195         END-IF                                                   00091900
700195     ELSE                                                         00092000
700195         MOVE WHIT-WORK TO WCND-TRUE (SUB-CND).                   00092100
           SKIP2                                                        00092200
700195*** AND before OR: the row answers when no condition of some      00092300
700195*** group failed.  No conditions at all - every row answers.      00092400
700195 C-150-EVALUATE.                                                  00092500
700195     IF  WCND-COUNT = ZERO                                        00092600
700195         SET WQRY-MATCH-YES TO TRUE                               00092700
700195     ELSE                                                         00092800
700195         MOVE 'N' TO WQRY-MATCH-FLG                               00092900
700195         PERFORM C-155-CLEAR-GROUP                                00093000
700195           VARYING SUB-GRP FROM 1 BY 1                            00093100
700195             UNTIL SUB-GRP > WQRY-GROUPS                          00093200
700195         PERFORM C-160-FAIL-GROUP                                 00093300
700195           VARYING SUB-CND FROM 1 BY 1                            00093400
700195             UNTIL SUB-CND > WCND-COUNT                           00093500
700195         PERFORM C-170-TEST-GROUP                                 00093600
700195           VARYING SUB-GRP FROM 1 BY 1                            00093700
700195             UNTIL SUB-GRP > WQRY-GROUPS                          00093800
700195                OR WQRY-MATCH-YES.                                00093900
           SKIP2                                                        00094000
700195 C-155-CLEAR-GROUP.                                               00094100
700195     MOVE 'N' TO WGRP-FAIL (SUB-GRP).                             00094200
           SKIP2                                                        00094300
700195 C-160-FAIL-GROUP.                                                00094400
700195     IF  WCND-TRUE (SUB-CND) NOT = 'Y'                            00094500
700195         MOVE 'Y' TO WGRP-FAIL (WCND-GROUP (SUB-CND)).            00094600
           SKIP2                                                        00094700
700195 C-170-TEST-GROUP.                                                00094800
700195     IF  WGRP-FAIL (SUB-GRP) = 'N'                                00094900
700195         SET WQRY-MATCH-YES TO TRUE.                              00095000
           SKIP2                                                        00095100
700195 C-190-RESET-PART.                                                00095200
700195     MOVE ZERO TO WEAC-COUNT.                                     00095300
700195     PERFORM C-191-RESET-PART-CND                                 00095400
700195       VARYING SUB-CND FROM 1 BY 1                                00095500
700195         UNTIL SUB-CND > WCND-COUNT.                              00095600
700195     PERFORM C-192-RESET-PART-SEL                                 00095700
700195       VARYING SUB-SEL FROM 1 BY 1                                00095800
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00095900
           SKIP2                                                        00096000
700195 C-191-RESET-PART-CND.                                            00096100
700195     MOVE 'N' TO WCND-PART-HIT (SUB-CND).                         00096200
           SKIP2                                                        00096300
700195 C-192-RESET-PART-SEL.                                            00096400
700195     MOVE 'N'    TO WSEL-PART-SEEN (SUB-SEL).                     00096500
700195     MOVE SPACES TO WSEL-PART-VAL (SUB-SEL).                      00096600
           SKIP2                                                        00096700
700195 C-195-RESET-PLAN.                                                00096800
700195     PERFORM C-196-RESET-PLAN-CND                                 00096900
700195       VARYING SUB-CND FROM 1 BY 1                                00097000
700195         UNTIL SUB-CND > WCND-COUNT.                              00097100
700195     PERFORM C-197-RESET-PLAN-SEL                                 00097200
700195       VARYING SUB-SEL FROM 1 BY 1                                00097300
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00097400
           SKIP2                                                        00097500
700195 C-196-RESET-PLAN-CND.                                            00097600
700195     MOVE 'N' TO WCND-PLAN-HIT (SUB-CND).                         00097700
           SKIP2                                                        00097800
700195 C-197-RESET-PLAN-SEL.                                            00097900
700195     MOVE 'N'    TO WSEL-PLAN-SEEN (SUB-SEL).                     00098000
700195     MOVE SPACES TO WSEL-PLAN-VAL (SUB-SEL).                      00098100
           SKIP2                                                        00098200
700195***************************                                       00098300
700195*** Report and extract                                            00098400
700195***************************                                       00098500
700195 D-050-RPT-QUERY.                                                 00098600
700195     MOVE SPACES TO WPRINT-LINE.                                  00098700
700195     IF  WQRY-EACH-XXYY = SPACES                                  00098800
700195         MOVE ' One row per participant' TO WPRINT-LINE           00098900
700195     ELSE                                                         00099000
700195         STRING ' One row per ' WQRY-EACH-XXYY ' record'          00099100
700195             DELIMITED BY SIZE INTO WPRINT-LINE.                  00099200
700195     PERFORM V-100-PRINT-LINE.                                    00099300
700195     IF  WQRY-UNMASK-YES                                          00099400
700195         MOVE ' PII shown in full (UNMASK)' TO WPRINT-LINE        00099500
700195     ELSE                                                         00099600
700195         MOVE ' PII masked' TO WPRINT-LINE.                       00099700
700195     PERFORM V-100-PRINT-LINE.                                    00099800
700195     PERFORM V-100-PRINT-LINE.                                    00099900
700195     PERFORM D-055-RPT-CND                                        00100000
700195       VARYING SUB-CND FROM 1 BY 1                                00100100
700195         UNTIL SUB-CND > WCND-COUNT.                              00100200
700195     PERFORM D-057-RPT-SEL                                        00100300
700195       VARYING SUB-SEL FROM 1 BY 1                                00100400
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00100500
           SKIP2                                                        00100600
700195 D-055-RPT-CND.                                                   00100700
700195     MOVE SPACES TO QRDAT3-LINE.                                  00100800
700195     IF  SUB-CND = 1                                              00100900
700195         MOVE 'WHERE' TO QRDAT3-VERB                              00101000
700195     ELSE IF  WCND-GROUP (SUB-CND)                                00101100
700195             NOT = WCND-GROUP (SUB-CND - 1)                       00101200
700195         MOVE 'OR'    TO QRDAT3-VERB                              00101300
700195     ELSE                                                         00101400
700195         MOVE 'AND'   TO QRDAT3-VERB.                             00101500
700195     MOVE WCND-XXYY (SUB-CND)  TO QRDAT3-XXYY.                    00101600
700195     MOVE WCND-OP (SUB-CND)    TO QRDAT3-OP.                      00101700
700195     IF  NOT WCND-OP-RECORD (SUB-CND)                             00101800
700195         MOVE WCND-DENUM (SUB-CND) TO QRDAT3-DENUM                00101900
700195         MOVE WCND-NAME (SUB-CND)  TO QRDAT3-NAME                 00102000
700195         MOVE WCND-VAL1 (SUB-CND)  TO QRDAT3-VAL1                 00102100
700195         MOVE WCND-VAL2 (SUB-CND)  TO QRDAT3-VAL2                 00102200
700195         IF  WCND-NUMERIC-YES (SUB-CND)                           00102300
700195             MOVE 'Number' TO QRDAT3-COMPARE                      00102400
700195         ELSE                                                     00102500
700195             MOVE 'Text'   TO QRDAT3-COMPARE.                     00102600
700195     MOVE QRDAT3-LINE TO WPRINT-LINE.                             00102700
700195     PERFORM V-100-PRINT-LINE.                                    00102800
           SKIP2                                                        00102900
700195 D-057-RPT-SEL.                                                   00103000
700195     IF  WSEL-XXYY (SUB-SEL) NOT = SPACES                         00103100
700195         MOVE SPACES TO QRDAT3-LINE                               00103200
700195         MOVE 'SELECT'              TO QRDAT3-VERB                00103300
700195         MOVE WSEL-XXYY (SUB-SEL)   TO QRDAT3-XXYY                00103400
700195         MOVE WSEL-DENUM (SUB-SEL)  TO QRDAT3-DENUM               00103500
700195         MOVE WSEL-NAME (SUB-SEL)   TO QRDAT3-NAME                00103600
700195         MOVE QRDAT3-LINE TO WPRINT-LINE                          00103700
700195         PERFORM V-100-PRINT-LINE.                                00103800
           SKIP2                                                        00103900
700195*** Key line, then one line per SELECTed DE; the same row goes    00104000
700195*** to the extract.                                               00104100
700195 D-100-WRITE-ROW.                                                 00104200
700195     ADD 1 TO WCTR-ROWS.                                          00104300
700195     MOVE SPACES TO QRDAT1-LINE.                                  00104400
700203     MOVE WROW-KEY (1:10) TO QRDAT1-PLAN.                         00104500
700203     MOVE WROW-KEY (11:11) TO QRDAT1-PART.                        00104600
700195     MOVE WROW-XXYY       TO QRDAT1-XXYY.                         00104700
700195     MOVE WROW-KEY        TO QRDAT1-KEY.                          00104800
700195     MOVE QRDAT1-LINE TO WPRINT-LINE.                             00104900
700195     PERFORM V-100-PRINT-LINE.                                    00105000
700195     MOVE SPACES TO QRYOUT-LINE.                                  00105100
700195     MOVE 1 TO WEXT-PTR.                                          00105200
700203     STRING WROW-KEY (1:10) '|'                                   00105300
700203            WROW-KEY (11:11) '|'                                  00105400
700195            WROW-XXYY       '|'                                   00105500
700195            WROW-KEY                                              00105600
700195         DELIMITED BY SIZE                                        00105700
700195         INTO QRYOUT-LINE WITH POINTER WEXT-PTR.                  00105800
700195     PERFORM D-110-ROW-VALUE                                      00105900
700195       VARYING SUB-SEL FROM 1 BY 1                                00106000
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00106100
700195     WRITE QRYOUT-LINE.                                           00106200
           SKIP2                                                        00106300
700195 D-110-ROW-VALUE.                                                 00106400
700195     IF  WSEL-XXYY (SUB-SEL) NOT = SPACES                         00106500
700195         IF  WROW-EACH-SUB > ZERO                                 00106600
700195             AND WSEL-XXYY (SUB-SEL) = WQRY-EACH-XXYY             00106700
700195             MOVE WEAC-SEL-VAL (WROW-EACH-SUB, SUB-SEL)           00106800
700195                 TO WROW-VAL                                      00106900
700195         ELSE IF  WSEL-PART-SEEN (SUB-SEL) = 'Y'                  00107000
700195             MOVE WSEL-PART-VAL (SUB-SEL) TO WROW-VAL             00107100
700195         ELSE                                                     00107200
700195             MOVE WSEL-PLAN-VAL (SUB-SEL) TO WROW-VAL             00107300
700195         END-IF                                                   00107400
700195         MOVE SPACES TO QRDAT2-LINE                               00107500
700195         MOVE WSEL-XXYY (SUB-SEL)  TO QRDAT2-XXYY                 00107600
700195         MOVE WSEL-DENUM (SUB-SEL) TO QRDAT2-DENUM                00107700
700195         MOVE WSEL-NAME (SUB-SEL)  TO QRDAT2-NAME                 00107800
700195         MOVE WROW-VAL             TO QRDAT2-VALUE                00107900
700195         MOVE QRDAT2-LINE TO WPRINT-LINE                          00108000
700195         PERFORM V-100-PRINT-LINE                                 00108100
700195         STRING '|' DELIMITED BY SIZE                             00108200
700195                WROW-VAL DELIMITED BY '  '                        00108300
700195             INTO QRYOUT-LINE WITH POINTER WEXT-PTR               00108400
700195     END-IF.                                                      00108500
           SKIP2                                                        00108600
700195 D-150-EXTRACT-HEADER.                                            00108700
700195     MOVE SPACES TO QRYOUT-LINE.                                  00108800
700195     MOVE 1 TO WEXT-PTR.                                          00108900
700195     STRING 'PLAN|PARTICIPANT|RECTYPE|KEY'                        00109000
700195         DELIMITED BY SIZE                                        00109100
700195         INTO QRYOUT-LINE WITH POINTER WEXT-PTR.                  00109200
700195     PERFORM D-155-HEADER-NAME                                    00109300
700195       VARYING SUB-SEL FROM 1 BY 1                                00109400
700195         UNTIL SUB-SEL > WSEL-COUNT.                              00109500
700195     WRITE QRYOUT-LINE.                                           00109600
           SKIP2                                                        00109700
700195 D-155-HEADER-NAME.                                               00109800
700195     IF  WSEL-XXYY (SUB-SEL) NOT = SPACES                         00109900
700195         STRING '|' DELIMITED BY SIZE                             00110000
700195                WSEL-NAME (SUB-SEL) DELIMITED BY SPACE            00110100
700195             INTO QRYOUT-LINE WITH POINTER WEXT-PTR.              00110200
           SKIP2                                                        00110300
700195 D-200-RPT-TOTALS.                                                00110400
700195     MOVE SPACES TO WPRINT-TITLE1.                                00110500
700195     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00110600
700195     PERFORM V-150-NEWPAGE.                                       00110700
700195     STRING ' Backup records read:        ' WCTR-BKUP-RECS        00110800
700195         DELIMITED BY SIZE INTO WPRINT-LINE.                      00110900
700195     PERFORM V-100-PRINT-LINE.                                    00111000
700195     STRING ' Participants read:          ' WCTR-PARTS            00111100
700195         DELIMITED BY SIZE INTO WPRINT-LINE.                      00111200
700195     PERFORM V-100-PRINT-LINE.                                    00111300
700195     IF  WQRY-EACH-XXYY NOT = SPACES                              00111400
700195         STRING ' ' WQRY-EACH-XXYY ' records read:        '       00111500
700195             WCTR-EACH-RECS                                       00111600
700195             DELIMITED BY SIZE INTO WPRINT-LINE                   00111700
700195         PERFORM V-100-PRINT-LINE                                 00111800
700195         STRING ' Past the row buffer:        ' WCTR-EACH-OVER    00111900
700195             DELIMITED BY SIZE INTO WPRINT-LINE                   00112000
700195         PERFORM V-100-PRINT-LINE.                                00112100
700195     STRING ' Rows answering:             ' WCTR-ROWS             00112200
700195         DELIMITED BY SIZE INTO WPRINT-LINE.                      00112300
700195     PERFORM V-100-PRINT-LINE.                                    00112400
700195     STRING ' Control cards rejected:     ' WCTR-CTL-ERRORS       00112500
700195         DELIMITED BY SIZE INTO WPRINT-LINE.                      00112600
700195     PERFORM V-100-PRINT-LINE.                                    00112700
           SKIP2                                                        00112800
700195***************************                                       00112900
700195*** Control card handling                                         00113000
700195***************************                                       00113100
700195 F-100-PROC-CTL.                                                  00113200
700195     IF  CTL-REC (1:1) = '*'                                      00113300
700195         DISPLAY 'BaDeQry-500 Comment:' CTL-REC (1:50)            00113400
700195     ELSE                                                         00113500
700195         PERFORM F-105-CONTINUE.                                  00113600
700195     PERFORM F-110-READ-IN110.                                    00113700
           SKIP2                                                        00113800
700195 F-105-CONTINUE.                                                  00113900
700195     MOVE SPACES TO WCTL-CMD WCTL-TOK1 WCTL-TOK2 WCTL-TOK3        00114000
700195                    WCTL-TOK4 WCTL-TOK5.                          00114100
700195     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00114200
700195         INTO WCTL-CMD WCTL-TOK1 WCTL-TOK2 WCTL-TOK3              00114300
700195              WCTL-TOK4 WCTL-TOK5.                                00114400
700195     DISPLAY 'BaDeQry-500 CtlCard:' CTL-REC (1:50).               00114500
700195     IF  WCTL-CMD-SELECT                                          00114600
700195         PERFORM F-130-ADD-SEL                                    00114700
700195     ELSE IF  WCTL-CMD-WHERE                                      00114800
700195         OR WCTL-CMD-AND                                          00114900
700195         OR WCTL-CMD-OR                                           00115000
700195         PERFORM F-120-ADD-CND                                    00115100
700195     ELSE IF  WCTL-CMD-EACH                                       00115200
700195         IF  WCTL-TOK1 NOT = SPACES                               00115300
700195             AND WQRY-EACH-XXYY = SPACES                          00115400
700195             MOVE WCTL-TOK1 TO WQRY-EACH-XXYY                     00115500
700195         ELSE                                                     00115600
700195             DISPLAY ' Invalid or second EACH:' CTL-REC (6:20)    00115700
700195             ADD 1 TO WCTR-CTL-ERRORS                             00115800
700195         END-IF                                                   00115900
700195     ELSE IF  WCTL-CMD-UNMASK                                     00116000
700195         SET WQRY-UNMASK-YES TO TRUE                              00116100
700195     ELSE IF  WCTL-CMD-REASON                                     00116200
700195         MOVE CTL-REC (8:60) TO WCTL-REASON                       00116300
700195     ELSE IF  WCTL-CMD-OPERATOR                                   00116400
700195         MOVE WCTL-TOK1 TO WCTL-OPERATOR                          00116500
700195     ELSE                                                         00116600
700195         DISPLAY 'BaDeQry-501 Invalid Control Card:'              00116700
700195             CTL-REC (1:50)                                       00116800
700195         ADD 1 TO WCTR-CTL-ERRORS.                                00116900
           SKIP2                                                        00117000
700195*** OR opens the next group; WHERE and AND add to the current     00117100
700195*** one.  A bad condition card refuses the whole query, since     00117200
700195*** leaving it out would answer a different question.             00117300
700195 F-120-ADD-CND.                                                   00117400
700195     MOVE 'Y' TO WCARD-OK-FLG.                                    00117500
700195     MOVE WCTL-TOK3 TO WOP-WORK.                                  00117600
700195     IF  WCTL-TOK2 = 'EXISTS' OR WCTL-TOK2 = 'MISSING'            00117700
700195         MOVE WCTL-TOK2 TO WOP-WORK                               00117800
700195         IF  WCTL-TOK3 NOT = SPACES                               00117900
700195             MOVE 'N' TO WCARD-OK-FLG                             00118000
700195         END-IF                                                   00118100
700195     ELSE IF  WCTL-TOK2 = SPACES                                  00118200
700195         OR WCTL-TOK4 = SPACES                                    00118300
700195         MOVE 'N' TO WCARD-OK-FLG                                 00118400
700195     ELSE IF  WOP-VALUE                                           00118500
700195         IF  WCTL-TOK5 NOT = SPACES                               00118600
700195             MOVE 'N' TO WCARD-OK-FLG                             00118700
700195         END-IF                                                   00118800
700195     ELSE IF  WOP-BETWEEN                                         00118900
700195         IF  WCTL-TOK5 = SPACES                                   00119000
700195             MOVE 'N' TO WCARD-OK-FLG                             00119100
700195         END-IF                                                   00119200
700195     ELSE                                                         00119300
700195         MOVE 'N' TO WCARD-OK-FLG.                                00119400
700195     IF  WCTL-TOK1 = SPACES                                       00119500
700195         OR WCND-COUNT >= WCND-MAX-ENTRIES                        00119600
700195         MOVE 'N' TO WCARD-OK-FLG.                                00119700
700195     IF  WCARD-OK-YES                                             00119800
700195         IF  WQRY-GROUPS = ZERO                                   00119900
700195             OR WCTL-CMD-OR                                       00120000
700195             ADD 1 TO WQRY-GROUPS                                 00120100
700195         END-IF                                                   00120200
700195         ADD 1 TO WCND-COUNT                                      00120300
700195         MOVE WQRY-GROUPS TO WCND-GROUP (WCND-COUNT)              00120400
700195         MOVE WCTL-TOK1   TO WCND-XXYY (WCND-COUNT)               00120500
700195         MOVE WOP-WORK    TO WCND-OP (WCND-COUNT)                 00120600
700195         IF  NOT WOP-RECORD                                       00120700
700195             MOVE WCTL-TOK2 TO WCND-NAME (WCND-COUNT)             00120800
700195             MOVE WCTL-TOK4 TO WCND-VAL1 (WCND-COUNT)             00120900
700195             MOVE WCTL-TOK5 TO WCND-VAL2 (WCND-COUNT)             00121000
700195         END-IF                                                   00121100
700195     ELSE                                                         00121200
700195         DISPLAY ' Invalid or too many conditions:'               00121300
700195             CTL-REC (1:50)                                       00121400
700195         ADD 1 TO WCTR-CND-ERRORS.                                00121500
           SKIP2                                                        00121600
700195 F-130-ADD-SEL.                                                   00121700
700195     IF  WCTL-TOK1 NOT = SPACES                                   00121800
700195         AND WCTL-TOK2 NOT = SPACES                               00121900
700195         AND WSEL-COUNT < WSEL-MAX-ENTRIES                        00122000
700195         ADD 1 TO WSEL-COUNT                                      00122100
700195         MOVE WCTL-TOK1 TO WSEL-XXYY (WSEL-COUNT)                 00122200
700195         MOVE WCTL-TOK2 TO WSEL-NAME (WSEL-COUNT)                 00122300
700195     ELSE                                                         00122400
700195         DISPLAY ' Invalid or too many SELECT:' CTL-REC (8:30)    00122500
700195         ADD 1 TO WCTR-CTL-ERRORS.                                00122600
           SKIP2                                                        00122700
700195 F-110-READ-IN110.                                                00122800
700195     CALL 'UT110IN'  USING SD-AREA                                00122900
700195               IO-IN110-PARM                                      00123000
700195               IO-IN110-READ                                      00123100
700195               CTL-REC.                                           00123200
           SKIP2                                                        00123300
700195***************************                                       00123400
700195*** Shared routines                                               00123500
700195***************************                                       00123600
700195*** WVAL-WORK with its leading spaces dropped.                    00123700
700195 R-500-LEFT-JUSTIFY.                                              00123800
700195     MOVE ZERO TO WLEAD.                                          00123900
700195     INSPECT WVAL-WORK TALLYING WLEAD FOR LEADING SPACE.          00124000
700195     IF  WLEAD > ZERO                                             00124100
700195         AND WLEAD < 40                                           00124200
700195         MOVE WVAL-WORK (WLEAD + 1:) TO WVAL-SHIFT                00124300
700195         MOVE WVAL-SHIFT TO WVAL-WORK.                            00124400
           SKIP2                                                        00124500
700195*** WNUM-TEXT to WNUM-VALUE: digits up to the first space,        00124600
700195*** commas skipped.  Anything else, or no digits, is not a        00124700
700195*** number.                                                       00124800
700195 R-520-TO-NUMBER.                                                 00124900
700195     MOVE SPACES TO WNUM-DIGITS.                                  00125000
700195     MOVE ZERO   TO WNUM-LEN WNUM-VALUE.                          00125100
700195     MOVE 'Y'    TO WNUM-OK-FLG.                                  00125200
700195     MOVE 'N'    TO WNUM-END-FLG.                                 00125300
700195     PERFORM R-525-TAKE-CHAR                                      00125400
700195       VARYING SUB-CHR FROM 1 BY 1                                00125500
700195         UNTIL SUB-CHR > 20                                       00125600
700195            OR WNUM-END-YES.                                      00125700
700195     IF  WNUM-LEN = ZERO                                          00125800
700195         MOVE 'N' TO WNUM-OK-FLG.                                 00125900
700195     IF  WNUM-OK-YES                                              00126000
700195         MOVE SPACES TO WNUM-RJ                                   00126100
700195         MOVE WNUM-DIGITS (1:WNUM-LEN) TO WNUM-RJ                 00126200
700195         INSPECT WNUM-RJ REPLACING LEADING SPACE BY ZERO          00126300
700195         MOVE WNUM-RJ-N TO WNUM-VALUE.                            00126400
           SKIP2                                                        00126500
700195 R-525-TAKE-CHAR.                                                 00126600
700195     IF  WNUM-TEXT (SUB-CHR:1) = SPACE                            00126700
700195         SET WNUM-END-YES TO TRUE                                 00126800
700195     ELSE IF  WNUM-TEXT (SUB-CHR:1) = ','                         00126900
700195         NEXT SENTENCE                                            00127000
700195     ELSE IF  WNUM-TEXT (SUB-CHR:1) IS NUMERIC                    00127100
700195         AND WNUM-LEN < 18                                        00127200
700195         ADD 1 TO WNUM-LEN                                        00127300
700195         MOVE WNUM-TEXT (SUB-CHR:1) TO WNUM-DIGITS (WNUM-LEN:1)   00127400
700195     ELSE                                                         00127500
700195         MOVE 'N' TO WNUM-OK-FLG                                  00127600
700195         SET WNUM-END-YES TO TRUE.                                00127700
           SKIP2                                                        00127800
700195*** WRES-NAME on RecordType WRES-XXYY: a DE number is taken       00127900
700195*** as is, a name is looked for down the DEMOD chain from DE 1.   00128000
700195 R-600-FIND-DE.                                                   00128100
700195     MOVE 'N' TO WRES-FOUND-FLG.                                  00128200
700195     MOVE WRES-NAME TO WNUM-TEXT.                                 00128300
700195     PERFORM R-520-TO-NUMBER.                                     00128400
700195     IF  WNUM-OK-YES                                              00128500
700195         IF  WNUM-VALUE > ZERO                                    00128600
700195             AND WNUM-VALUE < 1000                                00128700
700195             MOVE WNUM-VALUE TO DE-DENUM                          00128800
700195             PERFORM R-620-FETCH-DEF                              00128900
700195             IF  DE-NAME NOT = SPACES                             00129000
700195                 SET WRES-FOUND-YES TO TRUE                       00129100
700195             END-IF                                               00129200
700195         END-IF                                                   00129300
700195     ELSE                                                         00129400
700195         MOVE 1    TO DE-DENUM                                    00129500
700195         MOVE ZERO TO WRES-GUARD                                  00129600
700195         PERFORM R-610-WALK-CHAIN                                 00129700
700195           UNTIL DE-DENUM NOT > ZERO                              00129800
700195              OR WRES-FOUND-YES                                   00129900
700195              OR WRES-GUARD > 999.                                00130000
700195     IF  WRES-FOUND-YES                                           00130100
700195         MOVE DE-DENUM    TO WRES-DENUM                           00130200
700195         MOVE DE-NAME     TO WRES-DENAME                          00130300
700195         MOVE DE-PIC-TYPE TO WRES-PIC.                            00130400
           SKIP2                                                        00130500
700195 R-610-WALK-CHAIN.                                                00130600
700195     ADD 1 TO WRES-GUARD.                                         00130700
700195     PERFORM R-620-FETCH-DEF.                                     00130800
700195     IF  DE-NAME NOT = SPACES                                     00130900
700195         AND DE-NAME = WRES-NAME                                  00131000
700195         SET WRES-FOUND-YES TO TRUE                               00131100
700195     ELSE                                                         00131200
700195         MOVE DE-NEXT-DE TO DE-DENUM.                             00131300
           SKIP2                                                        00131400
700195*** Definition only, as BADECAT fetches it for the catalog.       00131500
700195 R-620-FETCH-DEF.                                                 00131600
700195     MOVE SPACES TO DE-NAME.                                      00131700
700195     SET DE-BYPASS-DED-YES TO TRUE.                               00131800
700195     SET DE-PROCESS-GET TO TRUE.                                  00131900
700195     MOVE WRES-XXYY TO WTYPEREG-XXYY-WORK.                        00132000
700195     PERFORM R-950-RESOLVE-DEMOD.                                 00132100
700195     CALL WK-PGM-NAME USING SD-AREA                               00132200
700195                           DE-AREA                                00132300
700195                           BWA-DATA-REC                           00132400
700195          ON EXCEPTION                                            00132500
700195            DISPLAY 'DE data not available for:' WK-PGM-NAME      00132600
700195            MOVE SPACES TO DE-NAME                                00132700
700195            MOVE ZERO TO DE-NEXT-DE                               00132800
700195     END-CALL.                                                    00132900
           SKIP2                                                        00133000
700195*** DEMOD dispatch off the registry, falling back to the          00133100
700195*** xxYY + 'DE' convention for unregistered types.                00133200
700195 R-950-RESOLVE-DEMOD.                                             00133300
700195     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00133400
700195     PERFORM R-966-SCAN-TYPEREG-ROW                               00133500
700195       VARYING SUB-TYPEREG FROM 1 BY 1                            00133600
700195         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00133700
700195           OR WTYPEREG-HIT-SUB > ZERO.                            00133800
700195     IF  WTYPEREG-HIT-SUB > ZERO                                  00133900
700195         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00134000
700195         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00134100
700195             TO WK-PGM-NAME                                       00134200
700195     ELSE                                                         00134300
700195         MOVE SPACES TO WK-PGM-NAME                               00134400
700195         STRING WTYPEREG-XXYY-WORK 'DE'                           00134500
700195            DELIMITED BY SIZE                                     00134600
700195              INTO WK-PGM-NAME.                                   00134700
           SKIP2                                                        00134800
700195 R-966-SCAN-TYPEREG-ROW.                                          00134900
700195     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00135000
700195         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00135100
           SKIP2                                                        00135200
700195***************************                                       00135300
700195*** Print-line routines                                           00135400
700195***************************                                       00135500
700195 V-100-PRINT-LINE.                                                00135600
700195     IF  WPRINT-LINES-OVER                                        00135700
700195         PERFORM V-150-NEWPAGE.                                   00135800
700195     ADD 1 TO WPRINT-LINES.                                       00135900
700195     WRITE PRINT-LINE FROM WPRINT-LINE                            00136000
700195           AFTER ADVANCING 1 LINE.                                00136100
700195     MOVE SPACES   TO WPRINT-LINE.                                00136200
700195     ADD 1 TO WPRINT-TOT-LINES.                                   00136300
           SKIP2                                                        00136400
700195 V-150-NEWPAGE.                                                   00136500
700195     ADD 1 TO WPRINT-PAGE.                                        00136600
700195     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00136700
700195     MOVE SPACES TO PRINT-LINE.                                   00136800
700195     WRITE PRINT-LINE                                             00136900
700195       AFTER ADVANCING PAGE.                                      00137000
700195     WRITE PRINT-LINE FROM RPTHDR-LINE                            00137100
700195       AFTER ADVANCING 1 LINE.                                    00137200
700195     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00137300
700195       AFTER ADVANCING 1.                                         00137400
700195     MOVE ZERO TO WPRINT-LINES.                                   00137500
700195     ADD 3 TO WPRINT-TOT-LINES.                                   00137600
