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
700194 IDENTIFICATION DIVISION.                                         00000100
700194 PROGRAM-ID. 'BACTRCHK'.                                          00000200
700194******************************************************************00000300
700194**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700194******************************************************************00000500
700194**  AUTHOR       W. WHITE, Oct 2026                               00000600
700194**  PURPOSE      Contract-terms check of the plan master.  The    00000700
700194**               plan-profile changes section of the compare says 00000800
700194**               when a PL record changed, not whether it is      00000900
700194**               right; this step sets each plan's PL record on   00001000
700194**               the backup against the signed contract as the    00001100
700194**               contract administration team extracts it (CTRTERM00001200
700194**               rows): plan type, effective date, sponsor, and   00001300
700194**               each provision code the contract carries, read   00001400
700194**               off the PL DE the PROVDE cards name for it.      00001500
700194**                 AGREES      - every term matches the contract  00001600
700194**                 DISAGREES   - one or more terms differ; each is00001700
700194**                               listed with both values          00001800
700194**                 NO-CONTRACT - on the backup, no contract row   00001900
700194**                 NO-BACKUP   - a contract row, plan not on the  00002000
700194**                               backup                           00002100
700194**                 NO-PL-REC   - on the backup without a PL record00002200
700194**                                                                00002300
700194**               Return codes:                                    00002400
700194**                 0 - every plan agrees with its contract        00002500
700194**                 4 - plans disagree or are on one side only, a  00002600
700194**                     provision could not be checked, or a       00002700
700194**                     control card or extract row was rejected   00002800
700194**                 8 - the contract extract is empty              00002900
700194**                16 - the backup or CTRTERM could not be opened  00003000
700194******************************************************************00003100
700194**  REVISIONS:                                                    00003200
700194******************************************************************00003300
700194**  Input                                                         00003400
700194**   . IN110   - Control File                                     00003500
700194**                 PROVDE cccccccc nnn - provision code cccccccc  00003600
700194**                                   is held in PL DE nnn; up     00003700
700194**                                   to 50                        00003800
700194**   . BKUPIN  - The backup, via BABKPI/BABKPIS                   00003900
700194**   . TYPEREG - Optional record-type registry                    00004000
700194**   . CTRTERM - Contract-terms extract (CTRTERM layout)          00004100
700194******************************************************************00004200
700194**  Output                                                        00004300
700194**   . SYSOUT  - Displayed Information                            00004400
700194**   . REPORT  - Disagreements, plans on one side only, totals    00004500
700194******************************************************************00004600
700194 ENVIRONMENT DIVISION.                                            00004700
700194 CONFIGURATION SECTION.                                           00004800
700194 INPUT-OUTPUT SECTION.                                            00004900
           SKIP2                                                        00005000
700194 FILE-CONTROL.                                                    00005100
700194     SELECT PRINT-FILE                                            00005200
700194         ASSIGN TO UT-S-REPORT                                    00005300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005400
700194         FILE STATUS WPRINT-FS.                                   00005500
700194     SELECT CTRTERM-FILE                                          00005600
700194         ASSIGN TO UT-S-CTRTERM                                   00005700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005800
700194         FILE STATUS WCTRTERM-FS.                                 00005900
700194     SELECT TYPEREG-FILE                                          00006000
700194         ASSIGN TO UT-S-TYPEREG                                   00006100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006200
700194         FILE STATUS WTYPEREG-FS.                                 00006300
700194 DATA DIVISION.                                                   00006400
           SKIP2                                                        00006500
700194 FILE SECTION.                                                    00006600
           SKIP1                                                        00006700
700194 FD  PRINT-FILE                                                   00006800
700194     BLOCK CONTAINS 0 RECORDS                                     00006900
700194     LABEL RECORDS ARE STANDARD.                                  00007000
           SKIP2                                                        00007100
700194 01 PRINT-LINE                PIC X(133).                         00007200
           SKIP2                                                        00007300
700194 FD  CTRTERM-FILE                                                 00007400
700194     BLOCK CONTAINS 0 RECORDS                                     00007500
700194     LABEL RECORDS ARE STANDARD.                                  00007600
           SKIP2                                                        00007700
700194 01  CTRTERM-REC. COPY CTRTERM.                                   00007800
           SKIP2                                                        00007900
700194*** Record-type registry rows - see the TYPEREG copybook.         00008000
700194 FD  TYPEREG-FILE                                                 00008100
700194     BLOCK CONTAINS 0 RECORDS                                     00008200
700194     LABEL RECORDS ARE STANDARD.                                  00008300
           SKIP2                                                        00008400
700194 01  TYPEREG-LINE             PIC X(80).                          00008500
700194 WORKING-STORAGE SECTION.                                         00008600
700194 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00008700
700194 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00008800
700194 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00008900
700194 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00009000
700194     88  WTYPEREG-FS-OK    VALUE '00'.                            00009100
700194 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00009200
700194 01  WTYPEREG-AREA. COPY TYPEREG.                                 00009300
700194 77  SUB-PRV               PIC S9(4) BINARY VALUE ZERO.           00009400
700194 77  SUB-CPV               PIC S9(4) BINARY VALUE ZERO.           00009500
700194 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00009600
700194 77  SUB-UNM               PIC S9(4) BINARY VALUE ZERO.           00009700
700194 77  WPRV-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00009800
700194 77  WUNM-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00009900
700194 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00010000
700194 77  WPLN-CUR-SUB          PIC S9(4) BINARY VALUE ZERO.           00010100
700194 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00010200
700194 77  WCTR-PL-RECS          PIC 9(7)     VALUE ZERO.               00010300
700194 77  WCTR-CTR-ROWS         PIC 9(7)     VALUE ZERO.               00010400
700194 77  WCTR-CTR-DUPS         PIC 9(5)     VALUE ZERO.               00010500
700194 77  WCTR-CTR-BAD          PIC 9(5)     VALUE ZERO.               00010600
700194 77  WCTR-TERMS-CHECKED    PIC 9(9)     VALUE ZERO.               00010700
700194 77  WCTR-TERMS-DIFF       PIC 9(9)     VALUE ZERO.               00010800
700194 77  WCTR-PROV-UNMAPPED    PIC 9(7)     VALUE ZERO.               00010900
700194 77  WCTR-PROV-NODE        PIC 9(7)     VALUE ZERO.               00011000
700194 77  WCTR-AGREES           PIC 9(7)     VALUE ZERO.               00011100
700194 77  WCTR-DISAGREES        PIC 9(7)     VALUE ZERO.               00011200
700194 77  WCTR-NO-CTR           PIC 9(7)     VALUE ZERO.               00011300
700194 77  WCTR-NO-BKUP          PIC 9(7)     VALUE ZERO.               00011400
700194 77  WCTR-NO-PL            PIC 9(7)     VALUE ZERO.               00011500
700194 77  WCTR-PLAN-OVER        PIC 9(7)     VALUE ZERO.               00011600
700194 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00011700
700194 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00011800
700194 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00011900
700194 77  WPROV-CODE-WORK       PIC X(8)     VALUE SPACES.             00012000
700194 77  WPROV-DENUM-WORK      PIC X(3)     VALUE SPACES.             00012100
700194 77  WLEAD                 PIC S9(4) BINARY VALUE ZERO.           00012200
700194 77  WVAL-WORK             PIC X(40)    VALUE SPACES.             00012300
700194 77  WVAL-SHIFT            PIC X(40)    VALUE SPACES.             00012400
700194 77  WVAL-CTR              PIC X(40)    VALUE SPACES.             00012500
700194 77  WVAL-PL               PIC X(40)    VALUE SPACES.             00012600
700194 77  WTERM-NAME            PIC X(20)    VALUE SPACES.             00012700
700194 77  WDENUM-ED             PIC 9(3)     VALUE ZERO.               00012800
           SKIP2                                                        00012900
700194 01  WPRINT-AREA.                                                 00013000
700194     05  WPRINT-FS                 PIC XX  VALUE '00'.            00013100
700194         88  WPRINT-FS-OK VALUE '00'.                             00013200
700194     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00013300
700194     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00013400
700194     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00013500
700194     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00013600
700194         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00013700
700194     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00013800
           SKIP2                                                        00013900
700194 01  WCTRTERM-FS           PIC XX  VALUE '00'.                    00014000
700194     88  WCTRTERM-FS-OK    VALUE '00'.                            00014100
           SKIP2                                                        00014200
700194*** Provision codes from PROVDE cards and the PL DE holding each. 00014300
700194 01  WPRV-AREA.                                                   00014400
700194     05  WPRV-COUNT            PIC S9(4) BINARY VALUE ZERO.       00014500
700194     05  WPRV-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00014600
700194     05  WPRV-ENTRY OCCURS 50 TIMES.                              00014700
700194         10  WPRV-CODE         PIC X(8)     VALUE SPACES.         00014800
700194         10  WPRV-DENUM        PIC 9(3)     VALUE ZERO.           00014900
           SKIP2                                                        00015000
700194*** Provision codes on the extract with no PROVDE card, each      00015100
700194*** reported once with the number of plans that carry it.         00015200
700194 01  WUNM-AREA.                                                   00015300
700194     05  WUNM-COUNT            PIC S9(4) BINARY VALUE ZERO.       00015400
700194     05  WUNM-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00015500
700194     05  WUNM-ENTRY OCCURS 50 TIMES.                              00015600
700194         10  WUNM-CODE         PIC X(8)     VALUE SPACES.         00015700
700194         10  WUNM-PLANS        PIC 9(7)     VALUE ZERO.           00015800
           SKIP2                                                        00015900
700194*** One slot per plan seen on either side, holding the contract's 00016000
700194*** terms until the plan's PL record comes by on the backup.      00016100
700194 01  WPLN-AREA.                                                   00016200
700194     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016300
700194     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00016400
700194     05  WPLN-ENTRY OCCURS 3000 TIMES.                            00016500
700194         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00016600
700194         10  WPLN-IN-BKUP      PIC X        VALUE 'N'.            00016700
700194         10  WPLN-HAS-PL       PIC X        VALUE 'N'.            00016800
700194         10  WPLN-IN-CTR       PIC X        VALUE 'N'.            00016900
700194         10  WPLN-DIFFS        PIC 9(3)     VALUE ZERO.           00017000
700194         10  WPLN-STATUS       PIC X(12)    VALUE SPACES.         00017100
700194             88  WPLN-STATUS-AGREES     VALUE 'AGREES'.           00017200
700194             88  WPLN-STATUS-DISAGREES  VALUE 'DISAGREES'.        00017300
700194             88  WPLN-STATUS-NO-CTR     VALUE 'NO-CONTRACT'.      00017400
700194             88  WPLN-STATUS-NO-BKUP    VALUE 'NO-BACKUP'.        00017500
700194             88  WPLN-STATUS-NO-PL      VALUE 'NO-PL-REC'.        00017600
700194         10  WPLN-CTR-TYPE     PIC X(4)     VALUE SPACES.         00017700
700194         10  WPLN-CTR-DATE     PIC 9(8)     VALUE ZERO.           00017800
700194         10  WPLN-CTR-SPONSOR  PIC X(10)    VALUE SPACES.         00017900
700194         10  WPLN-CTR-PROV OCCURS 6 TIMES.                        00018000
700194             15  WPLN-CTR-PCODE   PIC X(8)  VALUE SPACES.         00018100
700194             15  WPLN-CTR-PVALUE  PIC X(16) VALUE SPACES.         00018200
           SKIP2                                                        00018300
700194 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00018400
700194 01  WCTL-AREA.                                                   00018500
700194     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00018600
700194         88  WCTL-CMD-PROVDE     VALUE 'PROVDE'.                  00018700
700194     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00018800
           SKIP2                                                        00018900
700194 01  RPTHDR-LINE.                                                 00019000
700194         05   FILLER     PIC X(02) VALUE                          00019100
700194           ' '.                                                   00019200
700194         05   FILLER     PIC X(28) VALUE                          00019300
700194           'OmniPlus Contract Terms'.                             00019400
700194         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00019500
700194         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00019600
700194         05   FILLER     PIC X(6)  VALUE                          00019700
700194           '  Page'.                                              00019800
700194         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00019900
           SKIP2                                                        00020000
700194 01  CTDAT1-LINE.                                                 00020100
700194     05  FILLER               PIC X     VALUE SPACE.              00020200
700194     05  CTDAT1-PLAN          PIC X(10) VALUE SPACES.             00020300
700194     05  FILLER               PIC X     VALUE SPACE.              00020400
700194     05  CTDAT1-TERM          PIC X(20) VALUE SPACES.             00020500
700194     05  FILLER               PIC X     VALUE SPACE.              00020600
700194     05  CTDAT1-CTR-VALUE     PIC X(20) VALUE SPACES.             00020700
700194     05  FILLER               PIC X     VALUE SPACE.              00020800
700194     05  CTDAT1-PL-VALUE      PIC X(40) VALUE SPACES.             00020900
700194     05  FILLER               PIC X(39) VALUE SPACES.             00021000
           SKIP2                                                        00021100
700194 01  CTDAT2-LINE.                                                 00021200
700194     05  FILLER               PIC X     VALUE SPACE.              00021300
700194     05  CTDAT2-PLAN          PIC X(10) VALUE SPACES.             00021400
700194     05  FILLER               PIC X     VALUE SPACE.              00021500
700194     05  CTDAT2-STATUS        PIC X(12) VALUE SPACES.             00021600
700194     05  FILLER               PIC X     VALUE SPACE.              00021700
700194     05  CTDAT2-SPONSOR       PIC X(10) VALUE SPACES.             00021800
700194     05  FILLER               PIC X(98) VALUE SPACES.             00021900
           SKIP2                                                        00022000
700194 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00022100
           SKIP2                                                        00022200
700194 01  BWA-REC.  COPY BKUPREC.                                      00022300
           SKIP2                                                        00022400
700194 01  BWA-REC-PL REDEFINES BWA-REC.                                00022500
700203     02  FILLER               PIC X(14).                          00022600
700194     02  PL-REC. COPY MSTRPL.                                     00022700
           SKIP2                                                        00022800
700194 01  IO-BKPI-PARM.                                                00022900
700194       COPY IOBKPI REPLACING 'PROGRAM' BY 'BACTRCHK'.             00023000
           SKIP3                                                        00023100
700194 01  IO-IN110-PARM.                                               00023200
700194       COPY IOIN110 REPLACING 'PROGRAM' BY 'BACTRCHK'.            00023300
           SKIP3                                                        00023400
700194 01  DE-AREA.  COPY PRMDE.                                        00023500
           SKIP3                                                        00023600
700194 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00023700
           EJECT                                                        00023800
700194 PROCEDURE DIVISION.                                              00023900
           SKIP2                                                        00024000
700194 A-100-BODY.                                                      00024100
700194     PERFORM A-105-INIT.                                          00024200
700194     PERFORM A-200-INIT-OPEN.                                     00024300
700194     PERFORM A-300-LOAD-CONTRACTS.                                00024400
700194     IF  WCTR-CTR-ROWS = ZERO                                     00024500
700194         DISPLAY 'BaCtrChk-302 Contract extract is empty - '      00024600
700194             'nothing to check'                                   00024700
700194         MOVE 8 TO WRC-FINAL                                      00024800
700194     ELSE                                                         00024900
700194         PERFORM A-400-READ-BACKUP                                00025000
700194         PERFORM C-100-SET-STATUS                                 00025100
700194           VARYING SUB-PLN FROM 1 BY 1                            00025200
700194             UNTIL SUB-PLN > WPLN-COUNT                           00025300
700194         PERFORM D-100-RPT-ONE-SIDE                               00025400
700194         PERFORM D-200-RPT-TOTALS.                                00025500
700194     PERFORM A-900-FINI-CLOSE.                                    00025600
700194     MOVE WRC-FINAL TO RETURN-CODE.                               00025700
700194     GOBACK.                                                      00025800
           SKIP2                                                        00025900
700194 A-105-INIT.                                                      00026000
700194     CALL 'BASDIN' USING SD-AREA.                                 00026100
           SKIP2                                                        00026200
700194 A-200-INIT-OPEN.                                                 00026300
700194     DISPLAY 'BaCtrChk-998 Program Starting'.                     00026400
700194     ACCEPT RPTHDR-DATE FROM DATE.                                00026500
700194     PERFORM A-248-LOAD-TYPEREG.                                  00026600
700194     OPEN OUTPUT                                                  00026700
700194               PRINT-FILE.                                        00026800
700194     IF  NOT WPRINT-FS-OK                                         00026900
700194         DISPLAY 'BaCtrChk-53 PRINT dd OPEN failed:'              00027000
700194             WPRINT-FS                                            00027100
700194         STOP RUN.                                                00027200
700194     CALL 'UT110IN'  USING SD-AREA                                00027300
700194               IO-IN110-PARM                                      00027400
700194               IO-IN110-OPEN                                      00027500
700194               CTL-REC.                                           00027600
700194     IF  IO-IN110-ERROR = 'Y'                                     00027700
700194          OR IO-IN110-FILE-STATUS NOT = '00'                      00027800
700194         DISPLAY 'BaCtrChk-301 IN110 file failed to open:'        00027900
700194           IO-IN110-FILE-STATUS                                   00028000
700194         MOVE 16 TO RETURN-CODE                                   00028100
700194         STOP RUN.                                                00028200
700194     PERFORM F-110-READ-IN110.                                    00028300
700194     PERFORM F-100-PROC-CTL                                       00028400
700194       UNTIL IO-IN110-ERROR-YES.                                  00028500
700194     CALL 'UT110IN'  USING SD-AREA                                00028600
700194               IO-IN110-PARM                                      00028700
700194               IO-IN110-CLOSE                                     00028800
700194               CTL-REC.                                           00028900
           SKIP2                                                        00029000
700194 A-900-FINI-CLOSE.                                                00029100
700194     IF  WCTR-DISAGREES > ZERO                                    00029200
700194         OR WCTR-NO-CTR > ZERO                                    00029300
700194         OR WCTR-NO-BKUP > ZERO                                   00029400
700194         OR WCTR-NO-PL > ZERO                                     00029500
700194         OR WCTR-PROV-UNMAPPED > ZERO                             00029600
700194         OR WCTR-PROV-NODE > ZERO                                 00029700
700194         OR WCTR-PLAN-OVER > ZERO                                 00029800
700194         OR WCTR-CTR-DUPS > ZERO                                  00029900
700194         OR WCTR-CTR-BAD > ZERO                                   00030000
700194         OR WCTR-CTL-ERRORS > ZERO                                00030100
700194         IF  WRC-FINAL < 4                                        00030200
700194             MOVE 4 TO WRC-FINAL.                                 00030300
700194     DISPLAY 'BaCtrChk-444 Plans:' WPLN-COUNT                     00030400
700194       ', Agree:' WCTR-AGREES                                     00030500
700194       ', Disagree:' WCTR-DISAGREES                               00030600
700194       ', One side only:' WCTR-NO-CTR '/' WCTR-NO-BKUP            00030700
700194       ', No PL:' WCTR-NO-PL.                                     00030800
700194     IF  WCTR-PLAN-OVER > ZERO                                    00030900
700194         DISPLAY 'BaCtrChk-305 Plans past the table, not '        00031000
700194             'checked:' WCTR-PLAN-OVER.                           00031100
700194     CLOSE PRINT-FILE.                                            00031200
700194     DISPLAY 'BaCtrChk-998 Program Ending'.                       00031300
           SKIP2                                                        00031400
700194*** Record-type registry load, same optional-dd behavior as       00031500
700194*** the compare: no TYPEREG on file means the built-in            00031600
700194*** xxYY + 'DE' naming applies throughout.                        00031700
700194 A-248-LOAD-TYPEREG.                                              00031800
700194     OPEN INPUT TYPEREG-FILE.                                     00031900
700194     IF  WTYPEREG-FS-OK                                           00032000
700194         PERFORM A-249-READ-TYPEREG                               00032100
700194           WITH TEST AFTER                                        00032200
700194           UNTIL WTYPEREG-FS NOT = '00'                           00032300
700194             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00032400
700194         CLOSE TYPEREG-FILE.                                      00032500
           SKIP2                                                        00032600
700194 A-249-READ-TYPEREG.                                              00032700
700194     READ TYPEREG-FILE                                            00032800
700194         AT END                                                   00032900
700194             NEXT SENTENCE.                                       00033000
700194     IF  WTYPEREG-FS-OK                                           00033100
700194         AND TYPEREG-LINE (1:4) NOT = SPACES                      00033200
700194         AND TYPEREG-LINE (1:1) NOT = '*'                         00033300
700194         ADD 1 TO WTYPEREG-COUNT                                  00033400
700194         MOVE TYPEREG-LINE (1:4)                                  00033500
700194             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00033600
700194         MOVE TYPEREG-LINE (6:20)                                 00033700
700194             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00033800
700194         MOVE TYPEREG-LINE (30:8)                                 00033900
700194             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00034000
700194         MOVE TYPEREG-LINE (39:1)                                 00034100
700194             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00034200
700194         MOVE TYPEREG-LINE (41:9)                                 00034300
700194             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00034400
           SKIP2                                                        00034500
700194***************************                                       00034600
700194*** Contract terms                                                00034700
700194***************************                                       00034800
700194 A-300-LOAD-CONTRACTS.                                            00034900
700194     OPEN INPUT CTRTERM-FILE.                                     00035000
700194     IF  NOT WCTRTERM-FS-OK                                       00035100
700194         DISPLAY 'BaCtrChk-303 CTRTERM dd OPEN failed:'           00035200
700194             WCTRTERM-FS                                          00035300
700194         MOVE 16 TO RETURN-CODE                                   00035400
700194         STOP RUN.                                                00035500
700194     PERFORM A-310-READ-CTRTERM.                                  00035600
700194     PERFORM A-320-TAKE-CTRTERM                                   00035700
700194       UNTIL WCTRTERM-FS NOT = '00'.                              00035800
700194     CLOSE CTRTERM-FILE.                                          00035900
           SKIP2                                                        00036000
700194 A-310-READ-CTRTERM.                                              00036100
700194     READ CTRTERM-FILE                                            00036200
700194         AT END                                                   00036300
700194             NEXT SENTENCE.                                       00036400
           SKIP2                                                        00036500
700194*** A plan's first row is the one checked; a second row for the   00036600
700194*** same plan is reported and left out.                           00036700
700194 A-320-TAKE-CTRTERM.                                              00036800
700194     IF  CTT-PLAN-NUM NOT = SPACES                                00036900
700194         AND CTT-PLAN-NUM (1:1) NOT = '*'                         00037000
700194         ADD 1 TO WCTR-CTR-ROWS                                   00037100
700194         MOVE CTT-PLAN-NUM TO WPLAN-WORK                          00037200
700194         PERFORM R-300-FIND-PLAN                                  00037300
700194         IF  WPLN-HIT-SUB > ZERO                                  00037400
700194             IF  WPLN-IN-CTR (WPLN-HIT-SUB) = 'Y'                 00037500
700194                 DISPLAY 'BaCtrChk-203 Second contract row for '  00037600
700194                     'plan ' CTT-PLAN-NUM ' left out'             00037700
700194                 ADD 1 TO WCTR-CTR-DUPS                           00037800
700194             ELSE IF  CTT-EFF-DATE IS NOT NUMERIC                 00037900
700194                 DISPLAY 'BaCtrChk-204 Contract effective date '  00038000
700194                     'not numeric, plan ' CTT-PLAN-NUM            00038100
700194                 ADD 1 TO WCTR-CTR-BAD                            00038200
700194             ELSE                                                 00038300
700194                 PERFORM A-330-STORE-CTRTERM                      00038400
700194             END-IF                                               00038500
700194         END-IF                                                   00038600
700194     END-IF.                                                      00038700
700194     PERFORM A-310-READ-CTRTERM.                                  00038800
           SKIP2                                                        00038900
700194 A-330-STORE-CTRTERM.                                             00039000
700194     MOVE 'Y'             TO WPLN-IN-CTR (WPLN-HIT-SUB).          00039100
700194     MOVE CTT-PLAN-TYPE   TO WPLN-CTR-TYPE (WPLN-HIT-SUB).        00039200
700194     MOVE CTT-EFF-DATE    TO WPLN-CTR-DATE (WPLN-HIT-SUB).        00039300
700194     MOVE CTT-SPONSOR-NUM TO WPLN-CTR-SPONSOR (WPLN-HIT-SUB).     00039400
700194     PERFORM A-340-STORE-PROV                                     00039500
700194       VARYING SUB-CPV FROM 1 BY 1                                00039600
700194         UNTIL SUB-CPV > 6.                                       00039700
           SKIP2                                                        00039800
700194 A-340-STORE-PROV.                                                00039900
700194     MOVE CTT-PROV-CODE (SUB-CPV)                                 00040000
700194         TO WPLN-CTR-PCODE (WPLN-HIT-SUB, SUB-CPV).               00040100
700194     MOVE CTT-PROV-VALUE (SUB-CPV)                                00040200
700194         TO WPLN-CTR-PVALUE (WPLN-HIT-SUB, SUB-CPV).              00040300
           SKIP2                                                        00040400
700194***************************                                       00040500
700194*** Backup pass                                                   00040600
700194***************************                                       00040700
700194*** Same open handshake every BRSEQ reader use performs before    00040800
700194*** the first BABKPIS read.                                       00040900
700194 A-400-READ-BACKUP.                                               00041000
700194     CALL 'BABKPI' USING SD-AREA                                  00041100
700194                           IO-BKPI-PARM                           00041200
700194                           IO-BKPI-OPEN                           00041300
700194                           BWA-REC.                               00041400
700194     IF  IO-BKPI-ERROR-YES                                        00041500
700194         DISPLAY 'BaCtrChk-102 Backup failed to open:'            00041600
700194             IO-BKPI-FILE-STATUS                                  00041700
700194         MOVE 16 TO RETURN-CODE                                   00041800
700194         STOP RUN.                                                00041900
700194     MOVE SPACES TO WPRINT-TITLE1.                                00042000
700194     STRING ' Plan       Term                 '                   00042100
700194         'Contract             PL Record'                         00042200
700194         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00042300
700194     MOVE ' PL Terms That Disagree With The Contract'             00042400
700194         TO RPTHDR-SUBTITLE.                                      00042500
700194     PERFORM V-150-NEWPAGE.                                       00042600
700194     MOVE ZERO TO WPLN-CUR-SUB.                                   00042700
700194     PERFORM N1-100-READ-PIS.                                     00042800
700194     PERFORM B-100-PROC-REC                                       00042900
700194       UNTIL IO-BKPI-ERROR-YES                                    00043000
700194          OR IO-BKPI-EOF-YES.                                     00043100
700194     CALL 'BABKPI' USING SD-AREA                                  00043200
700194                           IO-BKPI-PARM                           00043300
700194                           IO-BKPI-CLOSE                          00043400
700194                           BWA-REC.                               00043500
700194     IF  WCTR-TERMS-DIFF = ZERO                                   00043600
700194         MOVE ' No disagreements' TO WPRINT-LINE                  00043700
700194         PERFORM V-100-PRINT-LINE.                                00043800
           SKIP2                                                        00043900
700194 N1-100-READ-PIS.                                                 00044000
700194     CALL 'BABKPIS' USING SD-AREA                                 00044100
700194                           IO-BKPI-PARM                           00044200
700194                           BKFIL-AREA                             00044300
700194                           BWA-REC.                               00044400
700194     IF  IO-BKPI-ERROR-NO                                         00044500
700194         AND IO-BKPI-EOF-NO                                       00044600
700194         AND BWA-TYPE-TLR-REC                                     00044700
700194         SET IO-BKPI-EOF-YES TO TRUE.                             00044800
           SKIP2                                                        00044900
700194*** The backup arrives in plan order, so the plan's slot is       00045000
700194*** looked up once per plan.                                      00045100
700194 B-100-PROC-REC.                                                  00045200
700194     IF  NOT BWA-TYPE-HDR-REC                                     00045300
700194         ADD 1 TO WCTR-BKUP-RECS                                  00045400
700194         IF  WPLN-CUR-SUB = ZERO                                  00045500
700194             OR WPLN-PLAN (WPLN-CUR-SUB) NOT = BWA-PLAN-NUM       00045600
700194             MOVE BWA-PLAN-NUM TO WPLAN-WORK                      00045700
700194             PERFORM R-300-FIND-PLAN                              00045800
700194             MOVE WPLN-HIT-SUB TO WPLN-CUR-SUB                    00045900
700194         END-IF                                                   00046000
700194         IF  WPLN-CUR-SUB > ZERO                                  00046100
700194             MOVE 'Y' TO WPLN-IN-BKUP (WPLN-CUR-SUB)              00046200
700194             IF  BKFIL-XXYY = 'PL  '                              00046300
700194                 ADD 1 TO WCTR-PL-RECS                            00046400
700194                 MOVE 'Y' TO WPLN-HAS-PL (WPLN-CUR-SUB)           00046500
700194                 IF  WPLN-IN-CTR (WPLN-CUR-SUB) = 'Y'             00046600
700194                     PERFORM B-200-CHECK-PL                       00046700
700194                 END-IF                                           00046800
700194             END-IF                                               00046900
700194         END-IF                                                   00047000
700194     END-IF.                                                      00047100
700194     PERFORM N1-100-READ-PIS.                                     00047200
           SKIP2                                                        00047300
700194***************************                                       00047400
700194*** PL record against the contract                                00047500
700194***************************                                       00047600
700194 B-200-CHECK-PL.                                                  00047700
700194     MOVE 'Plan type' TO WTERM-NAME.                              00047800
700194     MOVE WPLN-CTR-TYPE (WPLN-CUR-SUB) TO WVAL-CTR.               00047900
700194     MOVE PL-PLAN-TYPE TO WVAL-PL.                                00048000
700194     PERFORM B-400-COMPARE-TERM.                                  00048100
700194     MOVE 'Effective date' TO WTERM-NAME.                         00048200
700194     MOVE WPLN-CTR-DATE (WPLN-CUR-SUB) TO WVAL-CTR.               00048300
700194     MOVE PL-EFFECTIVE-DATE TO WVAL-PL.                           00048400
700194     PERFORM B-400-COMPARE-TERM.                                  00048500
700194     MOVE 'Sponsor' TO WTERM-NAME.                                00048600
700194     MOVE WPLN-CTR-SPONSOR (WPLN-CUR-SUB) TO WVAL-CTR.            00048700
700194     MOVE PL-SPONSOR-NUM TO WVAL-PL.                              00048800
700194     PERFORM B-400-COMPARE-TERM.                                  00048900
700194     PERFORM B-300-CHECK-PROV                                     00049000
700194       VARYING SUB-CPV FROM 1 BY 1                                00049100
700194         UNTIL SUB-CPV > 6.                                       00049200
           SKIP2                                                        00049300
700194*** A provision is read off the PL DE its PROVDE card names and   00049400
700194*** set against the contract value, both left-justified.          00049500
700194 B-300-CHECK-PROV.                                                00049600
700194     IF  WPLN-CTR-PCODE (WPLN-CUR-SUB, SUB-CPV) NOT = SPACES      00049700
700194         MOVE WPLN-CTR-PCODE (WPLN-CUR-SUB, SUB-CPV)              00049800
700194             TO WPROV-CODE-WORK                                   00049900
700194         PERFORM R-400-FIND-PROV                                  00050000
700194         IF  WPRV-HIT-SUB = ZERO                                  00050100
700194             PERFORM B-310-NOTE-UNMAPPED                          00050200
700194         ELSE                                                     00050300
700194             PERFORM B-320-FETCH-DE                               00050400
700194             IF  DE-NAME = SPACES                                 00050500
700194                 ADD 1 TO WCTR-PROV-NODE                          00050600
700194                 MOVE WPRV-DENUM (WPRV-HIT-SUB) TO WDENUM-ED      00050700
700194                 DISPLAY 'BaCtrChk-205 PL DE ' WDENUM-ED          00050800
700194                     ' for provision ' WPROV-CODE-WORK            00050900
700194                     ' not on the PL record, plan '               00051000
700194                     WPLN-PLAN (WPLN-CUR-SUB)                     00051100
700194             ELSE                                                 00051200
700194                 MOVE SPACES TO WTERM-NAME                        00051300
700194                 MOVE WPRV-DENUM (WPRV-HIT-SUB) TO WDENUM-ED      00051400
700194                 STRING WPROV-CODE-WORK ' DE ' WDENUM-ED          00051500
700194                     DELIMITED BY SIZE INTO WTERM-NAME            00051600
700194                 MOVE WPLN-CTR-PVALUE (WPLN-CUR-SUB, SUB-CPV)     00051700
700194                     TO WVAL-WORK                                 00051800
700194                 PERFORM R-500-LEFT-JUSTIFY                       00051900
700194                 MOVE WVAL-WORK TO WVAL-CTR                       00052000
700194                 MOVE DE-VAL-DISPLAY TO WVAL-WORK                 00052100
700194                 PERFORM R-500-LEFT-JUSTIFY                       00052200
700194                 MOVE WVAL-WORK TO WVAL-PL                        00052300
700194                 PERFORM B-400-COMPARE-TERM                       00052400
700194             END-IF                                               00052500
700194         END-IF                                                   00052600
700194     END-IF.                                                      00052700
           SKIP2                                                        00052800
700194 B-310-NOTE-UNMAPPED.                                             00052900
700194     ADD 1 TO WCTR-PROV-UNMAPPED.                                 00053000
700194     MOVE ZERO TO WUNM-HIT-SUB.                                   00053100
700194     PERFORM B-315-SCAN-UNMAPPED                                  00053200
700194       VARYING SUB-UNM FROM 1 BY 1                                00053300
700194         UNTIL SUB-UNM > WUNM-COUNT                               00053400
700194           OR WUNM-HIT-SUB > ZERO.                                00053500
700194     IF  WUNM-HIT-SUB = ZERO                                      00053600
700194         AND WUNM-COUNT < WUNM-MAX-ENTRIES                        00053700
700194         ADD 1 TO WUNM-COUNT                                      00053800
700194         MOVE WUNM-COUNT TO WUNM-HIT-SUB                          00053900
700194         MOVE WPROV-CODE-WORK TO WUNM-CODE (WUNM-HIT-SUB).        00054000
700194     IF  WUNM-HIT-SUB > ZERO                                      00054100
700194         ADD 1 TO WUNM-PLANS (WUNM-HIT-SUB).                      00054200
           SKIP2                                                        00054300
700194 B-315-SCAN-UNMAPPED.                                             00054400
700194     IF  WUNM-CODE (SUB-UNM) = WPROV-CODE-WORK                    00054500
700194         MOVE SUB-UNM TO WUNM-HIT-SUB.                            00054600
           SKIP2                                                        00054700
700194*** Same DEMOD call the compare makes.                            00054800
700194 B-320-FETCH-DE.                                                  00054900
700194     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00055000
700194     MOVE WPRV-DENUM (WPRV-HIT-SUB) TO DE-DENUM.                  00055100
700194     SET DE-BYPASS-DED-YES TO TRUE.                               00055200
700194     SET DE-PROCESS-GET TO TRUE.                                  00055300
700194     MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK.                       00055400
700194     PERFORM R-950-RESOLVE-DEMOD.                                 00055500
700194     CALL WK-PGM-NAME USING SD-AREA                               00055600
700194                           DE-AREA                                00055700
700194                           BWA-DATA-REC                           00055800
700194          ON EXCEPTION                                            00055900
700194            DISPLAY 'DE data not available for:' WK-PGM-NAME      00056000
700194            MOVE SPACES TO DE-NAME                                00056100
700194     END-CALL.                                                    00056200
700194     IF  DE-NAME NOT = SPACES                                     00056300
700194         CALL 'BADEINDP' USING SD-AREA                            00056400
700194                               DE-AREA.                           00056500
           SKIP2                                                        00056600
700194 B-400-COMPARE-TERM.                                              00056700
700194     ADD 1 TO WCTR-TERMS-CHECKED.                                 00056800
700194     IF  WVAL-CTR NOT = WVAL-PL                                   00056900
700194         ADD 1 TO WCTR-TERMS-DIFF                                 00057000
700194         ADD 1 TO WPLN-DIFFS (WPLN-CUR-SUB)                       00057100
700194         MOVE SPACES TO CTDAT1-LINE                               00057200
700194         MOVE WPLN-PLAN (WPLN-CUR-SUB) TO CTDAT1-PLAN             00057300
700194         MOVE WTERM-NAME TO CTDAT1-TERM                           00057400
700194         MOVE WVAL-CTR   TO CTDAT1-CTR-VALUE                      00057500
700194         MOVE WVAL-PL    TO CTDAT1-PL-VALUE                       00057600
700194         MOVE CTDAT1-LINE TO WPRINT-LINE                          00057700
700194         PERFORM V-100-PRINT-LINE.                                00057800
           SKIP2                                                        00057900
700194***************************                                       00058000
700194*** Plan status                                                   00058100
700194***************************                                       00058200
700194 C-100-SET-STATUS.                                                00058300
700194     IF  WPLN-IN-CTR (SUB-PLN) NOT = 'Y'                          00058400
700194         SET WPLN-STATUS-NO-CTR (SUB-PLN) TO TRUE                 00058500
700194         ADD 1 TO WCTR-NO-CTR                                     00058600
700194     ELSE IF  WPLN-IN-BKUP (SUB-PLN) NOT = 'Y'                    00058700
700194         SET WPLN-STATUS-NO-BKUP (SUB-PLN) TO TRUE                00058800
700194         ADD 1 TO WCTR-NO-BKUP                                    00058900
700194     ELSE IF  WPLN-HAS-PL (SUB-PLN) NOT = 'Y'                     00059000
700194         SET WPLN-STATUS-NO-PL (SUB-PLN) TO TRUE                  00059100
700194         ADD 1 TO WCTR-NO-PL                                      00059200
700194     ELSE IF  WPLN-DIFFS (SUB-PLN) > ZERO                         00059300
700194         SET WPLN-STATUS-DISAGREES (SUB-PLN) TO TRUE              00059400
700194         ADD 1 TO WCTR-DISAGREES                                  00059500
700194         DISPLAY 'BaCtrChk-201 Plan ' WPLN-PLAN (SUB-PLN)         00059600
700194             ' PL record disagrees with the contract'             00059700
700194     ELSE                                                         00059800
700194         SET WPLN-STATUS-AGREES (SUB-PLN) TO TRUE                 00059900
700194         ADD 1 TO WCTR-AGREES.                                    00060000
           SKIP2                                                        00060100
700194***************************                                       00060200
700194*** Report                                                        00060300
700194***************************                                       00060400
700194 D-100-RPT-ONE-SIDE.                                              00060500
700194     MOVE SPACES TO WPRINT-TITLE1.                                00060600
700194     STRING ' Plan       Status       Sponsor'                    00060700
700194         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00060800
700194     MOVE ' Plans On One Side Only' TO RPTHDR-SUBTITLE.           00060900
700194     PERFORM V-150-NEWPAGE.                                       00061000
700194     PERFORM D-110-RPT-PLAN                                       00061100
700194       VARYING SUB-PLN FROM 1 BY 1                                00061200
700194         UNTIL SUB-PLN > WPLN-COUNT.                              00061300
700194     IF  WCTR-NO-CTR = ZERO                                       00061400
700194         AND WCTR-NO-BKUP = ZERO                                  00061500
700194         AND WCTR-NO-PL = ZERO                                    00061600
700194         MOVE ' None' TO WPRINT-LINE                              00061700
700194         PERFORM V-100-PRINT-LINE.                                00061800
           SKIP2                                                        00061900
700194 D-110-RPT-PLAN.                                                  00062000
700194     IF  NOT WPLN-STATUS-AGREES (SUB-PLN)                         00062100
700194         AND NOT WPLN-STATUS-DISAGREES (SUB-PLN)                  00062200
700194         MOVE SPACES TO CTDAT2-LINE                               00062300
700194         MOVE WPLN-PLAN (SUB-PLN)   TO CTDAT2-PLAN                00062400
700194         MOVE WPLN-STATUS (SUB-PLN) TO CTDAT2-STATUS              00062500
700194         MOVE WPLN-CTR-SPONSOR (SUB-PLN) TO CTDAT2-SPONSOR        00062600
700194         MOVE CTDAT2-LINE TO WPRINT-LINE                          00062700
700194         PERFORM V-100-PRINT-LINE.                                00062800
           SKIP2                                                        00062900
700194 D-200-RPT-TOTALS.                                                00063000
700194     MOVE SPACES TO WPRINT-TITLE1.                                00063100
700194     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00063200
700194     PERFORM V-150-NEWPAGE.                                       00063300
700194     STRING ' Plans agreeing:             ' WCTR-AGREES           00063400
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00063500
700194     PERFORM V-100-PRINT-LINE.                                    00063600
700194     STRING ' Plans disagreeing:          ' WCTR-DISAGREES        00063700
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00063800
700194     PERFORM V-100-PRINT-LINE.                                    00063900
700194     STRING ' No contract row:            ' WCTR-NO-CTR           00064000
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00064100
700194     PERFORM V-100-PRINT-LINE.                                    00064200
700194     STRING ' Not on the backup:          ' WCTR-NO-BKUP          00064300
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00064400
700194     PERFORM V-100-PRINT-LINE.                                    00064500
700194     STRING ' On the backup, no PL:       ' WCTR-NO-PL            00064600
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00064700
700194     PERFORM V-100-PRINT-LINE.                                    00064800
700194     STRING ' Terms checked:              ' WCTR-TERMS-CHECKED    00064900
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065000
700194     PERFORM V-100-PRINT-LINE.                                    00065100
700194     STRING ' Terms disagreeing:          ' WCTR-TERMS-DIFF       00065200
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065300
700194     PERFORM V-100-PRINT-LINE.                                    00065400
700194     STRING ' Provisions, DE not on PL:   ' WCTR-PROV-NODE        00065500
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065600
700194     PERFORM V-100-PRINT-LINE.                                    00065700
700194     STRING ' Contract rows read:         ' WCTR-CTR-ROWS         00065800
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065900
700194     PERFORM V-100-PRINT-LINE.                                    00066000
700194     STRING ' Contract rows left out:     ' WCTR-CTR-DUPS         00066100
700194         '/' WCTR-CTR-BAD                                         00066200
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00066300
700194     PERFORM V-100-PRINT-LINE.                                    00066400
700194     STRING ' Backup records read:        ' WCTR-BKUP-RECS        00066500
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00066600
700194     PERFORM V-100-PRINT-LINE.                                    00066700
700194     STRING ' PL records read:            ' WCTR-PL-RECS          00066800
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00066900
700194     PERFORM V-100-PRINT-LINE.                                    00067000
700194     IF  WUNM-COUNT > ZERO                                        00067100
700194         PERFORM V-100-PRINT-LINE                                 00067200
700194         MOVE ' Provision codes with no PROVDE card, not checked:'00067300
700194             TO WPRINT-LINE                                       00067400
700194         PERFORM V-100-PRINT-LINE                                 00067500
700194         PERFORM D-210-RPT-UNMAPPED                               00067600
700194           VARYING SUB-UNM FROM 1 BY 1                            00067700
700194             UNTIL SUB-UNM > WUNM-COUNT.                          00067800
           SKIP2                                                        00067900
700194 D-210-RPT-UNMAPPED.                                              00068000
700194     STRING '   ' WUNM-CODE (SUB-UNM) '  plans: '                 00068100
700194         WUNM-PLANS (SUB-UNM)                                     00068200
700194         DELIMITED BY SIZE INTO WPRINT-LINE.                      00068300
700194     PERFORM V-100-PRINT-LINE.                                    00068400
           SKIP2                                                        00068500
700194***************************                                       00068600
700194*** Control card handling                                         00068700
700194***************************                                       00068800
700194 F-100-PROC-CTL.                                                  00068900
700194     IF  CTL-REC (1:1) = '*'                                      00069000
700194         DISPLAY 'BaCtrChk-500 Comment:' CTL-REC (1:50)           00069100
700194     ELSE                                                         00069200
700194         PERFORM F-105-CONTINUE.                                  00069300
700194     PERFORM F-110-READ-IN110.                                    00069400
           SKIP2                                                        00069500
700194 F-105-CONTINUE.                                                  00069600
700194     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00069700
700194     UNSTRING CTL-REC DELIMITED BY SPACE                          00069800
700194         INTO WCTL-CMD WCTL-VAL.                                  00069900
700194     DISPLAY 'BaCtrChk-500 CtlCard:' CTL-REC (1:50).              00070000
700194     IF  WCTL-CMD-PROVDE                                          00070100
700194         MOVE SPACES TO WPROV-CODE-WORK WPROV-DENUM-WORK          00070200
700194         UNSTRING CTL-REC DELIMITED BY ALL SPACE                  00070300
700194             INTO WCTL-CMD WPROV-CODE-WORK WPROV-DENUM-WORK       00070400
700194         IF  WPROV-CODE-WORK NOT = SPACES                         00070500
700194             AND WPROV-DENUM-WORK IS NUMERIC                      00070600
700194             AND WPRV-COUNT < WPRV-MAX-ENTRIES                    00070700
700194             ADD 1 TO WPRV-COUNT                                  00070800
700194             MOVE WPROV-CODE-WORK  TO WPRV-CODE (WPRV-COUNT)      00070900
700194             MOVE WPROV-DENUM-WORK TO WPRV-DENUM (WPRV-COUNT)     00071000
700194         ELSE                                                     00071100
700194             DISPLAY ' Invalid or too many PROVDE:'               00071200
700194                 CTL-REC (8:20)                                   00071300
700194             ADD 1 TO WCTR-CTL-ERRORS                             00071400
700194         END-IF                                                   00071500
700194     ELSE                                                         00071600
700194         DISPLAY 'BaCtrChk-501 Invalid Control Card:'             00071700
700194             CTL-REC (1:50)                                       00071800
700194         ADD 1 TO WCTR-CTL-ERRORS.                                00071900
           SKIP2                                                        00072000
700194 F-110-READ-IN110.                                                00072100
700194     CALL 'UT110IN'  USING SD-AREA                                00072200
700194               IO-IN110-PARM                                      00072300
700194               IO-IN110-READ                                      00072400
700194               CTL-REC.                                           00072500
           SKIP2                                                        00072600
700194***************************                                       00072700
700194*** Shared routines                                               00072800
700194***************************                                       00072900
700194*** Find-or-add the slot for WPLAN-WORK; zero past the table.     00073000
700194 R-300-FIND-PLAN.                                                 00073100
700194     PERFORM R-310-SCAN-ONLY-PLAN.                                00073200
700194     IF  WPLN-HIT-SUB = ZERO                                      00073300
700194         IF  WPLN-COUNT < WPLN-MAX-ENTRIES                        00073400
700194             ADD 1 TO WPLN-COUNT                                  00073500
700194             MOVE WPLN-COUNT TO WPLN-HIT-SUB                      00073600
700194             MOVE WPLAN-WORK TO WPLN-PLAN (WPLN-HIT-SUB)          00073700
700194         ELSE                                                     00073800
700194             ADD 1 TO WCTR-PLAN-OVER                              00073900
700194         END-IF                                                   00074000
700194     END-IF.                                                      00074100
           SKIP2                                                        00074200
700194 R-310-SCAN-ONLY-PLAN.                                            00074300
700194     MOVE ZERO TO WPLN-HIT-SUB.                                   00074400
700194     PERFORM R-320-SCAN-PLN                                       00074500
700194       VARYING SUB-PLN FROM 1 BY 1                                00074600
700194         UNTIL SUB-PLN > WPLN-COUNT                               00074700
700194           OR WPLN-HIT-SUB > ZERO.                                00074800
           SKIP2                                                        00074900
700194 R-320-SCAN-PLN.                                                  00075000
700194     IF  WPLN-PLAN (SUB-PLN) = WPLAN-WORK                         00075100
700194         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00075200
           SKIP2                                                        00075300
700194 R-400-FIND-PROV.                                                 00075400
700194     MOVE ZERO TO WPRV-HIT-SUB.                                   00075500
700194     PERFORM R-410-SCAN-PROV                                      00075600
700194       VARYING SUB-PRV FROM 1 BY 1                                00075700
700194         UNTIL SUB-PRV > WPRV-COUNT                               00075800
700194           OR WPRV-HIT-SUB > ZERO.                                00075900
           SKIP2                                                        00076000
700194 R-410-SCAN-PROV.                                                 00076100
700194     IF  WPRV-CODE (SUB-PRV) = WPROV-CODE-WORK                    00076200
700194         MOVE SUB-PRV TO WPRV-HIT-SUB.                            00076300
           SKIP2                                                        00076400
700194*** WVAL-WORK with its leading spaces dropped.                    00076500
700194 R-500-LEFT-JUSTIFY.                                              00076600
700194     MOVE ZERO TO WLEAD.                                          00076700
700194     INSPECT WVAL-WORK TALLYING WLEAD FOR LEADING SPACE.          00076800
700194     IF  WLEAD > ZERO                                             00076900
700194         AND WLEAD < 40                                           00077000
700194         MOVE WVAL-WORK (WLEAD + 1:) TO WVAL-SHIFT                00077100
700194         MOVE WVAL-SHIFT TO WVAL-WORK.                            00077200
           SKIP2                                                        00077300
700194*** DEMOD dispatch off the registry, falling back to the          00077400
700194*** xxYY + 'DE' convention for unregistered types.                00077500
700194 R-950-RESOLVE-DEMOD.                                             00077600
700194     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00077700
700194     PERFORM R-966-SCAN-TYPEREG-ROW                               00077800
700194       VARYING SUB-TYPEREG FROM 1 BY 1                            00077900
700194         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00078000
700194           OR WTYPEREG-HIT-SUB > ZERO.                            00078100
700194     IF  WTYPEREG-HIT-SUB > ZERO                                  00078200
700194         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00078300
700194         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00078400
700194             TO WK-PGM-NAME                                       00078500
700194     ELSE                                                         00078600
700194         MOVE SPACES TO WK-PGM-NAME                               00078700
700194         STRING WTYPEREG-XXYY-WORK 'DE'                           00078800
700194            DELIMITED BY SIZE                                     00078900
700194              INTO WK-PGM-NAME.                                   00079000
           SKIP2                                                        00079100
700194 R-966-SCAN-TYPEREG-ROW.                                          00079200
700194     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00079300
700194         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00079400
           SKIP2                                                        00079500
700194***************************                                       00079600
700194*** Print-line routines                                           00079700
700194***************************                                       00079800
700194 V-100-PRINT-LINE.                                                00079900
700194     IF  WPRINT-LINES-OVER                                        00080000
700194         PERFORM V-150-NEWPAGE.                                   00080100
700194     ADD 1 TO WPRINT-LINES.                                       00080200
700194     WRITE PRINT-LINE FROM WPRINT-LINE                            00080300
700194           AFTER ADVANCING 1 LINE.                                00080400
700194     MOVE SPACES   TO WPRINT-LINE.                                00080500
700194     ADD 1 TO WPRINT-TOT-LINES.                                   00080600
           SKIP2                                                        00080700
700194 V-150-NEWPAGE.                                                   00080800
700194     ADD 1 TO WPRINT-PAGE.                                        00080900
700194     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00081000
700194     MOVE SPACES TO PRINT-LINE.                                   00081100
700194     WRITE PRINT-LINE                                             00081200
700194       AFTER ADVANCING PAGE.                                      00081300
700194     WRITE PRINT-LINE FROM RPTHDR-LINE                            00081400
700194       AFTER ADVANCING 1 LINE.                                    00081500
700194     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00081600
700194       AFTER ADVANCING 1.                                         00081700
700194     MOVE ZERO TO WPRINT-LINES.                                   00081800
700194     ADD 3 TO WPRINT-TOT-LINES.                                   00081900
