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
700177 IDENTIFICATION DIVISION.                                         00000100
700177 PROGRAM-ID. 'BACUSREC'.                                          00000200
700177******************************************************************00000300
700177**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700177******************************************************************00000500
700177**  AUTHOR       W. WHITE, Oct 2026                               00000600
700177**  PURPOSE      Custodian reconciliation.  The warehouse         00000700
700177**               reconciliation proves the downstream copy        00000800
700177**               matches the backup; this step proves the backup  00000900
700177**               matches the money the custodian holds.  It totals00001000
700177**               each plan's money DEs (MONEYDE cards) off the    00001100
700177**               backup, totals the day's custodian position file 00001200
700177**               by plan, and sets the two against each other,    00001300
700177**               after the known reconciling items trust          00001400
700177**               operations keeps on RECITMI:                     00001500
700177**                 BALANCED     - within tolerance as it stands   00001600
700177**                 RECONCILED   - within tolerance once the       00001700
700177**                                plan's open items are applied   00001800
700177**                 OUT-OF-BAL   - beyond tolerance even so        00001900
700177**                 NO-CUSTODIAN - on the backup, no position      00002000
700177**                 NO-BACKUP    - a position, not on the backup   00002100
700177**               Plans roll up to their sponsor (PL-SPONSOR-NUM   00002200
700177**               off the plan's PL record) for the by-sponsor     00002300
700177**               totals.                                          00002400
700177**                                                                00002500
700177**               The reconciling items are carried forward to     00002600
700177**               RECITMO stamped with the run date, so a known    00002700
700177**               item is reported once, not every day; an item    00002800
700177**               whose plan now balances without it goes out      00002900
700177**               CLEARED, and CLEARED items are dropped the next  00003000
700177**               day.  New items are added to the file by hand.   00003100
700177**                                                                00003200
700177**               Return codes:                                    00003300
700177**                 0 - every plan balanced or reconciled          00003400
700177**                 4 - plans out of balance or on one side only,  00003500
700177**                     or a control card was rejected             00003600
700177**                 8 - no MONEYDE cards, nothing to total         00003700
700177**                16 - the backup or CUSTPOS could not be opened  00003800
700177******************************************************************00003900
700177**  REVISIONS:                                                    00004000
700177******************************************************************00004100
700177**  Input                                                         00004200
700177**   . IN110   - Control File                                     00004300
700177**                 MONEYDE xxyy nnn - a money DE, from fixed      00004400
700177**                                   card columns: RecordType     00004500
700177**                                   9-12, DE number 14-16; up    00004600
700177**                                   to 50                        00004700
700177**                 TOLERANCE tnnnnnnnnn - A = absolute, in the    00004800
700177**                                   DEs' internal units; P =     00004900
700177**                                   percent of the custodian     00005000
700177**                                   total (same form as TOLERDE) 00005100
700177**   . BKUPIN  - The backup, via BABKPI/BABKPIS                   00005200
700177**   . TYPEREG - Optional record-type registry                    00005300
700177**   . CUSTPOS - Custodian position file (CUSTPOS layout)         00005400
700177**   . RECITMI - Optional reconciling items (RECITEM layout)      00005500
700177******************************************************************00005600
700177**  Output                                                        00005700
700177**   . SYSOUT  - Displayed Information                            00005800
700177**   . REPORT  - By plan, by sponsor, and the reconciling items   00005900
700177**   . RECITMO - Reconciling items carried forward                00006000
700177******************************************************************00006100
700177 ENVIRONMENT DIVISION.                                            00006200
700177 CONFIGURATION SECTION.                                           00006300
700177 INPUT-OUTPUT SECTION.                                            00006400
           SKIP2                                                        00006500
700177 FILE-CONTROL.                                                    00006600
700177     SELECT PRINT-FILE                                            00006700
700177         ASSIGN TO UT-S-REPORT                                    00006800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006900
700177         FILE STATUS WPRINT-FS.                                   00007000
700177     SELECT CUSTPOS-FILE                                          00007100
700177         ASSIGN TO UT-S-CUSTPOS                                   00007200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007300
700177         FILE STATUS WCUSTPOS-FS.                                 00007400
700177     SELECT RECITMI-FILE                                          00007500
700177         ASSIGN TO UT-S-RECITMI                                   00007600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007700
700177         FILE STATUS WRECITMI-FS.                                 00007800
700177     SELECT RECITMO-FILE                                          00007900
700177         ASSIGN TO UT-S-RECITMO                                   00008000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008100
700177         FILE STATUS WRECITMO-FS.                                 00008200
700177     SELECT TYPEREG-FILE                                          00008300
700177         ASSIGN TO UT-S-TYPEREG                                   00008400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008500
700177         FILE STATUS WTYPEREG-FS.                                 00008600
700177 DATA DIVISION.                                                   00008700
           SKIP2                                                        00008800
700177 FILE SECTION.                                                    00008900
           SKIP1                                                        00009000
700177 FD  PRINT-FILE                                                   00009100
700177     BLOCK CONTAINS 0 RECORDS                                     00009200
700177     LABEL RECORDS ARE STANDARD.                                  00009300
           SKIP2                                                        00009400
700177 01 PRINT-LINE                PIC X(133).                         00009500
           SKIP2                                                        00009600
700177 FD  CUSTPOS-FILE                                                 00009700
700177     BLOCK CONTAINS 0 RECORDS                                     00009800
700177     LABEL RECORDS ARE STANDARD.                                  00009900
           SKIP2                                                        00010000
700177 01  CUSTPOS-REC. COPY CUSTPOS.                                   00010100
           SKIP2                                                        00010200
700177 FD  RECITMI-FILE                                                 00010300
700177     BLOCK CONTAINS 0 RECORDS                                     00010400
700177     LABEL RECORDS ARE STANDARD.                                  00010500
           SKIP2                                                        00010600
700191 01  RECITMI-REC              PIC X(84).                          00010700
           SKIP2                                                        00010800
700177 FD  RECITMO-FILE                                                 00010900
700177     BLOCK CONTAINS 0 RECORDS                                     00011000
700177     LABEL RECORDS ARE STANDARD.                                  00011100
           SKIP2                                                        00011200
700191 01  RECITMO-REC              PIC X(84).                          00011300
           SKIP2                                                        00011400
700177*** Record-type registry rows - see the TYPEREG copybook.         00011500
700177 FD  TYPEREG-FILE                                                 00011600
700177     BLOCK CONTAINS 0 RECORDS                                     00011700
700177     LABEL RECORDS ARE STANDARD.                                  00011800
           SKIP2                                                        00011900
700177 01  TYPEREG-LINE             PIC X(80).                          00012000
700177 WORKING-STORAGE SECTION.                                         00012100
700177 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00012200
700177 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00012300
700177 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00012400
700177 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00012500
700177     88  WTYPEREG-FS-OK    VALUE '00'.                            00012600
700177 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00012700
700177 01  WTYPEREG-AREA. COPY TYPEREG.                                 00012800
700177 77  SUB-MNY               PIC S9(4) BINARY VALUE ZERO.           00012900
700177 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00013000
700177 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013100
700177 77  WPLN-CUR-SUB          PIC S9(4) BINARY VALUE ZERO.           00013200
700177 77  SUB-SPN               PIC S9(4) BINARY VALUE ZERO.           00013300
700177 77  WSPN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013400
700177 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00013500
700177 77  WCTR-MONEY-DES        PIC 9(9)     VALUE ZERO.               00013600
700177 77  WCTR-NOT-NUMERIC      PIC 9(9)     VALUE ZERO.               00013700
700177 77  WCTR-CUST-ROWS        PIC 9(9)     VALUE ZERO.               00013800
700177 77  WCTR-ITEMS-IN         PIC 9(7)     VALUE ZERO.               00013900
700177 77  WCTR-ITEMS-OPEN       PIC 9(7)     VALUE ZERO.               00014000
700177 77  WCTR-ITEMS-CLEARED    PIC 9(7)     VALUE ZERO.               00014100
700177 77  WCTR-ITEMS-DROPPED    PIC 9(7)     VALUE ZERO.               00014200
700177 77  WCTR-BALANCED         PIC 9(7)     VALUE ZERO.               00014300
700177 77  WCTR-RECONCILED       PIC 9(7)     VALUE ZERO.               00014400
700177 77  WCTR-OUT-OF-BAL       PIC 9(7)     VALUE ZERO.               00014500
700177 77  WCTR-NO-CUST          PIC 9(7)     VALUE ZERO.               00014600
700177 77  WCTR-NO-BKUP          PIC 9(7)     VALUE ZERO.               00014700
700177 77  WCTR-PLAN-OVER        PIC 9(7)     VALUE ZERO.               00014800
700177 77  WCTR-SPN-OVER         PIC 9(7)     VALUE ZERO.               00014900
700177 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015000
700177 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015100
700177 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00015200
700177 77  WPOS-DATE             PIC 9(8)     VALUE ZERO.               00015300
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00015400
700177 77  WMNY-COUNT-ED         PIC ZZ9      VALUE ZERO.               00015500
700177 77  WSPN-PLANS-ED         PIC ZZZ9     VALUE ZERO.               00015600
700177 77  WSPN-EXC-ED           PIC ZZZ9     VALUE ZERO.               00015700
700177 77  WSPONSOR-WORK         PIC X(10)    VALUE SPACES.             00015800
700177 77  WDE-AMOUNT            PIC 9(18)    VALUE ZERO.               00015900
700177 77  WGAP-GROSS            PIC S9(18) COMP-3 VALUE ZERO.          00016000
700177 77  WGAP-NET              PIC S9(18) COMP-3 VALUE ZERO.          00016100
700177 77  WGAP-ABS              PIC S9(18) COMP-3 VALUE ZERO.          00016200
700177 77  WTOL-ALLOWED          PIC S9(18) COMP-3 VALUE ZERO.          00016300
700177 77  WTOL-OK-FLG           PIC X        VALUE 'N'.                00016400
700177     88  WTOL-OK-YES       VALUE 'Y'.                             00016500
           SKIP2                                                        00016600
700177 01  WPRINT-AREA.                                                 00016700
700177     05  WPRINT-FS                 PIC XX  VALUE '00'.            00016800
700177         88  WPRINT-FS-OK VALUE '00'.                             00016900
700177     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00017000
700177     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00017100
700177     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00017200
700177     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00017300
700177         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00017400
700177     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00017500
           SKIP2                                                        00017600
700177 01  WCUSTPOS-FS           PIC XX  VALUE '00'.                    00017700
700177     88  WCUSTPOS-FS-OK    VALUE '00'.                            00017800
700177 01  WRECITMI-FS           PIC XX  VALUE '00'.                    00017900
700177     88  WRECITMI-FS-OK    VALUE '00'.                            00018000
700177 01  WRECITMO-FS           PIC XX  VALUE '00'.                    00018100
700177     88  WRECITMO-FS-OK    VALUE '00'.                            00018200
           SKIP2                                                        00018300
700177 01  WRCI-REC. COPY RECITEM.                                      00018400
           SKIP2                                                        00018500
700177*** Money DEs from MONEYDE cards, by RecordType.                  00018600
700177 01  WMNY-AREA.                                                   00018700
700177     05  WMNY-COUNT            PIC S9(4) BINARY VALUE ZERO.       00018800
700177     05  WMNY-MAX-ENTRIES      PIC S9(4) BINARY VALUE 50.         00018900
700177     05  WMNY-ENTRY OCCURS 50 TIMES.                              00019000
700177         10  WMNY-XXYY         PIC X(4)     VALUE SPACES.         00019100
700177         10  WMNY-DENUM        PIC 9(3)     VALUE ZERO.           00019200
           SKIP2                                                        00019300
700177*** One slot per plan seen on either side.  Totals are in the     00019400
700177*** money DEs' internal units.                                    00019500
700177 01  WPLN-AREA.                                                   00019600
700177     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00019700
700177     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00019800
700177     05  WPLN-ENTRY OCCURS 3000 TIMES.                            00019900
700191         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00020000
700177         10  WPLN-SPONSOR      PIC X(10)    VALUE SPACES.         00020100
700177         10  WPLN-IN-BKUP      PIC X        VALUE 'N'.            00020200
700177         10  WPLN-IN-CUST      PIC X        VALUE 'N'.            00020300
700177         10  WPLN-BKUP-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00020400
700177         10  WPLN-CUST-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00020500
700177         10  WPLN-ITEM-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00020600
700177         10  WPLN-ITEMS        PIC S9(4) BINARY VALUE ZERO.       00020700
700177         10  WPLN-STATUS       PIC X(12)    VALUE SPACES.         00020800
700177             88  WPLN-STATUS-BALANCED   VALUE 'BALANCED'.         00020900
700177             88  WPLN-STATUS-RECONCILED VALUE 'RECONCILED'.       00021000
700177             88  WPLN-STATUS-OUT-OF-BAL VALUE 'OUT-OF-BAL'.       00021100
700177             88  WPLN-STATUS-NO-CUST    VALUE 'NO-CUSTODIAN'.     00021200
700177             88  WPLN-STATUS-NO-BKUP    VALUE 'NO-BACKUP'.        00021300
           SKIP2                                                        00021400
700177 01  WSPN-AREA.                                                   00021500
700177     05  WSPN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00021600
700177     05  WSPN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 1000.       00021700
700177     05  WSPN-ENTRY OCCURS 1000 TIMES.                            00021800
700177         10  WSPN-SPONSOR      PIC X(10)    VALUE SPACES.         00021900
700177         10  WSPN-PLANS        PIC 9(5)     VALUE ZERO.           00022000
700177         10  WSPN-EXCEPTIONS   PIC 9(5)     VALUE ZERO.           00022100
700177         10  WSPN-BKUP-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00022200
700177         10  WSPN-CUST-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00022300
700177         10  WSPN-ITEM-AMT     PIC S9(18) COMP-3 VALUE ZERO.      00022400
           SKIP2                                                        00022500
700177 01  WTOT-AREA.                                                   00022600
700177     05  WTOT-BKUP-AMT         PIC S9(18) COMP-3 VALUE ZERO.      00022700
700177     05  WTOT-CUST-AMT         PIC S9(18) COMP-3 VALUE ZERO.      00022800
700177     05  WTOT-ITEM-AMT         PIC S9(18) COMP-3 VALUE ZERO.      00022900
           SKIP2                                                        00023000
700177 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00023100
700177 01  WCTL-AREA.                                                   00023200
700177     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00023300
700177         88  WCTL-CMD-MONEYDE    VALUE 'MONEYDE'.                 00023400
700177         88  WCTL-CMD-TOLERANCE  VALUE 'TOLERANCE'.               00023500
700177     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00023600
700177     05  WCTL-TOLER-VIEW REDEFINES WCTL-VAL.                      00023700
700177         10  WCTL-TOL-TYPE-IN    PIC X.                           00023800
700177         10  WCTL-TOL-LIMIT-IN   PIC X(9).                        00023900
700177         10  FILLER              PIC X(10).                       00024000
700177     05  WCTL-TOL-TYPE           PIC X     VALUE 'A'.             00024100
700177         88  WCTL-TOL-TYPE-ABS   VALUE 'A'.                       00024200
700177         88  WCTL-TOL-TYPE-PCT   VALUE 'P'.                       00024300
700177     05  WCTL-TOL-LIMIT          PIC 9(9)  VALUE ZERO.            00024400
           SKIP2                                                        00024500
700177 01  RPTHDR-LINE.                                                 00024600
700177         05   FILLER     PIC X(02) VALUE                          00024700
700177           ' '.                                                   00024800
700177         05   FILLER     PIC X(28) VALUE                          00024900
700177           'OmniPlus Custodian Recon'.                            00025000
700177         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00025100
700177         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00025200
700177         05   FILLER     PIC X(6)  VALUE                          00025300
700177           '  Page'.                                              00025400
700177         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00025500
           SKIP2                                                        00025600
700177 01  RCDAT1-LINE.                                                 00025700
700177     05  FILLER               PIC X     VALUE SPACE.              00025800
700177     05  RCDAT1-PLAN          PIC X(10) VALUE SPACES.             00025900
700177     05  FILLER               PIC X     VALUE SPACE.              00026000
700177     05  RCDAT1-SPONSOR       PIC X(10) VALUE SPACES.             00026100
700177     05  FILLER               PIC X     VALUE SPACE.              00026200
700177     05  RCDAT1-BKUP          PIC -(17)9 VALUE ZERO.              00026300
700177     05  FILLER               PIC X     VALUE SPACE.              00026400
700177     05  RCDAT1-CUST          PIC -(17)9 VALUE ZERO.              00026500
700177     05  FILLER               PIC X     VALUE SPACE.              00026600
700177     05  RCDAT1-ITEMS         PIC -(17)9 VALUE ZERO.              00026700
700177     05  FILLER               PIC X     VALUE SPACE.              00026800
700177     05  RCDAT1-NET           PIC -(17)9 VALUE ZERO.              00026900
700177     05  FILLER               PIC X     VALUE SPACE.              00027000
700177     05  RCDAT1-STATUS        PIC X(12) VALUE SPACES.             00027100
700177     05  FILLER               PIC X(11) VALUE SPACES.             00027200
           SKIP2                                                        00027300
700177 01  RIDAT1-LINE.                                                 00027400
700177     05  FILLER               PIC X     VALUE SPACE.              00027500
700191     05  RIDAT1-PLAN          PIC X(10) VALUE SPACES.             00027600
700177     05  FILLER               PIC X     VALUE SPACE.              00027700
700177     05  RIDAT1-ITEM-ID       PIC X(10) VALUE SPACES.             00027800
700177     05  FILLER               PIC X     VALUE SPACE.              00027900
700177     05  RIDAT1-AMOUNT        PIC -(17)9 VALUE ZERO.              00028000
700177     05  FILLER               PIC X     VALUE SPACE.              00028100
700177     05  RIDAT1-OPEN-DATE     PIC X(8)  VALUE SPACES.             00028200
700177     05  FILLER               PIC X     VALUE SPACE.              00028300
700177     05  RIDAT1-STATUS        PIC X(7)  VALUE SPACES.             00028400
700177     05  FILLER               PIC X     VALUE SPACE.              00028500
700177     05  RIDAT1-DESC          PIC X(19) VALUE SPACES.             00028600
           SKIP2                                                        00028700
700177 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00028800
           SKIP2                                                        00028900
700177 01  BWA-REC.  COPY BKUPREC.                                      00029000
           SKIP2                                                        00029100
700177 01  BWA-REC-PL REDEFINES BWA-REC.                                00029200
700203     02  FILLER               PIC X(14).                          00029300
700177     02  PL-REC. COPY MSTRPL.                                     00029400
           SKIP2                                                        00029500
700177 01  IO-BKPI-PARM.                                                00029600
700177       COPY IOBKPI REPLACING 'PROGRAM' BY 'BACUSREC'.             00029700
           SKIP3                                                        00029800
700177 01  IO-IN110-PARM.                                               00029900
700177       COPY IOIN110 REPLACING 'PROGRAM' BY 'BACUSREC'.            00030000
           SKIP3                                                        00030100
700177 01  DE-AREA.  COPY PRMDE.                                        00030200
           SKIP3                                                        00030300
700177 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00030400
           EJECT                                                        00030500
700177 PROCEDURE DIVISION.                                              00030600
           SKIP2                                                        00030700
700177 A-100-BODY.                                                      00030800
700177     PERFORM A-105-INIT.                                          00030900
700177     PERFORM A-200-INIT-OPEN.                                     00031000
700177     IF  WMNY-COUNT = ZERO                                        00031100
700177         DISPLAY 'BaCusRec-302 No MONEYDE cards - nothing to '    00031200
700177             'total'                                              00031300
700177         MOVE 8 TO WRC-FINAL                                      00031400
700177     ELSE                                                         00031500
700177         PERFORM A-300-LOAD-CUSTODIAN                             00031600
700177         PERFORM A-400-TOTAL-BACKUP                               00031700
700177         PERFORM A-500-LOAD-ITEMS                                 00031800
700177         PERFORM C-100-RECONCILE-PLAN                             00031900
700177           VARYING SUB-PLN FROM 1 BY 1                            00032000
700177             UNTIL SUB-PLN > WPLN-COUNT                           00032100
700177         PERFORM D-100-RPT-PLANS                                  00032200
700177         PERFORM D-200-RPT-SPONSORS                               00032300
700177         PERFORM E-100-CARRY-ITEMS.                               00032400
700177     PERFORM A-900-FINI-CLOSE.                                    00032500
700177     MOVE WRC-FINAL TO RETURN-CODE.                               00032600
700177     GOBACK.                                                      00032700
           SKIP2                                                        00032800
700177 A-105-INIT.                                                      00032900
700177     CALL 'BASDIN' USING SD-AREA.                                 00033000
           SKIP2                                                        00033100
700177 A-200-INIT-OPEN.                                                 00033200
700177     DISPLAY 'BaCusRec-998 Program Starting'.                     00033300
700177     ACCEPT RPTHDR-DATE FROM DATE.                                00033400
700177     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00033500
700177     PERFORM A-248-LOAD-TYPEREG.                                  00033600
700177     OPEN OUTPUT                                                  00033700
700177               PRINT-FILE.                                        00033800
700177     IF  NOT WPRINT-FS-OK                                         00033900
700177         DISPLAY 'BaCusRec-53 PRINT dd OPEN failed:'              00034000
700177             WPRINT-FS                                            00034100
700177         STOP RUN.                                                00034200
700177     CALL 'UT110IN'  USING SD-AREA                                00034300
700177               IO-IN110-PARM                                      00034400
700177               IO-IN110-OPEN                                      00034500
700177               CTL-REC.                                           00034600
700177     IF  IO-IN110-ERROR = 'Y'                                     00034700
700177          OR IO-IN110-FILE-STATUS NOT = '00'                      00034800
700177         DISPLAY 'BaCusRec-301 IN110 file failed to open:'        00034900
700177           IO-IN110-FILE-STATUS                                   00035000
700177         MOVE 16 TO RETURN-CODE                                   00035100
700177         STOP RUN.                                                00035200
700177     PERFORM F-110-READ-IN110.                                    00035300
700177     PERFORM F-100-PROC-CTL                                       00035400
700177       UNTIL IO-IN110-ERROR-YES.                                  00035500
700177     CALL 'UT110IN'  USING SD-AREA                                00035600
700177               IO-IN110-PARM                                      00035700
700177               IO-IN110-CLOSE                                     00035800
700177               CTL-REC.                                           00035900
           SKIP2                                                        00036000
700177 A-900-FINI-CLOSE.                                                00036100
700177     IF  WCTR-OUT-OF-BAL > ZERO                                   00036200
700177         OR WCTR-NO-CUST > ZERO                                   00036300
700177         OR WCTR-NO-BKUP > ZERO                                   00036400
700177         OR WCTR-PLAN-OVER > ZERO                                 00036500
700177         OR WCTR-CTL-ERRORS > ZERO                                00036600
700177         IF  WRC-FINAL < 4                                        00036700
700177             MOVE 4 TO WRC-FINAL.                                 00036800
700177     DISPLAY 'BaCusRec-444 Plans:' WPLN-COUNT                     00036900
700177       ', Balanced:' WCTR-BALANCED                                00037000
700177       ', Reconciled:' WCTR-RECONCILED                            00037100
700177       ', Out of balance:' WCTR-OUT-OF-BAL                        00037200
700177       ', One side only:' WCTR-NO-CUST '/' WCTR-NO-BKUP.          00037300
700177     IF  WCTR-PLAN-OVER > ZERO                                    00037400
700177         DISPLAY 'BaCusRec-305 Plans past the table, not '        00037500
700177             'reconciled:' WCTR-PLAN-OVER.                        00037600
700177     IF  WCTR-SPN-OVER > ZERO                                     00037700
700177         DISPLAY 'BaCusRec-306 Sponsors past the table, not '     00037800
700177             'rolled up:' WCTR-SPN-OVER.                          00037900
700177     CLOSE PRINT-FILE.                                            00038000
700177     DISPLAY 'BaCusRec-998 Program Ending'.                       00038100
           SKIP2                                                        00038200
700177*** Record-type registry load, same optional-dd behavior as       00038300
700177*** the compare: no TYPEREG on file means the built-in            00038400
700177*** xxYY + 'DE' naming applies throughout.                        00038500
700177 A-248-LOAD-TYPEREG.                                              00038600
700177     OPEN INPUT TYPEREG-FILE.                                     00038700
700177     IF  WTYPEREG-FS-OK                                           00038800
700177         PERFORM A-249-READ-TYPEREG                               00038900
700177           WITH TEST AFTER                                        00039000
700177           UNTIL WTYPEREG-FS NOT = '00'                           00039100
700177             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00039200
700177         CLOSE TYPEREG-FILE.                                      00039300
           SKIP2                                                        00039400
700177 A-249-READ-TYPEREG.                                              00039500
700177     READ TYPEREG-FILE                                            00039600
700177         AT END                                                   00039700
700177             NEXT SENTENCE.                                       00039800
700177     IF  WTYPEREG-FS-OK                                           00039900
700177         AND TYPEREG-LINE (1:4) NOT = SPACES                      00040000
700177         AND TYPEREG-LINE (1:1) NOT = '*'                         00040100
700177         ADD 1 TO WTYPEREG-COUNT                                  00040200
700177         MOVE TYPEREG-LINE (1:4)                                  00040300
700177             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00040400
700177         MOVE TYPEREG-LINE (6:20)                                 00040500
700177             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00040600
700177         MOVE TYPEREG-LINE (30:8)                                 00040700
700177             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00040800
700177         MOVE TYPEREG-LINE (39:1)                                 00040900
700177             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00041000
700177         MOVE TYPEREG-LINE (41:9)                                 00041100
700177             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00041200
           SKIP2                                                        00041300
700177***************************                                       00041400
700177*** Custodian positions                                           00041500
700177***************************                                       00041600
700177 A-300-LOAD-CUSTODIAN.                                            00041700
700177     OPEN INPUT CUSTPOS-FILE.                                     00041800
700177     IF  NOT WCUSTPOS-FS-OK                                       00041900
700177         DISPLAY 'BaCusRec-303 CUSTPOS dd OPEN failed:'           00042000
700177             WCUSTPOS-FS                                          00042100
700177         MOVE 16 TO RETURN-CODE                                   00042200
700177         STOP RUN.                                                00042300
700177     PERFORM A-310-READ-CUSTPOS.                                  00042400
700177     PERFORM A-320-TAKE-CUSTPOS                                   00042500
700177       UNTIL WCUSTPOS-FS NOT = '00'.                              00042600
700177     CLOSE CUSTPOS-FILE.                                          00042700
           SKIP2                                                        00042800
700177 A-310-READ-CUSTPOS.                                              00042900
700177     READ CUSTPOS-FILE                                            00043000
700177         AT END                                                   00043100
700177             NEXT SENTENCE.                                       00043200
           SKIP2                                                        00043300
700177 A-320-TAKE-CUSTPOS.                                              00043400
700177     IF  CUP-PLAN-NUM NOT = SPACES                                00043500
700177         AND CUP-PLAN-NUM (1:1) NOT = '*'                         00043600
700177         ADD 1 TO WCTR-CUST-ROWS                                  00043700
700177         IF  WPOS-DATE = ZERO                                     00043800
700177             AND CUP-POS-DATE IS NUMERIC                          00043900
700177             MOVE CUP-POS-DATE TO WPOS-DATE                       00044000
700177         END-IF                                                   00044100
700177         MOVE CUP-PLAN-NUM TO WPLAN-WORK                          00044200
700177         PERFORM R-300-FIND-PLAN                                  00044300
700177         IF  WPLN-HIT-SUB > ZERO                                  00044400
700177             MOVE 'Y' TO WPLN-IN-CUST (WPLN-HIT-SUB)              00044500
700177             IF  CUP-AMOUNT IS NUMERIC                            00044600
700177                 ADD CUP-AMOUNT TO WPLN-CUST-AMT (WPLN-HIT-SUB)   00044700
700177             ELSE                                                 00044800
700177                 DISPLAY 'BaCusRec-202 Position amount not '      00044900
700177                     'numeric, plan ' CUP-PLAN-NUM ' account '    00045000
700177                     CUP-ACCOUNT                                  00045100
700177                 ADD 1 TO WCTR-NOT-NUMERIC                        00045200
700177             END-IF                                               00045300
700177         END-IF                                                   00045400
700177     END-IF.                                                      00045500
700177     PERFORM A-310-READ-CUSTPOS.                                  00045600
           SKIP2                                                        00045700
700177***************************                                       00045800
700177*** Backup money totals                                           00045900
700177***************************                                       00046000
700177*** Same open handshake every BRSEQ reader use performs before    00046100
700177*** the first BABKPIS read.                                       00046200
700177 A-400-TOTAL-BACKUP.                                              00046300
700177     CALL 'BABKPI' USING SD-AREA                                  00046400
700177                           IO-BKPI-PARM                           00046500
700177                           IO-BKPI-OPEN                           00046600
700177                           BWA-REC.                               00046700
700177     IF  IO-BKPI-ERROR-YES                                        00046800
700177         DISPLAY 'BaCusRec-102 Backup failed to open:'            00046900
700177             IO-BKPI-FILE-STATUS                                  00047000
700177         MOVE 16 TO RETURN-CODE                                   00047100
700177         STOP RUN.                                                00047200
700177     MOVE ZERO TO WPLN-CUR-SUB.                                   00047300
700177     PERFORM N1-100-READ-PIS.                                     00047400
700177     PERFORM B-100-PROC-REC                                       00047500
700177       UNTIL IO-BKPI-ERROR-YES                                    00047600
700177          OR IO-BKPI-EOF-YES.                                     00047700
700177     CALL 'BABKPI' USING SD-AREA                                  00047800
700177                           IO-BKPI-PARM                           00047900
700177                           IO-BKPI-CLOSE                          00048000
700177                           BWA-REC.                               00048100
           SKIP2                                                        00048200
700177 N1-100-READ-PIS.                                                 00048300
700177     CALL 'BABKPIS' USING SD-AREA                                 00048400
700177                           IO-BKPI-PARM                           00048500
700177                           BKFIL-AREA                             00048600
700177                           BWA-REC.                               00048700
700177     IF  IO-BKPI-ERROR-NO                                         00048800
700177         AND IO-BKPI-EOF-NO                                       00048900
700177         AND BWA-TYPE-TLR-REC                                     00049000
700177         SET IO-BKPI-EOF-YES TO TRUE.                             00049100
           SKIP2                                                        00049200
700177*** The backup arrives in plan order, so the plan's slot is       00049300
700177*** looked up once per plan.                                      00049400
700177 B-100-PROC-REC.                                                  00049500
700177     IF  NOT BWA-TYPE-HDR-REC                                     00049600
700177         ADD 1 TO WCTR-BKUP-RECS                                  00049700
700177         IF  WPLN-CUR-SUB = ZERO                                  00049800
700177             OR WPLN-PLAN (WPLN-CUR-SUB) NOT = BWA-PLAN-NUM       00049900
700177             MOVE BWA-PLAN-NUM TO WPLAN-WORK                      00050000
700177             PERFORM R-300-FIND-PLAN                              00050100
700177             MOVE WPLN-HIT-SUB TO WPLN-CUR-SUB                    00050200
700177         END-IF                                                   00050300
700177         IF  WPLN-CUR-SUB > ZERO                                  00050400
700177             MOVE 'Y' TO WPLN-IN-BKUP (WPLN-CUR-SUB)              00050500
700177             IF  BKFIL-XXYY = 'PL  '                              00050600
700177                 MOVE PL-SPONSOR-NUM                              00050700
700177                     TO WPLN-SPONSOR (WPLN-CUR-SUB)               00050800
700177             END-IF                                               00050900
700177             PERFORM B-200-TAKE-MONEY                             00051000
700177               VARYING SUB-MNY FROM 1 BY 1                        00051100
700177                 UNTIL SUB-MNY > WMNY-COUNT                       00051200
700177         END-IF                                                   00051300
700177     END-IF.                                                      00051400
700177     PERFORM N1-100-READ-PIS.                                     00051500
           SKIP2                                                        00051600
700177 B-200-TAKE-MONEY.                                                00051700
700177     IF  WMNY-XXYY (SUB-MNY) = BKFIL-XXYY                         00051800
700177         PERFORM B-300-FETCH-DE                                   00051900
700177         IF  DE-NAME NOT = SPACES                                 00052000
700177             ADD 1 TO WCTR-MONEY-DES                              00052100
700177             IF  DE-VAL-INTERNAL-N IS NUMERIC                     00052200
700177                 MOVE DE-VAL-INTERNAL-N TO WDE-AMOUNT             00052300
700177                 ADD WDE-AMOUNT TO WPLN-BKUP-AMT (WPLN-CUR-SUB)   00052400
700177             ELSE                                                 00052500
700177                 ADD 1 TO WCTR-NOT-NUMERIC                        00052600
700177             END-IF                                               00052700
700177         END-IF                                                   00052800
700177     END-IF.                                                      00052900
           SKIP2                                                        00053000
700177*** Same DEMOD call the compare makes.  High-order digits beyond  00053100
700177*** 18 are not significant for any money DE and are dropped by    00053200
700177*** the move, as the compare's TOLERDE test drops them.           00053300
700177 B-300-FETCH-DE.                                                  00053400
700177     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00053500
700177     MOVE WMNY-DENUM (SUB-MNY) TO DE-DENUM.                       00053600
700177     SET DE-BYPASS-DED-YES TO TRUE.                               00053700
700177     SET DE-PROCESS-GET TO TRUE.                                  00053800
700177     MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK.                       00053900
700177     PERFORM R-950-RESOLVE-DEMOD.                                 00054000
700177     CALL WK-PGM-NAME USING SD-AREA                               00054100
700177                           DE-AREA                                00054200
700177                           BWA-DATA-REC                           00054300
700177          ON EXCEPTION                                            00054400
700177            DISPLAY 'DE data not available for:' WK-PGM-NAME      00054500
700177            MOVE SPACES TO DE-NAME                                00054600
700177     END-CALL.                                                    00054700
700177     IF  DE-NAME NOT = SPACES                                     00054800
700177         CALL 'BADEINDP' USING SD-AREA                            00054900
700177                               DE-AREA.                           00055000
           SKIP2                                                        00055100
700177***************************                                       00055200
700177*** Reconciling items                                             00055300
700177***************************                                       00055400
700177*** Open items net into their plan; an item for a plan on         00055500
700177*** neither side still goes forward untouched.                    00055600
700177 A-500-LOAD-ITEMS.                                                00055700
700177     OPEN INPUT RECITMI-FILE.                                     00055800
700177     IF  NOT WRECITMI-FS-OK                                       00055900
700177         DISPLAY 'BaCusRec-304 No RECITMI reconciling items:'     00056000
700177             WRECITMI-FS                                          00056100
700177     ELSE                                                         00056200
700177         PERFORM A-510-READ-ITEM                                  00056300
700177         PERFORM A-520-TAKE-ITEM                                  00056400
700177           UNTIL WRECITMI-FS NOT = '00'                           00056500
700177         CLOSE RECITMI-FILE.                                      00056600
           SKIP2                                                        00056700
700177 A-510-READ-ITEM.                                                 00056800
700177     READ RECITMI-FILE INTO WRCI-REC                              00056900
700177         AT END                                                   00057000
700177             NEXT SENTENCE.                                       00057100
           SKIP2                                                        00057200
700177 A-520-TAKE-ITEM.                                                 00057300
700177     IF  RCI-PLAN-NUM NOT = SPACES                                00057400
700177         AND RCI-PLAN-NUM (1:1) NOT = '*'                         00057500
700177         ADD 1 TO WCTR-ITEMS-IN                                   00057600
700177         IF  RCI-STATUS-OPEN                                      00057700
700177             AND RCI-AMOUNT IS NUMERIC                            00057800
700177             MOVE RCI-PLAN-NUM TO WPLAN-WORK                      00057900
700177             PERFORM R-310-SCAN-ONLY-PLAN                         00058000
700177             IF  WPLN-HIT-SUB > ZERO                              00058100
700177                 ADD RCI-AMOUNT TO WPLN-ITEM-AMT (WPLN-HIT-SUB)   00058200
700177                 ADD 1 TO WPLN-ITEMS (WPLN-HIT-SUB)               00058300
700177             END-IF                                               00058400
700177         END-IF                                                   00058500
700177     END-IF.                                                      00058600
700177     PERFORM A-510-READ-ITEM.                                     00058700
           SKIP2                                                        00058800
700177***************************                                       00058900
700177*** Reconciliation                                                00059000
700177***************************                                       00059100
700177*** Gross gap is custodian less backup; net gap is what the       00059200
700177*** plan's open reconciling items leave of it.                    00059300
700177 C-100-RECONCILE-PLAN.                                            00059400
700177     COMPUTE WGAP-GROSS = WPLN-CUST-AMT (SUB-PLN)                 00059500
700177                        - WPLN-BKUP-AMT (SUB-PLN).                00059600
700177     COMPUTE WGAP-NET   = WGAP-GROSS - WPLN-ITEM-AMT (SUB-PLN).   00059700
700177     IF  WPLN-IN-CUST (SUB-PLN) NOT = 'Y'                         00059800
700177         SET WPLN-STATUS-NO-CUST (SUB-PLN) TO TRUE                00059900
700177         ADD 1 TO WCTR-NO-CUST                                    00060000
700177     ELSE IF  WPLN-IN-BKUP (SUB-PLN) NOT = 'Y'                    00060100
700177         SET WPLN-STATUS-NO-BKUP (SUB-PLN) TO TRUE                00060200
700177         ADD 1 TO WCTR-NO-BKUP                                    00060300
700177     ELSE                                                         00060400
700177         MOVE WGAP-GROSS TO WGAP-ABS                              00060500
700177         PERFORM C-200-TEST-TOLERANCE                             00060600
700177         IF  WTOL-OK-YES                                          00060700
700177             SET WPLN-STATUS-BALANCED (SUB-PLN) TO TRUE           00060800
700177             ADD 1 TO WCTR-BALANCED                               00060900
700177         ELSE                                                     00061000
700177             MOVE WGAP-NET TO WGAP-ABS                            00061100
700177             PERFORM C-200-TEST-TOLERANCE                         00061200
700177             IF  WTOL-OK-YES                                      00061300
700177                 AND WPLN-ITEMS (SUB-PLN) > ZERO                  00061400
700177                 SET WPLN-STATUS-RECONCILED (SUB-PLN) TO TRUE     00061500
700177                 ADD 1 TO WCTR-RECONCILED                         00061600
700177             ELSE                                                 00061700
700177                 SET WPLN-STATUS-OUT-OF-BAL (SUB-PLN) TO TRUE     00061800
700177                 ADD 1 TO WCTR-OUT-OF-BAL                         00061900
700177                 DISPLAY 'BaCusRec-201 Plan ' WPLN-PLAN (SUB-PLN) 00062000
700177                     ' out of balance with the custodian'         00062100
700177             END-IF                                               00062200
700177         END-IF                                                   00062300
700177     END-IF.                                                      00062400
700177     PERFORM C-300-ROLL-SPONSOR.                                  00062500
           SKIP2                                                        00062600
700177*** WGAP-ABS within the TOLERANCE allowance.  P is percent of     00062700
700177*** the custodian total.                                          00062800
700177 C-200-TEST-TOLERANCE.                                            00062900
700177     MOVE 'N' TO WTOL-OK-FLG.                                     00063000
700177     IF  WGAP-ABS < ZERO                                          00063100
700177         COMPUTE WGAP-ABS = ZERO - WGAP-ABS.                      00063200
700177     IF  WCTL-TOL-TYPE-PCT                                        00063300
700177         COMPUTE WTOL-ALLOWED =                                   00063400
700177             WPLN-CUST-AMT (SUB-PLN) * WCTL-TOL-LIMIT / 100       00063500
700177         IF  WTOL-ALLOWED < ZERO                                  00063600
700177             COMPUTE WTOL-ALLOWED = ZERO - WTOL-ALLOWED           00063700
700177         END-IF                                                   00063800
700177     ELSE                                                         00063900
700177         MOVE WCTL-TOL-LIMIT TO WTOL-ALLOWED.                     00064000
700177     IF  WGAP-ABS NOT > WTOL-ALLOWED                              00064100
700177         SET WTOL-OK-YES TO TRUE.                                 00064200
           SKIP2                                                        00064300
700177 C-300-ROLL-SPONSOR.                                              00064400
700177     IF  WPLN-SPONSOR (SUB-PLN) = SPACES                          00064500
700177         IF  WPLN-IN-BKUP (SUB-PLN) = 'Y'                         00064600
700177             MOVE '(NO PL)'   TO WPLN-SPONSOR (SUB-PLN)           00064700
700177         ELSE                                                     00064800
700177             MOVE '(UNKNOWN)' TO WPLN-SPONSOR (SUB-PLN)           00064900
700177         END-IF                                                   00065000
700177     END-IF.                                                      00065100
700177     MOVE WPLN-SPONSOR (SUB-PLN) TO WSPONSOR-WORK.                00065200
700177     MOVE ZERO TO WSPN-HIT-SUB.                                   00065300
700177     PERFORM C-310-SCAN-SPONSOR                                   00065400
700177       VARYING SUB-SPN FROM 1 BY 1                                00065500
700177         UNTIL SUB-SPN > WSPN-COUNT                               00065600
700177           OR WSPN-HIT-SUB > ZERO.                                00065700
700177     IF  WSPN-HIT-SUB = ZERO                                      00065800
700177         IF  WSPN-COUNT < WSPN-MAX-ENTRIES                        00065900
700177             ADD 1 TO WSPN-COUNT                                  00066000
700177             MOVE WSPN-COUNT TO WSPN-HIT-SUB                      00066100
700177             MOVE WSPONSOR-WORK TO WSPN-SPONSOR (WSPN-HIT-SUB)    00066200
700177         ELSE                                                     00066300
700177             ADD 1 TO WCTR-SPN-OVER                               00066400
700177         END-IF                                                   00066500
700177     END-IF.                                                      00066600
700177     IF  WSPN-HIT-SUB > ZERO                                      00066700
700177         ADD 1 TO WSPN-PLANS (WSPN-HIT-SUB)                       00066800
700177         ADD WPLN-BKUP-AMT (SUB-PLN)                              00066900
700177             TO WSPN-BKUP-AMT (WSPN-HIT-SUB)                      00067000
700177         ADD WPLN-CUST-AMT (SUB-PLN)                              00067100
700177             TO WSPN-CUST-AMT (WSPN-HIT-SUB)                      00067200
700177         ADD WPLN-ITEM-AMT (SUB-PLN)                              00067300
700177             TO WSPN-ITEM-AMT (WSPN-HIT-SUB)                      00067400
700177         IF  NOT WPLN-STATUS-BALANCED (SUB-PLN)                   00067500
700177             AND NOT WPLN-STATUS-RECONCILED (SUB-PLN)             00067600
700177             ADD 1 TO WSPN-EXCEPTIONS (WSPN-HIT-SUB)              00067700
700177         END-IF                                                   00067800
700177     END-IF.                                                      00067900
700177     ADD WPLN-BKUP-AMT (SUB-PLN) TO WTOT-BKUP-AMT.                00068000
700177     ADD WPLN-CUST-AMT (SUB-PLN) TO WTOT-CUST-AMT.                00068100
700177     ADD WPLN-ITEM-AMT (SUB-PLN) TO WTOT-ITEM-AMT.                00068200
           SKIP2                                                        00068300
700177 C-310-SCAN-SPONSOR.                                              00068400
700177     IF  WSPN-SPONSOR (SUB-SPN) = WSPONSOR-WORK                   00068500
700177         MOVE SUB-SPN TO WSPN-HIT-SUB.                            00068600
           SKIP2                                                        00068700
700177***************************                                       00068800
700177*** Report                                                        00068900
700177***************************                                       00069000
700177 D-100-RPT-PLANS.                                                 00069100
700177     MOVE SPACES TO WPRINT-TITLE1.                                00069200
700177     STRING ' Plan       Sponsor         Backup Total     '       00069300
700177         'Custodian Total    Reconciling Items       '            00069400
700177         'Unexplained Status'                                     00069500
700177         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00069600
700177     MOVE ' By Plan'  TO RPTHDR-SUBTITLE.                         00069700
700177     PERFORM V-150-NEWPAGE.                                       00069800
700177     MOVE WMNY-COUNT TO WMNY-COUNT-ED.                            00069900
700177     MOVE SPACES TO WPRINT-LINE.                                  00070000
700177     STRING ' Position date: ' WPOS-DATE '   Tolerance: '         00070100
700177         WCTL-TOL-TYPE ' ' WCTL-TOL-LIMIT                         00070200
700177         '   Money DEs: ' WMNY-COUNT-ED                           00070300
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00070400
700177     PERFORM V-100-PRINT-LINE.                                    00070500
700177     PERFORM V-100-PRINT-LINE.                                    00070600
700177     PERFORM D-110-RPT-PLAN                                       00070700
700177       VARYING SUB-PLN FROM 1 BY 1                                00070800
700177         UNTIL SUB-PLN > WPLN-COUNT.                              00070900
700177     PERFORM V-100-PRINT-LINE.                                    00071000
700177     MOVE SPACES TO RCDAT1-LINE.                                  00071100
700177     MOVE 'TOTAL'       TO RCDAT1-PLAN.                           00071200
700177     MOVE WTOT-BKUP-AMT TO RCDAT1-BKUP.                           00071300
700177     MOVE WTOT-CUST-AMT TO RCDAT1-CUST.                           00071400
700177     MOVE WTOT-ITEM-AMT TO RCDAT1-ITEMS.                          00071500
700177     COMPUTE RCDAT1-NET = WTOT-CUST-AMT - WTOT-BKUP-AMT           00071600
700177                        - WTOT-ITEM-AMT.                          00071700
700177     MOVE RCDAT1-LINE TO WPRINT-LINE.                             00071800
700177     PERFORM V-100-PRINT-LINE.                                    00071900
700177     PERFORM V-100-PRINT-LINE.                                    00072000
700177     STRING ' Balanced:                   ' WCTR-BALANCED         00072100
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00072200
700177     PERFORM V-100-PRINT-LINE.                                    00072300
700177     STRING ' Reconciled by items:        ' WCTR-RECONCILED       00072400
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00072500
700177     PERFORM V-100-PRINT-LINE.                                    00072600
700177     STRING ' Out of balance:             ' WCTR-OUT-OF-BAL       00072700
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00072800
700177     PERFORM V-100-PRINT-LINE.                                    00072900
700177     STRING ' No custodian position:      ' WCTR-NO-CUST          00073000
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00073100
700177     PERFORM V-100-PRINT-LINE.                                    00073200
700177     STRING ' No backup plan:             ' WCTR-NO-BKUP          00073300
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00073400
700177     PERFORM V-100-PRINT-LINE.                                    00073500
700177     STRING ' Backup records read:        ' WCTR-BKUP-RECS        00073600
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00073700
700177     PERFORM V-100-PRINT-LINE.                                    00073800
700177     STRING ' Money DE values totalled:   ' WCTR-MONEY-DES        00073900
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00074000
700177     PERFORM V-100-PRINT-LINE.                                    00074100
700177     STRING ' Values not numeric, left out: ' WCTR-NOT-NUMERIC    00074200
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00074300
700177     PERFORM V-100-PRINT-LINE.                                    00074400
700177     STRING ' Custodian position rows:    ' WCTR-CUST-ROWS        00074500
700177         DELIMITED BY SIZE INTO WPRINT-LINE.                      00074600
700177     PERFORM V-100-PRINT-LINE.                                    00074700
           SKIP2                                                        00074800
700177 D-110-RPT-PLAN.                                                  00074900
700177     MOVE SPACES TO RCDAT1-LINE.                                  00075000
700177     MOVE WPLN-PLAN (SUB-PLN)     TO RCDAT1-PLAN.                 00075100
700177     MOVE WPLN-SPONSOR (SUB-PLN)  TO RCDAT1-SPONSOR.              00075200
700177     MOVE WPLN-BKUP-AMT (SUB-PLN) TO RCDAT1-BKUP.                 00075300
700177     MOVE WPLN-CUST-AMT (SUB-PLN) TO RCDAT1-CUST.                 00075400
700177     MOVE WPLN-ITEM-AMT (SUB-PLN) TO RCDAT1-ITEMS.                00075500
700177     COMPUTE RCDAT1-NET = WPLN-CUST-AMT (SUB-PLN)                 00075600
700177                        - WPLN-BKUP-AMT (SUB-PLN)                 00075700
700177                        - WPLN-ITEM-AMT (SUB-PLN).                00075800
700177     MOVE WPLN-STATUS (SUB-PLN)   TO RCDAT1-STATUS.               00075900
700177     MOVE RCDAT1-LINE TO WPRINT-LINE.                             00076000
700177     PERFORM V-100-PRINT-LINE.                                    00076100
           SKIP2                                                        00076200
700177 D-200-RPT-SPONSORS.                                              00076300
700177     MOVE SPACES TO WPRINT-TITLE1.                                00076400
700177     STRING ' Sponsor    Plans/Exc       Backup Total     '       00076500
700177         'Custodian Total    Reconciling Items       '            00076600
700177         'Unexplained'                                            00076700
700177         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00076800
700177     MOVE ' By Sponsor'  TO RPTHDR-SUBTITLE.                      00076900
700177     PERFORM V-150-NEWPAGE.                                       00077000
700177     PERFORM D-210-RPT-SPONSOR                                    00077100
700177       VARYING SUB-SPN FROM 1 BY 1                                00077200
700177         UNTIL SUB-SPN > WSPN-COUNT.                              00077300
           SKIP2                                                        00077400
700177 D-210-RPT-SPONSOR.                                               00077500
700177     MOVE SPACES TO RCDAT1-LINE.                                  00077600
700177     MOVE WSPN-SPONSOR (SUB-SPN)  TO RCDAT1-PLAN.                 00077700
700177     MOVE WSPN-PLANS (SUB-SPN)      TO WSPN-PLANS-ED.             00077800
700177     MOVE WSPN-EXCEPTIONS (SUB-SPN) TO WSPN-EXC-ED.               00077900
700177     STRING WSPN-PLANS-ED '/' WSPN-EXC-ED                         00078000
700177         DELIMITED BY SIZE INTO RCDAT1-SPONSOR.                   00078100
700177     MOVE WSPN-BKUP-AMT (SUB-SPN) TO RCDAT1-BKUP.                 00078200
700177     MOVE WSPN-CUST-AMT (SUB-SPN) TO RCDAT1-CUST.                 00078300
700177     MOVE WSPN-ITEM-AMT (SUB-SPN) TO RCDAT1-ITEMS.                00078400
700177     COMPUTE RCDAT1-NET = WSPN-CUST-AMT (SUB-SPN)                 00078500
700177                        - WSPN-BKUP-AMT (SUB-SPN)                 00078600
700177                        - WSPN-ITEM-AMT (SUB-SPN).                00078700
700177     MOVE RCDAT1-LINE TO WPRINT-LINE.                             00078800
700177     PERFORM V-100-PRINT-LINE.                                    00078900
           SKIP2                                                        00079000
700177***************************                                       00079100
700177*** Carry-forward                                                 00079200
700177***************************                                       00079300
700177*** Second pass over the items: OPEN items go forward with the    00079400
700177*** run date as last seen, CLEARED when their plan now balances   00079500
700177*** without them; yesterday's CLEARED items are dropped.          00079600
700177 E-100-CARRY-ITEMS.                                               00079700
700177     OPEN OUTPUT RECITMO-FILE.                                    00079800
700177     IF  NOT WRECITMO-FS-OK                                       00079900
700177         DISPLAY 'BaCusRec-307 RECITMO dd OPEN failed, items not '00080000
700177             'carried forward:' WRECITMO-FS                       00080100
700177         MOVE 16 TO WRC-FINAL                                     00080200
700177     ELSE                                                         00080300
700177         MOVE SPACES TO WPRINT-TITLE1                             00080400
700191         STRING ' Plan       Item ID             Amount Opened   '00080500
700177             'Status  Description'                                00080600
700177             DELIMITED BY SIZE INTO WPRINT-TITLE1                 00080700
700177         MOVE ' Reconciling Items Carried Forward'                00080800
700177             TO RPTHDR-SUBTITLE                                   00080900
700177         PERFORM V-150-NEWPAGE                                    00081000
700177         OPEN INPUT RECITMI-FILE                                  00081100
700177         IF  WRECITMI-FS-OK                                       00081200
700177             PERFORM A-510-READ-ITEM                              00081300
700177             PERFORM E-110-CARRY-ITEM                             00081400
700177               UNTIL WRECITMI-FS NOT = '00'                       00081500
700177             CLOSE RECITMI-FILE                                   00081600
700177         END-IF                                                   00081700
700177         CLOSE RECITMO-FILE                                       00081800
700177         PERFORM V-100-PRINT-LINE                                 00081900
700177         STRING ' Items read:                 ' WCTR-ITEMS-IN     00082000
700177             DELIMITED BY SIZE INTO WPRINT-LINE                   00082100
700177         PERFORM V-100-PRINT-LINE                                 00082200
700177         STRING ' Carried forward open:       ' WCTR-ITEMS-OPEN   00082300
700177             DELIMITED BY SIZE INTO WPRINT-LINE                   00082400
700177         PERFORM V-100-PRINT-LINE                                 00082500
700177         STRING ' Cleared today:              ' WCTR-ITEMS-CLEARED00082600
700177             DELIMITED BY SIZE INTO WPRINT-LINE                   00082700
700177         PERFORM V-100-PRINT-LINE                                 00082800
700177         STRING ' Cleared earlier, dropped:   ' WCTR-ITEMS-DROPPED00082900
700177             DELIMITED BY SIZE INTO WPRINT-LINE                   00083000
700177         PERFORM V-100-PRINT-LINE.                                00083100
           SKIP2                                                        00083200
700177 E-110-CARRY-ITEM.                                                00083300
700177     IF  RCI-PLAN-NUM = SPACES                                    00083400
700177         OR RCI-PLAN-NUM (1:1) = '*'                              00083500
700177         WRITE RECITMO-REC FROM WRCI-REC                          00083600
700177     ELSE IF  RCI-STATUS-CLEARED                                  00083700
700177         ADD 1 TO WCTR-ITEMS-DROPPED                              00083800
700177     ELSE                                                         00083900
700177         IF  RCI-STATUS = SPACES                                  00084000
700177             MOVE 'OPEN' TO RCI-STATUS                            00084100
700177         END-IF                                                   00084200
700177         IF  RCI-OPEN-DATE IS NOT NUMERIC                         00084300
700177             OR RCI-OPEN-DATE = ZERO                              00084400
700177             MOVE WRUN-DATE TO RCI-OPEN-DATE                      00084500
700177         END-IF                                                   00084600
700177         MOVE RCI-PLAN-NUM TO WPLAN-WORK                          00084700
700177         PERFORM R-310-SCAN-ONLY-PLAN                             00084800
700177         IF  WPLN-HIT-SUB > ZERO                                  00084900
700177             MOVE WRUN-DATE TO RCI-LAST-DATE                      00085000
700177             IF  WPLN-STATUS-BALANCED (WPLN-HIT-SUB)              00085100
700177                 SET RCI-STATUS-CLEARED TO TRUE                   00085200
700177             END-IF                                               00085300
700177         END-IF                                                   00085400
700177         IF  RCI-STATUS-CLEARED                                   00085500
700177             ADD 1 TO WCTR-ITEMS-CLEARED                          00085600
700177         ELSE                                                     00085700
700177             ADD 1 TO WCTR-ITEMS-OPEN                             00085800
700177         END-IF                                                   00085900
700177         WRITE RECITMO-REC FROM WRCI-REC                          00086000
700177         PERFORM E-120-PRINT-ITEM                                 00086100
700177     END-IF.                                                      00086200
700177     PERFORM A-510-READ-ITEM.                                     00086300
           SKIP2                                                        00086400
700177 E-120-PRINT-ITEM.                                                00086500
700177     MOVE SPACES TO RIDAT1-LINE.                                  00086600
700177     MOVE RCI-PLAN-NUM   TO RIDAT1-PLAN.                          00086700
700177     MOVE RCI-ITEM-ID    TO RIDAT1-ITEM-ID.                       00086800
700177     IF  RCI-AMOUNT IS NUMERIC                                    00086900
700177         MOVE RCI-AMOUNT TO RIDAT1-AMOUNT.                        00087000
700177     MOVE RCI-OPEN-DATE  TO RIDAT1-OPEN-DATE.                     00087100
700177     MOVE RCI-STATUS     TO RIDAT1-STATUS.                        00087200
700177     MOVE RCI-DESC       TO RIDAT1-DESC.                          00087300
700177     MOVE RIDAT1-LINE TO WPRINT-LINE.                             00087400
700177     PERFORM V-100-PRINT-LINE.                                    00087500
           SKIP2                                                        00087600
700177***************************                                       00087700
700177*** Control card handling                                         00087800
700177***************************                                       00087900
700177 F-100-PROC-CTL.                                                  00088000
700177     IF  CTL-REC (1:1) = '*'                                      00088100
700177         DISPLAY 'BaCusRec-500 Comment:' CTL-REC (1:50)           00088200
700177     ELSE                                                         00088300
700177         PERFORM F-105-CONTINUE.                                  00088400
700177     PERFORM F-110-READ-IN110.                                    00088500
           SKIP2                                                        00088600
700177 F-105-CONTINUE.                                                  00088700
700177     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00088800
700177     UNSTRING CTL-REC DELIMITED BY SPACE                          00088900
700177         INTO WCTL-CMD WCTL-VAL.                                  00089000
700177     DISPLAY 'BaCusRec-500 CtlCard:' CTL-REC (1:50).              00089100
700177     IF  WCTL-CMD-MONEYDE                                         00089200
700177         IF  CTL-REC (9:4) NOT = SPACES                           00089300
700177             AND CTL-REC (14:3) IS NUMERIC                        00089400
700177             AND WMNY-COUNT < WMNY-MAX-ENTRIES                    00089500
700177             ADD 1 TO WMNY-COUNT                                  00089600
700177             MOVE CTL-REC (9:4)  TO WMNY-XXYY (WMNY-COUNT)        00089700
700177             MOVE CTL-REC (14:3) TO WMNY-DENUM (WMNY-COUNT)       00089800
700177         ELSE                                                     00089900
700177             DISPLAY ' Invalid or too many MONEYDE:'              00090000
700177                 CTL-REC (9:8)                                    00090100
700177             ADD 1 TO WCTR-CTL-ERRORS                             00090200
700177         END-IF                                                   00090300
700177     ELSE IF  WCTL-CMD-TOLERANCE                                  00090400
700177         IF  (WCTL-TOL-TYPE-IN = 'A' OR 'P')                      00090500
700177             AND WCTL-TOL-LIMIT-IN IS NUMERIC                     00090600
700177             MOVE WCTL-TOL-TYPE-IN  TO WCTL-TOL-TYPE              00090700
700177             MOVE WCTL-TOL-LIMIT-IN TO WCTL-TOL-LIMIT             00090800
700177         ELSE                                                     00090900
700177             DISPLAY ' Invalid TOLERANCE value:' WCTL-VAL         00091000
700177             ADD 1 TO WCTR-CTL-ERRORS                             00091100
700177         END-IF                                                   00091200
700177     ELSE                                                         00091300
700177         DISPLAY 'BaCusRec-501 Invalid Control Card:'             00091400
700177             CTL-REC (1:50)                                       00091500
700177         ADD 1 TO WCTR-CTL-ERRORS.                                00091600
           SKIP2                                                        00091700
700177 F-110-READ-IN110.                                                00091800
700177     CALL 'UT110IN'  USING SD-AREA                                00091900
700177               IO-IN110-PARM                                      00092000
700177               IO-IN110-READ                                      00092100
700177               CTL-REC.                                           00092200
           SKIP2                                                        00092300
700177***************************                                       00092400
700177*** Shared routines                                               00092500
700177***************************                                       00092600
700177*** Find-or-add the slot for WPLAN-WORK; zero past the table.     00092700
700177 R-300-FIND-PLAN.                                                 00092800
700177     PERFORM R-310-SCAN-ONLY-PLAN.                                00092900
700177     IF  WPLN-HIT-SUB = ZERO                                      00093000
700177         IF  WPLN-COUNT < WPLN-MAX-ENTRIES                        00093100
700177             ADD 1 TO WPLN-COUNT                                  00093200
700177             MOVE WPLN-COUNT TO WPLN-HIT-SUB                      00093300
700177             MOVE WPLAN-WORK TO WPLN-PLAN (WPLN-HIT-SUB)          00093400
700177         ELSE                                                     00093500
700177             ADD 1 TO WCTR-PLAN-OVER                              00093600
700177         END-IF                                                   00093700
700177     END-IF.                                                      00093800
           SKIP2                                                        00093900
700177 R-310-SCAN-ONLY-PLAN.                                            00094000
700177     MOVE ZERO TO WPLN-HIT-SUB.                                   00094100
700177     PERFORM R-320-SCAN-PLN                                       00094200
700177       VARYING SUB-PLN FROM 1 BY 1                                00094300
700177         UNTIL SUB-PLN > WPLN-COUNT                               00094400
700177           OR WPLN-HIT-SUB > ZERO.                                00094500
           SKIP2                                                        00094600
700177 R-320-SCAN-PLN.                                                  00094700
700177     IF  WPLN-PLAN (SUB-PLN) = WPLAN-WORK                         00094800
700177         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00094900
           SKIP2                                                        00095000
700177*** DEMOD dispatch off the registry, falling back to the          00095100
700177*** xxYY + 'DE' convention for unregistered types.                00095200
700177 R-950-RESOLVE-DEMOD.                                             00095300
700177     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00095400
700177     PERFORM R-966-SCAN-TYPEREG-ROW                               00095500
700177       VARYING SUB-TYPEREG FROM 1 BY 1                            00095600
700177         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00095700
700177           OR WTYPEREG-HIT-SUB > ZERO.                            00095800
700177     IF  WTYPEREG-HIT-SUB > ZERO                                  00095900
700177         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00096000
700177         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00096100
700177             TO WK-PGM-NAME                                       00096200
700177     ELSE                                                         00096300
700177         MOVE SPACES TO WK-PGM-NAME                               00096400
700177         STRING WTYPEREG-XXYY-WORK 'DE'                           00096500
700177            DELIMITED BY SIZE                                     00096600
700177              INTO WK-PGM-NAME.                                   00096700
           SKIP2                                                        00096800
700177 R-966-SCAN-TYPEREG-ROW.                                          00096900
700177     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00097000
700177         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00097100
           SKIP2                                                        00097200
700177***************************                                       00097300
700177*** Print-line routines                                           00097400
700177***************************                                       00097500
700177 V-100-PRINT-LINE.                                                00097600
700177     IF  WPRINT-LINES-OVER                                        00097700
700177         PERFORM V-150-NEWPAGE.                                   00097800
700177     ADD 1 TO WPRINT-LINES.                                       00097900
700177     WRITE PRINT-LINE FROM WPRINT-LINE                            00098000
700177           AFTER ADVANCING 1 LINE.                                00098100
700177     MOVE SPACES   TO WPRINT-LINE.                                00098200
700177     ADD 1 TO WPRINT-TOT-LINES.                                   00098300
           SKIP2                                                        00098400
700177 V-150-NEWPAGE.                                                   00098500
700177     ADD 1 TO WPRINT-PAGE.                                        00098600
700177     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00098700
700177     MOVE SPACES TO PRINT-LINE.                                   00098800
700177     WRITE PRINT-LINE                                             00098900
700177       AFTER ADVANCING PAGE.                                      00099000
700177     WRITE PRINT-LINE FROM RPTHDR-LINE                            00099100
700177       AFTER ADVANCING 1 LINE.                                    00099200
700177     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00099300
700177       AFTER ADVANCING 1.                                         00099400
700177     MOVE ZERO TO WPRINT-LINES.                                   00099500
700177     ADD 3 TO WPRINT-TOT-LINES.                                   00099600
