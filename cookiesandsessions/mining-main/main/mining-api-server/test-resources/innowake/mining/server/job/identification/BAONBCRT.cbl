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
700198 IDENTIFICATION DIVISION.                                         00000100
700198 PROGRAM-ID. 'BAONBCRT'.                                          00000200
700198******************************************************************00000300
700198**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700198******************************************************************00000500
700198**  AUTHOR       W. WHITE, Oct 2026                               00000600
700198**  PURPOSE      Onboarding certification of newly converted      00000700
700198**               plans.  A plan converted onto the platform is on 00000800
700198**               File2 only, and the compare can say no more of it00000900
700198**               than that every record is an extra.  This step   00001000
700198**               takes the plans the conversion team expects      00001100
700198**               tonight (ONBLIST rows), reads them off the backup00001200
700198**               and certifies each against the template for its  00001300
700198**               plan type (ONBTMPL rows):                        00001400
700198**                 - one PL master record                         00001500
700198**                 - the plan type the list names, and a          00001600
700198**                   template for it                              00001700
700198**                 - a PT header for every participant            00001800
700198**                 - the participant count the sponsor submitted  00001900
700198**                 - each record type the template names, in the  00002000
700198**                   proportion it sets                           00002100
700198**                 - every coded DE the template names holding    00002200
700203**                   a code CODETBL lists for it                  00002300
700198**               Each plan gets a certificate page, CERTIFIED or  00002400
700198**               NOT CERTIFIED with the checks that failed;       00002500
700198**               missing PT headers and invalid codes are itemized00002600
700198**               ahead of the certificates.                       00002700
700198**                                                                00002800
700198**               Return codes:                                    00002900
700198**                 0 - every listed plan is certified             00003000
700198**                 4 - plans not certified, or a list or template 00003100
700198**                     row was rejected                           00003200
700198**                 8 - the onboarding list or the template is     00003300
700198**                     empty                                      00003400
700203**                16 - the backup, ONBLIST, ONBTMPL or CODETBL    00003500
700203**                     could not be opened                        00003600
700198******************************************************************00003700
700198**  REVISIONS:                                                    00003800
700198******************************************************************00003900
700198**  Input                                                         00004000
700198**   . BKUPIN  - The backup holding the converted plans (File2),  00004100
700198**               via BABKPI/BABKPIS                               00004200
700198**   . TYPEREG - Optional record-type registry                    00004300
700198**   . ONBLIST - Plans expected to onboard (ONBLIST layout)       00004400
700198**   . ONBTMPL - Plan-type templates (ONBTMPL layout)             00004500
700203**   . CODETBL - Reference code table, the compare's CODEDOM      00000000
700203**               layout, when the template has coded-DE rows      00000000
700198******************************************************************00004600
700198**  Output                                                        00004700
700198**   . SYSOUT  - Displayed Information                            00004800
700198**   . REPORT  - Exceptions, one certificate per plan, totals     00004900
700198******************************************************************00005000
700198 ENVIRONMENT DIVISION.                                            00005100
700198 CONFIGURATION SECTION.                                           00005200
700198 INPUT-OUTPUT SECTION.                                            00005300
           SKIP2                                                        00005400
700198 FILE-CONTROL.                                                    00005500
700198     SELECT PRINT-FILE                                            00005600
700198         ASSIGN TO UT-S-REPORT                                    00005700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005800
700198         FILE STATUS WPRINT-FS.                                   00005900
700198     SELECT ONBLIST-FILE                                          00006000
700198         ASSIGN TO UT-S-ONBLIST                                   00006100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006200
700198         FILE STATUS WONBLIST-FS.                                 00006300
700198     SELECT ONBTMPL-FILE                                          00006400
700198         ASSIGN TO UT-S-ONBTMPL                                   00006500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006600
700198         FILE STATUS WONBTMPL-FS.                                 00006700
700198     SELECT TYPEREG-FILE                                          00006800
700198         ASSIGN TO UT-S-TYPEREG                                   00006900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007000
700198         FILE STATUS WTYPEREG-FS.                                 00007100
700203     SELECT CODETBL-FILE                                          00000000
700203         ASSIGN TO UT-S-CODETBL                                   00000000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00000000
700203         FILE STATUS WCODETBL-FS.                                 00000000
700198 DATA DIVISION.                                                   00007200
           SKIP2                                                        00007300
700198 FILE SECTION.                                                    00007400
           SKIP1                                                        00007500
700198 FD  PRINT-FILE                                                   00007600
700198     BLOCK CONTAINS 0 RECORDS                                     00007700
700198     LABEL RECORDS ARE STANDARD.                                  00007800
           SKIP2                                                        00007900
700198 01 PRINT-LINE                PIC X(133).                         00008000
           SKIP2                                                        00008100
700198 FD  ONBLIST-FILE                                                 00008200
700198     BLOCK CONTAINS 0 RECORDS                                     00008300
700198     LABEL RECORDS ARE STANDARD.                                  00008400
           SKIP2                                                        00008500
700198 01  ONBLIST-REC. COPY ONBLIST.                                   00008600
           SKIP2                                                        00008700
700198 FD  ONBTMPL-FILE                                                 00008800
700198     BLOCK CONTAINS 0 RECORDS                                     00008900
700198     LABEL RECORDS ARE STANDARD.                                  00009000
           SKIP2                                                        00009100
700198 01  ONBTMPL-REC. COPY ONBTMPL.                                   00009200
           SKIP2                                                        00009300
700198*** Record-type registry rows - see the TYPEREG copybook.         00009400
700198 FD  TYPEREG-FILE                                                 00009500
700198     BLOCK CONTAINS 0 RECORDS                                     00009600
700198     LABEL RECORDS ARE STANDARD.                                  00009700
           SKIP2                                                        00009800
700198 01  TYPEREG-LINE             PIC X(80).                          00009900
           SKIP2                                                        00000000
700203*** Reference code table rows - one valid value of a RecordType / 00000000
700203*** DE, left-justified, as the compare reads them under CODEDOM.  00000000
700203 FD  CODETBL-FILE                                                 00000000
700203     BLOCK CONTAINS 0 RECORDS                                     00000000
700203     LABEL RECORDS ARE STANDARD.                                  00000000
           SKIP2                                                        00000000
700203 01  CODETBL-LINE.                                                00000000
700203     05  CDTB-XXYY              PIC X(4).                         00000000
700203     05  FILLER                 PIC X(1).                         00000000
700203     05  CDTB-DENUM             PIC 9(3).                         00000000
700203     05  FILLER                 PIC X(1).                         00000000
700203     05  CDTB-VALUE             PIC X(20).                        00000000
700203     05  FILLER                 PIC X(1).                         00000000
700203     05  CDTB-DESC              PIC X(30).                        00000000
700203     05  FILLER                 PIC X(20).                        00000000
700198 WORKING-STORAGE SECTION.                                         00010000
700198 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00010100
700198 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00010200
700198 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00010300
700198 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00010400
700198     88  WTYPEREG-FS-OK    VALUE '00'.                            00010500
700198 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00010600
700198 01  WTYPEREG-AREA. COPY TYPEREG.                                 00010700
700198 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00010800
700198 77  SUB-TPL               PIC S9(4) BINARY VALUE ZERO.           00010900
700198 77  SUB-TPL2              PIC S9(4) BINARY VALUE ZERO.           00011000
700198 77  SUB-TYP               PIC S9(4) BINARY VALUE ZERO.           00011100
700198 77  WPLN-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00011300
700198 77  WPLN-CUR-SUB          PIC S9(4) BINARY VALUE ZERO.           00011400
700198 77  WTYP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00011500
700198 77  WTPL-CAND-SUB         PIC S9(4) BINARY VALUE ZERO.           00011600
700198 77  WCTR-BKUP-RECS        PIC 9(9)     VALUE ZERO.               00011700
700198 77  WCTR-ONB-RECS         PIC 9(9)     VALUE ZERO.               00011800
700198 77  WCTR-LIST-ROWS        PIC 9(5)     VALUE ZERO.               00011900
700198 77  WCTR-LIST-DUPS        PIC 9(5)     VALUE ZERO.               00012000
700198 77  WCTR-LIST-BAD         PIC 9(5)     VALUE ZERO.               00012100
700198 77  WCTR-LIST-OVER        PIC 9(5)     VALUE ZERO.               00012200
700198 77  WCTR-TPL-BAD          PIC 9(5)     VALUE ZERO.               00012300
700198 77  WCTR-TPL-OVER         PIC 9(5)     VALUE ZERO.               00012400
700203 77  WCTR-TPL-CODED        PIC 9(5)     VALUE ZERO.               00000000
700203 77  WCTR-CDOM-VALID       PIC 9(7)     VALUE ZERO.               00000000
700198 77  WCTR-TYPE-OVER        PIC 9(9)     VALUE ZERO.               00012500
700198 77  WCTR-CODES-CHECKED    PIC 9(9)     VALUE ZERO.               00012600
700198 77  WCTR-CODES-BAD        PIC 9(9)     VALUE ZERO.               00012700
700198 77  WCTR-CODE-NODE        PIC 9(9)     VALUE ZERO.               00012800
700198 77  WCTR-NO-PT            PIC 9(9)     VALUE ZERO.               00012900
700198 77  WCTR-CERTIFIED        PIC 9(5)     VALUE ZERO.               00013000
700198 77  WCTR-NOT-CERT         PIC 9(5)     VALUE ZERO.               00013100
700198 77  WCTR-NOT-FOUND        PIC 9(5)     VALUE ZERO.               00013200
700198 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00013300
700198 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00013400
700198 77  WPLN-CUR-PLAN         PIC X(10)    VALUE SPACES.             00013500
700198 77  WPART-WORK            PIC X(11)    VALUE SPACES.             00013600
700198 77  WPART-CUR             PIC X(11)    VALUE SPACES.             00013700
700198 77  WPART-HAS-PT-FLG      PIC X        VALUE 'N'.                00013800
700198     88  WPART-HAS-PT-YES  VALUE 'Y'.                             00013900
700198 77  WTYPE-WORK            PIC X(4)     VALUE SPACES.             00014000
700198 77  WXXYY-WORK            PIC X(4)     VALUE SPACES.             00014100
700198 77  WRULE-APPLIES-FLG     PIC X        VALUE 'N'.                00014200
700198     88  WRULE-APPLIES-YES VALUE 'Y'.                             00014300
700198 77  WCODE-OK-FLG          PIC X        VALUE 'N'.                00014400
700198     88  WCODE-OK-YES      VALUE 'Y'.                             00014500
700198 77  WCHECK-PASS-FLG       PIC X        VALUE 'N'.                00014600
700198     88  WCHECK-PASS-YES   VALUE 'Y'.                             00014700
700198 77  WROW-OK-FLG           PIC X        VALUE 'N'.                00014800
700198     88  WROW-OK-YES       VALUE 'Y'.                             00014900
700198 77  WTPL-ROWS-FOR-TYPE    PIC 9(5)     VALUE ZERO.               00015000
700198 77  WTPL-CODED-FOR-TYPE   PIC 9(5)     VALUE ZERO.               00015100
700198 77  WFAILS                PIC 9(3)     VALUE ZERO.               00015200
700198 77  WTYPE-COUNT           PIC 9(7)     VALUE ZERO.               00015300
700198 77  WRATIO                PIC 9(5)V99  VALUE ZERO.               00015400
700198 77  WMAX-OPEN             PIC 9(3)V99  VALUE 999.99.             00015500
700198 77  WDETAIL-MAX           PIC 9(3)     VALUE 25.                 00015600
700198 77  WLEAD                 PIC S9(4) BINARY VALUE ZERO.           00015700
700198 77  WVAL-WORK             PIC X(40)    VALUE SPACES.             00015800
700198 77  WVAL-SHIFT            PIC X(40)    VALUE SPACES.             00015900
700198 77  WDENUM-ED             PIC 9(3)     VALUE ZERO.               00016000
700198 77  WCOUNT-ED             PIC Z,ZZZ,ZZ9 VALUE ZERO.              00016100
700198 77  WRATIO-ED             PIC ZZ,ZZ9.99 VALUE ZERO.              00016200
700198 77  WMIN-ED               PIC ZZ9.99   VALUE ZERO.               00016300
700198 77  WMAX-ED               PIC ZZ9.99   VALUE ZERO.               00016400
700198 77  WDATE-ED              PIC 9999/99/99 VALUE ZERO.             00016500
           SKIP2                                                        00016600
700198 01  WPRINT-AREA.                                                 00016700
700198     05  WPRINT-FS                 PIC XX  VALUE '00'.            00016800
700198         88  WPRINT-FS-OK VALUE '00'.                             00016900
700198     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00017000
700198     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00017100
700198     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00017200
700198     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00017300
700198         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00017400
700198     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00017500
           SKIP2                                                        00017600
700198 01  WONBLIST-FS           PIC XX  VALUE '00'.                    00017700
700198     88  WONBLIST-FS-OK    VALUE '00'.                            00017800
700198 01  WONBTMPL-FS           PIC XX  VALUE '00'.                    00017900
700198     88  WONBTMPL-FS-OK    VALUE '00'.                            00018000
700203 01  WCODETBL-FS           PIC XX  VALUE '00'.                    00000000
700203     88  WCODETBL-FS-OK    VALUE '00'.                            00000000
           SKIP2                                                        00018100
700198*** Template rows from ONBTMPL.                                   00018200
700198 01  WTPL-AREA.                                                   00018300
700198     05  WTPL-COUNT            PIC S9(4) BINARY VALUE ZERO.       00018400
700198     05  WTPL-MAX-ENTRIES      PIC S9(4) BINARY VALUE 300.        00018500
700198     05  WTPL-ENTRY OCCURS 300 TIMES.                             00018600
700198         10  WTPL-PLAN-TYPE    PIC X(4)     VALUE SPACES.         00018700
700198         10  WTPL-KIND         PIC X        VALUE SPACES.         00018800
700198             88  WTPL-KIND-RECTYPE VALUE 'R'.                     00018900
700198             88  WTPL-KIND-CODED   VALUE 'C'.                     00019000
700198         10  WTPL-XXYY         PIC X(4)     VALUE SPACES.         00019100
700198         10  WTPL-BASIS        PIC X        VALUE SPACES.         00019200
700198             88  WTPL-BASIS-PART   VALUE 'T'.                     00019300
700198         10  WTPL-MIN          PIC 9(3)V99  VALUE ZERO.           00019400
700198         10  WTPL-MAX          PIC 9(3)V99  VALUE ZERO.           00019500
700198         10  WTPL-DENUM        PIC 9(3)     VALUE ZERO.           00019600
           SKIP2                                                        00019900
700203*** Valid codes from CODETBL, one entry per RecordType / DE /     00000000
700203*** value, held the way the compare holds its CODEDOM domain.     00000000
700203 01  CDOMIA-AREA. COPY UTCOIA                                     00000000
700203       REPLACING ==:UTCOIA:== BY ==CDOMIA==.                      00000000
700203 01  CDOMHDR-AREA. COPY UTCOHDR                                   00000000
700203       REPLACING ==:UTCOHDR:== BY ==CDOMHDR==.                    00000000
700203 01  CDOMKEY-AREA.                                                00000000
700203     05  CDOMKEY-XXYY       PIC X(4)  VALUE SPACES.               00000000
700203     05  CDOMKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00000000
700203     05  CDOMKEY-VALUE      PIC X(20) VALUE SPACES.               00000000
700203 01  CDOMDAT-AREA.                                                00000000
700203     05  CDOMDAT-KIND       PIC X     VALUE SPACE.                00000000
700203         88  CDOMDAT-KIND-VALID VALUE 'V'.                        00000000
           SKIP2                                                        00000000
700198*** Record types found on the listed plans; WPLN-TYPE-CTR counts  00020000
700198*** them per plan in the same order.                              00020100
700198 01  WTYP-AREA.                                                   00020200
700198     05  WTYP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00020300
700198     05  WTYP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 40.         00020400
700198     05  WTYP-XXYY             PIC X(4)     VALUE SPACES          00020500
700198                               OCCURS 40 TIMES.                   00020600
           SKIP2                                                        00020700
700198*** One slot per listed plan, filled in as the plan comes by on   00020800
700198*** the backup.                                                   00020900
700198 01  WPLN-AREA.                                                   00021000
700198     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00021100
700198     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00021200
700198     05  WPLN-ENTRY OCCURS 500 TIMES.                             00021300
700198         10  WPLN-PLAN         PIC X(10)    VALUE SPACES.         00021400
700198         10  WPLN-TYPE         PIC X(4)     VALUE SPACES.         00021500
700198         10  WPLN-PART-EXP     PIC 9(7)     VALUE ZERO.           00021600
700198         10  WPLN-SPONSOR      PIC X(10)    VALUE SPACES.         00021700
700198         10  WPLN-CONV-DATE    PIC 9(8)     VALUE ZERO.           00021800
700198         10  WPLN-IN-BKUP      PIC X        VALUE 'N'.            00021900
700198         10  WPLN-PL-RECS      PIC 9(5)     VALUE ZERO.           00022000
700198         10  WPLN-PL-TYPE      PIC X(4)     VALUE SPACES.         00022100
700198         10  WPLN-PARTS        PIC 9(7)     VALUE ZERO.           00022200
700198         10  WPLN-NO-PT        PIC 9(7)     VALUE ZERO.           00022300
700198         10  WPLN-CODES-BAD    PIC 9(7)     VALUE ZERO.           00022400
700198         10  WPLN-DETAIL       PIC 9(5)     VALUE ZERO.           00022500
700198         10  WPLN-TYPE-CTR     PIC 9(7)     VALUE ZERO            00022600
700198                               OCCURS 40 TIMES.                   00022700
           SKIP2                                                        00022800
700198 01  RPTHDR-LINE.                                                 00022900
700198         05   FILLER     PIC X(02) VALUE                          00023000
700198           ' '.                                                   00023100
700198         05   FILLER     PIC X(28) VALUE                          00023200
700198           'OmniPlus Onboarding'.                                 00023300
700198         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00023400
700198         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00023500
700198         05   FILLER     PIC X(6)  VALUE                          00023600
700198           '  Page'.                                              00023700
700198         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00023800
           SKIP2                                                        00023900
700198*** Exception line, written as the backup is read.                00024000
700198 01  ONDAT1-LINE.                                                 00024100
700198     05  FILLER               PIC X     VALUE SPACE.              00024200
700198     05  ONDAT1-PLAN          PIC X(10) VALUE SPACES.             00024300
700198     05  FILLER               PIC X     VALUE SPACE.              00024400
700198     05  ONDAT1-PART          PIC X(11) VALUE SPACES.             00024500
700198     05  FILLER               PIC X     VALUE SPACE.              00024600
700198     05  ONDAT1-XXYY          PIC X(4)  VALUE SPACES.             00024700
700198     05  FILLER               PIC X     VALUE SPACE.              00024800
700198     05  ONDAT1-TEXT          PIC X(60) VALUE SPACES.             00024900
700198     05  FILLER               PIC X(44) VALUE SPACES.             00025000
           SKIP2                                                        00025100
700198*** Certificate check line.                                       00025200
700198 01  ONDAT2-LINE.                                                 00025300
700198     05  FILLER               PIC X     VALUE SPACE.              00025400
700198     05  ONDAT2-CHECK         PIC X(34) VALUE SPACES.             00025500
700198     05  FILLER               PIC X     VALUE SPACE.              00025600
700198     05  ONDAT2-EXPECT        PIC X(20) VALUE SPACES.             00025700
700198     05  FILLER               PIC X     VALUE SPACE.              00025800
700198     05  ONDAT2-FOUND         PIC X(20) VALUE SPACES.             00025900
700198     05  FILLER               PIC X     VALUE SPACE.              00026000
700198     05  ONDAT2-RESULT        PIC X(4)  VALUE SPACES.             00026100
700198     05  FILLER               PIC X(51) VALUE SPACES.             00026200
           SKIP2                                                        00026300
700198 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00026400
           SKIP2                                                        00026500
700198 01  BWA-REC.  COPY BKUPREC.                                      00026600
           SKIP2                                                        00026700
700198 01  BWA-REC-PL REDEFINES BWA-REC.                                00026800
700203     02  FILLER               PIC X(14).                          00026900
700198     02  PL-REC. COPY MSTRPL.                                     00027000
           SKIP2                                                        00027100
700198 01  IO-BKPI-PARM.                                                00027200
700198       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAONBCRT'.             00027300
           SKIP3                                                        00027400
700198 01  DE-AREA.  COPY PRMDE.                                        00027500
           SKIP3                                                        00027600
700198 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00027700
           EJECT                                                        00027800
700198 PROCEDURE DIVISION.                                              00027900
           SKIP2                                                        00028000
700198 A-100-BODY.                                                      00028100
700198     PERFORM A-105-INIT.                                          00028200
700198     PERFORM A-200-INIT-OPEN.                                     00028300
700198     PERFORM A-300-LOAD-LIST.                                     00028400
700198     PERFORM A-350-LOAD-TEMPLATE.                                 00028500
700198     IF  WPLN-COUNT = ZERO                                        00028600
700198         DISPLAY 'BaOnbCrt-302 Onboarding list is empty - '       00028700
700198             'nothing to certify'                                 00028800
700198         MOVE 8 TO WRC-FINAL                                      00028900
700198     ELSE IF  WTPL-COUNT = ZERO                                   00029000
700198         DISPLAY 'BaOnbCrt-304 Template is empty - '              00029100
700198             'nothing to certify against'                         00029200
700198         MOVE 8 TO WRC-FINAL                                      00029300
700198     ELSE                                                         00029400
700198         PERFORM A-400-READ-BACKUP                                00029500
700198         PERFORM C-100-CERTIFY                                    00029600
700198           VARYING SUB-PLN FROM 1 BY 1                            00029700
700198             UNTIL SUB-PLN > WPLN-COUNT                           00029800
700198         PERFORM D-200-RPT-TOTALS.                                00029900
700198     PERFORM A-900-FINI-CLOSE.                                    00030000
700198     MOVE WRC-FINAL TO RETURN-CODE.                               00030100
700198     GOBACK.                                                      00030200
           SKIP2                                                        00030300
700198 A-105-INIT.                                                      00030400
700198     CALL 'BASDIN' USING SD-AREA.                                 00030500
           SKIP2                                                        00030600
700198 A-200-INIT-OPEN.                                                 00030700
700198     DISPLAY 'BaOnbCrt-998 Program Starting'.                     00030800
700198     ACCEPT RPTHDR-DATE FROM DATE.                                00030900
700198     PERFORM A-248-LOAD-TYPEREG.                                  00031000
700198     OPEN OUTPUT                                                  00031100
700198               PRINT-FILE.                                        00031200
700198     IF  NOT WPRINT-FS-OK                                         00031300
700198         DISPLAY 'BaOnbCrt-53 PRINT dd OPEN failed:'              00031400
700198             WPRINT-FS                                            00031500
700198         STOP RUN.                                                00031600
           SKIP2                                                        00031700
700198 A-900-FINI-CLOSE.                                                00031800
700198     IF  WCTR-NOT-CERT > ZERO                                     00031900
700198         OR WCTR-LIST-DUPS > ZERO                                 00032000
700198         OR WCTR-LIST-BAD > ZERO                                  00032100
700198         OR WCTR-LIST-OVER > ZERO                                 00032200
700198         OR WCTR-TPL-BAD > ZERO                                   00032300
700198         OR WCTR-TPL-OVER > ZERO                                  00032400
700198         IF  WRC-FINAL < 4                                        00032500
700198             MOVE 4 TO WRC-FINAL.                                 00032600
700198     DISPLAY 'BaOnbCrt-444 Plans listed:' WPLN-COUNT              00032700
700198       ', Certified:' WCTR-CERTIFIED                              00032800
700198       ', Not certified:' WCTR-NOT-CERT                           00032900
700198       ', Not on the backup:' WCTR-NOT-FOUND.                     00033000
700198     IF  WCTR-TYPE-OVER > ZERO                                    00033100
700198         DISPLAY 'BaOnbCrt-305 Records of types past the table, ' 00033200
700198             'not counted:' WCTR-TYPE-OVER.                       00033300
700198     CLOSE PRINT-FILE.                                            00033400
700198     DISPLAY 'BaOnbCrt-998 Program Ending'.                       00033500
           SKIP2                                                        00033600
700198*** Record-type registry load, same optional-dd behavior as       00033700
700198*** the compare: no TYPEREG on file means the built-in            00033800
700198*** xxYY + 'DE' naming applies throughout.                        00033900
700198 A-248-LOAD-TYPEREG.                                              00034000
700198     OPEN INPUT TYPEREG-FILE.                                     00034100
700198     IF  WTYPEREG-FS-OK                                           00034200
700198         PERFORM A-249-READ-TYPEREG                               00034300
700198           WITH TEST AFTER                                        00034400
700198           UNTIL WTYPEREG-FS NOT = '00'                           00034500
700198             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00034600
700198         CLOSE TYPEREG-FILE.                                      00034700
           SKIP2                                                        00034800
700198 A-249-READ-TYPEREG.                                              00034900
700198     READ TYPEREG-FILE                                            00035000
700198         AT END                                                   00035100
700198             NEXT SENTENCE.                                       00035200
700198     IF  WTYPEREG-FS-OK                                           00035300
700198         AND TYPEREG-LINE (1:4) NOT = SPACES                      00035400
700198         AND TYPEREG-LINE (1:1) NOT = '*'                         00035500
700198         ADD 1 TO WTYPEREG-COUNT                                  00035600
700198         MOVE TYPEREG-LINE (1:4)                                  00035700
700198             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00035800
700198         MOVE TYPEREG-LINE (6:20)                                 00035900
700198             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00036000
700198         MOVE TYPEREG-LINE (30:8)                                 00036100
700198             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00036200
700198         MOVE TYPEREG-LINE (39:1)                                 00036300
700198             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00036400
700198         MOVE TYPEREG-LINE (41:9)                                 00036500
700198             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00036600
           SKIP2                                                        00036700
700198***************************                                       00036800
700198*** Onboarding list                                               00036900
700198***************************                                       00037000
700198 A-300-LOAD-LIST.                                                 00037100
700198     OPEN INPUT ONBLIST-FILE.                                     00037200
700198     IF  NOT WONBLIST-FS-OK                                       00037300
700198         DISPLAY 'BaOnbCrt-301 ONBLIST dd OPEN failed:'           00037400
700198             WONBLIST-FS                                          00037500
700198         MOVE 16 TO RETURN-CODE                                   00037600
700198         STOP RUN.                                                00037700
700198     PERFORM A-310-READ-ONBLIST.                                  00037800
700198     PERFORM A-320-TAKE-ONBLIST                                   00037900
700198       UNTIL WONBLIST-FS NOT = '00'.                              00038000
700198     CLOSE ONBLIST-FILE.                                          00038100
700198     DISPLAY 'BaOnbCrt-306 Plans to certify:' WPLN-COUNT          00038200
700198         ', rows refused:' WCTR-LIST-BAD '/' WCTR-LIST-DUPS.      00038300
           SKIP2                                                        00038400
700198 A-310-READ-ONBLIST.                                              00038500
700198     READ ONBLIST-FILE                                            00038600
700198         AT END                                                   00038700
700198             NEXT SENTENCE.                                       00038800
           SKIP2                                                        00038900
700198*** A plan's first row is the one used; a second row for the      00039000
700198*** same plan is reported and left out.                           00039100
700198 A-320-TAKE-ONBLIST.                                              00039200
700198     IF  ONB-PLAN-NUM NOT = SPACES                                00039300
700198         AND ONB-PLAN-NUM (1:1) NOT = '*'                         00039400
700198         ADD 1 TO WCTR-LIST-ROWS                                  00039500
700198         MOVE ONB-PLAN-NUM TO WPLAN-WORK                          00039600
700198         PERFORM R-310-SCAN-ONLY-PLAN                             00039700
700198         IF  WPLN-HIT-SUB > ZERO                                  00039800
700198             DISPLAY 'BaOnbCrt-203 Second list row for plan '     00039900
700198                 ONB-PLAN-NUM ' left out'                         00040000
700198             ADD 1 TO WCTR-LIST-DUPS                              00040100
700198         ELSE IF  ONB-PART-COUNT IS NOT NUMERIC                   00040200
700198             OR ONB-CONV-DATE IS NOT NUMERIC                      00040300
700198             DISPLAY 'BaOnbCrt-204 Participant count or '         00040400
700198                 'conversion date not numeric, plan '             00040500
700198                 ONB-PLAN-NUM                                     00040600
700198             ADD 1 TO WCTR-LIST-BAD                               00040700
700198         ELSE IF  WPLN-COUNT >= WPLN-MAX-ENTRIES                  00040800
700198             DISPLAY 'BaOnbCrt-207 List past the table, plan '    00040900
700198                 ONB-PLAN-NUM ' left out'                         00041000
700198             ADD 1 TO WCTR-LIST-OVER                              00041100
700198         ELSE                                                     00041200
700198             ADD 1 TO WPLN-COUNT                                  00041300
700198             MOVE ONB-PLAN-NUM    TO WPLN-PLAN (WPLN-COUNT)       00041400
700198             MOVE ONB-PLAN-TYPE   TO WPLN-TYPE (WPLN-COUNT)       00041500
700198             MOVE ONB-PART-COUNT  TO WPLN-PART-EXP (WPLN-COUNT)   00041600
700198             MOVE ONB-SPONSOR-NUM TO WPLN-SPONSOR (WPLN-COUNT)    00041700
700198             MOVE ONB-CONV-DATE   TO WPLN-CONV-DATE (WPLN-COUNT)  00041800
700198         END-IF                                                   00041900
700198         END-IF                                                   00042000
700198         END-IF                                                   00042100
700198     END-IF.                                                      00042200
700198     PERFORM A-310-READ-ONBLIST.                                  00042300
           SKIP2                                                        00042400
700198***************************                                       00042500
700198*** Plan-type templates                                           00042600
700198***************************                                       00042700
700198 A-350-LOAD-TEMPLATE.                                             00042800
700198     OPEN INPUT ONBTMPL-FILE.                                     00042900
700198     IF  NOT WONBTMPL-FS-OK                                       00043000
700198         DISPLAY 'BaOnbCrt-303 ONBTMPL dd OPEN failed:'           00043100
700198             WONBTMPL-FS                                          00043200
700198         MOVE 16 TO RETURN-CODE                                   00043300
700198         STOP RUN.                                                00043400
700198     PERFORM A-360-READ-ONBTMPL.                                  00043500
700198     PERFORM A-370-TAKE-ONBTMPL                                   00043600
700198       UNTIL WONBTMPL-FS NOT = '00'.                              00043700
700198     CLOSE ONBTMPL-FILE.                                          00043800
700198     DISPLAY 'BaOnbCrt-307 Template rows:' WTPL-COUNT             00043900
700198         ', rows refused:' WCTR-TPL-BAD.                          00044000
700203     IF  WCTR-TPL-CODED > ZERO                                    00000000
700203         PERFORM A-390-LOAD-CODETBL.                              00000000
           SKIP2                                                        00044100
700198 A-360-READ-ONBTMPL.                                              00044200
700198     READ ONBTMPL-FILE                                            00044300
700198         AT END                                                   00044400
700198             NEXT SENTENCE.                                       00044500
           SKIP2                                                        00044600
700198 A-370-TAKE-ONBTMPL.                                              00044700
700198     IF  ONBTMPL-REC NOT = SPACES                                 00044800
700198         AND OBT-PLAN-TYPE (1:1) NOT = '*'                        00044900
700198         PERFORM A-375-EDIT-ONBTMPL                               00045000
700198         IF  NOT WROW-OK-YES                                      00045100
700198             DISPLAY 'BaOnbCrt-205 Template row refused: '        00045200
700198                 ONBTMPL-REC (1:60)                               00045300
700198             ADD 1 TO WCTR-TPL-BAD                                00045400
700198         ELSE IF  WTPL-COUNT >= WTPL-MAX-ENTRIES                  00045500
700198             ADD 1 TO WCTR-TPL-OVER                               00045600
700198         ELSE                                                     00045700
700198             PERFORM A-380-STORE-ONBTMPL                          00045800
700198         END-IF                                                   00045900
700198         END-IF                                                   00046000
700198     END-IF.                                                      00046100
700198     PERFORM A-360-READ-ONBTMPL.                                  00046200
           SKIP2                                                        00046300
700198 A-375-EDIT-ONBTMPL.                                              00046400
700198     MOVE 'Y' TO WROW-OK-FLG.                                     00046500
700198     IF  OBT-PLAN-TYPE = SPACES                                   00046600
700198         OR OBT-XXYY = SPACES                                     00046700
700198         MOVE 'N' TO WROW-OK-FLG                                  00046800
700198     ELSE IF  OBT-KIND-RECTYPE                                    00046900
700198         IF  (NOT OBT-BASIS-PART AND NOT OBT-BASIS-PLAN)          00047000
700198             OR OBT-MIN IS NOT NUMERIC                            00047100
700198             OR OBT-MAX IS NOT NUMERIC                            00047200
700198             MOVE 'N' TO WROW-OK-FLG                              00047300
700198         ELSE IF  OBT-MIN > OBT-MAX                               00047400
700198             MOVE 'N' TO WROW-OK-FLG                              00047500
700198         END-IF                                                   00047600
700198         END-IF                                                   00047700
700198     ELSE IF  OBT-KIND-CODED                                      00047800
700198         IF  OBT-DENUM IS NOT NUMERIC                             00047900
700198             OR OBT-DENUM = ZERO                                  00048000
700198             MOVE 'N' TO WROW-OK-FLG                              00048200
700198         END-IF                                                   00048300
700198     ELSE                                                         00048400
700198         MOVE 'N' TO WROW-OK-FLG.                                 00048500
           SKIP2                                                        00048600
700198 A-380-STORE-ONBTMPL.                                             00048700
700198     ADD 1 TO WTPL-COUNT.                                         00048800
700198     MOVE OBT-PLAN-TYPE TO WTPL-PLAN-TYPE (WTPL-COUNT).           00048900
700198     MOVE OBT-KIND      TO WTPL-KIND (WTPL-COUNT).                00049000
700198     MOVE OBT-XXYY      TO WTPL-XXYY (WTPL-COUNT).                00049100
700198     IF  OBT-KIND-RECTYPE                                         00049200
700198         MOVE OBT-BASIS TO WTPL-BASIS (WTPL-COUNT)                00049300
700198         MOVE OBT-MIN   TO WTPL-MIN (WTPL-COUNT)                  00049400
700198         MOVE OBT-MAX   TO WTPL-MAX (WTPL-COUNT)                  00049500
700198     ELSE                                                         00049600
700198         MOVE OBT-DENUM TO WTPL-DENUM (WTPL-COUNT)                00049700
700203         ADD 1 TO WCTR-TPL-CODED.                                 00049800
           SKIP2                                                        00050100
700203*** Coded-DE rows are checked against the reference code table, as00000000
700203*** the compare checks CODEDOM; a template with coded rows and no 00000000
700203*** usable table stops the run.                                   00000000
700203 A-390-LOAD-CODETBL.                                              00000000
700203     MOVE 'CodeDom'         TO CDOMHDR-NAME.                      00000000
700203     SET CDOMHDR-TYPE-ORDERED     TO TRUE.                        00000000
700203     SET CDOMIA-MODE-MOVE         TO TRUE.                        00000000
700203     SET CDOMIA-OPER-CO-SETUP     TO TRUE.                        00000000
700203     PERFORM R-700-CALL-CDOM.                                     00000000
700203     IF  CDOMIA-RC-ERROR                                          00000000
700203         DISPLAY 'BaOnbCrt-309 CODETBL code domain setup failed'  00000000
700203         MOVE 16 TO RETURN-CODE                                   00000000
700203         STOP RUN.                                                00000000
700203     OPEN INPUT CODETBL-FILE.                                     00000000
700203     IF  NOT WCODETBL-FS-OK                                       00000000
700203         DISPLAY 'BaOnbCrt-308 CODETBL dd OPEN failed:'           00000000
700203             WCODETBL-FS                                          00000000
700203         MOVE 16 TO RETURN-CODE                                   00000000
700203         STOP RUN.                                                00000000
700203     PERFORM A-395-READ-CODETBL                                   00000000
700203       WITH TEST AFTER                                            00000000
700203       UNTIL WCODETBL-FS NOT = '00'.                              00000000
700203     CLOSE CODETBL-FILE.                                          00000000
700203     DISPLAY 'BaOnbCrt-310 Valid codes loaded:' WCTR-CDOM-VALID.  00000000
           SKIP2                                                        00000000
700203 A-395-READ-CODETBL.                                              00000000
700203     READ CODETBL-FILE                                            00000000
700203         AT END                                                   00000000
700203             NEXT SENTENCE.                                       00000000
700203     IF  WCODETBL-FS-OK                                           00000000
700203         AND CDTB-XXYY NOT = SPACES                               00000000
700203         AND CDTB-DENUM IS NUMERIC                                00000000
700203         MOVE CDTB-XXYY    TO CDOMKEY-XXYY                        00000000
700203         MOVE CDTB-DENUM   TO CDOMKEY-DENUM                       00000000
700203         MOVE CDTB-VALUE   TO CDOMKEY-VALUE                       00000000
700203         SET CDOMDAT-KIND-VALID TO TRUE                           00000000
700203         SET CDOMIA-OPER-UPDATE TO TRUE                           00000000
700203         PERFORM R-700-CALL-CDOM                                  00000000
700203         ADD 1 TO WCTR-CDOM-VALID.                                00000000
           SKIP2                                                        00000000
700198***************************                                       00050500
700198*** Backup pass                                                   00050600
700198***************************                                       00050700
700198*** Same open handshake every BRSEQ reader use performs before    00050800
700198*** the first BABKPIS read.                                       00050900
700198 A-400-READ-BACKUP.                                               00051000
700198     CALL 'BABKPI' USING SD-AREA                                  00051100
700198                           IO-BKPI-PARM                           00051200
700198                           IO-BKPI-OPEN                           00051300
700198                           BWA-REC.                               00051400
700198     IF  IO-BKPI-ERROR-YES                                        00051500
700198         DISPLAY 'BaOnbCrt-102 Backup failed to open:'            00051600
700198             IO-BKPI-FILE-STATUS                                  00051700
700198         MOVE 16 TO RETURN-CODE                                   00051800
700198         STOP RUN.                                                00051900
700198     MOVE SPACES TO WPRINT-TITLE1.                                00052000
700198     STRING ' Plan       Participant Type Exception'              00052100
700198         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00052200
700198     MOVE ' Onboarding Exceptions' TO RPTHDR-SUBTITLE.            00052300
700198     PERFORM V-150-NEWPAGE.                                       00052400
700198     MOVE ZERO TO WPLN-CUR-SUB.                                   00052500
700198     PERFORM N1-100-READ-PIS.                                     00052600
700198     PERFORM B-100-PROC-REC                                       00052700
700198       UNTIL IO-BKPI-ERROR-YES                                    00052800
700198          OR IO-BKPI-EOF-YES.                                     00052900
700198     PERFORM B-150-CLOSE-PART.                                    00053000
700198     CALL 'BABKPI' USING SD-AREA                                  00053100
700198                           IO-BKPI-PARM                           00053200
700198                           IO-BKPI-CLOSE                          00053300
700198                           BWA-REC.                               00053400
700198     IF  WCTR-NO-PT = ZERO                                        00053500
700198         AND WCTR-CODES-BAD = ZERO                                00053600
700198         MOVE ' No exceptions' TO WPRINT-LINE                     00053700
700198         PERFORM V-100-PRINT-LINE.                                00053800
           SKIP2                                                        00053900
700198 N1-100-READ-PIS.                                                 00054000
700198     CALL 'BABKPIS' USING SD-AREA                                 00054100
700198                           IO-BKPI-PARM                           00054200
700198                           BKFIL-AREA                             00054300
700198                           BWA-REC.                               00054400
700198     IF  IO-BKPI-ERROR-NO                                         00054500
700198         AND IO-BKPI-EOF-NO                                       00054600
700198         AND BWA-TYPE-TLR-REC                                     00054700
700198         SET IO-BKPI-EOF-YES TO TRUE.                             00054800
           SKIP2                                                        00054900
700198*** The backup arrives in plan order, so the list is searched     00055000
700198*** once per plan; records of plans not on the list are only      00055100
700198*** counted.                                                      00055200
700198 B-100-PROC-REC.                                                  00055300
700198     IF  NOT BWA-TYPE-HDR-REC                                     00055400
700198         ADD 1 TO WCTR-BKUP-RECS                                  00055500
700198         IF  BWA-PLAN-NUM NOT = WPLN-CUR-PLAN                     00055600
700198             PERFORM B-110-NEW-PLAN                               00055700
700198         END-IF                                                   00055800
700198         IF  WPLN-CUR-SUB > ZERO                                  00055900
700198             ADD 1 TO WCTR-ONB-RECS                               00056000
700198             PERFORM B-200-TALLY-REC                              00056100
700198         END-IF                                                   00056200
700198     END-IF.                                                      00056300
700198     PERFORM N1-100-READ-PIS.                                     00056400
           SKIP2                                                        00056500
700198 B-110-NEW-PLAN.                                                  00056600
700198     PERFORM B-150-CLOSE-PART.                                    00056700
700198     MOVE BWA-PLAN-NUM TO WPLN-CUR-PLAN WPLAN-WORK.               00056800
700198     PERFORM R-310-SCAN-ONLY-PLAN.                                00056900
700198     MOVE WPLN-HIT-SUB TO WPLN-CUR-SUB.                           00057000
700198     MOVE SPACES TO WPART-CUR.                                    00057100
700198     IF  WPLN-CUR-SUB > ZERO                                      00057200
700198         MOVE 'Y' TO WPLN-IN-BKUP (WPLN-CUR-SUB)                  00057300
700198         MOVE WPLN-TYPE (WPLN-CUR-SUB) TO WTYPE-WORK.             00057400
           SKIP2                                                        00057500
700198*** A participant's records run together in key order; when the   00057600
700198*** next participant (or plan) starts, the one before must have   00057700
700198*** shown a PT header.                                            00057800
700198 B-150-CLOSE-PART.                                                00057900
700198     IF  WPLN-CUR-SUB > ZERO                                      00058000
700198         AND WPART-CUR NOT = SPACES                               00058100
700198         AND NOT WPART-HAS-PT-YES                                 00058200
700198         ADD 1 TO WPLN-NO-PT (WPLN-CUR-SUB) WCTR-NO-PT            00058300
700198         MOVE SPACES TO ONDAT1-LINE                               00058400
700198         MOVE WPART-CUR TO ONDAT1-PART                            00058500
700198         MOVE 'PT  ' TO ONDAT1-XXYY                               00058600
700198         MOVE 'No participant header record' TO ONDAT1-TEXT       00058700
700198         PERFORM B-400-PUT-EXCEPTION.                             00058800
700198     MOVE SPACES TO WPART-CUR.                                    00058900
           SKIP2                                                        00059000
700198*** Record-type tally, PL master, participant tracking, and the   00059100
700198*** coded-DE rules of the plan's template.  The PL record leads   00059200
700198*** its plan on the backup, so a plan whose list row names no     00059300
700198*** type takes the PL record's type before any coded rule of      00059400
700198*** that type is needed.                                          00059500
700198 B-200-TALLY-REC.                                                 00059600
700198     MOVE BKFIL-XXYY TO WXXYY-WORK.                               00059700
700198     PERFORM R-400-FIND-TYPE.                                     00059800
700198     IF  WTYP-HIT-SUB > ZERO                                      00059900
700198         ADD 1 TO WPLN-TYPE-CTR (WPLN-CUR-SUB, WTYP-HIT-SUB)      00060000
700198     ELSE                                                         00060100
700198         ADD 1 TO WCTR-TYPE-OVER.                                 00060200
700198     IF  BKFIL-XXYY = 'PL  '                                      00060300
700198         ADD 1 TO WPLN-PL-RECS (WPLN-CUR-SUB)                     00060400
700198         MOVE PL-PLAN-TYPE TO WPLN-PL-TYPE (WPLN-CUR-SUB)         00060500
700198         IF  WPLN-TYPE (WPLN-CUR-SUB) = SPACES                    00060600
700198             MOVE PL-PLAN-TYPE TO WTYPE-WORK.                     00060700
700203     MOVE BKFIL-KEY-GROUP (11:11) TO WPART-WORK.                  00060800
700198     IF  WPART-WORK NOT = SPACES                                  00060900
700198         IF  WPART-WORK NOT = WPART-CUR                           00061000
700198             PERFORM B-150-CLOSE-PART                             00061100
700198             MOVE WPART-WORK TO WPART-CUR                         00061200
700198             MOVE 'N' TO WPART-HAS-PT-FLG                         00061300
700198             ADD 1 TO WPLN-PARTS (WPLN-CUR-SUB)                   00061400
700198         END-IF                                                   00061500
700198         IF  BKFIL-XXYY = 'PT  '                                  00061600
700198             MOVE 'Y' TO WPART-HAS-PT-FLG                         00061700
700198         END-IF                                                   00061800
700198     END-IF.                                                      00061900
700198     PERFORM B-300-CHECK-CODED                                    00062000
700198       VARYING SUB-TPL FROM 1 BY 1                                00062100
700198         UNTIL SUB-TPL > WTPL-COUNT.                              00062200
           SKIP2                                                        00062300
700198***************************                                       00062400
700198*** Coded DEs                                                     00062500
700198***************************                                       00062600
700198 B-300-CHECK-CODED.                                               00062700
700198     IF  WTPL-KIND-CODED (SUB-TPL)                                00062800
700198         AND WTPL-XXYY (SUB-TPL) = BKFIL-XXYY                     00062900
700198         MOVE SUB-TPL TO WTPL-CAND-SUB                            00063000
700198         PERFORM R-500-RULE-APPLIES                               00063100
700198         IF  WRULE-APPLIES-YES                                    00063200
700198             PERFORM B-310-CHECK-CODE.                            00063300
           SKIP2                                                        00063400
700198 B-310-CHECK-CODE.                                                00063500
700198     ADD 1 TO WCTR-CODES-CHECKED.                                 00063600
700198     PERFORM B-320-FETCH-DE.                                      00063700
700198     MOVE WTPL-DENUM (SUB-TPL) TO WDENUM-ED.                      00063800
700198     IF  DE-NAME = SPACES                                         00063900
700198         ADD 1 TO WCTR-CODE-NODE                                  00064000
700198         IF  WCTR-CODE-NODE = 1                                   00064100
700198             DISPLAY 'BaOnbCrt-206 ' BKFIL-XXYY ' DE ' WDENUM-ED  00064200
700198                 ' named by the template is not on the record'    00064300
700198         END-IF                                                   00064400
700198     ELSE                                                         00064500
700198         MOVE DE-VAL-DISPLAY TO WVAL-WORK                         00064600
700198         PERFORM R-600-LEFT-JUSTIFY                               00064700
700203         PERFORM B-330-LOOKUP-CODE                                00064800
700198         IF  NOT WCODE-OK-YES                                     00065300
700198             ADD 1 TO WPLN-CODES-BAD (WPLN-CUR-SUB)               00065400
700198                      WCTR-CODES-BAD                              00065500
700198             MOVE SPACES TO ONDAT1-LINE                           00065600
700203             MOVE BKFIL-KEY-GROUP (11:11) TO ONDAT1-PART          00065700
700198             MOVE BKFIL-XXYY TO ONDAT1-XXYY                       00065800
700198             STRING 'DE ' WDENUM-ED ' ' DE-NAME                   00065900
700198                 ' code not valid: '                              00066000
700198                 WVAL-WORK                                        00066100
700198                 DELIMITED BY SIZE INTO ONDAT1-TEXT               00066200
700198             PERFORM B-400-PUT-EXCEPTION                          00066300
700198         END-IF                                                   00066400
700198     END-IF.                                                      00066500
           SKIP2                                                        00066600
700203*** A blank value is no code; any other must be on CODETBL for the00000000
700203*** record type and DE.                                           00000000
700203 B-330-LOOKUP-CODE.                                               00000000
700203     MOVE 'N' TO WCODE-OK-FLG.                                    00000000
700203     IF  WVAL-WORK NOT = SPACES                                   00000000
700203         MOVE BKFIL-XXYY           TO CDOMKEY-XXYY                00000000
700203         MOVE WTPL-DENUM (SUB-TPL) TO CDOMKEY-DENUM               00000000
700203         MOVE WVAL-WORK (1:20)     TO CDOMKEY-VALUE               00000000
700203         SET CDOMIA-OPER-GET TO TRUE                              00000000
700203         PERFORM R-700-CALL-CDOM                                  00000000
700203         IF  NOT CDOMIA-RC-ERROR                                  00000000
700203             SET WCODE-OK-YES TO TRUE.                            00000000
           SKIP2                                                        00067200
700198*** Same DEMOD call the compare makes.                            00067300
700198 B-320-FETCH-DE.                                                  00067400
700198     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00067500
700198     MOVE WTPL-DENUM (SUB-TPL) TO DE-DENUM.                       00067600
700198     SET DE-BYPASS-DED-YES TO TRUE.                               00067700
700198     SET DE-PROCESS-GET TO TRUE.                                  00067800
700198     MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK.                       00067900
700198     PERFORM R-950-RESOLVE-DEMOD.                                 00068000
700198     CALL WK-PGM-NAME USING SD-AREA                               00068100
700198                           DE-AREA                                00068200
700198                           BWA-DATA-REC                           00068300
700198          ON EXCEPTION                                            00068400
700198            DISPLAY 'DE data not available for:' WK-PGM-NAME      00068500
700198            MOVE SPACES TO DE-NAME                                00068600
700198     END-CALL.                                                    00068700
700198     IF  DE-NAME NOT = SPACES                                     00068800
700198         CALL 'BADEINDP' USING SD-AREA                            00068900
700198                               DE-AREA.                           00069000
           SKIP2                                                        00069100
700198*** Exception detail, capped per plan; the certificate carries    00069200
700198*** the full counts.                                              00069300
700198 B-400-PUT-EXCEPTION.                                             00069400
700198     ADD 1 TO WPLN-DETAIL (WPLN-CUR-SUB).                         00069500
700198     IF  WPLN-DETAIL (WPLN-CUR-SUB) NOT > WDETAIL-MAX             00069600
700198         MOVE WPLN-PLAN (WPLN-CUR-SUB) TO ONDAT1-PLAN             00069700
700198         MOVE ONDAT1-LINE TO WPRINT-LINE                          00069800
700198         PERFORM V-100-PRINT-LINE                                 00069900
700198     ELSE IF  WPLN-DETAIL (WPLN-CUR-SUB) = WDETAIL-MAX + 1        00070000
700198         MOVE SPACES TO ONDAT1-LINE                               00070100
700198         MOVE WPLN-PLAN (WPLN-CUR-SUB) TO ONDAT1-PLAN             00070200
700198         MOVE 'Further exceptions counted on the certificate only'00070300
700198             TO ONDAT1-TEXT                                       00070400
700198         MOVE ONDAT1-LINE TO WPRINT-LINE                          00070500
700198         PERFORM V-100-PRINT-LINE.                                00070600
           SKIP2                                                        00070700
700198***************************                                       00070800
700198*** Certificates                                                  00070900
700198***************************                                       00071000
700198 C-100-CERTIFY.                                                   00071100
700198     MOVE ZERO TO WFAILS.                                         00071200
700198     MOVE WPLN-TYPE (SUB-PLN) TO WTYPE-WORK.                      00071300
700198     IF  WTYPE-WORK = SPACES                                      00071400
700198         MOVE WPLN-PL-TYPE (SUB-PLN) TO WTYPE-WORK.               00071500
700198     MOVE SPACES TO WPRINT-TITLE1.                                00071600
700198     STRING ' Check                              Expected     '   00071700
700198         '        Found                Result'                    00071800
700198         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00071900
700198     MOVE ' Onboarding Certificate' TO RPTHDR-SUBTITLE.           00072000
700198     PERFORM V-150-NEWPAGE.                                       00072100
700198     PERFORM C-110-PUT-HEADING.                                   00072200
700198     IF  WPLN-IN-BKUP (SUB-PLN) NOT = 'Y'                         00072300
700198         ADD 1 TO WCTR-NOT-FOUND                                  00072400
700198         MOVE 'Plan on the backup' TO ONDAT2-CHECK                00072500
700198         MOVE 'Present' TO ONDAT2-EXPECT                          00072600
700198         MOVE 'Not found' TO ONDAT2-FOUND                         00072700
700198         MOVE 'N' TO WCHECK-PASS-FLG                              00072800
700198         PERFORM C-900-PUT-CHECK                                  00072900
700198     ELSE                                                         00073000
700198         PERFORM C-200-CHECK-PL                                   00073100
700198         PERFORM C-210-CHECK-TYPE                                 00073200
700198         PERFORM C-220-CHECK-PT                                   00073300
700198         PERFORM C-230-CHECK-PARTS                                00073400
700198         PERFORM C-240-CHECK-RECTYPE                              00073500
700198           VARYING SUB-TPL FROM 1 BY 1                            00073600
700198             UNTIL SUB-TPL > WTPL-COUNT                           00073700
700198         PERFORM C-250-CHECK-CODED.                               00073800
700198     PERFORM V-100-PRINT-LINE.                                    00073900
700198     IF  WFAILS = ZERO                                            00074000
700198         ADD 1 TO WCTR-CERTIFIED                                  00074100
700198         MOVE ' CERTIFIED - every onboarding check passed'        00074200
700198             TO WPRINT-LINE                                       00074300
700198         DISPLAY 'BaOnbCrt-200 Plan ' WPLN-PLAN (SUB-PLN)         00074400
700198             ' certified'                                         00074500
700198     ELSE                                                         00074600
700198         ADD 1 TO WCTR-NOT-CERT                                   00074700
700198         STRING ' NOT CERTIFIED - checks failed: ' WFAILS         00074800
700198             DELIMITED BY SIZE INTO WPRINT-LINE                   00074900
700198         DISPLAY 'BaOnbCrt-201 Plan ' WPLN-PLAN (SUB-PLN)         00075000
700198             ' NOT certified, checks failed:' WFAILS.             00075100
700198     PERFORM V-100-PRINT-LINE.                                    00075200
           SKIP2                                                        00075300
700198 C-110-PUT-HEADING.                                               00075400
700198     STRING ' Plan:             ' WPLN-PLAN (SUB-PLN)             00075500
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00075600
700198     PERFORM V-100-PRINT-LINE.                                    00075700
700198     STRING ' Sponsor:          ' WPLN-SPONSOR (SUB-PLN)          00075800
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00075900
700198     PERFORM V-100-PRINT-LINE.                                    00076000
700198     STRING ' Plan type:        ' WTYPE-WORK                      00076100
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00076200
700198     PERFORM V-100-PRINT-LINE.                                    00076300
700198     MOVE WPLN-CONV-DATE (SUB-PLN) TO WDATE-ED.                   00076400
700198     STRING ' Conversion date:  ' WDATE-ED                        00076500
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00076600
700198     PERFORM V-100-PRINT-LINE.                                    00076700
700198     PERFORM V-100-PRINT-LINE.                                    00076800
           SKIP2                                                        00076900
700198 C-200-CHECK-PL.                                                  00077000
700198     MOVE 'PL master record' TO ONDAT2-CHECK.                     00077100
700198     MOVE '1' TO ONDAT2-EXPECT.                                   00077200
700198     MOVE WPLN-PL-RECS (SUB-PLN) TO WCOUNT-ED.                    00077300
700198     PERFORM R-610-FOUND-FROM-COUNT.                              00077400
700198     IF  WPLN-PL-RECS (SUB-PLN) = 1                               00077500
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00077600
700198     ELSE                                                         00077700
700198         MOVE 'N' TO WCHECK-PASS-FLG.                             00077800
700198     PERFORM C-900-PUT-CHECK.                                     00077900
           SKIP2                                                        00078000
700198*** The list's plan type, when it names one, must be the PL       00078100
700198*** record's; either way the type must have template rows, its    00078200
700198*** own or '****' ones.                                           00078300
700198 C-210-CHECK-TYPE.                                                00078400
700198     IF  WPLN-TYPE (SUB-PLN) NOT = SPACES                         00078500
700198         MOVE 'Plan type on the PL record' TO ONDAT2-CHECK        00078600
700198         MOVE WPLN-TYPE (SUB-PLN) TO ONDAT2-EXPECT                00078700
700198         MOVE WPLN-PL-TYPE (SUB-PLN) TO ONDAT2-FOUND              00078800
700198         IF  WPLN-TYPE (SUB-PLN) = WPLN-PL-TYPE (SUB-PLN)         00078900
700198             MOVE 'Y' TO WCHECK-PASS-FLG                          00079000
700198         ELSE                                                     00079100
700198             MOVE 'N' TO WCHECK-PASS-FLG                          00079200
700198         END-IF                                                   00079300
700198         PERFORM C-900-PUT-CHECK                                  00079400
700198     END-IF.                                                      00079500
700198     MOVE ZERO TO WTPL-ROWS-FOR-TYPE WTPL-CODED-FOR-TYPE.         00079600
700198     PERFORM C-215-COUNT-TPL-ROWS                                 00079700
700198       VARYING SUB-TPL FROM 1 BY 1                                00079800
700198         UNTIL SUB-TPL > WTPL-COUNT.                              00079900
700198     MOVE 'Template for the plan type' TO ONDAT2-CHECK.           00080000
700198     MOVE 'On file' TO ONDAT2-EXPECT.                             00080100
700198     IF  WTPL-ROWS-FOR-TYPE > ZERO                                00080200
700198         MOVE 'On file' TO ONDAT2-FOUND                           00080300
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00080400
700198     ELSE                                                         00080500
700198         MOVE 'None' TO ONDAT2-FOUND                              00080600
700198         MOVE 'N' TO WCHECK-PASS-FLG.                             00080700
700198     PERFORM C-900-PUT-CHECK.                                     00080800
           SKIP2                                                        00080900
700198 C-215-COUNT-TPL-ROWS.                                            00081000
700198     IF  WTPL-PLAN-TYPE (SUB-TPL) = WTYPE-WORK                    00081100
700198         OR WTPL-PLAN-TYPE (SUB-TPL) = '****'                     00081200
700198         ADD 1 TO WTPL-ROWS-FOR-TYPE                              00081300
700198         IF  WTPL-KIND-CODED (SUB-TPL)                            00081400
700198             ADD 1 TO WTPL-CODED-FOR-TYPE.                        00081500
           SKIP2                                                        00081600
700198 C-220-CHECK-PT.                                                  00081700
700198     MOVE 'Participants with a PT header' TO ONDAT2-CHECK.        00081800
700198     MOVE 'All' TO ONDAT2-EXPECT.                                 00081900
700198     IF  WPLN-NO-PT (SUB-PLN) = ZERO                              00082000
700198         MOVE 'All' TO ONDAT2-FOUND                               00082100
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00082200
700198     ELSE                                                         00082300
700198         MOVE WPLN-NO-PT (SUB-PLN) TO WCOUNT-ED                   00082400
700198         PERFORM R-610-FOUND-FROM-COUNT                           00082500
700198         STRING ONDAT2-FOUND DELIMITED BY SPACE                   00082600
700198             ' missing' DELIMITED BY SIZE                         00082700
700198             INTO WVAL-WORK                                       00082800
700198         MOVE WVAL-WORK TO ONDAT2-FOUND                           00082900
700198         MOVE 'N' TO WCHECK-PASS-FLG.                             00083000
700198     PERFORM C-900-PUT-CHECK.                                     00083100
           SKIP2                                                        00083200
700198 C-230-CHECK-PARTS.                                               00083300
700198     MOVE 'Participants, sponsor count' TO ONDAT2-CHECK.          00083400
700198     MOVE WPLN-PART-EXP (SUB-PLN) TO WCOUNT-ED.                   00083500
700198     PERFORM R-610-FOUND-FROM-COUNT.                              00083600
700198     MOVE ONDAT2-FOUND TO ONDAT2-EXPECT.                          00083700
700198     MOVE WPLN-PARTS (SUB-PLN) TO WCOUNT-ED.                      00083800
700198     PERFORM R-610-FOUND-FROM-COUNT.                              00083900
700198     IF  WPLN-PARTS (SUB-PLN) = WPLN-PART-EXP (SUB-PLN)           00084000
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00084100
700198     ELSE                                                         00084200
700198         MOVE 'N' TO WCHECK-PASS-FLG.                             00084300
700198     PERFORM C-900-PUT-CHECK.                                     00084400
           SKIP2                                                        00084500
700198*** Record-type proportion: the count for the plan, or per        00084600
700198*** participant to two places; a plan with no participants has    00084700
700198*** a per-participant proportion of zero.                         00084800
700198 C-240-CHECK-RECTYPE.                                             00084900
700198     IF  WTPL-KIND-RECTYPE (SUB-TPL)                              00085000
700198         MOVE SUB-TPL TO WTPL-CAND-SUB                            00085100
700198         PERFORM R-500-RULE-APPLIES                               00085200
700198         IF  WRULE-APPLIES-YES                                    00085300
700198             PERFORM C-245-RECTYPE-RULE.                          00085400
           SKIP2                                                        00085500
700198 C-245-RECTYPE-RULE.                                              00085600
700198     MOVE WTPL-XXYY (SUB-TPL) TO WXXYY-WORK.                      00085700
700198     PERFORM R-410-SCAN-ONLY-TYPE.                                00085800
700198     MOVE ZERO TO WTYPE-COUNT.                                    00085900
700198     IF  WTYP-HIT-SUB > ZERO                                      00086000
700198         MOVE WPLN-TYPE-CTR (SUB-PLN, WTYP-HIT-SUB)               00086100
700198             TO WTYPE-COUNT.                                      00086200
700198     MOVE SPACES TO ONDAT2-CHECK.                                 00086300
700198     IF  WTPL-BASIS-PART (SUB-TPL)                                00086400
700198         STRING WTPL-XXYY (SUB-TPL) ' records per participant'    00086500
700198             DELIMITED BY SIZE INTO ONDAT2-CHECK                  00086600
700198         IF  WPLN-PARTS (SUB-PLN) > ZERO                          00086700
700198             COMPUTE WRATIO ROUNDED =                             00086800
700198                 WTYPE-COUNT / WPLN-PARTS (SUB-PLN)               00086900
700198         ELSE                                                     00087000
700198             MOVE ZERO TO WRATIO                                  00087100
700198         END-IF                                                   00087200
700198     ELSE                                                         00087300
700198         STRING WTPL-XXYY (SUB-TPL) ' records for the plan'       00087400
700198             DELIMITED BY SIZE INTO ONDAT2-CHECK                  00087500
700198         COMPUTE WRATIO = WTYPE-COUNT                             00087600
700198             ON SIZE ERROR                                        00087700
700198                 MOVE 99999.99 TO WRATIO                          00087800
700198         END-COMPUTE                                              00087900
700198     END-IF.                                                      00088000
700198     MOVE WTPL-MIN (SUB-TPL) TO WMIN-ED.                          00088100
700198     MOVE WTPL-MAX (SUB-TPL) TO WMAX-ED.                          00088200
700198     MOVE SPACES TO ONDAT2-EXPECT.                                00088300
700198     IF  WTPL-MAX (SUB-TPL) = WMAX-OPEN                           00088400
700198         STRING WMIN-ED ' or more'                                00088500
700198             DELIMITED BY SIZE INTO ONDAT2-EXPECT                 00088600
700198     ELSE                                                         00088700
700198         STRING WMIN-ED ' to ' WMAX-ED                            00088800
700198             DELIMITED BY SIZE INTO ONDAT2-EXPECT.                00088900
700198     MOVE WRATIO TO WRATIO-ED.                                    00089000
700198     MOVE WRATIO-ED TO WVAL-WORK.                                 00089100
700198     PERFORM R-600-LEFT-JUSTIFY.                                  00089200
700198     MOVE WVAL-WORK TO ONDAT2-FOUND.                              00089300
700198     IF  WRATIO < WTPL-MIN (SUB-TPL)                              00089400
700198         OR (WTPL-MAX (SUB-TPL) NOT = WMAX-OPEN                   00089500
700198             AND WRATIO > WTPL-MAX (SUB-TPL))                     00089600
700198         MOVE 'N' TO WCHECK-PASS-FLG                              00089700
700198     ELSE                                                         00089800
700198         MOVE 'Y' TO WCHECK-PASS-FLG.                             00089900
700198     PERFORM C-900-PUT-CHECK.                                     00090000
           SKIP2                                                        00090100
700198 C-250-CHECK-CODED.                                               00090200
700198     MOVE 'Coded DE values' TO ONDAT2-CHECK.                      00090300
700198     IF  WTPL-CODED-FOR-TYPE = ZERO                               00090400
700198         MOVE 'None in template' TO ONDAT2-EXPECT                 00090500
700198         MOVE 'Not checked' TO ONDAT2-FOUND                       00090600
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00090700
700198     ELSE IF  WPLN-CODES-BAD (SUB-PLN) = ZERO                     00090800
700198         MOVE 'All valid' TO ONDAT2-EXPECT ONDAT2-FOUND           00090900
700198         MOVE 'Y' TO WCHECK-PASS-FLG                              00091000
700198     ELSE                                                         00091100
700198         MOVE 'All valid' TO ONDAT2-EXPECT                        00091200
700198         MOVE WPLN-CODES-BAD (SUB-PLN) TO WCOUNT-ED               00091300
700198         PERFORM R-610-FOUND-FROM-COUNT                           00091400
700198         STRING ONDAT2-FOUND DELIMITED BY SPACE                   00091500
700198             ' not valid' DELIMITED BY SIZE                       00091600
700198             INTO WVAL-WORK                                       00091700
700198         MOVE WVAL-WORK TO ONDAT2-FOUND                           00091800
700198         MOVE 'N' TO WCHECK-PASS-FLG.                             00091900
700198     PERFORM C-900-PUT-CHECK.                                     00092000
           SKIP2                                                        00092100
700198 C-900-PUT-CHECK.                                                 00092200
700198     IF  WCHECK-PASS-YES                                          00092300
700198         MOVE 'PASS' TO ONDAT2-RESULT                             00092400
700198     ELSE                                                         00092500
700198         MOVE 'FAIL' TO ONDAT2-RESULT                             00092600
700198         ADD 1 TO WFAILS.                                         00092700
700198     MOVE ONDAT2-LINE TO WPRINT-LINE.                             00092800
700198     PERFORM V-100-PRINT-LINE.                                    00092900
700198     MOVE SPACES TO ONDAT2-LINE.                                  00093000
           SKIP2                                                        00093100
700198***************************                                       00093200
700198*** Report                                                        00093300
700198***************************                                       00093400
700198 D-200-RPT-TOTALS.                                                00093500
700198     MOVE SPACES TO WPRINT-TITLE1.                                00093600
700198     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00093700
700198     PERFORM V-150-NEWPAGE.                                       00093800
700198     MOVE WPLN-COUNT TO WCOUNT-ED.                                00093900
700198     STRING ' Plans listed:               ' WCOUNT-ED             00094000
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00094100
700198     PERFORM V-100-PRINT-LINE.                                    00094200
700198     STRING ' Plans certified:            ' WCTR-CERTIFIED        00094300
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00094400
700198     PERFORM V-100-PRINT-LINE.                                    00094500
700198     STRING ' Plans not certified:        ' WCTR-NOT-CERT         00094600
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00094700
700198     PERFORM V-100-PRINT-LINE.                                    00094800
700198     STRING '   of which not on backup:   ' WCTR-NOT-FOUND        00094900
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00095000
700198     PERFORM V-100-PRINT-LINE.                                    00095100
700198     STRING ' Participants without PT:    ' WCTR-NO-PT            00095200
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00095300
700198     PERFORM V-100-PRINT-LINE.                                    00095400
700198     STRING ' Coded values checked:       ' WCTR-CODES-CHECKED    00095500
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00095600
700198     PERFORM V-100-PRINT-LINE.                                    00095700
700198     STRING ' Coded values not valid:     ' WCTR-CODES-BAD        00095800
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00095900
700198     PERFORM V-100-PRINT-LINE.                                    00096000
700198     STRING ' Coded DE not on the record: ' WCTR-CODE-NODE        00096100
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00096200
700198     PERFORM V-100-PRINT-LINE.                                    00096300
700198     STRING ' List rows refused:          ' WCTR-LIST-BAD         00096400
700198         '/' WCTR-LIST-DUPS '/' WCTR-LIST-OVER                    00096500
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00096600
700198     PERFORM V-100-PRINT-LINE.                                    00096700
700198     STRING ' Template rows refused:      ' WCTR-TPL-BAD          00096800
700198         '/' WCTR-TPL-OVER                                        00096900
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00097000
700198     PERFORM V-100-PRINT-LINE.                                    00097100
700198     STRING ' Backup records read:        ' WCTR-BKUP-RECS        00097200
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00097300
700198     PERFORM V-100-PRINT-LINE.                                    00097400
700198     STRING ' Records of listed plans:    ' WCTR-ONB-RECS         00097500
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00097600
700198     PERFORM V-100-PRINT-LINE.                                    00097700
           SKIP2                                                        00097800
700198***************************                                       00097900
700198*** Shared routines                                               00098000
700198***************************                                       00098100
700198 R-310-SCAN-ONLY-PLAN.                                            00098200
700198     MOVE ZERO TO WPLN-HIT-SUB.                                   00098300
700198     PERFORM R-320-SCAN-PLN                                       00098400
700198       VARYING SUB-PLN FROM 1 BY 1                                00098500
700198         UNTIL SUB-PLN > WPLN-COUNT                               00098600
700198           OR WPLN-HIT-SUB > ZERO.                                00098700
           SKIP2                                                        00098800
700198 R-320-SCAN-PLN.                                                  00098900
700198     IF  WPLN-PLAN (SUB-PLN) = WPLAN-WORK                         00099000
700198         MOVE SUB-PLN TO WPLN-HIT-SUB.                            00099100
           SKIP2                                                        00099200
700198*** Find-or-add WXXYY-WORK in the record-type list; zero past     00099300
700198*** the table.                                                    00099400
700198 R-400-FIND-TYPE.                                                 00099500
700198     PERFORM R-410-SCAN-ONLY-TYPE.                                00099600
700198     IF  WTYP-HIT-SUB = ZERO                                      00099700
700198         AND WTYP-COUNT < WTYP-MAX-ENTRIES                        00099800
700198         ADD 1 TO WTYP-COUNT                                      00099900
700198         MOVE WTYP-COUNT TO WTYP-HIT-SUB                          00100000
700198         MOVE WXXYY-WORK TO WTYP-XXYY (WTYP-HIT-SUB).             00100100
           SKIP2                                                        00100200
700198 R-410-SCAN-ONLY-TYPE.                                            00100300
700198     MOVE ZERO TO WTYP-HIT-SUB.                                   00100400
700198     PERFORM R-420-SCAN-TYP                                       00100500
700198       VARYING SUB-TYP FROM 1 BY 1                                00100600
700198         UNTIL SUB-TYP > WTYP-COUNT                               00100700
700198           OR WTYP-HIT-SUB > ZERO.                                00100800
           SKIP2                                                        00100900
700198 R-420-SCAN-TYP.                                                  00101000
700198     IF  WTYP-XXYY (SUB-TYP) = WXXYY-WORK                         00101100
700198         MOVE SUB-TYP TO WTYP-HIT-SUB.                            00101200
           SKIP2                                                        00101300
700198*** Whether template row WTPL-CAND-SUB governs a plan of type     00101400
700198*** WTYPE-WORK: a row of the plan's own type always does; a       00101500
700198*** '****' row does unless the plan's type has a row of the same  00101600
700198*** kind for the same record type (and DE).                       00101700
700198 R-500-RULE-APPLIES.                                              00101800
700198     MOVE 'N' TO WRULE-APPLIES-FLG.                               00101900
700198     IF  WTPL-PLAN-TYPE (WTPL-CAND-SUB) = WTYPE-WORK              00102000
700198         SET WRULE-APPLIES-YES TO TRUE                            00102100
700198     ELSE IF  WTPL-PLAN-TYPE (WTPL-CAND-SUB) = '****'             00102200
700198         SET WRULE-APPLIES-YES TO TRUE                            00102300
700198         PERFORM R-510-SCAN-OVERRIDE                              00102400
700198           VARYING SUB-TPL2 FROM 1 BY 1                           00102500
700198             UNTIL SUB-TPL2 > WTPL-COUNT                          00102600
700198               OR NOT WRULE-APPLIES-YES.                          00102700
           SKIP2                                                        00102800
700198 R-510-SCAN-OVERRIDE.                                             00102900
700198     IF  WTPL-PLAN-TYPE (SUB-TPL2) = WTYPE-WORK                   00103000
700198         AND WTPL-KIND (SUB-TPL2) = WTPL-KIND (WTPL-CAND-SUB)     00103100
700198         AND WTPL-XXYY (SUB-TPL2) = WTPL-XXYY (WTPL-CAND-SUB)     00103200
700198         AND (WTPL-KIND-RECTYPE (SUB-TPL2)                        00103300
700198           OR WTPL-DENUM (SUB-TPL2) = WTPL-DENUM (WTPL-CAND-SUB)) 00103400
700198         MOVE 'N' TO WRULE-APPLIES-FLG.                           00103500
           SKIP2                                                        00103600
700198*** WVAL-WORK with its leading spaces dropped.                    00103700
700198 R-600-LEFT-JUSTIFY.                                              00103800
700198     MOVE ZERO TO WLEAD.                                          00103900
700198     INSPECT WVAL-WORK TALLYING WLEAD FOR LEADING SPACE.          00104000
700198     IF  WLEAD > ZERO                                             00104100
700198         AND WLEAD < 40                                           00104200
700198         MOVE WVAL-WORK (WLEAD + 1:) TO WVAL-SHIFT                00104300
700198         MOVE WVAL-SHIFT TO WVAL-WORK.                            00104400
           SKIP2                                                        00104500
700198*** WCOUNT-ED, left justified, into ONDAT2-FOUND.                 00104600
700198 R-610-FOUND-FROM-COUNT.                                          00104700
700198     MOVE WCOUNT-ED TO WVAL-WORK.                                 00104800
700198     PERFORM R-600-LEFT-JUSTIFY.                                  00104900
700198     MOVE WVAL-WORK TO ONDAT2-FOUND.                              00105000
700198     MOVE SPACES TO WVAL-WORK.                                    00105100
           SKIP2                                                        00105200
700203 R-700-CALL-CDOM.                                                 00000000
700203     SET CDOMIA-KEY-ADDR      TO ADDRESS OF CDOMKEY-AREA.         00000000
700203     SET CDOMIA-DATA-ADDR     TO ADDRESS OF CDOMDAT-AREA.         00000000
700203     MOVE LENGTH OF CDOMKEY-AREA  TO CDOMHDR-KEY-LENG.            00000000
700203     MOVE LENGTH OF CDOMDAT-AREA  TO CDOMHDR-DATA-LENG.           00000000
700203     CALL 'UTCOINDX' USING SD-AREA                                00000000
700203                      CDOMHDR-AREA                                00000000
700203                      CDOMIA-AREA.                                00000000
           SKIP2                                                        00000000
700198*** DEMOD dispatch off the registry, falling back to the          00105300
700198*** xxYY + 'DE' convention for unregistered types.                00105400
700198 R-950-RESOLVE-DEMOD.                                             00105500
700198     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00105600
700198     PERFORM R-966-SCAN-TYPEREG-ROW                               00105700
700198       VARYING SUB-TYPEREG FROM 1 BY 1                            00105800
700198         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00105900
700198           OR WTYPEREG-HIT-SUB > ZERO.                            00106000
700198     IF  WTYPEREG-HIT-SUB > ZERO                                  00106100
700198         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00106200
700198         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00106300
700198             TO WK-PGM-NAME                                       00106400
700198     ELSE                                                         00106500
700198         MOVE SPACES TO WK-PGM-NAME                               00106600
700198         STRING WTYPEREG-XXYY-WORK 'DE'                           00106700
700198            DELIMITED BY SIZE                                     00106800
700198              INTO WK-PGM-NAME.                                   00106900
           SKIP2                                                        00107000
700198 R-966-SCAN-TYPEREG-ROW.                                          00107100
700198     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00107200
700198         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00107300
           SKIP2                                                        00107400
700198***************************                                       00107500
700198*** Print-line routines                                           00107600
700198***************************                                       00107700
700198 V-100-PRINT-LINE.                                                00107800
700198     IF  WPRINT-LINES-OVER                                        00107900
700198         PERFORM V-150-NEWPAGE.                                   00108000
700198     ADD 1 TO WPRINT-LINES.                                       00108100
700198     WRITE PRINT-LINE FROM WPRINT-LINE                            00108200
700198           AFTER ADVANCING 1 LINE.                                00108300
700198     MOVE SPACES   TO WPRINT-LINE.                                00108400
700198     ADD 1 TO WPRINT-TOT-LINES.                                   00108500
           SKIP2                                                        00108600
700198 V-150-NEWPAGE.                                                   00108700
700198     ADD 1 TO WPRINT-PAGE.                                        00108800
700198     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00108900
700198     MOVE SPACES TO PRINT-LINE.                                   00109000
700198     WRITE PRINT-LINE                                             00109100
700198       AFTER ADVANCING PAGE.                                      00109200
700198     WRITE PRINT-LINE FROM RPTHDR-LINE                            00109300
700198       AFTER ADVANCING 1 LINE.                                    00109400
700198     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00109500
700198       AFTER ADVANCING 1.                                         00109600
700198     MOVE ZERO TO WPRINT-LINES.                                   00109700
700198     ADD 3 TO WPRINT-TOT-LINES.                                   00109800
