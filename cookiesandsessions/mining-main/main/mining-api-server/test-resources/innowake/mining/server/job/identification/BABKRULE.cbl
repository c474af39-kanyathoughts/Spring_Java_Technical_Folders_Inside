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
700155 IDENTIFICATION DIVISION.                                         00000100
700155 PROGRAM-ID. 'BABKRULE'.                                          00000200
700155******************************************************************00000300
700155**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700155******************************************************************00000500
700155**  AUTHOR       W. WHITE, Oct 2026                               00000600
700155**  PURPOSE      Business-rule assertion run over a single        00000700
700155**               backup.  The validation step checks structure    00000800
700155**               and the compare checks sameness; neither checks  00000900
700155**               whether the data makes business sense.  A deck   00001000
700155**               of RULE cards each describes a condition that    00001100
700155**               must not occur - on DEs of one RecordType, or    00001200
700155**               of two related RecordTypes within the same       00001300
700155**               participant - and every key where it does occur  00001400
700155**               is listed, with counts by rule and by plan.  A   00001500
700155**               data-quality gate that needs no second           00001600
700155**               environment to compare against.                  00001700
700155**                                                                00001800
700155**               RULE card layout (blank separated):              00001900
700155**                 RULE id XXYY nnn op value [XXYY nnn op value]  00002000
700155**               id     - up to 8 characters, names the rule      00002100
700155**               XXYY   - RecordType, e.g. PT or LN               00002200
700155**               nnn    - DE number                               00002300
700155**               op     - EQ NE GT LT GE LE                       00002400
700155**               value  - literal (no embedded blanks), *BLANK    00002500
700155**                        for an empty value or *HDRDATE for the  00002600
700155**                        backup header date as CCYYMMDD          00002700
700155**               A numeric literal is compared against the DE's   00002800
700155**               unscaled internal digits when the DE is numeric; 00002900
700155**               anything else compares the displayed value.      00003000
700155**               With a second condition on the same RecordType   00003100
700155**               both must hold on one record; on another         00003200
700155**               RecordType each must hold on some record of the  00003300
700155**               same participant.                                00003400
700155******************************************************************00003500
700155**  REVISIONS:                                                    00003600
700155******************************************************************00003700
700155**  Input                                                         00003800
700155**   . IN110   - Control File (RULE, MAXLIST)                     00003900
700155**   . BKUPIN  - The backup to check, via BABKPI/BABKPIS          00004000
700155******************************************************************00004100
700155**  Output                                                        00004200
700155**   . SYSOUT  - Displayed Information                            00004300
700155**   . REPORT  - Violations, by-rule and by-rule-and-plan counts  00004400
700155**   . RC 4 when any rule was violated                            00004500
700155******************************************************************00004600
700155 ENVIRONMENT DIVISION.                                            00004700
700155 CONFIGURATION SECTION.                                           00004800
700155 INPUT-OUTPUT SECTION.                                            00004900
           SKIP2                                                        00005000
700155 FILE-CONTROL.                                                    00005100
700155     SELECT PRINT-FILE                                            00005200
700155         ASSIGN TO UT-S-REPORT                                    00005300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005400
700155         FILE STATUS WPRINT-FS.                                   00005500
700155 DATA DIVISION.                                                   00005600
           SKIP2                                                        00005700
700155 FILE SECTION.                                                    00005800
           SKIP1                                                        00005900
700155 FD  PRINT-FILE                                                   00006000
700155     BLOCK CONTAINS 0 RECORDS                                     00006100
700155     LABEL RECORDS ARE STANDARD.                                  00006200
           SKIP2                                                        00006300
700155 01 PRINT-LINE                PIC X(133).                         00006400
           SKIP2                                                        00006500
700155 WORKING-STORAGE SECTION.                                         00006600
700155 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00006700
700155 77  SUB-RULE              PIC S9(4) BINARY VALUE ZERO.           00006800
700155 77  SUB-COND              PIC S9(4) BINARY VALUE ZERO.           00006900
700155 77  WCTR-RECS             PIC 9(9)     VALUE ZERO.               00007000
700155 77  WCTR-VIOL             PIC 9(9)     VALUE ZERO.               00007100
700155 77  WCTR-CARD-BAD         PIC 9(5)     VALUE ZERO.               00007200
700203 77  WCUR-SCOPE            PIC X(21)    VALUE SPACES.             00007300
700155 77  WHDR-CCYYMMDD         PIC 9(8)     VALUE ZERO.               00007400
700155 77  WDATE-PIVOT-YY        PIC 99       VALUE 70.                 00007500
700155 77  WDATE-HDR-YY          PIC 99       VALUE ZERO.               00007600
700155 77  WCOND-TRUE-FLG        PIC X        VALUE 'N'.                00007700
700155     88  WCOND-TRUE-YES    VALUE 'Y'.                             00007800
700155 77  WREC-HIT1-FLG         PIC X        VALUE 'N'.                00007900
700155     88  WREC-HIT1-YES     VALUE 'Y'.                             00008000
700155 77  WREC-HIT2-FLG         PIC X        VALUE 'N'.                00008100
700155     88  WREC-HIT2-YES     VALUE 'Y'.                             00008200
700155 77  WDE-NUM               PIC 9(18)    VALUE ZERO.               00008300
700155 77  WDE-SHOW              PIC X(20)    VALUE SPACES.             00008400
700155 77  WMAXLIST              PIC 9(5)     VALUE ZERO.               00008500
700155 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00008600
700155 77  WDISP-RULES           PIC ZZ9      VALUE ZERO.               00008700
           SKIP2                                                        00008800
700155 01  WPRINT-AREA.                                                 00008900
700155     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009000
700155         88  WPRINT-FS-OK VALUE '00'.                             00009100
700155     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00009200
700155     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00009300
700155     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00009400
700155     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00009500
700155         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00009600
700155     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00009700
           SKIP2                                                        00009800
700155 01  RPTHDR-LINE.                                                 00009900
700155         05   FILLER     PIC X(02) VALUE                          00010000
700155           ' '.                                                   00010100
700155         05   FILLER     PIC X(28) VALUE                          00010200
700155           'Business Rule Assertions'.                            00010300
700155         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00010400
700155         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00010500
700155         05   FILLER     PIC X(6)  VALUE                          00010600
700155           '  Page'.                                              00010700
700155         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00010800
           SKIP2                                                        00010900
700155 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00011000
700155 01  WCTL-AREA.                                                   00011100
700155     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00011200
700155         88  WCTL-CMD-RULE       VALUE 'RULE'.                    00011300
700155         88  WCTL-CMD-MAXLIST    VALUE 'MAXLIST'.                 00011400
700155     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00011500
700155     05  WCTL-NUM-EDIT           PIC X(5)  VALUE SPACES           00011600
700155                                 JUSTIFIED RIGHT.                 00011700
           SKIP2                                                        00011800
700155*** One RULE card as split by F-200-PARSE-RULE, before it is      00011900
700155*** checked and filed in the rule table.                          00012000
700155 01  WRIN-AREA.                                                   00012100
700155     05  WRIN-ID                 PIC X(8)  VALUE SPACES.          00012200
700155     05  WRIN-COND OCCURS 2 TIMES.                                00012300
700155         10  WRIN-XXYY           PIC X(4)  VALUE SPACES.          00012400
700155         10  WRIN-DENUM          PIC X(3)  VALUE SPACES.          00012500
700155         10  WRIN-OP             PIC X(2)  VALUE SPACES.          00012600
700155         10  WRIN-LIT            PIC X(20) VALUE SPACES.          00012700
           SKIP2                                                        00012800
700155*** Right-justified edit of a rule literal, tested for numeric.   00012900
700155 01  WLIT-AREA.                                                   00013000
700155     05  WLIT-LEN                PIC S9(4) BINARY VALUE ZERO.     00013100
700155     05  WLIT-EDIT               PIC X(18) VALUE SPACES           00013200
700155                                 JUSTIFIED RIGHT.                 00013300
700155     05  WLIT-EDIT-N REDEFINES WLIT-EDIT                          00013400
700155                                 PIC 9(18).                       00013500
           SKIP2                                                        00013600
700155*** The rule deck.  Per participant, a cross-RecordType rule      00013700
700155*** remembers which of its two conditions has been met and the    00013800
700155*** value that met it, until the participant changes.             00013900
700155 01  WRULE-AREA.                                                  00014000
700155     05  WRULE-COUNT             PIC S9(4) BINARY VALUE ZERO.     00014100
700155     05  WRULE-MAX-ENTRIES       PIC S9(4) BINARY VALUE 50.       00014200
700155     05  WRULE-ENTRY OCCURS 50 TIMES.                             00014300
700155         10  WRULE-ID            PIC X(8).                        00014400
700155         10  WRULE-CARD          PIC X(66).                       00014500
700155         10  WRULE-CONDS         PIC 9.                           00014600
700155         10  WRULE-SCOPE         PIC X.                           00014700
700155             88  WRULE-SCOPE-REC     VALUE 'R'.                   00014800
700155             88  WRULE-SCOPE-PART    VALUE 'P'.                   00014900
700155         10  WRULE-VIOL          PIC 9(9).                        00015000
700155         10  WRULE-COND OCCURS 2 TIMES.                           00015100
700155             15  WRULE-XXYY      PIC X(4).                        00015200
700155             15  WRULE-DENUM     PIC 9(3).                        00015300
700155             15  WRULE-OP        PIC X(2).                        00015400
700155                 88  WRULE-OP-VALID VALUE 'EQ' 'NE' 'GT' 'LT'     00015500
700155                                          'GE' 'LE'.              00015600
700155             15  WRULE-LIT       PIC X(20).                       00015700
700155             15  WRULE-LIT-N     PIC 9(18).                       00015800
700155             15  WRULE-LIT-KIND  PIC X.                           00015900
700155                 88  WRULE-LIT-ALPHA   VALUE 'A'.                 00016000
700155                 88  WRULE-LIT-NUMERIC VALUE 'N'.                 00016100
700155                 88  WRULE-LIT-HDRDATE VALUE 'H'.                 00016200
700155             15  WRULE-PART-HIT  PIC X.                           00016300
700155                 88  WRULE-PART-HIT-YES VALUE 'Y'.                00016400
700155             15  WRULE-PART-VAL  PIC X(20).                       00016500
700203             15  WRULE-PART-KEY  PIC X(24).                       00016600
           SKIP2                                                        00016700
700155*** Violation counts by rule and plan, in rule/plan order.        00016800
700155 01  RLPLIA-AREA. COPY UTCOIA                                     00016900
700155       REPLACING ==:UTCOIA:== BY ==RLPLIA==.                      00017000
           SKIP2                                                        00017100
700155 01  RLPLHDR-AREA. COPY UTCOHDR                                   00017200
700155       REPLACING ==:UTCOHDR:== BY ==RLPLHDR==.                    00017300
           SKIP2                                                        00017400
700155 01  RLPLKEY-AREA.                                                00017500
700155     05  RLPLKEY-RULE       PIC X(8)  VALUE SPACES.               00017600
700203     05  RLPLKEY-PLAN       PIC X(10) VALUE SPACES.               00017700
           SKIP2                                                        00017800
700155 01  RLPLDAT-AREA.                                                00017900
700155     05  RLPLDAT-VIOL       PIC S9(9) COMP-3 VALUE ZERO.          00018000
           SKIP2                                                        00018100
700155 01  RVDAT1-LINE.                                                 00018200
700155     05  FILLER             PIC X     VALUE SPACE.                00018300
700155     05  RVDAT1-RULE        PIC X(8)  VALUE SPACES.               00018400
700155     05  FILLER             PIC X(7)  VALUE ' Plan '.             00018500
700203     05  RVDAT1-PLAN        PIC X(10) VALUE SPACES.               00018600
700155     05  FILLER             PIC X(6)  VALUE ' Key '.              00018700
700203     05  RVDAT1-KEY         PIC X(24) VALUE SPACES.               00018800
700155     05  FILLER             PIC X     VALUE SPACE.                00018900
700155     05  RVDAT1-XXYY1       PIC X(4)  VALUE SPACES.               00019000
700155     05  FILLER             PIC X(4)  VALUE ' DE '.               00019100
700155     05  RVDAT1-DENUM1      PIC 9(3)  VALUE ZERO.                 00019200
700155     05  FILLER             PIC X     VALUE '='.                  00019300
700155     05  RVDAT1-VAL1        PIC X(20) VALUE SPACES.               00019400
700155     05  FILLER             PIC X     VALUE SPACE.                00019500
700155     05  RVDAT1-XXYY2       PIC X(4)  VALUE SPACES.               00019600
700155     05  RVDAT1-DE2-LIT     PIC X(4)  VALUE SPACES.               00019700
700155     05  RVDAT1-DENUM2      PIC ZZZ   VALUE ZERO.                 00019800
700155     05  RVDAT1-EQ2         PIC X     VALUE SPACE.                00019900
700155     05  RVDAT1-VAL2        PIC X(20) VALUE SPACES.               00020000
700203     05  FILLER             PIC X(11) VALUE SPACES.               00020100
           SKIP2                                                        00020200
700155 01  RSDAT1-LINE.                                                 00020300
700155     05  FILLER             PIC X     VALUE SPACE.                00020400
700155     05  RSDAT1-RULE        PIC X(8)  VALUE SPACES.               00020500
700155     05  FILLER             PIC X     VALUE SPACE.                00020600
700155     05  RSDAT1-VIOL        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00020700
700155     05  FILLER             PIC XX    VALUE SPACES.               00020800
700155     05  RSDAT1-CARD        PIC X(66) VALUE SPACES.               00020900
700155     05  FILLER             PIC X(44) VALUE SPACES.               00021000
           SKIP2                                                        00021100
700155 01  RPDAT1-LINE.                                                 00021200
700155     05  FILLER             PIC X     VALUE SPACE.                00021300
700155     05  RPDAT1-RULE        PIC X(8)  VALUE SPACES.               00021400
700155     05  FILLER             PIC X(7)  VALUE ' Plan '.             00021500
700203     05  RPDAT1-PLAN        PIC X(10) VALUE SPACES.               00021600
700155     05  FILLER             PIC X     VALUE SPACE.                00021700
700155     05  RPDAT1-VIOL        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00021800
700203     05  FILLER             PIC X(95) VALUE SPACES.               00021900
           SKIP2                                                        00022000
700155 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00022100
           SKIP2                                                        00022200
700155 01  BWA-REC.  COPY BKUPREC.                                      00022300
           SKIP2                                                        00022400
700155 01  HDR-REC.  COPY BKUPHDR.                                      00022500
           SKIP2                                                        00022600
700155 01  IO-BKPI-PARM.                                                00022700
700155       COPY IOBKPI REPLACING 'PROGRAM' BY 'BABKRULE'.             00022800
           SKIP3                                                        00022900
700155 01  IO-IN110-PARM.                                               00023000
700155       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKRULE'.            00023100
           SKIP3                                                        00023200
700155 01  DE-AREA.  COPY PRMDE.                                        00023300
           SKIP3                                                        00023400
700155 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00023500
           EJECT                                                        00023600
700155 PROCEDURE DIVISION.                                              00023700
           SKIP2                                                        00023800
700155 A-100-BODY.                                                      00023900
700155     PERFORM A-105-INIT.                                          00024000
700155     PERFORM A-200-INIT-OPEN.                                     00024100
700155     IF  WRULE-COUNT > ZERO                                       00024200
700155         PERFORM B-100-PROC-REC                                   00024300
700155           UNTIL IO-BKPI-ERROR-YES                                00024400
700155             OR IO-BKPI-EOF-YES                                   00024500
700155         PERFORM B-400-END-PART                                   00024600
700155         PERFORM A-300-RPT-SUMMARY                                00024700
700155     END-IF.                                                      00024800
700155     PERFORM A-900-FINI-CLOSE.                                    00024900
700155     MOVE WRC-FINAL TO RETURN-CODE.                               00025000
700155     GOBACK.                                                      00025100
           SKIP2                                                        00025200
700155 A-105-INIT.                                                      00025300
700155     CALL 'BASDIN' USING SD-AREA.                                 00025400
           SKIP2                                                        00025500
700155 A-200-INIT-OPEN.                                                 00025600
700155     DISPLAY 'BaBkRule-998 Program Starting'.                     00025700
700155     ACCEPT RPTHDR-DATE FROM DATE.                                00025800
700155     OPEN OUTPUT                                                  00025900
700155               PRINT-FILE.                                        00026000
700155     IF  NOT WPRINT-FS-OK                                         00026100
700155         DISPLAY 'BaBkRule-53 PRINT dd OPEN failed:'              00026200
700155             WPRINT-FS                                            00026300
700155         STOP RUN.                                                00026400
700155     CALL 'UT110IN'  USING SD-AREA                                00026500
700155               IO-IN110-PARM                                      00026600
700155               IO-IN110-OPEN                                      00026700
700155               CTL-REC.                                           00026800
700155     IF  IO-IN110-ERROR = 'Y'                                     00026900
700155          OR IO-IN110-FILE-STATUS NOT = '00'                      00027000
700155         DISPLAY 'BaBkRule-301 IN110 file failed to open:'        00027100
700155           IO-IN110-FILE-STATUS                                   00027200
700155         GOBACK.                                                  00027300
700155     PERFORM F-110-READ-IN110.                                    00027400
700155     PERFORM F-100-PROC-CTL                                       00027500
700155       UNTIL IO-IN110-ERROR-YES.                                  00027600
700155     IF  WRULE-COUNT = ZERO                                       00027700
700155         DISPLAY 'BaBkRule-302 No valid RULE cards, nothing '     00027800
700155             'to check'                                           00027900
700155         MOVE 8 TO WRC-FINAL                                      00028000
700155     ELSE                                                         00028100
700155         PERFORM T-800-SETUP-RLPL                                 00028200
700155         CALL 'BABKPI' USING SD-AREA                              00028300
700155                               IO-BKPI-PARM                       00028400
700155                               IO-BKPI-OPEN                       00028500
700155                               BWA-REC                            00028600
700155         IF  IO-BKPI-ERROR-YES                                    00028700
700155             DISPLAY 'BaBkRule-102 BKPI file failed to open:'     00028800
700155                 IO-BKPI-FILE-STATUS                              00028900
700155             MOVE 16 TO RETURN-CODE                               00029000
700155             STOP RUN                                             00029100
700155         END-IF                                                   00029200
700155         MOVE ' Rule Violations'  TO RPTHDR-SUBTITLE              00029300
700155         PERFORM V-150-NEWPAGE                                    00029400
700155         PERFORM N1-100-READ-PIS.                                 00029500
           SKIP2                                                        00029600
700155 A-900-FINI-CLOSE.                                                00029700
700155     CALL 'UT110IN'  USING SD-AREA                                00029800
700155               IO-IN110-PARM                                      00029900
700155               IO-IN110-CLOSE                                     00030000
700155               CTL-REC.                                           00030100
700155     IF  WRULE-COUNT > ZERO                                       00030200
700155         CALL 'BABKPI' USING SD-AREA                              00030300
700155                               IO-BKPI-PARM                       00030400
700155                               IO-BKPI-CLOSE                      00030500
700155                               BWA-REC.                           00030600
700155     DISPLAY 'BaBkRule-444 Records:' WCTR-RECS                    00030700
700155       ', Rules:' WRULE-COUNT                                     00030800
700155       ', Violations:' WCTR-VIOL.                                 00030900
700155     CLOSE PRINT-FILE.                                            00031000
700155     DISPLAY 'BaBkRule-998 Program Ending'.                       00031100
           SKIP2                                                        00031200
700155***************************                                       00031300
700155*** Control card handling                                         00031400
700155***************************                                       00031500
700155 F-100-PROC-CTL.                                                  00031600
700155     IF  CTL-REC (1:1) = '*'                                      00031700
700155         DISPLAY 'BaBkRule-500 Comment:' CTL-REC (1:50)           00031800
700155     ELSE                                                         00031900
700155         PERFORM F-105-CONTINUE.                                  00032000
700155     PERFORM F-110-READ-IN110.                                    00032100
           SKIP2                                                        00032200
700155 F-105-CONTINUE.                                                  00032300
700155     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00032400
700155     UNSTRING CTL-REC DELIMITED BY SPACE                          00032500
700155         INTO WCTL-CMD WCTL-VAL.                                  00032600
700155     DISPLAY 'BaBkRule-500 CtlCard:' CTL-REC (1:66).              00032700
700155     IF  WCTL-CMD-RULE                                            00032800
700203         PERFORM F-200-PARSE-RULE                                 00000000
700155     ELSE IF  WCTL-CMD-MAXLIST                                    00033000
700155         UNSTRING WCTL-VAL DELIMITED BY SPACE                     00033100
700155             INTO WCTL-NUM-EDIT                                   00033200
700155         INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'     00033300
700155         IF  WCTL-NUM-EDIT IS NUMERIC                             00033400
700155             MOVE WCTL-NUM-EDIT TO WMAXLIST                       00033500
700155             DISPLAY ' At most ' WMAXLIST                         00033600
700155                 ' violations listed per rule'                    00033700
700155         ELSE                                                     00033800
700155             DISPLAY 'BaBkRule-501 Invalid MAXLIST value:'        00033900
700155                 WCTL-VAL                                         00034000
700155         END-IF                                                   00034100
700155     ELSE                                                         00034200
700155         DISPLAY 'BaBkRule-501 Invalid Control Card:'             00034300
700155             CTL-REC (1:50).                                      00034400
           SKIP2                                                        00034500
700155 F-110-READ-IN110.                                                00034600
700155     CALL 'UT110IN'  USING SD-AREA                                00034700
700155               IO-IN110-PARM                                      00034800
700155               IO-IN110-READ                                      00034900
700155               CTL-REC.                                           00035000
           SKIP2                                                        00035100
700155*** Splits a RULE card, checks each condition and files the rule. 00035200
700155*** A bad card is reported and left out of the deck - the rest    00035300
700155*** of the deck still runs.                                       00035400
700155 F-200-PARSE-RULE.                                                00035500
700155     MOVE SPACES TO WRIN-AREA.                                    00035600
700155     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00035700
700155         INTO WCTL-CMD WRIN-ID                                    00035800
700155              WRIN-XXYY (1) WRIN-DENUM (1)                        00035900
700155              WRIN-OP (1)   WRIN-LIT (1)                          00036000
700155              WRIN-XXYY (2) WRIN-DENUM (2)                        00036100
700155              WRIN-OP (2)   WRIN-LIT (2).                         00036200
700155     IF  WRULE-COUNT >= WRULE-MAX-ENTRIES                         00036300
700155         DISPLAY 'BaBkRule-502 Rule table full, ignoring:'        00036400
700155             WRIN-ID                                              00036500
700155         ADD 1 TO WCTR-CARD-BAD                                   00036600
700203     ELSE                                                         00000000
700203         PERFORM F-205-FILE-RULE.                                 00000000
           SKIP2                                                        00000000
700203 F-205-FILE-RULE.                                                 00000000
700155     ADD 1 TO WRULE-COUNT.                                        00036800
700155     MOVE WRULE-COUNT TO SUB-RULE.                                00036900
700155     MOVE WRIN-ID TO WRULE-ID (SUB-RULE).                         00037000
700155     MOVE CTL-REC (6:66) TO WRULE-CARD (SUB-RULE).                00037100
700155     MOVE ZERO TO WRULE-VIOL (SUB-RULE).                          00037200
700155     MOVE 1 TO WRULE-CONDS (SUB-RULE).                            00037300
700155     IF  WRIN-XXYY (2) NOT = SPACES                               00037400
700155         MOVE 2 TO WRULE-CONDS (SUB-RULE).                        00037500
700155     PERFORM F-210-PARSE-COND                                     00037600
700155       VARYING SUB-COND FROM 1 BY 1                               00037700
700155         UNTIL SUB-COND > WRULE-CONDS (SUB-RULE).                 00037800
700155     IF  WRIN-ID = SPACES                                         00037900
700155         OR NOT WRULE-OP-VALID (SUB-RULE 1)                       00038000
700155         OR WRULE-DENUM (SUB-RULE 1) = ZERO                       00038100
700155         OR (WRULE-CONDS (SUB-RULE) = 2                           00038200
700155             AND (NOT WRULE-OP-VALID (SUB-RULE 2)                 00038300
700155                  OR WRULE-DENUM (SUB-RULE 2) = ZERO))            00038400
700155         DISPLAY 'BaBkRule-503 Invalid RULE card ignored:'        00038500
700155             CTL-REC (1:50)                                       00038600
700155         ADD 1 TO WCTR-CARD-BAD                                   00038700
700155         SUBTRACT 1 FROM WRULE-COUNT                              00038800
700203     ELSE                                                         00000000
700203         SET WRULE-SCOPE-REC (SUB-RULE) TO TRUE                   00000000
700203         IF  WRULE-CONDS (SUB-RULE) = 2                           00000000
700203             AND WRULE-XXYY (SUB-RULE 2)                          00000000
700203                 NOT = WRULE-XXYY (SUB-RULE 1)                    00000000
700203             SET WRULE-SCOPE-PART (SUB-RULE) TO TRUE              00000000
700203         END-IF                                                   00000000
700203         DISPLAY ' Rule ' WRULE-ID (SUB-RULE) ' loaded'.          00000000
           SKIP2                                                        00039700
700155 F-210-PARSE-COND.                                                00039800
700155     MOVE WRIN-XXYY (SUB-COND) TO WRULE-XXYY (SUB-RULE SUB-COND). 00039900
700155     MOVE ZERO TO WRULE-DENUM (SUB-RULE SUB-COND).                00040000
700155     MOVE SPACES TO WLIT-EDIT.                                    00040100
700155     UNSTRING WRIN-DENUM (SUB-COND) DELIMITED BY SPACE            00040200
700155         INTO WLIT-EDIT.                                          00040300
700155     INSPECT WLIT-EDIT REPLACING LEADING SPACE BY '0'.            00040400
700155     IF  WLIT-EDIT IS NUMERIC                                     00040500
700155         AND WLIT-EDIT-N < 1000                                   00040600
700155         MOVE WLIT-EDIT-N TO WRULE-DENUM (SUB-RULE SUB-COND).     00040700
700155     MOVE WRIN-OP (SUB-COND) TO WRULE-OP (SUB-RULE SUB-COND).     00040800
700155     MOVE WRIN-LIT (SUB-COND) TO WRULE-LIT (SUB-RULE SUB-COND).   00040900
700155     MOVE ZERO TO WRULE-LIT-N (SUB-RULE SUB-COND).                00041000
700155     MOVE 'N' TO WRULE-PART-HIT (SUB-RULE SUB-COND).              00041100
700155     SET WRULE-LIT-ALPHA (SUB-RULE SUB-COND) TO TRUE.             00041200
700155     IF  WRIN-LIT (SUB-COND) = '*BLANK'                           00041300
700155         MOVE SPACES TO WRULE-LIT (SUB-RULE SUB-COND)             00041400
700155     ELSE IF  WRIN-LIT (SUB-COND) = '*HDRDATE'                    00041500
700155         SET WRULE-LIT-HDRDATE (SUB-RULE SUB-COND) TO TRUE        00041600
700155     ELSE                                                         00041700
700155         MOVE SPACES TO WLIT-EDIT                                 00041800
700155         MOVE ZERO TO WLIT-LEN                                    00041900
700155         UNSTRING WRIN-LIT (SUB-COND) DELIMITED BY SPACE          00042000
700155             INTO WLIT-EDIT COUNT IN WLIT-LEN                     00042100
700155         INSPECT WLIT-EDIT REPLACING LEADING SPACE BY '0'         00042200
700155         IF  WLIT-LEN > ZERO                                      00042300
700155             AND WLIT-LEN NOT > 18                                00042400
700155             AND WLIT-EDIT IS NUMERIC                             00042500
700155             SET WRULE-LIT-NUMERIC (SUB-RULE SUB-COND) TO TRUE    00042600
700155             MOVE WLIT-EDIT-N TO WRULE-LIT-N (SUB-RULE SUB-COND). 00042700
           SKIP2                                                        00042800
700155***************************                                       00042900
700155*** One record against the deck                                   00043000
700155***************************                                       00043100
700155 B-100-PROC-REC.                                                  00043200
700155     IF  BWA-TYPE-HDR-REC                                         00043300
700155         MOVE BWA-DATA-REC TO HDR-REC                             00043400
700155         PERFORM B-150-HDR-DATE                                   00043500
700155     ELSE                                                         00043600
700155     IF  BWA-TYPE-TLR-REC                                         00043700
700155         NEXT SENTENCE                                            00043800
700155     ELSE                                                         00043900
700155         ADD 1 TO WCTR-RECS                                       00044000
700203         IF  BKFIL-KEY-GROUP (1:21) NOT = WCUR-SCOPE              00044100
700155             PERFORM B-400-END-PART                               00044200
700203             MOVE BKFIL-KEY-GROUP (1:21) TO WCUR-SCOPE            00044300
700155         END-IF                                                   00044400
700155         PERFORM B-300-APPLY-RULE                                 00044500
700155           VARYING SUB-RULE FROM 1 BY 1                           00044600
700155             UNTIL SUB-RULE > WRULE-COUNT                         00044700
700155     END-IF.                                                      00044800
700155     PERFORM N1-100-READ-PIS.                                     00044900
           SKIP2                                                        00045000
700155*** Header date as CCYYMMDD for *HDRDATE, same century window     00045100
700155*** the catalog step uses.                                        00045200
700155 B-150-HDR-DATE.                                                  00045300
700155     MOVE HDR-DATE (1:2) TO WDATE-HDR-YY.                         00045400
700155     IF  WDATE-HDR-YY > WDATE-PIVOT-YY                            00045500
700155         COMPUTE WHDR-CCYYMMDD = 19000000 + HDR-DATE              00045600
700155     ELSE                                                         00045700
700155         COMPUTE WHDR-CCYYMMDD = 20000000 + HDR-DATE.             00045800
           SKIP2                                                        00045900
700155 B-300-APPLY-RULE.                                                00046000
700155     MOVE 'N' TO WREC-HIT1-FLG WREC-HIT2-FLG.                     00046100
700155     IF  WRULE-XXYY (SUB-RULE 1) = BKFIL-XXYY                     00046200
700155         MOVE 1 TO SUB-COND                                       00046300
700203         PERFORM C-100-EVAL-COND                                  00000000
700155         IF  WCOND-TRUE-YES                                       00046500
700155             SET WREC-HIT1-YES TO TRUE                            00046600
700155             MOVE WDE-SHOW TO WRULE-PART-VAL (SUB-RULE 1)         00046700
700155             MOVE BKFIL-KEY-GROUP TO WRULE-PART-KEY (SUB-RULE 1)  00046800
700155         END-IF                                                   00046900
700155     END-IF.                                                      00047000
700155     IF  WRULE-CONDS (SUB-RULE) = 2                               00047100
700155         AND WRULE-XXYY (SUB-RULE 2) = BKFIL-XXYY                 00047200
700155         MOVE 2 TO SUB-COND                                       00047300
700203         PERFORM C-100-EVAL-COND                                  00000000
700155         IF  WCOND-TRUE-YES                                       00047500
700155             SET WREC-HIT2-YES TO TRUE                            00047600
700155             MOVE WDE-SHOW TO WRULE-PART-VAL (SUB-RULE 2)         00047700
700155             MOVE BKFIL-KEY-GROUP TO WRULE-PART-KEY (SUB-RULE 2)  00047800
700155         END-IF                                                   00047900
700155     END-IF.                                                      00048000
700155     IF  WRULE-SCOPE-PART (SUB-RULE)                              00048100
700155         IF  WREC-HIT1-YES                                        00048200
700155             SET WRULE-PART-HIT-YES (SUB-RULE 1) TO TRUE          00048300
700155         END-IF                                                   00048400
700155         IF  WREC-HIT2-YES                                        00048500
700155             SET WRULE-PART-HIT-YES (SUB-RULE 2) TO TRUE          00048600
700155         END-IF                                                   00048700
700155     ELSE                                                         00048800
700155     IF  WREC-HIT1-YES                                            00048900
700155         AND (WRULE-CONDS (SUB-RULE) = 1 OR WREC-HIT2-YES)        00049000
700203         PERFORM C-300-VIOLATION.                                 00000000
           SKIP2                                                        00049200
700155*** Participant boundary: a cross-RecordType rule is violated     00049300
700155*** when both of its conditions were met somewhere within the     00049400
700155*** participant just finished.                                    00049500
700155 B-400-END-PART.                                                  00049600
700155     PERFORM B-410-END-PART-RULE                                  00049700
700155       VARYING SUB-RULE FROM 1 BY 1                               00049800
700155         UNTIL SUB-RULE > WRULE-COUNT.                            00049900
           SKIP2                                                        00050000
700155 B-410-END-PART-RULE.                                             00050100
700155     IF  WRULE-SCOPE-PART (SUB-RULE)                              00050200
700155         IF  WRULE-PART-HIT-YES (SUB-RULE 1)                      00050300
700155             AND WRULE-PART-HIT-YES (SUB-RULE 2)                  00050400
700203             PERFORM C-300-VIOLATION                              00000000
700155         END-IF                                                   00050600
700155         MOVE 'N' TO WRULE-PART-HIT (SUB-RULE 1)                  00050700
700155                     WRULE-PART-HIT (SUB-RULE 2).                 00050800
           SKIP2                                                        00050900
700155***************************                                       00051000
700155*** Condition evaluation                                          00051100
700155***************************                                       00051200
700155*** Fetches the condition's DE from the current record and tests  00051300
700155*** it.  WDE-SHOW carries the value as shown on the report.       00051400
700155 C-100-EVAL-COND.                                                 00051500
700155     MOVE 'N' TO WCOND-TRUE-FLG.                                  00051600
700155     PERFORM R-100-FETCH-DE.                                      00051700
700203     IF  DE-NAME NOT = SPACES                                     00000000
700203         PERFORM C-105-TEST-COND.                                 00000000
           SKIP2                                                        00000000
700203*** The DE was found: show it and test it against the condition.  00000000
700203 C-105-TEST-COND.                                                 00000000
700155     MOVE DE-VAL-DISPLAY (1:20) TO WDE-SHOW.                      00052000
700155     IF  WRULE-LIT-ALPHA (SUB-RULE SUB-COND)                      00052100
700155         PERFORM C-110-EVAL-ALPHA                                 00052200
700155     ELSE                                                         00052300
700155         IF  NOT DE-PIC-TYPE-9                                    00052400
700155             OR DE-VAL-INTERNAL-N NOT NUMERIC                     00052500
700155             PERFORM C-110-EVAL-ALPHA                             00052600
700155         ELSE                                                     00052700
700155             MOVE DE-VAL-INTERNAL-N TO WDE-NUM                    00052800
700155             IF  WRULE-LIT-HDRDATE (SUB-RULE SUB-COND)            00052900
700155                 MOVE WHDR-CCYYMMDD                               00053000
700155                   TO WRULE-LIT-N (SUB-RULE SUB-COND)             00053100
700155             END-IF                                               00053200
700155             PERFORM C-120-EVAL-NUMERIC.                          00053300
700155     IF  BKFIL-XXYY = 'AH  '                                      00053400
700155         AND (WRULE-DENUM (SUB-RULE SUB-COND) = 1 OR 2)           00053500
700155         MOVE '*** masked ***' TO WDE-SHOW.                       00053600
           SKIP2                                                        00053900
700155 C-110-EVAL-ALPHA.                                                00054000
700155     EVALUATE WRULE-OP (SUB-RULE SUB-COND)                        00054100
700155       WHEN 'EQ'                                                  00054200
700155         IF  DE-VAL-DISPLAY (1:20) = WRULE-LIT (SUB-RULE SUB-COND)00054300
700155             SET WCOND-TRUE-YES TO TRUE                           00054400
700155         END-IF                                                   00054500
700155       WHEN 'NE'                                                  00054600
700155         IF  DE-VAL-DISPLAY (1:20)                                00054700
700155                 NOT = WRULE-LIT (SUB-RULE SUB-COND)              00054800
700155             SET WCOND-TRUE-YES TO TRUE                           00054900
700155         END-IF                                                   00055000
700155       WHEN 'GT'                                                  00055100
700155         IF  DE-VAL-DISPLAY (1:20) > WRULE-LIT (SUB-RULE SUB-COND)00055200
700155             SET WCOND-TRUE-YES TO TRUE                           00055300
700155         END-IF                                                   00055400
700155       WHEN 'LT'                                                  00055500
700155         IF  DE-VAL-DISPLAY (1:20) < WRULE-LIT (SUB-RULE SUB-COND)00055600
700155             SET WCOND-TRUE-YES TO TRUE                           00055700
700155         END-IF                                                   00055800
700155       WHEN 'GE'                                                  00055900
700155         IF  DE-VAL-DISPLAY (1:20)                                00056000
700155                 NOT < WRULE-LIT (SUB-RULE SUB-COND)              00056100
700155             SET WCOND-TRUE-YES TO TRUE                           00056200
700155         END-IF                                                   00056300
700155       WHEN 'LE'                                                  00056400
700155         IF  DE-VAL-DISPLAY (1:20)                                00056500
700155                 NOT > WRULE-LIT (SUB-RULE SUB-COND)              00056600
700155             SET WCOND-TRUE-YES TO TRUE                           00056700
700155         END-IF                                                   00056800
700155     END-EVALUATE.                                                00056900
           SKIP2                                                        00057000
700155 C-120-EVAL-NUMERIC.                                              00057100
700155     EVALUATE WRULE-OP (SUB-RULE SUB-COND)                        00057200
700155       WHEN 'EQ'                                                  00057300
700155         IF  WDE-NUM = WRULE-LIT-N (SUB-RULE SUB-COND)            00057400
700155             SET WCOND-TRUE-YES TO TRUE                           00057500
700155         END-IF                                                   00057600
700155       WHEN 'NE'                                                  00057700
700155         IF  WDE-NUM NOT = WRULE-LIT-N (SUB-RULE SUB-COND)        00057800
700155             SET WCOND-TRUE-YES TO TRUE                           00057900
700155         END-IF                                                   00058000
700155       WHEN 'GT'                                                  00058100
700155         IF  WDE-NUM > WRULE-LIT-N (SUB-RULE SUB-COND)            00058200
700155             SET WCOND-TRUE-YES TO TRUE                           00058300
700155         END-IF                                                   00058400
700155       WHEN 'LT'                                                  00058500
700155         IF  WDE-NUM < WRULE-LIT-N (SUB-RULE SUB-COND)            00058600
700155             SET WCOND-TRUE-YES TO TRUE                           00058700
700155         END-IF                                                   00058800
700155       WHEN 'GE'                                                  00058900
700155         IF  WDE-NUM NOT < WRULE-LIT-N (SUB-RULE SUB-COND)        00059000
700155             SET WCOND-TRUE-YES TO TRUE                           00059100
700155         END-IF                                                   00059200
700155       WHEN 'LE'                                                  00059300
700155         IF  WDE-NUM NOT > WRULE-LIT-N (SUB-RULE SUB-COND)        00059400
700155             SET WCOND-TRUE-YES TO TRUE                           00059500
700155         END-IF                                                   00059600
700155     END-EVALUATE.                                                00059700
           SKIP2                                                        00059800
700155*** One violation: counted by rule and by rule/plan, and listed   00059900
700155*** unless the rule has already listed MAXLIST of them.           00060000
700155 C-300-VIOLATION.                                                 00060100
700155     ADD 1 TO WCTR-VIOL.                                          00060200
700155     ADD 1 TO WRULE-VIOL (SUB-RULE).                              00060300
700155     MOVE 4 TO WRC-FINAL.                                         00060400
700155     MOVE WRULE-ID (SUB-RULE) TO RLPLKEY-RULE.                    00060500
700203     MOVE WRULE-PART-KEY (SUB-RULE 1) (1:10) TO RLPLKEY-PLAN.     00060600
700155     SET RLPLIA-OPER-GET TO TRUE.                                 00060700
700155     PERFORM T-900-CALL-RLPL.                                     00060800
700155     IF  RLPLIA-RC-ERROR                                          00060900
700155         MOVE ZERO TO RLPLDAT-VIOL.                               00061000
700155     ADD 1 TO RLPLDAT-VIOL.                                       00061100
700155     SET RLPLIA-OPER-UPDATE TO TRUE.                              00061200
700155     PERFORM T-900-CALL-RLPL.                                     00061300
700203     IF  WMAXLIST = ZERO                                          00000000
700203         OR WRULE-VIOL (SUB-RULE) NOT > WMAXLIST                  00000000
700203         PERFORM C-310-LIST-VIOLATION.                            00000000
           SKIP2                                                        00000000
700203 C-310-LIST-VIOLATION.                                            00000000
700155     MOVE SPACES TO RVDAT1-XXYY2 RVDAT1-DE2-LIT RVDAT1-EQ2        00061700
700155                    RVDAT1-VAL2.                                  00061800
700155     MOVE ZERO TO RVDAT1-DENUM2.                                  00061900
700155     MOVE WRULE-ID (SUB-RULE)        TO RVDAT1-RULE.              00062000
700155     MOVE RLPLKEY-PLAN               TO RVDAT1-PLAN.              00062100
700155     MOVE WRULE-PART-KEY (SUB-RULE 1) TO RVDAT1-KEY.              00062200
700155     MOVE WRULE-XXYY (SUB-RULE 1)    TO RVDAT1-XXYY1.             00062300
700155     MOVE WRULE-DENUM (SUB-RULE 1)   TO RVDAT1-DENUM1.            00062400
700155     MOVE WRULE-PART-VAL (SUB-RULE 1) TO RVDAT1-VAL1.             00062500
700155     IF  WRULE-CONDS (SUB-RULE) = 2                               00062600
700155         MOVE WRULE-XXYY (SUB-RULE 2)  TO RVDAT1-XXYY2            00062700
700155         MOVE ' DE '                   TO RVDAT1-DE2-LIT          00062800
700155         MOVE WRULE-DENUM (SUB-RULE 2) TO RVDAT1-DENUM2           00062900
700155         MOVE '='                      TO RVDAT1-EQ2              00063000
700155         MOVE WRULE-PART-VAL (SUB-RULE 2) TO RVDAT1-VAL2.         00063100
700155     MOVE RVDAT1-LINE TO WPRINT-LINE.                             00063200
700155     PERFORM V-100-PRINT-LINE.                                    00063300
           SKIP2                                                        00063600
700155***************************                                       00063700
700155*** Summary sections                                              00063800
700155***************************                                       00063900
700155 A-300-RPT-SUMMARY.                                               00064000
700155     MOVE ' Violations by Rule' TO RPTHDR-SUBTITLE.               00064100
700155     PERFORM V-150-NEWPAGE.                                       00064200
700155     PERFORM A-310-RPT-RULE                                       00064300
700155       VARYING SUB-RULE FROM 1 BY 1                               00064400
700155         UNTIL SUB-RULE > WRULE-COUNT.                            00064500
700155     MOVE ' Violations by Rule and Plan' TO RPTHDR-SUBTITLE.      00064600
700155     PERFORM V-150-NEWPAGE.                                       00064700
700155     SET RLPLIA-OPER-FIRST TO TRUE.                               00064800
700155     PERFORM T-900-CALL-RLPL.                                     00064900
700155     PERFORM A-320-RPT-RULE-PLAN                                  00065000
700155       UNTIL RLPLIA-RC-ERROR.                                     00065100
700155     MOVE WRULE-COUNT TO WDISP-RULES.                             00065200
700155     MOVE SPACES TO WPRINT-LINE.                                  00065300
700155     STRING ' Records: ' WCTR-RECS                                00065400
700155            '  Rules: ' WDISP-RULES                               00065500
700155            '  Violations: ' WCTR-VIOL                            00065600
700155            '  Cards rejected: ' WCTR-CARD-BAD                    00065700
700155         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065800
700155     PERFORM V-100-PRINT-LINE.                                    00065900
700155     IF  WCTR-VIOL > ZERO                                         00066000
700155         MOVE ' *** BUSINESS RULES VIOLATED ***' TO WPRINT-LINE   00066100
700155     ELSE                                                         00066200
700155         MOVE ' All business rules hold' TO WPRINT-LINE.          00066300
700155     PERFORM V-100-PRINT-LINE.                                    00066400
           SKIP2                                                        00066500
700155 A-310-RPT-RULE.                                                  00066600
700155     MOVE WRULE-ID (SUB-RULE)   TO RSDAT1-RULE.                   00066700
700155     MOVE WRULE-VIOL (SUB-RULE) TO RSDAT1-VIOL.                   00066800
700155     MOVE WRULE-CARD (SUB-RULE) TO RSDAT1-CARD.                   00066900
700155     MOVE RSDAT1-LINE TO WPRINT-LINE.                             00067000
700155     PERFORM V-100-PRINT-LINE.                                    00067100
           SKIP2                                                        00067200
700155 A-320-RPT-RULE-PLAN.                                             00067300
700155     MOVE RLPLKEY-RULE TO RPDAT1-RULE.                            00067400
700155     MOVE RLPLKEY-PLAN TO RPDAT1-PLAN.                            00067500
700155     MOVE RLPLDAT-VIOL TO RPDAT1-VIOL.                            00067600
700155     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00067700
700155     PERFORM V-100-PRINT-LINE.                                    00067800
700155     SET RLPLIA-OPER-NEXT TO TRUE.                                00067900
700155     PERFORM T-900-CALL-RLPL.                                     00068000
           SKIP2                                                        00068100
700155***************************                                       00068200
700155*** Reader and DE access                                          00068300
700155***************************                                       00068400
700155 N1-100-READ-PIS.                                                 00068500
700155     CALL 'BABKPIS' USING SD-AREA                                 00068600
700155                           IO-BKPI-PARM                           00068700
700155                           BKFIL-AREA                             00068800
700155                           BWA-REC.                               00068900
           SKIP2                                                        00069000
700155 R-100-FETCH-DE.                                                  00069100
700155     MOVE SPACES TO DE-NAME DE-VAL-DISPLAY.                       00069200
700155     MOVE WRULE-DENUM (SUB-RULE SUB-COND) TO DE-DENUM.            00069300
700155     SET DE-BYPASS-DED-YES TO TRUE.                               00069400
700155     SET DE-PROCESS-GET TO TRUE.                                  00069500
700155     MOVE SPACES TO WK-PGM-NAME.                                  00069600
700155     STRING BKFIL-XXYY 'DE'                                       00069700
700155        DELIMITED BY SPACE                                        00069800
700155          INTO WK-PGM-NAME.                                       00069900
700155     CALL WK-PGM-NAME USING SD-AREA                               00070000
700155                           DE-AREA                                00070100
700155                           BWA-DATA-REC                           00070200
700155          ON EXCEPTION                                            00070300
700155            MOVE SPACES TO DE-NAME                                00070400
700155       END-CALL.                                                  00070500
700155     IF  DE-NAME NOT = SPACES                                     00070600
700155         CALL 'BADEINDP' USING SD-AREA                            00070700
700155                               DE-AREA.                           00070800
           SKIP2                                                        00070900
700155***************************                                       00071000
700155*** Container calls                                               00071100
700155***************************                                       00071200
700155 T-800-SETUP-RLPL.                                                00071300
700155     MOVE 'RulePlan'        TO RLPLHDR-NAME.                      00071400
700155     SET RLPLHDR-TYPE-ORDERED     TO TRUE.                        00071500
700155     SET RLPLIA-MODE-MOVE         TO TRUE.                        00071600
700155     SET RLPLIA-OPER-CO-SETUP     TO TRUE.                        00071700
700155     PERFORM T-900-CALL-RLPL.                                     00071800
700155     IF  RLPLIA-RC-ERROR                                          00071900
700155         DISPLAY 'BaBkRule-435 Rule/plan container setup failed'  00072000
700155         MOVE 16 TO RETURN-CODE                                   00072100
700155         STOP RUN.                                                00072200
           SKIP2                                                        00072300
700155 T-900-CALL-RLPL.                                                 00072400
700155     SET RLPLIA-KEY-ADDR      TO ADDRESS OF RLPLKEY-AREA.         00072500
700155     SET RLPLIA-DATA-ADDR     TO ADDRESS OF RLPLDAT-AREA.         00072600
700155     MOVE LENGTH OF RLPLKEY-AREA  TO RLPLHDR-KEY-LENG.            00072700
700155     MOVE LENGTH OF RLPLDAT-AREA  TO RLPLHDR-DATA-LENG.           00072800
700155     CALL 'UTCOINDX' USING SD-AREA                                00072900
700155                      RLPLHDR-AREA                                00073000
700155                      RLPLIA-AREA.                                00073100
           SKIP2                                                        00073200
700155***************************                                       00073300
700155*** Print-line routines                                           00073400
700155***************************                                       00073500
700155 V-100-PRINT-LINE.                                                00073600
700155     IF  WPRINT-LINES-OVER                                        00073700
700155         PERFORM V-150-NEWPAGE.                                   00073800
700155     ADD 1 TO WPRINT-LINES.                                       00073900
700155     WRITE PRINT-LINE FROM WPRINT-LINE                            00074000
700155           AFTER ADVANCING 1 LINE.                                00074100
700155     MOVE SPACES   TO WPRINT-LINE.                                00074200
700155     ADD 1 TO WPRINT-TOT-LINES.                                   00074300
           SKIP2                                                        00074400
700155 V-150-NEWPAGE.                                                   00074500
700155     ADD 1 TO WPRINT-PAGE.                                        00074600
700155     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00074700
700155     MOVE SPACES TO PRINT-LINE.                                   00074800
700155     WRITE PRINT-LINE                                             00074900
700155       AFTER ADVANCING PAGE.                                      00075000
700155     WRITE PRINT-LINE FROM RPTHDR-LINE                            00075100
700155       AFTER ADVANCING 1 LINE.                                    00075200
700155     MOVE ZERO TO WPRINT-LINES.                                   00075300
700155     ADD 2 TO WPRINT-TOT-LINES.                                   00075400
