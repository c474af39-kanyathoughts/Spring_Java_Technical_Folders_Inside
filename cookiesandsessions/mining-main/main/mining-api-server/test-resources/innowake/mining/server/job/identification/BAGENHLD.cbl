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
700162 IDENTIFICATION DIVISION.                                         00000100
700162 PROGRAM-ID. 'BAGENHLD'.                                          00000200
700162******************************************************************00000300
700162**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700162******************************************************************00000500
700162**  AUTHOR       W. WHITE, Oct 2026                               00000600
700162**  PURPOSE      Legal-hold and golden-baseline maintenance for   00000700
700162**               the GENCAT generation catalog.  A HOLD card      00000800
700162**               marks a cataloged generation as held, with a     00000900
700162**               reason and an optional release date; BAGENCAT    00001000
700162**               then keeps the entry whatever becomes of its     00001100
700162**               dataset, and shouts if the dataset goes missing, 00001200
700162**               until the hold is RELEASEd or its release date   00001300
700162**               has passed.  A PROMOTE card makes a signed-off   00001400
700162**               generation the golden baseline, recording the    00001500
700162**               operator and the date; the golden entry is also  00001600
700162**               never dropped, there is only ever one, and       00001700
700162**               BABKSEL exports it as BKPI3 for the compare's    00001800
700162**               BKPI3 three-way baseline.  Card values come from 00001900
700162**               fixed card-image columns:                        00002000
700162**               HOLD ccyymmdd ccyymmdd rrrrrrrrrrrrrrrrrrrr      00002100
700162**               (generation date 6-13, release date 15-22 -      00002200
700162**               blank for an open-ended hold, reason 24-43),     00002300
700162**               RELEASE ccyymmdd (generation date 9-16) and      00002400
700162**               PROMOTE ccyymmdd (generation date 9-16).         00002500
700162**               OPERATOR names the user ID the following cards   00002600
700162**               are made and recorded under (the job name until  00002700
700162**               one is given); every card is checked against the 00002800
700162**               AUTHMST authorization master through UTAUTH      00002900
700162**               (verbs HOLD, RELEASE and PROMOTE) and a refused  00003000
700162**               card changes nothing.                            00003100
700162******************************************************************00003200
700162**  REVISIONS:                                                    00003300
700162******************************************************************00003400
700162**  Input                                                         00003500
700162**   . IN110   - Control File (HOLD, RELEASE, PROMOTE, OPERATOR)  00003600
700162**   . GENCATI - Current generation catalog, oldest first         00003700
700162**   . AUTHMST - Authorization master, via UTAUTH                 00003800
700162******************************************************************00003900
700162**  Output                                                        00004000
700162**   . SYSOUT  - Displayed Information                            00004100
700162**   . GENCATO - Rewritten generation catalog, same order         00004200
700162**   . REPORT  - Catalog listing with hold and golden status      00004300
700162**   . AUTHLOG - Refused-card log, via UTAUTH                     00004400
700162******************************************************************00004500
700162 ENVIRONMENT DIVISION.                                            00004600
700162 CONFIGURATION SECTION.                                           00004700
700162 INPUT-OUTPUT SECTION.                                            00004800
           SKIP2                                                        00004900
700162 FILE-CONTROL.                                                    00005000
700162     SELECT PRINT-FILE                                            00005100
700162         ASSIGN TO UT-S-REPORT                                    00005200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005300
700162         FILE STATUS WPRINT-FS.                                   00005400
700162     SELECT GENCATI-FILE                                          00005500
700162         ASSIGN TO UT-S-GENCATI                                   00005600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005700
700162         FILE STATUS WGENCATI-FS.                                 00005800
700162     SELECT GENCATO-FILE                                          00005900
700162         ASSIGN TO UT-S-GENCATO                                   00006000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006100
700162         FILE STATUS WGENCATO-FS.                                 00006200
700162 DATA DIVISION.                                                   00006300
           SKIP2                                                        00006400
700162 FILE SECTION.                                                    00006500
           SKIP1                                                        00006600
700162 FD  PRINT-FILE                                                   00006700
700162     BLOCK CONTAINS 0 RECORDS                                     00006800
700162     LABEL RECORDS ARE STANDARD.                                  00006900
           SKIP2                                                        00007000
700162 01 PRINT-LINE                PIC X(133).                         00007100
           SKIP2                                                        00007200
700162 FD  GENCATI-FILE                                                 00007300
700162     BLOCK CONTAINS 0 RECORDS                                     00007400
700162     LABEL RECORDS ARE STANDARD.                                  00007500
           SKIP2                                                        00007600
700183 01  GENCATI-REC               PIC X(239).                        00007700
           SKIP2                                                        00007800
700162 FD  GENCATO-FILE                                                 00007900
700162     BLOCK CONTAINS 0 RECORDS                                     00008000
700162     LABEL RECORDS ARE STANDARD.                                  00008100
           SKIP2                                                        00008200
700183 01  GENCATO-REC               PIC X(239).                        00008300
700162 WORKING-STORAGE SECTION.                                         00008400
700162 77  WCTR-HELD             PIC 9(5)     VALUE ZERO.               00008500
700162 77  WCTR-RELEASED         PIC 9(5)     VALUE ZERO.               00008600
700162 77  WCTR-PROMOTED         PIC 9(5)     VALUE ZERO.               00008700
700162 77  WCTR-REJECTED         PIC 9(5)     VALUE ZERO.               00008800
700162 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00008900
700162 77  WCTR-WRITTEN          PIC 9(5)     VALUE ZERO.               00009000
700162 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00009100
700162*** Final job return code, moved to RETURN-CODE as the very       00009200
700162*** last statement - intervening subprogram CALLs reset           00009300
700162*** RETURN-CODE, so it cannot be carried there mid-run.           00009400
700162 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00009500
700162 77  WCARD-DATE            PIC X(8)     VALUE SPACES.             00009600
700162 77  WMATCH-CNT            PIC 9(5)     VALUE ZERO.               00009700
700162 77  SUB-GEN               PIC S9(4) BINARY VALUE ZERO.           00009800
700162 77  WQUIT-FLG             PIC X        VALUE 'N'.                00009900
700162     88  WQUIT-FLG-YES     VALUE 'Y'.                             00010000
           SKIP2                                                        00010100
700162 01  WPRINT-AREA.                                                 00010200
700162     05  WPRINT-FS                 PIC XX  VALUE '00'.            00010300
700162         88  WPRINT-FS-OK VALUE '00'.                             00010400
700162     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00010500
700162     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00010600
700162     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00010700
700162     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00010800
700162         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00010900
700162     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00011000
           SKIP2                                                        00011100
700162 01  WGENCATI-FS           PIC XX  VALUE '00'.                    00011200
700162     88  WGENCATI-FS-OK    VALUE '00'.                            00011300
700162     88  WGENCATI-FS-EOF   VALUE '10'.                            00011400
700162 01  WGENCATO-FS           PIC XX  VALUE '00'.                    00011500
700162     88  WGENCATO-FS-OK    VALUE '00'.                            00011600
           SKIP2                                                        00011700
700162*** The whole catalog is held here while the cards are applied,   00011800
700162*** so a PROMOTE can retire the previous golden entry wherever it 00011900
700162*** sits.  Same 999-generation ceiling BABKSEL loads to.          00012000
700162 01  WGEN-AREA.                                                   00012100
700162     05  WGEN-COUNT           PIC S9(4) BINARY VALUE ZERO.        00012200
700162     05  WGEN-MAX-ENTRIES     PIC S9(4) BINARY VALUE 999.         00012300
700162     05  WGEN-ENTRY OCCURS 999 TIMES                              00012400
700183                              PIC X(239) VALUE SPACES.            00012500
           SKIP2                                                        00012600
700162*** One catalog row, the BAGENCAT layout with the hold and golden 00012700
700162*** columns.                                                      00012800
700162 01  WGEN-REC.                                                    00012900
700162     05  WGEN-DATE            PIC X(8).                           00013000
700162     05  FILLER               PIC X(1).                           00013100
700162     05  WGEN-PATH            PIC X(71).                          00013200
700162     05  FILLER               PIC X(1).                           00013300
700162     05  WGEN-ALT             PIC X(71).                          00013400
700162     05  FILLER               PIC X(1).                           00013500
700162     05  WGEN-RECS            PIC X(9).                           00013600
700162     05  FILLER               PIC X(1).                           00013700
700162     05  WGEN-HOLD            PIC X(1).                           00013800
700162         88  WGEN-HOLD-YES    VALUE 'H'.                          00013900
700162     05  FILLER               PIC X(1).                           00014000
700162     05  WGEN-HOLD-REASON     PIC X(20).                          00014100
700162     05  FILLER               PIC X(1).                           00014200
700162     05  WGEN-HOLD-UNTIL      PIC X(8).                           00014300
700162     05  FILLER               PIC X(1).                           00014400
700162     05  WGEN-GOLDEN          PIC X(1).                           00014500
700162         88  WGEN-GOLDEN-YES  VALUE 'G'.                          00014600
700162     05  FILLER               PIC X(1).                           00014700
700162     05  WGEN-PROMOTED-BY     PIC X(8).                           00014800
700162     05  FILLER               PIC X(1).                           00014900
700162     05  WGEN-PROMOTED-ON     PIC X(8).                           00015000
700183*** Content fingerprint written by BAGENCAT, kept as is.          00015001
700183     05  FILLER               PIC X(1).                           00015002
700183     05  WGEN-FP-HASH         PIC X(10).                          00015003
700183     05  FILLER               PIC X(1).                           00015004
700183     05  WGEN-FP-HDR-DATE     PIC X(6).                           00015005
700183     05  FILLER               PIC X(1).                           00015006
700183     05  WGEN-FP-HDR-TIME     PIC X(6).                           00015007
           SKIP2                                                        00015100
700162 01  RPTHDR-LINE.                                                 00015200
700162         05   FILLER     PIC X(02) VALUE                          00015300
700162           ' '.                                                   00015400
700162         05   FILLER     PIC X(28) VALUE                          00015500
700162           'Generation Catalog Holds'.                            00015600
700162         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00015700
700162         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00015800
700162         05   FILLER     PIC X(6)  VALUE                          00015900
700162           '  Page'.                                              00016000
700162         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00016100
           SKIP2                                                        00016200
700162 01  RPT1-LINE.                                                   00016300
700162         05   FILLER     PIC X(10) VALUE                          00016400
700162           ' GenDate'.                                            00016500
700162         05   FILLER     PIC X(07) VALUE                          00016600
700162           'Hold'.                                                00016700
700162         05   FILLER     PIC X(10) VALUE                          00016800
700162           'Until'.                                               00016900
700162         05   FILLER     PIC X(22) VALUE                          00017000
700162           'Reason'.                                              00017100
700162         05   FILLER     PIC X(07) VALUE                          00017200
700162           'Golden'.                                              00017300
700162         05   FILLER     PIC X(10) VALUE                          00017400
700162           'PromotdBy'.                                           00017500
700162         05   FILLER     PIC X(10) VALUE                          00017600
700162           'PromotdOn'.                                           00017700
700162         05   FILLER     PIC X(04) VALUE                          00017800
700162           'Path'.                                                00017900
           SKIP2                                                        00018000
700162 01  RPDAT1-LINE.                                                 00018100
700162     05  FILLER               PIC X(1) VALUE SPACES.              00018200
700162     05  RPDAT1-DATE          PIC X(8) VALUE SPACES.              00018300
700162     05  FILLER               PIC X(1) VALUE SPACES.              00018400
700162     05  RPDAT1-HOLD          PIC X(6) VALUE SPACES.              00018500
700162     05  FILLER               PIC X(1) VALUE SPACES.              00018600
700162     05  RPDAT1-UNTIL         PIC X(8) VALUE SPACES.              00018700
700162     05  FILLER               PIC X(2) VALUE SPACES.              00018800
700162     05  RPDAT1-REASON        PIC X(20) VALUE SPACES.             00018900
700162     05  FILLER               PIC X(2) VALUE SPACES.              00019000
700162     05  RPDAT1-GOLDEN        PIC X(6) VALUE SPACES.              00019100
700162     05  FILLER               PIC X(1) VALUE SPACES.              00019200
700162     05  RPDAT1-PROMOTED-BY   PIC X(8) VALUE SPACES.              00019300
700162     05  FILLER               PIC X(2) VALUE SPACES.              00019400
700162     05  RPDAT1-PROMOTED-ON   PIC X(8) VALUE SPACES.              00019500
700162     05  FILLER               PIC X(2) VALUE SPACES.              00019600
700162     05  RPDAT1-PATH          PIC X(57) VALUE SPACES.             00019700
           SKIP2                                                        00019800
700162 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00019900
700162 01  WCTL-AREA.                                                   00020000
700162     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00020100
700162         88  WCTL-CMD-HOLD       VALUE 'HOLD'.                    00020200
700162         88  WCTL-CMD-RELEASE    VALUE 'RELEASE'.                 00020300
700162         88  WCTL-CMD-PROMOTE    VALUE 'PROMOTE'.                 00020400
700162         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00020500
700162     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00020600
700162     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00020700
           SKIP2                                                        00020800
700162 01  IO-IN110-PARM.                                               00020900
700162       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAGENHLD'.            00021000
           SKIP2                                                        00021100
700162 01  IO-ENQ-PARM.                                                 00021200
700162       COPY IOENQ REPLACING 'PROGRAM' BY 'BAGENHLD'.              00021300
           SKIP2                                                        00021400
700162 01  IO-AUTH-PARM.                                                00021500
700162       COPY IOAUTH REPLACING 'PROGRAM' BY 'BAGENHLD'.             00021600
           SKIP3                                                        00021700
700162 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00021800
           EJECT                                                        00021900
700162 PROCEDURE DIVISION.                                              00022000
           SKIP2                                                        00022100
700162 A-100-BODY.                                                      00022200
700162     PERFORM A-105-INIT.                                          00022300
700162     PERFORM A-200-INIT-OPEN.                                     00022400
700162     IF  NOT WQUIT-FLG-YES                                        00022500
700162         PERFORM F-100-PROC-CTL                                   00022600
700162           UNTIL IO-IN110-ERROR-YES                               00022700
700162         PERFORM C-100-WRITE-GENCAT.                              00022800
700162     PERFORM A-900-FINI-CLOSE.                                    00022900
700162     MOVE WRC-FINAL TO RETURN-CODE.                               00023000
700162     GOBACK.                                                      00023100
           SKIP2                                                        00023200
700162 A-105-INIT.                                                      00023300
700162     CALL 'BASDIN' USING SD-AREA.                                 00023400
           SKIP2                                                        00023500
700162 A-200-INIT-OPEN.                                                 00023600
700162     DISPLAY 'BaGenHld-998 Program Starting'.                     00023700
700162     ACCEPT RPTHDR-DATE FROM DATE.                                00023800
700162     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00023900
700162     MOVE SD-JOBNAME TO WCTL-OPERATOR.                            00024000
700162     OPEN OUTPUT                                                  00024100
700162               PRINT-FILE.                                        00024200
700162     IF  NOT WPRINT-FS-OK                                         00024300
700162         DISPLAY 'BaGenHld-53 PRINT dd OPEN failed:'              00024400
700162             WPRINT-FS                                            00024500
700162         STOP RUN.                                                00024600
700162     MOVE 'Holds and Golden Baseline'  TO RPTHDR-SUBTITLE.        00024700
700162     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00024800
700162     PERFORM V-150-NEWPAGE.                                       00024900
700162*** The catalog is held for the whole run, so the nightly         00025000
700162*** BAGENCAT step cannot rewrite it underneath the cards.         00025100
700162     MOVE 'GENCAT  ' TO IO-ENQ-RESOURCE.                          00025200
700162     PERFORM R-905-ENQ-RESOURCE.                                  00025300
700162     IF  IO-ENQ-ERROR-YES                                         00025400
700162         DISPLAY 'BaGenHld-303 GENCAT resource busy past the wait'00025500
700162         MOVE 12 TO RETURN-CODE                                   00025600
700162         STOP RUN.                                                00025700
700162     PERFORM A-220-LOAD-GENCAT.                                   00025800
700162*** With no authorization master every card is refused.           00025900
700162     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00026000
700162     CALL 'UT110IN'  USING SD-AREA                                00026100
700162               IO-IN110-PARM                                      00026200
700162               IO-IN110-OPEN                                      00026300
700162               CTL-REC.                                           00026400
700162     IF  IO-IN110-ERROR = 'Y'                                     00026500
700162          OR IO-IN110-FILE-STATUS NOT = '00'                      00026600
700162         DISPLAY 'BaGenHld-301 IN110 file failed to open, '       00026700
700162           'catalog rewritten unchanged:' IO-IN110-FILE-STATUS    00026800
700162         SET IO-IN110-ERROR-YES TO TRUE                           00026900
700162         MOVE 8 TO WRC-FINAL                                      00027000
700162     ELSE                                                         00027100
700162         PERFORM F-110-READ-IN110.                                00027200
           SKIP2                                                        00027300
700162*** A catalog that will not load, or does not fit, is not         00027400
700162*** rewritten - a short GENCATO would silently drop generations.  00027500
700162 A-220-LOAD-GENCAT.                                               00027600
700162     OPEN INPUT GENCATI-FILE.                                     00027700
700162     IF  NOT WGENCATI-FS-OK                                       00027800
700162         DISPLAY 'BaGenHld-302 GENCATI OPEN failed:' WGENCATI-FS  00027900
700162         MOVE 16 TO WRC-FINAL                                     00028000
700162         SET WQUIT-FLG-YES TO TRUE                                00028100
700162     ELSE                                                         00028200
700162         PERFORM A-230-READ-GENCAT                                00028300
700162           WITH TEST AFTER                                        00028400
700162             UNTIL NOT WGENCATI-FS-OK                             00028500
700162                OR WGEN-COUNT >= WGEN-MAX-ENTRIES                 00028600
700162         IF  WGENCATI-FS-OK                                       00028700
700162             READ GENCATI-FILE                                    00028800
700162                 AT END NEXT SENTENCE                             00028900
700162             END-READ                                             00029000
700162             IF  WGENCATI-FS-OK                                   00029100
700162                 DISPLAY 'BaGenHld-304 GENCAT larger than '       00029200
700162                     WGEN-MAX-ENTRIES ' generations, not '        00029300
700162                     'rewritten'                                  00029400
700162                 MOVE 16 TO WRC-FINAL                             00029500
700162                 SET WQUIT-FLG-YES TO TRUE                        00029600
700162             END-IF                                               00029700
700162         END-IF                                                   00029800
700162         CLOSE GENCATI-FILE.                                      00029900
           SKIP2                                                        00030000
700162 A-230-READ-GENCAT.                                               00030100
700162     READ GENCATI-FILE                                            00030200
700162         AT END NEXT SENTENCE.                                    00030300
700162     IF  WGENCATI-FS-OK                                           00030400
700162         ADD 1 TO WGEN-COUNT                                      00030500
700162         MOVE GENCATI-REC TO WGEN-ENTRY (WGEN-COUNT).             00030600
           SKIP2                                                        00030700
700162 A-900-FINI-CLOSE.                                                00030800
700162     CALL 'UT110IN'  USING SD-AREA                                00030900
700162               IO-IN110-PARM                                      00031000
700162               IO-IN110-CLOSE                                     00031100
700162               CTL-REC.                                           00031200
700162     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00031300
700162     MOVE 'GENCAT  ' TO IO-ENQ-RESOURCE.                          00031400
700162     PERFORM R-906-DEQ-RESOURCE.                                  00031500
700162     DISPLAY 'BaGenHld-444 Generations Written:' WCTR-WRITTEN     00031600
700162       ', Held:' WCTR-HELD                                        00031700
700162       ', Released:' WCTR-RELEASED                                00031800
700162       ', Promoted:' WCTR-PROMOTED                                00031900
700162       ', Rejected:' WCTR-REJECTED                                00032000
700162       ', Refused:' WCTR-REFUSED.                                 00032100
700162     IF  WCTR-REJECTED > ZERO OR WCTR-REFUSED > ZERO              00032200
700162         IF  WRC-FINAL < 4                                        00032300
700162             MOVE 4 TO WRC-FINAL.                                 00032400
700162     CLOSE PRINT-FILE.                                            00032500
700162     DISPLAY 'BaGenHld-998 Program Ending'.                       00032600
           SKIP2                                                        00032700
700162***************************                                       00032800
700162*** Control card handling                                         00032900
700162***************************                                       00033000
700162 F-100-PROC-CTL.                                                  00033100
700162     IF  CTL-REC (1:1) = '*'                                      00033200
700162         DISPLAY 'BaGenHld-500 Comment:' CTL-REC (1:50)           00033300
700162     ELSE                                                         00033400
700162         PERFORM F-105-CONTINUE.                                  00033500
700162     PERFORM F-110-READ-IN110.                                    00033600
           SKIP2                                                        00033700
700162 F-105-CONTINUE.                                                  00033800
700162     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00033900
700162     UNSTRING CTL-REC DELIMITED BY SPACE                          00034000
700162         INTO WCTL-CMD WCTL-VAL.                                  00034100
700162     DISPLAY 'BaGenHld-500 CtlCard:' CTL-REC (1:50).              00034200
700162     IF  WCTL-CMD-HOLD                                            00034300
700162         MOVE CTL-REC (6:8) TO WCARD-DATE                         00034400
700162         PERFORM F-115-AUTH-CARD                                  00034500
700162     ELSE IF  WCTL-CMD-RELEASE                                    00034600
700162         MOVE CTL-REC (9:8) TO WCARD-DATE                         00034700
700162         PERFORM F-115-AUTH-CARD                                  00034800
700162     ELSE IF  WCTL-CMD-PROMOTE                                    00034900
700162         MOVE CTL-REC (9:8) TO WCARD-DATE                         00035000
700162         PERFORM F-115-AUTH-CARD                                  00035100
700162     ELSE IF  WCTL-CMD-OPERATOR                                   00035200
700162         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00035300
700162         DISPLAY 'BaGenHld-510 Cards made under operator:'        00035400
700162             WCTL-OPERATOR                                        00035500
700162     ELSE                                                         00035600
700162         DISPLAY 'BaGenHld-501 Invalid Control Card:'             00035700
700162             CTL-REC (1:50).                                      00035800
           SKIP2                                                        00035900
700162*** The card verb itself is the authorization verb; none of them  00036000
700162*** is plan-scoped.                                               00036100
700162 F-115-AUTH-CARD.                                                 00036200
700162     MOVE WCTL-CMD (1:8) TO IO-AUTH-VERB.                         00036300
700162     MOVE WCTL-OPERATOR  TO IO-AUTH-USERID.                       00036400
700162     MOVE SPACES TO IO-AUTH-PLAN IO-AUTH-PLAN-HI.                 00036500
700162     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00036600
700162     IF  IO-AUTH-DENIED                                           00036700
700162         ADD 1 TO WCTR-REFUSED                                    00036800
700162         DISPLAY 'BaGenHld-509 ' WCTL-CMD (1:8) ' refused for '   00036900
700162             'operator ' WCTL-OPERATOR ':' CTL-REC (1:40)         00037000
700162     ELSE                                                         00037100
700162     IF  WCARD-DATE IS NOT NUMERIC                                00037200
700162         ADD 1 TO WCTR-REJECTED                                   00037300
700162         DISPLAY 'BaGenHld-502 Generation date not numeric:'      00037400
700162             CTL-REC (1:40)                                       00037500
700162     ELSE                                                         00037600
700162     IF  WCTL-CMD-HOLD                                            00037700
700162     AND CTL-REC (15:8) NOT = SPACES                              00037800
700162     AND CTL-REC (15:8) IS NOT NUMERIC                            00037900
700162         ADD 1 TO WCTR-REJECTED                                   00038000
700162         DISPLAY 'BaGenHld-503 Release date not numeric:'         00038100
700162             CTL-REC (1:40)                                       00038200
700162     ELSE                                                         00038300
700162     IF  WCTL-CMD-HOLD                                            00038400
700162     AND CTL-REC (24:20) = SPACES                                 00038500
700162         ADD 1 TO WCTR-REJECTED                                   00038600
700162         DISPLAY 'BaGenHld-504 HOLD needs a reason:'              00038700
700162             CTL-REC (1:40)                                       00038800
700162     ELSE                                                         00038900
700162         PERFORM F-120-APPLY-CARD.                                00039000
           SKIP2                                                        00039100
700162*** Every catalog row of the card's generation date is changed;   00039200
700162*** a date not on the catalog is a card error.  A PROMOTE first   00039300
700162*** retires the golden flag from every other row.                 00039400
700162 F-120-APPLY-CARD.                                                00039500
700162     MOVE ZERO TO WMATCH-CNT.                                     00039600
700162     PERFORM F-130-APPLY-ROW                                      00039700
700162       VARYING SUB-GEN FROM 1 BY 1                                00039800
700162         UNTIL SUB-GEN > WGEN-COUNT.                              00039900
700162     IF  WMATCH-CNT = ZERO                                        00040000
700162         ADD 1 TO WCTR-REJECTED                                   00040100
700162         DISPLAY 'BaGenHld-505 Generation not on the catalog:'    00040200
700162             WCARD-DATE                                           00040300
700162     ELSE                                                         00040400
700162     IF  WCTL-CMD-HOLD                                            00040500
700162         ADD 1 TO WCTR-HELD                                       00040600
700162     ELSE                                                         00040700
700162     IF  WCTL-CMD-RELEASE                                         00040800
700162         ADD 1 TO WCTR-RELEASED                                   00040900
700162     ELSE                                                         00041000
700162         ADD 1 TO WCTR-PROMOTED.                                  00041100
           SKIP2                                                        00041200
700162 F-130-APPLY-ROW.                                                 00041300
700162     MOVE WGEN-ENTRY (SUB-GEN) TO WGEN-REC.                       00041400
700162     IF  WGEN-DATE = WCARD-DATE                                   00041500
700162         ADD 1 TO WMATCH-CNT                                      00041600
700162         PERFORM F-140-CHANGE-ROW                                 00041700
700162     ELSE                                                         00041800
700162     IF  WCTL-CMD-PROMOTE                                         00041900
700162     AND WGEN-GOLDEN-YES                                          00042000
700162         DISPLAY 'BaGenHld-412 Golden baseline superseded:'       00042100
700162             WGEN-DATE ' promoted ' WGEN-PROMOTED-ON              00042200
700162             ' by ' WGEN-PROMOTED-BY                              00042300
700162         MOVE SPACE TO WGEN-GOLDEN.                               00042400
700162     MOVE WGEN-REC TO WGEN-ENTRY (SUB-GEN).                       00042500
           SKIP2                                                        00042600
700162 F-140-CHANGE-ROW.                                                00042700
700162     IF  WCTL-CMD-HOLD                                            00042800
700162         SET WGEN-HOLD-YES TO TRUE                                00042900
700162         MOVE CTL-REC (24:20) TO WGEN-HOLD-REASON                 00043000
700162         MOVE CTL-REC (15:8)  TO WGEN-HOLD-UNTIL                  00043100
700162         DISPLAY 'BaGenHld-410 Held:' WGEN-DATE ' until '         00043200
700162             WGEN-HOLD-UNTIL ' - ' WGEN-HOLD-REASON               00043300
700162     ELSE                                                         00043400
700162     IF  WCTL-CMD-RELEASE                                         00043500
700162         IF  NOT WGEN-HOLD-YES                                    00043600
700162             DISPLAY 'BaGenHld-506 RELEASE for a generation not ' 00043700
700162                 'held:' WGEN-DATE                                00043800
700162         END-IF                                                   00043900
700162         MOVE SPACES TO WGEN-HOLD WGEN-HOLD-REASON                00044000
700162                        WGEN-HOLD-UNTIL                           00044100
700162         DISPLAY 'BaGenHld-411 Released:' WGEN-DATE               00044200
700162     ELSE                                                         00044300
700162         IF  WGEN-RECS IS NOT NUMERIC                             00044400
700162             DISPLAY 'BaGenHld-507 Generation promoted has no '   00044500
700162                 'verified record count:' WGEN-DATE               00044600
700162         END-IF                                                   00044700
700162         SET WGEN-GOLDEN-YES TO TRUE                              00044800
700162         MOVE WCTL-OPERATOR TO WGEN-PROMOTED-BY                   00044900
700162         MOVE WRUN-DATE     TO WGEN-PROMOTED-ON                   00045000
700162         DISPLAY 'BaGenHld-413 Golden baseline promoted:'         00045100
700162             WGEN-DATE ' by ' WGEN-PROMOTED-BY.                   00045200
           SKIP2                                                        00045300
700162 F-110-READ-IN110.                                                00045400
700162     CALL 'UT110IN'  USING SD-AREA                                00045500
700162               IO-IN110-PARM                                      00045600
700162               IO-IN110-READ                                      00045700
700162               CTL-REC.                                           00045800
           SKIP2                                                        00045900
700162*** Shared-resource serialization through the optional UTENQ      00046000
700162*** exit; where the exit is not installed the CALL exception      00046100
700162*** leaves the hold granted and the run unserialized.             00046200
700162 R-905-ENQ-RESOURCE.                                              00046300
700162     SET IO-ENQ-ERROR-NO TO TRUE.                                 00046400
700162     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00046500
700162          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00046600
700162     END-CALL.                                                    00046700
           SKIP2                                                        00046800
700162 R-906-DEQ-RESOURCE.                                              00046900
700162     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00047000
700162          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00047100
700162     END-CALL.                                                    00047200
           SKIP2                                                        00047300
700162***************************                                       00047400
700162*** Catalog rewrite and listing, in the original order            00047500
700162***************************                                       00047600
700162 C-100-WRITE-GENCAT.                                              00047700
700162     OPEN OUTPUT GENCATO-FILE.                                    00047800
700162     IF  NOT WGENCATO-FS-OK                                       00047900
700162         DISPLAY 'BaGenHld-305 GENCATO dd OPEN failed:'           00048000
700162             WGENCATO-FS                                          00048100
700162         MOVE 16 TO WRC-FINAL                                     00048200
700162     ELSE                                                         00048300
700162         PERFORM C-200-WRITE-ROW                                  00048400
700162           VARYING SUB-GEN FROM 1 BY 1                            00048500
700162             UNTIL SUB-GEN > WGEN-COUNT                           00048600
700162         CLOSE GENCATO-FILE.                                      00048700
           SKIP2                                                        00048800
700162 C-200-WRITE-ROW.                                                 00048900
700162     MOVE WGEN-ENTRY (SUB-GEN) TO WGEN-REC.                       00049000
700162     WRITE GENCATO-REC FROM WGEN-REC.                             00049100
700162     ADD 1 TO WCTR-WRITTEN.                                       00049200
700162     MOVE SPACES TO RPDAT1-LINE.                                  00049300
700162     MOVE WGEN-DATE TO RPDAT1-DATE.                               00049400
700162     IF  WGEN-HOLD-YES                                            00049500
700162         MOVE 'HELD'           TO RPDAT1-HOLD                     00049600
700162         IF  WGEN-HOLD-UNTIL = SPACES                             00049700
700162             MOVE 'OPEN'       TO RPDAT1-UNTIL                    00049800
700162         ELSE                                                     00049900
700162             MOVE WGEN-HOLD-UNTIL TO RPDAT1-UNTIL                 00050000
700162         END-IF                                                   00050100
700162         MOVE WGEN-HOLD-REASON TO RPDAT1-REASON                   00050200
700162     END-IF.                                                      00050300
700162     IF  WGEN-GOLDEN-YES                                          00050400
700162         MOVE 'GOLDEN'         TO RPDAT1-GOLDEN                   00050500
700162         MOVE WGEN-PROMOTED-BY TO RPDAT1-PROMOTED-BY              00050600
700162         MOVE WGEN-PROMOTED-ON TO RPDAT1-PROMOTED-ON.             00050700
700162     MOVE WGEN-PATH TO RPDAT1-PATH.                               00050800
700162     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00050900
700162     PERFORM V-100-PRINT-LINE.                                    00051000
           SKIP2                                                        00051100
700162***************************                                       00051200
700162*** Print-line routines                                           00051300
700162***************************                                       00051400
700162 V-100-PRINT-LINE.                                                00051500
700162     IF  WPRINT-LINES-OVER                                        00051600
700162         PERFORM V-150-NEWPAGE.                                   00051700
700162     ADD 1 TO WPRINT-LINES.                                       00051800
700162     WRITE PRINT-LINE FROM WPRINT-LINE                            00051900
700162           AFTER ADVANCING 1 LINE.                                00052000
700162     MOVE SPACES   TO WPRINT-LINE.                                00052100
700162     ADD 1 TO WPRINT-TOT-LINES.                                   00052200
           SKIP2                                                        00052300
700162 V-150-NEWPAGE.                                                   00052400
700162     ADD 1 TO WPRINT-PAGE.                                        00052500
700162     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00052600
700162     MOVE SPACES TO PRINT-LINE.                                   00052700
700162     WRITE PRINT-LINE                                             00052800
700162       AFTER ADVANCING PAGE.                                      00052900
700162     WRITE PRINT-LINE FROM RPTHDR-LINE                            00053000
700162       AFTER ADVANCING 1 LINE.                                    00053100
700162     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00053200
700162       AFTER ADVANCING 1.                                         00053300
700162     MOVE ZERO TO WPRINT-LINES.                                   00053400
700162     ADD 3 TO WPRINT-TOT-LINES.                                   00053500
