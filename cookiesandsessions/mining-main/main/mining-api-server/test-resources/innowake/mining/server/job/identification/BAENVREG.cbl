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
700186 IDENTIFICATION DIVISION.                                         00000100
700186 PROGRAM-ID. 'BAENVREG'.                                          00000200
700186******************************************************************00000300
700186**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700186******************************************************************00000500
700186**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700186**  PURPOSE      Maintenance and listing utility for the ENVREG   00000700
700186**               environment registry (see the ENVREG copybook),  00000800
700186**               the one place the suite learns where an          00000900
700186**               environment's backups are cataloged, what        00001000
700186**               platform and code page it runs, and where its    00001100
700186**               OT200 outputs are archived.  BABKSEL, BAQUARRQ   00001200
700186**               and BABKCMP's PAIRLIST and MATRIX lists resolve  00001300
700186**               environments by name against it through          00001400
700186**               UTENVRES.  A registry row is too wide for a      00001500
700186**               card, so an ENVLOAD card applies every row of    00001600
700186**               the ENVIN file (the ENVREG layout, one row per   00001700
700186**               environment) as an add or replace; an ENVSTAT    00001800
700186**               card activates or retires one environment:       00001900
700186**               ENVSTAT nnnnnnnn s (name 9-16, status 18, A or   00002000
700186**               I).  Rows are never deleted - a retired          00002100
700186**               environment is left inactive so a stale name in  00002200
700186**               a card or list is refused by name rather than    00002300
700186**               silently unknown.  OPERATOR names the user ID    00002400
700186**               the following cards are made and stamped under   00002500
700186**               (the job name until one is given); every card    00002600
700186**               is checked against the AUTHMST authorization     00002700
700186**               master through UTAUTH (verbs ENVLOAD and         00002800
700186**               ENVSTAT) and a refused card changes nothing.     00002900
700186**               The resulting registry is listed.                00003000
700186******************************************************************00003100
700186**  REVISIONS:                                                    00003200
700186******************************************************************00003300
700186**  Input                                                         00003400
700186**   . IN110   - Control File (ENVLOAD, ENVSTAT, OPERATOR)        00003500
700186**   . ENVIN   - Registry rows to apply (ENVLOAD)                 00003600
700186**   . ENVREG  - Keyed environment registry, opened I-O (created  00003700
700186**               empty on a first run)                            00003800
700186**   . AUTHMST - Authorization master, via UTAUTH                 00003900
700186******************************************************************00004000
700186**  Output                                                        00004100
700186**   . SYSOUT  - Displayed Information                            00004200
700186**   . ENVREG  - Updated in place                                 00004300
700186**   . REPORT  - Listing of the registry                          00004400
700186**   . AUTHLOG - Refused-card log, via UTAUTH                     00004500
700186******************************************************************00004600
700186 ENVIRONMENT DIVISION.                                            00004700
700186 CONFIGURATION SECTION.                                           00004800
700186 INPUT-OUTPUT SECTION.                                            00004900
           SKIP2                                                        00005000
700186 FILE-CONTROL.                                                    00005100
700186     SELECT PRINT-FILE                                            00005200
700186         ASSIGN TO UT-S-REPORT                                    00005300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005400
700186         FILE STATUS WPRINT-FS.                                   00005500
700186     SELECT ENVIN-FILE                                            00005600
700186         ASSIGN TO UT-S-ENVIN                                     00005700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005800
700186         FILE STATUS WENVIN-FS.                                   00005900
700186     SELECT ENVREG-FILE                                           00006000
700186         ASSIGN TO ENVREG                                         00006100
700186         ORGANIZATION IS INDEXED                                  00006200
700186         ACCESS MODE IS DYNAMIC                                   00006300
700186         RECORD KEY IS ENVR-KEY                                   00006400
700186         FILE STATUS WENVREG-FS.                                  00006500
700186 DATA DIVISION.                                                   00006600
           SKIP2                                                        00006700
700186 FILE SECTION.                                                    00006800
           SKIP1                                                        00006900
700186 FD  PRINT-FILE                                                   00007000
700186     BLOCK CONTAINS 0 RECORDS                                     00007100
700186     LABEL RECORDS ARE STANDARD.                                  00007200
           SKIP2                                                        00007300
700186 01 PRINT-LINE                PIC X(133).                         00007400
           SKIP2                                                        00007500
700186 FD  ENVIN-FILE                                                   00007600
700186     BLOCK CONTAINS 0 RECORDS                                     00007700
700186     LABEL RECORDS ARE STANDARD.                                  00007800
           SKIP2                                                        00007900
700186 01  ENVIN-REC                PIC X(200).                         00008000
           SKIP2                                                        00008100
700186 FD  ENVREG-FILE                                                  00008200
700186     LABEL RECORDS ARE STANDARD.                                  00008300
           SKIP2                                                        00008400
700186 01  ENVREG-REC. COPY ENVREG.                                     00008500
700186 WORKING-STORAGE SECTION.                                         00008600
700186 77  WCTR-ROWS             PIC 9(5)     VALUE ZERO.               00008700
700186 77  WCTR-ADDS             PIC 9(5)     VALUE ZERO.               00008800
700186 77  WCTR-UPDATES          PIC 9(5)     VALUE ZERO.               00008900
700186 77  WCTR-STATUS           PIC 9(5)     VALUE ZERO.               00009000
700186 77  WCTR-REJECTED         PIC 9(5)     VALUE ZERO.               00009100
700186 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00009200
700186 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00009300
700186*** Final job return code, moved to RETURN-CODE as the very       00009400
700186*** last statement - intervening subprogram CALLs reset           00009500
700186*** RETURN-CODE, so it cannot be carried there mid-run.           00009600
700186 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00009700
700186 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00009800
700186     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00009900
700186 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00010000
700186     88  WROW-FOUND-FLG-YES VALUE 'Y'.                            00010100
           SKIP2                                                        00010200
700186 01  WPRINT-AREA.                                                 00010300
700186     05  WPRINT-FS                 PIC XX  VALUE '00'.            00010400
700186         88  WPRINT-FS-OK VALUE '00'.                             00010500
700186     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00010600
700186     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00010700
700186     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00010800
700186     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00010900
700186         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00011000
700186     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00011100
           SKIP2                                                        00011200
700186 01  WENVIN-FS             PIC XX  VALUE '00'.                    00011300
700186     88  WENVIN-FS-OK      VALUE '00'.                            00011400
700186 01  WENVREG-FS            PIC XX  VALUE '00'.                    00011500
700186     88  WENVREG-FS-OK     VALUE '00'.                            00011600
700186     88  WENVREG-FS-NOTFND VALUE '23'.                            00011700
700186     88  WENVREG-FS-NOFILE VALUE '35' '30'.                       00011800
           SKIP2                                                        00011900
700186*** One ENVIN row, checked before it is applied.                  00012000
700186 01  WENV-ROW. COPY ENVREG.                                       00012100
           SKIP2                                                        00012200
700186 01  RPTHDR-LINE.                                                 00012300
700186         05   FILLER     PIC X(02) VALUE                          00012400
700186           ' '.                                                   00012500
700186         05   FILLER     PIC X(28) VALUE                          00012600
700186           'Environment Registry'.                                00012700
700186         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00012800
700186         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00012900
700186         05   FILLER     PIC X(6)  VALUE                          00013000
700186           '  Page'.                                              00013100
700186         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00013200
           SKIP2                                                        00013300
700186 01  RPT1-LINE.                                                   00013400
700186         05   FILLER     PIC X(10) VALUE                          00013500
700186           ' Env'.                                                00013600
700186         05   FILLER     PIC X(09) VALUE                          00013700
700186           'Status'.                                              00013800
700186         05   FILLER     PIC X(10) VALUE                          00013900
700186           'Platform'.                                            00014000
700186         05   FILLER     PIC X(08) VALUE                          00014100
700186           'CodePg'.                                              00014200
700186         05   FILLER     PIC X(10) VALUE                          00014300
700186           'Updated'.                                             00014400
700186         05   FILLER     PIC X(10) VALUE                          00014500
700186           'UpdBy'.                                               00014600
700186         05   FILLER     PIC X(47) VALUE                          00014700
700186           'Catalog'.                                             00014800
700186         05   FILLER     PIC X(20) VALUE                          00014900
700186           'OT200 Archive'.                                       00015000
           SKIP2                                                        00015100
700186 01  RPDAT1-LINE.                                                 00015200
700186     05  FILLER               PIC X(1) VALUE SPACES.              00015300
700186     05  RPDAT1-NAME          PIC X(8) VALUE SPACES.              00015400
700186     05  FILLER               PIC X(1) VALUE SPACES.              00015500
700186     05  RPDAT1-STATUS        PIC X(8) VALUE SPACES.              00015600
700186     05  FILLER               PIC X(1) VALUE SPACES.              00015700
700186     05  RPDAT1-PLATFORM      PIC X(8) VALUE SPACES.              00015800
700186     05  FILLER               PIC X(2) VALUE SPACES.              00015900
700186     05  RPDAT1-CODEPAGE      PIC X(6) VALUE SPACES.              00016000
700186     05  FILLER               PIC X(2) VALUE SPACES.              00016100
700186     05  RPDAT1-UPD-DATE      PIC X(8) VALUE SPACES.              00016200
700186     05  FILLER               PIC X(2) VALUE SPACES.              00016300
700186     05  RPDAT1-UPD-BY        PIC X(8) VALUE SPACES.              00016400
700186     05  FILLER               PIC X(2) VALUE SPACES.              00016500
700186     05  RPDAT1-GENCAT        PIC X(45) VALUE SPACES.             00016600
700186     05  FILLER               PIC X(2) VALUE SPACES.              00016700
700186     05  RPDAT1-OT200-PFX     PIC X(29) VALUE SPACES.             00016800
           SKIP2                                                        00016900
700186 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00017000
700186 01  WCTL-AREA.                                                   00017100
700186     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00017200
700186         88  WCTL-CMD-ENVLOAD    VALUE 'ENVLOAD'.                 00017300
700186         88  WCTL-CMD-ENVSTAT    VALUE 'ENVSTAT'.                 00017400
700186         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00017500
700186     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00017600
700186     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00017700
           SKIP2                                                        00017800
700186 01  IO-IN110-PARM.                                               00017900
700186       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAENVREG'.            00018000
           SKIP2                                                        00018100
700186 01  IO-ENQ-PARM.                                                 00018200
700186       COPY IOENQ REPLACING 'PROGRAM' BY 'BAENVREG'.              00018300
           SKIP2                                                        00018400
700186 01  IO-AUTH-PARM.                                                00018500
700186       COPY IOAUTH REPLACING 'PROGRAM' BY 'BAENVREG'.             00018600
           SKIP3                                                        00018700
700186 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00018800
           EJECT                                                        00018900
700186 PROCEDURE DIVISION.                                              00019000
           SKIP2                                                        00019100
700186 A-100-BODY.                                                      00019200
700186     PERFORM A-105-INIT.                                          00019300
700186     PERFORM A-200-INIT-OPEN.                                     00019400
700186     PERFORM F-100-PROC-CTL                                       00019500
700186       UNTIL IO-IN110-ERROR-YES.                                  00019600
700186     PERFORM C-100-LIST-MASTER.                                   00019700
700186     PERFORM A-900-FINI-CLOSE.                                    00019800
700186     MOVE WRC-FINAL TO RETURN-CODE.                               00019900
700186     GOBACK.                                                      00020000
           SKIP2                                                        00020100
700186 A-105-INIT.                                                      00020200
700186     CALL 'BASDIN' USING SD-AREA.                                 00020300
           SKIP2                                                        00020400
700186 A-200-INIT-OPEN.                                                 00020500
700186     DISPLAY 'BaEnvReg-998 Program Starting'.                     00020600
700186     ACCEPT RPTHDR-DATE FROM DATE.                                00020700
700186     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00020800
700186     MOVE SD-JOBNAME TO WCTL-OPERATOR.                            00020900
700186     OPEN OUTPUT                                                  00021000
700186               PRINT-FILE.                                        00021100
700186     IF  NOT WPRINT-FS-OK                                         00021200
700186         DISPLAY 'BaEnvReg-53 PRINT dd OPEN failed:'              00021300
700186             WPRINT-FS                                            00021400
700186         STOP RUN.                                                00021500
700186     MOVE 'Registered Environments' TO RPTHDR-SUBTITLE.           00021600
700186     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00021700
700186     PERFORM V-150-NEWPAGE.                                       00021800
700186*** With no authorization master every card is refused.           00021900
700186     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00022000
700186     PERFORM A-220-OPEN-MASTER.                                   00022100
700186     CALL 'UT110IN'  USING SD-AREA                                00022200
700186               IO-IN110-PARM                                      00022300
700186               IO-IN110-OPEN                                      00022400
700186               CTL-REC.                                           00022500
700186     IF  IO-IN110-ERROR = 'Y'                                     00022600
700186          OR IO-IN110-FILE-STATUS NOT = '00'                      00022700
700186         DISPLAY 'BaEnvReg-301 IN110 file failed to open, '       00022800
700186           'registry listed unchanged:' IO-IN110-FILE-STATUS      00022900
700186         SET IO-IN110-ERROR-YES TO TRUE                           00023000
700186         MOVE 8 TO WRC-FINAL                                      00023100
700186     ELSE                                                         00023200
700186         PERFORM F-110-READ-IN110.                                00023300
           SKIP2                                                        00023400
700186*** Same create-on-first-run fallback the policy master uses.     00023500
700186*** The registry is held for the whole run so no compare step     00023600
700186*** resolves an environment half-way through a reload.            00023700
700186 A-220-OPEN-MASTER.                                               00023800
700186     MOVE 'ENVREG  ' TO IO-ENQ-RESOURCE.                          00023900
700186     PERFORM R-905-ENQ-RESOURCE.                                  00024000
700186     IF  IO-ENQ-ERROR-YES                                         00024100
700186         DISPLAY 'BaEnvReg-303 ENVREG resource busy past the wait'00024200
700186         MOVE 12 TO RETURN-CODE                                   00024300
700186         STOP RUN.                                                00024400
700186     OPEN I-O ENVREG-FILE.                                        00024500
700186     IF  WENVREG-FS-NOFILE                                        00024600
700186         OPEN OUTPUT ENVREG-FILE                                  00024700
700186         CLOSE ENVREG-FILE                                        00024800
700186         OPEN I-O ENVREG-FILE.                                    00024900
700186     IF  NOT WENVREG-FS-OK                                        00025000
700186         DISPLAY 'BaEnvReg-302 ENVREG OPEN failed:'               00025100
700186             WENVREG-FS                                           00025200
700186         MOVE 16 TO RETURN-CODE                                   00025300
700186         STOP RUN.                                                00025400
           SKIP2                                                        00025500
700186 A-900-FINI-CLOSE.                                                00025600
700186     CALL 'UT110IN'  USING SD-AREA                                00025700
700186               IO-IN110-PARM                                      00025800
700186               IO-IN110-CLOSE                                     00025900
700186               CTL-REC.                                           00026000
700186     CLOSE ENVREG-FILE.                                           00026100
700186     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00026200
700186     MOVE 'ENVREG  ' TO IO-ENQ-RESOURCE.                          00026300
700186     PERFORM R-906-DEQ-RESOURCE.                                  00026400
700186     DISPLAY 'BaEnvReg-444 Environments Listed:' WCTR-ROWS        00026500
700186       ', Added:' WCTR-ADDS                                       00026600
700186       ', Replaced:' WCTR-UPDATES                                 00026700
700186       ', Status Changed:' WCTR-STATUS.                           00026800
700186     DISPLAY 'BaEnvReg-445 Rows/Cards Rejected:' WCTR-REJECTED    00026900
700186       ', Cards Refused:' WCTR-REFUSED.                           00027000
700186     IF  WCTR-REJECTED > ZERO OR WCTR-REFUSED > ZERO              00027100
700186         IF  WRC-FINAL < 4                                        00027200
700186             MOVE 4 TO WRC-FINAL.                                 00027300
700186     CLOSE PRINT-FILE.                                            00027400
700186     DISPLAY 'BaEnvReg-998 Program Ending'.                       00027500
           SKIP2                                                        00027600
700186***************************                                       00027700
700186*** Control card handling                                         00027800
700186***************************                                       00027900
700186 F-100-PROC-CTL.                                                  00028000
700186     IF  CTL-REC (1:1) = '*'                                      00028100
700186         DISPLAY 'BaEnvReg-500 Comment:' CTL-REC (1:50)           00028200
700186     ELSE                                                         00028300
700186         PERFORM F-105-CONTINUE.                                  00028400
700186     PERFORM F-110-READ-IN110.                                    00028500
           SKIP2                                                        00028600
700186 F-105-CONTINUE.                                                  00028700
700186     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00028800
700186     UNSTRING CTL-REC DELIMITED BY SPACE                          00028900
700186         INTO WCTL-CMD WCTL-VAL.                                  00029000
700186     DISPLAY 'BaEnvReg-500 CtlCard:' CTL-REC (1:50).              00029100
700186     IF  WCTL-CMD-ENVLOAD                                         00029200
700186         PERFORM F-115-AUTH-CARD                                  00029300
700186     ELSE IF  WCTL-CMD-ENVSTAT                                    00029400
700186         PERFORM F-115-AUTH-CARD                                  00029500
700186     ELSE IF  WCTL-CMD-OPERATOR                                   00029600
700186         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00029700
700186         DISPLAY 'BaEnvReg-510 Cards made under operator:'        00029800
700186             WCTL-OPERATOR                                        00029900
700186     ELSE                                                         00030000
700186         DISPLAY 'BaEnvReg-501 Invalid Control Card:'             00030100
700186             CTL-REC (1:50).                                      00030200
           SKIP2                                                        00030300
700186*** The card verb itself is the authorization verb; neither is    00030400
700186*** plan-scoped.                                                  00030500
700186 F-115-AUTH-CARD.                                                 00030600
700186     MOVE WCTL-CMD (1:8) TO IO-AUTH-VERB.                         00030700
700186     MOVE WCTL-OPERATOR  TO IO-AUTH-USERID.                       00030800
700186     MOVE SPACES TO IO-AUTH-PLAN IO-AUTH-PLAN-HI.                 00030900
700186     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00031000
700186     IF  IO-AUTH-DENIED                                           00031100
700186         ADD 1 TO WCTR-REFUSED                                    00031200
700186         DISPLAY 'BaEnvReg-509 ' WCTL-CMD (1:8) ' refused for '   00031300
700186             'operator ' WCTL-OPERATOR ':' CTL-REC (1:40)         00031400
700186     ELSE IF  WCTL-CMD-ENVLOAD                                    00031500
700186         PERFORM F-200-LOAD-ROWS                                  00031600
700186     ELSE                                                         00031700
700186         PERFORM F-300-SET-STATUS.                                00031800
           SKIP2                                                        00031900
700186 F-110-READ-IN110.                                                00032000
700186     CALL 'UT110IN'  USING SD-AREA                                00032100
700186               IO-IN110-PARM                                      00032200
700186               IO-IN110-READ                                      00032300
700186               CTL-REC.                                           00032400
           SKIP2                                                        00032500
700186***************************                                       00032600
700186*** ENVLOAD - apply the ENVIN rows                                00032700
700186***************************                                       00032800
700186 F-200-LOAD-ROWS.                                                 00032900
700186     OPEN INPUT ENVIN-FILE.                                       00033000
700186     IF  NOT WENVIN-FS-OK                                         00033100
700186         ADD 1 TO WCTR-REJECTED                                   00033200
700186         DISPLAY 'BaEnvReg-304 ENVIN OPEN failed, ENVLOAD '       00033300
700186             'ignored:' WENVIN-FS                                 00033400
700186     ELSE                                                         00033500
700186         PERFORM F-210-READ-ROW                                   00033600
700186           WITH TEST AFTER                                        00033700
700186             UNTIL NOT WENVIN-FS-OK                               00033800
700186         CLOSE ENVIN-FILE.                                        00033900
           SKIP2                                                        00034000
700186*** Rows with '*' in column 1 are comments.  A row is applied     00034100
700186*** only when it names the environment, a status, a code page     00034200
700186*** the compare understands and a catalog to resolve through.     00034300
700186 F-210-READ-ROW.                                                  00034400
700186     READ ENVIN-FILE                                              00034500
700186         AT END NEXT SENTENCE.                                    00034600
700186     IF  WENVIN-FS-OK                                             00034700
700186         AND ENVIN-REC (1:1) NOT = '*'                            00034800
700186         AND ENVIN-REC NOT = SPACES                               00034900
700186         MOVE ENVIN-REC TO WENV-ROW                               00035000
700186         PERFORM F-220-CHECK-ROW.                                 00035100
           SKIP2                                                        00035200
700186 F-220-CHECK-ROW.                                                 00035300
700186     IF  ENVR-NAME OF WENV-ROW = SPACES                           00035400
700186         ADD 1 TO WCTR-REJECTED                                   00035500
700186         DISPLAY 'BaEnvReg-502 ENVIN row has no name:'            00035600
700186             ENVIN-REC (1:50)                                     00035700
700186     ELSE IF  NOT ENVR-ACTIVE OF WENV-ROW                         00035800
700186         AND NOT ENVR-INACTIVE OF WENV-ROW                        00035900
700186         ADD 1 TO WCTR-REJECTED                                   00036000
700186         DISPLAY 'BaEnvReg-503 Status not A or I:'                00036100
700186             ENVIN-REC (1:50)                                     00036200
700186     ELSE IF  NOT ENVR-CP-EBCDIC OF WENV-ROW                      00036300
700186         AND NOT ENVR-CP-ASCII OF WENV-ROW                        00036400
700186         ADD 1 TO WCTR-REJECTED                                   00036500
700186         DISPLAY 'BaEnvReg-504 Code page not EBCDIC or ASCII:'    00036600
700186             ENVIN-REC (1:50)                                     00036700
700186     ELSE IF  ENVR-GENCAT OF WENV-ROW = SPACES                    00036800
700186         ADD 1 TO WCTR-REJECTED                                   00036900
700186         DISPLAY 'BaEnvReg-505 ENVIN row has no catalog:'         00037000
700186             ENVIN-REC (1:50)                                     00037100
700186     ELSE                                                         00037200
700186         PERFORM F-230-PUT-ROW.                                   00037300
           SKIP2                                                        00037400
700186*** Add or replace in place; the row is stamped with the run      00037500
700186*** date and the card's operator, whatever the file carried.      00037600
700186 F-230-PUT-ROW.                                                   00037700
700186     MOVE 'N' TO WROW-FOUND-FLG.                                  00037800
700186     MOVE SPACES TO ENVREG-REC.                                   00037900
700186     MOVE ENVR-NAME OF WENV-ROW TO ENVR-NAME OF ENVREG-REC.       00038000
700186     READ ENVREG-FILE                                             00038100
700186         INVALID KEY                                              00038200
700186             NEXT SENTENCE.                                       00038300
700186     IF  WENVREG-FS-OK                                            00038400
700186         SET WROW-FOUND-FLG-YES TO TRUE.                          00038500
700186     MOVE WRUN-DATE     TO ENVR-UPD-DATE OF WENV-ROW.             00038600
700186     MOVE WCTL-OPERATOR TO ENVR-UPD-BY OF WENV-ROW.               00038700
700186     MOVE WENV-ROW TO ENVREG-REC.                                 00038800
700186     IF  WROW-FOUND-FLG-YES                                       00038900
700186         REWRITE ENVREG-REC                                       00039000
700186         ADD 1 TO WCTR-UPDATES                                    00039100
700186         DISPLAY 'BaEnvReg-410 Replaced:' ENVR-NAME OF ENVREG-REC 00039200
700186     ELSE                                                         00039300
700186         WRITE ENVREG-REC                                         00039400
700186             INVALID KEY                                          00039500
700186                 DISPLAY 'BaEnvReg-506 WRITE failed:'             00039600
700186                     WENVREG-FS                                   00039700
700186         END-WRITE                                                00039800
700186         ADD 1 TO WCTR-ADDS                                       00039900
700186         DISPLAY 'BaEnvReg-411 Added:' ENVR-NAME OF ENVREG-REC.   00040000
           SKIP2                                                        00040100
700186***************************                                       00040200
700186*** ENVSTAT - activate or retire one environment                  00040300
700186***************************                                       00040400
700186 F-300-SET-STATUS.                                                00040500
700186     MOVE SPACES TO ENVREG-REC.                                   00040600
700186     MOVE CTL-REC (9:8) TO ENVR-NAME OF ENVREG-REC.               00040700
700186     IF  CTL-REC (18:1) NOT = 'A'                                 00040800
700186         AND CTL-REC (18:1) NOT = 'I'                             00040900
700186         ADD 1 TO WCTR-REJECTED                                   00041000
700186         DISPLAY 'BaEnvReg-507 ENVSTAT status not A or I:'        00041100
700186             CTL-REC (1:40)                                       00041200
700186     ELSE                                                         00041300
700186         READ ENVREG-FILE                                         00041400
700186             INVALID KEY                                          00041500
700186                 NEXT SENTENCE                                    00041600
700186         END-READ                                                 00041700
700186         IF  NOT WENVREG-FS-OK                                    00041800
700186             ADD 1 TO WCTR-REJECTED                               00041900
700186             DISPLAY 'BaEnvReg-508 Environment not on the '       00042000
700186                 'registry:' CTL-REC (9:8)                        00042100
700186         ELSE                                                     00042200
700186             MOVE CTL-REC (18:1) TO ENVR-STATUS OF ENVREG-REC     00042300
700186             MOVE WRUN-DATE      TO ENVR-UPD-DATE OF ENVREG-REC   00042400
700186             MOVE WCTL-OPERATOR  TO ENVR-UPD-BY OF ENVREG-REC     00042500
700186             REWRITE ENVREG-REC                                   00042600
700186             ADD 1 TO WCTR-STATUS                                 00042700
700186             DISPLAY 'BaEnvReg-412 Status of '                    00042800
700186                 ENVR-NAME OF ENVREG-REC ' set to '               00042900
700186                 ENVR-STATUS OF ENVREG-REC.                       00043000
           SKIP2                                                        00043100
700186*** Shared-resource serialization through the optional UTENQ      00043200
700186*** exit; where the exit is not installed the CALL exception      00043300
700186*** leaves the hold granted and the run unserialized.             00043400
700186 R-905-ENQ-RESOURCE.                                              00043500
700186     SET IO-ENQ-ERROR-NO TO TRUE.                                 00043600
700186     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00043700
700186          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00043800
700186     END-CALL.                                                    00043900
           SKIP2                                                        00044000
700186 R-906-DEQ-RESOURCE.                                              00044100
700186     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00044200
700186          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00044300
700186     END-CALL.                                                    00044400
           SKIP2                                                        00044500
700186***************************                                       00044600
700186*** Registry listing, by keyed browse                             00044700
700186***************************                                       00044800
700186 C-100-LIST-MASTER.                                               00044900
700186     MOVE 'N' TO WBROWSE-DONE-FLG.                                00045000
700186     MOVE LOW-VALUES TO ENVR-KEY OF ENVREG-REC.                   00045100
700186     START ENVREG-FILE KEY NOT < ENVR-KEY OF ENVREG-REC           00045200
700186         INVALID KEY                                              00045300
700186             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00045400
700186     PERFORM C-200-LIST-ROW                                       00045500
700186       UNTIL WBROWSE-DONE-FLG-YES.                                00045600
           SKIP2                                                        00045700
700186 C-200-LIST-ROW.                                                  00045800
700186     READ ENVREG-FILE NEXT RECORD                                 00045900
700186         AT END                                                   00046000
700186             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00046100
700186     IF  NOT WBROWSE-DONE-FLG-YES                                 00046200
700186         AND WENVREG-FS-OK                                        00046300
700186         ADD 1 TO WCTR-ROWS                                       00046400
700186         MOVE SPACES TO RPDAT1-LINE                               00046500
700186         MOVE ENVR-NAME OF ENVREG-REC     TO RPDAT1-NAME          00046600
700186         IF  ENVR-ACTIVE OF ENVREG-REC                            00046700
700186             MOVE 'ACTIVE'   TO RPDAT1-STATUS                     00046800
700186         ELSE                                                     00046900
700186             MOVE 'INACTIVE' TO RPDAT1-STATUS                     00047000
700186         END-IF                                                   00047100
700186         MOVE ENVR-PLATFORM OF ENVREG-REC  TO RPDAT1-PLATFORM     00047200
700186         MOVE ENVR-CODEPAGE OF ENVREG-REC  TO RPDAT1-CODEPAGE     00047300
700186         MOVE ENVR-UPD-DATE OF ENVREG-REC  TO RPDAT1-UPD-DATE     00047400
700186         MOVE ENVR-UPD-BY OF ENVREG-REC    TO RPDAT1-UPD-BY       00047500
700186         MOVE ENVR-GENCAT OF ENVREG-REC    TO RPDAT1-GENCAT       00047600
700186         MOVE ENVR-OT200-PFX OF ENVREG-REC TO RPDAT1-OT200-PFX    00047700
700186         MOVE RPDAT1-LINE   TO WPRINT-LINE                        00047800
700186         PERFORM V-100-PRINT-LINE.                                00047900
           SKIP2                                                        00048000
700186***************************                                       00048100
700186*** Print-line routines                                           00048200
700186***************************                                       00048300
700186 V-100-PRINT-LINE.                                                00048400
700186     IF  WPRINT-LINES-OVER                                        00048500
700186         PERFORM V-150-NEWPAGE.                                   00048600
700186     ADD 1 TO WPRINT-LINES.                                       00048700
700186     WRITE PRINT-LINE FROM WPRINT-LINE                            00048800
700186           AFTER ADVANCING 1 LINE.                                00048900
700186     MOVE SPACES   TO WPRINT-LINE.                                00049000
700186     ADD 1 TO WPRINT-TOT-LINES.                                   00049100
           SKIP2                                                        00049200
700186 V-150-NEWPAGE.                                                   00049300
700186     ADD 1 TO WPRINT-PAGE.                                        00049400
700186     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00049500
700186     MOVE SPACES TO PRINT-LINE.                                   00049600
700186     WRITE PRINT-LINE                                             00049700
700186       AFTER ADVANCING PAGE.                                      00049800
700186     WRITE PRINT-LINE FROM RPTHDR-LINE                            00049900
700186       AFTER ADVANCING 1 LINE.                                    00050000
700186     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00050100
700186       AFTER ADVANCING 1.                                         00050200
700186     MOVE ZERO TO WPRINT-LINES.                                   00050300
700186     ADD 3 TO WPRINT-TOT-LINES.                                   00050400
