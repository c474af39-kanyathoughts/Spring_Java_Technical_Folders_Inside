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
700161 IDENTIFICATION DIVISION.                                         00000100
700161 PROGRAM-ID. 'BAAUTHUT'.                                          00000200
700161******************************************************************00000300
700161**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700161******************************************************************00000500
700161**  AUTHOR       W. WHITE, Oct 2026                               00000600
700161**  PURPOSE      Maintenance and listing utility for the keyed    00000700
700161**               AUTHMST authorization master (see the AUTHMST    00000800
700161**               copybook) that BADISPUT, BADEPOL, BAOT200P and   00000900
700161**               the BADSPWB workbench check through UTAUTH before00001000
700161**               applying a change.  AUTHSET cards add or replace 00001100
700161**               one grant or refusal in place and AUTHDEL cards  00001200
700161**               remove one; the whole master is then listed for  00001300
700161**               the role-separation review.  Card values come    00001400
700161**               from fixed card-image columns:                   00001500
700161**               AUTHSET uuuuuuuu pppppppp vvvvvvvv ss a llllll   00001600
700161**               hhhhhh oooooooo (user ID 9-16, utility 18-25,    00001700
700161**               verb 27-34 - * for every verb, sequence 36-37,   00001800
700161**               Y to grant or N to refuse 39, low plan 41-46 -   00001900
700161**               blank or ALL for every plan, high plan 48-53 -   00002000
700161**               blank for the low plan alone, updating operator  00002100
700161**               55-62) and AUTHDEL with the same key columns.    00002200
700191**               After a PLANWIDTH 10 card the low plan is 41-50, 00002201
700191**               the high plan 52-61 and the operator 63-70.      00002202
700161**               Update access to AUTHMST itself is held at the   00002300
700161**               dataset level, outside the master.               00002400
700161******************************************************************00002500
700161**  REVISIONS:                                                    00002600
700161******************************************************************00002700
700161**  Input                                                         00002800
700161**   . IN110    - Control File (AUTHSET/AUTHDEL cards)            00002900
700161**   . AUTHMST  - Keyed authorization master, opened I-O          00003000
700161**               (created empty on a first run)                   00003100
700161******************************************************************00003200
700161**  Output                                                        00003300
700161**   . SYSOUT   - Displayed Information                           00003400
700161**   . AUTHMST  - Updated in place                                00003500
700161**   . REPORT   - Listing of the updated master                   00003600
700161******************************************************************00003700
700161 ENVIRONMENT DIVISION.                                            00003800
700161 CONFIGURATION SECTION.                                           00003900
700161 INPUT-OUTPUT SECTION.                                            00004000
           SKIP2                                                        00004100
700161 FILE-CONTROL.                                                    00004200
700161     SELECT PRINT-FILE                                            00004300
700161         ASSIGN TO UT-S-REPORT                                    00004400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004500
700161         FILE STATUS WPRINT-FS.                                   00004600
700161     SELECT AUTHMST-FILE                                          00004700
700161         ASSIGN TO AUTHMST                                        00004800
700161         ORGANIZATION IS INDEXED                                  00004900
700161         ACCESS MODE IS DYNAMIC                                   00005000
700161         RECORD KEY IS AUTH-KEY                                   00005100
700161         FILE STATUS WAUTHMST-FS.                                 00005200
700161 DATA DIVISION.                                                   00005300
           SKIP2                                                        00005400
700161 FILE SECTION.                                                    00005500
           SKIP1                                                        00005600
700161 FD  PRINT-FILE                                                   00005700
700161     BLOCK CONTAINS 0 RECORDS                                     00005800
700161     LABEL RECORDS ARE STANDARD.                                  00005900
           SKIP2                                                        00006000
700161 01 PRINT-LINE                PIC X(133).                         00006100
           SKIP2                                                        00006200
700161 FD  AUTHMST-FILE                                                 00006300
700161     LABEL RECORDS ARE STANDARD.                                  00006400
           SKIP2                                                        00006500
700161 01  AUTHMST-REC. COPY AUTHMST.                                   00006600
700161 WORKING-STORAGE SECTION.                                         00006700
700161 77  WCTR-ROWS             PIC 9(5)     VALUE ZERO.               00006800
700161 77  WCTR-UPDATES          PIC 9(5)     VALUE ZERO.               00006900
700161 77  WCTR-ADDS             PIC 9(5)     VALUE ZERO.               00007000
700161 77  WCTR-DELETES          PIC 9(5)     VALUE ZERO.               00007100
700161 77  WCTR-REJECTED         PIC 9(5)     VALUE ZERO.               00007200
700161 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00007300
700161     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00007400
700161 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00007500
700161     88  WROW-FOUND-FLG-YES VALUE 'Y'.                            00007600
700161 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00007700
700191 77  WPLANWIDTH-FLG        PIC X        VALUE 'N'.                00007701
700191     88  WPLANWIDTH-FLG-WIDE VALUE 'Y'.                           00007702
700191 77  WCARD-PLAN-LO         PIC X(10)    VALUE SPACES.             00007703
700191 77  WCARD-PLAN-HI         PIC X(10)    VALUE SPACES.             00007704
700191 77  WCARD-OPER            PIC X(8)     VALUE SPACES.             00007705
           SKIP2                                                        00007800
700161 01  WPRINT-AREA.                                                 00007900
700161     05  WPRINT-FS                 PIC XX  VALUE '00'.            00008000
700161         88  WPRINT-FS-OK VALUE '00'.                             00008100
700161     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00008200
700161     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00008300
700161     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00008400
700161     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00008500
700161         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00008600
700161     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00008700
           SKIP2                                                        00008800
700161 01  WAUTHMST-FS          PIC XX  VALUE '00'.                     00008900
700161     88  WAUTHMST-FS-OK   VALUE '00'.                             00009000
700161     88  WAUTHMST-FS-NOTFND VALUE '23'.                           00009100
700161     88  WAUTHMST-FS-NOFILE VALUE '35' '30'.                      00009200
           SKIP2                                                        00009300
700161 01  RPTHDR-LINE.                                                 00009400
700161         05   FILLER     PIC X(02) VALUE                          00009500
700161           ' '.                                                   00009600
700161         05   FILLER     PIC X(28) VALUE                          00009700
700161           'Authorization Master'.                                00009800
700161         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00009900
700161         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00010000
700161         05   FILLER     PIC X(6)  VALUE                          00010100
700161           '  Page'.                                              00010200
700161         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00010300
           SKIP2                                                        00010400
700161 01  RPT1-LINE.                                                   00010500
700161         05   FILLER     PIC X(10) VALUE                          00010600
700161           ' UserId'.                                             00010700
700161         05   FILLER     PIC X(10) VALUE                          00010800
700161           'Utility'.                                             00010900
700161         05   FILLER     PIC X(10) VALUE                          00011000
700161           'Verb'.                                                00011100
700161         05   FILLER     PIC X(05) VALUE                          00011200
700161           'Seq'.                                                 00011300
700161         05   FILLER     PIC X(08) VALUE                          00011400
700161           'Access'.                                              00011500
700191         05   FILLER     PIC X(24) VALUE                          00011600
700161           'Plans'.                                               00011700
700161         05   FILLER     PIC X(10) VALUE                          00011800
700161           'UpdatedBy'.                                           00011900
700161         05   FILLER     PIC X(08) VALUE                          00012000
700161           'Updated'.                                             00012100
           SKIP2                                                        00012200
700161 01  RPDAT1-LINE.                                                 00012300
700161     05  FILLER               PIC X(1) VALUE SPACES.              00012400
700161     05  RPDAT1-USERID        PIC X(8) VALUE SPACES.              00012500
700161     05  FILLER               PIC X(1) VALUE SPACES.              00012600
700161     05  RPDAT1-PROGRAM       PIC X(8) VALUE SPACES.              00012700
700161     05  FILLER               PIC X(2) VALUE SPACES.              00012800
700161     05  RPDAT1-VERB          PIC X(8) VALUE SPACES.              00012900
700161     05  FILLER               PIC X(2) VALUE SPACES.              00013000
700161     05  RPDAT1-SEQ           PIC X(2) VALUE SPACES.              00013100
700161     05  FILLER               PIC X(3) VALUE SPACES.              00013200
700161     05  RPDAT1-ACCESS        PIC X(6) VALUE SPACES.              00013300
700161     05  FILLER               PIC X(2) VALUE SPACES.              00013400
700191     05  RPDAT1-PLAN-LO       PIC X(10) VALUE SPACES.             00013500
700161     05  RPDAT1-PLAN-DASH     PIC X(1) VALUE SPACES.              00013600
700191     05  RPDAT1-PLAN-HI       PIC X(10) VALUE SPACES.             00013700
700161     05  FILLER               PIC X(3) VALUE SPACES.              00013800
700161     05  RPDAT1-UPDATED-BY    PIC X(8) VALUE SPACES.              00013900
700161     05  FILLER               PIC X(2) VALUE SPACES.              00014000
700161     05  RPDAT1-UPDATED-DATE  PIC 9(8) VALUE ZERO.                00014100
           SKIP2                                                        00014200
700161 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00014300
700161 01  WCTL-AREA.                                                   00014400
700161     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00014500
700161         88  WCTL-CMD-AUTHSET    VALUE 'AUTHSET'.                 00014600
700161         88  WCTL-CMD-AUTHDEL    VALUE 'AUTHDEL'.                 00014700
700191         88  WCTL-CMD-PLANWIDTH VALUE 'PLANWIDTH'.                00014701
700161     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00014800
           SKIP2                                                        00014900
700161 01  IO-IN110-PARM.                                               00015000
700161       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAAUTHUT'.            00015100
           SKIP2                                                        00015200
700161 01  IO-ENQ-PARM.                                                 00015300
700161       COPY IOENQ REPLACING 'PROGRAM' BY 'BAAUTHUT'.              00015400
           SKIP3                                                        00015500
700161 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00015600
           EJECT                                                        00015700
700161 PROCEDURE DIVISION.                                              00015800
           SKIP2                                                        00015900
700161 A-100-BODY.                                                      00016000
700161     PERFORM A-105-INIT.                                          00016100
700161     PERFORM A-200-INIT-OPEN.                                     00016200
700161     PERFORM F-100-PROC-CTL                                       00016300
700161       UNTIL IO-IN110-ERROR-YES.                                  00016400
700161     PERFORM C-100-LIST-MASTER.                                   00016500
700161     PERFORM A-900-FINI-CLOSE.                                    00016600
700161     GOBACK.                                                      00016700
           SKIP2                                                        00016800
700161 A-105-INIT.                                                      00016900
700161     CALL 'BASDIN' USING SD-AREA.                                 00017000
           SKIP2                                                        00017100
700161 A-200-INIT-OPEN.                                                 00017200
700161     DISPLAY 'BaAuthUt-998 Program Starting'.                     00017300
700161     ACCEPT RPTHDR-DATE FROM DATE.                                00017400
700161     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00017500
700161     OPEN OUTPUT                                                  00017600
700161               PRINT-FILE.                                        00017700
700161     IF  NOT WPRINT-FS-OK                                         00017800
700161         DISPLAY 'BaAuthUt-53 PRINT dd OPEN failed:'              00017900
700161             WPRINT-FS                                            00018000
700161         STOP RUN.                                                00018100
700161     MOVE 'Updated Grants'  TO RPTHDR-SUBTITLE.                   00018200
700161     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00018300
700161     PERFORM V-150-NEWPAGE.                                       00018400
700161     PERFORM A-220-OPEN-MASTER.                                   00018500
700161     CALL 'UT110IN'  USING SD-AREA                                00018600
700161               IO-IN110-PARM                                      00018700
700161               IO-IN110-OPEN                                      00018800
700161               CTL-REC.                                           00018900
700161     IF  IO-IN110-ERROR = 'Y'                                     00019000
700161          OR IO-IN110-FILE-STATUS NOT = '00'                      00019100
700161         DISPLAY 'BaAuthUt-301 IN110 file failed to open:'        00019200
700161           IO-IN110-FILE-STATUS                                   00019300
700161         GOBACK.                                                  00019400
700161     PERFORM F-110-READ-IN110.                                    00019500
           SKIP2                                                        00019600
700161*** Same create-on-first-run fallback the other keyed masters     00019700
700161*** use; maintenance holds the master exclusively.                00019800
700161 A-220-OPEN-MASTER.                                               00019900
700161     MOVE 'AUTHMST ' TO IO-ENQ-RESOURCE.                          00020000
700161     PERFORM R-905-ENQ-RESOURCE.                                  00020100
700161     IF  IO-ENQ-ERROR-YES                                         00020200
700161         DISPLAY 'BaAuthUt-303 AUTHMST resource busy past the '   00020300
700161             'wait'                                               00020400
700161         MOVE 12 TO RETURN-CODE                                   00020500
700161         STOP RUN.                                                00020600
700161     OPEN I-O AUTHMST-FILE.                                       00020700
700161     IF  WAUTHMST-FS-NOFILE                                       00020800
700161         OPEN OUTPUT AUTHMST-FILE                                 00020900
700161         CLOSE AUTHMST-FILE                                       00021000
700161         OPEN I-O AUTHMST-FILE.                                   00021100
700161     IF  NOT WAUTHMST-FS-OK                                       00021200
700161         DISPLAY 'BaAuthUt-302 AUTHMST OPEN failed:'              00021300
700161             WAUTHMST-FS                                          00021400
700161         MOVE 16 TO RETURN-CODE                                   00021500
700161         STOP RUN.                                                00021600
           SKIP2                                                        00021700
700161 A-900-FINI-CLOSE.                                                00021800
700161     CALL 'UT110IN'  USING SD-AREA                                00021900
700161               IO-IN110-PARM                                      00022000
700161               IO-IN110-CLOSE                                     00022100
700161               CTL-REC.                                           00022200
700161     CLOSE AUTHMST-FILE.                                          00022300
700161     MOVE 'AUTHMST ' TO IO-ENQ-RESOURCE.                          00022400
700161     PERFORM R-906-DEQ-RESOURCE.                                  00022500
700161     DISPLAY 'BaAuthUt-444 Rows Listed:' WCTR-ROWS                00022600
700161       ', Updated:' WCTR-UPDATES                                  00022700
700161       ', Added:' WCTR-ADDS                                       00022800
700161       ', Deleted:' WCTR-DELETES                                  00022900
700161       ', Rejected:' WCTR-REJECTED.                               00023000
700161     IF  WCTR-REJECTED > ZERO                                     00023100
700161     AND RETURN-CODE < 4                                          00023200
700161         MOVE 4 TO RETURN-CODE.                                   00023300
700161     CLOSE PRINT-FILE.                                            00023400
700161     DISPLAY 'BaAuthUt-998 Program Ending'.                       00023500
           SKIP2                                                        00023600
700161***************************                                       00023700
700161*** Control card handling                                         00023800
700161***************************                                       00023900
700161 F-100-PROC-CTL.                                                  00024000
700161     IF  CTL-REC (1:1) = '*'                                      00024100
700161         DISPLAY 'BaAuthUt-500 Comment:' CTL-REC (1:50)           00024200
700161     ELSE                                                         00024300
700161         PERFORM F-105-CONTINUE.                                  00024400
700161     PERFORM F-110-READ-IN110.                                    00024500
           SKIP2                                                        00024600
700161 F-105-CONTINUE.                                                  00024700
700161     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00024800
700161     UNSTRING CTL-REC DELIMITED BY SPACE                          00024900
700161         INTO WCTL-CMD WCTL-VAL.                                  00025000
700191     DISPLAY 'BaAuthUt-500 CtlCard:' CTL-REC (1:70).              00025100
700161     IF  WCTL-CMD-AUTHSET                                         00025200
700161         PERFORM F-120-APPLY-AUTHSET                              00025300
700161     ELSE IF  WCTL-CMD-AUTHDEL                                    00025400
700161         PERFORM F-140-APPLY-AUTHDEL                              00025500
700191     ELSE IF  WCTL-CMD-PLANWIDTH                                  00025501
700191         PERFORM F-115-SET-PLANWIDTH                              00025502
700161     ELSE                                                         00025600
700161         DISPLAY 'BaAuthUt-501 Invalid Control Card:'             00025700
700161             CTL-REC (1:50).                                      00025800
           SKIP2                                                        00025900
700191*** PLANWIDTH 10 moves the plan columns of the cards that follow  00025901
700191*** to the ten-character layout; PLANWIDTH 6 moves them back.     00025902
700191 F-115-SET-PLANWIDTH.                                             00025903
700191     IF  WCTL-VAL = '10'                                          00025904
700191         MOVE 'Y'        TO WPLANWIDTH-FLG                        00025905
700191     ELSE IF  WCTL-VAL = '6'                                      00025906
700191         MOVE 'N'        TO WPLANWIDTH-FLG                        00025907
700191     ELSE                                                         00025908
700191         DISPLAY 'BaAuthUt-507 PLANWIDTH must be 6 or 10:'        00025909
700191             WCTL-VAL                                             00025910
700191         ADD 1           TO WCTR-REJECTED.                        00025911
           SKIP2                                                        00025912
700191*** Plan range and operator from the card columns in force.       00025913
700191 F-118-CARD-PLANS.                                                00025914
700191     IF  WPLANWIDTH-FLG-WIDE                                      00025915
700191         MOVE CTL-REC (41:10) TO WCARD-PLAN-LO                    00025916
700191         MOVE CTL-REC (52:10) TO WCARD-PLAN-HI                    00025917
700191         MOVE CTL-REC (63:8)  TO WCARD-OPER                       00025918
700191     ELSE                                                         00025919
700191         MOVE CTL-REC (41:6)  TO WCARD-PLAN-LO                    00025920
700191         MOVE CTL-REC (48:6)  TO WCARD-PLAN-HI                    00025921
700191         MOVE CTL-REC (55:8)  TO WCARD-OPER.                      00025922
           SKIP2                                                        00025923
700161*** A row must name a user, a utility and a verb, and grant (Y)   00026000
700161*** or refuse (N); a plan range must run low to high.             00026100
700161 F-120-APPLY-AUTHSET.                                             00026200
700191     PERFORM F-118-CARD-PLANS.                                    00026201
700161     IF  CTL-REC (9:8) = SPACES                                   00026300
700161     OR  CTL-REC (18:8) = SPACES                                  00026400
700161     OR  CTL-REC (27:8) = SPACES                                  00026500
700161         DISPLAY 'BaAuthUt-502 AUTHSET needs a user ID, utility ' 00026600
700161             'and verb:' CTL-REC (9:26)                           00026700
700161         ADD 1 TO WCTR-REJECTED                                   00026800
700161     ELSE                                                         00026900
700161     IF  CTL-REC (39:1) NOT = 'Y' AND 'N'                         00027000
700161         DISPLAY 'BaAuthUt-503 AUTHSET access must be Y or N:'    00027100
700161             CTL-REC (9:31)                                       00027200
700161         ADD 1 TO WCTR-REJECTED                                   00027300
700161     ELSE                                                         00027400
700191     IF  WCARD-PLAN-HI NOT = SPACES                               00027500
700191     AND WCARD-PLAN-LO NOT = SPACES AND 'ALL'                     00027600
700191     AND WCARD-PLAN-HI < WCARD-PLAN-LO                            00027700
700161         DISPLAY 'BaAuthUt-504 AUTHSET high plan below low plan:' 00027800
700191             WCARD-PLAN-LO ' ' WCARD-PLAN-HI                      00027900
700161         ADD 1 TO WCTR-REJECTED                                   00028000
700161     ELSE                                                         00028100
700161         PERFORM F-125-READ-ROW                                   00028200
700161         PERFORM F-150-PUT-ROW.                                   00028300
           SKIP2                                                        00028400
700161 F-125-READ-ROW.                                                  00028500
700161     MOVE 'N' TO WROW-FOUND-FLG.                                  00028600
700161     MOVE SPACES TO AUTHMST-REC.                                  00028700
700161     MOVE CTL-REC (9:8)   TO AUTH-USERID.                         00028800
700161     MOVE CTL-REC (18:8)  TO AUTH-PROGRAM.                        00028900
700161     MOVE CTL-REC (27:8)  TO AUTH-VERB.                           00029000
700161     MOVE CTL-REC (36:2)  TO AUTH-SEQ.                            00029100
700161     READ AUTHMST-FILE                                            00029200
700161         INVALID KEY                                              00029300
700161             NEXT SENTENCE.                                       00029400
700161     IF  WAUTHMST-FS-OK                                           00029500
700161         SET WROW-FOUND-FLG-YES TO TRUE.                          00029600
           SKIP2                                                        00029700
700161 F-140-APPLY-AUTHDEL.                                             00029800
700161     PERFORM F-125-READ-ROW.                                      00029900
700161     IF  WROW-FOUND-FLG-YES                                       00030000
700161         DELETE AUTHMST-FILE                                      00030100
700161         ADD 1 TO WCTR-DELETES                                    00030200
700161         DISPLAY ' Removed: ' CTL-REC (9:29)                      00030300
700161     ELSE                                                         00030400
700161         DISPLAY 'BaAuthUt-505 AUTHDEL for a row not on file:'    00030500
700161             CTL-REC (9:29)                                       00030600
700161         ADD 1 TO WCTR-REJECTED.                                  00030700
           SKIP2                                                        00030800
700161*** The key fields are rebuilt before the WRITE/REWRITE - a       00030900
700161*** failed random READ leaves the record area undefined.          00031000
700161 F-150-PUT-ROW.                                                   00031100
700161     MOVE SPACES TO AUTHMST-REC.                                  00031200
700161     MOVE CTL-REC (9:8)   TO AUTH-USERID.                         00031300
700161     MOVE CTL-REC (18:8)  TO AUTH-PROGRAM.                        00031400
700161     MOVE CTL-REC (27:8)  TO AUTH-VERB.                           00031500
700161     MOVE CTL-REC (36:2)  TO AUTH-SEQ.                            00031600
700161     MOVE CTL-REC (39:1)  TO AUTH-ALLOW.                          00031700
700191     MOVE WCARD-PLAN-LO   TO AUTH-PLAN-LO.                        00031800
700191     MOVE WCARD-PLAN-HI   TO AUTH-PLAN-HI.                        00031900
700191     MOVE WCARD-OPER      TO AUTH-UPDATED-BY.                     00032000
700161     IF  AUTH-UPDATED-BY = SPACES                                 00032100
700161         MOVE SD-JOBNAME TO AUTH-UPDATED-BY.                      00032200
700161     MOVE WRUN-DATE       TO AUTH-UPDATED-DATE.                   00032300
700161     IF  WROW-FOUND-FLG-YES                                       00032400
700161         REWRITE AUTHMST-REC                                      00032500
700161         ADD 1 TO WCTR-UPDATES                                    00032600
700161     ELSE                                                         00032700
700161         WRITE AUTHMST-REC                                        00032800
700161             INVALID KEY                                          00032900
700161                 DISPLAY 'BaAuthUt-506 WRITE failed:'             00033000
700161                     WAUTHMST-FS                                  00033100
700161         END-WRITE                                                00033200
700161         ADD 1 TO WCTR-ADDS.                                      00033300
           SKIP2                                                        00033400
700161 F-110-READ-IN110.                                                00033500
700161     CALL 'UT110IN'  USING SD-AREA                                00033600
700161               IO-IN110-PARM                                      00033700
700161               IO-IN110-READ                                      00033800
700161               CTL-REC.                                           00033900
           SKIP2                                                        00034000
700161*** Shared-resource serialization through the optional UTENQ      00034100
700161*** exit; where the exit is not installed the CALL exception      00034200
700161*** leaves the hold granted and the run unserialized.             00034300
700161 R-905-ENQ-RESOURCE.                                              00034400
700161     SET IO-ENQ-ERROR-NO TO TRUE.                                 00034500
700161     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00034600
700161          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00034700
700161     END-CALL.                                                    00034800
           SKIP2                                                        00034900
700161 R-906-DEQ-RESOURCE.                                              00035000
700161     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00035100
700161          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00035200
700161     END-CALL.                                                    00035300
           SKIP2                                                        00035400
700161***************************                                       00035500
700161*** Master listing, by keyed browse                               00035600
700161***************************                                       00035700
700161 C-100-LIST-MASTER.                                               00035800
700161     MOVE 'N' TO WBROWSE-DONE-FLG.                                00035900
700161     MOVE LOW-VALUES TO AUTH-KEY.                                 00036000
700161     START AUTHMST-FILE KEY NOT < AUTH-KEY                        00036100
700161         INVALID KEY                                              00036200
700161             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00036300
700161     PERFORM C-200-LIST-ROW                                       00036400
700161       UNTIL WBROWSE-DONE-FLG-YES.                                00036500
           SKIP2                                                        00036600
700161 C-200-LIST-ROW.                                                  00036700
700161     READ AUTHMST-FILE NEXT RECORD                                00036800
700161         AT END                                                   00036900
700161             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00037000
700161     IF  NOT WBROWSE-DONE-FLG-YES                                 00037100
700161         AND WAUTHMST-FS-OK                                       00037200
700161         ADD 1 TO WCTR-ROWS                                       00037300
700161         MOVE SPACES TO RPDAT1-LINE                               00037400
700161         MOVE AUTH-USERID  TO RPDAT1-USERID                       00037500
700161         MOVE AUTH-PROGRAM TO RPDAT1-PROGRAM                      00037600
700161         MOVE AUTH-VERB    TO RPDAT1-VERB                         00037700
700161         MOVE AUTH-SEQ     TO RPDAT1-SEQ                          00037800
700161         IF  AUTH-ALLOW-YES                                       00037900
700161             MOVE 'GRANT'  TO RPDAT1-ACCESS                       00038000
700161         ELSE                                                     00038100
700161             MOVE 'REFUSE' TO RPDAT1-ACCESS                       00038200
700161         END-IF                                                   00038300
700161         IF  AUTH-PLAN-LO = SPACES OR 'ALL'                       00038400
700161             MOVE 'ALL'    TO RPDAT1-PLAN-LO                      00038500
700161         ELSE                                                     00038600
700161             MOVE AUTH-PLAN-LO TO RPDAT1-PLAN-LO                  00038700
700161             IF  AUTH-PLAN-HI NOT = SPACES                        00038800
700161                 MOVE '-'          TO RPDAT1-PLAN-DASH            00038900
700161                 MOVE AUTH-PLAN-HI TO RPDAT1-PLAN-HI              00039000
700161             END-IF                                               00039100
700161         END-IF                                                   00039200
700161         MOVE AUTH-UPDATED-BY   TO RPDAT1-UPDATED-BY              00039300
700161         MOVE AUTH-UPDATED-DATE TO RPDAT1-UPDATED-DATE            00039400
700161         MOVE RPDAT1-LINE   TO WPRINT-LINE                        00039500
700161         PERFORM V-100-PRINT-LINE.                                00039600
           SKIP2                                                        00039700
700161***************************                                       00039800
700161*** Print-line routines                                           00039900
700161***************************                                       00040000
700161 V-100-PRINT-LINE.                                                00040100
700161     IF  WPRINT-LINES-OVER                                        00040200
700161         PERFORM V-150-NEWPAGE.                                   00040300
700161     ADD 1 TO WPRINT-LINES.                                       00040400
700161     WRITE PRINT-LINE FROM WPRINT-LINE                            00040500
700161           AFTER ADVANCING 1 LINE.                                00040600
700161     MOVE SPACES   TO WPRINT-LINE.                                00040700
700161     ADD 1 TO WPRINT-TOT-LINES.                                   00040800
           SKIP2                                                        00040900
700161 V-150-NEWPAGE.                                                   00041000
700161     ADD 1 TO WPRINT-PAGE.                                        00041100
700161     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00041200
700161     MOVE SPACES TO PRINT-LINE.                                   00041300
700161     WRITE PRINT-LINE                                             00041400
700161       AFTER ADVANCING PAGE.                                      00041500
700161     WRITE PRINT-LINE FROM RPTHDR-LINE                            00041600
700161       AFTER ADVANCING 1 LINE.                                    00041700
700161     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00041800
700161       AFTER ADVANCING 1.                                         00041900
700161     MOVE ZERO TO WPRINT-LINES.                                   00042000
700161     ADD 3 TO WPRINT-TOT-LINES.                                   00042100
