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
700193 IDENTIFICATION DIVISION.                                         00000100
700193 PROGRAM-ID. 'BAPRNPLN'.                                          00000200
700193******************************************************************00000300
700193**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700193******************************************************************00000500
700193**  AUTHOR       W. WHITE, Oct 2026                               00000600
700193**  PURPOSE      Split-plan planner for a compare run as several  00000700
700193**               tasks.  Partitioning and PLANRANGE slice the     00000800
700193**               night by whole plans, so the largest plans each  00000900
700193**               pin one task while the rest finish early.  From  00001000
700193**               the PLANTIME data BABKCMP writes under PLANSTAT  00001100
700193**               (one night, every task's dataset concatenated)   00001200
700193**               this step finds each plan that takes longer than 00001300
700193**               a piece should, cuts it into participant ranges  00001400
700193**               at the progress marks nearest equal time, and    00001500
700193**               hands the ranges out to the tasks longest first, 00001600
700193**               never two ranges of one plan to the same task.   00001700
700193**               The PARTPLAN output is the PARTRANGE cards for   00001800
700193**               every task's deck; each task adds its own        00001900
700193**               PARTTASK card, and BAPRNMRG puts the ranges of   00002000
700193**               each plan back together after the compare.       00002100
700193**                                                                00002200
700193**               A plan can only be cut where a progress mark     00002300
700193**               fell, so one with no marks in the history (a     00002400
700193**               night run without PLANSTAT) is reported and left 00002500
700193**               whole.                                           00002600
700193**                                                                00002700
700193**               Return codes:                                    00002800
700193**                 0 - ranges planned                             00002900
700193**                 4 - a long plan could not be cut, a table      00003000
700193**                     filled, or a control card was rejected     00003100
700193**                 8 - no TASKS card, nothing planned             00003200
700193**                16 - the PLANTIME history could not be read     00003300
700193******************************************************************00003400
700193**  REVISIONS:                                                    00003500
700193******************************************************************00003600
700193**  Input                                                         00003700
700193**   . IN110   - Control File                                     00003800
700193**                 TASKS nnn       - tasks the compare runs as    00003900
700193**                                   (2 - 99, required)           00004000
700193**                 PIECESECS nnnnn - longest a range should run,  00004100
700193**                                   seconds (default: the whole  00004200
700193**                                   night's plan seconds shared  00004300
700193**                                   evenly over the tasks)       00004400
700193**                 MAXPIECES nn    - most ranges one plan is cut  00004500
700193**                                   into (default and ceiling:   00004600
700193**                                   TASKS)                       00004700
700193**   . PLANTIME - BABKCMP per-plan timings and progress marks     00004800
700193******************************************************************00004900
700193**  Output                                                        00005000
700193**   . SYSOUT  - Displayed Information                            00005100
700193**   . REPORT  - Plans cut, their ranges and tasks, task loads    00005200
700193**   . PARTPLAN - PARTRANGE control cards                         00005300
700193******************************************************************00005400
700193 ENVIRONMENT DIVISION.                                            00005500
700193 CONFIGURATION SECTION.                                           00005600
700193 INPUT-OUTPUT SECTION.                                            00005700
           SKIP2                                                        00005800
700193 FILE-CONTROL.                                                    00005900
700193     SELECT PRINT-FILE                                            00006000
700193         ASSIGN TO UT-S-REPORT                                    00006100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006200
700193         FILE STATUS WPRINT-FS.                                   00006300
700193     SELECT PLANTIME-FILE                                         00006400
700193         ASSIGN TO UT-S-PLANTIME                                  00006500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006600
700193         FILE STATUS WPLANTIME-FS.                                00006700
700193     SELECT PARTPLAN-FILE                                         00006800
700193         ASSIGN TO UT-S-PARTPLAN                                  00006900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007000
700193         FILE STATUS WPARTPLAN-FS.                                00007100
700193 DATA DIVISION.                                                   00007200
           SKIP2                                                        00007300
700193 FILE SECTION.                                                    00007400
           SKIP1                                                        00007500
700193 FD  PRINT-FILE                                                   00007600
700193     BLOCK CONTAINS 0 RECORDS                                     00007700
700193     LABEL RECORDS ARE STANDARD.                                  00007800
           SKIP2                                                        00007900
700193 01 PRINT-LINE                PIC X(133).                         00008000
           SKIP2                                                        00008100
700193*** BABKCMP's PLANTIME row: blank kind - a whole plan, R - one    00008200
700193*** task's range of a split plan, P - a progress mark giving the  00008300
700193*** seconds spent on the participants before PLTM-PART since the  00008400
700193*** previous mark; a blank PLTM-PART closes the plan.             00008500
700193 FD  PLANTIME-FILE                                                00008600
700193     BLOCK CONTAINS 0 RECORDS                                     00008700
700193     LABEL RECORDS ARE STANDARD.                                  00008800
           SKIP2                                                        00008900
700203 01  PLANTIME-LINE. COPY PLANTIME.                                00009000
           SKIP2                                                        00010800
700193 FD  PARTPLAN-FILE                                                00010900
700193     BLOCK CONTAINS 0 RECORDS                                     00011000
700193     LABEL RECORDS ARE STANDARD.                                  00011100
           SKIP2                                                        00011200
700193 01  PARTPLAN-LINE            PIC X(80).                          00011300
           SKIP2                                                        00011400
700193 WORKING-STORAGE SECTION.                                         00011500
700193 77  WCTR-ROWS             PIC 9(9)     VALUE ZERO.               00011600
700193 77  WCTR-ROWS-BAD         PIC 9(7)     VALUE ZERO.               00011700
700193 77  WCTR-PLANS            PIC 9(7)     VALUE ZERO.               00011800
700193 77  WCTR-PLANS-CUT        PIC 9(5)     VALUE ZERO.               00011900
700193 77  WCTR-PLANS-NOMARK     PIC 9(5)     VALUE ZERO.               00012000
700193 77  WCTR-MARK-LOST        PIC 9(7)     VALUE ZERO.               00012100
700193 77  WCTR-PIECE-LOST       PIC 9(5)     VALUE ZERO.               00012200
700193 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00012300
700193 77  WTOT-SECS             PIC 9(11)    VALUE ZERO.               00012400
700193 77  WTARGET-SECS          PIC 9(9)     VALUE ZERO.               00012500
700193 77  WPLAN-SECS            PIC 9(9)     VALUE ZERO.               00012600
700193 77  WGOAL-SECS            PIC 9(9)     VALUE ZERO.               00012700
700193 77  WLAST-CUT-SECS        PIC 9(9)     VALUE ZERO.               00012800
700193 77  WPIECES               PIC 9(3)     VALUE ZERO.               00012900
700193 77  WPIECE-K              PIC 9(3)     VALUE ZERO.               00013000
700193 77  WCUR-PLAN             PIC X(10)    VALUE SPACES.             00013100
700193 77  WLAST-CUT-PART        PIC X(11)    VALUE SPACES.             00013200
700193 77  WCUT-SUB              PIC S9(4) BINARY VALUE ZERO.           00013300
700193 77  SUB-MRK               PIC S9(4) BINARY VALUE ZERO.           00013400
700193 77  SUB-PCE               PIC S9(4) BINARY VALUE ZERO.           00013500
700193 77  SUB-PCE2              PIC S9(4) BINARY VALUE ZERO.           00013600
700193 77  SUB-TSK               PIC S9(4) BINARY VALUE ZERO.           00013700
700193 77  WBEST-PCE             PIC S9(4) BINARY VALUE ZERO.           00013800
700193 77  WBEST-TSK             PIC S9(4) BINARY VALUE ZERO.           00013900
700193 77  WPLAN-FIRST-PCE       PIC S9(4) BINARY VALUE ZERO.           00014000
700193 77  WTSK-TAKEN-FLG        PIC X        VALUE 'N'.                00014100
700193     88  WTSK-TAKEN-YES    VALUE 'Y'.                             00014200
700193 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00014300
700193 77  WDISP-SECS            PIC ZZZZZZZZ9.                         00014400
700193 77  WDISP-SECS2           PIC ZZZZZZZZ9.                         00014500
700193 77  WDISP-CNT             PIC ZZZZ9.                             00014600
700193 77  WDISP-TASK            PIC 9(3).                              00014700
           SKIP2                                                        00014800
700193 01  WPRINT-AREA.                                                 00014900
700193     05  WPRINT-FS                 PIC XX  VALUE '00'.            00015000
700193         88  WPRINT-FS-OK VALUE '00'.                             00015100
700193     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00015200
700193     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00015300
700193     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00015400
700193     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00015500
700193         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00015600
700193     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00015700
           SKIP2                                                        00015800
700193 01  WPLANTIME-FS          PIC XX  VALUE '00'.                    00015900
700193     88  WPLANTIME-FS-OK   VALUE '00'.                            00016000
700193 01  WPARTPLAN-FS          PIC XX  VALUE '00'.                    00016100
700193     88  WPARTPLAN-FS-OK   VALUE '00'.                            00016200
           SKIP2                                                        00016300
700193 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00016400
700193 01  WCTL-AREA.                                                   00016500
700193     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00016600
700193         88  WCTL-CMD-TASKS      VALUE 'TASKS'.                   00016700
700193         88  WCTL-CMD-PIECESECS  VALUE 'PIECESECS'.               00016800
700193         88  WCTL-CMD-MAXPIECES  VALUE 'MAXPIECES'.               00016900
700193     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00017000
700193     05  WCTL-NUM-EDIT           PIC X(9)  VALUE SPACES           00017100
700193                                 JUSTIFIED RIGHT.                 00017200
700193     05  WCTL-NUM-EDIT-N REDEFINES WCTL-NUM-EDIT                  00017300
700193                                 PIC 9(9).                        00017400
700193     05  WCTL-TASKS              PIC 9(3)  VALUE ZERO.            00017500
700193     05  WCTL-PIECESECS          PIC 9(9)  VALUE ZERO.            00017600
700193     05  WCTL-MAXPIECES          PIC 9(3)  VALUE ZERO.            00017700
           SKIP2                                                        00017800
700193*** Seconds per plan: whole-plan and range rows, and the progress 00017900
700193*** marks (with the closing mark) when the plan has any.  A plan  00018000
700193*** with marks is timed by them; one without, by its rows.        00018100
700193 01  PLNXIA-AREA. COPY UTCOIA                                     00018200
700193       REPLACING ==:UTCOIA:== BY ==PLNXIA==.                      00018300
700193 01  PLNXHDR-AREA. COPY UTCOHDR                                   00018400
700193       REPLACING ==:UTCOHDR:== BY ==PLNXHDR==.                    00018500
700193 01  PLNXKEY-AREA.                                                00018600
700193     05  PLNXKEY-PLAN       PIC X(10) VALUE SPACES.               00018700
700193 01  PLNXDAT-AREA.                                                00018800
700193     05  PLNXDAT-ROW-SECS   PIC 9(9)  VALUE ZERO.                 00018900
700193     05  PLNXDAT-MARK-SECS  PIC 9(9)  VALUE ZERO.                 00019000
700193     05  PLNXDAT-MARKS      PIC 9(7)  VALUE ZERO.                 00019100
           SKIP2                                                        00019200
700193*** Progress marks keyed plan + participant, so they come back    00019300
700193*** in participant order whichever task's dataset they were in.   00019400
700193 01  MRKXIA-AREA. COPY UTCOIA                                     00019500
700193       REPLACING ==:UTCOIA:== BY ==MRKXIA==.                      00019600
700193 01  MRKXHDR-AREA. COPY UTCOHDR                                   00019700
700193       REPLACING ==:UTCOHDR:== BY ==MRKXHDR==.                    00019800
700193 01  MRKXKEY-AREA.                                                00019900
700193     05  MRKXKEY-PLAN       PIC X(10) VALUE SPACES.               00020000
700193     05  MRKXKEY-PART       PIC X(11) VALUE SPACES.               00020100
700193 01  MRKXDAT-AREA.                                                00020200
700193     05  MRKXDAT-SECS       PIC 9(9)  VALUE ZERO.                 00020300
           SKIP2                                                        00020400
700193*** One plan's marks in participant order, each with the seconds  00020500
700193*** run up to it from the start of the plan.                      00020600
700193 01  WMRK-AREA.                                                   00020700
700193     05  WMRK-COUNT            PIC S9(4) BINARY VALUE ZERO.       00020800
700193     05  WMRK-MAX-ENTRIES      PIC S9(4) BINARY VALUE 4000.       00020900
700193     05  WMRK-ENTRY OCCURS 4000 TIMES.                            00021000
700193         10  WMRK-PART         PIC X(11) VALUE SPACES.            00021100
700193         10  WMRK-CUM-SECS     PIC 9(9)  VALUE ZERO.              00021200
           SKIP2                                                        00021300
700193*** The ranges planned, in plan / participant order, and the task 00021400
700193*** each is handed to.                                            00021500
700193 01  WPCE-AREA.                                                   00021600
700193     05  WPCE-COUNT            PIC S9(4) BINARY VALUE ZERO.       00021700
700193     05  WPCE-MAX-ENTRIES      PIC S9(4) BINARY VALUE 200.        00021800
700193     05  WPCE-ENTRY OCCURS 200 TIMES.                             00021900
700193         10  WPCE-PLAN         PIC X(10) VALUE SPACES.            00022000
700193         10  WPCE-FROM         PIC X(11) VALUE SPACES.            00022100
700193         10  WPCE-TO           PIC X(11) VALUE SPACES.            00022200
700193         10  WPCE-SECS         PIC 9(9)  VALUE ZERO.              00022300
700193         10  WPCE-TASK         PIC 9(3)  VALUE ZERO.              00022400
           SKIP2                                                        00022500
700193 01  WTSK-AREA.                                                   00022600
700193     05  WTSK-ENTRY OCCURS 99 TIMES.                              00022700
700193         10  WTSK-SECS         PIC 9(11) VALUE ZERO.              00022800
700193         10  WTSK-PIECES       PIC 9(5)  VALUE ZERO.              00022900
           SKIP2                                                        00023000
700193 01  RPTHDR-LINE.                                                 00023100
700193         05   FILLER     PIC X(02) VALUE                          00023200
700193           ' '.                                                   00023300
700193         05   FILLER     PIC X(28) VALUE                          00023400
700193           'OmniPlus Split-Plan Planner'.                         00023500
700193         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00023600
700193         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00023700
700193         05   FILLER     PIC X(6)  VALUE                          00023800
700193           '  Page'.                                              00023900
700193         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00024000
           SKIP2                                                        00024100
700193 01  RXTITLE1-LINE.                                               00024200
700193     05  FILLER   PIC X(40) VALUE                                 00024300
700193         '  Plan#       From         To           '.              00024400
700193     05  FILLER   PIC X(40) VALUE                                 00024500
700193         '  Est. secs  Task'.                                     00024600
700193     05  FILLER   PIC X(53) VALUE SPACES.                         00024700
           SKIP2                                                        00024800
700193 01  RXDAT1-LINE.                                                 00024900
700193     05  FILLER               PIC X(2)  VALUE SPACES.             00025000
700193     05  RXDAT1-PLAN          PIC X(10) VALUE SPACES.             00025100
700193     05  FILLER               PIC X(2)  VALUE SPACES.             00025200
700193     05  RXDAT1-FROM          PIC X(11) VALUE SPACES.             00025300
700193     05  FILLER               PIC X(2)  VALUE SPACES.             00025400
700193     05  RXDAT1-TO            PIC X(11) VALUE SPACES.             00025500
700193     05  FILLER               PIC X(2)  VALUE SPACES.             00025600
700193     05  RXDAT1-SECS          PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00025700
700193     05  FILLER               PIC X(3)  VALUE SPACES.             00025800
700193     05  RXDAT1-TASK          PIC ZZ9   VALUE ZERO.               00025900
           SKIP2                                                        00026000
700193 01  IO-IN110-PARM.                                               00026100
700193       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAPRNPLN'.            00026200
           SKIP3                                                        00026300
700193 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00026400
           EJECT                                                        00026500
700193 PROCEDURE DIVISION.                                              00026600
           SKIP2                                                        00026700
700193 A-100-BODY.                                                      00026800
700193     PERFORM A-105-INIT.                                          00026900
700193     PERFORM A-200-INIT-OPEN.                                     00027000
700193     PERFORM B-100-LOAD-PLANTIME.                                 00027100
700193     PERFORM B-200-SET-TARGET.                                    00027200
700193     PERFORM C-100-CUT-PLANS.                                     00027300
700193     PERFORM D-100-ASSIGN-TASKS.                                  00027400
700193     PERFORM E-100-WRITE-CARDS.                                   00027500
700193     PERFORM E-200-RPT-PIECES.                                    00027600
700193     PERFORM A-900-FINI-CLOSE.                                    00027700
700193     MOVE WRC-FINAL TO RETURN-CODE.                               00027800
700193     GOBACK.                                                      00027900
           SKIP2                                                        00028000
700193 A-105-INIT.                                                      00028100
700193     CALL 'BASDIN' USING SD-AREA.                                 00028200
           SKIP2                                                        00028300
700193 A-200-INIT-OPEN.                                                 00028400
700193     DISPLAY 'BaPrnPln-998 Program Starting'.                     00028500
700193     ACCEPT RPTHDR-DATE FROM DATE.                                00028600
700193     OPEN OUTPUT                                                  00028700
700193               PRINT-FILE.                                        00028800
700193     IF  NOT WPRINT-FS-OK                                         00028900
700193         DISPLAY 'BaPrnPln-53 PRINT dd OPEN failed:'              00029000
700193             WPRINT-FS                                            00029100
700193         STOP RUN.                                                00029200
700193     CALL 'UT110IN'  USING SD-AREA                                00029300
700193               IO-IN110-PARM                                      00029400
700193               IO-IN110-OPEN                                      00029500
700193               CTL-REC.                                           00029600
700193     IF  IO-IN110-ERROR = 'Y'                                     00029700
700193          OR IO-IN110-FILE-STATUS NOT = '00'                      00029800
700193         DISPLAY 'BaPrnPln-301 IN110 file failed to open:'        00029900
700193           IO-IN110-FILE-STATUS                                   00030000
700193         MOVE 8 TO RETURN-CODE                                    00030100
700193         STOP RUN.                                                00030200
700193     PERFORM F-110-READ-IN110.                                    00030300
700193     PERFORM F-100-PROC-CTL                                       00030400
700193       UNTIL IO-IN110-ERROR-YES.                                  00030500
700193     IF  WCTL-TASKS = ZERO                                        00030600
700193         DISPLAY 'BaPrnPln-302 No TASKS card, nothing planned'    00030700
700193         MOVE 8 TO RETURN-CODE                                    00030800
700193         STOP RUN.                                                00030900
700193     IF  WCTL-MAXPIECES = ZERO                                    00031000
700193         OR WCTL-MAXPIECES > WCTL-TASKS                           00031100
700193         MOVE WCTL-TASKS TO WCTL-MAXPIECES.                       00031200
700193     OPEN OUTPUT PARTPLAN-FILE.                                   00031300
700193     IF  NOT WPARTPLAN-FS-OK                                      00031400
700193         DISPLAY 'BaPrnPln-303 PARTPLAN dd OPEN failed:'          00031500
700193             WPARTPLAN-FS                                         00031600
700193         MOVE 16 TO RETURN-CODE                                   00031700
700193         STOP RUN.                                                00031800
700193     PERFORM T-800-SETUP-CONTAINERS.                              00031900
           SKIP2                                                        00032000
700193 A-900-FINI-CLOSE.                                                00032100
700193     CALL 'UT110IN'  USING SD-AREA                                00032200
700193               IO-IN110-PARM                                      00032300
700193               IO-IN110-CLOSE                                     00032400
700193               CTL-REC.                                           00032500
700193     IF  WCTR-PLANS-NOMARK > ZERO                                 00032600
700193         OR WCTR-MARK-LOST > ZERO                                 00032700
700193         OR WCTR-PIECE-LOST > ZERO                                00032800
700193         OR WCTR-CTL-ERRORS > ZERO                                00032900
700193         MOVE 4 TO WRC-FINAL.                                     00033000
700193     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00033100
700193     MOVE SPACES TO WPRINT-TITLE1.                                00033200
700193     PERFORM V-150-NEWPAGE.                                       00033300
700193     STRING ' Tasks:                   ' WCTL-TASKS               00033400
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00033500
700193     PERFORM V-100-PRINT-LINE.                                    00033600
700193     MOVE WTARGET-SECS TO WDISP-SECS.                             00033700
700193     STRING ' Range target, seconds:   ' WDISP-SECS               00033800
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00033900
700193     PERFORM V-100-PRINT-LINE.                                    00034000
700193     MOVE WTOT-SECS TO WDISP-SECS.                                00034100
700193     STRING ' Plan seconds on file:    ' WDISP-SECS               00034200
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00034300
700193     PERFORM V-100-PRINT-LINE.                                    00034400
700193     STRING ' PLANTIME rows read:      ' WCTR-ROWS                00034500
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00034600
700193     PERFORM V-100-PRINT-LINE.                                    00034700
700193     STRING ' Rows not usable:         ' WCTR-ROWS-BAD            00034800
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00034900
700193     PERFORM V-100-PRINT-LINE.                                    00035000
700193     STRING ' Plans on file:           ' WCTR-PLANS               00035100
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00035200
700193     PERFORM V-100-PRINT-LINE.                                    00035300
700193     STRING ' Plans cut into ranges:   ' WCTR-PLANS-CUT           00035400
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00035500
700193     PERFORM V-100-PRINT-LINE.                                    00035600
700193     STRING ' Long plans with no marks:' WCTR-PLANS-NOMARK        00035700
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00035800
700193     PERFORM V-100-PRINT-LINE.                                    00035900
700193     IF  WCTR-MARK-LOST > ZERO                                    00036000
700193         STRING ' Marks past the table:    ' WCTR-MARK-LOST       00036100
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00036200
700193         PERFORM V-100-PRINT-LINE.                                00036300
700193     IF  WCTR-PIECE-LOST > ZERO                                   00036400
700193         STRING ' Plans left whole, range table full: '           00036500
700193             WCTR-PIECE-LOST                                      00036600
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00036700
700193         PERFORM V-100-PRINT-LINE.                                00036800
700193     DISPLAY 'BaPrnPln-444 Plans:' WCTR-PLANS                     00036900
700193       ', Cut:' WCTR-PLANS-CUT                                    00037000
700193       ', Ranges:' WPCE-COUNT                                     00037100
700193       ', No marks:' WCTR-PLANS-NOMARK.                           00037200
700193     SET PLNXIA-OPER-CO-EMPTY TO TRUE.                            00037300
700193     PERFORM T-910-CALL-PLNX.                                     00037400
700193     SET MRKXIA-OPER-CO-EMPTY TO TRUE.                            00037500
700193     PERFORM T-920-CALL-MRKX.                                     00037600
700193     CLOSE PARTPLAN-FILE.                                         00037700
700193     CLOSE PRINT-FILE.                                            00037800
700193     DISPLAY 'BaPrnPln-998 Program Ending'.                       00037900
           SKIP2                                                        00038000
700193***************************                                       00038100
700193*** Control card handling                                         00038200
700193***************************                                       00038300
700193 F-100-PROC-CTL.                                                  00038400
700193     IF  CTL-REC (1:1) = '*'                                      00038500
700193         DISPLAY 'BaPrnPln-500 Comment:' CTL-REC (1:50)           00038600
700193     ELSE                                                         00038700
700193         PERFORM F-105-CONTINUE.                                  00038800
700193     PERFORM F-110-READ-IN110.                                    00038900
           SKIP2                                                        00039000
700193 F-105-CONTINUE.                                                  00039100
700193     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00039200
700193     UNSTRING CTL-REC DELIMITED BY SPACE                          00039300
700193         INTO WCTL-CMD WCTL-VAL.                                  00039400
700193     DISPLAY 'BaPrnPln-500 CtlCard:' CTL-REC (1:50).              00039500
700193     PERFORM F-140-EDIT-NUM.                                      00039600
700193     IF  WCTL-CMD-TASKS                                           00039700
700193         AND WCTL-NUM-EDIT IS NUMERIC                             00039800
700193         AND WCTL-NUM-EDIT-N > 1                                  00039900
700193         AND WCTL-NUM-EDIT-N < 100                                00040000
700193         MOVE WCTL-NUM-EDIT-N TO WCTL-TASKS                       00040100
700193     ELSE IF  WCTL-CMD-PIECESECS                                  00040200
700193         AND WCTL-NUM-EDIT IS NUMERIC                             00040300
700193         AND WCTL-NUM-EDIT-N > ZERO                               00040400
700193         MOVE WCTL-NUM-EDIT-N TO WCTL-PIECESECS                   00040500
700193     ELSE IF  WCTL-CMD-MAXPIECES                                  00040600
700193         AND WCTL-NUM-EDIT IS NUMERIC                             00040700
700193         AND WCTL-NUM-EDIT-N > 1                                  00040800
700193         AND WCTL-NUM-EDIT-N < 100                                00040900
700193         MOVE WCTL-NUM-EDIT-N TO WCTL-MAXPIECES                   00041000
700193     ELSE                                                         00041100
700193         DISPLAY 'BaPrnPln-501 Invalid Control Card:'             00041200
700193             CTL-REC (1:50)                                       00041300
700193         ADD 1 TO WCTR-CTL-ERRORS.                                00041400
           SKIP2                                                        00041500
700193*** Card value, up to nine digits, right-justified and            00041600
700193*** zero-filled; anything else fails the NUMERIC test.            00041700
700193 F-140-EDIT-NUM.                                                  00041800
700193     MOVE SPACES TO WCTL-NUM-EDIT.                                00041900
700193     UNSTRING WCTL-VAL DELIMITED BY SPACE                         00042000
700193         INTO WCTL-NUM-EDIT.                                      00042100
700193     INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'.        00042200
           SKIP2                                                        00042300
700193 F-110-READ-IN110.                                                00042400
700193     CALL 'UT110IN'  USING SD-AREA                                00042500
700193               IO-IN110-PARM                                      00042600
700193               IO-IN110-READ                                      00042700
700193               CTL-REC.                                           00042800
           SKIP2                                                        00042900
700193***************************                                       00043000
700193*** Load the PLANTIME history                                     00043100
700193***************************                                       00043200
700193 B-100-LOAD-PLANTIME.                                             00043300
700193     OPEN INPUT PLANTIME-FILE.                                    00043400
700193     IF  NOT WPLANTIME-FS-OK                                      00043500
700193         DISPLAY 'BaPrnPln-304 PLANTIME dd OPEN failed:'          00043600
700193             WPLANTIME-FS                                         00043700
700193         MOVE 16 TO RETURN-CODE                                   00043800
700193         STOP RUN.                                                00043900
700193     PERFORM B-110-READ-PLANTIME                                  00044000
700193       WITH TEST AFTER                                            00044100
700193       UNTIL NOT WPLANTIME-FS-OK.                                 00044200
700193     CLOSE PLANTIME-FILE.                                         00044300
           SKIP2                                                        00044400
700193 B-110-READ-PLANTIME.                                             00044500
700193     READ PLANTIME-FILE                                           00044600
700193         AT END                                                   00044700
700193             NEXT SENTENCE.                                       00044800
700193     IF  WPLANTIME-FS-OK                                          00044900
700193         ADD 1 TO WCTR-ROWS                                       00045000
700193         IF  PLTM-PLAN-NUM = SPACES                               00045100
700193             OR PLTM-ELAPSED IS NOT NUMERIC                       00045200
700193             OR NOT (PLTM-KIND-PLAN OR PLTM-KIND-RANGE            00045300
700193                     OR PLTM-KIND-MARK)                           00045400
700193             ADD 1 TO WCTR-ROWS-BAD                               00045500
700193         ELSE                                                     00045600
700193             PERFORM B-150-STORE-ROW.                             00045700
           SKIP2                                                        00045800
700193 B-150-STORE-ROW.                                                 00045900
700193     MOVE PLTM-PLAN-NUM TO PLNXKEY-PLAN.                          00046000
700193     SET PLNXIA-OPER-GET TO TRUE.                                 00046100
700193     PERFORM T-910-CALL-PLNX.                                     00046200
700193     IF  PLNXIA-RC-ERROR                                          00046300
700193         INITIALIZE PLNXDAT-AREA.                                 00046400
700193     IF  PLTM-KIND-MARK                                           00046500
700193         ADD PLTM-ELAPSED-N TO PLNXDAT-MARK-SECS                  00046600
700193     ELSE                                                         00046700
700193         ADD PLTM-ELAPSED-N TO PLNXDAT-ROW-SECS.                  00046800
700193     IF  PLTM-KIND-MARK                                           00046900
700193         AND PLTM-PART NOT = SPACES                               00047000
700193         ADD 1 TO PLNXDAT-MARKS                                   00047100
700193         MOVE PLTM-PLAN-NUM TO MRKXKEY-PLAN                       00047200
700193         MOVE PLTM-PART     TO MRKXKEY-PART                       00047300
700193         SET MRKXIA-OPER-GET TO TRUE                              00047400
700193         PERFORM T-920-CALL-MRKX                                  00047500
700193         IF  MRKXIA-RC-ERROR                                      00047600
700193             INITIALIZE MRKXDAT-AREA                              00047700
700193         END-IF                                                   00047800
700193         ADD PLTM-ELAPSED-N TO MRKXDAT-SECS                       00047900
700193         SET MRKXIA-OPER-UPDATE TO TRUE                           00048000
700193         PERFORM T-920-CALL-MRKX.                                 00048100
700193     SET PLNXIA-OPER-UPDATE TO TRUE.                              00048200
700193     PERFORM T-910-CALL-PLNX.                                     00048300
           SKIP2                                                        00048400
700193*** The range target: PIECESECS, else the night's plan seconds    00048500
700193*** shared evenly over the tasks.                                 00048600
700193 B-200-SET-TARGET.                                                00048700
700193     SET PLNXIA-OPER-FIRST TO TRUE.                               00048800
700193     PERFORM T-910-CALL-PLNX.                                     00048900
700193     PERFORM B-210-ADD-PLAN                                       00049000
700193       UNTIL PLNXIA-RC-ERROR.                                     00049100
700193     IF  WCTL-PIECESECS > ZERO                                    00049200
700193         MOVE WCTL-PIECESECS TO WTARGET-SECS                      00049300
700193     ELSE                                                         00049400
700193         DIVIDE WTOT-SECS BY WCTL-TASKS                           00049500
700193             GIVING WTARGET-SECS.                                 00049600
700193     IF  WTARGET-SECS = ZERO                                      00049700
700193         MOVE 1 TO WTARGET-SECS.                                  00049800
700193     MOVE WTARGET-SECS TO WDISP-SECS.                             00049900
700193     DISPLAY 'BaPrnPln-305 Range target seconds:' WDISP-SECS.     00050000
           SKIP2                                                        00050100
700193 B-210-ADD-PLAN.                                                  00050200
700193     ADD 1 TO WCTR-PLANS.                                         00050300
700193     PERFORM B-220-PLAN-SECS.                                     00050400
700193     ADD WPLAN-SECS TO WTOT-SECS.                                 00050500
700193     SET PLNXIA-OPER-NEXT TO TRUE.                                00050600
700193     PERFORM T-910-CALL-PLNX.                                     00050700
           SKIP2                                                        00050800
700193 B-220-PLAN-SECS.                                                 00050900
700193     IF  PLNXDAT-MARKS > ZERO                                     00051000
700193         MOVE PLNXDAT-MARK-SECS TO WPLAN-SECS                     00051100
700193     ELSE                                                         00051200
700193         MOVE PLNXDAT-ROW-SECS TO WPLAN-SECS.                     00051300
           SKIP2                                                        00051400
700193***************************                                       00051500
700193*** Cut the long plans                                            00051600
700193***************************                                       00051700
700193*** The marks come back plan by plan in participant order; each   00051800
700193*** plan's are gathered with their running seconds, then cut.     00051900
700193*** Long plans with no marks at all are listed afterwards.        00052000
700193 C-100-CUT-PLANS.                                                 00052100
700193     MOVE ' Plans Cut Into Participant Ranges' TO RPTHDR-SUBTITLE.00052200
700193     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00052300
700193     PERFORM V-150-NEWPAGE.                                       00052400
700193     MOVE SPACES TO WCUR-PLAN.                                    00052500
700193     MOVE ZERO TO WMRK-COUNT.                                     00052600
700193     SET MRKXIA-OPER-FIRST TO TRUE.                               00052700
700193     PERFORM T-920-CALL-MRKX.                                     00052800
700193     PERFORM C-110-TAKE-MARK                                      00052900
700193       UNTIL MRKXIA-RC-ERROR.                                     00053000
700193     IF  WCUR-PLAN NOT = SPACES                                   00053100
700193         PERFORM C-200-CUT-PLAN.                                  00053200
700193     PERFORM C-400-LIST-NOMARK.                                   00053300
           SKIP2                                                        00053400
700193 C-110-TAKE-MARK.                                                 00053500
700193     IF  MRKXKEY-PLAN NOT = WCUR-PLAN                             00053600
700193         IF  WCUR-PLAN NOT = SPACES                               00053700
700193             PERFORM C-200-CUT-PLAN                               00053800
700193         END-IF                                                   00053900
700193         MOVE MRKXKEY-PLAN TO WCUR-PLAN                           00054000
700193         MOVE ZERO TO WMRK-COUNT.                                 00054100
700193     IF  WMRK-COUNT < WMRK-MAX-ENTRIES                            00054200
700193         ADD 1 TO WMRK-COUNT                                      00054300
700193         MOVE MRKXKEY-PART TO WMRK-PART (WMRK-COUNT)              00054400
700193         IF  WMRK-COUNT = 1                                       00054500
700193             MOVE MRKXDAT-SECS TO WMRK-CUM-SECS (WMRK-COUNT)      00054600
700193         ELSE                                                     00054700
700193             COMPUTE WMRK-CUM-SECS (WMRK-COUNT) =                 00054800
700193                 WMRK-CUM-SECS (WMRK-COUNT - 1) + MRKXDAT-SECS    00054900
700193         END-IF                                                   00055000
700193     ELSE                                                         00055100
700193         ADD 1 TO WCTR-MARK-LOST.                                 00055200
700193     SET MRKXIA-OPER-NEXT TO TRUE.                                00055300
700193     PERFORM T-920-CALL-MRKX.                                     00055400
           SKIP2                                                        00055500
700193*** Pieces: plan seconds over the target, rounded up, no more     00055600
700193*** than MAXPIECES and no more than the marks allow.  Cut k falls 00055700
700193*** at the first mark whose running seconds reach k/n of the      00055800
700193*** plan; a mark already used moves the cut to the next one.      00055900
700193 C-200-CUT-PLAN.                                                  00056000
700193     MOVE WCUR-PLAN TO PLNXKEY-PLAN.                              00056100
700193     SET PLNXIA-OPER-GET TO TRUE.                                 00056200
700193     PERFORM T-910-CALL-PLNX.                                     00056300
700193     PERFORM B-220-PLAN-SECS.                                     00056400
700193     MOVE ZERO TO WPIECES.                                        00056500
700193     IF  WPLAN-SECS > WTARGET-SECS                                00056600
700193         COMPUTE WPIECES =                                        00056700
700193             (WPLAN-SECS + WTARGET-SECS - 1) / WTARGET-SECS       00056800
700193         IF  WPIECES > WCTL-MAXPIECES                             00056900
700193             MOVE WCTL-MAXPIECES TO WPIECES                       00057000
700193         END-IF                                                   00057100
700193         IF  WPIECES > WMRK-COUNT + 1                             00057200
700193             COMPUTE WPIECES = WMRK-COUNT + 1                     00057300
700193         END-IF                                                   00057400
700193     END-IF.                                                      00057500
700193     IF  WPIECES > 1                                              00057600
700193         AND WPCE-COUNT + WPIECES > WPCE-MAX-ENTRIES              00057700
700193         ADD 1 TO WCTR-PIECE-LOST                                 00057800
700193         DISPLAY 'BaPrnPln-306 Range table full, plan left whole:'00057900
700193             WCUR-PLAN                                            00058000
700193         MOVE ZERO TO WPIECES.                                    00058100
700193     IF  WPIECES > 1                                              00058200
700193         ADD 1 TO WCTR-PLANS-CUT                                  00058300
700193         COMPUTE WPLAN-FIRST-PCE = WPCE-COUNT + 1                 00058400
700193         MOVE SPACES TO WLAST-CUT-PART                            00058500
700193         MOVE ZERO TO WLAST-CUT-SECS WCUT-SUB                     00058600
700193         PERFORM C-210-MAKE-CUT                                   00058700
700193           VARYING WPIECE-K FROM 1 BY 1                           00058800
700193             UNTIL WPIECE-K NOT < WPIECES                         00058900
700193         ADD 1 TO WPCE-COUNT                                      00059000
700193         MOVE WCUR-PLAN      TO WPCE-PLAN (WPCE-COUNT)            00059100
700193         MOVE WLAST-CUT-PART TO WPCE-FROM (WPCE-COUNT)            00059200
700193         MOVE SPACES         TO WPCE-TO (WPCE-COUNT)              00059300
700193         COMPUTE WPCE-SECS (WPCE-COUNT) =                         00059400
700193             WPLAN-SECS - WLAST-CUT-SECS.                         00059500
           SKIP2                                                        00059600
700193 C-210-MAKE-CUT.                                                  00059700
700193     COMPUTE WGOAL-SECS = WPLAN-SECS * WPIECE-K / WPIECES.        00059800
700193     ADD 1 TO WCUT-SUB.                                           00059900
700193     PERFORM C-220-NEXT-MARK                                      00060000
700193       UNTIL WCUT-SUB NOT < WMRK-COUNT                            00060100
700193         OR WMRK-CUM-SECS (WCUT-SUB) NOT < WGOAL-SECS.            00060200
700193     IF  WCUT-SUB NOT > WMRK-COUNT                                00060300
700193         ADD 1 TO WPCE-COUNT                                      00060400
700193         MOVE WCUR-PLAN      TO WPCE-PLAN (WPCE-COUNT)            00060500
700193         MOVE WLAST-CUT-PART TO WPCE-FROM (WPCE-COUNT)            00060600
700193         MOVE WMRK-PART (WCUT-SUB) TO WPCE-TO (WPCE-COUNT)        00060700
700193         COMPUTE WPCE-SECS (WPCE-COUNT) =                         00060800
700193             WMRK-CUM-SECS (WCUT-SUB) - WLAST-CUT-SECS            00060900
700193         MOVE WMRK-PART (WCUT-SUB)     TO WLAST-CUT-PART          00061000
700193         MOVE WMRK-CUM-SECS (WCUT-SUB) TO WLAST-CUT-SECS.         00061100
           SKIP2                                                        00061200
700193 C-220-NEXT-MARK.                                                 00061300
700193     ADD 1 TO WCUT-SUB.                                           00061400
           SKIP2                                                        00061500
700193 C-400-LIST-NOMARK.                                               00061600
700193     SET PLNXIA-OPER-FIRST TO TRUE.                               00061700
700193     PERFORM T-910-CALL-PLNX.                                     00061800
700193     PERFORM C-410-CHECK-NOMARK                                   00061900
700193       UNTIL PLNXIA-RC-ERROR.                                     00062000
           SKIP2                                                        00062100
700193 C-410-CHECK-NOMARK.                                              00062200
700193     IF  PLNXDAT-MARKS = ZERO                                     00062300
700193         AND PLNXDAT-ROW-SECS > WTARGET-SECS                      00062400
700193         ADD 1 TO WCTR-PLANS-NOMARK                               00062500
700193         MOVE PLNXDAT-ROW-SECS TO WDISP-SECS                      00062600
700193         MOVE SPACES TO WPRINT-LINE                               00062700
700193         STRING '  ' PLNXKEY-PLAN '  ' WDISP-SECS                 00062800
700193             ' secs - no progress marks, left whole'              00062900
700193             DELIMITED BY SIZE INTO WPRINT-LINE                   00063000
700193         PERFORM V-100-PRINT-LINE                                 00063100
700193         DISPLAY 'BaPrnPln-307 Plan ' PLNXKEY-PLAN                00063200
700193             ' has no progress marks, left whole'.                00063300
700193     SET PLNXIA-OPER-NEXT TO TRUE.                                00063400
700193     PERFORM T-910-CALL-PLNX.                                     00063500
           SKIP2                                                        00063600
700193***************************                                       00063700
700193*** Hand the ranges to the tasks                                  00063800
700193***************************                                       00063900
700193*** Longest range first, each to the least-loaded task holding no 00064000
700193*** other range of the same plan - one task would only compare    00064100
700193*** its two ranges of a plan one after the other.                 00064200
700193 D-100-ASSIGN-TASKS.                                              00064300
700193     PERFORM D-110-ASSIGN-ONE                                     00064400
700193       VARYING SUB-PCE2 FROM 1 BY 1                               00064500
700193         UNTIL SUB-PCE2 > WPCE-COUNT.                             00064600
           SKIP2                                                        00064700
700193 D-110-ASSIGN-ONE.                                                00064800
700193     MOVE ZERO TO WBEST-PCE.                                      00064900
700193     PERFORM D-120-FIND-LONGEST                                   00065000
700193       VARYING SUB-PCE FROM 1 BY 1                                00065100
700193         UNTIL SUB-PCE > WPCE-COUNT.                              00065200
700193     MOVE ZERO TO WBEST-TSK.                                      00065300
700193     PERFORM D-130-FIND-TASK                                      00065400
700193       VARYING SUB-TSK FROM 1 BY 1                                00065500
700193         UNTIL SUB-TSK > WCTL-TASKS.                              00065600
700193     MOVE WBEST-TSK TO WPCE-TASK (WBEST-PCE).                     00065700
700193     ADD WPCE-SECS (WBEST-PCE) TO WTSK-SECS (WBEST-TSK).          00065800
700193     ADD 1 TO WTSK-PIECES (WBEST-TSK).                            00065900
           SKIP2                                                        00066000
700193 D-120-FIND-LONGEST.                                              00066100
700193     IF  WPCE-TASK (SUB-PCE) = ZERO                               00066200
700193         IF  WBEST-PCE = ZERO                                     00066300
700193             MOVE SUB-PCE TO WBEST-PCE                            00066400
700193         ELSE IF  WPCE-SECS (SUB-PCE) > WPCE-SECS (WBEST-PCE)     00066500
700193             MOVE SUB-PCE TO WBEST-PCE.                           00066600
           SKIP2                                                        00066700
700193 D-130-FIND-TASK.                                                 00066800
700193     MOVE 'N' TO WTSK-TAKEN-FLG.                                  00066900
700193     PERFORM D-140-CHECK-TAKEN                                    00067000
700193       VARYING SUB-MRK FROM 1 BY 1                                00067100
700193         UNTIL SUB-MRK > WPCE-COUNT                               00067200
700193           OR WTSK-TAKEN-YES.                                     00067300
700193     IF  NOT WTSK-TAKEN-YES                                       00067400
700193         IF  WBEST-TSK = ZERO                                     00067500
700193             MOVE SUB-TSK TO WBEST-TSK                            00067600
700193         ELSE IF  WTSK-SECS (SUB-TSK) < WTSK-SECS (WBEST-TSK)     00067700
700193             MOVE SUB-TSK TO WBEST-TSK.                           00067800
           SKIP2                                                        00067900
700193 D-140-CHECK-TAKEN.                                               00068000
700193     IF  WPCE-PLAN (SUB-MRK) = WPCE-PLAN (WBEST-PCE)              00068100
700193         AND WPCE-TASK (SUB-MRK) = SUB-TSK                        00068200
700193         SET WTSK-TAKEN-YES TO TRUE.                              00068300
           SKIP2                                                        00068400
700193***************************                                       00068500
700193*** PARTRANGE cards and the report                                00068600
700193***************************                                       00068700
700193 E-100-WRITE-CARDS.                                               00068800
700193     MOVE SPACES TO PARTPLAN-LINE.                                00068900
700193     MOVE WTARGET-SECS TO WDISP-SECS.                             00069000
700193     STRING '* PARTRANGE cards by BAPRNPLN for ' WCTL-TASKS       00069100
700193         ' tasks, range target ' WDISP-SECS ' secs'               00069200
700193         DELIMITED BY SIZE INTO PARTPLAN-LINE.                    00069300
700193     WRITE PARTPLAN-LINE.                                         00069400
700193     PERFORM E-110-WRITE-CARD                                     00069500
700193       VARYING SUB-PCE FROM 1 BY 1                                00069600
700193         UNTIL SUB-PCE > WPCE-COUNT.                              00069700
700193     PERFORM E-120-WRITE-TASK-NOTE                                00069800
700193       VARYING SUB-TSK FROM 1 BY 1                                00069900
700193         UNTIL SUB-TSK > WCTL-TASKS.                              00070000
           SKIP2                                                        00070100
700193 E-110-WRITE-CARD.                                                00070200
700193     MOVE SPACES TO PARTPLAN-LINE.                                00070300
700193     MOVE WPCE-TASK (SUB-PCE) TO WDISP-TASK.                      00070400
700193     STRING 'PARTRANGE ' DELIMITED BY SIZE                        00070500
700193            WPCE-PLAN (SUB-PCE) DELIMITED BY SPACE                00070600
700193            ' '  DELIMITED BY SIZE                                00070700
700193            WPCE-FROM (SUB-PCE) DELIMITED BY SPACE                00070800
700193            '-'  DELIMITED BY SIZE                                00070900
700193            WPCE-TO (SUB-PCE) DELIMITED BY SPACE                  00071000
700193            ' '  DELIMITED BY SIZE                                00071100
700193            WDISP-TASK DELIMITED BY SIZE                          00071200
700193         INTO PARTPLAN-LINE.                                      00071300
700193     WRITE PARTPLAN-LINE.                                         00071400
           SKIP2                                                        00071500
700193 E-120-WRITE-TASK-NOTE.                                           00071600
700193     MOVE SPACES TO PARTPLAN-LINE.                                00071700
700193     MOVE SUB-TSK TO WDISP-TASK.                                  00071800
700193     MOVE WTSK-SECS (SUB-TSK) TO WDISP-SECS.                      00071900
700193     MOVE WTSK-PIECES (SUB-TSK) TO WDISP-CNT.                     00072000
700193     STRING '* Task ' WDISP-TASK ' ranges:' WDISP-CNT             00072100
700193         ' est. secs:' WDISP-SECS                                 00072200
700193         DELIMITED BY SIZE INTO PARTPLAN-LINE.                    00072300
700193     WRITE PARTPLAN-LINE.                                         00072400
           SKIP2                                                        00072500
700193 E-200-RPT-PIECES.                                                00072600
700193     MOVE ' Ranges by Plan' TO RPTHDR-SUBTITLE.                   00072700
700193     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00072800
700193     PERFORM V-150-NEWPAGE.                                       00072900
700193     PERFORM E-210-RPT-PIECE                                      00073000
700193       VARYING SUB-PCE FROM 1 BY 1                                00073100
700193         UNTIL SUB-PCE > WPCE-COUNT.                              00073200
700193     IF  WPCE-COUNT = ZERO                                        00073300
700193         MOVE ' No plan runs longer than the range target'        00073400
700193             TO WPRINT-LINE                                       00073500
700193         PERFORM V-100-PRINT-LINE.                                00073600
700193     MOVE ' Task Loads (split plans only)' TO RPTHDR-SUBTITLE.    00073700
700193     MOVE SPACES TO WPRINT-TITLE1.                                00073800
700193     PERFORM V-150-NEWPAGE.                                       00073900
700193     PERFORM E-220-RPT-TASK                                       00074000
700193       VARYING SUB-TSK FROM 1 BY 1                                00074100
700193         UNTIL SUB-TSK > WCTL-TASKS.                              00074200
           SKIP2                                                        00074300
700193 E-210-RPT-PIECE.                                                 00074400
700193     MOVE SPACES TO RXDAT1-LINE.                                  00074500
700193     MOVE WPCE-PLAN (SUB-PCE) TO RXDAT1-PLAN.                     00074600
700193     MOVE WPCE-FROM (SUB-PCE) TO RXDAT1-FROM.                     00074700
700193     MOVE WPCE-TO (SUB-PCE)   TO RXDAT1-TO.                       00074800
700193     IF  WPCE-FROM (SUB-PCE) = SPACES                             00074900
700193         MOVE '(start)' TO RXDAT1-FROM.                           00075000
700193     IF  WPCE-TO (SUB-PCE) = SPACES                               00075100
700193         MOVE '(end)' TO RXDAT1-TO.                               00075200
700193     MOVE WPCE-SECS (SUB-PCE) TO RXDAT1-SECS.                     00075300
700193     MOVE WPCE-TASK (SUB-PCE) TO RXDAT1-TASK.                     00075400
700193     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00075500
700193     PERFORM V-100-PRINT-LINE.                                    00075600
           SKIP2                                                        00075700
700193 E-220-RPT-TASK.                                                  00075800
700193     MOVE SUB-TSK TO WDISP-TASK.                                  00075900
700193     MOVE WTSK-SECS (SUB-TSK) TO WDISP-SECS.                      00076000
700193     MOVE WTSK-PIECES (SUB-TSK) TO WDISP-CNT.                     00076100
700193     STRING ' Task ' WDISP-TASK '  Ranges:' WDISP-CNT             00076200
700193         '  Est. seconds:' WDISP-SECS                             00076300
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00076400
700193     PERFORM V-100-PRINT-LINE.                                    00076500
           SKIP2                                                        00076600
700193***************************                                       00076700
700193*** Containers                                                    00076800
700193***************************                                       00076900
700193 T-800-SETUP-CONTAINERS.                                          00077000
700193     MOVE 'PrnPlnx'         TO PLNXHDR-NAME.                      00077100
700193     SET PLNXHDR-TYPE-ORDERED    TO TRUE.                         00077200
700193     SET PLNXIA-MODE-MOVE        TO TRUE.                         00077300
700193     SET PLNXIA-OPER-CO-SETUP    TO TRUE.                         00077400
700193     PERFORM T-910-CALL-PLNX.                                     00077500
700193     IF  PLNXIA-RC-ERROR                                          00077600
700193         DISPLAY 'BaPrnPln-432 PLNX setup failed'                 00077700
700193         MOVE 8 TO RETURN-CODE                                    00077800
700193         STOP RUN.                                                00077900
700193     MOVE 'PrnMrkx'         TO MRKXHDR-NAME.                      00078000
700193     SET MRKXHDR-TYPE-ORDERED    TO TRUE.                         00078100
700193     SET MRKXIA-MODE-MOVE        TO TRUE.                         00078200
700193     SET MRKXIA-OPER-CO-SETUP    TO TRUE.                         00078300
700193     PERFORM T-920-CALL-MRKX.                                     00078400
700193     IF  MRKXIA-RC-ERROR                                          00078500
700193         DISPLAY 'BaPrnPln-433 MRKX setup failed'                 00078600
700193         MOVE 8 TO RETURN-CODE                                    00078700
700193         STOP RUN.                                                00078800
           SKIP2                                                        00078900
700193 T-910-CALL-PLNX.                                                 00079000
700193     SET PLNXIA-KEY-ADDR      TO ADDRESS OF PLNXKEY-AREA.         00079100
700193     SET PLNXIA-DATA-ADDR     TO ADDRESS OF PLNXDAT-AREA.         00079200
700193     MOVE LENGTH OF PLNXKEY-AREA  TO PLNXHDR-KEY-LENG.            00079300
700193     MOVE LENGTH OF PLNXDAT-AREA  TO PLNXHDR-DATA-LENG.           00079400
700193     CALL 'UTCOINDX' USING SD-AREA                                00079500
700193                      PLNXHDR-AREA                                00079600
700193                      PLNXIA-AREA.                                00079700
           SKIP2                                                        00079800
700193 T-920-CALL-MRKX.                                                 00079900
700193     SET MRKXIA-KEY-ADDR      TO ADDRESS OF MRKXKEY-AREA.         00080000
700193     SET MRKXIA-DATA-ADDR     TO ADDRESS OF MRKXDAT-AREA.         00080100
700193     MOVE LENGTH OF MRKXKEY-AREA  TO MRKXHDR-KEY-LENG.            00080200
700193     MOVE LENGTH OF MRKXDAT-AREA  TO MRKXHDR-DATA-LENG.           00080300
700193     CALL 'UTCOINDX' USING SD-AREA                                00080400
700193                      MRKXHDR-AREA                                00080500
700193                      MRKXIA-AREA.                                00080600
           SKIP2                                                        00080700
700193***************************                                       00080800
700193*** Print-line routines                                           00080900
700193***************************                                       00081000
700193 V-100-PRINT-LINE.                                                00081100
700193     IF  WPRINT-LINES-OVER                                        00081200
700193         PERFORM V-150-NEWPAGE.                                   00081300
700193     ADD 1 TO WPRINT-LINES.                                       00081400
700193     WRITE PRINT-LINE FROM WPRINT-LINE                            00081500
700193           AFTER ADVANCING 1 LINE.                                00081600
700193     MOVE SPACES   TO WPRINT-LINE.                                00081700
700193     ADD 1 TO WPRINT-TOT-LINES.                                   00081800
           SKIP2                                                        00081900
700193 V-150-NEWPAGE.                                                   00082000
700193     ADD 1 TO WPRINT-PAGE.                                        00082100
700193     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00082200
700193     MOVE SPACES TO PRINT-LINE.                                   00082300
700193     WRITE PRINT-LINE                                             00082400
700193       AFTER ADVANCING PAGE.                                      00082500
700193     WRITE PRINT-LINE FROM RPTHDR-LINE                            00082600
700193       AFTER ADVANCING 1 LINE.                                    00082700
700193     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00082800
700193       AFTER ADVANCING 1.                                         00082900
700193     MOVE ZERO TO WPRINT-LINES.                                   00083000
700193     ADD 3 TO WPRINT-TOT-LINES.                                   00083100
