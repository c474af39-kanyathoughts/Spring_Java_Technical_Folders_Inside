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
700179 IDENTIFICATION DIVISION.                                         00000100
700179 PROGRAM-ID. 'BAHISTBF'.                                          00000200
700179******************************************************************00000300
700179**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700179******************************************************************00000500
700179**  AUTHOR       W. WHITE, Oct 2026                               00000600
700179**  PURPOSE      Historical backfill driver.  A history-building  00000700
700179**               output (TRENDFILE, STATSOUT) switched on today   00000800
700179**               starts with no history, and the spike and        00000900
700179**               forecast checks that read it are no use until    00001000
700179**               months of nights have built up.  This driver     00001100
700179**               rebuilds that history from the cataloged backup  00001200
700179**               generations: for every night in the window,      00001300
700179**               oldest first, it points BKUPIN/BKUPIN2 at the    00001400
700179**               night's generation pair (the generation before it00001500
700179**               and the night's own, as CYCLE1 -1 / CYCLE2 0     00001600
700179**               would have), points each history output dd at a  00001700
700179**               dataset of its own for that night (the dd's      00001800
700179**               dataset name with .Dyyyymmdd appended), and CALLs00001900
700179**               BABKCMP on the CMPDECK control cards.  The deck  00002000
700179**               must carry HISTONLY, so each night writes only   00002100
700179**               its history, stamped with the night's own backup 00002200
700179**               header date, and no report, tickets, notices or  00002300
700179**               interface rows.  A generation whose primary      00002400
700179**               dataset is gone is read from its DR copy, as     00002500
700179**               BABKSEL does; a night neither copy of which      00002600
700179**               survives is reported and passed.                 00002700
700179**                                                                00002800
700179**               Restart is by generation: after every night that 00002900
700179**               ends within MAXRC the night is recorded on the   00003000
700179**               BFSTAT state dataset, and a night past MAXRC     00003100
700179**               stops the run with the state left INFLIGHT.  The 00003200
700179**               next run resumes at the first night not recorded,00003300
700179**               so a failure on night 200 of a year costs one    00003400
700179**               night's rerun.  FRESH ignores the recorded state;00003500
700179**               RESTART yyyymmdd starts at the named night       00003600
700179**               regardless.                                      00003700
700179**                                                                00003800
700179**               Return codes: the highest any night produced, or 00003900
700179**                 4 - a night's generations could not be read    00004000
700179**                16 - no usable deck, history dd, or catalog     00004100
700179******************************************************************00004200
700179**  REVISIONS:                                                    00004300
700179******************************************************************00004400
700179**  Input                                                         00004500
700179**   . IN110   - Control File                                     00004600
700179**                 FROM yyyymmdd  - first night of the window     00004700
700179**                 TO yyyymmdd    - last night of the window      00004800
700179**                 HISTDD dddddddd - a history output dd to point 00004900
700179**                                  at a dataset per night (up to 00005000
700179**                                  10; TREND and STATSOUT when   00005100
700179**                                  none is coded)                00005200
700179**                 MAXRC nn       - worst night return code the   00005300
700179**                                  run continues past (default   00005400
700179**                                  04)                           00005500
700179**                 FRESH          - ignore the recorded state     00005600
700179**                 RESTART yyyymmdd - start at this night         00005700
700179**   . GENCAT  - Backup generation catalog, oldest first          00005800
700179**   . CMPDECK - The BABKCMP control cards for every night; must  00005900
700179**               include HISTONLY                                 00006000
700179**   . BFSTAT  - Backfill state from the prior run (may be        00006100
700179**               missing)                                         00006200
700179******************************************************************00006300
700179**  Output                                                        00006400
700179**   . SYSOUT  - Displayed Information                            00006500
700179**   . BFSTAT  - Rewritten backfill state                         00006600
700179**   . Each HISTDD dd, one dataset per night, written by BABKCMP  00006700
700179******************************************************************00006800
700179 ENVIRONMENT DIVISION.                                            00006900
700179 CONFIGURATION SECTION.                                           00007000
700179 INPUT-OUTPUT SECTION.                                            00007100
           SKIP2                                                        00007200
700179 FILE-CONTROL.                                                    00007300
700179     SELECT GENCAT-FILE                                           00007400
700179         ASSIGN TO UT-S-GENCAT                                    00007500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007600
700179         FILE STATUS WGENCAT-FS.                                  00007700
700179     SELECT CMPDECK-FILE                                          00007800
700179         ASSIGN TO UT-S-CMPDECK                                   00007900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008000
700179         FILE STATUS WCMPDECK-FS.                                 00008100
700179     SELECT BFSTAT-FILE                                           00008200
700179         ASSIGN TO UT-S-BFSTAT                                    00008300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008400
700179         FILE STATUS WBFSTAT-FS.                                  00008500
700179 DATA DIVISION.                                                   00008600
           SKIP2                                                        00008700
700179 FILE SECTION.                                                    00008800
           SKIP1                                                        00008900
700179 FD  GENCAT-FILE                                                  00009000
700179     BLOCK CONTAINS 0 RECORDS                                     00009100
700179     LABEL RECORDS ARE STANDARD.                                  00009200
           SKIP2                                                        00009300
700179 01  GENCAT-REC.                                                  00009400
700179     05  GENCAT-DATE          PIC 9(8).                           00009500
700179     05  FILLER               PIC X(1).                           00009600
700179     05  GENCAT-PATH          PIC X(71).                          00009700
700179     05  FILLER               PIC X(1).                           00009800
700179     05  GENCAT-ALT           PIC X(71).                          00009900
700183     05  FILLER               PIC X(87).                          00010000
           SKIP2                                                        00010100
700179 FD  CMPDECK-FILE                                                 00010200
700179     BLOCK CONTAINS 0 RECORDS                                     00010300
700179     LABEL RECORDS ARE STANDARD.                                  00010400
           SKIP2                                                        00010500
700179 01  CMPDECK-REC              PIC X(80).                          00010600
           SKIP2                                                        00010700
700179*** Backfill state carried between runs: INFLIGHT plus the last   00010800
700179*** night completed, or COMPLETE once the whole window has run.   00010900
700179 FD  BFSTAT-FILE                                                  00011000
700179     BLOCK CONTAINS 0 RECORDS                                     00011100
700179     LABEL RECORDS ARE STANDARD.                                  00011200
           SKIP2                                                        00011300
700179 01  BFSTAT-LINE.                                                 00011400
700179     05  BFS-STATUS           PIC X(8).                           00011500
700179         88  BFS-STATUS-INFLIGHT VALUE 'INFLIGHT'.                00011600
700179     05  FILLER               PIC X(1).                           00011700
700179     05  BFS-LAST-DONE        PIC 9(8).                           00011800
700179     05  FILLER               PIC X(1).                           00011900
700179     05  BFS-NIGHTS-DONE      PIC 9(5).                           00012000
700179     05  FILLER               PIC X(57).                          00012100
700179 WORKING-STORAGE SECTION.                                         00012200
700179 77  SUB-CAT               PIC S9(4) BINARY VALUE ZERO.           00012300
700179 77  SUB-PRV               PIC S9(4) BINARY VALUE ZERO.           00012400
700179 77  SUB-HDD               PIC S9(4) BINARY VALUE ZERO.           00012500
700179 77  WRC-NIGHT             PIC 9(4)     VALUE ZERO.               00012600
700179 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00012700
700179 77  WSKIP-THRU            PIC 9(8)     VALUE ZERO.               00012800
700179 77  WLAST-DONE            PIC 9(8)     VALUE ZERO.               00012900
700179 77  WCTR-WINDOW           PIC 9(5)     VALUE ZERO.               00013000
700179 77  WCTR-RUN              PIC 9(5)     VALUE ZERO.               00013100
700179 77  WCTR-PRIOR            PIC 9(5)     VALUE ZERO.               00013200
700179 77  WCTR-UNREAD           PIC 9(5)     VALUE ZERO.               00013300
700179 77  WCTR-DONE             PIC 9(5)     VALUE ZERO.               00013400
700179 77  WQUIT-FLG             PIC X        VALUE 'N'.                00013500
700179     88  WQUIT-FLG-YES     VALUE 'Y'.                             00013600
700179 77  WSTOP-FLG             PIC X        VALUE 'N'.                00013700
700179     88  WSTOP-FLG-YES     VALUE 'Y'.                             00013800
700179 77  WDECK-HIST-FLG        PIC X        VALUE 'N'.                00013900
700179     88  WDECK-HIST-YES    VALUE 'Y'.                             00014000
700179 77  WDECK-BAD-FLG         PIC X        VALUE 'N'.                00014100
700179     88  WDECK-BAD-YES     VALUE 'Y'.                             00014200
700179 77  WPATH-OK-FLG          PIC X        VALUE 'N'.                00014300
700179     88  WPATH-OK-YES      VALUE 'Y'.                             00014400
700179 77  WDECK-DSN             PIC X(100)   VALUE SPACES.             00014500
700179 77  WDECK-CMD             PIC X(20)    VALUE SPACES.             00014600
700179 77  WPATH-WORK            PIC X(71)    VALUE SPACES.             00014700
700179 77  WPATH1                PIC X(71)    VALUE SPACES.             00014800
700179 77  WPATH2                PIC X(71)    VALUE SPACES.             00014900
700179 77  WNIGHT-DSN            PIC X(100)   VALUE SPACES.             00015000
           SKIP2                                                        00015100
700179 01  WGENCAT-FS            PIC XX  VALUE '00'.                    00015200
700179     88  WGENCAT-FS-OK     VALUE '00'.                            00015300
700179 01  WCMPDECK-FS           PIC XX  VALUE '00'.                    00015400
700179     88  WCMPDECK-FS-OK    VALUE '00'.                            00015500
700179 01  WBFSTAT-FS            PIC XX  VALUE '00'.                    00015600
700179     88  WBFSTAT-FS-OK     VALUE '00'.                            00015700
           SKIP2                                                        00015800
700179*** The whole catalog, oldest first, the BABKSEL table shape.     00015900
700179 01  WCAT-AREA.                                                   00016000
700179     05  WCAT-COUNT           PIC S9(4) BINARY VALUE ZERO.        00016100
700179     05  WCAT-MAX-ENTRIES     PIC S9(4) BINARY VALUE 999.         00016200
700179     05  WCAT-ENTRY OCCURS 999 TIMES.                             00016300
700179         10  WCAT-DATE        PIC 9(8)  VALUE ZERO.               00016400
700179         10  WCAT-PATH        PIC X(71) VALUE SPACES.             00016500
700179         10  WCAT-ALT         PIC X(71) VALUE SPACES.             00016600
           SKIP2                                                        00016700
700179*** History output dds and the dataset name each was allocated    00016800
700179*** to, the stem every night's dataset name is built on.          00016900
700179 01  WHDD-AREA.                                                   00017000
700179     05  WHDD-COUNT           PIC S9(4) BINARY VALUE ZERO.        00017100
700179     05  WHDD-MAX-ENTRIES     PIC S9(4) BINARY VALUE 10.          00017200
700179     05  WHDD-ENTRY OCCURS 10 TIMES.                              00017300
700179         10  WHDD-NAME        PIC X(8)   VALUE SPACES.            00017400
700179         10  WHDD-BASE        PIC X(90)  VALUE SPACES.            00017500
           SKIP2                                                        00017600
700179*** CBL_CHECK_FILE_EXIST reply area, the BAGENCAT shape; only     00017700
700179*** the call's return code is consulted.                          00017800
700179 01  WEXIST-AREA.                                                 00017900
700179     05  WEXIST-PATH          PIC X(100) VALUE SPACES.            00018000
700179     05  WEXIST-DETAILS       PIC X(16)  VALUE LOW-VALUES.        00018100
700179 77  WEXIST-FLG            PIC X            VALUE 'N'.            00018200
700179     88  WEXIST-FLG-YES    VALUE 'Y'.                             00018300
           SKIP2                                                        00018400
700179 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00018500
700179 01  WCTL-AREA.                                                   00018600
700179     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00018700
700179         88  WCTL-CMD-FROM       VALUE 'FROM'.                    00018800
700179         88  WCTL-CMD-TO         VALUE 'TO'.                      00018900
700179         88  WCTL-CMD-HISTDD     VALUE 'HISTDD'.                  00019000
700179         88  WCTL-CMD-MAXRC      VALUE 'MAXRC'.                   00019100
700179         88  WCTL-CMD-FRESH      VALUE 'FRESH'.                   00019200
700179         88  WCTL-CMD-RESTART    VALUE 'RESTART'.                 00019300
700179     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00019400
700179     05  WCTL-FROM               PIC 9(8)  VALUE ZERO.            00019500
700179     05  WCTL-TO                 PIC 9(8)  VALUE 99999999.        00019600
700179     05  WCTL-MAXRC              PIC 9(2)  VALUE 04.              00019700
700179     05  WCTL-RESTART            PIC 9(8)  VALUE ZERO.            00019800
700179     05  WCTL-FRESH              PIC X     VALUE SPACES.          00019900
700179         88  WCTL-FRESH-YES      VALUE 'Y'.                       00020000
700179     05  WCTL-ERRORS             PIC 9(3)  VALUE ZERO.            00020100
           SKIP2                                                        00020200
700179 01  IO-IN110-PARM.                                               00020300
700179       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAHISTBF'.            00020400
           SKIP3                                                        00020500
700179 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00020600
           EJECT                                                        00020700
700179 PROCEDURE DIVISION.                                              00020800
           SKIP2                                                        00020900
700179 A-100-BODY.                                                      00021000
700179     PERFORM A-105-INIT.                                          00021100
700179     PERFORM A-200-INIT-OPEN.                                     00021200
700179     IF  NOT WQUIT-FLG-YES                                        00021300
700179         PERFORM A-250-CHECK-DECK.                                00021400
700179     IF  NOT WQUIT-FLG-YES                                        00021500
700179         PERFORM A-260-NAME-HISTDD                                00021600
700179           VARYING SUB-HDD FROM 1 BY 1                            00021700
700179             UNTIL SUB-HDD > WHDD-COUNT.                          00021800
700179     IF  NOT WQUIT-FLG-YES                                        00021900
700179         PERFORM B-100-LOAD-CATALOG.                              00022000
700179     IF  NOT WQUIT-FLG-YES                                        00022100
700179         PERFORM A-300-READ-STATE                                 00022200
700179         PERFORM C-100-TAKE-NIGHT                                 00022300
700179           VARYING SUB-CAT FROM 2 BY 1                            00022400
700179             UNTIL SUB-CAT > WCAT-COUNT                           00022500
700179               OR WSTOP-FLG-YES                                   00022600
700179         PERFORM A-400-WRITE-STATE.                               00022700
700179     PERFORM A-900-FINI-CLOSE.                                    00022800
700179     MOVE WRC-FINAL TO RETURN-CODE.                               00022900
700179     GOBACK.                                                      00023000
           SKIP2                                                        00023100
700179 A-105-INIT.                                                      00023200
700179     CALL 'BASDIN' USING SD-AREA.                                 00023300
           SKIP2                                                        00023400
700179 A-200-INIT-OPEN.                                                 00023500
700179     DISPLAY 'BaHistBf-998 Program Starting'.                     00023600
700179     CALL 'UT110IN'  USING SD-AREA                                00023700
700179               IO-IN110-PARM                                      00023800
700179               IO-IN110-OPEN                                      00023900
700179               CTL-REC.                                           00024000
700179     IF  IO-IN110-ERROR = 'Y'                                     00024100
700179          OR IO-IN110-FILE-STATUS NOT = '00'                      00024200
700179         DISPLAY 'BaHistBf-301 IN110 file failed to open:'        00024300
700179           IO-IN110-FILE-STATUS                                   00024400
700179         MOVE 16 TO WRC-FINAL                                     00024500
700179         SET WQUIT-FLG-YES TO TRUE                                00024600
700179     ELSE                                                         00024700
700179         PERFORM F-110-READ-IN110                                 00024800
700179         PERFORM F-100-PROC-CTL                                   00024900
700179           UNTIL IO-IN110-ERROR-YES                               00025000
700179         CALL 'UT110IN'  USING SD-AREA                            00025100
700179                   IO-IN110-PARM                                  00025200
700179                   IO-IN110-CLOSE                                 00025300
700179                   CTL-REC                                        00025400
700179         IF  WCTL-ERRORS > ZERO                                   00025500
700179             DISPLAY 'BaHistBf-302 Control card errors, nothing ' 00025600
700179                 'run'                                            00025700
700179             MOVE 16 TO WRC-FINAL                                 00025800
700179             SET WQUIT-FLG-YES TO TRUE                            00025900
700179         END-IF                                                   00026000
700179         IF  WHDD-COUNT = ZERO                                    00026100
700179             MOVE 2 TO WHDD-COUNT                                 00026200
700179             MOVE 'TREND'    TO WHDD-NAME (1)                     00026300
700179             MOVE 'STATSOUT' TO WHDD-NAME (2)                     00026400
700179         END-IF                                                   00026500
700179     END-IF.                                                      00026600
           SKIP2                                                        00026700
700179*** Every night runs the same deck, and the deck has to make it a 00026800
700179*** history-only run: without HISTONLY a year of past nights      00026900
700179*** would re-fire a year of tickets and notices.  PAIRLIST and    00027000
700179*** MATRIX choose their own datasets and would ignore the pair    00027100
700179*** pointed at here.                                              00027200
700179 A-250-CHECK-DECK.                                                00027300
700179     OPEN INPUT CMPDECK-FILE.                                     00027400
700179     IF  NOT WCMPDECK-FS-OK                                       00027500
700179         DISPLAY 'BaHistBf-303 CMPDECK dd OPEN failed:'           00027600
700179             WCMPDECK-FS                                          00027700
700179         MOVE 16 TO WRC-FINAL                                     00027800
700179         SET WQUIT-FLG-YES TO TRUE                                00027900
700179     ELSE                                                         00028000
700179         PERFORM A-255-READ-DECK                                  00028100
700179           WITH TEST AFTER                                        00028200
700179             UNTIL NOT WCMPDECK-FS-OK                             00028300
700179         CLOSE CMPDECK-FILE                                       00028400
700179         IF  NOT WDECK-HIST-YES                                   00028500
700179             DISPLAY 'BaHistBf-304 CMPDECK has no HISTONLY card, '00028600
700179                 'the live feeds would fire - nothing run'        00028700
700179             MOVE 16 TO WRC-FINAL                                 00028800
700179             SET WQUIT-FLG-YES TO TRUE                            00028900
700179         ELSE IF  WDECK-BAD-YES                                   00029000
700179             MOVE 16 TO WRC-FINAL                                 00029100
700179             SET WQUIT-FLG-YES TO TRUE                            00029200
700179         END-IF                                                   00029300
700179     END-IF.                                                      00029400
&MFCY      DISPLAY 'CMPDECK'  UPON  ENVIRONMENT-NAME.                   00029500
&MFCY      ACCEPT  WDECK-DSN  FROM  ENVIRONMENT-VALUE.                  00029600
700179     IF  NOT WQUIT-FLG-YES                                        00029700
700179         AND WDECK-DSN = SPACES                                   00029800
700179         DISPLAY 'BaHistBf-305 CMPDECK dataset name not known, '  00029900
700179             'the compare cannot be given its deck'               00030000
700179         MOVE 16 TO WRC-FINAL                                     00030100
700179         SET WQUIT-FLG-YES TO TRUE.                               00030200
           SKIP2                                                        00030300
700179 A-255-READ-DECK.                                                 00030400
700179     READ CMPDECK-FILE                                            00030500
700179         AT END NEXT SENTENCE.                                    00030600
700179     IF  WCMPDECK-FS-OK                                           00030700
700179         AND CMPDECK-REC (1:1) NOT = '*'                          00030800
700179         MOVE SPACES TO WDECK-CMD                                 00030900
700179         UNSTRING CMPDECK-REC DELIMITED BY ALL SPACE              00031000
700179             INTO WDECK-CMD                                       00031100
700179         IF  WDECK-CMD = 'HISTONLY'                               00031200
700179             SET WDECK-HIST-YES TO TRUE                           00031300
700179         ELSE IF  WDECK-CMD = 'PAIRLIST'                          00031400
700179               OR WDECK-CMD = 'MATRIX'                            00031500
700179             DISPLAY 'BaHistBf-306 CMPDECK card not usable for a '00031600
700179                 'backfill:' CMPDECK-REC (1:40)                   00031700
700179             SET WDECK-BAD-YES TO TRUE.                           00031800
           SKIP2                                                        00031900
700179*** The dataset each history dd was allocated to is the stem of   00032000
700179*** the per-night names.                                          00032100
700179 A-260-NAME-HISTDD.                                               00032200
700179     MOVE SPACES TO WHDD-BASE (SUB-HDD).                          00032300
&MFCY      DISPLAY WHDD-NAME (SUB-HDD) UPON  ENVIRONMENT-NAME.          00032400
&MFCY      ACCEPT  WHDD-BASE (SUB-HDD) FROM  ENVIRONMENT-VALUE.         00032500
700179     IF  WHDD-BASE (SUB-HDD) = SPACES                             00032600
700179         DISPLAY 'BaHistBf-307 History dd ' WHDD-NAME (SUB-HDD)   00032700
700179             ' is not allocated'                                  00032800
700179         MOVE 16 TO WRC-FINAL                                     00032900
700179         SET WQUIT-FLG-YES TO TRUE                                00033000
700179     ELSE                                                         00033100
700179         DISPLAY 'BaHistBf-410 History dd ' WHDD-NAME (SUB-HDD)   00033200
700179             ' nightly on ' WHDD-BASE (SUB-HDD) (1:60).           00033300
           SKIP2                                                        00033400
700179*** No state on file (or COMPLETE, or FRESH coded) starts at the  00033500
700179*** first night of the window; an INFLIGHT state resumes after    00033600
700179*** the last night recorded.  RESTART overrides both.             00033700
700179 A-300-READ-STATE.                                                00033800
700179     IF  WCTL-RESTART > ZERO                                      00033900
700179         DISPLAY 'BaHistBf-312 RESTART coded, backfill starts at '00034000
700179             WCTL-RESTART                                         00034100
700179     ELSE IF  WCTL-FRESH-YES                                      00034200
700179         DISPLAY 'BaHistBf-310 FRESH coded, backfill starts at '  00034300
700179             'the top of the window'                              00034400
700179     ELSE                                                         00034500
700179         OPEN INPUT BFSTAT-FILE                                   00034600
700179         IF  NOT WBFSTAT-FS-OK                                    00034700
700179             DISPLAY 'BaHistBf-311 No backfill state on file, '   00034800
700179                 'starting at the top of the window'              00034900
700179         ELSE                                                     00035000
700179             READ BFSTAT-FILE                                     00035100
700179                 AT END MOVE SPACES TO BFSTAT-LINE                00035200
700179             END-READ                                             00035300
700179             CLOSE BFSTAT-FILE                                    00035400
700179             IF  BFS-STATUS-INFLIGHT                              00035500
700179                 AND BFS-LAST-DONE IS NUMERIC                     00035600
700179                 MOVE BFS-LAST-DONE TO WSKIP-THRU                 00035700
700179                 DISPLAY 'BaHistBf-313 Prior run stopped, '       00035800
700179                     'backfill resumes after night ' WSKIP-THRU   00035900
700179             ELSE                                                 00036000
700179                 DISPLAY 'BaHistBf-314 Prior backfill complete, ' 00036100
700179                     'starting at the top of the window'          00036200
700179             END-IF                                               00036300
700179         END-IF                                                   00036400
700179     END-IF.                                                      00036500
           SKIP2                                                        00036600
700179 A-400-WRITE-STATE.                                               00036700
700179     OPEN OUTPUT BFSTAT-FILE.                                     00036800
700179     IF  NOT WBFSTAT-FS-OK                                        00036900
700179         DISPLAY 'BaHistBf-308 BFSTAT dd OPEN failed, state '     00037000
700179             'not recorded:' WBFSTAT-FS                           00037100
700179     ELSE                                                         00037200
700179         MOVE SPACES TO BFSTAT-LINE                               00037300
700179         MOVE 'INFLIGHT' TO BFS-STATUS                            00037400
700179         IF  NOT WSTOP-FLG-YES                                    00037500
700179             AND SUB-CAT > WCAT-COUNT                             00037600
700179             MOVE 'COMPLETE' TO BFS-STATUS                        00037700
700179         END-IF                                                   00037800
700179         MOVE WLAST-DONE TO BFS-LAST-DONE                         00037900
700179         MOVE WCTR-DONE  TO BFS-NIGHTS-DONE                       00038000
700179         WRITE BFSTAT-LINE                                        00038100
700179         CLOSE BFSTAT-FILE.                                       00038200
           SKIP2                                                        00038300
700179 A-900-FINI-CLOSE.                                                00038400
700179     DISPLAY 'BaHistBf-444 Nights in window:' WCTR-WINDOW         00038500
700179       ', Run:' WCTR-RUN                                          00038600
700179       ', Done before:' WCTR-PRIOR                                00038700
700179       ', Unreadable:' WCTR-UNREAD.                               00038800
700179     DISPLAY 'BaHistBf-444 Consolidated Return Code:' WRC-FINAL.  00038900
700179     DISPLAY 'BaHistBf-998 Program Ending'.                       00039000
           SKIP2                                                        00039100
700179***************************                                       00039200
700179*** Control card handling                                         00039300
700179***************************                                       00039400
700179 F-100-PROC-CTL.                                                  00039500
700179     IF  CTL-REC (1:1) = '*'                                      00039600
700179         DISPLAY 'BaHistBf-500 Comment:' CTL-REC (1:50)           00039700
700179     ELSE                                                         00039800
700179         PERFORM F-105-CONTINUE.                                  00039900
700179     PERFORM F-110-READ-IN110.                                    00040000
           SKIP2                                                        00040100
700179 F-105-CONTINUE.                                                  00040200
700179     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00040300
700179     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00040400
700179         INTO WCTL-CMD WCTL-VAL.                                  00040500
700179     DISPLAY 'BaHistBf-500 CtlCard:' CTL-REC (1:50).              00040600
700179     IF  WCTL-CMD-FROM                                            00040700
700179         AND WCTL-VAL (1:8) IS NUMERIC                            00040800
700179         MOVE WCTL-VAL (1:8) TO WCTL-FROM                         00040900
700179     ELSE IF  WCTL-CMD-TO                                         00041000
700179         AND WCTL-VAL (1:8) IS NUMERIC                            00041100
700179         MOVE WCTL-VAL (1:8) TO WCTL-TO                           00041200
700179     ELSE IF  WCTL-CMD-RESTART                                    00041300
700179         AND WCTL-VAL (1:8) IS NUMERIC                            00041400
700179         MOVE WCTL-VAL (1:8) TO WCTL-RESTART                      00041500
700179     ELSE IF  WCTL-CMD-MAXRC                                      00041600
700179         AND WCTL-VAL (1:2) IS NUMERIC                            00041700
700179         MOVE WCTL-VAL (1:2) TO WCTL-MAXRC                        00041800
700179     ELSE IF  WCTL-CMD-FRESH                                      00041900
700179         MOVE 'Y' TO WCTL-FRESH                                   00042000
700179     ELSE IF  WCTL-CMD-HISTDD                                     00042100
700179         AND WCTL-VAL NOT = SPACES                                00042200
700179         AND WHDD-COUNT < WHDD-MAX-ENTRIES                        00042300
700179         ADD 1 TO WHDD-COUNT                                      00042400
700179         MOVE WCTL-VAL (1:8) TO WHDD-NAME (WHDD-COUNT)            00042500
700179     ELSE                                                         00042600
700179         DISPLAY 'BaHistBf-501 Invalid Control Card:'             00042700
700179             CTL-REC (1:50)                                       00042800
700179         ADD 1 TO WCTL-ERRORS.                                    00042900
           SKIP2                                                        00043000
700179 F-110-READ-IN110.                                                00043100
700179     CALL 'UT110IN'  USING SD-AREA                                00043200
700179               IO-IN110-PARM                                      00043300
700179               IO-IN110-READ                                      00043400
700179               CTL-REC.                                           00043500
           SKIP2                                                        00043600
700179***************************                                       00043700
700179*** The generation catalog                                        00043800
700179***************************                                       00043900
700179 B-100-LOAD-CATALOG.                                              00044000
700179     OPEN INPUT GENCAT-FILE.                                      00044100
700179     IF  NOT WGENCAT-FS-OK                                        00044200
700179         DISPLAY 'BaHistBf-309 GENCAT dd OPEN failed:'            00044300
700179             WGENCAT-FS                                           00044400
700179         MOVE 16 TO WRC-FINAL                                     00044500
700179         SET WQUIT-FLG-YES TO TRUE                                00044600
700179     ELSE                                                         00044700
700179         PERFORM B-110-READ-GENCAT                                00044800
700179           WITH TEST AFTER                                        00044900
700179             UNTIL NOT WGENCAT-FS-OK                              00045000
700179                OR WCAT-COUNT >= WCAT-MAX-ENTRIES                 00045100
700179         CLOSE GENCAT-FILE                                        00045200
700179         DISPLAY 'BaHistBf-411 Catalog generations:' WCAT-COUNT   00045300
700179         IF  WCAT-COUNT < 2                                       00045400
700179             DISPLAY 'BaHistBf-315 Fewer than two generations '   00045500
700179                 'cataloged, no night to compare'                 00045600
700179             MOVE 16 TO WRC-FINAL                                 00045700
700179             SET WQUIT-FLG-YES TO TRUE                            00045800
700179         END-IF                                                   00045900
700179     END-IF.                                                      00046000
           SKIP2                                                        00046100
700179 B-110-READ-GENCAT.                                               00046200
700179     READ GENCAT-FILE                                             00046300
700179         AT END NEXT SENTENCE.                                    00046400
700179     IF  WGENCAT-FS-OK                                            00046500
700179         AND GENCAT-DATE IS NUMERIC                               00046600
700179         ADD 1 TO WCAT-COUNT                                      00046700
700179         MOVE GENCAT-DATE TO WCAT-DATE (WCAT-COUNT)               00046800
700179         MOVE GENCAT-PATH TO WCAT-PATH (WCAT-COUNT)               00046900
700179         MOVE GENCAT-ALT  TO WCAT-ALT (WCAT-COUNT).               00047000
           SKIP2                                                        00047100
700179***************************                                       00047200
700179*** One night                                                     00047300
700179***************************                                       00047400
700179*** A night is a generation and the one cataloged before it; the  00047500
700179*** first generation is nobody's night.  Nights the state or the  00047600
700179*** RESTART card put behind us count as done.                     00047700
700179 C-100-TAKE-NIGHT.                                                00047800
700179     IF  WCAT-DATE (SUB-CAT) NOT < WCTL-FROM                      00047900
700179         AND WCAT-DATE (SUB-CAT) NOT > WCTL-TO                    00048000
700179         ADD 1 TO WCTR-WINDOW                                     00048100
700179         IF  WCAT-DATE (SUB-CAT) NOT > WSKIP-THRU                 00048200
700179             OR WCAT-DATE (SUB-CAT) < WCTL-RESTART                00048300
700179             ADD 1 TO WCTR-PRIOR                                  00048400
700179             ADD 1 TO WCTR-DONE                                   00048500
700179             MOVE WCAT-DATE (SUB-CAT) TO WLAST-DONE               00048600
700179         ELSE                                                     00048700
700179             PERFORM C-110-RUN-NIGHT                              00048800
700179         END-IF                                                   00048900
700179     END-IF.                                                      00049000
           SKIP2                                                        00049100
700179 C-110-RUN-NIGHT.                                                 00049200
700179     COMPUTE SUB-PRV = SUB-CAT - 1.                               00049300
700179     MOVE SUB-PRV TO SUB-HDD.                                     00049400
700179     PERFORM C-120-PICK-PATH.                                     00049500
700179     MOVE WPATH-WORK TO WPATH1.                                   00049600
700179     IF  WPATH-OK-YES                                             00049700
700179         MOVE SUB-CAT TO SUB-HDD                                  00049800
700179         PERFORM C-120-PICK-PATH                                  00049900
700179         MOVE WPATH-WORK TO WPATH2.                               00050000
700179     IF  NOT WPATH-OK-YES                                         00050100
700179         ADD 1 TO WCTR-UNREAD                                     00050200
700179         DISPLAY 'BaHistBf-320 Night ' WCAT-DATE (SUB-CAT)        00050300
700179             ' passed, a generation of its pair is gone'          00050400
700179         IF  WRC-FINAL < 4                                        00050500
700179             MOVE 4 TO WRC-FINAL                                  00050600
700179         END-IF                                                   00050700
700179         PERFORM C-150-NIGHT-DONE                                 00050800
700179     ELSE                                                         00050900
700179         PERFORM C-130-COMPARE-NIGHT.                             00051000
           SKIP2                                                        00051100
700179*** The generation at SUB-HDD: its primary dataset, or its DR copy00051200
700179*** when the primary is gone.                                     00051300
700179 C-120-PICK-PATH.                                                 00051400
700179     MOVE 'N' TO WPATH-OK-FLG.                                    00051500
700179     MOVE WCAT-PATH (SUB-HDD) TO WPATH-WORK WEXIST-PATH.          00051600
700179     PERFORM R-100-CHECK-EXISTS.                                  00051700
700179     IF  WEXIST-FLG-YES                                           00051800
700179         SET WPATH-OK-YES TO TRUE                                 00051900
700179     ELSE IF  WCAT-ALT (SUB-HDD) NOT = SPACES                     00052000
700179         MOVE WCAT-ALT (SUB-HDD) TO WPATH-WORK WEXIST-PATH        00052100
700179         PERFORM R-100-CHECK-EXISTS                               00052200
700179         IF  WEXIST-FLG-YES                                       00052300
700179             SET WPATH-OK-YES TO TRUE                             00052400
700179             DISPLAY 'BaHistBf-420 *** PRIMARY GONE - generation '00052500
700179                 WCAT-DATE (SUB-HDD) ' read from the DR copy ***' 00052600
700179         END-IF                                                   00052700
700179     END-IF.                                                      00052800
           SKIP2                                                        00052900
700179*** The compare's storage is released after every night, so each  00053000
700179*** CALL starts from its initial state, as a fresh job step would.00053100
700179 C-130-COMPARE-NIGHT.                                             00053200
700179     ADD 1 TO WCTR-RUN.                                           00053300
700179     DISPLAY 'BaHistBf-100 Night ' WCAT-DATE (SUB-CAT)            00053400
700179         ' File1:' WCAT-DATE (SUB-PRV) ' ' WPATH1 (1:50).         00053500
&MFCY      DISPLAY 'BKUPIN'   UPON  ENVIRONMENT-NAME.                   00053600
&MFCY      DISPLAY WPATH1     UPON  ENVIRONMENT-VALUE.                  00053700
&MFCY      DISPLAY 'BKUPIN2'  UPON  ENVIRONMENT-NAME.                   00053800
&MFCY      DISPLAY WPATH2     UPON  ENVIRONMENT-VALUE.                  00053900
&MFCY      DISPLAY 'IN110'    UPON  ENVIRONMENT-NAME.                   00054000
&MFCY      DISPLAY WDECK-DSN  UPON  ENVIRONMENT-VALUE.                  00054100
700179     PERFORM C-140-POINT-HISTDD                                   00054200
700179       VARYING SUB-HDD FROM 1 BY 1                                00054300
700179         UNTIL SUB-HDD > WHDD-COUNT.                              00054400
700179     MOVE ZERO TO RETURN-CODE.                                    00054500
700179     CALL 'BABKCMP'                                               00054600
700179          ON EXCEPTION                                            00054700
700179            DISPLAY 'BaHistBf-102 BABKCMP not available'          00054800
700179            MOVE 16 TO RETURN-CODE                                00054900
700179     END-CALL.                                                    00055000
700179     MOVE RETURN-CODE TO WRC-NIGHT.                               00055100
700179     CANCEL 'BABKCMP'.                                            00055200
700179     DISPLAY 'BaHistBf-101 Night ' WCAT-DATE (SUB-CAT)            00055300
700179         ' ended, RC=' WRC-NIGHT.                                 00055400
700179     IF  WRC-NIGHT > WRC-FINAL                                    00055500
700179         MOVE WRC-NIGHT TO WRC-FINAL.                             00055600
700179     IF  WRC-NIGHT > WCTL-MAXRC                                   00055700
700179         SET WSTOP-FLG-YES TO TRUE                                00055800
700179         DISPLAY 'BaHistBf-103 Backfill stopped at night '        00055900
700179             WCAT-DATE (SUB-CAT) ', restart will resume there'    00056000
700179     ELSE                                                         00056100
700179         PERFORM C-150-NIGHT-DONE.                                00056200
           SKIP2                                                        00056300
700179 C-140-POINT-HISTDD.                                              00056400
700179     MOVE SPACES TO WNIGHT-DSN.                                   00056500
700179     STRING WHDD-BASE (SUB-HDD) DELIMITED BY SPACE                00056600
700179            '.D' WCAT-DATE (SUB-CAT) DELIMITED BY SIZE            00056700
700179         INTO WNIGHT-DSN.                                         00056800
&MFCY      DISPLAY WHDD-NAME (SUB-HDD) UPON  ENVIRONMENT-NAME.          00056900
&MFCY      DISPLAY WNIGHT-DSN  UPON  ENVIRONMENT-VALUE.                 00057000
           SKIP2                                                        00057100
700179*** The state is rewritten after every finished night, so a job   00057200
700179*** that dies outright still resumes at the right night.          00057300
700179 C-150-NIGHT-DONE.                                                00057400
700179     MOVE WCAT-DATE (SUB-CAT) TO WLAST-DONE.                      00057500
700179     ADD 1 TO WCTR-DONE.                                          00057600
700179     PERFORM A-400-WRITE-STATE.                                   00057700
           SKIP2                                                        00057800
700179***************************                                       00057900
700179*** Shared routines                                               00058000
700179***************************                                       00058100
700179*** Same library-routine probe BABKSEL uses; a missing routine    00058200
700179*** counts as present.                                            00058300
700179 R-100-CHECK-EXISTS.                                              00058400
700179     MOVE 'N' TO WEXIST-FLG.                                      00058500
700179     CALL 'CBL_CHECK_FILE_EXIST' USING WEXIST-PATH                00058600
700179                                       WEXIST-DETAILS             00058700
700179          ON EXCEPTION                                            00058800
700179            MOVE ZERO TO RETURN-CODE                              00058900
700179            SET WEXIST-FLG-YES TO TRUE                            00059000
700179     END-CALL.                                                    00059100
700179     IF  NOT WEXIST-FLG-YES                                       00059200
700179         IF  RETURN-CODE = ZERO                                   00059300
700179             SET WEXIST-FLG-YES TO TRUE                           00059400
700179         ELSE                                                     00059500
700179             MOVE ZERO TO RETURN-CODE.                            00059600
